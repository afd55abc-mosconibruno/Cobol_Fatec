           organization line sequential
           file status arq-ok2.

           select extrato assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok3.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok-mov.

       data division.
       file section.
       fd  arq-banco label record standard
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

           value of file-id is "JUROS.TXT".
       01 linha-rel pic x(100).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd movimentos label record standard
           data record is reg-movimento
           value of file-id is "movimentos.dat".
       01 reg-movimento.
           02 mv-chave.
               03 mv-cpf        pic 9(11).
               03 mv-tipo-conta pic 9(1).
               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok-mov pic x(2).
       01 ws-mov-gravado pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-hora pic 9(8) value zeros.
       01 ws-fim pic x value "N".
       01 ws-taxa pic 9(3)v99 value zeros.
       01 ws-taxa-devedor pic 9(3)v99 value zeros.
       01 lp-resultado pic x(1) value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 ws-juros pic s9(9)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-cont-contas pic 9(6) value zeros.
       01 ws-total-juros pic s9(11)v99 value zeros.
       01 linha-extrato.
           02 le-dia    pic 99.
           02 filler    pic x value "/".
           02 le-mes    pic 99.
           02 filler    pic x value "/".
           02 le-ano    pic 99.
           02 filler    pic x(2) value spaces.
           02 le-cpf    pic 9(11).
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 le-func   pic 9(4).
           02 filler    pic x(2) value spaces.
           02 le-hora   pic 9(6).
       01 linha-cab1 pic x(60) value
          "RELATORIO DE JUROS MENSAL (REMUNERACAO SO DE POUPANCA)".
       01 linha-cab2 pic x(70) value
          "CONTA     NOME                SALDO ANTERIOR             JUR
      -    "OS".
       01 linha-det.
           02 ld-conta      pic z(8)9.
           02 filler        pic x(02) value spaces.
           02 ld-nome       pic x(20).
           02 filler        pic x(02) value spaces.
           02 ld-saldo-ant  pic -zzz.zzz.zz9,99.
           02 filler        pic x(02) value spaces.
           02 ld-juros      pic -zzz.zzz.zz9,99.
           02 filler        pic x(02) value spaces.
           02 ld-saldo-novo pic -zzz.zzz.zz9,99.
       01 linha-resumo1.
           02 filler pic x(30) value "CONTAS PROCESSADAS:          ".
           02 lr-total-contas pic z(5)9.
       01 linha-resumo2.
           02 filler pic x(30) value "TOTAL DE JUROS APLICADOS:    ".
           02 lr-total-juros pic -z(10)9,99.
       01 linha-resumo3.
           02 filler pic x(30) value "CONTAS DEVEDORAS:            ".
           02 lr-devedoras pic z(5)9.
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           move "I" to jb-acao.
           perform Finaliza.

       Abre-Arq.
           if dmv-resultado = "S"
               move dmv-data to ws-hoje
           else
               move function current-date(1:8) to ws-hoje
           end-if.
           open i-o arq-banco.
           open i-o movimentos.
           if arq-ok-mov not = "00"
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if.
           open extend extrato.
           if arq-ok3 not = "00" and arq-ok3 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.
           open output relatorio.
           move linha-cab1 to linha-rel.
           write linha-rel.
                       if tipo-conta-p = 2
                           compute ws-juros rounded =
                               saldo-p * ws-taxa / 100
                           perform Credita-Juros
                       end-if
                   end-if
                   rewrite reg-arqbc
                   if ws-juros > zeros
                       perform Grava-Extrato-Juros
                   end-if
                   move ws-juros to ld-juros
                   move saldo-p to ld-saldo-novo
                   move linha-det to linha-rel
                   write linha-rel
           end-read.

      * RENDIMENTO QUE ESTOURARIA O CAMPO DE SALDO NAO E CREDITADO
      * (NEM TRUNCADO): A CONTA SAI NO RELATORIO COM JUROS ZERO E
      * FICA NA TELA PARA TRATAMENTO MANUAL
       Credita-Juros.
           compute ws-saldo-novo = saldo-p + ws-juros.
           if ws-saldo-novo > 999999999,99
               display "CONTA " codigo-cc-p " - JUROS " ws-juros
                       " ULTRAPASSAM O LIMITE DO SALDO - NAO CREDITADOS"
               move zeros to ws-juros
               exit paragraph
           end-if.
           add ws-juros to saldo-p.
           add 1 to ws-cont-contas.
           add ws-juros to ws-total-juros.

      * O RENDIMENTO DA POUPANCA SAI NO EXTRATO E EM movimentos.dat
      * (REND-POUP), DE ONDE O InformeRendimentos SOMA O ANO
       Grava-Extrato-Juros.
           move ws-hoje(7:2) to le-dia.
           move ws-hoje(5:2) to le-mes.
           move ws-hoje(3:2) to le-ano.
           move cpf-p to le-cpf.
           move "REND-POUP" to le-tipo.
           move ws-juros to le-valor.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           move le-cpf to mv-cpf.
           move le-tipo-conta to mv-tipo-conta.
           move ws-hoje to mv-data.
           move le-tipo to mv-tipo.
           move le-valor to mv-valor.
           move le-saldo to mv-saldo.
           move le-func to mv-func.
           move le-hora to mv-hora.
           move 1 to mv-seq.
           move "N" to ws-mov-gravado.
           perform Tenta-Gravar-Mov
               until ws-mov-gravado = "S" or mv-seq > 9999.

       Tenta-Gravar-Mov.
           move 1 to mv-titular.
           move zeros to mv-procurador.
           write reg-movimento
               invalid key
                   add 1 to mv-seq
               not invalid key
                   move "S" to ws-mov-gravado
           end-write.

      * O JURO DO CHEQUE ESPECIAL DEIXOU DE SER COBRADO AQUI: ELE E
      * ACUMULADO DIA A DIA E POSTADO PELO AcumulaLimite, ENTAO ESTE
      * LOTE APENAS CONTA AS CONTAS DEVEDORAS PARA O RESUMO
                                    jb-contagem jb-resultado.
           close arq-banco.
           close relatorio.
           close extrato.
           close movimentos.
           goback.

       end program JurosMensal.

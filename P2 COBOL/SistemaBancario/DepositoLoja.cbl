       program-id. DepositoLoja as "DepositoLoja".

      * CREDITO DAS GUIAS DE DEPOSITO DA LOJA: LE AS GUIAS EMITIDAS
      * NO FECHAMENTO DE CAIXA DA LOJA (deposito-loja.txt: LINHA H
      * COM DATA, CONTA E VALOR, LINHAS D COM O CONTADO POR
      * OPERADOR). PARA CADA GUIA AINDA NAO CREDITADA O CAIXA
      * CONFIRMA SE O ENVELOPE CHEGOU E O VALOR CONFERIDO; O VALOR
      * CONFERIDO E CREDITADO NA CONTA DA GUIA COM LANCAMENTO
      * "DEP-LOJA" NO EXTRATO E A GUIA FICA REGISTRADA EM
      * deposito-creditado.txt (GUIA X CREDITO, PARA A CONCILIACAO
      * DA LOJA). ENVELOPE NAO RECEBIDO DEIXA A GUIA PENDENTE.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select guias assign to disk
           organization line sequential
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select extrato assign to disk
           organization line sequential
           file status arq-ok3.

           select creditados assign to disk
           organization line sequential
           file status arq-ok4.

       data division.
       file section.
       fd guias label record standard
           data record is reg-guia
           value of file-id is "deposito-loja.txt".
       01 reg-guia.
           02 gd-tipo pic x(1).
           02 gd-data pic 9(8).
           02 gd-resto pic x(40).
       01 reg-guia-h redefines reg-guia.
           02 gh-tipo       pic x(1).
           02 gh-data       pic 9(8).
           02 gh-cpf        pic 9(11).
           02 gh-tipo-conta pic 9(1).
           02 gh-valor      pic 9(7)v99.
           02 gh-qtd-oper   pic 9(2).
           02 filler        pic x(17).
       01 reg-guia-d redefines reg-guia.
           02 go-tipo       pic x(1).
           02 go-data       pic 9(8).
           02 go-operador   pic x(10).
           02 go-contado    pic 9(7)v99.
           02 filler        pic x(21).

       fd  arq-banco label record standard
           data record is reg-arqbc
           value of file-id is "arqbc.dat".
       01  reg-arqbc.
           02 chave-arqbc.
               03 cpf-p              pic 9(11).
               03 tipo-conta-p       pic 9(1).
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd creditados label record standard
           data record is reg-creditado
           value of file-id is "deposito-creditado.txt".
       01 reg-creditado.
           02 dc-data-guia   pic 9(8).
           02 dc-cpf         pic 9(11).
           02 dc-tipo-conta  pic 9(1).
           02 dc-valor-guia  pic 9(7)v99.
           02 dc-valor-cred  pic 9(7)v99.
           02 dc-data-cred   pic 9(8).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-resp pic x value space.
       01 ws-achou pic x value "N".
       01 ws-num-cred pic 9(4) value zeros.
       01 ws-idx pic 9(4) value zeros.
       01 ws-valor-cred pic 9(7)v99 value zeros.
       01 ws-diferenca pic s9(7)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-data-cred pic 9(8) value zeros.
       01 ws-cont-creditadas pic 9(5) value zeros.
       01 ws-cont-pendentes pic 9(5) value zeros.
       01 ws-total-creditado pic 9(9)v99 value zeros.
       01 tabela-creditadas.
           02 tc-data-guia pic 9(8) occurs 1000 times.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 ws-hora pic 9(8) value zeros.
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

       procedure division.
       Inicio.
           accept data-do-sistema from date.
      * A DATA CONTABIL VEM DO DIA ABERTO EM datamov.txt (ROTINA
      * DataMovimento); SEM DIA ABERTO VALE O RELOGIO, COMO ANTES
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data(3:2) to ano
               move dmv-data(5:2) to mes
               move dmv-data(7:2) to dia
           end-if.
           compute ws-data-cred =
               (2000 + ano) * 10000 + mes * 100 + dia.
           display "CREDITO DAS GUIAS DE DEPOSITO DA LOJA".
           open input guias.
           if arq-ok not = "00"
               display "SEM GUIAS DE DEPOSITO (deposito-loja.txt)"
               stop run
           end-if.
           perform Carrega-Creditadas.
           open i-o arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               close guias
               stop run
           end-if.
           open extend extrato.
           if arq-ok3 not = "00" and arq-ok3 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.
           open extend creditados.
           if arq-ok4 not = "00" and arq-ok4 not = "05"
               open output creditados
           end-if.
           move "N" to ws-fim.
           perform Processa-Guia until ws-fim = "S".
           perform Finaliza.

      * GUIAS JA CREDITADAS EM EXECUCOES ANTERIORES
       Carrega-Creditadas.
           move zeros to ws-num-cred.
           open input creditados.
           if arq-ok4 not = "00"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Creditada until ws-fim = "S".
           close creditados.

       Le-Creditada.
           read creditados
               at end
                   move "S" to ws-fim
               not at end
                   if ws-num-cred < 1000
                       add 1 to ws-num-cred
                       move dc-data-guia to tc-data-guia(ws-num-cred)
                   end-if
           end-read.

       Processa-Guia.
           read guias
               at end
                   move "S" to ws-fim
               not at end
                   if gd-tipo = "H"
                       perform Verifica-Creditada
                       if ws-achou = "N"
                           perform Credita-Guia
                       end-if
                   end-if
           end-read.

       Verifica-Creditada.
           move "N" to ws-achou.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-cred
               if tc-data-guia(ws-idx) = gh-data
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.

       Credita-Guia.
           display "GUIA " gh-data " CONTA " gh-cpf "-" gh-tipo-conta
                   " VALOR " gh-valor " OPERADORES " gh-qtd-oper.
           display "ENVELOPE RECEBIDO (S/N)? ".
           move space to ws-resp.
           accept ws-resp.
           if ws-resp not = "S" and ws-resp not = "s"
               display "GUIA " gh-data " FICA PENDENTE"
               add 1 to ws-cont-pendentes
               exit paragraph
           end-if.
           display "VALOR CONFERIDO NO ENVELOPE (0 = VALOR DA GUIA): ".
           move zeros to ws-valor-cred.
           accept ws-valor-cred.
           if ws-valor-cred = zeros
               move gh-valor to ws-valor-cred
           end-if.
           move gh-cpf to cpf-p.
           move gh-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA DA GUIA " gh-data " NAO EXISTE"
                   add 1 to ws-cont-pendentes
                   exit paragraph
           end-read.
           compute ws-saldo-novo = saldo-p + ws-valor-cred.
           if ws-saldo-novo > 999999999,99
               display "SALDO ULTRAPASSA O LIMITE DO CAMPO - GUIA "
                       gh-data " FICA PENDENTE"
               add 1 to ws-cont-pendentes
               exit paragraph
           end-if.
           add ws-valor-cred to saldo-p.
           rewrite reg-arqbc
               invalid key
                   display "ERRO AO CREDITAR A GUIA " gh-data
                   add 1 to ws-cont-pendentes
                   exit paragraph
           end-rewrite.
           perform Grava-Extrato-Deposito.
           move gh-data to dc-data-guia.
           move gh-cpf to dc-cpf.
           move gh-tipo-conta to dc-tipo-conta.
           move gh-valor to dc-valor-guia.
           move ws-valor-cred to dc-valor-cred.
           move ws-data-cred to dc-data-cred.
           write reg-creditado.
           if ws-num-cred < 1000
               add 1 to ws-num-cred
               move gh-data to tc-data-guia(ws-num-cred)
           end-if.
           compute ws-diferenca = ws-valor-cred - gh-valor.
           if ws-diferenca not = zeros
               display "DIFERENCA GUIA X ENVELOPE: " ws-diferenca
           end-if.
           add 1 to ws-cont-creditadas.
           add ws-valor-cred to ws-total-creditado.

       Grava-Extrato-Deposito.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           move "DEP-LOJA" to le-tipo.
           move ws-valor-cred to le-valor.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.

       Finaliza.
           display "GUIAS CREDITADAS: " ws-cont-creditadas
                   " VALOR: " ws-total-creditado.
           display "GUIAS PENDENTES: " ws-cont-pendentes.
           close guias.
           close arq-banco.
           close extrato.
           close creditados.
           stop run.

       end program DepositoLoja.

       program-id. ProvisaoRisco as "ProvisaoRisco".

      * LOTE DE FIM DE MES DE CLASSIFICACAO DE RISCO DA CARTEIRA DE
      * CREDITO E PROVISAO: CADA CONTRATO ATIVO DE emprestimos.dat E
      * CADA CONTA CORRENTE DEVEDORA COM CHEQUE ESPECIAL (chespec.dat)
      * RECEBE UM NIVEL DE AA A H PELOS DIAS DE ATRASO:
      *   AA EM DIA (0%)    A  1-14 (0,5%)   B  15-30 (1%)
      *   C  31-60 (3%)     D  61-90 (10%)   E  91-120 (30%)
      *   F  121-150 (50%)  G  151-180 (70%) H  ACIMA DE 180 (100%)
      * NO EMPRESTIMO O ATRASO CONTA DO VENCIMENTO DA PARCELA MAIS
      * ANTIGA AINDA EM ABERTO; NO CHEQUE ESPECIAL, DO DIA EM QUE A
      * CONTA ENTROU NO VERMELHO (DIAS DO MES EM chespec.dat,
      * SOMADOS AOS MESES ANTERIORES QUANDO ELA JA ESTAVA DEVEDORA).
      * CONTRATO AINDA EM ATRASO NAO MELHORA DE NIVEL: SO VOLTA A
      * NIVEL MELHOR DEPOIS DE FICAR EM DIA.
      * A PROVISAO DE CADA OPERACAO FICA GRAVADA POR MES EM risco.dat
      * (HISTORICO PARA A AUDITORIA) E O RELATORIO provisao.txt
      * MOSTRA A CARTEIRA POR NIVEL E POR AGENCIA COM A PROVISAO DO
      * MES, A DO MES ANTERIOR E A MOVIMENTACAO (CONSTITUICAO OU
      * REVERSAO, INCLUSIVE DAS OPERACOES QUE SAIRAM DA CARTEIRA).
      * CONTROLE MENSAL EM runctl.txt PELO ControleJob.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select emprestimos assign to disk
           organization indexed
           access mode dynamic
           record key em-chave
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select chespec assign to disk
           organization indexed
           access mode dynamic
           record key ce-chave
           file status arq-ok3.

           select risco assign to disk
           organization indexed
           access mode dynamic
           record key rk-chave
           file status arq-ok4.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok5.

       data division.
       file section.
       fd emprestimos label record standard
           data record is reg-emprestimo
           value of file-id is "emprestimos.dat".
       01 reg-emprestimo.
           02 em-chave.
               03 em-cpf pic 9(11).
               03 em-seq pic 9(4).
           02 em-tipo-conta pic 9(1).
           02 em-agencia pic 9(4).
           02 em-valor pic 9(7)v99.
           02 em-taxa pic 9(2)v99.
           02 em-parcelas pic 9(2).
           02 em-valor-parcela pic 9(7)v99.
           02 em-data pic 9(8).
           02 em-pagas pic 9(2).
           02 em-atraso pic 9(7)v99.
           02 em-status pic x(1).

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

       fd chespec label record standard
           data record is reg-chespec
           value of file-id is "chespec.dat".
       01 reg-chespec.
           02 ce-chave.
               03 ce-cpf        pic 9(11).
               03 ce-tipo-conta pic 9(1).
           02 ce-acumulado pic 9(9)v99.
           02 ce-dias      pic 9(3).
           02 ce-ult-dia   pic 9(8).

      * UM REGISTRO POR OPERACAO E MES: TIPO E = EMPRESTIMO (rk-seq E
      * O CONTRATO), C = CHEQUE ESPECIAL (rk-seq E O TIPO DA CONTA)
       fd risco label record standard
           data record is reg-risco
           value of file-id is "risco.dat".
       01 reg-risco.
           02 rk-chave.
               03 rk-mes     pic 9(6).
               03 rk-tipo    pic x(1).
               03 rk-cpf     pic 9(11).
               03 rk-seq     pic 9(4).
           02 rk-agencia   pic 9(4).
           02 rk-desde     pic 9(8).
           02 rk-dias      pic 9(5).
           02 rk-nivel     pic x(2).
           02 rk-exposicao pic 9(9)v99.
           02 rk-percentual pic 9(3)v99.
           02 rk-provisao  pic 9(9)v99.
           02 rk-nivel-ant pic x(2).
           02 rk-provisao-ant pic 9(9)v99.

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "provisao.txt".
       01 linha-rel pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 ws-tem-em pic x value "N".
       01 ws-tem-ce pic x value "N".
       01 ws-fim pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-mes pic 9(6) value zeros.
       01 ws-mes-ant pic 9(6) value zeros.
       01 ws-abertas pic 9(3) value zeros.
       01 ws-futuras pic 9(3) value zeros.
       01 ws-meses pic 9(7) value zeros.
       01 ws-venc-dia pic 9(2) value zeros.
       01 ws-desde pic 9(8) value zeros.
       01 ws-dias pic s9(7) value zeros.
       01 ws-exposicao pic 9(9)v99 value zeros.
       01 ws-agencia pic 9(4) value zeros.
       01 ws-nivel pic 9(2) value zeros.
       01 ws-nivel-ant pic 9(2) value zeros.
       01 ws-tem-ant pic x value "N".
       01 ws-provisao-ant pic 9(9)v99 value zeros.
       01 ws-cod-nivel-ant pic x(2) value spaces.
       01 ws-chave-atual.
           02 ws-ch-tipo pic x(1).
           02 ws-ch-cpf pic 9(11).
           02 ws-ch-seq pic 9(4).
       01 ws-i pic 9(4) value zeros.
       01 ws-ag-idx pic 9(4) value zeros.
       01 ws-cont-oper pic 9(6) value zeros.
       01 ws-cont-baixadas pic 9(6) value zeros.
       01 ws-cont-retidos pic 9(6) value zeros.
      * NIVEIS: CODIGO, LIMITE DE DIAS E PERCENTUAL DE PROVISAO
       01 ws-tab-niveis-val.
           02 filler pic x(12) value "AA0000000000".
           02 filler pic x(12) value "A 0001400050".
           02 filler pic x(12) value "B 0003000100".
           02 filler pic x(12) value "C 0006000300".
           02 filler pic x(12) value "D 0009001000".
           02 filler pic x(12) value "E 0012003000".
           02 filler pic x(12) value "F 0015005000".
           02 filler pic x(12) value "G 0018007000".
           02 filler pic x(12) value "H 9999910000".
       01 ws-tab-niveis redefines ws-tab-niveis-val.
           02 tn-nivel occurs 9 times.
               03 tn-codigo pic x(2).
               03 tn-dias-max pic 9(5).
               03 tn-percentual pic 9(3)v99.
       01 ws-tab-totais.
           02 tt-nivel occurs 9 times.
               03 tt-qtd pic 9(6).
               03 tt-exposicao pic 9(11)v99.
               03 tt-provisao pic 9(11)v99.
               03 tt-provisao-ant pic 9(11)v99.
       01 ws-qtd-ag pic 9(4) value zeros.
       01 ws-tab-agencias.
           02 ta-agencia occurs 300 times.
               03 ta-codigo pic 9(4).
               03 ta-qtd pic 9(6).
               03 ta-exposicao pic 9(11)v99.
               03 ta-provisao pic 9(11)v99.
               03 ta-provisao-ant pic 9(11)v99.
       01 ws-tot-exposicao pic 9(11)v99 value zeros.
       01 ws-tot-provisao pic 9(11)v99 value zeros.
       01 ws-tot-provisao-ant pic 9(11)v99 value zeros.
       01 ws-movimento pic s9(11)v99 value zeros.
       01 jb-nome pic x(12) value "PROVISAO    ".
       01 jb-frequencia pic x(1) value "M".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 linha-cab1.
           02 filler pic x(50) value
              "CARTEIRA DE CREDITO - RISCO E PROVISAO - MES ".
           02 lc-mes pic 9(2).
           02 filler pic x(1) value "/".
           02 lc-ano pic 9(4).
       01 linha-cab-nivel pic x(100) value
           "NIVEL   QTDE        EXPOSICAO         PROVISAO     PROV.MES
      -    " ANT.       MOVIMENTO".
       01 linha-cab-ag pic x(100) value
           "AGENCIA QTDE        EXPOSICAO         PROVISAO     PROV.MES
      -    " ANT.       MOVIMENTO".
       01 linha-det.
           02 ld-chave pic x(6).
           02 filler pic x(1) value spaces.
           02 ld-qtd pic zzzz9.
           02 filler pic x(1) value spaces.
           02 ld-exposicao pic zzz.zzz.zz9,99.
           02 filler pic x(3) value spaces.
           02 ld-provisao pic zzz.zzz.zz9,99.
           02 filler pic x(3) value spaces.
           02 ld-provisao-ant pic zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-movimento pic -zzz.zzz.zz9,99.
       01 linha-resumo.
           02 filler pic x(36) value
              "OPERACOES CLASSIFICADAS:".
           02 lr-oper pic zzzzz9.
       01 linha-resumo2.
           02 filler pic x(36) value
              "SAIRAM DA CARTEIRA (REVERSAO):".
           02 lr-baixadas pic zzzzz9.
       01 linha-resumo3.
           02 filler pic x(36) value
              "MANTIDAS NO NIVEL ANTERIOR (ATRASO):".
           02 lr-retidos pic zzzzz9.

       procedure division.
       Inicio.
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data to ws-hoje
           else
               move function current-date(1:8) to ws-hoje
           end-if.
           compute ws-mes = ws-hoje / 100.
           move ws-mes to ws-mes-ant.
           if ws-mes-ant(5:2) = "01"
               subtract 89 from ws-mes-ant
           else
               subtract 1 from ws-mes-ant
           end-if.
           display "CLASSIFICACAO DE RISCO E PROVISAO - MES " ws-mes.
           move "C" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           if jb-resultado = "N"
               display "JOB JA EXECUTADO NO PERIODO."
               display "REPETIR COM AUTORIZACAO DO SUPERVISOR "
                       "(S/N)? "
               accept ws-ctl-override
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   stop run
               end-if
           end-if.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Abre-Arq.
           initialize ws-tab-totais.
           initialize ws-tab-agencias.
           if ws-tem-em = "S"
               move "N" to ws-fim
               perform Classifica-Contrato until ws-fim = "S"
           end-if.
           if ws-tem-ce = "S"
               move "N" to ws-fim
               perform Classifica-Cheque until ws-fim = "S"
           end-if.
           perform Reverte-Baixadas.
           perform Imprime-Relatorio.
           perform Finaliza.

       Abre-Arq.
           open input emprestimos.
           if arq-ok = "00"
               move "S" to ws-tem-em
           end-if.
           open input chespec.
           if arq-ok3 = "00"
               move "S" to ws-tem-ce
           end-if.
           open input arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open i-o risco.
           if arq-ok4 not = "00"
               open output risco
               close risco
               open i-o risco
           end-if.
           open output relatorio.

      * EMPRESTIMO ATIVO: EXPOSICAO = ATRASO + PARCELAS A FATURAR;
      * ATRASO CONTADO DO VENCIMENTO DA PRIMEIRA PARCELA NAO PAGA
      * (MESMO DIA DA CONTRATACAO, LIMITADO A 28)
       Classifica-Contrato.
           read emprestimos next record
               at end
                   move "S" to ws-fim
               not at end
                   if em-status = "A"
                       perform Avalia-Contrato
                   end-if
           end-read.

       Avalia-Contrato.
           compute ws-abertas = function integer
               ((em-atraso + em-valor-parcela - 0,01)
                / em-valor-parcela).
           if em-pagas + ws-abertas < em-parcelas
               compute ws-futuras = em-parcelas - em-pagas - ws-abertas
           else
               move zeros to ws-futuras
           end-if.
           compute ws-exposicao =
               em-atraso + ws-futuras * em-valor-parcela.
           move zeros to ws-dias ws-desde.
           if em-atraso > zeros
               compute ws-meses =
                   function integer(em-data / 10000) * 12
                 + function mod(function integer(em-data / 100), 100)
                 + em-pagas
               move em-data(7:2) to ws-venc-dia
               if ws-venc-dia > 28
                   move 28 to ws-venc-dia
               end-if
               compute ws-desde =
                   function integer(ws-meses / 12) * 10000
                 + (function mod(ws-meses, 12) + 1) * 100
                 + ws-venc-dia
               compute ws-dias = function integer-of-date(ws-hoje)
                               - function integer-of-date(ws-desde)
               if ws-dias < zeros
                   move zeros to ws-dias
               end-if
           end-if.
           move "E" to ws-ch-tipo.
           move em-cpf to ws-ch-cpf.
           move em-seq to ws-ch-seq.
           move em-agencia to ws-agencia.
           perform Grava-Classificacao.

      * CHEQUE ESPECIAL: CONTA CORRENTE AINDA DEVEDORA; EXPOSICAO =
      * SALDO DEVEDOR + ENCARGOS ACUMULADOS AINDA NAO POSTADOS
       Classifica-Cheque.
           read chespec next record
               at end
                   move "S" to ws-fim
               not at end
                   perform Avalia-Cheque
           end-read.

       Avalia-Cheque.
           move ce-cpf to cpf-p.
           move ce-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   exit paragraph
           end-read.
           if saldo-p not < zeros
               exit paragraph
           end-if.
           compute ws-exposicao = ce-acumulado - saldo-p.
           move "C" to ws-ch-tipo.
           move ce-cpf to ws-ch-cpf.
           move ce-tipo-conta to ws-ch-seq.
           move codigo-agencia-p to ws-agencia.
      * JA ESTAVA DEVEDORA NO MES ANTERIOR: MANTEM A DATA DE ENTRADA
           move ws-mes-ant to rk-mes.
           move ws-ch-tipo to rk-tipo.
           move ws-ch-cpf to rk-cpf.
           move ws-ch-seq to rk-seq.
           read risco
               invalid key
                   compute ws-desde = function date-of-integer
                       (function integer-of-date(ws-hoje) - ce-dias)
               not invalid key
                   move rk-desde to ws-desde
           end-read.
           compute ws-dias = function integer-of-date(ws-hoje)
                           - function integer-of-date(ws-desde).
           perform Grava-Classificacao.

      * NIVEL PELOS DIAS; EM ATRASO NAO MELHORA EM RELACAO AO MES
      * ANTERIOR. GRAVA (OU REGRAVA, SE O MES FOR REPROCESSADO) E
      * ACUMULA POR NIVEL E AGENCIA
       Grava-Classificacao.
           move 1 to ws-nivel.
           perform until ws-dias <= tn-dias-max(ws-nivel)
               add 1 to ws-nivel
           end-perform.
           move ws-mes-ant to rk-mes.
           move ws-ch-tipo to rk-tipo.
           move ws-ch-cpf to rk-cpf.
           move ws-ch-seq to rk-seq.
           move "N" to ws-tem-ant.
           move zeros to ws-provisao-ant.
           move spaces to ws-cod-nivel-ant.
           read risco
               not invalid key
                   move "S" to ws-tem-ant
                   move rk-provisao to ws-provisao-ant
                   move rk-nivel to ws-cod-nivel-ant
           end-read.
           if ws-tem-ant = "S" and ws-dias > zeros
               perform varying ws-nivel-ant from 1 by 1
                       until ws-nivel-ant > 9
                          or tn-codigo(ws-nivel-ant) = ws-cod-nivel-ant
                   continue
               end-perform
               if ws-nivel-ant <= 9 and ws-nivel-ant > ws-nivel
                   move ws-nivel-ant to ws-nivel
                   add 1 to ws-cont-retidos
               end-if
           end-if.
           move ws-mes to rk-mes.
           move ws-ch-tipo to rk-tipo.
           move ws-ch-cpf to rk-cpf.
           move ws-ch-seq to rk-seq.
           move ws-agencia to rk-agencia.
           move ws-desde to rk-desde.
           move ws-dias to rk-dias.
           move tn-codigo(ws-nivel) to rk-nivel.
           move ws-exposicao to rk-exposicao.
           move tn-percentual(ws-nivel) to rk-percentual.
           compute rk-provisao rounded =
               ws-exposicao * tn-percentual(ws-nivel) / 100.
           move ws-cod-nivel-ant to rk-nivel-ant.
           move ws-provisao-ant to rk-provisao-ant.
           write reg-risco
               invalid key
                   rewrite reg-risco
                   end-rewrite
           end-write.
           add 1 to ws-cont-oper.
           add 1 to tt-qtd(ws-nivel).
           add rk-exposicao to tt-exposicao(ws-nivel).
           add rk-provisao to tt-provisao(ws-nivel).
           add rk-provisao-ant to tt-provisao-ant(ws-nivel).
           perform Acha-Agencia.
           add 1 to ta-qtd(ws-ag-idx).
           add rk-exposicao to ta-exposicao(ws-ag-idx).
           add rk-provisao to ta-provisao(ws-ag-idx).
           add rk-provisao-ant to ta-provisao-ant(ws-ag-idx).

       Acha-Agencia.
           perform varying ws-ag-idx from 1 by 1
                   until ws-ag-idx > ws-qtd-ag
                      or ta-codigo(ws-ag-idx) = ws-agencia
               continue
           end-perform.
           if ws-ag-idx > ws-qtd-ag
               if ws-qtd-ag < 300
                   add 1 to ws-qtd-ag
                   move ws-qtd-ag to ws-ag-idx
                   move ws-agencia to ta-codigo(ws-ag-idx)
               else
                   move ws-qtd-ag to ws-ag-idx
               end-if
           end-if.

      * OPERACAO DO MES ANTERIOR QUE NAO FOI CLASSIFICADA AGORA
      * (QUITADA OU CONTA QUE SAIU DO VERMELHO): A PROVISAO DELA E
      * REVERTIDA NO NIVEL EM QUE ESTAVA
       Reverte-Baixadas.
           move ws-mes-ant to rk-mes.
           move low-values to rk-tipo.
           move zeros to rk-cpf rk-seq.
           start risco key is not less than rk-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform until ws-fim = "S"
               read risco next record
                   at end
                       move "S" to ws-fim
                   not at end
                       if rk-mes not = ws-mes-ant
                           move "S" to ws-fim
                       else
                           perform Verifica-Baixada
                       end-if
               end-read
           end-perform.

       Verifica-Baixada.
           move rk-tipo to ws-ch-tipo.
           move rk-cpf to ws-ch-cpf.
           move rk-seq to ws-ch-seq.
           move rk-nivel to ws-cod-nivel-ant.
           move rk-provisao to ws-provisao-ant.
           move rk-agencia to ws-agencia.
           move ws-mes to rk-mes.
           read risco
               invalid key
                   perform Acumula-Baixada
           end-read.
      * REPOSICIONA NA LEITURA DO MES ANTERIOR
           move ws-mes-ant to rk-mes.
           move ws-ch-tipo to rk-tipo.
           move ws-ch-cpf to rk-cpf.
           move ws-ch-seq to rk-seq.
           start risco key is greater than rk-chave
               invalid key
                   move "S" to ws-fim
           end-start.

       Acumula-Baixada.
           perform varying ws-nivel from 1 by 1
                   until ws-nivel > 9
                      or tn-codigo(ws-nivel) = ws-cod-nivel-ant
               continue
           end-perform.
           if ws-nivel > 9
               move 9 to ws-nivel
           end-if.
           add ws-provisao-ant to tt-provisao-ant(ws-nivel).
           perform Acha-Agencia.
           add ws-provisao-ant to ta-provisao-ant(ws-ag-idx).
           add 1 to ws-cont-baixadas.

       Imprime-Relatorio.
           move ws-mes(5:2) to lc-mes.
           move ws-mes(1:4) to lc-ano.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move spaces to linha-rel.
           write linha-rel.
           move linha-cab-nivel to linha-rel.
           write linha-rel.
           perform Imprime-Nivel
               varying ws-nivel from 1 by 1 until ws-nivel > 9.
           move "TOTAL" to ld-chave.
           move ws-cont-oper to ld-qtd.
           move ws-tot-exposicao to ld-exposicao.
           move ws-tot-provisao to ld-provisao.
           move ws-tot-provisao-ant to ld-provisao-ant.
           compute ws-movimento =
               ws-tot-provisao - ws-tot-provisao-ant.
           move ws-movimento to ld-movimento.
           move linha-det to linha-rel.
           write linha-rel.
           move spaces to linha-rel.
           write linha-rel.
           move linha-cab-ag to linha-rel.
           write linha-rel.
           perform Imprime-Agencia
               varying ws-i from 1 by 1 until ws-i > ws-qtd-ag.
           move spaces to linha-rel.
           write linha-rel.
           move ws-cont-oper to lr-oper.
           move linha-resumo to linha-rel.
           write linha-rel.
           move ws-cont-baixadas to lr-baixadas.
           move linha-resumo2 to linha-rel.
           write linha-rel.
           move ws-cont-retidos to lr-retidos.
           move linha-resumo3 to linha-rel.
           write linha-rel.

       Imprime-Nivel.
           move spaces to ld-chave.
           move tn-codigo(ws-nivel) to ld-chave.
           move tt-qtd(ws-nivel) to ld-qtd.
           move tt-exposicao(ws-nivel) to ld-exposicao.
           move tt-provisao(ws-nivel) to ld-provisao.
           move tt-provisao-ant(ws-nivel) to ld-provisao-ant.
           compute ws-movimento =
               tt-provisao(ws-nivel) - tt-provisao-ant(ws-nivel).
           move ws-movimento to ld-movimento.
           move linha-det to linha-rel.
           write linha-rel.
           add tt-exposicao(ws-nivel) to ws-tot-exposicao.
           add tt-provisao(ws-nivel) to ws-tot-provisao.
           add tt-provisao-ant(ws-nivel) to ws-tot-provisao-ant.

       Imprime-Agencia.
           move ta-codigo(ws-i) to ld-chave.
           move ta-qtd(ws-i) to ld-qtd.
           move ta-exposicao(ws-i) to ld-exposicao.
           move ta-provisao(ws-i) to ld-provisao.
           move ta-provisao-ant(ws-i) to ld-provisao-ant.
           compute ws-movimento =
               ta-provisao(ws-i) - ta-provisao-ant(ws-i).
           move ws-movimento to ld-movimento.
           move linha-det to linha-rel.
           write linha-rel.

       Finaliza.
           display "OPERACOES CLASSIFICADAS: " ws-cont-oper.
           display "PROVISAO DO MES: " ws-tot-provisao.
           display "RELATORIO GERADO: provisao.txt".
           if ws-tem-em = "S"
               close emprestimos
           end-if.
           if ws-tem-ce = "S"
               close chespec
           end-if.
           close arq-banco.
           close risco.
           close relatorio.
           move ws-cont-oper to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           stop run.

       end program ProvisaoRisco.

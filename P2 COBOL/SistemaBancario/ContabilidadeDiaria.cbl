       program-id. ContabilidadeDiaria as "ContabilidadeDiaria".

      * CONTABILIDADE DO DIA DO BANCO: CLASSIFICA CADA MOVIMENTO DA
      * DATA EM extrato.txt (PELO TIPO DO EXTRATO E O TIPO DE CONTA)
      * E CADA MOVIMENTO DO COFRE EM cofre-mov.txt (COFRE-CX QUANDO A
      * CONTRAPARTE E UM CAIXA, COFRE-CF QUANDO E O CARRO-FORTE) EM
      * LANCAMENTOS DE PARTIDA DOBRADA PELA TABELA eventosctb.dat E
      * PELAS CONTAS DE planocontas.dat (AMBOS MANTIDOS PELO
      * ManterPlanoContas). A ALTERACAO DE SALDO NA MANUTENCAO DA
      * CONTA SO TRAZ O VALOR ABSOLUTO: O SENTIDO SAI DA COMPARACAO
      * COM O SALDO DA LINHA ANTERIOR DA MESMA CONTA NO EXTRATO.
      * O DIA SO E CONTABILIZADO QUANDO FECHA: TODO MOVIMENTO TEM
      * EVENTO, TODA CONTA DO EVENTO ESTA NO PLANO E O TOTAL A DEBITO
      * E IGUAL AO TOTAL A CREDITO. AI O DIARIO DO DIA VAI PARA
      * diario.dat (CHAVE DATA + SEQUENCIA) E DIARIOBANCO.TXT, O
      * SALDO DE CADA CONTA E ATUALIZADO NO PLANO E O SALDO DO MES
      * FICA EM saldosmes.dat (CONTA + AAAAMM, O ULTIMO DIA DO MES
      * RODADO FICA COMO SALDO DE FIM DE MES). SENAO O BALANCETE SAI
      * COM AS PENDENCIAS E NADA E GRAVADO. O BALANCETE DO DIA
      * (BALANCETE.TXT) COMPARA COM O FIM DO MES ANTERIOR, E O
      * RESULTADO FICA EM contabil-ok.txt (DATA;OK OU DATA;DIF) PARA
      * O FechaDia. RODAR DE NOVO NO MESMO DIA REFAZ O DIA: O SALDO
      * VOLTA AO DE ABERTURA GUARDADO NO PLANO E O DIARIO DA DATA E
      * REGRAVADO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select plano-contas assign to disk
           organization indexed
           access mode dynamic
           record key pc-conta
           file status arq-ok.

           select eventos assign to disk
           organization indexed
           access mode random
           record key ev-chave
           file status arq-ok2.

           select extrato assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok3.

           select cofre-mov assign to disk
           organization line sequential
           file status arq-ok4.

           select diario assign to disk
           organization indexed
           access mode dynamic
           record key dj-chave
           file status arq-ok5.

           select saldos-mes assign to disk
           organization indexed
           access mode random
           record key sm-chave
           file status arq-ok6.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok7.

           select balancete assign to disk
           organization line sequential
           file status arq-ok8.

           select contabil-flag assign to disk
           organization line sequential
           file status arq-ok-flag.

       data division.
       file section.
       fd plano-contas label record standard
           data record is reg-plano
           value of file-id is "planocontas.dat".
       01 reg-plano.
           02 pc-conta     pic x(10).
           02 pc-descricao pic x(30).
           02 pc-natureza  pic x(1).
           02 pc-saldo     pic s9(11)v99.
           02 pc-saldo-ant pic s9(11)v99.
           02 pc-data-ult  pic 9(8).

       fd eventos label record standard
           data record is reg-evento
           value of file-id is "eventosctb.dat".
       01 reg-evento.
           02 ev-chave.
               03 ev-tipo       pic x(10).
               03 ev-tipo-conta pic 9(1).
           02 ev-debito   pic x(10).
           02 ev-credito  pic x(10).
           02 ev-debito2  pic x(10).
           02 ev-credito2 pic x(10).
           02 ev-sinal    pic x(1).

       fd extrato label record standard
           data record is linha-extrato
           value of file-id is "extrato.txt".
       01 linha-extrato.
           02 le-dia    pic 99.
           02 filler    pic x.
           02 le-mes    pic 99.
           02 filler    pic x.
           02 le-ano    pic 99.
           02 filler    pic x(2).
           02 le-cpf    pic 9(11).
           02 filler    pic x(2).
           02 le-tipo   pic x(10).
           02 filler    pic x(2).
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-tipo-conta pic 9(1).

       fd cofre-mov label record standard
           data record is reg-cofre-mov
           value of file-id is "cofre-mov.txt".
       01 reg-cofre-mov.
           02 cm-data    pic 9(8).
           02 filler     pic x(1).
           02 cm-agencia pic 9(4).
           02 filler     pic x(1).
           02 cm-sinal   pic x(1).
           02 filler     pic x(1).
           02 cm-contraparte pic x(14).
           02 filler     pic x(1).
           02 cm-valor   pic 9(9)v99.

       fd diario label record standard
           data record is reg-diario
           value of file-id is "diario.dat".
       01 reg-diario.
           02 dj-chave.
               03 dj-data pic 9(8).
               03 dj-seq  pic 9(5).
           02 dj-debito    pic x(10).
           02 dj-credito   pic x(10).
           02 dj-valor     pic 9(11)v99.
           02 dj-evento    pic x(10).
           02 dj-tipo-conta pic 9(1).
           02 dj-qtd       pic 9(6).

       fd saldos-mes label record standard
           data record is reg-saldo-mes
           value of file-id is "saldosmes.dat".
       01 reg-saldo-mes.
           02 sm-chave.
               03 sm-conta  pic x(10).
               03 sm-anomes pic 9(6).
           02 sm-saldo pic s9(11)v99.
           02 sm-data  pic 9(8).

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "DIARIOBANCO.TXT".
       01 linha-rel pic x(100).

       fd balancete label record standard
           data record is linha-bal
           value of file-id is "BALANCETE.TXT".
       01 linha-bal pic x(132).

       fd contabil-flag label record standard
           data record is reg-contabil-flag
           value of file-id is "contabil-ok.txt".
       01 reg-contabil-flag.
           02 cf-data      pic 9(8).
           02 filler       pic x(1).
           02 cf-resultado pic x(3).

       working-storage section.
       01 arq-ok  pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 arq-ok7 pic x(2).
       01 arq-ok8 pic x(2).
       01 arq-ok-flag pic x(2).
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-anomes pic 9(6) value zeros.
       01 ws-anomes-ant pic 9(6) value zeros.
       01 ws-data-linha pic 9(8) value zeros.
       01 ws-fim pic x value "N".
       01 ws-tem-eventos pic x value "N".
       01 ws-tem-cofre pic x value "N".
       01 ws-achou pic x value "N".
       01 ws-idx pic 9(4) value zeros.
       01 ws-idx2 pic 9(4) value zeros.
       01 ws-seq pic 9(5) value zeros.
       01 ws-cont-lidos pic 9(6) value zeros.
       01 ws-cont-cofre pic 9(6) value zeros.
       01 ws-resultado pic x(3) value spaces.
       01 le-saldo-n pic s9(9)v99 value zeros.
       01 ws-saldo-anterior pic s9(9)v99 value zeros.
       01 ws-mov-tipo pic x(10) value spaces.
       01 ws-mov-tipo-conta pic 9(1) value zeros.
       01 ws-mov-valor pic 9(9)v99 value zeros.
       01 ws-mov-inverte pic x value "N".
       01 ws-deb pic x(10) value spaces.
       01 ws-cred pic x(10) value spaces.
       01 ws-troca pic x(10) value spaces.
       01 ws-total-debitos pic 9(11)v99 value zeros.
       01 ws-total-creditos pic 9(11)v99 value zeros.
       01 ws-total-devedor pic s9(11)v99 value zeros.
       01 ws-total-credor pic s9(11)v99 value zeros.
       01 ws-saldo-atual pic s9(11)v99 value zeros.
       01 jb-nome pic x(12) value "CONTABIL    ".
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".

      * ULTIMO SALDO DE CADA CONTA DE CLIENTE NO EXTRATO, PARA DAR
      * O SENTIDO DA ALTERACAO
       01 ws-num-contas pic 9(4) value zeros.
       01 tabela-contas.
           02 tc-linha occurs 500 times.
               03 tc-cpf          pic 9(11).
               03 tc-tipo-conta   pic 9(1).
               03 tc-ultimo-saldo pic s9(9)v99.

       01 ws-num-plano pic 9(4) value zeros.
       01 tabela-plano.
           02 tp-linha occurs 200 times.
               03 tp-conta      pic x(10).
               03 tp-descricao  pic x(30).
               03 tp-natureza   pic x(1).
               03 tp-saldo-ini  pic s9(11)v99.
               03 tp-debitos    pic 9(11)v99.
               03 tp-creditos   pic 9(11)v99.
               03 tp-saldo-mes-ant pic s9(11)v99.

       01 ws-num-lanc pic 9(4) value zeros.
       01 tabela-lancamentos.
           02 tl-linha occurs 300 times.
               03 tl-evento     pic x(10).
               03 tl-tipo-conta pic 9(1).
               03 tl-debito     pic x(10).
               03 tl-credito    pic x(10).
               03 tl-valor      pic 9(11)v99.
               03 tl-qtd        pic 9(6).

       01 ws-num-pend pic 9(4) value zeros.
       01 tabela-pendencias.
           02 tq-linha occurs 100 times.
               03 tq-tipo       pic x(10).
               03 tq-tipo-conta pic 9(1).
               03 tq-motivo     pic x(30).
               03 tq-valor      pic 9(11)v99.
               03 tq-qtd        pic 9(6).
       01 ws-motivo pic x(30) value spaces.

       01 ws-data-entrada.
           02 ws-de-dia pic 99.
           02 ws-de-mes pic 99.
           02 ws-de-ano pic 9(04).
       01 ws-data-extenso pic x(40).
       01 linha-cab0.
           02 filler      pic x(24) value "RELATORIO REFERENTE A: ".
           02 lcd-extenso pic x(40).
       01 linha-cab-diario1 pic x(70) value
          "DIARIO CONTABIL DO BANCO".
       01 linha-cab-diario2 pic x(100) value
          "  SEQ DEBITO     CREDITO                 VALOR EVENTO     T
      -   "    QTD".
       01 linha-diario.
           02 ld-seq     pic z(4)9.
           02 filler     pic x(01) value spaces.
           02 ld-debito  pic x(10).
           02 filler     pic x(01) value spaces.
           02 ld-credito pic x(10).
           02 filler     pic x(01) value spaces.
           02 ld-valor   pic zzz.zzz.zzz.zz9,99.
           02 filler     pic x(01) value spaces.
           02 ld-evento  pic x(10).
           02 filler     pic x(01) value spaces.
           02 ld-tipo-conta pic 9(1).
           02 filler     pic x(01) value spaces.
           02 ld-qtd     pic z(5)9.
       01 linha-tot-diario.
           02 filler     pic x(20) value "TOTAL A DEBITO:     ".
           02 ltd-debito pic zzz.zzz.zzz.zz9,99.
           02 filler     pic x(04) value spaces.
           02 filler     pic x(20) value "TOTAL A CREDITO:    ".
           02 ltd-credito pic zzz.zzz.zzz.zz9,99.
       01 linha-cab-bal1 pic x(70) value
          "BALANCETE DE VERIFICACAO DO DIA".
       01 linha-cab-bal2.
           02 filler pic x(44) value
              "CONTA      DESCRICAO                      N ".
           02 filler pic x(46) value
              " SALDO ANTERIOR        DEBITOS       CREDITOS ".
           02 filler pic x(30) value
              "    SALDO ATUAL SALDO MES ANT.".
       01 linha-bal-det.
           02 lb-conta     pic x(10).
           02 filler       pic x(01) value spaces.
           02 lb-descricao pic x(30).
           02 filler       pic x(01) value spaces.
           02 lb-natureza  pic x(01).
           02 filler       pic x(01) value spaces.
           02 lb-saldo-ini pic -zzz.zzz.zz9,99.
           02 filler       pic x(01) value spaces.
           02 lb-debitos   pic zzz.zzz.zz9,99.
           02 filler       pic x(01) value spaces.
           02 lb-creditos  pic zzz.zzz.zz9,99.
           02 filler       pic x(01) value spaces.
           02 lb-saldo-atual pic -zzz.zzz.zz9,99.
           02 filler       pic x(01) value spaces.
           02 lb-saldo-mes pic -zzz.zzz.zz9,99.
       01 linha-bal-tot1.
           02 filler       pic x(44) value
              "MOVIMENTO DO DIA - DEBITOS / CREDITOS:".
           02 filler       pic x(16) value spaces.
           02 lbt-debitos  pic zzz.zzz.zz9,99.
           02 filler       pic x(01) value spaces.
           02 lbt-creditos pic zzz.zzz.zz9,99.
       01 linha-bal-tot2.
           02 filler       pic x(44) value
              "SALDOS - CONTAS DEVEDORAS / CREDORAS:".
           02 lbt-devedor  pic -zzz.zzz.zz9,99.
           02 filler       pic x(01) value spaces.
           02 lbt-credor   pic -zzz.zzz.zz9,99.
       01 linha-pend-cab pic x(70) value
          "PENDENCIAS - DIA NAO CONTABILIZADO:".
       01 linha-pend.
           02 filler       pic x(02) value spaces.
           02 lq-tipo      pic x(10).
           02 filler       pic x(01) value spaces.
           02 lq-tipo-conta pic 9(1).
           02 filler       pic x(02) value spaces.
           02 lq-motivo    pic x(30).
           02 filler       pic x(01) value spaces.
           02 lq-qtd       pic z(5)9.
           02 filler       pic x(01) value spaces.
           02 lq-valor     pic zzz.zzz.zz9,99.
       01 linha-resumo1.
           02 filler pic x(30) value "MOVIMENTOS LIDOS NO EXTRATO: ".
           02 lr-cont-lidos pic z(5)9.
       01 linha-resumo2.
           02 filler pic x(30) value "MOVIMENTOS LIDOS DO COFRE:   ".
           02 lr-cont-cofre pic z(5)9.

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
           compute ws-hoje = (2000 + ano) * 10000 + mes * 100 + dia.
           compute ws-anomes = ws-hoje / 100.
           if mes = 1
               compute ws-anomes-ant = (2000 + ano - 1) * 100 + 12
           else
               compute ws-anomes-ant = ws-anomes - 1
           end-if.
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
                   move 4 to return-code
                   goback
               end-if
           end-if.
           perform Abre-Arquivos.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Carrega-Plano.
           move "N" to ws-fim.
           perform Le-Extrato until ws-fim = "S".
           if ws-tem-cofre = "S"
               move "N" to ws-fim
               perform Le-Cofre until ws-fim = "S"
           end-if.
           perform Soma-Lancamentos.
           if ws-num-pend = zeros
               and ws-total-debitos = ws-total-creditos
               move "OK " to ws-resultado
               perform Grava-Diario
               perform Atualiza-Plano
           else
               move "DIF" to ws-resultado
               perform Relata-Pendencias-Diario
           end-if.
           perform Gera-Balancete.
           perform Finaliza.

       Abre-Arquivos.
           open i-o plano-contas.
           if arq-ok not = "00"
               display "PLANO DE CONTAS AUSENTE (planocontas.dat) - "
                       "CADASTRAR NO ManterPlanoContas"
               move 8 to return-code
               goback
           end-if.
           open input eventos.
           if arq-ok2 = "00"
               move "S" to ws-tem-eventos
           else
               display "TABELA DE EVENTOS AUSENTE (eventosctb.dat)"
           end-if.
           open input extrato.
           if arq-ok3 not = "00"
               display "EXTRATO AUSENTE (extrato.txt)"
               move 8 to return-code
               goback
           end-if.
           open input cofre-mov.
           if arq-ok4 = "00"
               move "S" to ws-tem-cofre
           end-if.
           open i-o diario.
           if arq-ok5 not = "00"
               open output diario
               close diario
               open i-o diario
           end-if.
           open i-o saldos-mes.
           if arq-ok6 not = "00"
               open output saldos-mes
               close saldos-mes
               open i-o saldos-mes
           end-if.
           open output relatorio.
           open output balancete.
           move dia to ws-de-dia.
           move mes to ws-de-mes.
           compute ws-de-ano = 2000 + ano.
           call "Meses" using ws-data-entrada ws-data-extenso.
           move ws-data-extenso to lcd-extenso.
           move linha-cab0 to linha-rel.
           write linha-rel.
           move linha-cab-diario1 to linha-rel.
           write linha-rel.
           move linha-cab-diario2 to linha-rel.
           write linha-rel.
           move linha-cab0 to linha-bal.
           write linha-bal.
           move linha-cab-bal1 to linha-bal.
           write linha-bal.
           move linha-cab-bal2 to linha-bal.
           write linha-bal.

      * SALDO DE ABERTURA DO DIA: SE O DIA JA FOI CONTABILIZADO
      * (RODADA REPETIDA), VOLTA AO SALDO GUARDADO ANTES DELE
       Carrega-Plano.
           move low-values to pc-conta.
           start plano-contas key is greater than pc-conta
               invalid key
                   display "PLANO DE CONTAS VAZIO"
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Carrega-Conta until ws-fim = "S".

       Carrega-Conta.
           read plano-contas next record
               at end
                   move "S" to ws-fim
               not at end
                   if ws-num-plano < 200
                       add 1 to ws-num-plano
                       move ws-num-plano to ws-idx
                       move pc-conta to tp-conta(ws-idx)
                       move pc-descricao to tp-descricao(ws-idx)
                       move pc-natureza to tp-natureza(ws-idx)
                       if pc-data-ult = ws-hoje
                           move pc-saldo-ant to tp-saldo-ini(ws-idx)
                       else
                           move pc-saldo to tp-saldo-ini(ws-idx)
                       end-if
                       move zeros to tp-debitos(ws-idx)
                       move zeros to tp-creditos(ws-idx)
                       move pc-conta to sm-conta
                       move ws-anomes-ant to sm-anomes
                       read saldos-mes
                           invalid key
                               move zeros to tp-saldo-mes-ant(ws-idx)
                           not invalid key
                               move sm-saldo to
                                   tp-saldo-mes-ant(ws-idx)
                       end-read
                   else
                       display "PLANO COM MAIS DE 200 CONTAS - "
                               pc-conta " FORA DO BALANCETE"
                   end-if
           end-read.

      * O EXTRATO E LIDO INTEIRO PARA ACOMPANHAR O SALDO DE CADA
      * CONTA; SO A LINHA DA DATA VIRA LANCAMENTO
       Le-Extrato.
           read extrato next record
               at end
                   move "S" to ws-fim
               not at end
                   compute ws-data-linha = (2000 + le-ano) * 10000
                                         + le-mes * 100 + le-dia
                   if ws-data-linha not > ws-hoje
                       move le-saldo to le-saldo-n
                       perform Localiza-Conta
                       if ws-data-linha = ws-hoje
                           add 1 to ws-cont-lidos
                           perform Classifica-Extrato
                       end-if
                       if ws-idx > zeros
                           move le-saldo-n to tc-ultimo-saldo(ws-idx)
                       end-if
                   end-if
           end-read.

       Localiza-Conta.
           move "N" to ws-achou.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-contas
               if tc-cpf(ws-idx) = le-cpf
                       and tc-tipo-conta(ws-idx) = le-tipo-conta
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               if ws-num-contas < 500
                   add 1 to ws-num-contas
                   move ws-num-contas to ws-idx
                   move le-cpf to tc-cpf(ws-idx)
                   move le-tipo-conta to tc-tipo-conta(ws-idx)
                   move zeros to tc-ultimo-saldo(ws-idx)
               else
                   move zeros to ws-idx
               end-if
           end-if.
           if ws-idx > zeros
               move tc-ultimo-saldo(ws-idx) to ws-saldo-anterior
           else
               move zeros to ws-saldo-anterior
           end-if.

       Classifica-Extrato.
           move le-tipo to ws-mov-tipo.
           move le-tipo-conta to ws-mov-tipo-conta.
           move le-valor to ws-mov-valor.
           move "N" to ws-mov-inverte.
           if le-saldo-n < ws-saldo-anterior
               move "S" to ws-mov-inverte
           end-if.
           if ws-mov-valor > zeros
               perform Classifica-Movimento
           end-if.

       Le-Cofre.
           read cofre-mov
               at end
                   move "S" to ws-fim
               not at end
                   if cm-data = ws-hoje and cm-valor > zeros
                       add 1 to ws-cont-cofre
                       if cm-contraparte(1:5) = "CAIXA"
                           move "COFRE-CX" to ws-mov-tipo
                       else
                           move "COFRE-CF" to ws-mov-tipo
                       end-if
                       move zeros to ws-mov-tipo-conta
                       move cm-valor to ws-mov-valor
                       move "N" to ws-mov-inverte
                       if cm-sinal = "-"
                           move "S" to ws-mov-inverte
                       end-if
                       perform Classifica-Movimento
                   end-if
           end-read.

      * TIPO + TIPO DE CONTA -> PAR (OU PARES) DE CONTAS; O QUE NAO
      * TEM EVENTO OU CAI EM CONTA FORA DO PLANO VIRA PENDENCIA
       Classifica-Movimento.
           if ws-tem-eventos = "N"
               move "SEM EVENTO CONTABIL" to ws-motivo
               perform Registra-Pendencia
               exit paragraph
           end-if.
           move ws-mov-tipo to ev-tipo.
           move ws-mov-tipo-conta to ev-tipo-conta.
           read eventos
               invalid key
                   move "SEM EVENTO CONTABIL" to ws-motivo
                   perform Registra-Pendencia
                   exit paragraph
           end-read.
           move ev-debito to ws-deb.
           move ev-credito to ws-cred.
           perform Lanca-Par.
           if ev-debito2 not = spaces
               move ev-debito2 to ws-deb
               move ev-credito2 to ws-cred
               perform Lanca-Par
           end-if.

       Lanca-Par.
           if ev-sinal = "V" and ws-mov-inverte = "S"
               move ws-deb to ws-troca
               move ws-cred to ws-deb
               move ws-troca to ws-cred
           end-if.
           move "N" to ws-achou.
           perform varying ws-idx2 from 1 by 1
                   until ws-idx2 > ws-num-plano
               if tp-conta(ws-idx2) = ws-deb
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               move spaces to ws-motivo
               string "DEBITO FORA DO PLANO " ws-deb
                   delimited by size into ws-motivo
               perform Registra-Pendencia
               exit paragraph
           end-if.
           move "N" to ws-achou.
           perform varying ws-idx2 from 1 by 1
                   until ws-idx2 > ws-num-plano
               if tp-conta(ws-idx2) = ws-cred
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               move spaces to ws-motivo
               string "CREDITO FORA DO PLANO " ws-cred
                   delimited by size into ws-motivo
               perform Registra-Pendencia
               exit paragraph
           end-if.
           move "N" to ws-achou.
           perform varying ws-idx2 from 1 by 1
                   until ws-idx2 > ws-num-lanc
               if tl-evento(ws-idx2) = ws-mov-tipo
                   and tl-tipo-conta(ws-idx2) = ws-mov-tipo-conta
                   and tl-debito(ws-idx2) = ws-deb
                   and tl-credito(ws-idx2) = ws-cred
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               if ws-num-lanc < 300
                   add 1 to ws-num-lanc
                   move ws-num-lanc to ws-idx2
                   move ws-mov-tipo to tl-evento(ws-idx2)
                   move ws-mov-tipo-conta to tl-tipo-conta(ws-idx2)
                   move ws-deb to tl-debito(ws-idx2)
                   move ws-cred to tl-credito(ws-idx2)
                   move zeros to tl-valor(ws-idx2)
                   move zeros to tl-qtd(ws-idx2)
               else
                   move "TABELA DE LANCAMENTOS CHEIA" to ws-motivo
                   perform Registra-Pendencia
                   exit paragraph
               end-if
           end-if.
           add ws-mov-valor to tl-valor(ws-idx2).
           add 1 to tl-qtd(ws-idx2).

       Registra-Pendencia.
           move "N" to ws-achou.
           perform varying ws-idx2 from 1 by 1
                   until ws-idx2 > ws-num-pend
               if tq-tipo(ws-idx2) = ws-mov-tipo
                   and tq-tipo-conta(ws-idx2) = ws-mov-tipo-conta
                   and tq-motivo(ws-idx2) = ws-motivo
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               if ws-num-pend < 100
                   add 1 to ws-num-pend
               end-if
               move ws-num-pend to ws-idx2
               move ws-mov-tipo to tq-tipo(ws-idx2)
               move ws-mov-tipo-conta to tq-tipo-conta(ws-idx2)
               move ws-motivo to tq-motivo(ws-idx2)
               move zeros to tq-valor(ws-idx2)
               move zeros to tq-qtd(ws-idx2)
           end-if.
           add ws-mov-valor to tq-valor(ws-idx2).
           add 1 to tq-qtd(ws-idx2).

      * LEVA CADA LANCAMENTO AS CONTAS DO BALANCETE E TOTALIZA OS
      * DOIS LADOS DO DIARIO
       Soma-Lancamentos.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-lanc
               add tl-valor(ws-idx) to ws-total-debitos
               add tl-valor(ws-idx) to ws-total-creditos
               perform varying ws-idx2 from 1 by 1
                       until ws-idx2 > ws-num-plano
                   if tp-conta(ws-idx2) = tl-debito(ws-idx)
                       add tl-valor(ws-idx) to tp-debitos(ws-idx2)
                   end-if
                   if tp-conta(ws-idx2) = tl-credito(ws-idx)
                       add tl-valor(ws-idx) to tp-creditos(ws-idx2)
                   end-if
               end-perform
           end-perform.

      * O DIARIO DA DATA E REFEITO POR INTEIRO A CADA RODADA
       Grava-Diario.
           move ws-hoje to dj-data.
           move zeros to dj-seq.
           start diario key is not less than dj-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Apaga-Diario-Dia until ws-fim = "S".
           move zeros to ws-seq.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-lanc
               add 1 to ws-seq
               move ws-hoje to dj-data
               move ws-seq to dj-seq
               move tl-debito(ws-idx) to dj-debito
               move tl-credito(ws-idx) to dj-credito
               move tl-valor(ws-idx) to dj-valor
               move tl-evento(ws-idx) to dj-evento
               move tl-tipo-conta(ws-idx) to dj-tipo-conta
               move tl-qtd(ws-idx) to dj-qtd
               write reg-diario
                   invalid key
                       display "ERRO AO GRAVAR O DIARIO " dj-chave
               end-write
               move ws-seq to ld-seq
               move dj-debito to ld-debito
               move dj-credito to ld-credito
               move dj-valor to ld-valor
               move dj-evento to ld-evento
               move dj-tipo-conta to ld-tipo-conta
               move dj-qtd to ld-qtd
               move linha-diario to linha-rel
               write linha-rel
           end-perform.
           move ws-total-debitos to ltd-debito.
           move ws-total-creditos to ltd-credito.
           move linha-tot-diario to linha-rel.
           write linha-rel.

       Apaga-Diario-Dia.
           read diario next record
               at end
                   move "S" to ws-fim
               not at end
                   if dj-data not = ws-hoje
                       move "S" to ws-fim
                   else
                       delete diario
                           invalid key
                               display "ERRO AO REFAZER O DIARIO "
                                       dj-chave
                       end-delete
                   end-if
           end-read.

       Relata-Pendencias-Diario.
           move linha-pend-cab to linha-rel.
           write linha-rel.
           move "DIARIO NAO GRAVADO - VER PENDENCIAS EM BALANCETE.TXT"
               to linha-rel.
           write linha-rel.

      * SALDO NOVO = ABERTURA + MOVIMENTO NO LADO DA NATUREZA; O
      * SALDO DO MES CORRENTE E REGRAVADO A CADA DIA
       Atualiza-Plano.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-plano
               perform Calcula-Saldo-Atual
               move tp-conta(ws-idx) to pc-conta
               read plano-contas
                   invalid key
                       display "CONTA " pc-conta " SUMIU DO PLANO"
                   not invalid key
                       move tp-saldo-ini(ws-idx) to pc-saldo-ant
                       move ws-saldo-atual to pc-saldo
                       move ws-hoje to pc-data-ult
                       rewrite reg-plano
                           invalid key
                               display "ERRO AO GRAVAR A CONTA "
                                       pc-conta
                       end-rewrite
               end-read
               move tp-conta(ws-idx) to sm-conta
               move ws-anomes to sm-anomes
               move ws-saldo-atual to sm-saldo
               move ws-hoje to sm-data
               write reg-saldo-mes
                   invalid key
                       rewrite reg-saldo-mes
                           invalid key
                               display "ERRO AO GRAVAR O SALDO DO MES "
                                       sm-conta
                       end-rewrite
               end-write
           end-perform.

       Calcula-Saldo-Atual.
           if tp-natureza(ws-idx) = "C"
               compute ws-saldo-atual = tp-saldo-ini(ws-idx)
                   + tp-creditos(ws-idx) - tp-debitos(ws-idx)
           else
               compute ws-saldo-atual = tp-saldo-ini(ws-idx)
                   + tp-debitos(ws-idx) - tp-creditos(ws-idx)
           end-if.

       Gera-Balancete.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-plano
               perform Calcula-Saldo-Atual
               move tp-conta(ws-idx) to lb-conta
               move tp-descricao(ws-idx) to lb-descricao
               move tp-natureza(ws-idx) to lb-natureza
               move tp-saldo-ini(ws-idx) to lb-saldo-ini
               move tp-debitos(ws-idx) to lb-debitos
               move tp-creditos(ws-idx) to lb-creditos
               move ws-saldo-atual to lb-saldo-atual
               move tp-saldo-mes-ant(ws-idx) to lb-saldo-mes
               move linha-bal-det to linha-bal
               write linha-bal
               if tp-natureza(ws-idx) = "C"
                   add ws-saldo-atual to ws-total-credor
               else
                   add ws-saldo-atual to ws-total-devedor
               end-if
           end-perform.
           move spaces to linha-bal.
           write linha-bal.
           move ws-total-debitos to lbt-debitos.
           move ws-total-creditos to lbt-creditos.
           move linha-bal-tot1 to linha-bal.
           write linha-bal.
           move ws-total-devedor to lbt-devedor.
           move ws-total-credor to lbt-credor.
           move linha-bal-tot2 to linha-bal.
           write linha-bal.
           if ws-resultado = "DIF"
               move spaces to linha-bal
               write linha-bal
               move linha-pend-cab to linha-bal
               write linha-bal
               perform varying ws-idx from 1 by 1
                       until ws-idx > ws-num-pend
                   move tq-tipo(ws-idx) to lq-tipo
                   move tq-tipo-conta(ws-idx) to lq-tipo-conta
                   move tq-motivo(ws-idx) to lq-motivo
                   move tq-qtd(ws-idx) to lq-qtd
                   move tq-valor(ws-idx) to lq-valor
                   move linha-pend to linha-bal
                   write linha-bal
               end-perform
               move "SALDOS ACIMA SAO SO PREVIA - PLANO NAO ATUALIZADO"
                   to linha-bal
               write linha-bal
           end-if.

       Finaliza.
           move ws-cont-lidos to lr-cont-lidos.
           move linha-resumo1 to linha-bal.
           write linha-bal.
           move ws-cont-cofre to lr-cont-cofre.
           move linha-resumo2 to linha-bal.
           write linha-bal.
           display "RELATORIOS GERADOS: DIARIOBANCO.TXT E "
                   "BALANCETE.TXT".
           if ws-resultado = "OK "
               display "DIA CONTABILIZADO - LANCAMENTOS: " ws-num-lanc
           else
               display "DIA NAO CONTABILIZADO - PENDENCIAS: "
                       ws-num-pend
           end-if.
      * O RESULTADO DO DIA FICA EM contabil-ok.txt PARA O FechaDia
      * SO ROLAR A DATA CONTABIL COM O DIA CONTABILIZADO
           open extend contabil-flag.
           if arq-ok-flag not = "00" and arq-ok-flag not = "05"
               open output contabil-flag
           end-if.
           move ws-hoje to cf-data.
           move ws-resultado to cf-resultado.
           write reg-contabil-flag.
           close contabil-flag.
           compute jb-contagem = ws-cont-lidos + ws-cont-cofre.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           close plano-contas.
           if ws-tem-eventos = "S"
               close eventos
           end-if.
           close extrato.
           if ws-tem-cofre = "S"
               close cofre-mov
           end-if.
           close diario.
           close saldos-mes.
           close relatorio.
           close balancete.
           goback.

       end program ContabilidadeDiaria.

       program-id. InformeRendimentos as "InformeRendimentos".

      * LOTE ANUAL DO INFORME DE RENDIMENTOS: PARA O ANO-CALENDARIO
      * INFORMADO (PADRAO: ANO ANTERIOR) GERA UM INFORME POR CPF EM
      * informe-rend.txt COM:
      *   - CADA CONTA DE arqbc.dat (E AS CONTAS CONJUNTAS EM QUE O
      *     CPF E SEGUNDO TITULAR) COM O SALDO EM 31/12 DO ANO
      *     ANTERIOR E DO ANO, RECONSTITUIDO PELO ULTIMO LANCAMENTO
      *     ATE A DATA EM movimentos.dat (CONTA SEM NENHUM LANCAMENTO
      *     FICA COM O SALDO ATUAL; CONTA QUE SO TEM LANCAMENTO
      *     DEPOIS DA DATA AINDA NAO EXISTIA E FICA ZERADA);
      *   - O RENDIMENTO DA POUPANCA NO ANO (LANCAMENTOS REND-POUP);
      *   - OS RENDIMENTOS DE CDB RESGATADOS NO ANO COM IOF E IR
      *     RETIDOS (retencoes.dat) E O PRINCIPAL AINDA APLICADO EM
      *     31/12 (aplicacoes.dat);
      *   - O SALDO DEVEDOR CONTRATUAL DOS EMPRESTIMOS EM 31/12 DOS
      *     DOIS ANOS (PARCELAS AINDA NAO VENCIDAS NA DATA; ZERO SE O
      *     CONTRATO FOI QUITADO ANTES DELA - amortizacoes.dat);
      *   - O SEGUNDO TITULAR DAS CONTAS CONJUNTAS.
      * O MESMO CONTEUDO SAI EM LEIAUTE FIXO PARA O FISCO EM
      * informe-fisco.txt (REGISTRO 1 CABECALHO, 2 POR CPF, 9
      * TOTAIS). CONTROLE ANUAL EM runctl.txt PELO ControleJob.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok-mov.

           select aplicacoes assign to disk
           organization indexed
           access mode dynamic
           record key ap-chave
           file status arq-ok-ap.

           select retencoes assign to disk
           organization indexed
           access mode dynamic
           record key rt-chave
           file status arq-ok-rt.

           select emprestimos assign to disk
           organization indexed
           access mode dynamic
           record key em-chave
           file status arq-ok-em.

           select amortizacoes assign to disk
           organization indexed
           access mode dynamic
           record key am-chave
           file status arq-ok-am.

           select informe assign to disk
           organization line sequential
           file status arq-ok2.

           select fisco assign to disk
           organization line sequential
           file status arq-ok3.

       data division.
       file section.
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

       fd aplicacoes label record standard
           data record is reg-aplicacao
           value of file-id is "aplicacoes.dat".
       01 reg-aplicacao.
           02 ap-chave.
               03 ap-cpf        pic 9(11).
               03 ap-seq        pic 9(4).
           02 ap-tipo-conta pic 9(1).
           02 ap-principal  pic 9(7)v99.
           02 ap-taxa       pic 9(2)v99.
           02 ap-data-ini   pic 9(8).
           02 ap-data-vcto  pic 9(8).
           02 ap-juros      pic 9(7)v99.
           02 ap-ult-acum   pic 9(8).
           02 ap-status     pic x(1).

       fd retencoes label record standard
           data record is reg-retencao
           value of file-id is "retencoes.dat".
       01 reg-retencao.
           02 rt-chave.
               03 rt-cpf        pic 9(11).
               03 rt-data       pic 9(8).
               03 rt-seq        pic 9(4).
           02 rt-tipo-conta pic 9(1).
           02 rt-data-ini   pic 9(8).
           02 rt-dias       pic 9(5).
           02 rt-principal  pic 9(7)v99.
           02 rt-rendimento pic 9(7)v99.
           02 rt-aliq-iof   pic 9(3)v99.
           02 rt-iof        pic 9(7)v99.
           02 rt-aliq-ir    pic 9(3)v99.
           02 rt-ir         pic 9(7)v99.
           02 rt-liquido    pic 9(8)v99.

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

       fd amortizacoes label record standard
           data record is reg-amortizacao
           value of file-id is "amortizacoes.dat".
       01 reg-amortizacao.
           02 am-chave.
               03 am-cpf pic 9(11).
               03 am-seq pic 9(4).
               03 am-ord pic 9(3).
           02 am-data pic 9(8).
           02 am-tipo pic x(1).
           02 am-valor-pago pic 9(7)v99.
           02 am-atraso-pago pic 9(7)v99.
           02 am-desconto pic 9(7)v99.
           02 am-parc-antes pic 9(2).
           02 am-parc-depois pic 9(2).
           02 am-vlr-parc-antes pic 9(7)v99.
           02 am-vlr-parc-depois pic 9(7)v99.

       fd informe label record standard
           data record is linha-inf
           value of file-id is "informe-rend.txt".
       01 linha-inf pic x(80).

       fd fisco label record standard
           data record is reg-fisco
           value of file-id is "informe-fisco.txt".
       01 reg-fisco pic x(150).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok-mov pic x(2).
       01 arq-ok-ap pic x(2).
       01 arq-ok-rt pic x(2).
       01 arq-ok-em pic x(2).
       01 arq-ok-am pic x(2).
       01 ws-tem-am pic x value "N".
       01 ws-fim-am pic x value "N".
       01 ws-data-quitacao pic 9(8) value zeros.
       01 ws-tem-mov pic x value "N".
       01 ws-tem-ap pic x value "N".
       01 ws-tem-rt pic x value "N".
       01 ws-tem-em pic x value "N".
       01 ws-fim pic x value "N".
       01 ws-fim-aux pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-ano pic 9(4) value zeros.
       01 ws-data-ant pic 9(8) value zeros.
       01 ws-data-atu pic 9(8) value zeros.
       01 ws-cpf-atual pic 9(11) value zeros.
       01 ws-nome-atual pic x(30) value spaces.
       01 ws-cpf-conta pic 9(11) value zeros.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-saldo-conta-atual pic s9(9)v99 value zeros.
       01 ws-achou-mov pic x value "N".
       01 ws-saldo-ant pic s9(9)v99 value zeros.
       01 ws-saldo-atu pic s9(9)v99 value zeros.
       01 ws-rend-poup-conta pic 9(7)v99 value zeros.
       01 ws-ja-emitido pic x value "N".
       01 ws-i pic 9(4) value zeros.
       01 ws-j pic 9(4) value zeros.
       01 ws-meses pic s9(5) value zeros.
       01 ws-parc-abertas pic 9(3) value zeros.
       01 ws-div pic 9(9)v99 value zeros.
      * ACUMULADOS DO CPF
       01 ws-cpf-tot.
           02 ws-cpf-saldo-ant pic s9(9)v99.
           02 ws-cpf-saldo-atu pic s9(9)v99.
           02 ws-cpf-rend-poup pic 9(9)v99.
           02 ws-cpf-rend-cdb pic 9(9)v99.
           02 ws-cpf-iof pic 9(9)v99.
           02 ws-cpf-ir pic 9(9)v99.
           02 ws-cpf-aplicado pic 9(9)v99.
           02 ws-cpf-div-ant pic 9(9)v99.
           02 ws-cpf-div-atu pic 9(9)v99.
      * TOTAIS DO ARQUIVO DO FISCO
       01 ws-cont-cpfs pic 9(6) value zeros.
       01 ws-tot-rend pic 9(11)v99 value zeros.
       01 ws-tot-ir pic 9(11)v99 value zeros.
      * CONTAS CONJUNTAS (CARREGADAS NA PRIMEIRA PASSADA)
       01 ws-qtd-conj pic 9(4) value zeros.
       01 ws-tab-conj.
           02 tc-conta occurs 500 times.
               03 tc-cpf      pic 9(11).
               03 tc-tipo     pic 9(1).
               03 tc-agencia  pic 9(4).
               03 tc-cc       pic 9(9).
               03 tc-nome     pic x(30).
               03 tc-saldo    pic s9(9)v99.
               03 tc-titular2 pic 9(11).
       01 jb-nome pic x(12) value "INFORMEREND ".
       01 jb-frequencia pic x(1) value "A".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 linha-tit.
           02 filler pic x(46) value
              "INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALEN".
           02 filler pic x(7) value "DARIO ".
           02 lt-ano pic 9(4).
       01 linha-cli.
           02 filler pic x(5) value "CPF: ".
           02 lc-cpf pic 9(11).
           02 filler pic x(8) value "  NOME: ".
           02 lc-nome pic x(30).
       01 linha-sec-contas pic x(80) value
           "1. CONTAS         AG.  CONTA      SALDO 31/12 ANT.  SALDO 31
      -    "/12 ANO".
       01 linha-conta.
           02 filler pic x(3) value spaces.
           02 lco-tipo pic x(14).
           02 filler pic x(1) value spaces.
           02 lco-agencia pic 9(4).
           02 filler pic x(1) value spaces.
           02 lco-cc pic 9(9).
           02 filler pic x(2) value spaces.
           02 lco-saldo-ant pic -zzz.zzz.zz9,99.
           02 filler pic x(3) value spaces.
           02 lco-saldo-atu pic -zzz.zzz.zz9,99.
       01 linha-conj.
           02 filler pic x(6) value spaces.
           02 lcj-texto pic x(24).
           02 lcj-cpf pic 9(11).
           02 filler pic x(1) value spaces.
           02 lcj-nome pic x(30).
       01 linha-poup.
           02 filler pic x(37) value
              "2. RENDIMENTO DA POUPANCA NO ANO:".
           02 lp-rend pic z.zzz.zz9,99.
       01 linha-cdb.
           02 filler pic x(37) value
              "3. CDB - RENDIMENTO BRUTO RESGATADO:".
           02 lcd-rend pic z.zzz.zz9,99.
       01 linha-cdb2.
           02 filler pic x(12) value "   IOF RET.:".
           02 lcd-iof pic z.zzz.zz9,99.
           02 filler pic x(12) value "  IR RET.:".
           02 lcd-ir pic z.zzz.zz9,99.
       01 linha-cdb3.
           02 filler pic x(37) value
              "   PRINCIPAL APLICADO EM 31/12:".
           02 lcd-aplicado pic z.zzz.zz9,99.
       01 linha-emp.
           02 filler pic x(37) value
              "4. EMPRESTIMOS - SALDO 31/12 ANT.:".
           02 lem-ant pic z.zzz.zz9,99.
       01 linha-emp2.
           02 filler pic x(37) value
              "   EMPRESTIMOS - SALDO 31/12 ANO:".
           02 lem-atu pic z.zzz.zz9,99.
       01 linha-separa pic x(80) value all "=".
      * LEIAUTE DO ARQUIVO DO FISCO
       01 fisco-cab.
           02 filler pic x(1) value "1".
           02 fc-ano pic 9(4).
           02 fc-data-geracao pic 9(8).
           02 filler pic x(20) value "INFORME RENDIMENTOS".
       01 fisco-det.
           02 filler pic x(1) value "2".
           02 fd-cpf pic 9(11).
           02 fd-nome pic x(30).
           02 fd-saldo-ant pic s9(9)v99 sign leading separate.
           02 fd-saldo-atu pic s9(9)v99 sign leading separate.
           02 fd-rend-poup pic 9(9)v99.
           02 fd-rend-cdb pic 9(9)v99.
           02 fd-iof pic 9(9)v99.
           02 fd-ir pic 9(9)v99.
           02 fd-aplicado pic 9(9)v99.
           02 fd-div-ant pic 9(9)v99.
           02 fd-div-atu pic 9(9)v99.
       01 fisco-tot.
           02 filler pic x(1) value "9".
           02 ft-qtd pic 9(6).
           02 ft-rend pic 9(11)v99.
           02 ft-ir pic 9(11)v99.

       procedure division.
       Inicio.
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data to ws-hoje
           else
               move function current-date(1:8) to ws-hoje
           end-if.
           display "INFORME DE RENDIMENTOS".
           display "ANO-CALENDARIO (0 = ANO ANTERIOR): ".
           accept ws-ano.
           if ws-ano = zeros
               compute ws-ano = ws-hoje / 10000 - 1
           end-if.
           compute ws-data-atu = ws-ano * 10000 + 1231.
           compute ws-data-ant = (ws-ano - 1) * 10000 + 1231.
           if ws-data-atu > ws-hoje
               display "ANO AINDA NAO ENCERRADO"
               stop run
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
                   stop run
               end-if
           end-if.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Abre-Arq.
           perform Carrega-Conjuntas.
           move zeros to chave-arqbc.
           start arq-banco key is not less than chave-arqbc
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Le-Conta until ws-fim = "S".
           if ws-cpf-atual not = zeros
               perform Fecha-Cpf
           end-if.
           perform Trata-So-Cotitular
               varying ws-i from 1 by 1 until ws-i > ws-qtd-conj.
           perform Finaliza.

       Abre-Arq.
           open input arq-banco.
           if arq-ok not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open input movimentos.
           if arq-ok-mov = "00"
               move "S" to ws-tem-mov
           end-if.
           open input aplicacoes.
           if arq-ok-ap = "00"
               move "S" to ws-tem-ap
           end-if.
           open input retencoes.
           if arq-ok-rt = "00"
               move "S" to ws-tem-rt
           end-if.
           open input emprestimos.
           if arq-ok-em = "00"
               move "S" to ws-tem-em
           end-if.
           open input amortizacoes.
           if arq-ok-am = "00"
               move "S" to ws-tem-am
           end-if.
           open output informe.
           open output fisco.
           move ws-ano to fc-ano.
           move ws-hoje to fc-data-geracao.
           move fisco-cab to reg-fisco.
           write reg-fisco.

      * CONTAS COM SEGUNDO TITULAR, PARA O INFORME DO COTITULAR
       Carrega-Conjuntas.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read arq-banco next record
                   at end
                       move "S" to ws-fim
                   not at end
                       if cpf-titular2-p not = zeros
                           and ws-qtd-conj < 500
                           add 1 to ws-qtd-conj
                           move cpf-p to tc-cpf(ws-qtd-conj)
                           move tipo-conta-p to tc-tipo(ws-qtd-conj)
                           move codigo-agencia-p
                               to tc-agencia(ws-qtd-conj)
                           move codigo-cc-p to tc-cc(ws-qtd-conj)
                           move nome-p to tc-nome(ws-qtd-conj)
                           move saldo-p to tc-saldo(ws-qtd-conj)
                           move cpf-titular2-p
                               to tc-titular2(ws-qtd-conj)
                       end-if
               end-read
           end-perform.

      * arqbc.dat VEM EM ORDEM DE CPF + TIPO; A TROCA DE CPF FECHA O
      * INFORME DO CPF ANTERIOR
       Le-Conta.
           read arq-banco next record
               at end
                   move "S" to ws-fim
               not at end
                   if cpf-p not = ws-cpf-atual
                       if ws-cpf-atual not = zeros
                           perform Fecha-Cpf
                       end-if
                       move cpf-p to ws-cpf-atual
                       move nome-p to ws-nome-atual
                       perform Abre-Cpf
                   end-if
                   move cpf-p to ws-cpf-conta
                   move tipo-conta-p to ws-tipo-conta
                   move saldo-p to ws-saldo-conta-atual
                   perform Saldos-Conta
                   perform Imprime-Conta
                   move codigo-agencia-p to lco-agencia
                   move codigo-cc-p to lco-cc
                   move linha-conta to linha-inf
                   write linha-inf
                   if cpf-titular2-p not = zeros
                       move "SEGUNDO TITULAR: " to lcj-texto
                       move cpf-titular2-p to lcj-cpf
                       move spaces to lcj-nome
                       move linha-conj to linha-inf
                       write linha-inf
                   end-if
           end-read.

       Abre-Cpf.
           initialize ws-cpf-tot.
           move ws-ano to lt-ano.
           move linha-tit to linha-inf.
           write linha-inf.
           move ws-cpf-atual to lc-cpf.
           move ws-nome-atual to lc-nome.
           move linha-cli to linha-inf.
           write linha-inf.
           move spaces to linha-inf.
           write linha-inf.
           move linha-sec-contas to linha-inf.
           write linha-inf.

      * SALDOS EM 31/12 PELO ULTIMO LANCAMENTO ATE CADA DATA, E O
      * RENDIMENTO DA POUPANCA LANCADO NO ANO
       Saldos-Conta.
           move zeros to ws-saldo-ant ws-saldo-atu ws-rend-poup-conta.
           move "N" to ws-achou-mov.
           if ws-tem-mov = "S"
               move ws-cpf-conta to mv-cpf
               move ws-tipo-conta to mv-tipo-conta
               move zeros to mv-data mv-seq
               start movimentos key is not less than mv-chave
                   invalid key
                       move "S" to ws-fim-aux
                   not invalid key
                       move "N" to ws-fim-aux
               end-start
               perform Le-Movimento until ws-fim-aux = "S"
           end-if.
           if ws-achou-mov = "N"
               move ws-saldo-conta-atual to ws-saldo-ant ws-saldo-atu
           end-if.
           add ws-saldo-ant to ws-cpf-saldo-ant.
           add ws-saldo-atu to ws-cpf-saldo-atu.
           add ws-rend-poup-conta to ws-cpf-rend-poup.

       Le-Movimento.
           read movimentos next record
               at end
                   move "S" to ws-fim-aux
               not at end
                   if mv-cpf not = ws-cpf-conta
                       or mv-tipo-conta not = ws-tipo-conta
                       move "S" to ws-fim-aux
                   else
                       move "S" to ws-achou-mov
                       if mv-data <= ws-data-ant
                           move mv-saldo to ws-saldo-ant
                       end-if
                       if mv-data <= ws-data-atu
                           move mv-saldo to ws-saldo-atu
                       end-if
                       if mv-data > ws-data-ant
                           and mv-data <= ws-data-atu
                           and mv-tipo = "REND-POUP"
                           add mv-valor to ws-rend-poup-conta
                       end-if
                   end-if
           end-read.

       Imprime-Conta.
           if ws-tipo-conta = 1
               move "CONTA CORRENTE" to lco-tipo
           else
               move "POUPANCA" to lco-tipo
           end-if.
           move ws-saldo-ant to lco-saldo-ant.
           move ws-saldo-atu to lco-saldo-atu.

      * FECHA O INFORME: CONTAS CONJUNTAS COMO SEGUNDO TITULAR,
      * POUPANCA, CDB E EMPRESTIMOS, E O REGISTRO DO FISCO
       Fecha-Cpf.
           perform Conjunta-Cotitular
               varying ws-j from 1 by 1 until ws-j > ws-qtd-conj.
           perform Soma-Cdb.
           perform Soma-Emprestimos.
           move ws-cpf-rend-poup to lp-rend.
           move linha-poup to linha-inf.
           write linha-inf.
           move ws-cpf-rend-cdb to lcd-rend.
           move linha-cdb to linha-inf.
           write linha-inf.
           move ws-cpf-iof to lcd-iof.
           move ws-cpf-ir to lcd-ir.
           move linha-cdb2 to linha-inf.
           write linha-inf.
           move ws-cpf-aplicado to lcd-aplicado.
           move linha-cdb3 to linha-inf.
           write linha-inf.
           move ws-cpf-div-ant to lem-ant.
           move linha-emp to linha-inf.
           write linha-inf.
           move ws-cpf-div-atu to lem-atu.
           move linha-emp2 to linha-inf.
           write linha-inf.
           move linha-separa to linha-inf.
           write linha-inf.
           move ws-cpf-atual to fd-cpf.
           move ws-nome-atual to fd-nome.
           move ws-cpf-saldo-ant to fd-saldo-ant.
           move ws-cpf-saldo-atu to fd-saldo-atu.
           move ws-cpf-rend-poup to fd-rend-poup.
           move ws-cpf-rend-cdb to fd-rend-cdb.
           move ws-cpf-iof to fd-iof.
           move ws-cpf-ir to fd-ir.
           move ws-cpf-aplicado to fd-aplicado.
           move ws-cpf-div-ant to fd-div-ant.
           move ws-cpf-div-atu to fd-div-atu.
           move fisco-det to reg-fisco.
           write reg-fisco.
           add 1 to ws-cont-cpfs.
           add ws-cpf-rend-poup ws-cpf-rend-cdb to ws-tot-rend.
           add ws-cpf-ir to ws-tot-ir.

       Conjunta-Cotitular.
           if tc-titular2(ws-j) not = ws-cpf-atual
               exit paragraph
           end-if.
           move tc-cpf(ws-j) to ws-cpf-conta.
           move tc-tipo(ws-j) to ws-tipo-conta.
           move tc-saldo(ws-j) to ws-saldo-conta-atual.
           perform Saldos-Conta.
           perform Imprime-Conta.
           move tc-agencia(ws-j) to lco-agencia.
           move tc-cc(ws-j) to lco-cc.
           move linha-conta to linha-inf.
           write linha-inf.
           move "CONJUNTA - 1O TITULAR: " to lcj-texto.
           move tc-cpf(ws-j) to lcj-cpf.
           move tc-nome(ws-j) to lcj-nome.
           move linha-conj to linha-inf.
           write linha-inf.

      * RESGATES DO ANO PELO REGISTRO DE RETENCOES; PRINCIPAL QUE
      * ESTAVA APLICADO EM 31/12 (INICIO ATE A DATA, VENCIMENTO
      * DEPOIS DELA)
       Soma-Cdb.
           if ws-tem-rt = "S"
               move ws-cpf-atual to rt-cpf
               compute rt-data = ws-ano * 10000 + 0101
               move zeros to rt-seq
               start retencoes key is not less than rt-chave
                   invalid key
                       move "S" to ws-fim-aux
                   not invalid key
                       move "N" to ws-fim-aux
               end-start
               perform until ws-fim-aux = "S"
                   read retencoes next record
                       at end
                           move "S" to ws-fim-aux
                       not at end
                           if rt-cpf not = ws-cpf-atual
                               or rt-data > ws-data-atu
                               move "S" to ws-fim-aux
                           else
                               add rt-rendimento to ws-cpf-rend-cdb
                               add rt-iof to ws-cpf-iof
                               add rt-ir to ws-cpf-ir
                           end-if
                   end-read
               end-perform
           end-if.
           if ws-tem-ap = "S"
               move ws-cpf-atual to ap-cpf
               move zeros to ap-seq
               start aplicacoes key is not less than ap-chave
                   invalid key
                       move "S" to ws-fim-aux
                   not invalid key
                       move "N" to ws-fim-aux
               end-start
               perform until ws-fim-aux = "S"
                   read aplicacoes next record
                       at end
                           move "S" to ws-fim-aux
                       not at end
                           if ap-cpf not = ws-cpf-atual
                               move "S" to ws-fim-aux
                           else
                               if ap-data-ini <= ws-data-atu
                                   and ap-data-vcto > ws-data-atu
                                   add ap-principal to ws-cpf-aplicado
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

      * SALDO DEVEDOR CONTRATUAL: PARCELAS AINDA NAO VENCIDAS EM 31/12
      * (A PRIMEIRA VENCE UM MES DEPOIS DA CONTRATACAO)
       Soma-Emprestimos.
           if ws-tem-em = "N"
               exit paragraph
           end-if.
           move ws-cpf-atual to em-cpf.
           move zeros to em-seq.
           start emprestimos key is not less than em-chave
               invalid key
                   move "S" to ws-fim-aux
               not invalid key
                   move "N" to ws-fim-aux
           end-start.
           perform until ws-fim-aux = "S"
               read emprestimos next record
                   at end
                       move "S" to ws-fim-aux
                   not at end
                       if em-cpf not = ws-cpf-atual
                           move "S" to ws-fim-aux
                       else
                           perform Saldo-Emprestimo
                       end-if
               end-read
           end-perform.

       Saldo-Emprestimo.
           move 99999999 to ws-data-quitacao.
           if em-status = "Q" and ws-tem-am = "S"
               perform Busca-Quitacao
           end-if.
           if em-data <= ws-data-ant
               and ws-data-quitacao > ws-data-ant
               compute ws-meses = (ws-ano - 1) * 12 + 12
                   - (function integer(em-data / 10000) * 12
                   + function mod(function integer(em-data / 100),
                                  100))
               perform Parcelas-Abertas
               add ws-div to ws-cpf-div-ant
           end-if.
           if em-data <= ws-data-atu
               and ws-data-quitacao > ws-data-atu
               compute ws-meses = ws-ano * 12 + 12
                   - (function integer(em-data / 10000) * 12
                   + function mod(function integer(em-data / 100),
                                  100))
               perform Parcelas-Abertas
               add ws-div to ws-cpf-div-atu
           end-if.

      * DATA DA QUITACAO ANTECIPADA (QuitaEmprestimo), SE HOUVE
       Busca-Quitacao.
           move em-cpf to am-cpf.
           move em-seq to am-seq.
           move zeros to am-ord.
           start amortizacoes key is not less than am-chave
               invalid key
                   move "S" to ws-fim-am
               not invalid key
                   move "N" to ws-fim-am
           end-start.
           perform until ws-fim-am = "S"
               read amortizacoes next record
                   at end
                       move "S" to ws-fim-am
                   not at end
                       if am-cpf not = em-cpf or am-seq not = em-seq
                           move "S" to ws-fim-am
                       else
                           if am-tipo = "Q"
                               move am-data to ws-data-quitacao
                           end-if
                       end-if
               end-read
           end-perform.

       Parcelas-Abertas.
           if ws-meses < zeros
               move zeros to ws-meses
           end-if.
           if ws-meses >= em-parcelas
               move zeros to ws-parc-abertas
           else
               compute ws-parc-abertas = em-parcelas - ws-meses
           end-if.
           compute ws-div = ws-parc-abertas * em-valor-parcela.

      * COTITULAR QUE NAO TEM CONTA PROPRIA TAMBEM RECEBE INFORME
       Trata-So-Cotitular.
           move "N" to ws-ja-emitido.
           perform varying ws-j from 1 by 1 until ws-j >= ws-i
               if tc-titular2(ws-j) = tc-titular2(ws-i)
                   move "S" to ws-ja-emitido
               end-if
           end-perform.
           if ws-ja-emitido = "S"
               exit paragraph
           end-if.
           move tc-titular2(ws-i) to cpf-p.
           move 1 to tipo-conta-p.
           read arq-banco
               invalid key
                   move 2 to tipo-conta-p
                   read arq-banco
                       invalid key
                           move "N" to ws-ja-emitido
                       not invalid key
                           move "S" to ws-ja-emitido
                   end-read
               not invalid key
                   move "S" to ws-ja-emitido
           end-read.
           if ws-ja-emitido = "S"
               exit paragraph
           end-if.
           move tc-titular2(ws-i) to ws-cpf-atual.
           move spaces to ws-nome-atual.
           perform Abre-Cpf.
           perform Fecha-Cpf.

       Finaliza.
           move ws-cont-cpfs to ft-qtd.
           move ws-tot-rend to ft-rend.
           move ws-tot-ir to ft-ir.
           move fisco-tot to reg-fisco.
           write reg-fisco.
           close arq-banco.
           if ws-tem-mov = "S"
               close movimentos
           end-if.
           if ws-tem-ap = "S"
               close aplicacoes
           end-if.
           if ws-tem-rt = "S"
               close retencoes
           end-if.
           if ws-tem-em = "S"
               close emprestimos
           end-if.
           if ws-tem-am = "S"
               close amortizacoes
           end-if.
           close informe.
           close fisco.
           display "INFORMES GERADOS: " ws-cont-cpfs
                   " (informe-rend.txt)".
           display "ARQUIVO DO FISCO: informe-fisco.txt".
           move ws-cont-cpfs to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           stop run.

       end program InformeRendimentos.

       program-id. RelacionamentoCCS as "RelacionamentoCCS".

      * CADASTRO DE CLIENTES DO SISTEMA FINANCEIRO (CCS) PARA O BANCO
      * CENTRAL: INICIO E FIM DE CADA RELACIONAMENTO DE CONTA POR
      * CPF - TITULAR (T), SEGUNDO TITULAR (C, cpf-titular2-p DE
      * arqbc.dat) E RESPONSAVEL LEGAL (R, FICHA EM CLIENTE.DAT).
      *   D - DETECTA: COMPARA OS VINCULOS DE HOJE COM A BASE DO
      *       ULTIMO ENVIO (ccsbase.dat) E GERA OS EVENTOS PENDENTES
      *       EM ccseventos.dat (CHAVE CPF + SEQUENCIA): ABERTURA
      *       (A), REABERTURA PELO ReabreConta (R), INCLUSAO DE
      *       VINCULO (V), ENCERRAMENTO (E, DATA DE
      *       contas_encerradas.txt) E EXCLUSAO DE VINCULO (X);
      *   R - REMESSA: GRAVA CCS-REMESSA.TXT NO LEIAUTE DO ENVIO
      *       (REGISTRO 0 CABECALHO, 1 DETALHE, 9 TRAILER) COM O
      *       NUMERO DA REMESSA E A SEQUENCIA DE REGISTRO CONTROLADOS
      *       EM ccs-controle.txt; OS EVENTOS PENDENTES PASSAM A
      *       ENVIADOS (E);
      *   T - RETORNO: LE ccs-retorno.txt (REMESSA;CPF;SEQ;CODIGO);
      *       CODIGO 000 OU EVENTO DA REMESSA QUE NAO VOLTOU FICA
      *       ACEITO (A), OUTRO CODIGO FICA REJEITADO (J) COM O ERRO;
      *   C - CORRECAO DO REJEITADO (FUNCIONARIO COM SENHA, SAI NA
      *       AUDITORIA): AJUSTA AS DATAS E VOLTA A PENDENTE PARA IR
      *       NA PROXIMA REMESSA;
      *   L - REGISTRO DO QUE FOI INFORMADO POR CPF (TELA E
      *       CCS-REGISTRO.TXT).
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select arq-banco assign to disk
           organization indexed
           access mode sequential
           record key chave-arqbc
           file status arq-ok.

           select cliente assign to disk
           organization indexed
           access mode sequential
           record key cd-cliente-p
           file status arq-ok2.

           select arq-encerradas assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok3.

           select ccs-base assign to disk
           organization indexed
           access mode dynamic
           record key rb-chave
           file status arq-ok4.

           select ccs-eventos assign to disk
           organization indexed
           access mode dynamic
           record key ce-chave
           file status arq-ok5.

           select ccs-controle assign to disk
           organization line sequential
           file status arq-ok6.

           select remessa assign to disk
           organization line sequential
           file status arq-ok7.

           select retorno assign to disk
           organization line sequential
           file status arq-ok8.

           select registro assign to disk
           organization line sequential
           file status arq-ok9.

           select func-file assign to disk
           organization line sequential
           file status arq-ok10.

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

       fd cliente label record standard
              data record is reg-cliente
              value of file-id is "CLIENTE.DAT".
       01 reg-cliente.
          02 cd-cliente-p pic 9(4).
          02 nome-cli-p pic x(30).
          02 cpf-cli-p pic 9(11).
          02 agencia-cli-p pic 9(5).
          02 conta-corrente-cli-p pic x(10).
          02 filler pic 9(3).
          02 sexo-cli-p pic x(01).
          02 saldo-cli-p pic 9(5)v99.
          02 deposito-cli-p pic 9(5)v99.
          02 salario-cli-p pic 9(5)v99.
          02 limite-cli-p pic 9(5)v99.
          02 responsavel-nome-p pic x(30).
          02 responsavel-cpf-p pic 9(11).
          02 nascimento-cli-p pic 9(8).

       fd arq-encerradas label record standard
           data record is linha-encerrada
           value of file-id is "contas_encerradas.txt".
       01 linha-encerrada.
           02 lc-dia          pic 99.
           02 filler          pic x.
           02 lc-mes          pic 99.
           02 filler          pic x.
           02 lc-ano          pic 99.
           02 filler          pic x(2).
           02 lc-cpf          pic 9(11).
           02 filler          pic x(2).
           02 lc-agencia      pic 9(4).
           02 filler          pic x(2).
           02 lc-conta        pic 9(9).
           02 filler          pic x(2).
           02 lc-nome         pic A(30).
           02 filler          pic x(2).
           02 lc-limite       pic zzz.zzz.zz9,99.
           02 filler          pic x(2).
           02 lc-tipo         pic 9(1).
           02 filler          pic x(2).
           02 lc-status       pic x(1).

       fd ccs-base label record standard
           data record is reg-ccs-base
           value of file-id is "ccsbase.dat".
       01 reg-ccs-base.
           02 rb-chave.
               03 rb-cpf        pic 9(11).
               03 rb-agencia    pic 9(4).
               03 rb-conta      pic 9(9).
               03 rb-tipo-conta pic 9(1).
               03 rb-vinculo    pic x(1).
           02 rb-cpf-titular pic 9(11).
           02 rb-data-ini    pic 9(8).
           02 rb-data-fim    pic 9(8).
           02 rb-situacao    pic x(1).

       fd ccs-eventos label record standard
           data record is reg-ccs-evento
           value of file-id is "ccseventos.dat".
       01 reg-ccs-evento.
           02 ce-chave.
               03 ce-cpf     pic 9(11).
               03 ce-seq     pic 9(6).
           02 ce-evento      pic x(1).
           02 ce-motivo      pic x(1).
           02 ce-vinculo     pic x(1).
           02 ce-cpf-titular pic 9(11).
           02 ce-agencia     pic 9(4).
           02 ce-conta       pic 9(9).
           02 ce-tipo-conta  pic 9(1).
           02 ce-data-ini    pic 9(8).
           02 ce-data-fim    pic 9(8).
           02 ce-data-det    pic 9(8).
           02 ce-situacao    pic x(1).
           02 ce-remessa     pic 9(6).
           02 ce-erro        pic x(3).
           02 ce-data-ret    pic 9(8).

       fd ccs-controle label record standard
           data record is reg-ccs-controle
           value of file-id is "ccs-controle.txt".
       01 reg-ccs-controle.
           02 cc-ult-remessa pic 9(6).
           02 filler         pic x(1).
           02 cc-ult-seq     pic 9(6).
           02 filler         pic x(1).
           02 cc-data-ult    pic 9(8).

       fd remessa label record standard
           data record is linha-remessa
           value of file-id is "CCS-REMESSA.TXT".
       01 linha-remessa pic x(100).

       fd retorno label record standard
           data record is reg-retorno
           value of file-id is "ccs-retorno.txt".
       01 reg-retorno.
           02 rr-remessa pic 9(6).
           02 filler     pic x(1).
           02 rr-cpf     pic 9(11).
           02 filler     pic x(1).
           02 rr-seq     pic 9(6).
           02 filler     pic x(1).
           02 rr-codigo  pic x(3).

       fd registro label record standard
           data record is linha-registro
           value of file-id is "CCS-REGISTRO.TXT".
       01 linha-registro pic x(100).

       fd func-file label record standard
           data record is reg-func
           value of file-id is "funcionarios.txt".
       01 reg-func.
           02 cod-func    pic 9(4).
           02 func-sal    pic x(8).
           02 nome-func   pic x(30).
           02 func-ativo  pic x(1).
           02 func-admin  pic x(1).
           02 func-troca  pic x(1).
           02 func-falhas pic 9(1).
           02 func-senha-data pic 9(8).
           02 func-hash   pic x(16).

       working-storage section.
       01 arq-ok   pic x(2).
       01 arq-ok2  pic x(2).
       01 arq-ok3  pic x(2).
       01 arq-ok4  pic x(2).
       01 arq-ok5  pic x(2).
       01 arq-ok6  pic x(2).
       01 arq-ok7  pic x(2).
       01 arq-ok8  pic x(2).
       01 arq-ok9  pic x(2).
       01 arq-ok10 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 ws-fim pic x value "N".
       01 ws-fim2 pic x value "N".
       01 ws-modo pic x value space.
           88 modo-detecta value "D" "d".
           88 modo-remessa value "R" "r".
           88 modo-retorno value "T" "t".
           88 modo-corrige value "C" "c".
           88 modo-lista   value "L" "l".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-data-enc pic 9(8) value zeros.
       01 ws-achou pic x value "N".
       01 ws-idx pic 9(4) value zeros.
       01 ws-idx2 pic 9(4) value zeros.
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-nome-func pic x(20) value spaces.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-seq pic 9(6) value zeros.
       01 ws-data pic 9(8) value zeros.
       01 ws-seq-reg pic 9(6) value zeros.
       01 ws-motivo pic x(1) value space.
       01 ws-cont-inicio pic 9(5) value zeros.
       01 ws-cont-fim pic 9(5) value zeros.
       01 ws-cont-enviados pic 9(5) value zeros.
       01 ws-cont-aceitos pic 9(5) value zeros.
       01 ws-cont-rejeitados pic 9(5) value zeros.
       01 ws-cont-lidos pic 9(5) value zeros.
       01 ws-remessa-ret pic 9(6) value zeros.

      * VINCULOS DE HOJE (CONTAS DO RAZAO E RESPONSAVEIS DA FICHA)
       01 ws-num-vinc pic 9(4) value zeros.
       01 tabela-vinculos.
           02 tv-linha occurs 3000 times.
               03 tv-chave.
                   04 tv-cpf        pic 9(11).
                   04 tv-agencia    pic 9(4).
                   04 tv-conta      pic 9(9).
                   04 tv-tipo-conta pic 9(1).
                   04 tv-vinculo    pic x(1).
               03 tv-cpf-titular pic 9(11).
       01 ws-num-resp pic 9(4) value zeros.
       01 tabela-responsaveis.
           02 tr-linha occurs 1000 times.
               03 tr-cpf      pic 9(11).
               03 tr-cpf-resp pic 9(11).
       01 ws-num-enc pic 9(4) value zeros.
       01 tabela-encerradas.
           02 tx-linha occurs 1000 times.
               03 tx-agencia pic 9(4).
               03 tx-conta   pic 9(9).
               03 tx-tipo    pic 9(1).
               03 tx-data    pic 9(8).

       01 linha-rem-cab.
           02 filler       pic x(1) value "0".
           02 filler       pic x(6) value "CCS001".
           02 lrc-remessa  pic 9(6).
           02 lrc-data     pic 9(8).
           02 filler       pic x(79) value spaces.
       01 linha-rem-det.
           02 filler       pic x(1) value "1".
           02 lrd-seq-reg  pic 9(6).
           02 lrd-cpf      pic 9(11).
           02 lrd-seq      pic 9(6).
           02 filler       pic x(1) value "F".
           02 lrd-evento   pic x(1).
           02 lrd-motivo   pic x(1).
           02 lrd-vinculo  pic x(1).
           02 lrd-cpf-titular pic 9(11).
           02 lrd-agencia  pic 9(4).
           02 lrd-conta    pic 9(9).
           02 lrd-tipo-conta pic 9(1).
           02 lrd-data-ini pic 9(8).
           02 lrd-data-fim pic 9(8).
           02 filler       pic x(31) value spaces.
       01 linha-rem-tra.
           02 filler       pic x(1) value "9".
           02 lrt-remessa  pic 9(6).
           02 lrt-qtd      pic 9(6).
           02 filler       pic x(87) value spaces.
       01 linha-reg-det.
           02 lg-cpf       pic 9(11).
           02 filler       pic x(1) value spaces.
           02 lg-seq       pic 9(6).
           02 filler       pic x(1) value spaces.
           02 lg-evento    pic x(1).
           02 lg-motivo    pic x(1).
           02 filler       pic x(1) value spaces.
           02 lg-vinculo   pic x(1).
           02 filler       pic x(1) value spaces.
           02 lg-agencia   pic 9(4).
           02 filler       pic x(1) value "/".
           02 lg-conta     pic 9(9).
           02 filler       pic x(1) value "-".
           02 lg-tipo-conta pic 9(1).
           02 filler       pic x(1) value spaces.
           02 lg-data-ini  pic 9(8).
           02 filler       pic x(1) value spaces.
           02 lg-data-fim  pic 9(8).
           02 filler       pic x(1) value spaces.
           02 lg-situacao  pic x(1).
           02 filler       pic x(1) value spaces.
           02 lg-remessa   pic 9(6).
           02 filler       pic x(1) value spaces.
           02 lg-erro      pic x(3).
       01 linha-reg-cab pic x(100) value
          "CPF         SEQ    EV V AG.  CONTA       INICIO   FIM      S
      -   " REMES. ERR".
       01 linha-auditoria.
           02 la-dia       pic 99.
           02 filler       pic x value "/".
           02 la-mes       pic 99.
           02 filler       pic x value "/".
           02 la-ano       pic 99.
           02 filler       pic x(2) value spaces.
           02 la-func      pic 9(4).
           02 filler       pic x value "-".
           02 la-nome-func pic x(20).
           02 filler       pic x(2) value spaces.
           02 la-cpf       pic 9(11).
           02 filler       pic x(2) value spaces.
           02 la-op        pic x(10).

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
           display "CCS - RELACIONAMENTOS DE CONTA".
           display "MODO (D-DETECTAR / R-REMESSA / T-RETORNO / "
                   "C-CORRIGIR REJEITADO / L-REGISTRO POR CPF): ".
           accept ws-modo.
           open i-o ccs-eventos.
           if arq-ok5 not = "00"
               open output ccs-eventos
               close ccs-eventos
               open i-o ccs-eventos
           end-if.
           perform Le-Controle.
           evaluate true
               when modo-detecta
                   perform Detecta-Eventos
               when modo-remessa
                   perform Gera-Remessa
               when modo-retorno
                   perform Processa-Retorno
               when modo-corrige
                   perform Corrige-Rejeitado
               when modo-lista
                   perform Lista-Registro
               when other
                   display "OPCAO INVALIDA"
           end-evaluate.
           close ccs-eventos.
           stop run.

       Le-Controle.
           move zeros to cc-ult-remessa.
           move zeros to cc-ult-seq.
           move zeros to cc-data-ult.
           open input ccs-controle.
           if arq-ok6 = "00"
               read ccs-controle
                   at end
                       move zeros to cc-ult-remessa
                       move zeros to cc-ult-seq
                       move zeros to cc-data-ult
               end-read
               close ccs-controle
           end-if.

       Grava-Controle.
           open output ccs-controle.
           write reg-ccs-controle.
           close ccs-controle.

      * D - DETECCAO DOS INICIOS E FINS DESDE A ULTIMA RODADA
       Detecta-Eventos.
           open input arq-banco.
           if arq-ok not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               exit paragraph
           end-if.
           open i-o ccs-base.
           if arq-ok4 not = "00"
               open output ccs-base
               close ccs-base
               open i-o ccs-base
           end-if.
           perform Carrega-Responsaveis.
           perform Carrega-Encerradas.
           move "N" to ws-fim.
           perform Monta-Vinculos until ws-fim = "S".
           close arq-banco.
           perform Confere-Inicio
               varying ws-idx from 1 by 1 until ws-idx > ws-num-vinc.
           move low-values to rb-chave.
           start ccs-base key is greater than rb-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Confere-Fim until ws-fim = "S".
           close ccs-base.
           move ws-hoje to cc-data-ult.
           perform Grava-Controle.
           display "INICIOS DE RELACIONAMENTO: " ws-cont-inicio.
           display "FINS DE RELACIONAMENTO:    " ws-cont-fim.

      * FICHA COM RESPONSAVEL LEGAL (MENOR OU INCAPAZ): O
      * RESPONSAVEL SE VINCULA A TODAS AS CONTAS DO CPF DA FICHA
       Carrega-Responsaveis.
           open input cliente.
           if arq-ok2 not = "00"
               display "CLIENTE.DAT AUSENTE - SEM RESPONSAVEIS"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Ficha until ws-fim = "S".
           close cliente.

       Le-Ficha.
           read cliente next record
               at end
                   move "S" to ws-fim
               not at end
                   if responsavel-cpf-p not = zeros
                       and ws-num-resp < 1000
                       add 1 to ws-num-resp
                       move cpf-cli-p to tr-cpf(ws-num-resp)
                       move responsavel-cpf-p to
                           tr-cpf-resp(ws-num-resp)
                   end-if
           end-read.

      * DATA DO ULTIMO ENCERRAMENTO DE CADA CONTA (AGENCIA + NUMERO
      * + TIPO); A LINHA REABERTA (R) TAMBEM TEM A DATA DO FIM
       Carrega-Encerradas.
           open input arq-encerradas.
           if arq-ok3 not = "00"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Encerrada until ws-fim = "S".
           close arq-encerradas.

       Le-Encerrada.
           read arq-encerradas
               at end
                   move "S" to ws-fim
               not at end
                   move "N" to ws-achou
                   perform varying ws-idx2 from 1 by 1
                           until ws-idx2 > ws-num-enc
                       if tx-agencia(ws-idx2) = lc-agencia
                           and tx-conta(ws-idx2) = lc-conta
                           and tx-tipo(ws-idx2) = lc-tipo
                           move "S" to ws-achou
                           exit perform
                       end-if
                   end-perform
                   if ws-achou = "N" and ws-num-enc < 1000
                       add 1 to ws-num-enc
                       move ws-num-enc to ws-idx2
                       move "S" to ws-achou
                   end-if
                   if ws-achou = "S"
                       move lc-agencia to tx-agencia(ws-idx2)
                       move lc-conta to tx-conta(ws-idx2)
                       move lc-tipo to tx-tipo(ws-idx2)
                       compute tx-data(ws-idx2) =
                           (2000 + lc-ano) * 10000 + lc-mes * 100
                           + lc-dia
                   end-if
           end-read.

       Monta-Vinculos.
           read arq-banco next record
               at end
                   move "S" to ws-fim
               not at end
                   move cpf-p to ws-cpf
                   move "T" to ws-motivo
                   perform Guarda-Vinculo
                   if cpf-titular2-p not = zeros
                       move cpf-titular2-p to ws-cpf
                       move "C" to ws-motivo
                       perform Guarda-Vinculo
                   end-if
                   perform varying ws-idx2 from 1 by 1
                           until ws-idx2 > ws-num-resp
                       if tr-cpf(ws-idx2) = cpf-p
                           move tr-cpf-resp(ws-idx2) to ws-cpf
                           move "R" to ws-motivo
                           perform Guarda-Vinculo
                       end-if
                   end-perform
           end-read.

       Guarda-Vinculo.
           if ws-num-vinc < 3000
               add 1 to ws-num-vinc
               move ws-cpf to tv-cpf(ws-num-vinc)
               move codigo-agencia-p to tv-agencia(ws-num-vinc)
               move codigo-cc-p to tv-conta(ws-num-vinc)
               move tipo-conta-p to tv-tipo-conta(ws-num-vinc)
               move ws-motivo to tv-vinculo(ws-num-vinc)
               move cpf-p to tv-cpf-titular(ws-num-vinc)
           else
               display "TABELA DE VINCULOS CHEIA - CPF " ws-cpf
                       " FICA PARA A PROXIMA RODADA"
           end-if.

      * VINCULO DE HOJE QUE NAO ESTA ATIVO NA BASE E INICIO:
      * ABERTURA, REABERTURA (JA ESTEVE NA BASE E FOI ENCERRADO) OU
      * INCLUSAO DE SEGUNDO TITULAR / RESPONSAVEL NA CONTA
       Confere-Inicio.
           move tv-chave(ws-idx) to rb-chave.
           read ccs-base
               invalid key
                   if tv-vinculo(ws-idx) = "T"
                       move "A" to ws-motivo
                   else
                       move "V" to ws-motivo
                   end-if
                   move tv-cpf-titular(ws-idx) to rb-cpf-titular
                   move ws-hoje to rb-data-ini
                   move zeros to rb-data-fim
                   move "A" to rb-situacao
                   write reg-ccs-base
                       invalid key
                           display "ERRO AO GRAVAR A BASE CCS "
                                   rb-cpf
                           exit paragraph
                   end-write
                   perform Grava-Evento-Inicio
               not invalid key
                   if rb-situacao not = "A"
                       if tv-vinculo(ws-idx) = "T"
                           move "R" to ws-motivo
                       else
                           move "V" to ws-motivo
                       end-if
                       move tv-cpf-titular(ws-idx) to rb-cpf-titular
                       move ws-hoje to rb-data-ini
                       move zeros to rb-data-fim
                       move "A" to rb-situacao
                       rewrite reg-ccs-base
                           invalid key
                               display "ERRO AO GRAVAR A BASE CCS "
                                       rb-cpf
                               exit paragraph
                       end-rewrite
                       perform Grava-Evento-Inicio
                   end-if
           end-read.

       Grava-Evento-Inicio.
           move "I" to ce-evento.
           perform Grava-Evento.
           add 1 to ws-cont-inicio.

      * VINCULO ATIVO NA BASE QUE SUMIU HOJE E FIM: CONTA FORA DO
      * RAZAO E ENCERRAMENTO (DATA DO contas_encerradas.txt); CONTA
      * AINDA ABERTA E SO EXCLUSAO DO VINCULO
       Confere-Fim.
           read ccs-base next record
               at end
                   move "S" to ws-fim
               not at end
                   if rb-situacao = "A"
                       perform Procura-Vinculo
                       if ws-achou = "N"
                           perform Encerra-Vinculo
                       end-if
                   end-if
           end-read.

       Procura-Vinculo.
           move "N" to ws-achou.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-vinc
               if tv-chave(ws-idx) = rb-chave
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.

       Encerra-Vinculo.
           move "X" to ws-motivo.
           move ws-hoje to ws-data-enc.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-vinc
               if tv-agencia(ws-idx) = rb-agencia
                   and tv-conta(ws-idx) = rb-conta
                   and tv-tipo-conta(ws-idx) = rb-tipo-conta
                   and tv-vinculo(ws-idx) = "T"
                   exit perform
               end-if
           end-perform.
           if ws-idx > ws-num-vinc
               move "E" to ws-motivo
               perform varying ws-idx2 from 1 by 1
                       until ws-idx2 > ws-num-enc
                   if tx-agencia(ws-idx2) = rb-agencia
                       and tx-conta(ws-idx2) = rb-conta
                       and tx-tipo(ws-idx2) = rb-tipo-conta
                       move tx-data(ws-idx2) to ws-data-enc
                       exit perform
                   end-if
               end-perform
           end-if.
           move ws-data-enc to rb-data-fim.
           move "E" to rb-situacao.
           rewrite reg-ccs-base
               invalid key
                   display "ERRO AO GRAVAR A BASE CCS " rb-cpf
                   exit paragraph
           end-rewrite.
           move "F" to ce-evento.
           perform Grava-Evento.
           add 1 to ws-cont-fim.

       Grava-Evento.
           add 1 to cc-ult-seq.
           move rb-cpf to ce-cpf.
           move cc-ult-seq to ce-seq.
           move ws-motivo to ce-motivo.
           move rb-vinculo to ce-vinculo.
           move rb-cpf-titular to ce-cpf-titular.
           move rb-agencia to ce-agencia.
           move rb-conta to ce-conta.
           move rb-tipo-conta to ce-tipo-conta.
           move rb-data-ini to ce-data-ini.
           move rb-data-fim to ce-data-fim.
           move ws-hoje to ce-data-det.
           move "P" to ce-situacao.
           move zeros to ce-remessa.
           move spaces to ce-erro.
           move zeros to ce-data-ret.
           write reg-ccs-evento
               invalid key
                   display "ERRO AO GRAVAR O EVENTO CCS " ce-chave
           end-write.

      * R - REMESSA DOS EVENTOS PENDENTES (NOVOS E CORRIGIDOS)
       Gera-Remessa.
           add 1 to cc-ult-remessa.
           open output remessa.
           move cc-ult-remessa to lrc-remessa.
           move ws-hoje to lrc-data.
           move linha-rem-cab to linha-remessa.
           write linha-remessa.
           move zeros to ws-seq-reg.
           move low-values to ce-chave.
           start ccs-eventos key is greater than ce-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Envia-Evento until ws-fim = "S".
           move cc-ult-remessa to lrt-remessa.
           move ws-seq-reg to lrt-qtd.
           move linha-rem-tra to linha-remessa.
           write linha-remessa.
           close remessa.
           if ws-cont-enviados = zeros
               display "NENHUM EVENTO PENDENTE - REMESSA NAO GERADA"
               subtract 1 from cc-ult-remessa
               open output remessa
               close remessa
           else
               move ws-hoje to cc-data-ult
               perform Grava-Controle
               display "REMESSA " cc-ult-remessa
                       " GERADA: CCS-REMESSA.TXT"
               display "EVENTOS ENVIADOS: " ws-cont-enviados
           end-if.

       Envia-Evento.
           read ccs-eventos next record
               at end
                   move "S" to ws-fim
               not at end
                   if ce-situacao = "P"
                       add 1 to ws-seq-reg
                       move ws-seq-reg to lrd-seq-reg
                       move ce-cpf to lrd-cpf
                       move ce-seq to lrd-seq
                       move ce-evento to lrd-evento
                       move ce-motivo to lrd-motivo
                       move ce-vinculo to lrd-vinculo
                       move ce-cpf-titular to lrd-cpf-titular
                       move ce-agencia to lrd-agencia
                       move ce-conta to lrd-conta
                       move ce-tipo-conta to lrd-tipo-conta
                       move ce-data-ini to lrd-data-ini
                       move ce-data-fim to lrd-data-fim
                       move linha-rem-det to linha-remessa
                       write linha-remessa
                       move "E" to ce-situacao
                       move cc-ult-remessa to ce-remessa
                       move spaces to ce-erro
                       rewrite reg-ccs-evento
                       end-rewrite
                       add 1 to ws-cont-enviados
                   end-if
           end-read.

      * T - RETORNO: REJEITADOS COM O CODIGO; O RESTO DA REMESSA
      *     FICA ACEITO
       Processa-Retorno.
           open input retorno.
           if arq-ok8 not = "00"
               display "SEM ARQUIVO DE RETORNO (ccs-retorno.txt)"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Retorno until ws-fim = "S".
           close retorno.
           if ws-remessa-ret = zeros
               display "RETORNO VAZIO"
               exit paragraph
           end-if.
           move low-values to ce-chave.
           start ccs-eventos key is greater than ce-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Aceita-Evento until ws-fim = "S".
           display "RETORNO DA REMESSA " ws-remessa-ret.
           display "LINHAS LIDAS: " ws-cont-lidos.
           display "ACEITOS:      " ws-cont-aceitos.
           display "REJEITADOS:   " ws-cont-rejeitados.

       Le-Retorno.
           read retorno
               at end
                   move "S" to ws-fim
               not at end
                   add 1 to ws-cont-lidos
                   move rr-remessa to ws-remessa-ret
                   move rr-cpf to ce-cpf
                   move rr-seq to ce-seq
                   read ccs-eventos
                       invalid key
                           display "EVENTO " rr-cpf " " rr-seq
                                   " NAO ENCONTRADO"
                           exit paragraph
                   end-read
                   if ce-situacao not = "E"
                       or ce-remessa not = rr-remessa
                       display "EVENTO " rr-cpf " " rr-seq
                               " NAO ESTA NA REMESSA " rr-remessa
                       exit paragraph
                   end-if
                   if rr-codigo = "000"
                       move "A" to ce-situacao
                       add 1 to ws-cont-aceitos
                   else
                       move "J" to ce-situacao
                       add 1 to ws-cont-rejeitados
                   end-if
                   move rr-codigo to ce-erro
                   move ws-hoje to ce-data-ret
                   rewrite reg-ccs-evento
                   end-rewrite
           end-read.

       Aceita-Evento.
           read ccs-eventos next record
               at end
                   move "S" to ws-fim
               not at end
                   if ce-situacao = "E"
                       and ce-remessa = ws-remessa-ret
                       move "A" to ce-situacao
                       move "000" to ce-erro
                       move ws-hoje to ce-data-ret
                       rewrite reg-ccs-evento
                       end-rewrite
                       add 1 to ws-cont-aceitos
                   end-if
           end-read.

      * C - CORRECAO DE REJEITADO PARA REENVIO
       Corrige-Rejeitado.
           display "CODIGO DO FUNCIONARIO: ".
           accept ws-cod-func.
           display "SENHA: ".
           accept ws-senha.
           perform Valida-Func.
           if ws-autorizado = "N"
               display "FUNCIONARIO OU SENHA INVALIDOS"
               exit paragraph
           end-if.
           display "CPF DO EVENTO: ".
           accept ws-cpf.
           display "SEQUENCIA DO EVENTO: ".
           accept ws-seq.
           move ws-cpf to ce-cpf.
           move ws-seq to ce-seq.
           read ccs-eventos
               invalid key
                   display "EVENTO NAO ENCONTRADO"
                   exit paragraph
           end-read.
           if ce-situacao not = "J"
               display "EVENTO NAO ESTA REJEITADO"
               exit paragraph
           end-if.
           perform Mostra-Evento.
           display "NOVA DATA DE INICIO (AAAAMMDD, 0 = MANTER): ".
           accept ws-data.
           if ws-data not = zeros
               move ws-data to ce-data-ini
           end-if.
           if ce-evento = "F"
               display "NOVA DATA DE FIM (AAAAMMDD, 0 = MANTER): "
               accept ws-data
               if ws-data not = zeros
                   move ws-data to ce-data-fim
               end-if
           end-if.
           move "P" to ce-situacao.
           rewrite reg-ccs-evento
               invalid key
                   display "ERRO AO GRAVAR"
                   exit paragraph
           end-rewrite.
           display "EVENTO CORRIGIDO - VAI NA PROXIMA REMESSA".
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move ws-cod-func to la-func.
           move ws-nome-func to la-nome-func.
           move ce-cpf to la-cpf.
           move "CCS-CORR" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       Valida-Func.
           move "N" to ws-troca-func.
           move "N" to ws-autorizado.
           open input func-file.
           if arq-ok10 not = "00"
               display "CADASTRO DE FUNCIONARIOS AUSENTE"
               exit paragraph
           end-if.
           move "N" to ws-fim2.
           perform Procura-Func until ws-fim2 = "S".
           close func-file.
           move spaces to ws-senha.
           if ws-autorizado = "S" and ws-troca-func = "S"
               perform Troca-Senha-Func
           end-if.

      * SENHA INICIAL OU CONVERTIDA: TROCA ANTES DE SEGUIR; SEM
      * A TROCA O ACESSO E NEGADO
       Troca-Senha-Func.
           display "SENHA INICIAL - TROCA OBRIGATORIA".
           display "NOVA SENHA: ".
           move spaces to ws-senha-nova.
           accept ws-senha-nova.
           display "CONFIRMACAO: ".
           move spaces to ws-senha-conf.
           accept ws-senha-conf.
           move "N" to ws-troca-res.
           if ws-senha-nova not = spaces
               and ws-senha-nova = ws-senha-conf
               call "TrocaSenha" using ws-cod-func ws-senha-nova
                                       ws-troca-res
           end-if.
           move spaces to ws-senha-nova.
           move spaces to ws-senha-conf.
           if ws-troca-res = "I"
               display "A SENHA NOVA DEVE SER DIFERENTE DA ATUAL"
           end-if.
           if ws-troca-res not = "S"
               display "SENHA NAO TROCADA"
               move "N" to ws-autorizado
           end-if.

       Procura-Func.
           read func-file
               at end
                   move "S" to ws-fim2
               not at end
                   if cod-func = ws-cod-func
                       and func-ativo not = "N"
                       call "HashSenha" using cod-func func-sal ws-senha
                                              ws-hash-senha
                       if func-hash = ws-hash-senha
                           move "S" to ws-autorizado
                           move nome-func to ws-nome-func
                           move func-troca to ws-troca-func
                       end-if
                       move "S" to ws-fim2
                   end-if
           end-read.

      * L - REGISTRO DO INFORMADO POR CPF (0 = TODOS)
       Lista-Registro.
           display "CPF (0 = TODOS): ".
           accept ws-cpf.
           open output registro.
           move linha-reg-cab to linha-registro.
           write linha-registro.
           move ws-cpf to ce-cpf.
           move zeros to ce-seq.
           start ccs-eventos key is not less than ce-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Lista-Evento until ws-fim = "S".
           close registro.
           display "REGISTRO GRAVADO EM CCS-REGISTRO.TXT".

       Lista-Evento.
           read ccs-eventos next record
               at end
                   move "S" to ws-fim
               not at end
                   if ws-cpf not = zeros and ce-cpf not = ws-cpf
                       move "S" to ws-fim
                   else
                       perform Mostra-Evento
                       move linha-reg-det to linha-registro
                       write linha-registro
                   end-if
           end-read.

       Mostra-Evento.
           move ce-cpf to lg-cpf.
           move ce-seq to lg-seq.
           move ce-evento to lg-evento.
           move ce-motivo to lg-motivo.
           move ce-vinculo to lg-vinculo.
           move ce-agencia to lg-agencia.
           move ce-conta to lg-conta.
           move ce-tipo-conta to lg-tipo-conta.
           move ce-data-ini to lg-data-ini.
           move ce-data-fim to lg-data-fim.
           move ce-situacao to lg-situacao.
           move ce-remessa to lg-remessa.
           move ce-erro to lg-erro.
           display linha-reg-det.

       end program RelacionamentoCCS.

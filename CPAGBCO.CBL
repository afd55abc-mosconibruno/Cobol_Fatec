       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPAGBCO.

      * CONTAS A PAGAR - PAGAMENTO PELO BANCO DA CASA.
      * MODO P (PAGAR): SELECIONA EM CONTAPAG.DAT OS TITULOS EM
      * ABERTO COM VENCIMENTO ATE A DATA DE CORTE E, A CADA TITULO
      * CONFIRMADO, DEBITA O VALOR EM ABERTO DA CONTA DA LOJA
      * (LOJABCO.TXT) EM arqbc.dat:
      * - FORNECEDOR COM CONTA NO BANCO DA CASA (FORN-CPF-CONTA):
      *   TRANSFERENCIA INTERNA NA HORA (TRANSF-DB / TRANSF-CR NO
      *   EXTRATO) E O TITULO E BAIXADO NO ATO;
      * - DEMAIS: ORDEM PENDENTE EM transfext.dat (TRANSF-EXT NO
      *   EXTRATO) PARA O LOTE LiquidacaoExterna; O TITULO FICA EM
      *   PAGAMENTO PELO BANCO (AP-PAGO = B) ATE A CONFIRMACAO.
      * MODO C (CONFIRMAR): DEPOIS DO RETORNO DA LiquidacaoExterna,
      * ORDEM LIQUIDADA (L) BAIXA O TITULO E ORDEM REJEITADA (R)
      * REABRE O TITULO (O BANCO JA DEVOLVEU O VALOR NA CONTA).
      * CADA PAGAMENTO FICA EM PAGBCO.DAT; A BAIXA EFETIVA VAI PARA
      * PAGTOS.TXT (DIARIO CONTABIL CTBDIA). RELATORIO EM PAGBCO.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONTAPAG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AP-CHAVE
              FILE STATUS ARQST.

              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FORN-CODIGO
              FILE STATUS ARQST2.

              SELECT LOJABCO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQBANCO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CHAVE-ARQBC
              FILE STATUS ARQST4.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT TRANSFEXT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS TE-SEQ
              FILE STATUS ARQST6.

              SELECT PAGBCO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PB-CHAVE
              FILE STATUS ARQST7.

              SELECT PAGTOS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST8.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST9.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAPAG LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGAR
                VALUE OF FILE-ID IS "CONTAPAG.DAT".
          01 REG-PAGAR.
                02 AP-CHAVE.
                   03 AP-FORNECEDOR PIC 9(04).
                   03 AP-NOTA       PIC 9(09).
                02 AP-VALOR        PIC 9(07)V99.
                02 AP-EMISSAO      PIC 9(08).
                02 AP-VENCIMENTO   PIC 9(08).
                02 AP-PAGO         PIC X(01).
                02 AP-DATA-PGTO    PIC 9(08).
                02 AP-VALOR-PAGO   PIC 9(07)V99.

       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FORN
                VALUE OF FILE-ID IS "FORNECED.DAT".
          01 REG-FORN.
                02 FORN-CODIGO    PIC 9(04).
                02 FORN-NOME      PIC X(30).
                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       FD LOJABCO LABEL RECORD STANDARD
                DATA RECORD IS REG-LOJABCO
                VALUE OF FILE-ID IS "LOJABCO.TXT".
          01 REG-LOJABCO.
                02 LB-CPF         PIC 9(11).
                02 LB-TIPO-CONTA  PIC 9(01).
                02 LB-NOME        PIC X(30).

       FD ARQBANCO LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQBC
                VALUE OF FILE-ID IS "arqbc.dat".
          01 REG-ARQBC.
                02 CHAVE-ARQBC.
                   03 CPF-P           PIC 9(11).
                   03 TIPO-CONTA-P    PIC 9(01).
                02 CODIGO-AGENCIA-P   PIC 9(04).
                02 CODIGO-CC-P        PIC 9(09).
                02 NOME-P             PIC A(30).
                02 SALDO-P            PIC S9(09)V99.
                02 LIMITE-P           PIC 9(09)V99.
                02 CONT-P             PIC 9(09).
                02 CPF-TITULAR2-P     PIC 9(11).

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXTRATO
                VALUE OF FILE-ID IS "extrato.txt".
          01 REG-EXTRATO            PIC X(100).

      * TE-STATUS P = PENDENTE, E = ENVIADA NA REMESSA,
      * L = LIQUIDADA, R = REJEITADA (TE-MOTIVO), X = REJEITADA
      * COM O ESTORNO NA CONTA AINDA RETIDO
       FD TRANSFEXT LABEL RECORD STANDARD
                DATA RECORD IS REG-TRANSFEXT
                VALUE OF FILE-ID IS "transfext.dat".
          01 REG-TRANSFEXT.
                02 TE-SEQ         PIC 9(06).
                02 TE-DATA        PIC 9(08).
                02 TE-CPF         PIC 9(11).
                02 TE-TIPO-CONTA  PIC 9(01).
                02 TE-BANCO       PIC 9(03).
                02 TE-AGENCIA     PIC 9(04).
                02 TE-CONTA       PIC 9(09).
                02 TE-VALOR       PIC 9(09)V99.
                02 TE-STATUS      PIC X(01).
                02 TE-MOTIVO      PIC X(20).

      * PB-MODO I = TRANSFERENCIA INTERNA, E = ORDEM EXTERNA;
      * PB-STATUS P = AGUARDANDO CONFIRMACAO, L = LIQUIDADO,
      * R = REJEITADO (TITULO REABERTO)
       FD PAGBCO LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGBCO
                VALUE OF FILE-ID IS "PAGBCO.DAT".
          01 REG-PAGBCO.
                02 PB-CHAVE.
                   03 PB-FORNECEDOR PIC 9(04).
                   03 PB-NOTA       PIC 9(09).
                   03 PB-DATA       PIC 9(08).
                02 PB-VALOR        PIC 9(07)V99.
                02 PB-MODO         PIC X(01).
                02 PB-TE-SEQ       PIC 9(06).
                02 PB-STATUS       PIC X(01).
                02 PB-DATA-CONF    PIC 9(08).
                02 PB-MOTIVO       PIC X(20).

       FD PAGTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGTO
                VALUE OF FILE-ID IS "PAGTOS.TXT".
          01 REG-PAGTO.
                02 PG-DATA         PIC 9(08).
                02 PG-FORNECEDOR   PIC 9(04).
                02 PG-NOTA         PIC 9(09).
                02 PG-VALOR        PIC 9(07)V99.
                02 PG-QUITOU       PIC X(01).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PAGBCO.TXT".
          01 LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 ARQST8                PIC X(02).
          01 ARQST9                PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-PAGAR        VALUE "P" "p".
              88 MODO-CONFIRMAR    VALUE "C" "c".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-SALVA              PIC X(01) VALUE SPACES.
          01 WS-CORTE              PIC 9(08) VALUE ZEROS.
          01 WS-ABERTO             PIC 9(07)V99 VALUE ZEROS.
          01 WS-DISPONIVEL         PIC S9(10)V99 VALUE ZEROS.
          01 WS-SALDO-NOVO         PIC S9(10)V99 VALUE ZEROS.
          01 SB-CPF                PIC 9(11) VALUE ZEROS.
          01 SB-TIPO-CONTA         PIC 9(01) VALUE ZEROS.
          01 SB-VALOR              PIC 9(09)V99 VALUE ZEROS.
          01 SB-RESULTADO          PIC X(01) VALUE "N".
          01 WS-CPF-LOJA           PIC 9(11) VALUE ZEROS.
          01 WS-TIPO-LOJA          PIC 9(01) VALUE ZEROS.
          01 WS-DEBITO-OK          PIC X(01) VALUE "N".
          01 WS-TEX-GRAVADO        PIC X(01) VALUE "N".
          01 WS-TENTATIVAS         PIC 9(07) VALUE ZEROS.
          01 WS-SITUACAO           PIC X(30) VALUE SPACES.
          01 WS-HORA-BCO           PIC 9(08) VALUE ZEROS.
          01 WS-CONT-PAGOS         PIC 9(05) VALUE ZEROS.
          01 WS-CONT-ORDENS        PIC 9(05) VALUE ZEROS.
          01 WS-CONT-RECUSADOS     PIC 9(05) VALUE ZEROS.
          01 WS-CONT-LIQUIDADOS    PIC 9(05) VALUE ZEROS.
          01 WS-CONT-REJEITADOS    PIC 9(05) VALUE ZEROS.
          01 WS-CONT-AGUARDANDO    PIC 9(05) VALUE ZEROS.
          01 WS-TOTAL-DEBITADO     PIC 9(09)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 LINHA-EXTRATO.
                02 LE-DIA          PIC 99.
                02 FILLER          PIC X VALUE "/".
                02 LE-MES          PIC 99.
                02 FILLER          PIC X VALUE "/".
                02 LE-ANO          PIC 99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-CPF          PIC 9(11).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-TIPO         PIC X(10).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-SALDO        PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-TIPO-CONTA   PIC 9(01).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-FUNC         PIC 9(04).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-HORA         PIC 9(06).
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "PAGAMENTO DE FORNECEDORES PELO BANCO - ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(100) VALUE
             "FORN NOTA               VALOR MODO  ORDEM  SITUACAO".
          01 LINHA-DET.
                02 LD-FORNECEDOR   PIC 9(04).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-NOTA         PIC 9(09).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-VALOR        PIC Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LD-MODO         PIC X(01).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-ORDEM        PIC ZZZZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SITUACAO     PIC X(30).
          01 LINHA-TOT-PAG.
                02 FILLER          PIC X(22) VALUE
                   "PAGOS NO ATO:         ".
                02 LTP-PAGOS       PIC ZZZZ9.
                02 FILLER          PIC X(20) VALUE
                   "  ORDENS EXTERNAS:  ".
                02 LTP-ORDENS      PIC ZZZZ9.
                02 FILLER          PIC X(16) VALUE
                   "  NAO PAGOS:    ".
                02 LTP-RECUSADOS   PIC ZZZZ9.
          01 LINHA-TOT-DEB.
                02 FILLER          PIC X(22) VALUE
                   "TOTAL DEBITADO:       ".
                02 LTD-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT-CONF.
                02 FILLER          PIC X(22) VALUE
                   "LIQUIDADOS:           ".
                02 LTC-LIQUIDADOS  PIC ZZZZ9.
                02 FILLER          PIC X(20) VALUE
                   "  REJEITADOS:       ".
                02 LTC-REJEITADOS  PIC ZZZZ9.
                02 FILLER          PIC X(16) VALUE
                   "  AGUARDANDO:   ".
                02 LTC-AGUARDANDO  PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              DISPLAY "CONTAS A PAGAR - PAGAMENTO PELO BANCO".
              DISPLAY "MODO (P-PAGAR TITULOS / C-CONFIRMAR ORDENS): ".
              ACCEPT WS-MODO.
              IF NOT MODO-PAGAR AND NOT MODO-CONFIRMAR
                 DISPLAY "OPCAO INVALIDA"
                 STOP RUN.
              PERFORM ABRE-ARQ.
              IF MODO-PAGAR
                 PERFORM PAGA-TITULOS
              ELSE
                 PERFORM CONFIRMA-ORDENS.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O CONTAPAG.
              IF ARQST NOT = "00"
                 DISPLAY "CONTAS A PAGAR CONTAPAG.DAT AUSENTE"
                 STOP RUN.
              OPEN I-O PAGBCO.
              IF ARQST7 NOT = "00"
                 OPEN OUTPUT PAGBCO
                 CLOSE PAGBCO
                 OPEN I-O PAGBCO.
              OPEN I-O TRANSFEXT.
              IF ARQST6 NOT = "00"
                 OPEN OUTPUT TRANSFEXT
                 CLOSE TRANSFEXT
                 OPEN I-O TRANSFEXT.
              OPEN EXTEND PAGTOS.
              IF ARQST8 NOT = "00" AND ARQST8 NOT = "05"
                 OPEN OUTPUT PAGTOS.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

      * ---------------------------------------------------------
      * MODO P - PAGAMENTO DOS TITULOS VENCIDOS ATE A DATA DE CORTE
      * ---------------------------------------------------------
       PAGA-TITULOS.
              OPEN INPUT LOJABCO.
              IF ARQST3 NOT = "00"
                 DISPLAY "CONTA DA LOJA NAO INFORMADA (LOJABCO)"
                 PERFORM FINALIZA.
              READ LOJABCO
                 AT END
                    DISPLAY "CONTA DA LOJA NAO INFORMADA (LOJABCO)"
                    CLOSE LOJABCO
                    PERFORM FINALIZA
              END-READ.
              MOVE LB-CPF        TO WS-CPF-LOJA.
              MOVE LB-TIPO-CONTA TO WS-TIPO-LOJA.
              CLOSE LOJABCO.
              OPEN INPUT FORNECEDORES.
              IF ARQST2 NOT = "00"
                 DISPLAY "CADASTRO DE FORNECEDORES AUSENTE"
                 PERFORM FINALIZA.
              OPEN I-O ARQBANCO.
              IF ARQST4 NOT = "00"
                 DISPLAY "CADASTRO DO BANCO (arqbc.dat) AUSENTE"
                 CLOSE FORNECEDORES
                 PERFORM FINALIZA.
              MOVE WS-CPF-LOJA  TO CPF-P.
              MOVE WS-TIPO-LOJA TO TIPO-CONTA-P.
              READ ARQBANCO
                 INVALID KEY
                    DISPLAY "CONTA DA LOJA NAO EXISTE NO BANCO"
                    CLOSE FORNECEDORES
                    CLOSE ARQBANCO
                    PERFORM FINALIZA
              END-READ.
              DISPLAY "CONTA DA LOJA: " NOME-P " SALDO " SALDO-P.
              DISPLAY "PAGAR VENCIDOS ATE (AAAAMMDD, 0 = HOJE): ".
              ACCEPT WS-CORTE.
              IF WS-CORTE = ZEROS
                 MOVE WS-HOJE TO WS-CORTE.
              OPEN EXTEND EXTRATO.
              IF ARQST5 NOT = "00" AND ARQST5 NOT = "05"
                 OPEN OUTPUT EXTRATO.
              MOVE LOW-VALUES TO AP-CHAVE.
              START CONTAPAG KEY IS GREATER THAN AP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM SELECIONA-TITULO UNTIL WS-FIM = "S".
              CLOSE FORNECEDORES.
              CLOSE ARQBANCO.
              CLOSE EXTRATO.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-PAGOS     TO LTP-PAGOS.
              MOVE WS-CONT-ORDENS    TO LTP-ORDENS.
              MOVE WS-CONT-RECUSADOS TO LTP-RECUSADOS.
              MOVE LINHA-TOT-PAG TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOTAL-DEBITADO TO LTD-TOTAL.
              MOVE LINHA-TOT-DEB TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "PAGOS NO ATO: " WS-CONT-PAGOS
                      "  ORDENS EXTERNAS: " WS-CONT-ORDENS.

       SELECIONA-TITULO.
              READ CONTAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF AP-PAGO NOT = "S" AND AP-PAGO NOT = "B"
                       AND AP-VENCIMENTO NOT > WS-CORTE
                       PERFORM PAGA-TITULO
                    END-IF
              END-READ.

       PAGA-TITULO.
              COMPUTE WS-ABERTO = AP-VALOR - AP-VALOR-PAGO.
              IF WS-ABERTO = ZEROS
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-SITUACAO.
              MOVE AP-FORNECEDOR TO FORN-CODIGO.
              READ FORNECEDORES
                 INVALID KEY
                    MOVE "FORNECEDOR NAO CADASTRADO" TO WS-SITUACAO
              END-READ.
              IF WS-SITUACAO = SPACES
                 AND FORN-CPF-CONTA = ZEROS
                 AND (FORN-BANCO = ZEROS OR FORN-CONTA = ZEROS)
                 MOVE "SEM DADOS BANCARIOS" TO WS-SITUACAO.
              IF WS-SITUACAO NOT = SPACES
                 PERFORM RECUSA-TITULO
                 EXIT PARAGRAPH.
              DISPLAY "FORN " AP-FORNECEDOR " " FORN-NOME.
              DISPLAY "  NOTA " AP-NOTA " VENC " AP-VENCIMENTO
                      " ABERTO " WS-ABERTO.
              DISPLAY "  PAGAR (S/N)? ".
              MOVE SPACE TO WS-SALVA.
              ACCEPT WS-SALVA.
              IF WS-SALVA NOT = "S" AND WS-SALVA NOT = "s"
                 EXIT PARAGRAPH.
              IF FORN-CPF-CONTA NOT = ZEROS
                 PERFORM TRANSFERE-INTERNO
              ELSE
                 PERFORM TRANSFERE-EXTERNO.

       RECUSA-TITULO.
              ADD 1 TO WS-CONT-RECUSADOS.
              MOVE WS-ABERTO TO LD-VALOR.
              MOVE SPACE     TO LD-MODO.
              MOVE ZEROS     TO LD-ORDEM.
              PERFORM DETALHA-TITULO.

      * DEBITA A CONTA DA LOJA DENTRO DE SALDO MAIS LIMITE (POUPANCA
      * SO SALDO), COMO NO PAGAMENTO DO CUPOM PELO BANCO
       DEBITA-LOJA.
              MOVE "N" TO WS-DEBITO-OK.
              MOVE WS-CPF-LOJA  TO CPF-P.
              MOVE WS-TIPO-LOJA TO TIPO-CONTA-P.
              READ ARQBANCO
                 INVALID KEY
                    MOVE "CONTA DA LOJA NAO EXISTE" TO WS-SITUACAO
                    EXIT PARAGRAPH
              END-READ.
              MOVE CPF-P TO SB-CPF.
              MOVE TIPO-CONTA-P TO SB-TIPO-CONTA.
              CALL "SaldoBloqueado" USING SB-CPF SB-TIPO-CONTA
                                          SB-VALOR SB-RESULTADO.
              IF TIPO-CONTA-P = 2
                 COMPUTE WS-DISPONIVEL = SALDO-P - SB-VALOR
              ELSE
                 COMPUTE WS-DISPONIVEL =
                         SALDO-P + LIMITE-P - SB-VALOR.
              IF WS-ABERTO > WS-DISPONIVEL
                 IF SB-RESULTADO = "S"
                    MOVE "SALDO BLOQUEADO" TO WS-SITUACAO
                 ELSE
                    MOVE "SALDO INSUFICIENTE" TO WS-SITUACAO
                 END-IF
                 EXIT PARAGRAPH.
              SUBTRACT WS-ABERTO FROM SALDO-P.
              REWRITE REG-ARQBC
                 INVALID KEY
                    MOVE "ERRO AO DEBITAR A LOJA" TO WS-SITUACAO
                    EXIT PARAGRAPH
              END-REWRITE.
              ADD WS-ABERTO TO WS-TOTAL-DEBITADO.
              MOVE "S" TO WS-DEBITO-OK.

       TRANSFERE-INTERNO.
              MOVE FORN-CPF-CONTA  TO CPF-P.
              MOVE FORN-TIPO-CONTA TO TIPO-CONTA-P.
              IF CPF-P = WS-CPF-LOJA AND TIPO-CONTA-P = WS-TIPO-LOJA
                 MOVE "CONTA DO FORN. = CONTA LOJA" TO WS-SITUACAO
                 PERFORM RECUSA-TITULO
                 EXIT PARAGRAPH.
              READ ARQBANCO
                 INVALID KEY
                    MOVE "CONTA DO FORN. NAO EXISTE" TO WS-SITUACAO
                    PERFORM RECUSA-TITULO
                    EXIT PARAGRAPH
              END-READ.
      * CREDITO QUE ESTOURARIA O SALDO DO FORNECEDOR E RECUSADO ANTES
      * DE DEBITAR A LOJA
              COMPUTE WS-SALDO-NOVO = SALDO-P + WS-ABERTO.
              IF WS-SALDO-NOVO > 999999999,99
                 MOVE "SALDO DO FORN. EXCEDE O CAMPO" TO WS-SITUACAO
                 PERFORM RECUSA-TITULO
                 EXIT PARAGRAPH.
              PERFORM DEBITA-LOJA.
              IF WS-DEBITO-OK = "N"
                 PERFORM RECUSA-TITULO
                 EXIT PARAGRAPH.
              MOVE "TRANSF-DB" TO LE-TIPO.
              PERFORM GRAVA-EXTRATO.
              MOVE FORN-CPF-CONTA  TO CPF-P.
              MOVE FORN-TIPO-CONTA TO TIPO-CONTA-P.
              READ ARQBANCO
                 INVALID KEY
                    DISPLAY "CONTA DO FORNECEDOR SUMIU - VERIFICAR"
                    EXIT PARAGRAPH
              END-READ.
              ADD WS-ABERTO TO SALDO-P.
              REWRITE REG-ARQBC
                 INVALID KEY
                    DISPLAY "ERRO AO CREDITAR O FORNECEDOR"
                    EXIT PARAGRAPH
              END-REWRITE.
              MOVE "TRANSF-CR" TO LE-TIPO.
              PERFORM GRAVA-EXTRATO.
              MOVE WS-HOJE   TO PB-DATA-CONF.
              MOVE "I"       TO PB-MODO.
              MOVE ZEROS     TO PB-TE-SEQ.
              MOVE "L"       TO PB-STATUS.
              PERFORM GRAVA-PAGBCO.
              PERFORM QUITA-TITULO.
              ADD 1 TO WS-CONT-PAGOS.
              MOVE "TRANSFERENCIA INTERNA - PAGO" TO WS-SITUACAO.
              MOVE WS-ABERTO TO LD-VALOR.
              MOVE "I"       TO LD-MODO.
              MOVE ZEROS     TO LD-ORDEM.
              PERFORM DETALHA-TITULO.

       TRANSFERE-EXTERNO.
              PERFORM DEBITA-LOJA.
              IF WS-DEBITO-OK = "N"
                 PERFORM RECUSA-TITULO
                 EXIT PARAGRAPH.
              MOVE "TRANSF-EXT" TO LE-TIPO.
              PERFORM GRAVA-EXTRATO.
              PERFORM GRAVA-ORDEM.
              IF WS-TEX-GRAVADO = "N"
                 DISPLAY "ORDEM NAO GRAVADA - ESTORNAR NO BANCO"
                 MOVE "ORDEM NAO GRAVADA" TO WS-SITUACAO
                 PERFORM RECUSA-TITULO
                 EXIT PARAGRAPH.
              MOVE ZEROS     TO PB-DATA-CONF.
              MOVE "E"       TO PB-MODO.
              MOVE TE-SEQ    TO PB-TE-SEQ.
              MOVE "P"       TO PB-STATUS.
              PERFORM GRAVA-PAGBCO.
              MOVE "B" TO AP-PAGO.
              REWRITE REG-PAGAR
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR O TITULO " AP-NOTA
              END-REWRITE.
              ADD 1 TO WS-CONT-ORDENS.
              MOVE "ORDEM EXTERNA - AGUARDANDO" TO WS-SITUACAO.
              MOVE WS-ABERTO TO LD-VALOR.
              MOVE "E"       TO LD-MODO.
              MOVE TE-SEQ    TO LD-ORDEM.
              PERFORM DETALHA-TITULO.

      * ORDEM NO MESMO FORMATO DA TRANSFERENCIA EXTERNA DO CAIXA DO
      * BANCO: PROXIMO TE-SEQ LIVRE, STATUS P
       GRAVA-ORDEM.
              MOVE 1 TO TE-SEQ.
              MOVE WS-HOJE       TO TE-DATA.
              MOVE WS-CPF-LOJA   TO TE-CPF.
              MOVE WS-TIPO-LOJA  TO TE-TIPO-CONTA.
              MOVE FORN-BANCO    TO TE-BANCO.
              MOVE FORN-AGENCIA  TO TE-AGENCIA.
              MOVE FORN-CONTA    TO TE-CONTA.
              MOVE WS-ABERTO     TO TE-VALOR.
              MOVE "P"           TO TE-STATUS.
              MOVE SPACES        TO TE-MOTIVO.
              MOVE "N"   TO WS-TEX-GRAVADO.
              MOVE ZEROS TO WS-TENTATIVAS.
              PERFORM TENTA-GRAVAR-ORDEM
                 UNTIL WS-TEX-GRAVADO = "S" OR WS-TENTATIVAS > 999998.

       TENTA-GRAVAR-ORDEM.
              ADD 1 TO WS-TENTATIVAS.
              WRITE REG-TRANSFEXT
                 INVALID KEY
                    ADD 1 TO TE-SEQ
                 NOT INVALID KEY
                    MOVE "S" TO WS-TEX-GRAVADO
              END-WRITE.

       GRAVA-EXTRATO.
              MOVE DIA TO LE-DIA.
              MOVE MES TO LE-MES.
              MOVE ANO (3:2) TO LE-ANO.
              MOVE CPF-P TO LE-CPF.
              MOVE WS-ABERTO TO LE-VALOR.
              MOVE SALDO-P TO LE-SALDO.
              MOVE TIPO-CONTA-P TO LE-TIPO-CONTA.
              MOVE ZEROS TO LE-FUNC.
              ACCEPT WS-HORA-BCO FROM TIME.
              MOVE WS-HORA-BCO (1:6) TO LE-HORA.
              MOVE LINHA-EXTRATO TO REG-EXTRATO.
              WRITE REG-EXTRATO.

       GRAVA-PAGBCO.
              MOVE AP-FORNECEDOR TO PB-FORNECEDOR.
              MOVE AP-NOTA       TO PB-NOTA.
              MOVE WS-HOJE       TO PB-DATA.
              MOVE WS-ABERTO     TO PB-VALOR.
              MOVE SPACES        TO PB-MOTIVO.
              WRITE REG-PAGBCO
                 INVALID KEY
                    REWRITE REG-PAGBCO
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR PAGBCO " AP-NOTA
                    END-REWRITE
              END-WRITE.

      * BAIXA O TITULO LIDO EM REG-PAGAR PELO VALOR PB-VALOR E
      * REGISTRA O PAGAMENTO EM PAGTOS.TXT
       QUITA-TITULO.
              ADD PB-VALOR TO AP-VALOR-PAGO.
              MOVE WS-HOJE TO AP-DATA-PGTO.
              IF AP-VALOR-PAGO >= AP-VALOR
                 MOVE "S" TO AP-PAGO
              ELSE
                 MOVE "N" TO AP-PAGO.
              REWRITE REG-PAGAR
                 INVALID KEY
                    DISPLAY "ERRO AO BAIXAR O TITULO " AP-NOTA
                    EXIT PARAGRAPH
              END-REWRITE.
              MOVE WS-HOJE       TO PG-DATA.
              MOVE AP-FORNECEDOR TO PG-FORNECEDOR.
              MOVE AP-NOTA       TO PG-NOTA.
              MOVE PB-VALOR      TO PG-VALOR.
              MOVE AP-PAGO       TO PG-QUITOU.
              WRITE REG-PAGTO.

       DETALHA-TITULO.
              MOVE AP-FORNECEDOR TO LD-FORNECEDOR.
              MOVE AP-NOTA       TO LD-NOTA.
              MOVE WS-SITUACAO   TO LD-SITUACAO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

      * ---------------------------------------------------------
      * MODO C - CONFIRMACAO DAS ORDENS EXTERNAS PELO RETORNO
      * ---------------------------------------------------------
       CONFIRMA-ORDENS.
              MOVE LOW-VALUES TO PB-CHAVE.
              START PAGBCO KEY IS GREATER THAN PB-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM CONFIRMA-PAGAMENTO UNTIL WS-FIM = "S".
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-LIQUIDADOS TO LTC-LIQUIDADOS.
              MOVE WS-CONT-REJEITADOS TO LTC-REJEITADOS.
              MOVE WS-CONT-AGUARDANDO TO LTC-AGUARDANDO.
              MOVE LINHA-TOT-CONF TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "LIQUIDADOS: " WS-CONT-LIQUIDADOS
                      "  REJEITADOS: " WS-CONT-REJEITADOS
                      "  AGUARDANDO: " WS-CONT-AGUARDANDO.

       CONFIRMA-PAGAMENTO.
              READ PAGBCO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF PB-MODO = "E" AND PB-STATUS = "P"
                       PERFORM VERIFICA-ORDEM
                    END-IF
              END-READ.

       VERIFICA-ORDEM.
              MOVE PB-TE-SEQ TO TE-SEQ.
              READ TRANSFEXT
                 INVALID KEY
                    MOVE "ORDEM NAO ENCONTRADA" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-AGUARDANDO
                    PERFORM DETALHA-ORDEM
                    EXIT PARAGRAPH
              END-READ.
              IF TE-STATUS NOT = "L" AND TE-STATUS NOT = "R"
                 ADD 1 TO WS-CONT-AGUARDANDO
                 EXIT PARAGRAPH.
              MOVE PB-FORNECEDOR TO AP-FORNECEDOR.
              MOVE PB-NOTA       TO AP-NOTA.
              READ CONTAPAG
                 INVALID KEY
                    MOVE "TITULO NAO ENCONTRADO" TO WS-SITUACAO
                    PERFORM DETALHA-ORDEM
                    EXIT PARAGRAPH
              END-READ.
              IF TE-STATUS = "L"
                 PERFORM QUITA-TITULO
                 MOVE "L" TO PB-STATUS
                 MOVE "LIQUIDADO - TITULO BAIXADO" TO WS-SITUACAO
                 ADD 1 TO WS-CONT-LIQUIDADOS
              ELSE
                 MOVE "N" TO AP-PAGO
                 REWRITE REG-PAGAR
                    INVALID KEY
                       DISPLAY "ERRO AO REABRIR O TITULO " AP-NOTA
                 END-REWRITE
                 MOVE "R" TO PB-STATUS
                 MOVE TE-MOTIVO TO PB-MOTIVO
                 MOVE "REJEITADO - TITULO REABERTO" TO WS-SITUACAO
                 ADD 1 TO WS-CONT-REJEITADOS.
              MOVE WS-HOJE TO PB-DATA-CONF.
              REWRITE REG-PAGBCO
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PAGBCO " PB-NOTA
              END-REWRITE.
              PERFORM DETALHA-ORDEM.

       DETALHA-ORDEM.
              MOVE PB-FORNECEDOR TO LD-FORNECEDOR.
              MOVE PB-NOTA       TO LD-NOTA.
              MOVE PB-VALOR      TO LD-VALOR.
              MOVE PB-MODO       TO LD-MODO.
              MOVE PB-TE-SEQ     TO LD-ORDEM.
              MOVE WS-SITUACAO   TO LD-SITUACAO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.
              IF PB-STATUS = "R"
                 MOVE SPACES TO LINHA-REL
                 STRING "      MOTIVO: " PB-MOTIVO
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE LINHA-REL.

       FINALIZA.
              DISPLAY "RELATORIO GERADO: PAGBCO.TXT".
              CLOSE CONTAPAG.
              CLOSE PAGBCO.
              CLOSE TRANSFEXT.
              CLOSE PAGTOS.
              CLOSE RELATORIO.
              STOP RUN.

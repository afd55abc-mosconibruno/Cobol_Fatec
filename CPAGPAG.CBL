
      * CONTAS A PAGAR - BAIXA DE TITULOS: APLICA O PAGAMENTO NA
      * NOTA DO FORNECEDOR; PAGAMENTO PARCIAL DEIXA O TITULO EM
      * ABERTO COM O VALOR PAGO ACUMULADO. CADA PAGAMENTO APLICADO
      * FICA REGISTRADO EM PAGTOS.TXT (VALOR DO DIA, USADO PELO
      * DIARIO CONTABIL CTBDIA). TITULO EM PAGAMENTO PELO BANCO
      * (B, CPAGBCO) NAO ACEITA BAIXA MANUAL
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS AP-CHAVE
              FILE STATUS ARQST.

              SELECT PAGTOS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAPAG LABEL RECORD STANDARD
                02 AP-DATA-PGTO    PIC 9(08).
                02 AP-VALOR-PAGO   PIC 9(07)V99.

       FD PAGTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGTO
                VALUE OF FILE-ID IS "PAGTOS.TXT".
          01 REG-PAGTO.
                02 PG-DATA         PIC 9(08).
                02 PG-FORNECEDOR   PIC 9(04).
                02 PG-NOTA         PIC 9(09).
                02 PG-VALOR        PIC 9(07)V99.
                02 PG-QUITOU       PIC X(01).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 WS-FORNECEDOR         PIC 9(04) VALUE ZEROS.
          01 WS-NOTA               PIC 9(09) VALUE ZEROS.
          01 WS-VALOR-PAGO         PIC 9(07)V99 VALUE ZEROS.
              IF ARQST NOT = "00"
                 DISPLAY "CONTAS A PAGAR CONTAPAG.DAT AUSENTE"
                 STOP RUN.
              OPEN EXTEND PAGTOS.
              IF ARQST2 NOT = "00" AND ARQST2 NOT = "05"
                 OPEN OUTPUT PAGTOS.
              DISPLAY "CONTAS A PAGAR - BAIXA DE TITULOS".
              PERFORM ENTRA-FORNECEDOR.
              PERFORM PAGA-TITULO UNTIL WS-FORNECEDOR = ZEROS.
              CLOSE CONTAPAG.
              CLOSE PAGTOS.
              STOP RUN.

       ENTRA-FORNECEDOR.
                    IF AP-FORNECEDOR NOT = WS-FORNECEDOR
                       MOVE "S" TO WS-FIM
                    ELSE
                       IF AP-PAGO NOT = "S" AND AP-PAGO NOT = "B"
                          COMPUTE WS-ABERTO =
                             AP-VALOR - AP-VALOR-PAGO
                          DISPLAY "NOTA " AP-NOTA
              IF AP-PAGO = "S"
                 DISPLAY "TITULO JA QUITADO"
                 EXIT PARAGRAPH.
              IF AP-PAGO = "B"
                 DISPLAY "TITULO EM PAGAMENTO PELO BANCO (CPAGBCO)"
                 EXIT PARAGRAPH.
              COMPUTE WS-ABERTO = AP-VALOR - AP-VALOR-PAGO.
              DISPLAY "VALOR EM ABERTO: " WS-ABERTO.
              DISPLAY "VALOR PAGO: ".
                    ELSE
                       DISPLAY "PAGAMENTO PARCIAL APLICADO"
                    END-IF
                    PERFORM GRAVA-PAGTO
              END-REWRITE.

       GRAVA-PAGTO.
              MOVE WS-HOJE       TO PG-DATA.
              MOVE AP-FORNECEDOR TO PG-FORNECEDOR.
              MOVE AP-NOTA       TO PG-NOTA.
              MOVE WS-VALOR-PAGO TO PG-VALOR.
              MOVE AP-PAGO       TO PG-QUITOU.
              WRITE REG-PAGTO.

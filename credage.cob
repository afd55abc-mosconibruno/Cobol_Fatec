      * -----------------------------------------------------------
      * CREDIÁRIO - RELATÓRIO DE AGING: COBRANÇAS EM ABERTO POR
      * FAIXA DE ATRASO (A VENCER/EM DIA, ATE 30, ATE 60, ATE 90 E
      * MAIS DE 90 DIAS), COM TOTAIS POR CLIENTE E GERAIS. A
      * COBRANÇA BAIXADA COMO PERDA (CREDBAIXA) SAI DO A RECEBER E SÓ
      * APARECE NO TOTAL BAIXADO
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAGE.
           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
           05 WS-TOT-60     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-90     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-MAIS   PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-PERDA  PIC 9(09)V99 VALUE ZEROS.
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
       01 LINHA-TOT5.
           05 FILLER PIC X(25) VALUE "MAIS DE 90 DIAS:         ".
           05 LT5 PIC ZZZZZZZZ9.99.
       01 LINHA-TOT6.
           05 FILLER PIC X(25) VALUE "BAIXADO COMO PERDA:      ".
           05 LT6 PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE WS-TOT-MAIS TO LT5.
           MOVE LINHA-TOT5 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOT-PERDA TO LT6.
           MOVE LINHA-TOT6 TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "RELATORIO GERADO: CREDAGE.TXT".
           CLOSE CREDIARIO.
           CLOSE RELATORIO.
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-PAGO = "P"
                       COMPUTE WS-TOT-PERDA = WS-TOT-PERDA
                           + CR-VALOR - CR-VALOR-PAGO
                   END-IF
                   IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                       IF WS-TEM-CLIENTE = "S"
                           AND CR-FONE NOT = WS-FONE-ANT
                           PERFORM ESCREVE-TOTAL-CLIENTE

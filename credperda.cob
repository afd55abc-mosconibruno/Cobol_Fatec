      * -----------------------------------------------------------
      * CREDIÁRIO - RELATÓRIO DE PERDAS E RECUPERAÇÕES: A PARTIR DO
      * REGISTRO DE PERDAS (perdacred.txt) MOSTRA MÊS A MÊS O VALOR
      * BAIXADO COMO PERDA (CREDBAIXA), O VALOR RECUPERADO DEPOIS DA
      * BAIXA (CREDPAG), A PERDA LÍQUIDA E O PERCENTUAL RECUPERADO,
      * COM OS TOTAIS DO PERÍODO E O SALDO BAIXADO AINDA EM ABERTO
      * NO CREDIÁRIO. ANO ZERO = TODO O REGISTRO. RELATÓRIO EM
      * PERDAS.TXT
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDPERDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-PERDA.

           SELECT CREDIARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT-CRED
               RECORD KEY IS CR-CHAVE.

           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PERDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-PERDA
                VALUE OF FILE-ID IS "perdacred.txt".
       01 REG-PERDA.
           05 PD-DATA   PIC 9(08).
           05 PD-TIPO   PIC X(01).
           05 PD-FONE   PIC 9(09).
           05 PD-SEQ    PIC 9(04).
           05 PD-VENC   PIC 9(08).
           05 PD-VALOR  PIC 9(07)V99.

       FD CREDIARIO VALUE OF FILE-ID IS "crediario.dat".
       01 CREDIARIO-REC.
           05 CR-CHAVE.
               10 CR-FONE PIC 9(09).
               10 CR-SEQ  PIC 9(04).
           05 CR-VALOR      PIC 9(05)V99.
           05 CR-DATA       PIC 9(08).
           05 CR-VENCIMENTO PIC 9(08).
           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PERDAS.TXT".
          01 LINHA-REL              PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-PERDA PIC X(02).
       77 FS-STAT-CRED  PIC X(02).
       77 FS-STAT-REL   PIC X(02).
       77 WS-FIM PIC X VALUE "N".
       77 WS-ANO PIC 9(04) VALUE ZEROS.
       77 WS-MES-TRAB PIC 9(06) VALUE ZEROS.
       77 WS-NUM-MES PIC 9(03) VALUE ZEROS.
       77 WS-IDX PIC 9(03) VALUE ZEROS.
       77 WS-IDX2 PIC 9(03) VALUE ZEROS.
       77 WS-TM-TROCA PIC X(28) VALUE SPACES.
       77 WS-ACHOU PIC X VALUE "N".
       77 WS-ESTOURO PIC X VALUE "N".
       77 WS-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WS-PERC PIC 9(05)V9 VALUE ZEROS.
       77 WS-SALDO-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-ABERTAS PIC 9(05) VALUE ZEROS.
       01 TABELA-MESES.
           05 TM-LINHA OCCURS 240 TIMES.
               10 TM-MES        PIC 9(06).
               10 TM-BAIXADO    PIC 9(09)V99.
               10 TM-RECUPERADO PIC 9(09)V99.
       01 LINHA-CAB1.
           05 FILLER PIC X(46) VALUE
              "CREDIARIO - PERDAS BAIXADAS E RECUPERADAS ANO ".
           05 LC1-ANO PIC X(05).
       01 LINHA-CAB2 PIC X(100) VALUE
          "MES           BAIXADO     RECUPERADO   PERDA LIQUIDA  % REC".
       01 LINHA-MES.
           05 LM-MES PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LM-BAIXADO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LM-RECUPERADO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LM-LIQUIDO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LM-PERC PIC ZZZZ9.9.
       01 LINHA-TOTAL.
           05 FILLER PIC X(08) VALUE "TOTAL   ".
           05 LT-BAIXADO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LT-RECUPERADO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LT-LIQUIDO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-PERC PIC ZZZZ9.9.
       01 LINHA-SALDO.
           05 FILLER PIC X(40) VALUE
              "SALDO BAIXADO AINDA EM ABERTO (HOJE):   ".
           05 LS-SALDO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LS-QTDE PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " COBRANCAS".
       01 LINHA-NOTA PIC X(100) VALUE
          "RECUPERADO = PAGO NO MES SOBRE BAIXA DE QUALQUER MES".
       01 LINHA-BRANCO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CREDIARIO - PERDAS E RECUPERACOES".
           DISPLAY "ANO (AAAA) [0 = TODO O REGISTRO]: ".
           ACCEPT WS-ANO.
           OPEN INPUT PERDAS.
           IF FS-STAT-PERDA NOT = "00"
               DISPLAY "REGISTRO DE PERDAS perdacred.txt AUSENTE"
               STOP RUN
           END-IF.
           PERFORM LE-PERDA UNTIL WS-FIM = "S".
           CLOSE PERDAS.
           PERFORM SOMA-SALDO-BAIXADO.
           OPEN OUTPUT RELATORIO.
           IF WS-ANO = ZEROS
               MOVE "TODOS" TO LC1-ANO
           ELSE
               MOVE WS-ANO TO LC1-ANO
           END-IF.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM ORDENA-MESES.
           PERFORM IMPRIME-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-MES.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELATORIO.
           IF WS-ESTOURO = "S"
               DISPLAY "MAIS DE 240 MESES NO REGISTRO - INFORME O ANO"
           END-IF.
           DISPLAY "TOTAL BAIXADO:    " WS-TOT-BAIXADO.
           DISPLAY "TOTAL RECUPERADO: " WS-TOT-RECUPERADO.
           DISPLAY "RELATORIO GERADO: PERDAS.TXT".
           STOP RUN.

      * -----------------------------------
       LE-PERDA.
           READ PERDAS
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF WS-ANO = ZEROS OR PD-DATA(1:4) = WS-ANO
                       PERFORM ACUMULA-MES
                   END-IF
           END-READ.

       ACUMULA-MES.
           MOVE PD-DATA(1:6) TO WS-MES-TRAB.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-MES
               IF TM-MES(WS-IDX) = WS-MES-TRAB
                   MOVE "S" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-NUM-MES < 240
                   ADD 1 TO WS-NUM-MES
                   MOVE WS-NUM-MES TO WS-IDX
                   MOVE WS-MES-TRAB TO TM-MES(WS-IDX)
                   MOVE ZEROS TO TM-BAIXADO(WS-IDX)
                                 TM-RECUPERADO(WS-IDX)
               ELSE
                   MOVE "S" TO WS-ESTOURO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF PD-TIPO = "R"
               ADD PD-VALOR TO TM-RECUPERADO(WS-IDX)
               ADD PD-VALOR TO WS-TOT-RECUPERADO
           ELSE
               ADD PD-VALOR TO TM-BAIXADO(WS-IDX)
               ADD PD-VALOR TO WS-TOT-BAIXADO
           END-IF.

      * O QUE SEGUE BAIXADO E AINDA NAO FOI PAGO (CR-PAGO "P")
       SOMA-SALDO-BAIXADO.
           OPEN INPUT CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM LE-COBRANCA UNTIL WS-FIM = "S".
           CLOSE CREDIARIO.

       LE-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-PAGO = "P"
                       COMPUTE WS-SALDO-BAIXADO = WS-SALDO-BAIXADO
                           + CR-VALOR - CR-VALOR-PAGO
                       ADD 1 TO WS-QTDE-ABERTAS
                   END-IF
           END-READ.

      * -----------------------------------
       ORDENA-MESES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-NUM-MES
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-NUM-MES - WS-IDX
                   IF TM-MES(WS-IDX2) > TM-MES(WS-IDX2 + 1)
                       MOVE TM-LINHA(WS-IDX2) TO WS-TM-TROCA
                       MOVE TM-LINHA(WS-IDX2 + 1)
                           TO TM-LINHA(WS-IDX2)
                       MOVE WS-TM-TROCA TO TM-LINHA(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-MES.
           MOVE TM-MES(WS-IDX) TO LM-MES.
           MOVE TM-BAIXADO(WS-IDX) TO LM-BAIXADO.
           MOVE TM-RECUPERADO(WS-IDX) TO LM-RECUPERADO.
           COMPUTE WS-LIQUIDO =
               TM-BAIXADO(WS-IDX) - TM-RECUPERADO(WS-IDX).
           MOVE WS-LIQUIDO TO LM-LIQUIDO.
           MOVE ZEROS TO WS-PERC.
           IF TM-BAIXADO(WS-IDX) > ZEROS
               COMPUTE WS-PERC ROUNDED = TM-RECUPERADO(WS-IDX) * 100
                   / TM-BAIXADO(WS-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERC
               END-COMPUTE
           END-IF.
           MOVE WS-PERC TO LM-PERC.
           MOVE LINHA-MES TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-TOTAL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOT-BAIXADO TO LT-BAIXADO.
           MOVE WS-TOT-RECUPERADO TO LT-RECUPERADO.
           COMPUTE WS-LIQUIDO = WS-TOT-BAIXADO - WS-TOT-RECUPERADO.
           MOVE WS-LIQUIDO TO LT-LIQUIDO.
           MOVE ZEROS TO WS-PERC.
           IF WS-TOT-BAIXADO > ZEROS
               COMPUTE WS-PERC ROUNDED = WS-TOT-RECUPERADO * 100
                   / WS-TOT-BAIXADO
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERC
               END-COMPUTE
           END-IF.
           MOVE WS-PERC TO LT-PERC.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-SALDO-BAIXADO TO LS-SALDO.
           MOVE WS-QTDE-ABERTAS TO LS-QTDE.
           MOVE LINHA-SALDO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-NOTA TO LINHA-REL.
           WRITE LINHA-REL.

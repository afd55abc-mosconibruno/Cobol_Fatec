       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODLIQC.

      * CONCILIACAO DA LIQUIDACAO DE CARTAO: LE O ARQUIVO DIARIO DE
      * PAGAMENTOS DA ADQUIRENTE (LIQCART.TXT), CASA CADA PAGAMENTO
      * COM O RECEBIVEL DO CUPOM EM RECCART.DAT E DA BAIXA. APONTA
      * VALOR A MENOR, TARIFA ACIMA DA CONTRATADA, PAGAMENTO SEM
      * CUPOM, PAGAMENTO DE CUPOM CANCELADO E PAGAMENTO EM DUPLICIDADE
      * E, NO FIM, LISTA OS RECEBIVEIS JA VENCIDOS QUE A ADQUIRENTE
      * NAO PAGOU. RELATORIO EM CONCCART.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LIQCART ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT RECCART ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS RC-CUPOM
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

       DATA DIVISION.
       FILE SECTION.
      * UMA LINHA POR CUPOM PAGO, COM O NUMERO DO CUPOM QUE O
      * TERMINAL DE CARTAO ENVIA COMO REFERENCIA DA VENDA
       FD LIQCART LABEL RECORD STANDARD
                DATA RECORD IS REG-LIQ
                VALUE OF FILE-ID IS "LIQCART.TXT".
          01 REG-LIQ.
                02 LQ-ADQUIRENTE  PIC X(10).
                02 LQ-DATA-PGTO   PIC 9(08).
                02 LQ-CUPOM       PIC 9(06).
                02 LQ-DATA-VENDA  PIC 9(08).
                02 LQ-VALOR-BRUTO PIC 9(07)V99.
                02 LQ-TARIFA      PIC 9(05)V99.
                02 LQ-VALOR-LIQ   PIC 9(07)V99.

       FD RECCART LABEL RECORD STANDARD
                DATA RECORD IS REG-RECCART
                VALUE OF FILE-ID IS "RECCART.DAT".
          01 REG-RECCART.
                02 RC-CUPOM       PIC 9(06).
                02 RC-DATA-VENDA  PIC 9(08).
                02 RC-OPERADOR    PIC X(10).
                02 RC-ADQUIRENTE  PIC X(10).
                02 RC-VALOR       PIC 9(07)V99.
                02 RC-TAXA        PIC 9(02)V99.
                02 RC-TARIFA      PIC 9(05)V99.
                02 RC-LIQUIDO     PIC 9(07)V99.
                02 RC-PREVISAO    PIC 9(08).
                02 RC-STATUS      PIC X(01).
                02 RC-DATA-PGTO   PIC 9(08).
                02 RC-BRUTO-PAGO  PIC 9(07)V99.
                02 RC-TARIFA-COBR PIC 9(05)V99.
                02 RC-VALOR-PAGO  PIC 9(07)V99.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CONCCART.TXT".
          01 LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-PREV           PIC 9(07) VALUE ZEROS.
          01 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
          01 WS-TARIFA-LIMITE      PIC 9(05)V99 VALUE ZEROS.
          01 WS-SITUACAO           PIC X(20) VALUE SPACES.
          01 WS-CONT-LIDOS         PIC 9(06) VALUE ZEROS.
          01 WS-CONT-CONFERE       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-DIVERG        PIC 9(06) VALUE ZEROS.
          01 WS-CONT-SEM-CUPOM     PIC 9(06) VALUE ZEROS.
          01 WS-CONT-NAO-PAGO      PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-RECEBIDO     PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-NAO-PAGO     PIC 9(09)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "CONCILIACAO DA LIQUIDACAO DE CARTAO -   ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(100) VALUE
             "CUPOM  VENDA     PREVISTO    ESPERADO    RECEBIDO   TARIF
      -      "A  SITUACAO".
          01 LINHA-DET.
                02 LD-CUPOM        PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-DATA-VENDA   PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-PREVISAO     PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-ESPERADO     PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-RECEBIDO     PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-TARIFA       PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SITUACAO     PIC X(20).
          01 LINHA-CAB3            PIC X(100) VALUE
             "RECEBIVEIS VENCIDOS E NAO PAGOS PELA ADQUIRENTE".
          01 LINHA-ATRASO.
                02 LA-CUPOM        PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-DATA-VENDA   PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-PREVISAO     PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-LIQUIDO      PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LA-DIAS         PIC ZZZZ9.
                02 FILLER          PIC X(14) VALUE " DIAS ATRASO  ".
                02 LA-ADQUIRENTE   PIC X(10).
          01 LINHA-TOT1.
                02 FILLER          PIC X(30) VALUE
                   "PAGAMENTOS LIDOS:             ".
                02 LT1             PIC ZZZZZ9.
          01 LINHA-TOT2.
                02 FILLER          PIC X(30) VALUE
                   "CONFERIDOS:                   ".
                02 LT2             PIC ZZZZZ9.
          01 LINHA-TOT3.
                02 FILLER          PIC X(30) VALUE
                   "COM DIVERGENCIA:              ".
                02 LT3             PIC ZZZZZ9.
          01 LINHA-TOT4.
                02 FILLER          PIC X(30) VALUE
                   "SEM RECEBIVEL CORRESPONDENTE: ".
                02 LT4             PIC ZZZZZ9.
          01 LINHA-TOT5.
                02 FILLER          PIC X(30) VALUE
                   "VALOR LIQUIDO RECEBIDO:       ".
                02 LT5             PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT6.
                02 FILLER          PIC X(30) VALUE
                   "VENCIDOS NAO PAGOS:           ".
                02 LT6             PIC ZZZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LT6-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              DISPLAY "CONCILIACAO DA LIQUIDACAO DE CARTAO".
              PERFORM ABRE-ARQ.
              PERFORM CONCILIA-PAGAMENTO UNTIL WS-FIM = "S".
              PERFORM LISTA-NAO-PAGOS.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT LIQCART.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DA ADQUIRENTE (LIQCART.TXT) AUSENTE"
                 MOVE "S" TO WS-FIM.
              OPEN I-O RECCART.
              IF ARQST2 NOT = "00"
                 DISPLAY "SEM RECEBIVEIS DE CARTAO - RODAR O PRODRCAR"
                 IF ARQST = "00"
                    CLOSE LIQCART
                 END-IF
                 STOP RUN.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

       CONCILIA-PAGAMENTO.
              READ LIQCART
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    ADD LQ-VALOR-LIQ TO WS-TOTAL-RECEBIDO
                    PERFORM CASA-PAGAMENTO
              END-READ.

       CASA-PAGAMENTO.
              MOVE LQ-CUPOM TO RC-CUPOM.
              READ RECCART
                 INVALID KEY
                    MOVE "SEM CUPOM NA LOJA" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-SEM-CUPOM
                    PERFORM DETALHA-SEM-CUPOM
                    EXIT PARAGRAPH
              END-READ.
              IF RC-STATUS = "P" OR RC-STATUS = "D"
                 IF RC-DATA-PGTO = LQ-DATA-PGTO
                    AND RC-VALOR-PAGO = LQ-VALOR-LIQ
                    MOVE "JA PROCESSADO" TO WS-SITUACAO
                 ELSE
                    MOVE "PAGO EM DUPLICIDADE" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-DIVERG
                 END-IF
                 PERFORM DETALHA-PAGAMENTO
                 EXIT PARAGRAPH.
              IF RC-STATUS = "X"
                 MOVE "CUPOM CANCELADO" TO WS-SITUACAO
                 ADD 1 TO WS-CONT-DIVERG
                 PERFORM DETALHA-PAGAMENTO
                 EXIT PARAGRAPH.
      * TOLERANCIA DE 1 CENTAVO NA TARIFA PELO ARREDONDAMENTO
              COMPUTE WS-TARIFA-LIMITE = RC-TARIFA + 0,01.
              EVALUATE TRUE
                 WHEN LQ-VALOR-BRUTO < RC-VALOR
                    MOVE "VALOR A MENOR" TO WS-SITUACAO
                    MOVE "D" TO RC-STATUS
                 WHEN LQ-TARIFA > WS-TARIFA-LIMITE
                    MOVE "TARIFA ACIMA CONTRATO" TO WS-SITUACAO
                    MOVE "D" TO RC-STATUS
                 WHEN LQ-VALOR-LIQ < RC-LIQUIDO
                    MOVE "LIQUIDO A MENOR" TO WS-SITUACAO
                    MOVE "D" TO RC-STATUS
                 WHEN OTHER
                    MOVE "CONFERE" TO WS-SITUACAO
                    MOVE "P" TO RC-STATUS
              END-EVALUATE.
              IF RC-STATUS = "P"
                 ADD 1 TO WS-CONT-CONFERE
              ELSE
                 ADD 1 TO WS-CONT-DIVERG.
              MOVE LQ-DATA-PGTO   TO RC-DATA-PGTO.
              MOVE LQ-VALOR-BRUTO TO RC-BRUTO-PAGO.
              MOVE LQ-TARIFA      TO RC-TARIFA-COBR.
              MOVE LQ-VALOR-LIQ   TO RC-VALOR-PAGO.
              REWRITE REG-RECCART
                 INVALID KEY
                    DISPLAY "ERRO AO BAIXAR O RECEBIVEL " RC-CUPOM
              END-REWRITE.
              PERFORM DETALHA-PAGAMENTO.

       DETALHA-PAGAMENTO.
              MOVE RC-CUPOM      TO LD-CUPOM.
              MOVE RC-DATA-VENDA TO LD-DATA-VENDA.
              MOVE RC-PREVISAO   TO LD-PREVISAO.
              MOVE RC-LIQUIDO    TO LD-ESPERADO.
              MOVE LQ-VALOR-LIQ  TO LD-RECEBIDO.
              MOVE LQ-TARIFA     TO LD-TARIFA.
              MOVE WS-SITUACAO   TO LD-SITUACAO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       DETALHA-SEM-CUPOM.
              MOVE LQ-CUPOM      TO LD-CUPOM.
              MOVE LQ-DATA-VENDA TO LD-DATA-VENDA.
              MOVE ZEROS         TO LD-PREVISAO.
              MOVE ZEROS         TO LD-ESPERADO.
              MOVE LQ-VALOR-LIQ  TO LD-RECEBIDO.
              MOVE LQ-TARIFA     TO LD-TARIFA.
              MOVE WS-SITUACAO   TO LD-SITUACAO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

      * RECEBIVEL AINDA EM ABERTO COM A DATA PREVISTA JA PASSADA
       LISTA-NAO-PAGOS.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ZEROS TO RC-CUPOM.
              MOVE "N" TO WS-FIM.
              START RECCART KEY IS GREATER THAN RC-CUPOM
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.
              PERFORM AVALIA-ABERTO UNTIL WS-FIM = "S".

       AVALIA-ABERTO.
              READ RECCART NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF RC-STATUS = "A"
                       AND RC-PREVISAO < WS-HOJE
                       PERFORM DETALHA-NAO-PAGO
                    END-IF
              END-READ.

       DETALHA-NAO-PAGO.
              COMPUTE WS-INT-PREV =
                 FUNCTION INTEGER-OF-DATE(RC-PREVISAO).
              COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-PREV.
              ADD 1 TO WS-CONT-NAO-PAGO.
              ADD RC-LIQUIDO TO WS-TOTAL-NAO-PAGO.
              MOVE RC-CUPOM      TO LA-CUPOM.
              MOVE RC-DATA-VENDA TO LA-DATA-VENDA.
              MOVE RC-PREVISAO   TO LA-PREVISAO.
              MOVE RC-LIQUIDO    TO LA-LIQUIDO.
              MOVE WS-DIAS-ATRASO TO LA-DIAS.
              MOVE RC-ADQUIRENTE TO LA-ADQUIRENTE.
              MOVE LINHA-ATRASO TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-LIDOS TO LT1.
              MOVE LINHA-TOT1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-CONFERE TO LT2.
              MOVE LINHA-TOT2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-DIVERG TO LT3.
              MOVE LINHA-TOT3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-SEM-CUPOM TO LT4.
              MOVE LINHA-TOT4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOTAL-RECEBIDO TO LT5.
              MOVE LINHA-TOT5 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-NAO-PAGO TO LT6.
              MOVE WS-TOTAL-NAO-PAGO TO LT6-VALOR.
              MOVE LINHA-TOT6 TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "RELATORIO GERADO: CONCCART.TXT".
              DISPLAY "CONFERIDOS: " WS-CONT-CONFERE
                      "  DIVERGENTES: " WS-CONT-DIVERG
                      "  NAO PAGOS: " WS-CONT-NAO-PAGO.
              IF ARQST = "00"
                 CLOSE LIQCART.
              CLOSE RECCART.
              CLOSE RELATORIO.
              STOP RUN.

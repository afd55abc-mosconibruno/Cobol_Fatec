       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODRCRL.

      * RECEBIVEIS DE CARTAO EM ABERTO: LISTA, POR ADQUIRENTE E DATA
      * PREVISTA DE CREDITO, O QUE A ADQUIRENTE AINDA DEVE A LOJA -
      * RECEBIVEIS NAO PAGOS (STATUS A) PELO LIQUIDO ESPERADO E
      * PAGOS COM DIVERGENCIA (STATUS D) PELA DIFERENCA A COBRAR -
      * COM FAIXA DE ATRASO E TOTAIS POR ADQUIRENTE E GERAIS, NOS
      * MOLDES DO AGING DO CONTAS A PAGAR (CPAGAGE)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RECCART ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS RC-CUPOM
              FILE STATUS ARQST.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT SORT-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
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
                VALUE OF FILE-ID IS "RECCART.TXT".
          01 LINHA-REL             PIC X(100).

       SD SORT-FILE.
          01 SR-REC.
                02 SR-ADQUIRENTE  PIC X(10).
                02 SR-PREVISAO    PIC 9(08).
                02 SR-CUPOM       PIC 9(06).
                02 SR-DATA-VENDA  PIC 9(08).
                02 SR-STATUS      PIC X(01).
                02 SR-ABERTO      PIC 9(07)V99.

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-SORT           PIC X(01) VALUE "N".
          01 WS-TEM-ADQ            PIC X(01) VALUE "N".
          01 WS-ADQ-ANT            PIC X(10) VALUE SPACES.
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-PREV           PIC 9(07) VALUE ZEROS.
          01 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
          01 WS-TOT-ADQ            PIC 9(09)V99 VALUE ZEROS.
          01 TOTAIS-GERAIS.
                02 WS-TOT-A-VENCER PIC 9(09)V99 VALUE ZEROS.
                02 WS-TOT-30       PIC 9(09)V99 VALUE ZEROS.
                02 WS-TOT-60       PIC 9(09)V99 VALUE ZEROS.
                02 WS-TOT-MAIS     PIC 9(09)V99 VALUE ZEROS.
                02 WS-TOT-DIVERG   PIC 9(09)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "RECEBIVEIS DE CARTAO EM ABERTO -        ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(100) VALUE
             "CUPOM  VENDA     PREVISTO         ABERTO   DIAS ATR  FAIX
      -      "A".
          01 LINHA-ADQ.
                02 FILLER          PIC X(12) VALUE "ADQUIRENTE: ".
                02 LA-ADQUIRENTE   PIC X(10).
          01 LINHA-DET.
                02 LD-CUPOM        PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-DATA-VENDA   PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-PREVISAO     PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-ABERTO       PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-DIAS         PIC -ZZZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-FAIXA        PIC X(20).
          01 LINHA-TOT-ADQ.
                02 FILLER          PIC X(23) VALUE
                   "  TOTAL DA ADQUIRENTE: ".
                02 LTA-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT1.
                02 FILLER          PIC X(25) VALUE
                   "A VENCER:                ".
                02 LT1             PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT2.
                02 FILLER          PIC X(25) VALUE
                   "VENCIDOS ATE 30 DIAS:    ".
                02 LT2             PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT3.
                02 FILLER          PIC X(25) VALUE
                   "VENCIDOS ATE 60 DIAS:    ".
                02 LT3             PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT4.
                02 FILLER          PIC X(25) VALUE
                   "VENCIDOS MAIS DE 60 DIAS:".
                02 LT4             PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT5.
                02 FILLER          PIC X(25) VALUE
                   "DIFERENCAS A RECLAMAR:   ".
                02 LT5             PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              OPEN INPUT RECCART.
              IF ARQST NOT = "00"
                 DISPLAY "SEM RECEBIVEIS DE CARTAO (RECCART.DAT)"
                 STOP RUN.
              CLOSE RECCART.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              SORT SORT-FILE ON ASCENDING KEY SR-ADQUIRENTE SR-PREVISAO
                                              SR-CUPOM
                 INPUT PROCEDURE IS CARREGA-RECEBIVEIS
                 OUTPUT PROCEDURE IS IMPRIME-RECEBIVEIS.
              PERFORM FINALIZA.

       CARREGA-RECEBIVEIS.
              OPEN INPUT RECCART.
              PERFORM LIBERA-RECEBIVEL UNTIL WS-FIM = "S".
              CLOSE RECCART.

       LIBERA-RECEBIVEL.
              READ RECCART NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF RC-STATUS = "A"
                       MOVE RC-LIQUIDO TO SR-ABERTO
                       PERFORM SOLTA-RECEBIVEL
                    END-IF
                    IF RC-STATUS = "D"
                       AND RC-VALOR-PAGO < RC-LIQUIDO
                       COMPUTE SR-ABERTO = RC-LIQUIDO - RC-VALOR-PAGO
                       PERFORM SOLTA-RECEBIVEL
                    END-IF
              END-READ.

       SOLTA-RECEBIVEL.
              MOVE RC-ADQUIRENTE TO SR-ADQUIRENTE.
              MOVE RC-PREVISAO   TO SR-PREVISAO.
              MOVE RC-CUPOM      TO SR-CUPOM.
              MOVE RC-DATA-VENDA TO SR-DATA-VENDA.
              MOVE RC-STATUS     TO SR-STATUS.
              RELEASE SR-REC.

       IMPRIME-RECEBIVEIS.
              PERFORM IMPRIME-ITEM UNTIL WS-FIM-SORT = "S".
              IF WS-TEM-ADQ = "S"
                 PERFORM ESCREVE-TOTAL-ADQ.

       IMPRIME-ITEM.
              RETURN SORT-FILE
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    IF WS-TEM-ADQ = "S"
                       AND SR-ADQUIRENTE NOT = WS-ADQ-ANT
                       PERFORM ESCREVE-TOTAL-ADQ
                    END-IF
                    IF WS-TEM-ADQ = "N"
                       OR SR-ADQUIRENTE NOT = WS-ADQ-ANT
                       MOVE SR-ADQUIRENTE TO WS-ADQ-ANT
                       MOVE ZEROS TO WS-TOT-ADQ
                       MOVE "S" TO WS-TEM-ADQ
                       MOVE SR-ADQUIRENTE TO LA-ADQUIRENTE
                       MOVE LINHA-ADQ TO LINHA-REL
                       WRITE LINHA-REL
                    END-IF
                    PERFORM DETALHA-RECEBIVEL
              END-RETURN.

       DETALHA-RECEBIVEL.
              COMPUTE WS-INT-PREV =
                 FUNCTION INTEGER-OF-DATE(SR-PREVISAO).
              COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-PREV.
              ADD SR-ABERTO TO WS-TOT-ADQ.
              MOVE SR-CUPOM      TO LD-CUPOM.
              MOVE SR-DATA-VENDA TO LD-DATA-VENDA.
              MOVE SR-PREVISAO   TO LD-PREVISAO.
              MOVE SR-ABERTO     TO LD-ABERTO.
              MOVE WS-DIAS-ATRASO TO LD-DIAS.
              EVALUATE TRUE
                 WHEN SR-STATUS = "D"
                    MOVE "DIFERENCA A RECLAMAR" TO LD-FAIXA
                    ADD SR-ABERTO TO WS-TOT-DIVERG
                 WHEN WS-DIAS-ATRASO <= ZEROS
                    MOVE "A VENCER" TO LD-FAIXA
                    ADD SR-ABERTO TO WS-TOT-A-VENCER
                 WHEN WS-DIAS-ATRASO <= 30
                    MOVE "ATE 30" TO LD-FAIXA
                    ADD SR-ABERTO TO WS-TOT-30
                 WHEN WS-DIAS-ATRASO <= 60
                    MOVE "ATE 60" TO LD-FAIXA
                    ADD SR-ABERTO TO WS-TOT-60
                 WHEN OTHER
                    MOVE "MAIS DE 60" TO LD-FAIXA
                    ADD SR-ABERTO TO WS-TOT-MAIS
              END-EVALUATE.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       ESCREVE-TOTAL-ADQ.
              MOVE WS-TOT-ADQ TO LTA-VALOR.
              MOVE LINHA-TOT-ADQ TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE WS-TOT-A-VENCER TO LT1.
              MOVE LINHA-TOT1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOT-30 TO LT2.
              MOVE LINHA-TOT2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOT-60 TO LT3.
              MOVE LINHA-TOT3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOT-MAIS TO LT4.
              MOVE LINHA-TOT4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOT-DIVERG TO LT5.
              MOVE LINHA-TOT5 TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "RELATORIO GERADO: RECCART.TXT".
              CLOSE RELATORIO.
              STOP RUN.

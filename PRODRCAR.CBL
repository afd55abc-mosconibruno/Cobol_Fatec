       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODRCAR.

      * CONTAS A RECEBER DE CARTAO: PERCORRE CUPOM.DAT E, PARA CADA
      * CUPOM PAGO EM CARTAO (CM-PAGAMENTO C) AINDA FORA DE
      * RECCART.DAT, GRAVA O RECEBIVEL COM A TARIFA ESPERADA E A DATA
      * PREVISTA DE CREDITO PELO CONTRATO DA ADQUIRENTE (CARTAXA.DAT).
      * CUPOM CANCELADO NO DIA (STATUS C) NAO GERA RECEBIVEL, E O QUE
      * JA TINHA SIDO GERADO E AINDA ESTA EM ABERTO PASSA A X. PODE
      * RODAR TODO DIA: O QUE JA ESTA NO ARQUIVO NAO E REGRAVADO. A
      * BAIXA VEM DO ARQUIVO DE LIQUIDACAO DA ADQUIRENTE (PRODLIQC)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST.

              SELECT CARTAXA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CT-ADQUIRENTE
              FILE STATUS ARQST2.

              SELECT RECCART ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS RC-CUPOM
              FILE STATUS ARQST3.

       DATA DIVISION.
       FILE SECTION.
       FD CUPOM LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPOM
                VALUE OF FILE-ID IS "CUPOM.DAT".
          01 REG-CUPOM.
                02 CM-NUMERO      PIC 9(06).
                02 CM-DATA        PIC 9(08).
                02 CM-OPERADOR    PIC X(10).
                02 CM-PAGAMENTO   PIC X(01).
                02 CM-TOTAL       PIC 9(07)V99.
                02 CM-VALOR-PAGO  PIC 9(07)V99.
                02 CM-TROCO       PIC 9(07)V99.
                02 CM-STATUS      PIC X(01).
                02 CM-CLIENTE     PIC 9(09).
                02 CM-DESCONTO    PIC 9(07)V99.
                02 CM-FONE-FIADO  PIC 9(09).
                02 CM-SEQ-CRED    PIC 9(04).
                02 CM-CPF-BANCO   PIC 9(11).
                02 CM-TIPO-CONTA  PIC 9(01).
                02 CM-DATA-CANC   PIC 9(08).
                02 CM-HORA-CANC   PIC 9(06).
                02 CM-OPER-CANC   PIC X(10).
                02 CM-SUP-CANC    PIC 9(04).
                02 CM-MOTIVO-CANC PIC X(30).
                02 CM-NFCE-SIT    PIC X(01).
                02 CM-NFCE-EMIS   PIC X(01).
                02 CM-NFCE-DATA   PIC 9(08).
                02 CM-NFCE-PROT   PIC X(15).
                02 CM-NFCE-MOTIVO PIC X(30).
                02 CM-HORA        PIC 9(06).

       FD CARTAXA LABEL RECORD STANDARD
                DATA RECORD IS REG-CARTAXA
                VALUE OF FILE-ID IS "CARTAXA.DAT".
          01 REG-CARTAXA.
                02 CT-ADQUIRENTE  PIC X(10).
                02 CT-TAXA        PIC 9(02)V99.
                02 CT-PRAZO       PIC 9(03).

      * RC-STATUS: A = EM ABERTO, P = PAGO CONFERIDO, D = PAGO COM
      * DIVERGENCIA (VALOR A MENOR OU TARIFA ACIMA DO CONTRATO),
      * X = CUPOM CANCELADO ANTES DO CREDITO
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

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-ADQUIRENTE         PIC X(10) VALUE SPACES.
          01 WS-INT-VENDA          PIC 9(07) VALUE ZEROS.
          01 WS-CONT-CUPONS        PIC 9(06) VALUE ZEROS.
          01 WS-CONT-NOVOS         PIC 9(06) VALUE ZEROS.
          01 WS-CONT-CANC          PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-NOVOS        PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "CONTAS A RECEBER DE CARTAO".
              PERFORM ABRE-ARQ.
              MOVE ZEROS TO CM-NUMERO.
              START CUPOM KEY IS GREATER THAN CM-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.
              PERFORM AVALIA-CUPOM UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CUPOM.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE CUPONS AUSENTE"
                 STOP RUN.
              OPEN INPUT CARTAXA.
              IF ARQST2 NOT = "00"
                 DISPLAY "CONTRATO DE CARTAO AUSENTE - RODAR O CARTINC"
                 CLOSE CUPOM
                 STOP RUN.
              DISPLAY "ADQUIRENTE: ".
              ACCEPT WS-ADQUIRENTE.
              MOVE WS-ADQUIRENTE TO CT-ADQUIRENTE.
              READ CARTAXA
                 INVALID KEY
                    DISPLAY "ADQUIRENTE SEM CONTRATO EM CARTAXA.DAT"
                    CLOSE CUPOM
                    CLOSE CARTAXA
                    STOP RUN
              END-READ.
              OPEN I-O RECCART.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT RECCART
                 CLOSE RECCART
                 OPEN I-O RECCART.

       AVALIA-CUPOM.
              READ CUPOM NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CM-PAGAMENTO = "C"
                       ADD 1 TO WS-CONT-CUPONS
                       PERFORM ATUALIZA-RECEBIVEL
                    END-IF
              END-READ.

       ATUALIZA-RECEBIVEL.
              MOVE CM-NUMERO TO RC-CUPOM.
              READ RECCART
                 INVALID KEY
                    IF CM-STATUS NOT = "C"
                       PERFORM GRAVA-RECEBIVEL
                    END-IF
                 NOT INVALID KEY
                    IF CM-STATUS = "C" AND RC-STATUS = "A"
                       MOVE "X" TO RC-STATUS
                       REWRITE REG-RECCART
                       END-REWRITE
                       ADD 1 TO WS-CONT-CANC
                    END-IF
              END-READ.

       GRAVA-RECEBIVEL.
              MOVE CM-NUMERO     TO RC-CUPOM.
              MOVE CM-DATA       TO RC-DATA-VENDA.
              MOVE CM-OPERADOR   TO RC-OPERADOR.
              MOVE CT-ADQUIRENTE TO RC-ADQUIRENTE.
              MOVE CM-TOTAL      TO RC-VALOR.
              MOVE CT-TAXA       TO RC-TAXA.
              COMPUTE RC-TARIFA ROUNDED = CM-TOTAL * CT-TAXA / 100.
              COMPUTE RC-LIQUIDO = CM-TOTAL - RC-TARIFA.
              COMPUTE WS-INT-VENDA =
                 FUNCTION INTEGER-OF-DATE(CM-DATA).
              COMPUTE RC-PREVISAO = FUNCTION DATE-OF-INTEGER
                 (WS-INT-VENDA + CT-PRAZO).
              MOVE "A"           TO RC-STATUS.
              MOVE ZEROS         TO RC-DATA-PGTO
                                    RC-BRUTO-PAGO
                                    RC-TARIFA-COBR
                                    RC-VALOR-PAGO.
              WRITE REG-RECCART
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR O RECEBIVEL " RC-CUPOM
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-NOVOS
                    ADD RC-VALOR TO WS-TOTAL-NOVOS
              END-WRITE.

       FINALIZA.
              DISPLAY "CUPONS EM CARTAO LIDOS:   " WS-CONT-CUPONS.
              DISPLAY "RECEBIVEIS NOVOS:         " WS-CONT-NOVOS.
              DISPLAY "VALOR DOS NOVOS:          " WS-TOTAL-NOVOS.
              DISPLAY "CANCELADOS ANTES DO CREDITO: " WS-CONT-CANC.
              CLOSE CUPOM.
              CLOSE CARTAXA.
              CLOSE RECCART.
              STOP RUN.

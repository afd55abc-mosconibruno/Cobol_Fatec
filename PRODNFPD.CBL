       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODNFPD.

      * NFC-E - PENDENCIAS DO DIA: LISTA TODO CUPOM CUJO DOCUMENTO
      * FISCAL AINDA NAO ESTA RESOLVIDO - NAO TRANSMITIDO, EMITIDO EM
      * CONTINGENCIA (COM ALERTA QUANDO PASSOU DE 1 DIA SEM ENVIO),
      * TRANSMITIDO SEM RETORNO, REJEITADO (COM O MOTIVO) E CUPOM
      * CANCELADO CUJO CANCELAMENTO AINDA NAO FOI HOMOLOGADO - COM
      * TOTAIS POR SITUACAO. RELATORIO EM NFCEPEND.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "NFCEPEND.TXT".
          01 LINHA-REL             PIC X(110).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-CUPOM          PIC 9(07) VALUE ZEROS.
          01 WS-DIAS               PIC 9(05) VALUE ZEROS.
          01 WS-PENDENTE           PIC X(01) VALUE "N".
          01 WS-SITUACAO           PIC X(24) VALUE SPACES.
          01 WS-CONT-NAO-ENV       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-CONTING       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-SEM-RET       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-REJEIT        PIC 9(06) VALUE ZEROS.
          01 WS-CONT-CANC          PIC 9(06) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(36) VALUE
                   "NFC-E - CUPONS PENDENTES - DIA      ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(110) VALUE
             "CUPOM  DATA      OPERADOR          TOTAL  DIAS  SITUACAO
      -      "                 MOTIVO".
          01 LINHA-DET.
                02 LD-CUPOM        PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-DATA         PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-OPERADOR     PIC X(10).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-TOTAL        PIC Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-DIAS         PIC ZZZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SITUACAO     PIC X(24).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-MOTIVO       PIC X(30).
          01 LINHA-TOT1.
                02 FILLER          PIC X(30) VALUE
                   "NAO TRANSMITIDOS:             ".
                02 LT1             PIC ZZZZZ9.
          01 LINHA-TOT2.
                02 FILLER          PIC X(30) VALUE
                   "EMITIDOS EM CONTINGENCIA:     ".
                02 LT2             PIC ZZZZZ9.
          01 LINHA-TOT3.
                02 FILLER          PIC X(30) VALUE
                   "TRANSMITIDOS SEM RETORNO:     ".
                02 LT3             PIC ZZZZZ9.
          01 LINHA-TOT4.
                02 FILLER          PIC X(30) VALUE
                   "REJEITADOS:                   ".
                02 LT4             PIC ZZZZZ9.
          01 LINHA-TOT5.
                02 FILLER          PIC X(30) VALUE
                   "CANCELAMENTOS PENDENTES:      ".
                02 LT5             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              OPEN INPUT CUPOM.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE CUPONS AUSENTE"
                 STOP RUN.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM AVALIA-CUPOM UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

       AVALIA-CUPOM.
              READ CUPOM NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    PERFORM CLASSIFICA-CUPOM
                    IF WS-PENDENTE = "S"
                       PERFORM DETALHA-CUPOM
                    END-IF
              END-READ.

       CLASSIFICA-CUPOM.
              MOVE "S" TO WS-PENDENTE.
              COMPUTE WS-INT-CUPOM =
                 FUNCTION INTEGER-OF-DATE(CM-DATA).
              COMPUTE WS-DIAS = WS-INT-HOJE - WS-INT-CUPOM.
              IF CM-STATUS = "C"
                 EVALUATE CM-NFCE-SIT
                    WHEN "A"
                       MOVE "CANCELAR - NAO ENVIADO" TO WS-SITUACAO
                       ADD 1 TO WS-CONT-CANC
                    WHEN "E"
                       MOVE "CANCELAR - SEM RETORNO" TO WS-SITUACAO
                       ADD 1 TO WS-CONT-CANC
                    WHEN OTHER
                       MOVE "N" TO WS-PENDENTE
                 END-EVALUATE
                 EXIT PARAGRAPH.
              EVALUATE CM-NFCE-SIT
                 WHEN SPACES
                    MOVE "NAO TRANSMITIDO" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-NAO-ENV
                 WHEN "C"
                    IF WS-DIAS > 1
                       MOVE "CONTINGENCIA-PRAZO VENC." TO WS-SITUACAO
                    ELSE
                       MOVE "CONTINGENCIA" TO WS-SITUACAO
                    END-IF
                    ADD 1 TO WS-CONT-CONTING
                 WHEN "T"
                    MOVE "TRANSMITIDO SEM RETORNO" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-SEM-RET
                 WHEN "R"
                    MOVE "REJEITADO" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-REJEIT
                 WHEN OTHER
                    MOVE "N" TO WS-PENDENTE
              END-EVALUATE.

       DETALHA-CUPOM.
              MOVE CM-NUMERO      TO LD-CUPOM.
              MOVE CM-DATA        TO LD-DATA.
              MOVE CM-OPERADOR    TO LD-OPERADOR.
              MOVE CM-TOTAL       TO LD-TOTAL.
              MOVE WS-DIAS        TO LD-DIAS.
              MOVE WS-SITUACAO    TO LD-SITUACAO.
              MOVE CM-NFCE-MOTIVO TO LD-MOTIVO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-NAO-ENV TO LT1.
              MOVE LINHA-TOT1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-CONTING TO LT2.
              MOVE LINHA-TOT2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-SEM-RET TO LT3.
              MOVE LINHA-TOT3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-REJEIT TO LT4.
              MOVE LINHA-TOT4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-CANC TO LT5.
              MOVE LINHA-TOT5 TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "RELATORIO GERADO: NFCEPEND.TXT".
              CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

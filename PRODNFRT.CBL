       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODNFRT.

      * DOCUMENTO FISCAL ELETRONICO DO CUPOM (NFC-E) - RETORNO: LE O
      * ARQUIVO DE RETORNO DO FISCO (NFCERET.TXT) E GRAVA NO CUPOM O
      * PROTOCOLO DE AUTORIZACAO OU O MOTIVO DA REJEICAO. PARA O
      * EVENTO DE CANCELAMENTO, HOMOLOGADO PASSA A X E REJEITADO
      * VOLTA A AUTORIZADO (A) COM O MOTIVO, PARA NOVA TENTATIVA.
      * RELATORIO DO PROCESSAMENTO EM NFCERET.REL
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

       DATA DIVISION.
       FILE SECTION.
      * RT-OPERACAO N = DOCUMENTO, C = CANCELAMENTO;
      * RT-RESULTADO A = AUTORIZADO/HOMOLOGADO, R = REJEITADO
       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RETORNO
                VALUE OF FILE-ID IS "NFCERET.TXT".
          01 REG-RETORNO.
                02 RT-CUPOM       PIC 9(06).
                02 RT-OPERACAO    PIC X(01).
                02 RT-RESULTADO   PIC X(01).
                02 RT-PROTOCOLO   PIC X(15).
                02 RT-MOTIVO      PIC X(30).
                02 RT-DATA        PIC 9(08).

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
                VALUE OF FILE-ID IS "NFCERET.REL".
          01 LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-SITUACAO           PIC X(20) VALUE SPACES.
          01 WS-CONT-AUTORIZ       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-REJEIT        PIC 9(06) VALUE ZEROS.
          01 WS-CONT-CANC          PIC 9(06) VALUE ZEROS.
          01 WS-CONT-IGNORADO      PIC 9(06) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(36) VALUE
                   "NFC-E - RETORNO DO FISCO - DIA      ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(100) VALUE
             "CUPOM  OP  PROTOCOLO        SITUACAO              MOTIVO".
          01 LINHA-DET.
                02 LD-CUPOM        PIC 9(06).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-OPERACAO     PIC X(01).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-PROTOCOLO    PIC X(15).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SITUACAO     PIC X(20).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-MOTIVO       PIC X(30).
          01 LINHA-TOT.
                02 FILLER          PIC X(13) VALUE "AUTORIZADOS: ".
                02 LT-AUTORIZ      PIC ZZZZZ9.
                02 FILLER          PIC X(14) VALUE "  REJEITADOS: ".
                02 LT-REJEIT       PIC ZZZZZ9.
                02 FILLER          PIC X(17) VALUE "  CANCELAMENTOS: ".
                02 LT-CANC         PIC ZZZZZ9.
                02 FILLER          PIC X(14) VALUE "  IGNORADOS: ".
                02 LT-IGNORADO     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "NFC-E - PROCESSAMENTO DO RETORNO DO FISCO".
              OPEN INPUT RETORNO.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE RETORNO (NFCERET.TXT) AUSENTE"
                 STOP RUN.
              OPEN I-O CUPOM.
              IF ARQST2 NOT = "00"
                 DISPLAY "ARQUIVO DE CUPONS AUSENTE"
                 CLOSE RETORNO
                 STOP RUN.
              OPEN OUTPUT RELATORIO.
              MOVE DATA-SIS TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM PROCESSA-RETORNO UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

       PROCESSA-RETORNO.
              READ RETORNO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    PERFORM ATUALIZA-CUPOM
                    PERFORM DETALHA-RETORNO
              END-READ.

      * SO ACEITA RETORNO DE CUPOM QUE ESTA AGUARDANDO (T OU E)
       ATUALIZA-CUPOM.
              MOVE RT-CUPOM TO CM-NUMERO.
              READ CUPOM
                 INVALID KEY
                    MOVE "CUPOM INEXISTENTE" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-IGNORADO
                    EXIT PARAGRAPH
              END-READ.
              EVALUATE TRUE
                 WHEN RT-OPERACAO = "N" AND CM-NFCE-SIT = "T"
                    IF RT-RESULTADO = "A"
                       MOVE "A"          TO CM-NFCE-SIT
                       MOVE RT-PROTOCOLO TO CM-NFCE-PROT
                       MOVE SPACES       TO CM-NFCE-MOTIVO
                       MOVE "AUTORIZADO" TO WS-SITUACAO
                       ADD 1 TO WS-CONT-AUTORIZ
                    ELSE
                       MOVE "R"          TO CM-NFCE-SIT
                       MOVE RT-MOTIVO    TO CM-NFCE-MOTIVO
                       MOVE "REJEITADO"  TO WS-SITUACAO
                       ADD 1 TO WS-CONT-REJEIT
                    END-IF
                 WHEN RT-OPERACAO = "C" AND CM-NFCE-SIT = "E"
                    IF RT-RESULTADO = "A"
                       MOVE "X"          TO CM-NFCE-SIT
                       MOVE SPACES       TO CM-NFCE-MOTIVO
                       MOVE "CANC. HOMOLOGADO" TO WS-SITUACAO
                       ADD 1 TO WS-CONT-CANC
                    ELSE
                       MOVE "A"          TO CM-NFCE-SIT
                       MOVE RT-MOTIVO    TO CM-NFCE-MOTIVO
                       MOVE "CANC. REJEITADO" TO WS-SITUACAO
                       ADD 1 TO WS-CONT-REJEIT
                    END-IF
                 WHEN OTHER
                    MOVE "NAO AGUARDAVA RETORNO" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-IGNORADO
                    EXIT PARAGRAPH
              END-EVALUATE.
              MOVE RT-DATA TO CM-NFCE-DATA.
              REWRITE REG-CUPOM
                 INVALID KEY
                    MOVE "ERRO AO GRAVAR" TO WS-SITUACAO
              END-REWRITE.

       DETALHA-RETORNO.
              MOVE RT-CUPOM     TO LD-CUPOM.
              MOVE RT-OPERACAO  TO LD-OPERACAO.
              MOVE RT-PROTOCOLO TO LD-PROTOCOLO.
              MOVE WS-SITUACAO  TO LD-SITUACAO.
              MOVE RT-MOTIVO    TO LD-MOTIVO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE WS-CONT-AUTORIZ  TO LT-AUTORIZ.
              MOVE WS-CONT-REJEIT   TO LT-REJEIT.
              MOVE WS-CONT-CANC     TO LT-CANC.
              MOVE WS-CONT-IGNORADO TO LT-IGNORADO.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-TOT TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "AUTORIZADOS: " WS-CONT-AUTORIZ
                      "  REJEITADOS: " WS-CONT-REJEIT.
              DISPLAY "RELATORIO GERADO: NFCERET.REL".
              CLOSE RETORNO.
              CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

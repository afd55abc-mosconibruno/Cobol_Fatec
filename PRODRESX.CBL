      * BATCH NOTURNO DE RESERVAS: REMOVE DE RESERVAS.DAT AS
      * RESERVAS COM VALIDADE VENCIDA E REGISTRA CADA LIBERACAO EM
      * MOVEST.TXT (TIPO L), SEM MEXER NO ESTOQUE - A QUANTIDADE
      * APENAS VOLTA AO DISPONIVEL PARA VENDA. A ENCOMENDA DE CLIENTE
      * (ENCOMEND.DAT) QUE CHEGOU E NAO FOI RETIRADA NO PRAZO PASSA A
      * LIBERADA (L), COM O SINAL RETIDO OU A DEVOLVER CONFORME A
      * REGRA ACERTADA NA ENCOMENDA, E SAI LISTADA EM ENCLIB.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT ENCOMEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS EN-NUMERO
              FILE STATUS ARQST3.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVAS LABEL RECORD STANDARD
                02 MV-DEPOSITO    PIC 9(02).
                02 MV-MOTIVO      PIC 9(02).

       FD ENCOMEND LABEL RECORD STANDARD
                DATA RECORD IS REG-ENCOMENDA
                VALUE OF FILE-ID IS "ENCOMEND.DAT".
          01 REG-ENCOMENDA.
                02 EN-NUMERO      PIC 9(06).
                02 EN-DATA        PIC 9(08).
                02 EN-FONE        PIC 9(09).
                02 EN-CODIGO      PIC 9(13).
                02 EN-QTDADE      PIC 9(04).
                02 EN-SINAL       PIC 9(05)V99.
                02 EN-REGRA-SINAL PIC X(01).
                02 EN-PRAZO       PIC 9(03).
                02 EN-STATUS      PIC X(01).
                02 EN-PEDIDO      PIC 9(06).
                02 EN-DATA-CHEGADA PIC 9(08).
                02 EN-DATA-LIMITE PIC 9(08).
                02 EN-DATA-BAIXA  PIC 9(08).
                02 EN-SIT-SINAL   PIC X(01).
                02 EN-VALE        PIC 9(06).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "ENCLIB.TXT".
          01 LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-CONT-LIBERADAS     PIC 9(04) VALUE ZEROS.
          01 WS-DEP-LOJA           PIC 9(02) VALUE 01.
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-FIM-ENC            PIC X(01) VALUE "N".
          01 WS-CONT-ENC           PIC 9(04) VALUE ZEROS.
          01 WS-SINAL-RETIDO       PIC 9(07)V99 VALUE ZEROS.
          01 WS-SINAL-DEVOLVER     PIC 9(07)V99 VALUE ZEROS.
          01 LINHA-CAB.
                02 FILLER          PIC X(40) VALUE
                   "ENCOMENDAS LIBERADAS POR PRAZO - DATA: ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(80) VALUE
             "ENCOM. TELEFONE  PRODUTO        QTD LIMITE       SINAL  DE
      -      "STINO DO SINAL".
          01 LINHA-ENC.
                02 LE-NUMERO       PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LE-FONE         PIC 9(09).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LE-CODIGO       PIC 9(13).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LE-QTDADE       PIC Z.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LE-LIMITE       PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LE-SINAL        PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-DESTINO      PIC X(15).
          01 LINHA-TOT-RETIDO.
                02 FILLER          PIC X(30) VALUE
                   "SINAIS RETIDOS PELA LOJA:".
                02 LT-RETIDO       PIC Z.ZZZ.ZZ9,99.
          01 LINHA-TOT-DEVOLVER.
                02 FILLER          PIC X(30) VALUE
                   "SINAIS A DEVOLVER:".
                02 LT-DEVOLVER     PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
                 OPEN EXTEND MOVIMENTO.
              PERFORM LIBERA-VENCIDA UNTIL WS-FIM = "S".
              DISPLAY "RESERVAS LIBERADAS: " WS-CONT-LIBERADAS.
              PERFORM LIBERA-ENCOMENDAS.
              CLOSE RESERVAS.
              CLOSE MOVIMENTO.
              STOP RUN.
              MOVE WS-DEP-LOJA TO MV-DEPOSITO.
              MOVE ZEROS       TO MV-MOTIVO.
              WRITE REG-MOV.

      * A RESERVA DA ENCOMENDA VENCE NA MESMA DATA LIMITE E JA FOI
      * LIBERADA ACIMA; AQUI A ENCOMENDA E ENCERRADA E O SINAL SEGUE
      * A REGRA (R RETIDO / D A DEVOLVER)
       LIBERA-ENCOMENDAS.
              OPEN I-O ENCOMEND.
              IF ARQST3 NOT = "00"
                 EXIT PARAGRAPH.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM LIBERA-ENCOMENDA UNTIL WS-FIM-ENC = "S".
              MOVE WS-SINAL-RETIDO TO LT-RETIDO.
              MOVE LINHA-TOT-RETIDO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-SINAL-DEVOLVER TO LT-DEVOLVER.
              MOVE LINHA-TOT-DEVOLVER TO LINHA-REL.
              WRITE LINHA-REL.
              CLOSE RELATORIO.
              CLOSE ENCOMEND.
              DISPLAY "ENCOMENDAS LIBERADAS: " WS-CONT-ENC
                      " (ENCLIB.TXT)".

       LIBERA-ENCOMENDA.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ENC
                 NOT AT END
                    IF EN-STATUS = "C" AND EN-DATA-LIMITE < WS-HOJE
                       PERFORM ENCERRA-ENCOMENDA
                    END-IF
              END-READ.

       ENCERRA-ENCOMENDA.
              MOVE "L"     TO EN-STATUS.
              MOVE WS-HOJE TO EN-DATA-BAIXA.
              MOVE SPACES  TO LE-DESTINO.
              IF EN-SINAL > ZEROS
                 IF EN-REGRA-SINAL = "D"
                    MOVE "D" TO EN-SIT-SINAL
                    MOVE "A DEVOLVER" TO LE-DESTINO
                    ADD EN-SINAL TO WS-SINAL-DEVOLVER
                 ELSE
                    MOVE "R" TO EN-SIT-SINAL
                    MOVE "RETIDO" TO LE-DESTINO
                    ADD EN-SINAL TO WS-SINAL-RETIDO
                 END-IF
              END-IF.
              REWRITE REG-ENCOMENDA
                 INVALID KEY
                    DISPLAY "ERRO AO LIBERAR ENCOMENDA " EN-NUMERO
                    EXIT PARAGRAPH
              END-REWRITE.
              ADD 1 TO WS-CONT-ENC.
              MOVE EN-NUMERO      TO LE-NUMERO.
              MOVE EN-FONE        TO LE-FONE.
              MOVE EN-CODIGO      TO LE-CODIGO.
              MOVE EN-QTDADE      TO LE-QTDADE.
              MOVE EN-DATA-LIMITE TO LE-LIMITE.
              MOVE EN-SINAL       TO LE-SINAL.
              MOVE LINHA-ENC TO LINHA-REL.
              WRITE LINHA-REL.

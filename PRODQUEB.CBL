      * RELATORIO MENSAL DE PERDAS (QUEBRA DE ESTOQUE): TOTALIZA OS
      * AJUSTES NEGATIVOS DE MOVEST.TXT NO MES INFORMADO POR MOTIVO
      * (TABELA MOTAJU.DAT) E POR PRODUTO, VALORIZADOS AO CUSTO
      * MEDIO ATUAL, PARA SEPARAR QUEBRA, FURTO E ERRO DE CONTAGEM.
      * EM VEZ DO MES PODE SER PEDIDO UM PERIODO DE DATAS; MESES JA
      * FECHADOS PELO PRODARQ SAO LIDOS DOS HISTORICOS
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST5.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                VALUE OF FILE-ID IS WS-ARQ-MOVEST.
          01 REG-MOV.
                02 MV-DATA        PIC 9(08).
                02 MV-CODIGO      PIC 9(13).
                VALUE OF FILE-ID IS "PRODQUEB.TXT".
          01 LINHA-REL             PIC X(120).

       FD ARQHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQHIST
                VALUE OF FILE-ID IS "ARQHIST.DAT".
          01 REG-ARQHIST.
                02 AH-CHAVE.
                   03 AH-TIPO      PIC X(01).
                   03 AH-PERIODO   PIC 9(06).
                02 AH-ARQUIVO      PIC X(20).
                02 AH-DATA-INI     PIC 9(08).
                02 AH-DATA-FIM     PIC 9(08).
                02 AH-QTD-LINHAS   PIC 9(08).
                02 AH-TOTAL        PIC 9(11)V99.
                02 AH-DATA-GERACAO PIC 9(08).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 WS-ARQ-MOVEST         PIC X(20) VALUE "MOVEST.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-MES-PESQ           PIC 9(06) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 WS-VALOR-AJUSTE       PIC S9(09)V99 VALUE ZEROS.
          01 WS-NUM-MOT            PIC 9(02) VALUE ZEROS.
          01 WS-NUM-PROD           PIC 9(03) VALUE ZEROS.
                02 FILLER          PIC X(36) VALUE
                   "RELATORIO DE PERDAS - MES           ".
                02 LC-MES          PIC 9(06).
          01 LINHA-CAB1-PER.
                02 FILLER          PIC X(36) VALUE
                   "RELATORIO DE PERDAS - PERIODO       ".
                02 LC-INI          PIC 9(08).
                02 FILLER          PIC X(03) VALUE " A ".
                02 LC-FIM          PIC 9(08).
          01 LINHA-SEC1            PIC X(120) VALUE
             "PERDAS POR MOTIVO:".
          01 LINHA-MOT.
                02 LP-VALOR        PIC -ZZ.ZZZ.ZZ9,99.
          01 LINHA-TOTAL.
                02 FILLER          PIC X(25) VALUE
                   "PERDA LIQUIDA DO PERIODO:".
                02 LT-VALOR        PIC -ZZZ.ZZZ.ZZ9,99.
          01 LINHA-BRANCO          PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "RELATORIO DE PERDAS POR MOTIVO".
              DISPLAY "MES DE APURACAO (AAAAMM) "
                      "[ENTER = INFORMAR PERIODO]: ".
              ACCEPT WS-MES-PESQ.
              IF WS-MES-PESQ = ZEROS
                 DISPLAY "DATA INICIAL (AAAAMMDD): "
                 ACCEPT WS-DATA-INI
                 DISPLAY "DATA FINAL (AAAAMMDD): "
                 ACCEPT WS-DATA-FIM
              ELSE
                 COMPUTE WS-DATA-INI = WS-MES-PESQ * 100 + 1
                 COMPUTE WS-DATA-FIM = WS-MES-PESQ * 100 + 31.
              PERFORM ABRE-ARQ.
              MOVE "M" TO WS-TIPO-HIST.
              MOVE "MOVEST.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-MOVIMENTO
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              PERFORM IMPRIME-RELATORIO.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST2 NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN INPUT MOTIVOS.
              OPEN OUTPUT RELATORIO.
              IF WS-MES-PESQ = ZEROS
                 MOVE WS-DATA-INI TO LC-INI
                 MOVE WS-DATA-FIM TO LC-FIM
                 MOVE LINHA-CAB1-PER TO LINHA-REL
              ELSE
                 MOVE WS-MES-PESQ TO LC-MES
                 MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.

      * ARQUIVOS QUE COBREM AS DATAS PEDIDAS: OS HISTORICOS GRAVADOS
      * PELO PRODARQ (ARQHIST.DAT) CUJAS DATAS CAEM NO PERIODO, EM
      * ORDEM DE COMPETENCIA, E POR ULTIMO O ARQUIVO VIVO
       MONTA-ARQUIVOS.
              MOVE ZEROS TO WS-NUM-ARQ.
              OPEN INPUT ARQHIST.
              IF ARQST5 = "00"
                 MOVE WS-TIPO-HIST TO AH-TIPO
                 MOVE ZEROS TO AH-PERIODO
                 START ARQHIST KEY IS NOT LESS THAN AH-CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-FIM-HIST
                    NOT INVALID KEY
                       MOVE "N" TO WS-FIM-HIST
                 END-START
                 PERFORM SELECIONA-HISTORICO UNTIL WS-FIM-HIST = "S"
                 CLOSE ARQHIST
              END-IF.
              ADD 1 TO WS-NUM-ARQ.
              MOVE WS-ARQ-VIVO TO TQ-ARQUIVO(WS-NUM-ARQ).

       SELECIONA-HISTORICO.
              READ ARQHIST NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-HIST
                 NOT AT END
                    IF AH-TIPO NOT = WS-TIPO-HIST
                       MOVE "S" TO WS-FIM-HIST
                    ELSE
                       IF AH-DATA-FIM NOT < WS-DATA-INI
                          AND AH-DATA-INI NOT > WS-DATA-FIM
                          AND WS-NUM-ARQ < 119
                          ADD 1 TO WS-NUM-ARQ
                          MOVE AH-ARQUIVO TO TQ-ARQUIVO(WS-NUM-ARQ)
                       END-IF
                    END-IF
              END-READ.

       LE-MOVIMENTO.
              MOVE TQ-ARQUIVO(WS-IDX-ARQ) TO WS-ARQ-MOVEST.
              OPEN INPUT MOVIMENTO.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE MOVIMENTO AUSENTE: " WS-ARQ-MOVEST
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM ACUMULA-AJUSTE UNTIL WS-FIM = "S".
              CLOSE MOVIMENTO.

      * SO AJUSTES (TIPO A) CONTAM COMO PERDA/SOBRA: SAIDA (-) E
      * PERDA POSITIVA, ENTRADA (+) ABATE (SOBRA DE CONTAGEM)
       ACUMULA-AJUSTE.
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MV-TIPO = "A"
                       AND MV-DATA >= WS-DATA-INI
                       AND MV-DATA <= WS-DATA-FIM
                       PERFORM VALORIZA-AJUSTE
                    END-IF
              END-READ.

       FINALIZA.
              DISPLAY "RELATORIO GERADO: PRODQUEB.TXT".
              DISPLAY "PERDA LIQUIDA DO PERIODO: " WS-TOTAL-GERAL.
              CLOSE PRODUTOS.
              IF ARQST3 = "00"
                 CLOSE MOTIVOS.

      * SAIDA DE VENDA (TIPO S) DE CADA PRODUTO E LISTA OS QUE NAO
      * VENDEM HA 30, 90 OU 180 DIAS, COM A QUANTIDADE EM ESTOQUE E
      * O VALOR IMOBILIZADO (QTDADE X UNITARIO); PRODUTO SEM SAIDA
      * REGISTRADA ENVELHECE PELA DATA DE CADASTRO. O MOVIMENTO DOS
      * MESES FECHADOS PELO PRODARQ E LIDO DOS HISTORICOS; PARA LER
      * MENOS HISTORICO PODE-SE INFORMAR A DATA INICIAL DA PESQUISA,
      * E O PRODUTO SEM SAIDA DESDE ELA ENVELHECE A PARTIR DELA
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                VALUE OF FILE-ID IS WS-ARQ-MOVEST.
          01 REG-MOV.
                02 MV-DATA        PIC 9(08).
                02 MV-CODIGO      PIC 9(13).
                VALUE OF FILE-ID IS "PRODMORT.TXT".
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
          01 WS-ARQ-MOVEST         PIC X(20) VALUE "MOVEST.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-MOV            PIC X(01) VALUE "N".
          01 WS-NUM-PROD           PIC 9(03) VALUE ZEROS.
          01 WS-IDX                PIC 9(03) VALUE ZEROS.
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-ULT-SAIDA          PIC 9(08) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-SAIDA          PIC 9(07) VALUE ZEROS.
          01 WS-DIAS-PARADO        PIC S9(05) VALUE ZEROS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              DISPLAY "ESTOQUE PARADO".
              DISPLAY "PESQUISAR SAIDAS DESDE (AAAAMMDD) "
                      "[ENTER = TODO O HISTORICO]: ".
              ACCEPT WS-DATA-INI.
              IF WS-DATA-INI > WS-HOJE
                 MOVE ZEROS TO WS-DATA-INI.
              PERFORM ABRE-ARQ.
              MOVE "M" TO WS-TIPO-HIST.
              MOVE "MOVEST.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-MOVIMENTO
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              PERFORM AVALIA-PRODUTO UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN OUTPUT RELATORIO.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

      * ARQUIVOS QUE COBREM AS DATAS PEDIDAS: OS HISTORICOS GRAVADOS
      * PELO PRODARQ (ARQHIST.DAT) CUJAS DATAS CAEM NO PERIODO, EM
      * ORDEM DE COMPETENCIA, E POR ULTIMO O ARQUIVO VIVO
       MONTA-ARQUIVOS.
              MOVE ZEROS TO WS-NUM-ARQ.
              OPEN INPUT ARQHIST.
              IF ARQST4 = "00"
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
                          AND AH-DATA-INI NOT > WS-HOJE
                          AND WS-NUM-ARQ < 119
                          ADD 1 TO WS-NUM-ARQ
                          MOVE AH-ARQUIVO TO TQ-ARQUIVO(WS-NUM-ARQ)
                       END-IF
                    END-IF
              END-READ.

       LE-MOVIMENTO.
              MOVE TQ-ARQUIVO(WS-IDX-ARQ) TO WS-ARQ-MOVEST.
              OPEN INPUT MOVIMENTO.
              IF ARQST2 NOT = "00"
                 DISPLAY "ARQUIVO DE MOVIMENTO AUSENTE: " WS-ARQ-MOVEST
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-MOV.
              PERFORM CARREGA-SAIDAS UNTIL WS-FIM-MOV = "S".
              CLOSE MOVIMENTO.

       CARREGA-SAIDAS.
              READ MOVIMENTO
                 AT END
                    MOVE "S" TO WS-FIM-MOV
                 NOT AT END
                    IF MV-TIPO = "S"
                       AND MV-DATA >= WS-DATA-INI
                       PERFORM GUARDA-ULTIMA-SAIDA
                    END-IF
              END-READ.
                 END-IF
              END-PERFORM.
              IF WS-ULT-SAIDA = ZEROS
                 MOVE DATA-CAD TO WS-ULT-SAIDA
                 IF WS-ULT-SAIDA < WS-DATA-INI
                    MOVE WS-DATA-INI TO WS-ULT-SAIDA
                 END-IF
              END-IF.
              COMPUTE WS-INT-SAIDA =
                 FUNCTION INTEGER-OF-DATE(WS-ULT-SAIDA).
              COMPUTE WS-DIAS-PARADO = WS-INT-HOJE - WS-INT-SAIDA.
              WRITE LINHA-REL.
              DISPLAY "RELATORIO GERADO: PRODMORT.TXT".
              CLOSE PRODUTOS.
              CLOSE RELATORIO.
              STOP RUN.

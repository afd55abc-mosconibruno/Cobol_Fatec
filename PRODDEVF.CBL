      * MERCADORIA AVARIADA, GRAVA A SAIDA EM MOVEST.TXT (TIPO F) E
      * REGISTRA O CREDITO ESPERADO EM CREDFORN.DAT; A BAIXA DO
      * CREDITO E FEITA AQUI QUANDO O FORNECEDOR ACERTA, E O
      * RELATORIO LISTA OS CREDITOS EM ABERTO HA MAIS DE 30 DIAS.
      * PRODUTO CONTROLADO POR SERIE (SERINC) PEDE A SERIE DE CADA
      * UNIDADE DEVOLVIDA, QUE SAI DO ESTOQUE COMO DEVOLVIDA AO
      * FORNECEDOR
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT SERPROD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SP-CODIGO
              FILE STATUS ARQST6.

              SELECT SERIES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SR-CHAVE
              FILE STATUS ARQST7.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "CREDFORN.TXT".
          01 LINHA-REL             PIC X(100).

       FD SERPROD LABEL RECORD STANDARD
                DATA RECORD IS REG-SERPROD
                VALUE OF FILE-ID IS "SERPROD.DAT".
          01 REG-SERPROD.
                02 SP-CODIGO      PIC 9(13).
                02 SP-MESES-GARANTIA PIC 9(03).

       FD SERIES LABEL RECORD STANDARD
                DATA RECORD IS REG-SERIE
                VALUE OF FILE-ID IS "SERIES.DAT".
          01 REG-SERIE.
                02 SR-CHAVE.
                   03 SR-CODIGO   PIC 9(13).
                   03 SR-SERIE    PIC X(20).
                02 SR-STATUS      PIC X(01).
                02 SR-DATA-ENTRADA PIC 9(08).
                02 SR-FORNECEDOR  PIC 9(04).
                02 SR-PEDIDO      PIC 9(06).
                02 SR-CUPOM       PIC 9(06).
                02 SR-SEQ         PIC 9(03).
                02 SR-DATA-VENDA  PIC 9(08).
                02 SR-CLIENTE     PIC 9(09).
                02 SR-DATA-SAIDA  PIC 9(08).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 WS-TEM-SERIES         PIC X(01) VALUE "N".
          01 WS-SERIALIZADO        PIC X(01) VALUE "N".
          01 WS-SERIE              PIC X(20) VALUE SPACES.
          01 WS-SERIE-OK           PIC X(01) VALUE "S".
          01 WS-NUM-SERIES         PIC 9(04) VALUE ZEROS.
          01 WS-IDX-SERIE          PIC 9(04) VALUE ZEROS.
          01 TABELA-SERIES.
                02 TS-SERIE        PIC X(20) OCCURS 20 TIMES.
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-DEVOLVER     VALUE "D" "d".
              88 MODO-BAIXAR       VALUE "B" "b".
                 OPEN OUTPUT CREDFORN
                 CLOSE CREDFORN
                 OPEN I-O CREDFORN.
              OPEN INPUT SERPROD.
              IF ARQST6 = "00"
                 OPEN I-O SERIES
                 IF ARQST7 = "00"
                    MOVE "S" TO WS-TEM-SERIES
                 ELSE
                    CLOSE SERPROD
                 END-IF
              END-IF.

       PROCESSO.
              DISPLAY "MODO (D-DEVOLVER / B-BAIXAR CREDITO / "
              IF WS-QTD-DEV = ZEROS OR WS-QTD-DEV > QTDADE
                 DISPLAY "QUANTIDADE INVALIDA"
                 EXIT PARAGRAPH.
              PERFORM ENTRA-SERIES-FORN.
              IF WS-SERIE-OK = "N"
                 DISPLAY "DEVOLUCAO NAO GRAVADA"
                 EXIT PARAGRAPH.
              COMPUTE WS-VALOR-DEV = WS-QTD-DEV * UNITARIO.
              SUBTRACT WS-QTD-DEV FROM QTDADE.
              COMPUTE TOTAL = QTDADE * UNITARIO.
                    EXIT PARAGRAPH
              END-REWRITE.
              PERFORM BAIXA-DEPOSITO.
              PERFORM SAIDA-SERIES.
              PERFORM GRAVA-MOVIMENTO.
              PERFORM GRAVA-CREDITO.
              DISPLAY "DEVOLUCAO GRAVADA - CREDITO ESPERADO: "
                      WS-VALOR-DEV.

      * PRODUTO COM SERIE: UMA SERIE EM ESTOQUE POR UNIDADE
      * DEVOLVIDA; SERIE EM BRANCO DESISTE DA DEVOLUCAO
       ENTRA-SERIES-FORN.
              MOVE "S" TO WS-SERIE-OK.
              MOVE "N" TO WS-SERIALIZADO.
              MOVE ZEROS TO WS-NUM-SERIES.
              IF WS-TEM-SERIES = "N"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO SP-CODIGO.
              READ SERPROD
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE "S" TO WS-SERIALIZADO.
              IF WS-QTD-DEV > 20
                 DISPLAY "MAXIMO DE 20 UNIDADES COM SERIE POR VEZ"
                 MOVE "N" TO WS-SERIE-OK
                 EXIT PARAGRAPH.
              PERFORM ENTRA-SERIE-FORN
                 UNTIL WS-NUM-SERIES = WS-QTD-DEV
                    OR WS-SERIE-OK = "N".

       ENTRA-SERIE-FORN.
              DISPLAY "SERIE DA UNIDADE DEVOLVIDA (BRANCO = DESISTE): ".
              MOVE SPACES TO WS-SERIE.
              ACCEPT WS-SERIE.
              IF WS-SERIE = SPACES
                 MOVE "N" TO WS-SERIE-OK
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                      UNTIL WS-IDX-SERIE > WS-NUM-SERIES
                 IF TS-SERIE(WS-IDX-SERIE) = WS-SERIE
                    MOVE SPACES TO WS-SERIE
                 END-IF
              END-PERFORM.
              IF WS-SERIE = SPACES
                 DISPLAY "SERIE JA INFORMADA"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO SR-CODIGO.
              MOVE WS-SERIE  TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "SERIE NAO CADASTRADA"
                    EXIT PARAGRAPH
              END-READ.
              IF SR-STATUS NOT = "E"
                 DISPLAY "SERIE NAO ESTA EM ESTOQUE"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-NUM-SERIES.
              MOVE WS-SERIE TO TS-SERIE(WS-NUM-SERIES).

       SAIDA-SERIES.
              IF WS-SERIALIZADO = "N"
                 EXIT PARAGRAPH.
              PERFORM SAIDA-SERIE
                 VARYING WS-IDX-SERIE FROM 1 BY 1
                 UNTIL WS-IDX-SERIE > WS-NUM-SERIES.

       SAIDA-SERIE.
              MOVE WS-CODIGO              TO SR-CODIGO.
              MOVE TS-SERIE(WS-IDX-SERIE) TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "ERRO AO LER A SERIE " SR-SERIE
                 NOT INVALID KEY
                    MOVE "F"           TO SR-STATUS
                    MOVE WS-FORNECEDOR TO SR-FORNECEDOR
                    MOVE WS-HOJE       TO SR-DATA-SAIDA
                    REWRITE REG-SERIE
                    END-REWRITE
              END-READ.

       BAIXA-DEPOSITO.
              MOVE CODIGO      TO ED-CODIGO.
              MOVE WS-DEPOSITO TO ED-DEPOSITO.
              CLOSE MOVIMENTO.
              CLOSE ESTDEP.
              CLOSE CREDFORN.
              IF WS-TEM-SERIES = "S"
                 CLOSE SERPROD
                 CLOSE SERIES.
              STOP RUN.

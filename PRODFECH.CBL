       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODFECH.

      * FECHAMENTO MENSAL DO ESTOQUE (FECHAAAAMM.DAT) E COMPARATIVO
      * COM O MES ANTERIOR (FECHCOMP.TXT). A MERCADORIA EM
      * CONSIGNACAO NAO ACERTADA FICA FORA DO FECHAMENTO: A LINHA
      * LEVA A QUANTIDADE PROPRIA E, A PARTE, A CONSIGNADA
      * (FC-QTD-CONSIG), COM A DATA EM QUE O RETRATO FOI TIRADO
      * (FC-DATA-GERACAO), QUE O PRODINV USA NO INVENTARIO ANUAL

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

              SELECT CONSIG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CG-CODIGO
              FILE STATUS ARQST5.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 FC-QTDADE      PIC 9(04).
                02 FC-UNITARIO    PIC 9(05)V99.
                02 FC-TOTAL       PIC 9(06)V99.
                02 FC-QTD-CONSIG  PIC 9(05).
                02 FC-DATA-GERACAO PIC 9(08).

       FD FECH-ANT LABEL RECORD STANDARD
                DATA RECORD IS REG-FECH-ANT
                02 FA-QTDADE      PIC 9(04).
                02 FA-UNITARIO    PIC 9(05)V99.
                02 FA-TOTAL       PIC 9(06)V99.
                02 FA-QTD-CONSIG  PIC 9(05).
                02 FA-DATA-GERACAO PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "FECHCOMP.TXT".
          01 LINHA-REL             PIC X(100).

       FD CONSIG LABEL RECORD STANDARD
                DATA RECORD IS REG-CONSIG
                VALUE OF FILE-ID IS "CONSIG.DAT".
          01 REG-CONSIG.
                02 CG-CODIGO      PIC 9(13).
                02 CG-FORNECEDOR  PIC 9(04).
                02 CG-SALDO       PIC 9(05).
                02 CG-CUSTO       PIC 9(05)V99.
                02 CG-QTD-RECEBIDA PIC 9(06).
                02 CG-QTD-ACERTADA PIC 9(06).
                02 CG-QTD-DEVOLVIDA PIC 9(06).
                02 CG-DATA-ENTRADA PIC 9(08).
                02 CG-DATA-ACERTO PIC 9(08).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 WS-TEM-CONSIG         PIC X(01) VALUE "N".
          01 WS-QTD-CONSIG         PIC 9(05) VALUE ZEROS.
          01 WS-TOT-CONSIG         PIC 9(07) VALUE ZEROS.
          01 WS-ARQ-FECH           PIC X(14) VALUE SPACES.
          01 WS-ARQ-FECH-ANT       PIC X(14) VALUE SPACES.
          01 WS-FIM                PIC X(01) VALUE "N".
       GERA-FECHAMENTO.
              OPEN INPUT PRODUTOS.
              OPEN OUTPUT FECHAMENTO.
              OPEN INPUT CONSIG.
              IF ARQST5 = "00"
                 MOVE "S" TO WS-TEM-CONSIG.
              MOVE "N" TO WS-FIM.
              PERFORM GRAVA-POSICAO UNTIL WS-FIM = "S".
              CLOSE PRODUTOS.
              CLOSE FECHAMENTO.
              IF WS-TEM-CONSIG = "S"
                 CLOSE CONSIG.
              DISPLAY "FECHAMENTO GERADO: " WS-ARQ-FECH.
              IF WS-TOT-CONSIG > ZEROS
                 DISPLAY "UNIDADES EM CONSIGNACAO FORA DO FECHAMENTO: "
                         WS-TOT-CONSIG.
              DISPLAY "PRODUTOS NO FECHAMENTO: " WS-CONT-REG.

       GRAVA-POSICAO.
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT-REG
                    PERFORM DESCONTA-CONSIGNACAO
                    ADD TOTAL TO WS-TOTAL-ATUAL
                    MOVE CODIGO   TO FC-CODIGO
                    MOVE NOME     TO FC-NOME
                    MOVE QTDADE   TO FC-QTDADE
                    MOVE UNITARIO TO FC-UNITARIO
                    MOVE TOTAL    TO FC-TOTAL
                    MOVE WS-QTD-CONSIG TO FC-QTD-CONSIG
                    MOVE DATA-SIS TO FC-DATA-GERACAO
                    WRITE REG-FECH
              END-READ.

      * MERCADORIA EM CONSIGNACAO (CONSIG.DAT) AINDA E DO FORNECEDOR:
      * SAI DA QUANTIDADE E DO VALOR DO ESTOQUE PROPRIO
       DESCONTA-CONSIGNACAO.
              MOVE ZEROS TO WS-QTD-CONSIG.
              IF WS-TEM-CONSIG = "N"
                 EXIT PARAGRAPH.
              MOVE CODIGO TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF CG-SALDO > QTDADE
                 MOVE QTDADE TO WS-QTD-CONSIG
              ELSE
                 MOVE CG-SALDO TO WS-QTD-CONSIG.
              ADD WS-QTD-CONSIG TO WS-TOT-CONSIG.
              SUBTRACT WS-QTD-CONSIG FROM QTDADE.
              COMPUTE TOTAL = QTDADE * UNITARIO.

       CARREGA-ANTERIOR.
              OPEN INPUT FECH-ANT.
              IF ARQST3 NOT = "00"

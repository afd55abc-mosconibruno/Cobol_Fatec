              RECORD KEY IS CAT-CODIGO
              FILE STATUS ARQST3.

              SELECT CONSIG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CG-CODIGO
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 CAT-CODIGO     PIC 9(03).
                02 CAT-NOME       PIC X(30).

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
          01 REG-PROD-E.
                02 CODIGO-E       PIC Z(12)9.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-TEM-CONSIG         PIC X(01) VALUE "N".
          01 WS-QTD-CONSIG         PIC 9(05) VALUE ZEROS.
          01 WS-TOT-CONSIG         PIC 9(07) VALUE ZEROS.
          01 WS-TEM-CATEG          PIC X(01) VALUE "N".
          01 WS-NUM-CAT            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-CAT            PIC 9(03) VALUE ZEROS.
                02 FILLER          PIC X(25) VALUE
                   "TOTAL GERAL DO ESTOQUE: ".
                02 LTG-VALOR       PIC ZZ.ZZZ.ZZZ,99.
          01 LINHA-CONSIG.
                02 FILLER          PIC X(42) VALUE
                   "UNIDADES EM CONSIGNACAO FORA DO ESTOQUE: ".
                02 LCG-QTDADE      PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
              OPEN INPUT CATEGORIAS.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-CATEG.
              OPEN INPUT CONSIG.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-CONSIG.

       IMPRIME-PAGINA.
              ADD 1 TO WS-PAGINA.
                       PERFORM IMPRIME-PAGINA
                       MOVE "N" TO WS-QUEBRA-PENDENTE
                    END-IF
                    PERFORM DESCONTA-CONSIGNACAO
                    MOVE CODIGO   TO CODIGO-E, LD-CODIGO
                    MOVE NOME     TO NOME-E, LD-NOME
                    MOVE QTDADE   TO QTDADE-E, LD-QTDADE
              MOVE LINHA-CAT TO LINHA-REL.
              WRITE LINHA-REL.

      * MERCADORIA EM CONSIGNACAO (CONSIG.DAT) AINDA E DO FORNECEDOR:
      * SAI DA QUANTIDADE E DO VALOR DO ESTOQUE PROPRIO
       DESCONTA-CONSIGNACAO.
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

       ESCREVE-SUBTOTAL-PAG.
              MOVE WS-PAGINA       TO LSP-PAGINA.
              MOVE WS-LINHAS-PAG   TO LSP-ITENS.
              WRITE LINHA-REL.
              MOVE LINHA-TOTAL-GERAL TO LINHA-REL.
              WRITE LINHA-REL.
              IF WS-TOT-CONSIG > ZEROS
                 MOVE WS-TOT-CONSIG TO LCG-QTDADE
                 MOVE LINHA-CONSIG TO LINHA-REL
                 WRITE LINHA-REL.
              DISPLAY "LISTAGEM GERADA: PRODLIST.TXT".
              CLOSE PRODUTOS.
              CLOSE RELATORIO.
              IF WS-TEM-CATEG = "S"
                 CLOSE CATEGORIAS.
              IF WS-TEM-CONSIG = "S"
                 CLOSE CONSIG.
              GOBACK.

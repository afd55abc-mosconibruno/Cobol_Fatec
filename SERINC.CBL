       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SERINC.

      * PRODUTOS CONTROLADOS POR NUMERO DE SERIE (SERPROD.DAT), COM
      * O PRAZO DE GARANTIA EM MESES CONTADO DA DATA DA VENDA. PARA
      * ESSES PRODUTOS O PRODRECB PEDE A SERIE DE CADA UNIDADE
      * RECEBIDA, O PRODVEN PEDE A SERIE QUE SAI NO CUPOM E O
      * PRODDEVO / PRODDEVF / PRODCANC MOVEM A SERIE DE VOLTA AO
      * ESTOQUE OU PARA FORA (SERIES.DAT). A OPCAO C MOSTRA A
      * SITUACAO DE UMA SERIE E A OPCAO S LISTA AS SERIES DE UM
      * PRODUTO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT SERPROD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SP-CODIGO
              FILE STATUS ARQST2.

              SELECT SERIES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SR-CHAVE
              FILE STATUS ARQST3.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PROD
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-PROD.
                02 CODIGO         PIC 9(13).
                02 NOME           PIC X(30).
                02 QTDADE         PIC 9(04).
                02 UNITARIO       PIC 9(05)V99.
                02 TOTAL          PIC 9(06)V99.
                02 DATA-CAD.
                   03 DATA-CAD-ANO PIC 9(04).
                   03 DATA-CAD-MES PIC 9(02).
                   03 DATA-CAD-DIA PIC 9(02).
                02 FORNECEDOR     PIC 9(04).
                02 UNID-MEDIDA    PIC X(03).
                02 PONTO-PEDIDO   PIC 9(04).
                02 ESTOQUE-MAX    PIC 9(04).
                02 GRUPO-FISCAL   PIC X(02).
                02 CATEGORIA      PIC 9(03).

       FD SERPROD LABEL RECORD STANDARD
                DATA RECORD IS REG-SERPROD
                VALUE OF FILE-ID IS "SERPROD.DAT".
          01 REG-SERPROD.
                02 SP-CODIGO      PIC 9(13).
                02 SP-MESES-GARANTIA PIC 9(03).

      * SITUACAO DA SERIE: E-EM ESTOQUE, V-VENDIDA, F-DEVOLVIDA AO
      * FORNECEDOR
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
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-CONSULTAR    VALUE "C" "c".
              88 MODO-SERIES       VALUE "S" "s".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-SERIE              PIC X(20) VALUE SPACES.
          01 WS-MESES              PIC 9(03) VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-CONT               PIC 9(05) VALUE ZEROS.
          01 WS-SITUACAO           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN I-O SERPROD.
              IF ARQST2 NOT = "00"
                 OPEN OUTPUT SERPROD
                 CLOSE SERPROD
                 OPEN I-O SERPROD.
              OPEN I-O SERIES.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT SERIES
                 CLOSE SERIES
                 OPEN I-O SERIES.
              PERFORM PROCESSO UNTIL MODO-FIM.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE SERPROD.
              CLOSE SERIES.
              STOP RUN.

       PROCESSO.
              DISPLAY "PRODUTOS COM NUMERO DE SERIE".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "C-CONSULTAR SERIE / S-SERIES DO PRODUTO / "
                      "F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-PRODUTO
                 WHEN MODO-EXCLUIR
                    PERFORM EXCLUI-PRODUTO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-PRODUTOS
                 WHEN MODO-CONSULTAR
                    PERFORM CONSULTA-SERIE
                 WHEN MODO-SERIES
                    PERFORM LISTA-SERIES
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       INCLUI-PRODUTO.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    DISPLAY "PRODUTO NAO CADASTRADO"
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY "PRODUTO: " NOME.
              DISPLAY "GARANTIA EM MESES: ".
              ACCEPT WS-MESES.
              MOVE WS-CODIGO TO SP-CODIGO.
              READ SERPROD
                 INVALID KEY
                    MOVE WS-CODIGO TO SP-CODIGO
                    MOVE WS-MESES  TO SP-MESES-GARANTIA
                    WRITE REG-SERPROD
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "PRODUTO PASSA A EXIGIR SERIE"
                    END-WRITE
                 NOT INVALID KEY
                    MOVE WS-MESES TO SP-MESES-GARANTIA
                    REWRITE REG-SERPROD
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "GARANTIA ATUALIZADA"
                    END-REWRITE
              END-READ.

       EXCLUI-PRODUTO.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              MOVE WS-CODIGO TO SP-CODIGO.
              DELETE SERPROD
                 INVALID KEY
                    DISPLAY "PRODUTO NAO EXIGE SERIE"
                 NOT INVALID KEY
                    DISPLAY "PRODUTO DEIXA DE EXIGIR SERIE"
              END-DELETE.

       LISTA-PRODUTOS.
              MOVE ZEROS TO WS-CONT.
              MOVE ZEROS TO SP-CODIGO.
              START SERPROD KEY IS GREATER THAN SP-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LISTA-PRODUTO UNTIL WS-FIM = "S".
              DISPLAY "PRODUTOS COM SERIE: " WS-CONT.

       LISTA-PRODUTO.
              READ SERPROD NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT
                    MOVE SP-CODIGO TO CODIGO
                    READ PRODUTOS
                       INVALID KEY
                          MOVE "PRODUTO NAO CADASTRADO" TO NOME
                    END-READ
                    DISPLAY SP-CODIGO " " NOME
                            " GARANTIA " SP-MESES-GARANTIA " MESES"
              END-READ.

       CONSULTA-SERIE.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              DISPLAY "NUMERO DE SERIE: ".
              MOVE SPACES TO WS-SERIE.
              ACCEPT WS-SERIE.
              MOVE WS-CODIGO TO SR-CODIGO.
              MOVE WS-SERIE  TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "SERIE NAO ENCONTRADA"
                    EXIT PARAGRAPH
              END-READ.
              PERFORM MOSTRA-SERIE.

       LISTA-SERIES.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              MOVE ZEROS TO WS-CONT.
              MOVE WS-CODIGO  TO SR-CODIGO.
              MOVE LOW-VALUES TO SR-SERIE.
              START SERIES KEY IS GREATER THAN SR-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LISTA-SERIE UNTIL WS-FIM = "S".
              DISPLAY "SERIES DO PRODUTO: " WS-CONT.

       LISTA-SERIE.
              READ SERIES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF SR-CODIGO NOT = WS-CODIGO
                       MOVE "S" TO WS-FIM
                    ELSE
                       ADD 1 TO WS-CONT
                       PERFORM MOSTRA-SERIE
                    END-IF
              END-READ.

       MOSTRA-SERIE.
              EVALUATE SR-STATUS
                 WHEN "E"
                    MOVE "EM ESTOQUE" TO WS-SITUACAO
                 WHEN "V"
                    MOVE "VENDIDA" TO WS-SITUACAO
                 WHEN "F"
                    MOVE "DEVOLVIDA AO FORN." TO WS-SITUACAO
                 WHEN OTHER
                    MOVE "DESCONHECIDA" TO WS-SITUACAO
              END-EVALUATE.
              DISPLAY SR-SERIE " " WS-SITUACAO
                      " ENTRADA " SR-DATA-ENTRADA
                      " FORN " SR-FORNECEDOR.
              IF SR-STATUS = "V"
                 DISPLAY "   VENDIDA EM " SR-DATA-VENDA
                         " CUPOM " SR-CUPOM " CLIENTE " SR-CLIENTE.
              IF SR-STATUS = "F"
                 DISPLAY "   DEVOLVIDA EM " SR-DATA-SAIDA.

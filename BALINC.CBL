       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALINC.

      * CADASTRO DOS ITENS DE BALANCA (BALPLU.DAT): PRODUTO VENDIDO
      * A QUILO (UNIDADE KG) QUE A BALANCA ETIQUETA. O PLU E O
      * PROPRIO CODIGO DO PRODUTO (O PRODVEN LE O PLU DO CODIGO DE
      * BARRAS DA BALANCA COMO CODIGO), LOGO SO CABEM CODIGOS ATE
      * 999999. GUARDA A DESCRICAO CURTA DA BALANCA, OS DIAS DE
      * VALIDADE DA ETIQUETA E O ULTIMO PRECO ENVIADO; A CARGA DAS
      * BALANCAS E FEITA PELO PRODBAL. A OPCAO R MARCA TODOS OS
      * ITENS PARA REENVIO NA PROXIMA CARGA (BALANCA NOVA OU
      * REINICIADA)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT BALPLU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS BP-CODIGO
              FILE STATUS ARQST2.

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

       FD BALPLU LABEL RECORD STANDARD
                DATA RECORD IS REG-BALPLU
                VALUE OF FILE-ID IS "BALPLU.DAT".
          01 REG-BALPLU.
                02 BP-CODIGO      PIC 9(13).
                02 BP-DESCRICAO   PIC X(22).
                02 BP-DIAS-VALIDADE PIC 9(03).
                02 BP-DATA-ENVIO  PIC 9(08).
                02 BP-PRECO-ENVIO PIC 9(05)V99.

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-REENVIO      VALUE "R" "r".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-DESCRICAO          PIC X(22) VALUE SPACES.
          01 WS-DIAS-VALIDADE      PIC 9(03) VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-CONT               PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN I-O BALPLU.
              IF ARQST2 NOT = "00"
                 OPEN OUTPUT BALPLU
                 CLOSE BALPLU
                 OPEN I-O BALPLU.
              PERFORM PROCESSO UNTIL MODO-FIM.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE BALPLU.
              STOP RUN.

       PROCESSO.
              DISPLAY "ITENS DE BALANCA".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "R-REENVIAR TUDO / F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-ITEM
                 WHEN MODO-EXCLUIR
                    PERFORM EXCLUI-ITEM
                 WHEN MODO-LISTAR
                    PERFORM LISTA-ITENS
                 WHEN MODO-REENVIO
                    PERFORM MARCA-REENVIO
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       INCLUI-ITEM.
              DISPLAY "CODIGO DO PRODUTO (PLU): ".
              ACCEPT WS-CODIGO.
              IF WS-CODIGO = ZEROS OR WS-CODIGO > 999999
                 DISPLAY "PLU DEVE SER UM CODIGO DE 1 A 999999"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    DISPLAY "PRODUTO NAO CADASTRADO"
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY "PRODUTO: " NOME " UNIDADE " UNID-MEDIDA.
              IF UNID-MEDIDA NOT = "KG"
                 DISPLAY "ATENCAO: PRODUTO NAO E VENDIDO A QUILO".
              DISPLAY "DESCRICAO NA BALANCA (BRANCO = NOME): ".
              MOVE SPACES TO WS-DESCRICAO.
              ACCEPT WS-DESCRICAO.
              IF WS-DESCRICAO = SPACES
                 MOVE NOME TO WS-DESCRICAO.
              DISPLAY "DIAS DE VALIDADE NA ETIQUETA: ".
              ACCEPT WS-DIAS-VALIDADE.
              MOVE WS-CODIGO TO BP-CODIGO.
              READ BALPLU
                 INVALID KEY
                    MOVE WS-CODIGO        TO BP-CODIGO
                    MOVE WS-DESCRICAO     TO BP-DESCRICAO
                    MOVE WS-DIAS-VALIDADE TO BP-DIAS-VALIDADE
                    MOVE ZEROS            TO BP-DATA-ENVIO
                    MOVE ZEROS            TO BP-PRECO-ENVIO
                    WRITE REG-BALPLU
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "ITEM DE BALANCA INCLUIDO"
                    END-WRITE
                 NOT INVALID KEY
                    MOVE WS-DESCRICAO     TO BP-DESCRICAO
                    MOVE WS-DIAS-VALIDADE TO BP-DIAS-VALIDADE
                    MOVE ZEROS            TO BP-DATA-ENVIO
                    REWRITE REG-BALPLU
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "ITEM DE BALANCA ATUALIZADO"
                    END-REWRITE
              END-READ.

       EXCLUI-ITEM.
              DISPLAY "CODIGO DO PRODUTO (PLU): ".
              ACCEPT WS-CODIGO.
              MOVE WS-CODIGO TO BP-CODIGO.
              DELETE BALPLU
                 INVALID KEY
                    DISPLAY "ITEM NAO ENCONTRADO"
                 NOT INVALID KEY
                    DISPLAY "ITEM EXCLUIDO"
              END-DELETE.

       LISTA-ITENS.
              MOVE ZEROS TO WS-CONT.
              MOVE ZEROS TO BP-CODIGO.
              START BALPLU KEY IS GREATER THAN BP-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LISTA-ITEM UNTIL WS-FIM = "S".
              DISPLAY "ITENS DE BALANCA: " WS-CONT.

       LISTA-ITEM.
              READ BALPLU NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT
                    DISPLAY BP-CODIGO " " BP-DESCRICAO
                            " VALIDADE " BP-DIAS-VALIDADE
                            " ENVIO " BP-DATA-ENVIO
                            " PRECO " BP-PRECO-ENVIO
              END-READ.

       MARCA-REENVIO.
              MOVE ZEROS TO WS-CONT.
              MOVE ZEROS TO BP-CODIGO.
              START BALPLU KEY IS GREATER THAN BP-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM MARCA-ITEM UNTIL WS-FIM = "S".
              DISPLAY "ITENS MARCADOS PARA REENVIO: " WS-CONT.

       MARCA-ITEM.
              READ BALPLU NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE ZEROS TO BP-DATA-ENVIO
                    REWRITE REG-BALPLU
                    END-REWRITE
                    ADD 1 TO WS-CONT
              END-READ.

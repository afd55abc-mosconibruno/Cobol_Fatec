       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FORNXREF.

      * DE-PARA DE CODIGOS DE FORNECEDOR: MANTEM FORNXREF.DAT, QUE
      * LIGA O CODIGO DO ITEM NO FORNECEDOR (FORNECEDOR + CODIGO DO
      * FORNECEDOR) AO NOSSO CODIGO DE PRODUTO, COM A EMBALAGEM DO
      * FORNECEDOR EM UNIDADES (CAIXA COM 12 = 12). O PRODIMP, O
      * FORNNF E A CARGA DE COTACOES DO FORNCOT TRADUZEM POR ELE; O
      * CODIGO QUE NAO TEM DE-PARA FICA EM XREFPEND.DAT ATE SER
      * ASSOCIADO AQUI (OPCAO P). O CODIGO DO FORNECEDOR E GUARDADO
      * ALINHADO A ESQUERDA E SEM ZEROS A ESQUERDA
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FORN-CODIGO
              FILE STATUS ARQST2.

              SELECT XREF ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XR-CHAVE
              FILE STATUS ARQST3.

              SELECT XREFPEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XP-CHAVE
              FILE STATUS ARQST4.

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

       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FORN
                VALUE OF FILE-ID IS "FORNECED.DAT".
          01 REG-FORN.
                02 FORN-CODIGO    PIC 9(04).
                02 FORN-NOME      PIC X(30).
                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       FD XREF LABEL RECORD STANDARD
                DATA RECORD IS REG-XREF
                VALUE OF FILE-ID IS "FORNXREF.DAT".
          01 REG-XREF.
                02 XR-CHAVE.
                   03 XR-FORNECEDOR PIC 9(04).
                   03 XR-COD-FORN   PIC X(20).
                02 XR-CODIGO      PIC 9(13).
                02 XR-EMBALAGEM   PIC 9(04).
                02 XR-DATA-ALT    PIC 9(08).

       FD XREFPEND LABEL RECORD STANDARD
                DATA RECORD IS REG-XPEND
                VALUE OF FILE-ID IS "XREFPEND.DAT".
          01 REG-XPEND.
                02 XP-CHAVE.
                   03 XP-FORNECEDOR PIC 9(04).
                   03 XP-COD-FORN   PIC X(20).
                02 XP-DESCRICAO   PIC X(30).
                02 XP-ORIGEM      PIC X(08).
                02 XP-DATA        PIC 9(08).
                02 XP-OCORRENCIAS PIC 9(04).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-PENDENTES    VALUE "P" "p".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-FORNECEDOR         PIC 9(04) VALUE ZEROS.
          01 WS-COD-FORN           PIC X(20) VALUE SPACES.
          01 WS-COD-AUX            PIC X(20) VALUE SPACES.
          01 WS-QTD-ZEROS          PIC 9(02) VALUE ZEROS.
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-EMBALAGEM          PIC 9(04) VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-CONT               PIC 9(05) VALUE ZEROS.
          01 WS-RESP               PIC X(01) VALUE SPACES.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              PERFORM ABRE-ARQ.
              PERFORM PROCESSO UNTIL MODO-FIM.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN INPUT FORNECEDORES.
              IF ARQST2 NOT = "00"
                 DISPLAY "CADASTRO DE FORNECEDORES AUSENTE"
                 CLOSE PRODUTOS
                 STOP RUN.
              OPEN I-O XREF.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT XREF
                 CLOSE XREF
                 OPEN I-O XREF.
              OPEN I-O XREFPEND.
              IF ARQST4 NOT = "00"
                 OPEN OUTPUT XREFPEND
                 CLOSE XREFPEND
                 OPEN I-O XREFPEND.

       PROCESSO.
              DISPLAY "DE-PARA DE CODIGOS DE FORNECEDOR".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "P-PENDENTES / F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-XREF
                 WHEN MODO-EXCLUIR
                    PERFORM EXCLUI-XREF
                 WHEN MODO-LISTAR
                    PERFORM LISTA-XREF
                 WHEN MODO-PENDENTES
                    PERFORM TRATA-PENDENTES
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       ENTRA-FORNECEDOR.
              DISPLAY "CODIGO DO FORNECEDOR: ".
              ACCEPT WS-FORNECEDOR.
              MOVE WS-FORNECEDOR TO FORN-CODIGO.
              READ FORNECEDORES
                 INVALID KEY
                    MOVE ZEROS TO WS-FORNECEDOR
                    DISPLAY "FORNECEDOR NAO CADASTRADO"
                 NOT INVALID KEY
                    DISPLAY "FORNECEDOR: " FORN-NOME
              END-READ.

       ENTRA-COD-FORN.
              DISPLAY "CODIGO DO ITEM NO FORNECEDOR: ".
              MOVE SPACES TO WS-COD-FORN.
              ACCEPT WS-COD-FORN.
              PERFORM NORMALIZA-COD-FORN.

      * O MESMO CODIGO PODE VIR COM OU SEM ZEROS A ESQUERDA
       NORMALIZA-COD-FORN.
              MOVE ZEROS TO WS-QTD-ZEROS.
              INSPECT WS-COD-FORN TALLYING WS-QTD-ZEROS
                 FOR LEADING "0".
              IF WS-QTD-ZEROS > ZEROS AND WS-QTD-ZEROS < 20
                 MOVE WS-COD-FORN(WS-QTD-ZEROS + 1:) TO WS-COD-AUX
                 MOVE WS-COD-AUX TO WS-COD-FORN.

       ENTRA-CODIGO.
              DISPLAY "NOSSO CODIGO DO PRODUTO (0 = NENHUM): ".
              ACCEPT WS-CODIGO.
              IF WS-CODIGO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE ZEROS TO WS-CODIGO
                    DISPLAY "PRODUTO NAO CADASTRADO"
                 NOT INVALID KEY
                    DISPLAY "PRODUTO: " NOME
              END-READ.

       ENTRA-EMBALAGEM.
              DISPLAY "UNIDADES POR EMBALAGEM DO FORNECEDOR "
                      "(0 = 1): ".
              ACCEPT WS-EMBALAGEM.
              IF WS-EMBALAGEM = ZEROS
                 MOVE 1 TO WS-EMBALAGEM.

       INCLUI-XREF.
              PERFORM ENTRA-FORNECEDOR.
              IF WS-FORNECEDOR = ZEROS
                 EXIT PARAGRAPH.
              PERFORM ENTRA-COD-FORN.
              IF WS-COD-FORN = SPACES
                 DISPLAY "CODIGO DO FORNECEDOR EM BRANCO"
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CODIGO.
              IF WS-CODIGO = ZEROS
                 EXIT PARAGRAPH.
              PERFORM ENTRA-EMBALAGEM.
              PERFORM GRAVA-XREF.

       GRAVA-XREF.
              MOVE WS-FORNECEDOR TO XR-FORNECEDOR.
              MOVE WS-COD-FORN   TO XR-COD-FORN.
              MOVE WS-CODIGO     TO XR-CODIGO.
              MOVE WS-EMBALAGEM  TO XR-EMBALAGEM.
              MOVE WS-HOJE       TO XR-DATA-ALT.
              WRITE REG-XREF
                 INVALID KEY
                    REWRITE REG-XREF
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR O DE-PARA"
                       NOT INVALID KEY
                          DISPLAY "DE-PARA ATUALIZADO"
                    END-REWRITE
                 NOT INVALID KEY
                    DISPLAY "DE-PARA INCLUIDO"
              END-WRITE.
              MOVE WS-FORNECEDOR TO XP-FORNECEDOR.
              MOVE WS-COD-FORN   TO XP-COD-FORN.
              DELETE XREFPEND
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "PENDENCIA DO CODIGO RESOLVIDA"
              END-DELETE.

       EXCLUI-XREF.
              DISPLAY "CODIGO DO FORNECEDOR: ".
              ACCEPT WS-FORNECEDOR.
              PERFORM ENTRA-COD-FORN.
              MOVE WS-FORNECEDOR TO XR-FORNECEDOR.
              MOVE WS-COD-FORN   TO XR-COD-FORN.
              DELETE XREF
                 INVALID KEY
                    DISPLAY "DE-PARA NAO ENCONTRADO"
                 NOT INVALID KEY
                    DISPLAY "DE-PARA EXCLUIDO"
              END-DELETE.

       LISTA-XREF.
              PERFORM ENTRA-FORNECEDOR.
              IF WS-FORNECEDOR = ZEROS
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CONT.
              MOVE WS-FORNECEDOR TO XR-FORNECEDOR.
              MOVE SPACES        TO XR-COD-FORN.
              START XREF KEY IS NOT LESS THAN XR-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LISTA-XREF-LINHA UNTIL WS-FIM = "S".
              DISPLAY "CODIGOS ASSOCIADOS: " WS-CONT.

       LISTA-XREF-LINHA.
              READ XREF NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF XR-FORNECEDOR NOT = WS-FORNECEDOR
                       MOVE "S" TO WS-FIM
                    ELSE
                       ADD 1 TO WS-CONT
                       DISPLAY XR-COD-FORN " -> " XR-CODIGO
                               " EMB " XR-EMBALAGEM
                    END-IF
              END-READ.

      * FILA DE CODIGOS SEM DE-PARA: CADA UM E MOSTRADO COM A
      * ORIGEM E A DESCRICAO DO FORNECEDOR E PODE SER ASSOCIADO NA
      * HORA; CODIGO 0 DEIXA PARA DEPOIS
       TRATA-PENDENTES.
              MOVE ZEROS  TO WS-CONT.
              MOVE ZEROS  TO XP-FORNECEDOR.
              MOVE SPACES TO XP-COD-FORN.
              START XREFPEND KEY IS NOT LESS THAN XP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM TRATA-PENDENTE UNTIL WS-FIM = "S".
              DISPLAY "PENDENTES MOSTRADOS: " WS-CONT.

       TRATA-PENDENTE.
              READ XREFPEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT
                    DISPLAY "FORN " XP-FORNECEDOR " CODIGO "
                            XP-COD-FORN " " XP-DESCRICAO
                    DISPLAY "   ORIGEM " XP-ORIGEM " EM " XP-DATA
                            " OCORRENCIAS " XP-OCORRENCIAS
                    DISPLAY "ASSOCIAR AGORA (S/N/F-FIM)? "
                    MOVE SPACES TO WS-RESP
                    ACCEPT WS-RESP
                    EVALUATE TRUE
                       WHEN WS-RESP = "S" OR WS-RESP = "s"
                          PERFORM ASSOCIA-PENDENTE
                       WHEN WS-RESP = "F" OR WS-RESP = "f"
                          MOVE "S" TO WS-FIM
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ.

       ASSOCIA-PENDENTE.
              MOVE XP-FORNECEDOR TO WS-FORNECEDOR.
              MOVE XP-COD-FORN   TO WS-COD-FORN.
              PERFORM ENTRA-CODIGO.
              IF WS-CODIGO = ZEROS
                 EXIT PARAGRAPH.
              PERFORM ENTRA-EMBALAGEM.
              PERFORM GRAVA-XREF.
              MOVE WS-FORNECEDOR TO XP-FORNECEDOR.
              MOVE WS-COD-FORN   TO XP-COD-FORN.
              START XREFPEND KEY IS GREATER THAN XP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.

       FINALIZA.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE FORNECEDORES.
              CLOSE XREF.
              CLOSE XREFPEND.
              STOP RUN.

      * COTACOES DE COMPRA: MANTEM COTACAO.DAT POR PRODUTO E
      * FORNECEDOR COM O CUSTO COTADO E A VALIDADE DA COTACAO; O
      * PRODCOMP COMPARA AS COTACOES VIGENTES DOS PRODUTOS EM PONTO
      * DE PEDIDO PARA DIRECIONAR O PEDIDO AO MAIS BARATO. A OPCAO
      * C CARREGA A TABELA DE PRECOS DO FORNECEDOR (COTFORN.TXT, NO
      * CODIGO E NA EMBALAGEM DELE) TRADUZINDO PELO DE-PARA
      * (FORNXREF.DAT); CODIGO SEM DE-PARA VAI PARA XREFPEND.DAT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS QT-CHAVE
              FILE STATUS ARQST3.

              SELECT XREF ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XR-CHAVE
              FILE STATUS ARQST4.

              SELECT XREFPEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XP-CHAVE
              FILE STATUS ARQST5.

              SELECT ARQ-COTFORN ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       FD COTACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-COTACAO
                02 QT-CUSTO       PIC 9(05)V99.
                02 QT-VALIDADE    PIC 9(08).

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

       FD ARQ-COTFORN LABEL RECORD STANDARD
                DATA RECORD IS REG-COTFORN
                VALUE OF FILE-ID IS "COTFORN.TXT".
          01 REG-COTFORN.
                02 CF-COD-FORN    PIC X(20).
                02 CF-DESCRICAO   PIC X(30).
                02 CF-CUSTO       PIC 9(05)V99.
                02 CF-VALIDADE    PIC 9(08).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-TEM-XREF           PIC X(01) VALUE "N".
          01 WS-COD-FORN           PIC X(20) VALUE SPACES.
          01 WS-COD-AUX            PIC X(20) VALUE SPACES.
          01 WS-QTD-ZEROS          PIC 9(02) VALUE ZEROS.
          01 WS-EMBALAGEM          PIC 9(04) VALUE ZEROS.
          01 WS-CONT-CARGA         PIC 9(05) VALUE ZEROS.
          01 WS-CONT-PENDENTES     PIC 9(05) VALUE ZEROS.
          01 WS-CONT-REJEIT        PIC 9(05) VALUE ZEROS.
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-CARGA        VALUE "C" "c".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-FORNECEDOR         PIC 9(04) VALUE ZEROS.
       PROCESSO.
              DISPLAY "COTACOES DE COMPRA".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "C-CARGA DO FORNECEDOR / F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM EXCLUI-COTACAO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-COTACOES
                 WHEN MODO-CARGA
                    PERFORM CARGA-COTACOES
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    END-IF
              END-READ.

      * TABELA DO FORNECEDOR: CODIGO E CUSTO DA EMBALAGEM DELE; O
      * DE-PARA DA O NOSSO CODIGO E O CUSTO POR UNIDADE
       CARGA-COTACOES.
              PERFORM ENTRA-FORNECEDOR.
              IF WS-FORNECEDOR = ZEROS
                 EXIT PARAGRAPH.
              OPEN INPUT ARQ-COTFORN.
              IF ARQST6 NOT = "00"
                 DISPLAY "ARQUIVO COTFORN.TXT AUSENTE"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-TEM-XREF.
              OPEN INPUT XREF.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-XREF.
              OPEN I-O XREFPEND.
              IF ARQST5 NOT = "00"
                 OPEN OUTPUT XREFPEND
                 CLOSE XREFPEND
                 OPEN I-O XREFPEND.
              MOVE ZEROS TO WS-CONT-CARGA WS-CONT-PENDENTES
                            WS-CONT-REJEIT.
              MOVE "N" TO WS-FIM.
              PERFORM CARREGA-LINHA UNTIL WS-FIM = "S".
              CLOSE ARQ-COTFORN.
              IF WS-TEM-XREF = "S"
                 CLOSE XREF.
              CLOSE XREFPEND.
              DISPLAY "COTACOES CARREGADAS: " WS-CONT-CARGA.
              DISPLAY "SEM DE-PARA (PENDENTES): " WS-CONT-PENDENTES.
              DISPLAY "REJEITADAS: " WS-CONT-REJEIT.

       CARREGA-LINHA.
              READ ARQ-COTFORN
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    PERFORM TRATA-LINHA-COTACAO
              END-READ.

       TRATA-LINHA-COTACAO.
              IF CF-CUSTO NOT NUMERIC OR CF-CUSTO = ZEROS
                 OR CF-VALIDADE NOT NUMERIC
                 OR CF-VALIDADE < WS-HOJE
                 ADD 1 TO WS-CONT-REJEIT
                 EXIT PARAGRAPH.
              MOVE CF-COD-FORN TO WS-COD-FORN.
              PERFORM NORMALIZA-COD-FORN.
              IF WS-COD-FORN = SPACES
                 ADD 1 TO WS-CONT-REJEIT
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CODIGO.
              MOVE 1     TO WS-EMBALAGEM.
              IF WS-TEM-XREF = "S"
                 MOVE WS-FORNECEDOR TO XR-FORNECEDOR
                 MOVE WS-COD-FORN   TO XR-COD-FORN
                 READ XREF
                    NOT INVALID KEY
                       MOVE XR-CODIGO TO WS-CODIGO
                       IF XR-EMBALAGEM > ZEROS
                          MOVE XR-EMBALAGEM TO WS-EMBALAGEM
                       END-IF
                 END-READ.
              IF WS-CODIGO = ZEROS
                 PERFORM GRAVA-PENDENTE
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO     TO QT-CODIGO.
              MOVE WS-FORNECEDOR TO QT-FORNECEDOR.
              COMPUTE QT-CUSTO ROUNDED = CF-CUSTO / WS-EMBALAGEM.
              MOVE CF-VALIDADE   TO QT-VALIDADE.
              WRITE REG-COTACAO
                 INVALID KEY
                    REWRITE REG-COTACAO
                    END-REWRITE
              END-WRITE.
              ADD 1 TO WS-CONT-CARGA.

       NORMALIZA-COD-FORN.
              MOVE ZEROS TO WS-QTD-ZEROS.
              INSPECT WS-COD-FORN TALLYING WS-QTD-ZEROS
                 FOR LEADING "0".
              IF WS-QTD-ZEROS > ZEROS AND WS-QTD-ZEROS < 20
                 MOVE WS-COD-FORN(WS-QTD-ZEROS + 1:) TO WS-COD-AUX
                 MOVE WS-COD-AUX TO WS-COD-FORN
              ELSE
                 IF WS-QTD-ZEROS = 20
                    MOVE SPACES TO WS-COD-FORN.

       GRAVA-PENDENTE.
              ADD 1 TO WS-CONT-PENDENTES.
              MOVE WS-FORNECEDOR TO XP-FORNECEDOR.
              MOVE WS-COD-FORN   TO XP-COD-FORN.
              READ XREFPEND
                 INVALID KEY
                    MOVE CF-DESCRICAO TO XP-DESCRICAO
                    MOVE "FORNCOT"    TO XP-ORIGEM
                    MOVE WS-HOJE      TO XP-DATA
                    MOVE 1            TO XP-OCORRENCIAS
                    WRITE REG-XPEND
                    END-WRITE
                 NOT INVALID KEY
                    ADD 1 TO XP-OCORRENCIAS
                    REWRITE REG-XPEND
                    END-REWRITE
              END-READ.

       FINALIZA.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.

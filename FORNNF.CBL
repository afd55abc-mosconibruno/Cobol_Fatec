      * (CUSTO MEDIO DE PRODUTOS.DAT); DIFERENCA DE QUANTIDADE OU DE
      * PRECO ACIMA DA TOLERANCIA VAI PARA O RELATORIO DE
      * DIVERGENCIAS E SO NOTA SEM DIVERGENCIA VIRA TITULO EM
      * CONTAS A PAGAR (CONTAPAG.DAT). O ITEM E DIGITADO COMO ESTA NA
      * NOTA: O CODIGO DO FORNECEDOR E TRADUZIDO PELO DE-PARA
      * (FORNXREF.DAT) E A QUANTIDADE E O CUSTO DA EMBALAGEM VIRAM
      * UNIDADES; SEM DE-PARA VALE O NOSSO CODIGO, E O QUE NAO
      * EXISTIR VAI PARA A FILA DE PENDENTES (XREFPEND.DAT)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT XREF ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XR-CHAVE
              FILE STATUS ARQST6.

              SELECT XREFPEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XP-CHAVE
              FILE STATUS ARQST7.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 PD-FORNECEDOR  PIC 9(04).
                02 PD-STATUS      PIC X(01).
                02 PD-DATA-RECEB  PIC 9(08).
                02 PD-DATA-TRANSM PIC 9(08).
                02 PD-DATA-CONF   PIC 9(08).
                02 PD-ENTREGA-PREV PIC 9(08).

       FD PEDITENS LABEL RECORD STANDARD
                DATA RECORD IS REG-PED-ITEM
                02 PI-CODIGO      PIC 9(13).
                02 PI-QTD-PEDIDA  PIC 9(04).
                02 PI-QTD-RECEBIDA PIC 9(04).
                02 PI-QTD-CONFIRMADA PIC 9(04).
                02 PI-ENTREGA-PREV PIC 9(08).
                02 PI-CONFIRMADO  PIC X(01).

       FD CONTAPAG LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGAR
                VALUE OF FILE-ID IS "FORNDISC.TXT".
          01 LINHA-REL             PIC X(120).

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
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 WS-TEM-XREF           PIC X(01) VALUE "N".
          01 WS-COD-FORN           PIC X(20) VALUE SPACES.
          01 WS-COD-AUX            PIC X(20) VALUE SPACES.
          01 WS-QTD-ZEROS          PIC 9(02) VALUE ZEROS.
          01 WS-TAM-COD            PIC 9(02) VALUE ZEROS.
          01 WS-EMBALAGEM          PIC 9(04) VALUE ZEROS.
          01 WS-QTD-NOTA           PIC 9(04) VALUE ZEROS.
          01 WS-CUSTO-NOTA         PIC 9(05)V99 VALUE ZEROS.
          01 WS-NUM-PEDIDO         PIC 9(06) VALUE ZEROS.
          01 WS-NOTA               PIC 9(09) VALUE ZEROS.
          01 WS-TOLERANCIA         PIC 9(02)V99 VALUE ZEROS.
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-QTD-FATURADA       PIC 9(05) VALUE ZEROS.
          01 WS-CUSTO-FATURADO     PIC 9(05)V99 VALUE ZEROS.
          01 WS-VALOR-NOTA         PIC 9(09)V99 VALUE ZEROS.
          01 WS-VENC-NOTA          PIC 9(08) VALUE ZEROS.
                 CLOSE CONTAPAG
                 OPEN I-O CONTAPAG.
              OPEN OUTPUT RELATORIO.
              OPEN INPUT XREF.
              IF ARQST6 = "00"
                 MOVE "S" TO WS-TEM-XREF.
              OPEN I-O XREFPEND.
              IF ARQST7 NOT = "00"
                 OPEN OUTPUT XREFPEND
                 CLOSE XREFPEND
                 OPEN I-O XREFPEND.

       CONFERE-LINHA.
              DISPLAY "CODIGO DO ITEM NA NOTA (0 = ENCERRA): ".
              MOVE SPACES TO WS-COD-FORN.
              ACCEPT WS-COD-FORN.
              PERFORM NORMALIZA-COD-FORN.
              IF WS-COD-FORN = SPACES
                 MOVE "S" TO WS-FIM-LINHAS
                 EXIT PARAGRAPH.
              PERFORM RESOLVE-CODIGO.
              IF WS-CODIGO = ZEROS
                 DISPLAY "CODIGO SEM DE-PARA - ENVIADO A PENDENTES"
                 PERFORM GRAVA-PENDENTE
                 PERFORM GRAVA-DIVERG-SEM-XREF
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY "PRODUTO: " NOME.
              IF WS-EMBALAGEM > 1
                 DISPLAY "EMBALAGEM DO FORNECEDOR COM " WS-EMBALAGEM
                         " UNIDADES".
              DISPLAY "QUANTIDADE FATURADA (COMO NA NOTA): ".
              ACCEPT WS-QTD-NOTA.
              DISPLAY "CUSTO UNITARIO FATURADO (COMO NA NOTA): ".
              ACCEPT WS-CUSTO-NOTA.
              COMPUTE WS-VALOR-NOTA = WS-VALOR-NOTA
                 + WS-QTD-NOTA * WS-CUSTO-NOTA.
              COMPUTE WS-QTD-FATURADA = WS-QTD-NOTA * WS-EMBALAGEM.
              COMPUTE WS-CUSTO-FATURADO ROUNDED =
                 WS-CUSTO-NOTA / WS-EMBALAGEM.
              PERFORM BUSCA-ITEM-PEDIDO.
              IF WS-ACHOU-ITEM = "N"
                 MOVE "ITEM FORA DO PEDIDO" TO LD-MOTIVO
              PERFORM CONFERE-QUANTIDADE.
              PERFORM CONFERE-PRECO.

      * DE-PARA DO FORNECEDOR DO PEDIDO; SEM ELE, UM CODIGO SO DE
      * DIGITOS (ATE 13) E TOMADO COMO O NOSSO CODIGO
       RESOLVE-CODIGO.
              MOVE ZEROS TO WS-CODIGO.
              MOVE 1     TO WS-EMBALAGEM.
              IF WS-TEM-XREF = "S"
                 MOVE PD-FORNECEDOR TO XR-FORNECEDOR
                 MOVE WS-COD-FORN   TO XR-COD-FORN
                 READ XREF
                    NOT INVALID KEY
                       MOVE XR-CODIGO TO WS-CODIGO
                       IF XR-EMBALAGEM > ZEROS
                          MOVE XR-EMBALAGEM TO WS-EMBALAGEM
                       END-IF
                 END-READ.
              IF WS-CODIGO NOT = ZEROS
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-TAM-COD.
              INSPECT WS-COD-FORN TALLYING WS-TAM-COD
                 FOR CHARACTERS BEFORE INITIAL SPACE.
              IF WS-TAM-COD > ZEROS AND WS-TAM-COD NOT > 13
                 IF WS-COD-FORN(1:WS-TAM-COD) IS NUMERIC
                    MOVE WS-COD-FORN(1:WS-TAM-COD) TO WS-CODIGO.

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
              MOVE PD-FORNECEDOR TO XP-FORNECEDOR.
              MOVE WS-COD-FORN   TO XP-COD-FORN.
              READ XREFPEND
                 INVALID KEY
                    MOVE SPACES    TO XP-DESCRICAO
                    STRING "NF " WS-NOTA DELIMITED BY SIZE
                       INTO XP-DESCRICAO
                    MOVE "FORNNF"  TO XP-ORIGEM
                    MOVE DATA-SIS  TO XP-DATA
                    MOVE 1         TO XP-OCORRENCIAS
                    WRITE REG-XPEND
                    END-WRITE
                 NOT INVALID KEY
                    ADD 1 TO XP-OCORRENCIAS
                    REWRITE REG-XPEND
                    END-REWRITE
              END-READ.

       GRAVA-DIVERG-SEM-XREF.
              MOVE ZEROS TO LD-CODIGO.
              MOVE WS-COD-FORN TO LD-NOME.
              MOVE "CODIGO SEM DE-PARA" TO LD-MOTIVO.
              MOVE ZEROS TO LD-FATURADO LD-CONFERIDO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE "S" TO WS-TEM-DIVERG.
              ADD 1 TO WS-CONT-DIVERG.

       GRAVA-DIVERG-PRODUTO.
              MOVE WS-CODIGO TO LD-CODIGO.
              MOVE "NAO CADASTRADO" TO LD-NOME.
              CLOSE PEDITENS.
              CLOSE CONTAPAG.
              CLOSE RELATORIO.
              IF WS-TEM-XREF = "S"
                 CLOSE XREF.
              CLOSE XREFPEND.
              STOP RUN.

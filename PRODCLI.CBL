      * RELATORIO DE COMPRAS POR CLIENTE: LE AS VENDAS IDENTIFICADAS
      * (VD-CLIENTE > 0) DE VENDAS.TXT NO PERIODO INFORMADO E EMITE
      * O HISTORICO DE COMPRAS DE UM CLIENTE OU O RANKING DOS
      * MELHORES CLIENTES POR FATURAMENTO, LIQUIDO DE DEVOLUCOES.
      * MESES JA FECHADOS PELO PRODARQ SAO LIDOS DOS HISTORICOS
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
       FD VENDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-VENDA
                VALUE OF FILE-ID IS WS-ARQ-VENDAS.
          01 REG-VENDA.
                02 VD-DATA        PIC 9(08).
                02 VD-CODIGO      PIC 9(13).
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD CLIENTES VALUE OF FILE-ID IS "clientes.dat".
       01 FILE1-REC.
                VALUE OF FILE-ID IS "PRODCLI.TXT".
          01 LINHA-REL             PIC X(100).

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
          01 WS-ARQ-VENDAS         PIC X(20) VALUE "VENDAS.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-TEM-CLIENTES       PIC X(01) VALUE "N".
          01 WS-MODO               PIC X(01) VALUE SPACE.
                 DISPLAY "TELEFONE DO CLIENTE: "
                 ACCEPT WS-FONE-PESQ.
              PERFORM ABRE-ARQ.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              IF MODO-HISTORICO
                 PERFORM IMPRIME-TOTAL-CLIENTE
              ELSE
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              IF ARQST2 = "00"
                 MOVE "S" TO WS-TEM-CLIENTES.
                       MOVE "CLIENTE NAO CADASTRADO" TO FS-NOME
                 END-READ.

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
                          AND AH-DATA-INI NOT > WS-DATA-FIM
                          AND WS-NUM-ARQ < 119
                          ADD 1 TO WS-NUM-ARQ
                          MOVE AH-ARQUIVO TO TQ-ARQUIVO(WS-NUM-ARQ)
                       END-IF
                    END-IF
              END-READ.

       LE-VENDAS.
              MOVE TQ-ARQUIVO(WS-IDX-ARQ) TO WS-ARQ-VENDAS.
              OPEN INPUT VENDAS.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE VENDAS AUSENTE: " WS-ARQ-VENDAS
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM ACUMULA-VENDA UNTIL WS-FIM = "S".
              CLOSE VENDAS.

       ACUMULA-VENDA.
              READ VENDAS
                 AT END

       FINALIZA.
              DISPLAY "RELATORIO GERADO: PRODCLI.TXT".
              IF WS-TEM-CLIENTES = "S"
                 CLOSE CLIENTES.
              CLOSE RELATORIO.

      * D) EM MOVEST.TXT E LANCA A VENDA NEGATIVA (VD-TIPO D) EM
      * VENDAS.TXT PARA O VENDIA ABATER DO DIA. KIT DEVOLVE OS
      * COMPONENTES EXPLODIDOS POR COMPKIT.DAT, COMO NA VENDA.
      * CUPOM CANCELADO NO DIA (PRODCANC) NAO ACEITA DEVOLUCAO.
      * PRODUTO CONTROLADO POR SERIE (SERINC) PEDE A SERIE DE CADA
      * UNIDADE DEVOLVIDA, QUE TEM DE TER SAIDO NESTE CUPOM, E A
      * DEVOLVE AO ESTOQUE.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS CI-CHAVE
              FILE STATUS ARQST7.

              SELECT SERPROD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SP-CODIGO
              FILE STATUS ARQST8.

              SELECT SERIES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SR-CHAVE
              FILE STATUS ARQST9.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                02 CM-STATUS      PIC X(01).
                02 CM-CLIENTE     PIC 9(09).
                02 CM-DESCONTO    PIC 9(07)V99.
                02 CM-FONE-FIADO  PIC 9(09).
                02 CM-SEQ-CRED    PIC 9(04).
                02 CM-CPF-BANCO   PIC 9(11).
                02 CM-TIPO-CONTA  PIC 9(01).
                02 CM-DATA-CANC   PIC 9(08).
                02 CM-HORA-CANC   PIC 9(06).
                02 CM-OPER-CANC   PIC X(10).
                02 CM-SUP-CANC    PIC 9(04).
                02 CM-MOTIVO-CANC PIC X(30).
                02 CM-NFCE-SIT    PIC X(01).
                02 CM-NFCE-EMIS   PIC X(01).
                02 CM-NFCE-DATA   PIC 9(08).
                02 CM-NFCE-PROT   PIC X(15).
                02 CM-NFCE-MOTIVO PIC X(30).
                02 CM-HORA        PIC 9(06).

       FD CUPITENS LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPITEM
                02 CI-QTD-FRAC    PIC 9(04)V999.
                02 CI-QTD-DEVOLVIDA PIC 9(04).

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
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 ARQST8                PIC X(02).
          01 ARQST9                PIC X(02).
          01 WS-TEM-SERIES         PIC X(01) VALUE "N".
          01 WS-SERIALIZADO        PIC X(01) VALUE "N".
          01 WS-SERIE              PIC X(20) VALUE SPACES.
          01 WS-SERIE-OK           PIC X(01) VALUE "S".
          01 WS-NUM-SERIES         PIC 9(04) VALUE ZEROS.
          01 WS-IDX-SERIE          PIC 9(04) VALUE ZEROS.
          01 TABELA-SERIES.
                02 TS-SERIE        PIC X(20) OCCURS 20 TIMES.
          01 WS-TEM-COMPKIT        PIC X(01) VALUE "N".
          01 WS-DEP-LOJA           PIC 9(02) VALUE 01.
          01 WS-OPERADOR           PIC X(10) VALUE SPACES.
          01 WS-NUM-COMP           PIC 9(02) VALUE ZEROS.
          01 WS-IDX-COMP           PIC 9(02) VALUE ZEROS.
          01 WS-CODIGO-DEV         PIC 9(13) VALUE ZEROS.
          01 WS-HORA-DEV           PIC 9(08) VALUE ZEROS.
          01 TABELA-COMPONENTES.
                02 CP-LINHA OCCURS 50 TIMES.
                   03 CP-CODIGO    PIC 9(13).
              IF ARQST7 NOT = "00"
                 DISPLAY "ARQUIVO DE ITENS DE CUPOM AUSENTE"
                 STOP RUN.
              OPEN INPUT SERPROD.
              IF ARQST8 = "00"
                 OPEN I-O SERIES
                 IF ARQST9 = "00"
                    MOVE "S" TO WS-TEM-SERIES
                 ELSE
                    CLOSE SERPROD
                 END-IF
              END-IF.

       PROCESSA-DEVOLUCAO.
              DISPLAY "NUMERO DO CUPOM (999999 = ENCERRA): ".
                    DISPLAY "CUPOM NAO ENCONTRADO"
                    EXIT PARAGRAPH
              END-READ.
              IF CM-STATUS = "C"
                 DISPLAY "CUPOM CANCELADO EM " CM-DATA-CANC
                         " - NADA A DEVOLVER"
                 EXIT PARAGRAPH.
              DISPLAY "CUPOM DE " CM-DATA " OPERADOR " CM-OPERADOR
                      " TOTAL " CM-TOTAL.
              PERFORM LISTA-ITENS-CUPOM.
                 WS-QTD-DEVOLVIDA * CI-VALOR-UNIT.
              MOVE CI-CODIGO TO WS-CODIGO-DEV.
              PERFORM CARREGA-COMPONENTES.
              IF WS-NUM-COMP = ZEROS
                 PERFORM ENTRA-SERIES-DEV
                 IF WS-SERIE-OK = "N"
                    DISPLAY "DEVOLUCAO NAO APLICADA"
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF WS-NUM-COMP > ZEROS
                 PERFORM CREDITA-COMPONENTE
                    VARYING WS-IDX-COMP FROM 1 BY 1
              ELSE
                 MOVE WS-QTD-DEVOLVIDA TO WS-QTD-CREDITO
                 MOVE WS-CODIGO-DEV TO CODIGO
                 PERFORM CREDITA-PRODUTO
                 PERFORM RETORNA-SERIES.
              ADD WS-QTD-DEVOLVIDA TO CI-QTD-DEVOLVIDA.
              REWRITE REG-CUPITEM
                 INVALID KEY
              DISPLAY "DEVOLUCAO APLICADA: " WS-VALOR-DEVOLVIDO.
              PERFORM DEVOLVE-ITEM.

      * PRODUTO COM SERIE: UMA SERIE POR UNIDADE DEVOLVIDA, VENDIDA
      * NESTE CUPOM; SERIE EM BRANCO DESISTE DA DEVOLUCAO
       ENTRA-SERIES-DEV.
              MOVE "S" TO WS-SERIE-OK.
              MOVE "N" TO WS-SERIALIZADO.
              MOVE ZEROS TO WS-NUM-SERIES.
              IF WS-TEM-SERIES = "N"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-DEV TO SP-CODIGO.
              READ SERPROD
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE "S" TO WS-SERIALIZADO.
              IF WS-QTD-DEVOLVIDA > 20
                 DISPLAY "MAXIMO DE 20 UNIDADES COM SERIE POR VEZ"
                 MOVE "N" TO WS-SERIE-OK
                 EXIT PARAGRAPH.
              PERFORM ENTRA-SERIE-DEV
                 UNTIL WS-NUM-SERIES = WS-QTD-DEVOLVIDA
                    OR WS-SERIE-OK = "N".

       ENTRA-SERIE-DEV.
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
              MOVE WS-CODIGO-DEV TO SR-CODIGO.
              MOVE WS-SERIE      TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "SERIE NAO CADASTRADA"
                    EXIT PARAGRAPH
              END-READ.
              IF SR-STATUS NOT = "V" OR SR-CUPOM NOT = WS-NUM-CUPOM
                 DISPLAY "SERIE NAO FOI VENDIDA NESTE CUPOM"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-NUM-SERIES.
              MOVE WS-SERIE TO TS-SERIE(WS-NUM-SERIES).

      * A SERIE DEVOLVIDA VOLTA AO ESTOQUE SEM OS DADOS DA VENDA
       RETORNA-SERIES.
              IF WS-SERIALIZADO = "N"
                 EXIT PARAGRAPH.
              PERFORM RETORNA-SERIE
                 VARYING WS-IDX-SERIE FROM 1 BY 1
                 UNTIL WS-IDX-SERIE > WS-NUM-SERIES.

       RETORNA-SERIE.
              MOVE WS-CODIGO-DEV          TO SR-CODIGO.
              MOVE TS-SERIE(WS-IDX-SERIE) TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "ERRO AO LER A SERIE " SR-SERIE
                 NOT INVALID KEY
                    MOVE "E"   TO SR-STATUS
                    MOVE ZEROS TO SR-CUPOM
                    MOVE ZEROS TO SR-SEQ
                    MOVE ZEROS TO SR-DATA-VENDA
                    MOVE ZEROS TO SR-CLIENTE
                    REWRITE REG-SERIE
                    END-REWRITE
              END-READ.

      * A DEVOLUCAO DE KIT RECREDITA OS COMPONENTES NA PROPORCAO DE
      * COMPKIT.DAT, ESPELHANDO A BAIXA FEITA NA VENDA
       CARREGA-COMPONENTES.
              MOVE CM-CLIENTE        TO VD-CLIENTE.
              MOVE ZEROS             TO VD-DESCONTO.
              MOVE CI-QTD-FRAC       TO VD-QTD-FRAC.
              ACCEPT WS-HORA-DEV FROM TIME.
              MOVE WS-HORA-DEV(1:6)  TO VD-HORA.
              MOVE SPACE             TO VD-ORIGEM-PRECO.
              MOVE ZEROS             TO VD-AUTORIZADOR.
              MOVE ZEROS             TO VD-ORCAMENTO.
              WRITE REG-VENDA.

       FINALIZA.
              CLOSE CUPITENS.
              IF WS-TEM-COMPKIT = "S"
                 CLOSE COMPKIT.
              IF WS-TEM-SERIES = "S"
                 CLOSE SERPROD
                 CLOSE SERIES.
              STOP RUN.

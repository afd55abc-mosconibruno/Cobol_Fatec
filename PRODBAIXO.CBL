       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODBAIXO.

      * PRODUTOS COM DISPONIVEL ABAIXO DO PONTO DE PEDIDO, COM O
      * SALDO POR DEPOSITO E O QUE JA VEM EM PEDIDO ABERTO: A
      * QUANTIDADE A RECEBER (CONFIRMADA PELO FORNECEDOR OU, SEM
      * CONFIRMACAO, A PEDIDA) E A ENTREGA PROMETIDA MAIS PROXIMA

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS RS-CHAVE
              FILE STATUS ARQST5.

              SELECT PEDIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PD-NUMERO
              FILE STATUS ARQST6.

              SELECT PEDITENS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PI-CHAVE
              FILE STATUS ARQST7.

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

       FD ESTDEP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                02 RS-QTDADE      PIC 9(04).
                02 RS-VALIDADE    PIC 9(08).

       FD PEDIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PED
                VALUE OF FILE-ID IS "PEDIDOS.DAT".
          01 REG-PED.
                02 PD-NUMERO      PIC 9(06).
                02 PD-DATA        PIC 9(08).
                02 PD-FORNECEDOR  PIC 9(04).
                02 PD-STATUS      PIC X(01).
                02 PD-DATA-RECEB  PIC 9(08).
                02 PD-DATA-TRANSM PIC 9(08).
                02 PD-DATA-CONF   PIC 9(08).
                02 PD-ENTREGA-PREV PIC 9(08).

       FD PEDITENS LABEL RECORD STANDARD
                DATA RECORD IS REG-PED-ITEM
                VALUE OF FILE-ID IS "PEDITENS.DAT".
          01 REG-PED-ITEM.
                02 PI-CHAVE.
                   03 PI-NUMERO   PIC 9(06).
                   03 PI-SEQ      PIC 9(03).
                02 PI-CODIGO      PIC 9(13).
                02 PI-QTD-PEDIDA  PIC 9(04).
                02 PI-QTD-RECEBIDA PIC 9(04).
                02 PI-QTD-CONFIRMADA PIC 9(04).
                02 PI-ENTREGA-PREV PIC 9(08).
                02 PI-CONFIRMADO  PIC X(01).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 WS-TEM-PEDIDOS        PIC X(01) VALUE "N".
          01 WS-FIM-PED            PIC X(01) VALUE "N".
          01 WS-FIM-ITEM           PIC X(01) VALUE "N".
          01 WS-A-RECEBER          PIC S9(05) VALUE ZEROS.
          01 WS-NUM-TP             PIC 9(04) VALUE ZEROS.
          01 WS-IDX-TP             PIC 9(04) VALUE ZEROS.
          01 TABELA-EM-PEDIDO.
                02 TP-LINHA OCCURS 1000 TIMES.
                   03 TP-CODIGO    PIC 9(13).
                   03 TP-QTDADE    PIC 9(05).
                   03 TP-ENTREGA   PIC 9(08).
                   03 TP-SEM-CONF  PIC X(01).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-RES            PIC X(01) VALUE "N".
          01 WS-TEM-RESERVAS       PIC X(01) VALUE "N".
                02 LDP-DEPOSITO    PIC 9(02).
                02 FILLER          PIC X(02) VALUE ": ".
                02 LDP-QTDADE      PIC Z.ZZ9.
          01 LINHA-PED.
                02 FILLER          PIC X(13) VALUE "  EM PEDIDO: ".
                02 LPD-QTDADE      PIC ZZ.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LPD-SITUACAO    PIC X(20).
                02 LPD-ENTREGA     PIC 9(08) BLANK WHEN ZERO.
          01 LINHA-TOTAL.
                02 FILLER          PIC X(20) VALUE
                   "TOTAL DE ITENS: ".
              OPEN INPUT RESERVAS.
              IF ARQST5 = "00"
                 MOVE "S" TO WS-TEM-RESERVAS.
              OPEN INPUT PEDIDOS.
              IF ARQST6 = "00"
                 OPEN INPUT PEDITENS
                 IF ARQST7 = "00"
                    MOVE "S" TO WS-TEM-PEDIDOS
                    PERFORM CARREGA-EM-PEDIDO
                 ELSE
                    CLOSE PEDIDOS
                 END-IF
              END-IF.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
                       MOVE LINHA-DET TO LINHA-REL
                       WRITE LINHA-REL
                       PERFORM LISTA-DEPOSITOS
                       PERFORM LISTA-EM-PEDIDO
                       ADD 1 TO WS-CONT-ITENS
                    END-IF
              END-READ.
                    END-IF
              END-READ.

      * SALDO A RECEBER DOS PEDIDOS ABERTOS, POR PRODUTO, COM A
      * MENOR DATA PROMETIDA ENTRE OS ITENS CONFIRMADOS
       CARREGA-EM-PEDIDO.
              MOVE ZEROS TO PD-NUMERO.
              START PEDIDOS KEY IS GREATER THAN PD-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-PED
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-PED
              END-START.
              PERFORM LE-PEDIDO-ABERTO UNTIL WS-FIM-PED = "S".

       LE-PEDIDO-ABERTO.
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-PED
                 NOT AT END
                    IF PD-STATUS = "A"
                       MOVE PD-NUMERO TO PI-NUMERO
                       MOVE ZEROS     TO PI-SEQ
                       START PEDITENS KEY IS GREATER THAN PI-CHAVE
                          INVALID KEY
                             MOVE "S" TO WS-FIM-ITEM
                          NOT INVALID KEY
                             MOVE "N" TO WS-FIM-ITEM
                       END-START
                       PERFORM LE-ITEM-ABERTO UNTIL WS-FIM-ITEM = "S"
                    END-IF
              END-READ.

       LE-ITEM-ABERTO.
              READ PEDITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ITEM
                 NOT AT END
                    IF PI-NUMERO NOT = PD-NUMERO
                       MOVE "S" TO WS-FIM-ITEM
                    ELSE
                       IF PI-CONFIRMADO = "S"
                          COMPUTE WS-A-RECEBER =
                             PI-QTD-CONFIRMADA - PI-QTD-RECEBIDA
                       ELSE
                          COMPUTE WS-A-RECEBER =
                             PI-QTD-PEDIDA - PI-QTD-RECEBIDA
                       END-IF
                       IF WS-A-RECEBER > ZEROS
                          PERFORM ACUMULA-EM-PEDIDO
                       END-IF
                    END-IF
              END-READ.

       ACUMULA-EM-PEDIDO.
              PERFORM VARYING WS-IDX-TP FROM 1 BY 1
                      UNTIL WS-IDX-TP > WS-NUM-TP
                 IF TP-CODIGO(WS-IDX-TP) = PI-CODIGO
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-IDX-TP > WS-NUM-TP
                 IF WS-NUM-TP >= 1000
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-TP
                 MOVE WS-NUM-TP TO WS-IDX-TP
                 MOVE PI-CODIGO TO TP-CODIGO(WS-IDX-TP)
                 MOVE ZEROS     TO TP-QTDADE(WS-IDX-TP)
                 MOVE ZEROS     TO TP-ENTREGA(WS-IDX-TP)
                 MOVE "N"       TO TP-SEM-CONF(WS-IDX-TP).
              ADD WS-A-RECEBER TO TP-QTDADE(WS-IDX-TP).
              IF PI-CONFIRMADO = "S"
                 IF TP-ENTREGA(WS-IDX-TP) = ZEROS
                    OR PI-ENTREGA-PREV < TP-ENTREGA(WS-IDX-TP)
                    MOVE PI-ENTREGA-PREV TO TP-ENTREGA(WS-IDX-TP)
                 END-IF
              ELSE
                 MOVE "S" TO TP-SEM-CONF(WS-IDX-TP).

       LISTA-EM-PEDIDO.
              IF WS-TEM-PEDIDOS NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-IDX-TP FROM 1 BY 1
                      UNTIL WS-IDX-TP > WS-NUM-TP
                 IF TP-CODIGO(WS-IDX-TP) = CODIGO
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-IDX-TP > WS-NUM-TP
                 EXIT PARAGRAPH.
              MOVE TP-QTDADE(WS-IDX-TP) TO LPD-QTDADE.
              MOVE TP-ENTREGA(WS-IDX-TP) TO LPD-ENTREGA.
              IF TP-ENTREGA(WS-IDX-TP) = ZEROS
                 MOVE "SEM CONFIRMACAO" TO LPD-SITUACAO
              ELSE
                 IF TP-SEM-CONF(WS-IDX-TP) = "S"
                    MOVE "PARCIAL - PREVISTO " TO LPD-SITUACAO
                 ELSE
                    MOVE "ENTREGA PREVISTA " TO LPD-SITUACAO
                 END-IF
              END-IF.
              MOVE LINHA-PED TO LINHA-REL.
              WRITE LINHA-REL.

       BUSCA-FORNECEDOR.
              IF FORNECEDOR = ZEROS
                 MOVE "SEM FORNECEDOR" TO WS-FORN-NOME
                 CLOSE ESTDEP.
              IF WS-TEM-RESERVAS = "S"
                 CLOSE RESERVAS.
              IF WS-TEM-PEDIDOS = "S"
                 CLOSE PEDIDOS
                 CLOSE PEDITENS.
              GOBACK.

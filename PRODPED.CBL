       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODPED.

      * PEDIDO DE COMPRA AUTOMATICO: PRODUTO ABAIXO DO PONTO DE
      * PEDIDO GERA ITEM NO PEDIDO DO SEU FORNECEDOR (PEDIDOS.DAT E
      * PEDITENS.DAT) E SAI IMPRESSO EM PEDCOMPRA.TXT. O QUE JA ESTA
      * A CAMINHO EM PEDIDO ABERTO (QTD CONFIRMADA PELO FORNECEDOR,
      * OU A PEDIDA ENQUANTO NAO HA CONFIRMACAO, MENOS O RECEBIDO)
      * CONTA COMO ESTOQUE. A TRANSMISSAO AO FORNECEDOR E FEITA PELO
      * PEDEXP E A CONFIRMACAO DELE ENTRA PELO PEDCONF. ENCOMENDAS DE
      * CLIENTE AINDA NAO PEDIDAS (ENCOMEND.DAT, PRODENC) ENTRAM NO
      * PEDIDO DO FORNECEDOR DO PRODUTO ALEM DA REPOSICAO E PASSAM A
      * P; O QUE ESTA A CAMINHO PARA ENCOMENDA NAO CONTA COMO ESTOQUE

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT ENCOMEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS EN-NUMERO
              FILE STATUS ARQST6.

              SELECT SORT-FILE ASSIGN TO DISK.

       DATA DIVISION.
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

       FD ARQ-CTRL LABEL RECORD STANDARD
                DATA RECORD IS REG-CTRL
                VALUE OF FILE-ID IS "PEDCOMPRA.TXT".
          01 LINHA-REL             PIC X(80).

       FD ENCOMEND LABEL RECORD STANDARD
                DATA RECORD IS REG-ENCOMENDA
                VALUE OF FILE-ID IS "ENCOMEND.DAT".
          01 REG-ENCOMENDA.
                02 EN-NUMERO      PIC 9(06).
                02 EN-DATA        PIC 9(08).
                02 EN-FONE        PIC 9(09).
                02 EN-CODIGO      PIC 9(13).
                02 EN-QTDADE      PIC 9(04).
                02 EN-SINAL       PIC 9(05)V99.
                02 EN-REGRA-SINAL PIC X(01).
                02 EN-PRAZO       PIC 9(03).
                02 EN-STATUS      PIC X(01).
                02 EN-PEDIDO      PIC 9(06).
                02 EN-DATA-CHEGADA PIC 9(08).
                02 EN-DATA-LIMITE PIC 9(08).
                02 EN-DATA-BAIXA  PIC 9(08).
                02 EN-SIT-SINAL   PIC X(01).
                02 EN-VALE        PIC 9(06).

       SD SORT-FILE.
          01 SR-REC.
                02 SR-FORNECEDOR  PIC 9(04).
                02 SR-QTDADE      PIC 9(04).
                02 SR-SUGERIDA    PIC 9(04).
                02 SR-UNID-MEDIDA PIC X(03).
                02 SR-ENCOMENDA   PIC 9(04).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-SORT           PIC X(01) VALUE "N".
          01 WS-PRIMEIRA           PIC X(01) VALUE "N".
          01 WS-CONT-PEDIDOS       PIC 9(04) VALUE ZEROS.
          01 WS-CONT-ITENS         PIC 9(04) VALUE ZEROS.
          01 WS-CONT-SEM-FORNEC    PIC 9(04) VALUE ZEROS.
          01 WS-CONT-EM-PEDIDO     PIC 9(04) VALUE ZEROS.
          01 WS-FIM-PED            PIC X(01) VALUE "N".
          01 WS-FIM-ITEM           PIC X(01) VALUE "N".
          01 WS-A-RECEBER          PIC S9(05) VALUE ZEROS.
          01 WS-EM-PEDIDO          PIC 9(05) VALUE ZEROS.
          01 WS-NUM-TP             PIC 9(04) VALUE ZEROS.
          01 WS-IDX-TP             PIC 9(04) VALUE ZEROS.
          01 TABELA-EM-PEDIDO.
                02 TP-LINHA OCCURS 1000 TIMES.
                   03 TP-CODIGO    PIC 9(13).
                   03 TP-QTDADE    PIC 9(05).
          01 WS-TEM-ENCOMEND       PIC X(01) VALUE "N".
          01 WS-FIM-ENC            PIC X(01) VALUE "N".
          01 WS-SUGERIDA           PIC 9(05) VALUE ZEROS.
          01 WS-ENCOMENDADO        PIC 9(05) VALUE ZEROS.
          01 WS-ENC-A-CAMINHO      PIC 9(05) VALUE ZEROS.
          01 WS-CONT-ENCOMENDAS    PIC 9(04) VALUE ZEROS.
          01 WS-NUM-TE             PIC 9(04) VALUE ZEROS.
          01 WS-IDX-TE             PIC 9(04) VALUE ZEROS.
          01 TABELA-ENCOMENDAS.
                02 TE-LINHA OCCURS 500 TIMES.
                   03 TE-CODIGO    PIC 9(13).
                   03 TE-ABERTA    PIC 9(05).
                   03 TE-PEDIDA    PIC 9(05).
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 LP-FORNECEDOR   PIC Z.ZZ9.
          01 LINHA-PED-CAB3        PIC X(80) VALUE
             "CODIGO  NOME                          ESTOQUE QTD.PEDIDA
      -      "UN  ENCOM".
          01 LINHA-DET.
                02 LD-CODIGO       PIC Z(12)9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SUGERIDA     PIC Z.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-UNID         PIC X(03).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-ENCOMENDA    PIC ZZZZ.
          01 LINHA-RESUMO1.
                02 FILLER          PIC X(25) VALUE
                   "PEDIDOS GERADOS:         ".
                02 FILLER          PIC X(30) VALUE
                   "ITENS BAIXOS SEM FORNECEDOR: ".
                02 LR-SEM-FORNEC   PIC ZZZ9.
          01 LINHA-RESUMO4.
                02 FILLER          PIC X(30) VALUE
                   "ITENS BAIXOS JA EM PEDIDO:   ".
                02 LR-EM-PEDIDO    PIC ZZZ9.
          01 LINHA-RESUMO5.
                02 FILLER          PIC X(30) VALUE
                   "ENCOMENDAS DE CLIENTE PEDIDAS:".
                02 LR-ENCOMENDAS   PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
                 CLOSE PEDITENS
                 OPEN I-O PEDITENS.
              OPEN OUTPUT RELATORIO.
              OPEN I-O ENCOMEND.
              IF ARQST6 = "00"
                 MOVE "S" TO WS-TEM-ENCOMEND
                 PERFORM CARREGA-ENCOMENDAS.
              PERFORM LE-CONTROLE.
              PERFORM CARREGA-EM-PEDIDO.

      * ENCOMENDAS POR PRODUTO: AS ABERTAS (A) VAO PARA O PEDIDO; AS
      * JA PEDIDAS (P) SAEM DO SALDO A RECEBER, POIS VAO PARA O
      * CLIENTE QUANDO CHEGAREM
       CARREGA-ENCOMENDAS.
              MOVE ZEROS TO EN-NUMERO.
              START ENCOMEND KEY IS GREATER THAN EN-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ENC
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-ENC
              END-START.
              PERFORM LE-ENCOMENDA UNTIL WS-FIM-ENC = "S".

       LE-ENCOMENDA.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ENC
                 NOT AT END
                    IF EN-STATUS = "A" OR EN-STATUS = "P"
                       PERFORM ACUMULA-ENCOMENDA
                    END-IF
              END-READ.

       ACUMULA-ENCOMENDA.
              PERFORM VARYING WS-IDX-TE FROM 1 BY 1
                      UNTIL WS-IDX-TE > WS-NUM-TE
                 IF TE-CODIGO(WS-IDX-TE) = EN-CODIGO
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-IDX-TE > WS-NUM-TE
                 IF WS-NUM-TE >= 500
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-TE
                 MOVE WS-NUM-TE TO WS-IDX-TE
                 MOVE EN-CODIGO TO TE-CODIGO(WS-IDX-TE)
                 MOVE ZEROS     TO TE-ABERTA(WS-IDX-TE)
                                   TE-PEDIDA(WS-IDX-TE).
              IF EN-STATUS = "A"
                 ADD EN-QTDADE TO TE-ABERTA(WS-IDX-TE)
              ELSE
                 ADD EN-QTDADE TO TE-PEDIDA(WS-IDX-TE).

       BUSCA-ENCOMENDAS.
              MOVE ZEROS TO WS-ENCOMENDADO.
              MOVE ZEROS TO WS-ENC-A-CAMINHO.
              PERFORM VARYING WS-IDX-TE FROM 1 BY 1
                      UNTIL WS-IDX-TE > WS-NUM-TE
                 IF TE-CODIGO(WS-IDX-TE) = CODIGO
                    MOVE TE-ABERTA(WS-IDX-TE) TO WS-ENCOMENDADO
                    MOVE TE-PEDIDA(WS-IDX-TE) TO WS-ENC-A-CAMINHO
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

      * SALDO A RECEBER DOS PEDIDOS ABERTOS, POR PRODUTO
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
                 MOVE ZEROS     TO TP-QTDADE(WS-IDX-TP).
              ADD WS-A-RECEBER TO TP-QTDADE(WS-IDX-TP).

       BUSCA-EM-PEDIDO.
              MOVE ZEROS TO WS-EM-PEDIDO.
              PERFORM VARYING WS-IDX-TP FROM 1 BY 1
                      UNTIL WS-IDX-TP > WS-NUM-TP
                 IF TP-CODIGO(WS-IDX-TP) = CODIGO
                    MOVE TP-QTDADE(WS-IDX-TP) TO WS-EM-PEDIDO
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

       LE-CONTROLE.
              OPEN INPUT ARQ-CTRL.
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    PERFORM AVALIA-PRODUTO
              END-READ.

      * REPOSICAO ATE O ESTOQUE MAXIMO PARA O PRODUTO ABAIXO DO PONTO
      * DE PEDIDO, MAIS AS ENCOMENDAS DE CLIENTE AINDA NAO PEDIDAS
       AVALIA-PRODUTO.
              MOVE ZEROS TO WS-SUGERIDA.
              PERFORM BUSCA-ENCOMENDAS.
              IF QTDADE < PONTO-PEDIDO
                 PERFORM BUSCA-EM-PEDIDO
                 IF WS-EM-PEDIDO > WS-ENC-A-CAMINHO
                    SUBTRACT WS-ENC-A-CAMINHO FROM WS-EM-PEDIDO
                 ELSE
                    MOVE ZEROS TO WS-EM-PEDIDO
                 END-IF
                 IF FORNECEDOR = ZEROS
                    ADD 1 TO WS-CONT-SEM-FORNEC
                 ELSE
                    IF QTDADE + WS-EM-PEDIDO NOT < PONTO-PEDIDO
                       ADD 1 TO WS-CONT-EM-PEDIDO
                    ELSE
                       IF ESTOQUE-MAX > QTDADE + WS-EM-PEDIDO
                          COMPUTE WS-SUGERIDA = ESTOQUE-MAX
                             - QTDADE - WS-EM-PEDIDO
                       END-IF
                    END-IF
                 END-IF
              END-IF.
              IF FORNECEDOR = ZEROS
                 EXIT PARAGRAPH.
              IF WS-SUGERIDA + WS-ENCOMENDADO = ZEROS
                 EXIT PARAGRAPH.
              MOVE FORNECEDOR     TO SR-FORNECEDOR.
              MOVE CODIGO         TO SR-CODIGO.
              MOVE NOME           TO SR-NOME.
              MOVE QTDADE         TO SR-QTDADE.
              COMPUTE SR-SUGERIDA = WS-SUGERIDA + WS-ENCOMENDADO.
              MOVE UNID-MEDIDA    TO SR-UNID-MEDIDA.
              MOVE WS-ENCOMENDADO TO SR-ENCOMENDA.
              RELEASE SR-REC.

       GERA-PEDIDOS.
              PERFORM TRATA-ITEM-ORDENADO UNTIL WS-FIM-SORT = "S".
              MOVE SR-FORNECEDOR TO PD-FORNECEDOR.
              MOVE "A"           TO PD-STATUS.
              MOVE ZEROS         TO PD-DATA-RECEB.
              MOVE ZEROS         TO PD-DATA-TRANSM.
              MOVE ZEROS         TO PD-DATA-CONF.
              MOVE ZEROS         TO PD-ENTREGA-PREV.
              WRITE REG-PED
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PEDIDO " WS-NUM-PEDIDO
              MOVE SR-CODIGO     TO PI-CODIGO.
              MOVE SR-SUGERIDA   TO PI-QTD-PEDIDA.
              MOVE ZEROS         TO PI-QTD-RECEBIDA.
              MOVE ZEROS         TO PI-QTD-CONFIRMADA.
              MOVE ZEROS         TO PI-ENTREGA-PREV.
              MOVE "N"           TO PI-CONFIRMADO.
              WRITE REG-PED-ITEM
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR ITEM DO PEDIDO "
              MOVE SR-QTDADE       TO LD-QTDADE.
              MOVE SR-SUGERIDA     TO LD-SUGERIDA.
              MOVE SR-UNID-MEDIDA  TO LD-UNID.
              MOVE SR-ENCOMENDA    TO LD-ENCOMENDA.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.
              IF SR-ENCOMENDA > ZEROS
                 PERFORM MARCA-ENCOMENDAS.

      * AS ENCOMENDAS ABERTAS DO PRODUTO PASSAM A PEDIDAS NESTE PEDIDO
       MARCA-ENCOMENDAS.
              MOVE ZEROS TO EN-NUMERO.
              START ENCOMEND KEY IS GREATER THAN EN-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ENC
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-ENC
              END-START.
              PERFORM MARCA-ENCOMENDA UNTIL WS-FIM-ENC = "S".

       MARCA-ENCOMENDA.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ENC
                 NOT AT END
                    IF EN-STATUS = "A" AND EN-CODIGO = SR-CODIGO
                       MOVE "P"           TO EN-STATUS
                       MOVE WS-NUM-PEDIDO TO EN-PEDIDO
                       REWRITE REG-ENCOMENDA
                          INVALID KEY
                             DISPLAY "ERRO AO MARCAR A ENCOMENDA "
                                     EN-NUMERO
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-ENCOMENDAS
                       END-REWRITE
                    END-IF
              END-READ.

       FINALIZA.
              MOVE LINHA-BRANCO TO LINHA-REL.
              MOVE WS-CONT-SEM-FORNEC TO LR-SEM-FORNEC.
              MOVE LINHA-RESUMO3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-EM-PEDIDO TO LR-EM-PEDIDO.
              MOVE LINHA-RESUMO4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-ENCOMENDAS TO LR-ENCOMENDAS.
              MOVE LINHA-RESUMO5 TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "DOCUMENTO GERADO: PEDCOMPRA.TXT".
              DISPLAY "PEDIDOS GERADOS: " WS-CONT-PEDIDOS.
              DISPLAY "ITENS PEDIDOS: " WS-CONT-ITENS.
              CLOSE PEDIDOS.
              CLOSE PEDITENS.
              CLOSE RELATORIO.
              IF WS-TEM-ENCOMEND = "S"
                 CLOSE ENCOMEND.
              STOP RUN.

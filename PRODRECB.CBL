              RECORD KEY IS LT-CHAVE
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

              SELECT CONSIG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CG-CODIGO
              FILE STATUS ARQST10.

              SELECT ENCOMEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS EN-NUMERO
              FILE STATUS ARQST11.

              SELECT RESERVAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS RS-CHAVE
              FILE STATUS ARQST12.

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

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                02 LT-VALIDADE    PIC 9(08).
                02 LT-QTDADE      PIC 9(04).

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

      * MERCADORIA EM CONSIGNACAO: CONTINUA DO FORNECEDOR ATE SER
      * VENDIDA. CG-SALDO E O QUE AINDA ESTA NA LOJA SEM ACERTO;
      * O CONSACER GERA O TITULO DO QUE VENDEU ATE CG-DATA-ACERTO
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

      * ENCOMENDAS DE CLIENTE (PRODENC); A PEDIDA (P) QUE CHEGA FICA
      * RESERVADA PARA O CLIENTE (C) ATE EN-DATA-LIMITE
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

       FD RESERVAS LABEL RECORD STANDARD
                DATA RECORD IS REG-RESERVA
                VALUE OF FILE-ID IS "RESERVAS.DAT".
          01 REG-RESERVA.
                02 RS-CHAVE.
                   03 RS-CODIGO   PIC 9(13).
                   03 RS-FONE     PIC 9(09).
                02 RS-QTDADE      PIC 9(04).
                02 RS-VALIDADE    PIC 9(08).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 ARQST8                PIC X(02).
          01 ARQST9                PIC X(02).
          01 ARQST10               PIC X(02).
          01 ARQST11               PIC X(02).
          01 ARQST12               PIC X(02).
          01 WS-TEM-ENCOMEND       PIC X(01) VALUE "N".
          01 WS-FIM-ENC            PIC X(01) VALUE "N".
          01 WS-SALDO-ENC          PIC 9(04) VALUE ZEROS.
          01 WS-CONT-AVISAR        PIC 9(04) VALUE ZEROS.
          01 WS-CONSIGNADO         PIC X(01) VALUE "N".
          01 WS-CONSIG-OK          PIC X(01) VALUE "S".
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-ONTEM              PIC 9(08) VALUE ZEROS.
          01 WS-TEM-SERIES         PIC X(01) VALUE "N".
          01 WS-SERIE              PIC X(20) VALUE SPACES.
          01 WS-CONT-SERIE         PIC 9(04) VALUE ZEROS.
          01 WS-NUM-UNIDADE        PIC 9(04) VALUE ZEROS.
          01 WS-LOTE               PIC X(10) VALUE SPACES.
          01 WS-VALIDADE-LOTE      PIC 9(08) VALUE ZEROS.
          01 WS-FORN-NOTA          PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-ONTEM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-HOJE) - 1).
              DISPLAY "RECEBIMENTO DE MERCADORIAS".
              DISPLAY "IDENTIFICACAO DO OPERADOR: ".
              ACCEPT WS-OPERADOR.
              PERFORM ABRE-ARQ.
              PERFORM ENTRA-PEDIDO.
              PERFORM ENTRA-CONSIGNACAO.
              PERFORM ENTRA-DEPOSITO UNTIL WS-DEPOSITO > ZEROS.
              PERFORM RECEBE-ITEM UNTIL WS-FIM-ITENS = "S".
              IF WS-TEM-PEDIDO = "S"
                 OPEN OUTPUT LOTES
                 CLOSE LOTES
                 OPEN I-O LOTES.
              OPEN INPUT SERPROD.
              IF ARQST8 = "00"
                 MOVE "S" TO WS-TEM-SERIES
                 OPEN I-O SERIES
                 IF ARQST9 NOT = "00"
                    OPEN OUTPUT SERIES
                    CLOSE SERIES
                    OPEN I-O SERIES
                 END-IF
              END-IF.
              OPEN I-O CONSIG.
              IF ARQST10 NOT = "00"
                 OPEN OUTPUT CONSIG
                 CLOSE CONSIG
                 OPEN I-O CONSIG.
              OPEN I-O ENCOMEND.
              IF ARQST11 = "00"
                 MOVE "S" TO WS-TEM-ENCOMEND
                 OPEN I-O RESERVAS
                 IF ARQST12 NOT = "00"
                    OPEN OUTPUT RESERVAS
                    CLOSE RESERVAS
                    OPEN I-O RESERVAS
                 END-IF
              END-IF.

      * NOTA DE CONSIGNACAO: A MERCADORIA ENTRA NO ESTOQUE MAS
      * CONTINUA DO FORNECEDOR; NAO GERA TITULO A PAGAR
       ENTRA-CONSIGNACAO.
              DISPLAY "RECEBIMENTO EM CONSIGNACAO (S/N): ".
              ACCEPT WS-CONSIGNADO.
              IF WS-CONSIGNADO = "s"
                 MOVE "S" TO WS-CONSIGNADO.
              IF WS-CONSIGNADO NOT = "S"
                 MOVE "N" TO WS-CONSIGNADO
                 EXIT PARAGRAPH.
              IF WS-FORN-NOTA = ZEROS
                 PERFORM ENTRA-FORNECEDOR-NOTA
                    UNTIL WS-FORN-NOTA > ZEROS.
              DISPLAY "CONSIGNACAO DO FORNECEDOR " WS-FORN-NOTA.

       ENTRA-DEPOSITO.
              DISPLAY "DEPOSITO DE ENTRADA (01-LOJA 02-GALPAO): ".
                          MOVE PD-FORNECEDOR TO WS-FORN-NOTA
                          DISPLAY "PEDIDO DO FORNECEDOR "
                                  PD-FORNECEDOR
                          PERFORM MOSTRA-CONFIRMACAO
                          PERFORM ESCOLHE-ACAO-PEDIDO
                       ELSE
                          DISPLAY "PEDIDO NAO ESTA ABERTO"
                       END-IF
                 END-READ.

      * SITUACAO DO PEDIDO JUNTO AO FORNECEDOR (PEDEXP/PEDCONF)
       MOSTRA-CONFIRMACAO.
              IF PD-DATA-TRANSM = ZEROS
                 DISPLAY "PEDIDO NAO TRANSMITIDO AO FORNECEDOR"
              ELSE
                 IF PD-DATA-CONF = ZEROS
                    DISPLAY "TRANSMITIDO EM " PD-DATA-TRANSM
                            " - SEM CONFIRMACAO DO FORNECEDOR"
                 ELSE
                    DISPLAY "CONFIRMADO EM " PD-DATA-CONF
                            " - ENTREGA PROMETIDA " PD-ENTREGA-PREV
                    IF DATA-SIS > PD-ENTREGA-PREV
                       DISPLAY "ENTREGA EM ATRASO"
                    END-IF
                 END-IF
              END-IF.

      * UM PEDIDO ABERTO PODE SER RECEBIDO OU CANCELADO; O
      * CANCELAMENTO (STATUS C) ENCERRA O PEDIDO SEM MOVIMENTAR
      * ESTOQUE E VOLTA A PEDIR OUTRO NUMERO
                    IF WS-CUSTO-NOTA = ZEROS
                       DISPLAY "CUSTO INVALIDO"
                    ELSE
                       PERFORM CONFERE-CONSIGNACAO
                       IF WS-CONSIG-OK = "S"
                          PERFORM APLICA-RECEBIMENTO
                       END-IF
                    END-IF
                 END-IF
              END-IF.
              COMPUTE WS-VALOR-ANTIGO = QTDADE * UNITARIO.
              COMPUTE WS-VALOR-RECEBIDO =
                 WS-QTD-RECEBIDA * WS-CUSTO-NOTA.
              IF WS-CONSIGNADO = "S"
                 IF UNITARIO = ZEROS
                    MOVE WS-CUSTO-NOTA TO UNITARIO
                 END-IF
              ELSE
                 COMPUTE UNITARIO ROUNDED =
                    (WS-VALOR-ANTIGO + WS-VALOR-RECEBIDO)
                    / (QTDADE + WS-QTD-RECEBIDA)
              END-IF.
              ADD WS-QTD-RECEBIDA TO QTDADE.
              COMPUTE TOTAL = QTDADE * UNITARIO.
              REWRITE REG-PROD
                       PERFORM BAIXA-ITEM-PEDIDO
                    END-IF
                    PERFORM ENTRA-LOTE
                    PERFORM ENTRA-SERIES
                    IF WS-CONSIGNADO = "S"
                       PERFORM GRAVA-CONSIGNACAO
                    END-IF
                    IF WS-TEM-ENCOMEND = "S"
                       PERFORM ATENDE-ENCOMENDAS
                    END-IF
                    DISPLAY "NOVO CUSTO MEDIO: " UNITARIO
                    DISPLAY "NOVA QUANTIDADE:  " QTDADE
              END-REWRITE.

      * UM PRODUTO SO FICA EM CONSIGNACAO COM UM FORNECEDOR POR VEZ
       CONFERE-CONSIGNACAO.
              MOVE "S" TO WS-CONSIG-OK.
              IF WS-CONSIGNADO = "N"
                 EXIT PARAGRAPH.
              MOVE CODIGO TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF CG-FORNECEDOR NOT = WS-FORN-NOTA AND CG-SALDO > ZEROS
                 DISPLAY "PRODUTO EM CONSIGNACAO DO FORNECEDOR "
                         CG-FORNECEDOR " - ITEM NAO RECEBIDO"
                 MOVE "N" TO WS-CONSIG-OK.

      * O CUSTO COMBINADO DO SALDO EM CONSIGNACAO E A MEDIA DAS
      * ENTRADAS AINDA NAO ACERTADAS
       GRAVA-CONSIGNACAO.
              MOVE CODIGO TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    MOVE CODIGO          TO CG-CODIGO
                    MOVE WS-FORN-NOTA    TO CG-FORNECEDOR
                    MOVE WS-QTD-RECEBIDA TO CG-SALDO
                    MOVE WS-CUSTO-NOTA   TO CG-CUSTO
                    MOVE WS-QTD-RECEBIDA TO CG-QTD-RECEBIDA
                    MOVE ZEROS           TO CG-QTD-ACERTADA
                    MOVE ZEROS           TO CG-QTD-DEVOLVIDA
                    MOVE WS-HOJE         TO CG-DATA-ENTRADA
                    MOVE WS-ONTEM        TO CG-DATA-ACERTO
                    WRITE REG-CONSIG
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR A CONSIGNACAO"
                    END-WRITE
                 NOT INVALID KEY
                    IF CG-SALDO = ZEROS
                       MOVE WS-CUSTO-NOTA TO CG-CUSTO
                    ELSE
                       COMPUTE CG-CUSTO ROUNDED =
                          (CG-SALDO * CG-CUSTO + WS-VALOR-RECEBIDO)
                          / (CG-SALDO + WS-QTD-RECEBIDA)
                    END-IF
                    MOVE WS-FORN-NOTA TO CG-FORNECEDOR
                    ADD WS-QTD-RECEBIDA TO CG-SALDO
                    ADD WS-QTD-RECEBIDA TO CG-QTD-RECEBIDA
                    MOVE WS-HOJE TO CG-DATA-ENTRADA
                    REWRITE REG-CONSIG
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR A CONSIGNACAO"
                    END-REWRITE
              END-READ.
              DISPLAY "EM CONSIGNACAO: " CG-SALDO.

      * A QUANTIDADE RECEBIDA ATENDE AS ENCOMENDAS PEDIDAS DO PRODUTO
      * POR ORDEM DE NUMERO; A QUE COUBER INTEIRA FICA RESERVADA PARA
      * O CLIENTE ATE A CHEGADA MAIS O PRAZO DA ENCOMENDA E ENTRA NA
      * LISTA DE AVISO DO PRODENC; A QUE NAO COUBER ESPERA A PROXIMA
      * ENTREGA
       ATENDE-ENCOMENDAS.
              MOVE WS-QTD-RECEBIDA TO WS-SALDO-ENC.
              MOVE ZEROS TO EN-NUMERO.
              START ENCOMEND KEY IS GREATER THAN EN-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ENC
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-ENC
              END-START.
              PERFORM ATENDE-ENCOMENDA
                 UNTIL WS-FIM-ENC = "S" OR WS-SALDO-ENC = ZEROS.

       ATENDE-ENCOMENDA.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ENC
                 NOT AT END
                    IF EN-STATUS = "P" AND EN-CODIGO = CODIGO
                       AND EN-QTDADE NOT > WS-SALDO-ENC
                       PERFORM RESERVA-ENCOMENDA
                    END-IF
              END-READ.

       RESERVA-ENCOMENDA.
              MOVE "C"      TO EN-STATUS.
              MOVE WS-HOJE  TO EN-DATA-CHEGADA.
              COMPUTE EN-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-HOJE) + EN-PRAZO).
              REWRITE REG-ENCOMENDA
                 INVALID KEY
                    DISPLAY "ERRO AO ATUALIZAR A ENCOMENDA " EN-NUMERO
                    EXIT PARAGRAPH
              END-REWRITE.
              SUBTRACT EN-QTDADE FROM WS-SALDO-ENC.
              MOVE EN-CODIGO TO RS-CODIGO.
              MOVE EN-FONE   TO RS-FONE.
              READ RESERVAS
                 INVALID KEY
                    MOVE EN-CODIGO      TO RS-CODIGO
                    MOVE EN-FONE        TO RS-FONE
                    MOVE EN-QTDADE      TO RS-QTDADE
                    MOVE EN-DATA-LIMITE TO RS-VALIDADE
                    WRITE REG-RESERVA
                       INVALID KEY
                          DISPLAY "ERRO AO RESERVAR A ENCOMENDA"
                    END-WRITE
                 NOT INVALID KEY
                    ADD EN-QTDADE TO RS-QTDADE
                    IF EN-DATA-LIMITE > RS-VALIDADE
                       MOVE EN-DATA-LIMITE TO RS-VALIDADE
                    END-IF
                    REWRITE REG-RESERVA
                       INVALID KEY
                          DISPLAY "ERRO AO RESERVAR A ENCOMENDA"
                    END-REWRITE
              END-READ.
              ADD 1 TO WS-CONT-AVISAR.
              DISPLAY "ENCOMENDA " EN-NUMERO " RESERVADA PARA O "
                      "CLIENTE " EN-FONE " - AVISAR".

       CREDITA-DEPOSITO.
              PERFORM SEMEIA-DEPOSITOS.
              MOVE CODIGO      TO ED-CODIGO.
                    END-REWRITE
              END-READ.

      * PRODUTO CONTROLADO POR SERIE (SERPROD.DAT, MANTIDO PELO
      * SERINC) ENTRA COM O NUMERO DE SERIE DE CADA UNIDADE EM
      * SERIES.DAT; SERIE JA DEVOLVIDA AO FORNECEDOR PODE VOLTAR
       ENTRA-SERIES.
              IF WS-TEM-SERIES = "N"
                 EXIT PARAGRAPH.
              MOVE CODIGO TO SP-CODIGO.
              READ SERPROD
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY "PRODUTO COM NUMERO DE SERIE - INFORME "
                      WS-QTD-RECEBIDA " SERIE(S)".
              MOVE ZEROS TO WS-CONT-SERIE.
              PERFORM ENTRA-SERIE
                 UNTIL WS-CONT-SERIE = WS-QTD-RECEBIDA.

       ENTRA-SERIE.
              COMPUTE WS-NUM-UNIDADE = WS-CONT-SERIE + 1.
              DISPLAY "SERIE DA UNIDADE " WS-NUM-UNIDADE ": ".
              MOVE SPACES TO WS-SERIE.
              ACCEPT WS-SERIE.
              IF WS-SERIE = SPACES
                 DISPLAY "SERIE OBRIGATORIA"
                 EXIT PARAGRAPH.
              MOVE CODIGO   TO SR-CODIGO.
              MOVE WS-SERIE TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    PERFORM GRAVA-SERIE
                    WRITE REG-SERIE
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR A SERIE"
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-SERIE
                    END-WRITE
                 NOT INVALID KEY
                    IF SR-STATUS = "F"
                       PERFORM GRAVA-SERIE
                       REWRITE REG-SERIE
                          INVALID KEY
                             DISPLAY "ERRO AO GRAVAR A SERIE"
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-SERIE
                       END-REWRITE
                    ELSE
                       DISPLAY "SERIE JA CONSTA DO ESTOQUE OU VENDIDA"
                    END-IF
              END-READ.

       GRAVA-SERIE.
              MOVE CODIGO   TO SR-CODIGO.
              MOVE WS-SERIE TO SR-SERIE.
              MOVE "E"      TO SR-STATUS.
              MOVE DATA-SIS TO SR-DATA-ENTRADA.
              IF WS-FORN-NOTA > ZEROS
                 MOVE WS-FORN-NOTA TO SR-FORNECEDOR
              ELSE
                 MOVE FORNECEDOR   TO SR-FORNECEDOR.
              MOVE WS-NUM-PEDIDO TO SR-PEDIDO.
              MOVE ZEROS    TO SR-CUPOM
                               SR-SEQ
                               SR-DATA-VENDA
                               SR-CLIENTE
                               SR-DATA-SAIDA.

       GRAVA-MOVIMENTO.
              MOVE DATA-SIS        TO MV-DATA.
              MOVE CODIGO          TO MV-CODIGO.
                       IF PI-CODIGO = WS-CODIGO
                          MOVE "S" TO WS-ACHOU-ITEM
                          ADD WS-QTD-RECEBIDA TO PI-QTD-RECEBIDA
                          IF PI-CONFIRMADO = "S"
                             AND PI-QTD-RECEBIDA > PI-QTD-CONFIRMADA
                             DISPLAY "RECEBIDO ACIMA DO CONFIRMADO ("
                                     PI-QTD-CONFIRMADA ")"
                          END-IF
                          REWRITE REG-PED-ITEM
                             INVALID KEY
                                DISPLAY "ERRO AO BAIXAR ITEM DO PEDIDO"
                    END-IF
              END-READ.

      * ITEM CONFIRMADO PELO FORNECEDOR FICA PENDENTE SO ATE A
      * QUANTIDADE ACEITA; SEM CONFIRMACAO VALE A QUANTIDADE PEDIDA
       ATUALIZA-STATUS-PEDIDO.
              MOVE "N" TO WS-PENDENTE.
              MOVE WS-NUM-PEDIDO TO PI-NUMERO.
                    IF PI-NUMERO NOT = WS-NUM-PEDIDO
                       MOVE "S" TO WS-FIM-PED
                    ELSE
                       IF PI-CONFIRMADO = "S"
                          IF PI-QTD-RECEBIDA < PI-QTD-CONFIRMADA
                             MOVE "S" TO WS-PENDENTE
                          END-IF
                       ELSE
                          IF PI-QTD-RECEBIDA < PI-QTD-PEDIDA
                             MOVE "S" TO WS-PENDENTE
                          END-IF
                       END-IF
                    END-IF
              END-READ.

       FINALIZA.
              DISPLAY "ITENS RECEBIDOS: " WS-CONT-ITENS.
              IF WS-CONT-AVISAR > ZEROS
                 DISPLAY "ENCOMENDAS DE CLIENTE A AVISAR: "
                         WS-CONT-AVISAR " (PRODENC, OPCAO A)".
              IF WS-CONT-ITENS > ZEROS
                 IF WS-CONSIGNADO = "S"
                    DISPLAY "CONSIGNACAO RECEBIDA: " WS-VALOR-NOTA
                            " - SEM TITULO A PAGAR"
                 ELSE
                    PERFORM GRAVA-CONTA-PAGAR
                 END-IF
              END-IF.
              CLOSE PRODUTOS.
              CLOSE PEDIDOS.
              CLOSE PEDITENS.
              CLOSE ESTDEP.
              CLOSE CONTAPAG.
              CLOSE LOTES.
              IF WS-TEM-SERIES = "S"
                 CLOSE SERPROD
                 CLOSE SERIES.
              CLOSE CONSIG.
              IF WS-TEM-ENCOMEND = "S"
                 CLOSE ENCOMEND
                 CLOSE RESERVAS.
              STOP RUN.

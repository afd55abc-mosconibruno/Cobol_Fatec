      * E MOSTRA, POR FORNECEDOR, O PRAZO MEDIO DE ENTREGA (PD-DATA
      * ATE PD-DATA-RECEB), O PERCENTUAL ATENDIDO (RECEBIDO SOBRE
      * PEDIDO) E OS PEDIDOS AINDA ABERTOS EMITIDOS ANTES DA DATA DE
      * CORTE INFORMADA. PARA OS PEDIDOS TRANSMITIDOS (PEDEXP) MOSTRA
      * AINDA O PERCENTUAL CONFIRMADO PELO FORNECEDOR (PEDCONF), O
      * PERCENTUAL DA QUANTIDADE ACEITA E AS ENTREGAS FORA DO PRAZO
      * PROMETIDO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
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

       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FORN
                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "FORNREL.TXT".
          01 LINHA-REL             PIC X(123).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 WS-FIM-ITEM           PIC X(01) VALUE "N".
          01 WS-TEM-CADFORN        PIC X(01) VALUE "N".
          01 WS-DATA-CORTE         PIC 9(08) VALUE ZEROS.
          01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
          01 WS-INT-PEDIDO         PIC 9(07) VALUE ZEROS.
          01 WS-INT-RECEB          PIC 9(07) VALUE ZEROS.
          01 WS-LEAD               PIC 9(05) VALUE ZEROS.
                   03 TF-QTD-PED   PIC 9(08).
                   03 TF-QTD-REC   PIC 9(08).
                   03 TF-ABERTOS   PIC 9(05).
                   03 TF-TRANSM    PIC 9(05).
                   03 TF-CONFIRM   PIC 9(05).
                   03 TF-FORA-PRAZO PIC 9(05).
                   03 TF-QTD-PED-CONF PIC 9(08).
                   03 TF-QTD-CONF  PIC 9(08).
          01 LINHA-CAB1.
                02 FILLER          PIC X(44) VALUE
                   "DESEMPENHO DE FORNECEDORES - CORTE ABERTOS ".
                02 LC-CORTE        PIC 9(08).
          01 LINHA-CAB2            PIC X(123) VALUE
             "FORN  NOME                            PEDIDOS RECEB  LE
      -      "AD MEDIO  ATENDIDO%  ABERTOS EM ATRASO  CONF%  ACEITO% FOR
      -      "A PRAZO".
          01 LINHA-DET.
                02 LD-CODIGO       PIC 9(04).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-FILL         PIC ZZ9,9.
                02 FILLER          PIC X(09) VALUE SPACES.
                02 LD-ABERTOS      PIC ZZZZ9.
                02 FILLER          PIC X(09) VALUE SPACES.
                02 LD-CONF         PIC ZZ9,9.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LD-ACEITE       PIC ZZ9,9.
                02 FILLER          PIC X(05) VALUE SPACES.
                02 LD-FORA-PRAZO   PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
              DISPLAY "DESEMPENHO DE FORNECEDORES".
              DISPLAY "DATA DE CORTE PARA PEDIDOS ABERTOS "
                      "(AAAAMMDD): ".
                          AND PD-DATA < WS-DATA-CORTE
                          ADD 1 TO TF-ABERTOS(WS-IDX)
                       END-IF
                       PERFORM ACUMULA-CONFIRMACAO
                       PERFORM ACUMULA-ITENS-PEDIDO
                    END-IF
              END-READ.
                               TF-SOMA-LEAD(WS-IDX)
                               TF-QTD-PED(WS-IDX)
                               TF-QTD-REC(WS-IDX)
                               TF-ABERTOS(WS-IDX)
                               TF-TRANSM(WS-IDX)
                               TF-CONFIRM(WS-IDX)
                               TF-FORA-PRAZO(WS-IDX)
                               TF-QTD-PED-CONF(WS-IDX)
                               TF-QTD-CONF(WS-IDX).

      * PEDIDO TRANSMITIDO QUE O FORNECEDOR CONFIRMOU E ENTREGA FORA
      * DO PRAZO PROMETIDO (RECEBIDO DEPOIS DA DATA PROMETIDA OU
      * AINDA ABERTO COM A DATA JA VENCIDA)
       ACUMULA-CONFIRMACAO.
              IF PD-DATA-TRANSM NOT NUMERIC
                 OR PD-DATA-TRANSM = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO TF-TRANSM(WS-IDX).
              IF PD-DATA-CONF = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO TF-CONFIRM(WS-IDX).
              IF PD-ENTREGA-PREV > ZEROS
                 IF PD-STATUS = "R"
                    IF PD-DATA-RECEB > PD-ENTREGA-PREV
                       ADD 1 TO TF-FORA-PRAZO(WS-IDX)
                    END-IF
                 ELSE
                    IF PD-STATUS = "A"
                       AND WS-DATA-HOJE > PD-ENTREGA-PREV
                       ADD 1 TO TF-FORA-PRAZO(WS-IDX)
                    END-IF
                 END-IF
              END-IF.

       ACUMULA-ITENS-PEDIDO.
              MOVE PD-NUMERO TO PI-NUMERO.
                    ELSE
                       ADD PI-QTD-PEDIDA TO TF-QTD-PED(WS-IDX)
                       ADD PI-QTD-RECEBIDA TO TF-QTD-REC(WS-IDX)
                       IF PI-CONFIRMADO = "S"
                          ADD PI-QTD-PEDIDA TO TF-QTD-PED-CONF(WS-IDX)
                          ADD PI-QTD-CONFIRMADA TO TF-QTD-CONF(WS-IDX)
                       END-IF
                    END-IF
              END-READ.

              ELSE
                 MOVE ZEROS TO LD-FILL.
              MOVE TF-ABERTOS(WS-IDX) TO LD-ABERTOS.
              IF TF-TRANSM(WS-IDX) > ZEROS
                 COMPUTE WS-CALC ROUNDED =
                    TF-CONFIRM(WS-IDX) * 100 / TF-TRANSM(WS-IDX)
                 MOVE WS-CALC TO LD-CONF
              ELSE
                 MOVE ZEROS TO LD-CONF.
              IF TF-QTD-PED-CONF(WS-IDX) > ZEROS
                 COMPUTE WS-CALC ROUNDED =
                    TF-QTD-CONF(WS-IDX) * 100 / TF-QTD-PED-CONF(WS-IDX)
                 MOVE WS-CALC TO LD-ACEITE
              ELSE
                 MOVE ZEROS TO LD-ACEITE.
              MOVE TF-FORA-PRAZO(WS-IDX) TO LD-FORA-PRAZO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.


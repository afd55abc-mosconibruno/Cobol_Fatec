       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PEDCONF.

      * CONFIRMACAO DE PEDIDO PELO FORNECEDOR: LE PEDCONF.TXT (UMA
      * LINHA POR ITEM COM PEDIDO, SEQ, QUANTIDADE ACEITA E DATA
      * PROMETIDA DE ENTREGA) E GRAVA EM PEDITENS A QUANTIDADE
      * CONFIRMADA E A DATA PROMETIDA DO ITEM; O PEDIDO FICA COM A
      * DATA DA CONFIRMACAO E A MAIOR DATA PROMETIDA DOS SEUS ITENS.
      * ACEITE MAIOR QUE O PEDIDO E LIMITADO AO PEDIDO. EM SEGUIDA
      * LISTA OS PEDIDOS TRANSMITIDOS (PEDEXP) HA MAIS DE N DIAS SEM
      * NENHUMA CONFIRMACAO. RELATORIO EM CONFPED.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-CONF ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT PEDIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PD-NUMERO
              FILE STATUS ARQST2.

              SELECT PEDITENS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PI-CHAVE
              FILE STATUS ARQST3.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONF LABEL RECORD STANDARD
                DATA RECORD IS REG-CONF
                VALUE OF FILE-ID IS "PEDCONF.TXT".
          01 REG-CONF.
                02 CF-PEDIDO      PIC 9(06).
                02 CF-SEQ         PIC 9(03).
                02 CF-QTD-ACEITA  PIC 9(04).
                02 CF-ENTREGA     PIC 9(08).

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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CONFPED.TXT".
          01 LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-TEM-CONF           PIC X(01) VALUE "N".
          01 WS-DIAS-LIMITE        PIC 9(03) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-TRANSM         PIC 9(07) VALUE ZEROS.
          01 WS-DIAS               PIC 9(05) VALUE ZEROS.
          01 WS-OCORRENCIA         PIC X(20) VALUE SPACES.
          01 WS-CONT-LIDAS         PIC 9(05) VALUE ZEROS.
          01 WS-CONT-CONFIRMADAS   PIC 9(05) VALUE ZEROS.
          01 WS-CONT-REJEITADAS    PIC 9(05) VALUE ZEROS.
          01 WS-CONT-SEM-CONF      PIC 9(05) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-DATA-HOJE REDEFINES DATA-SIS PIC 9(08).
          01 LINHA-BRANCO          PIC X(80) VALUE SPACES.
          01 LINHA-CAB1.
                02 FILLER          PIC X(33) VALUE
                   "CONFIRMACAO DE PEDIDOS - DATA ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(80) VALUE
             "PEDIDO SEQ CODIGO        PEDIDA ACEITA ENTREGA   OCORRE
      -      "NCIA".
          01 LINHA-DET.
                02 LD-PEDIDO       PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-SEQ          PIC 9(03).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CODIGO       PIC Z(12)9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-PEDIDA       PIC Z.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-ACEITA       PIC Z.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-ENTREGA      PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-OCORRENCIA   PIC X(20).
          01 LINHA-CAB3.
                02 FILLER          PIC X(40) VALUE
                   "PEDIDOS TRANSMITIDOS SEM CONFIRMACAO HA ".
                02 LC-DIAS         PIC ZZ9.
                02 FILLER          PIC X(14) VALUE " DIAS OU MAIS".
          01 LINHA-CAB4            PIC X(80) VALUE
             "PEDIDO  FORN  EMISSAO   TRANSMISSAO  DIAS".
          01 LINHA-EXC.
                02 LE-PEDIDO       PIC 9(06).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-FORNECEDOR   PIC 9(04).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-DATA         PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-TRANSM       PIC 9(08).
                02 FILLER          PIC X(04) VALUE SPACES.
                02 LE-DIAS         PIC ZZZ9.
          01 LINHA-RESUMO1.
                02 FILLER          PIC X(25) VALUE
                   "LINHAS LIDAS:            ".
                02 LR-LIDAS        PIC ZZZZ9.
                02 FILLER          PIC X(16) VALUE "  CONFIRMADAS: ".
                02 LR-CONFIRMADAS  PIC ZZZZ9.
                02 FILLER          PIC X(16) VALUE "  REJEITADAS: ".
                02 LR-REJEITADAS   PIC ZZZZ9.
          01 LINHA-RESUMO2.
                02 FILLER          PIC X(25) VALUE
                   "PEDIDOS SEM CONFIRMACAO: ".
                02 LR-SEM-CONF     PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "CONFIRMACAO DE PEDIDOS PELO FORNECEDOR".
              DISPLAY "DIAS SEM CONFIRMACAO PARA COBRAR O FORNECEDOR "
                      "(0 = 3): ".
              ACCEPT WS-DIAS-LIMITE.
              IF WS-DIAS-LIMITE = ZEROS
                 MOVE 3 TO WS-DIAS-LIMITE.
              PERFORM ABRE-ARQ.
              IF WS-TEM-CONF = "S"
                 PERFORM PROCESSA-CONFIRMACAO UNTIL WS-FIM = "S"
              ELSE
                 DISPLAY "SEM ARQUIVO DE CONFIRMACAO (PEDCONF.TXT)".
              PERFORM LISTA-SEM-CONFIRMACAO.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O PEDIDOS.
              IF ARQST2 NOT = "00"
                 DISPLAY "ARQUIVO DE PEDIDOS AUSENTE"
                 STOP RUN.
              OPEN I-O PEDITENS.
              IF ARQST3 NOT = "00"
                 DISPLAY "ARQUIVO DE ITENS DE PEDIDO AUSENTE"
                 CLOSE PEDIDOS
                 STOP RUN.
              OPEN INPUT ARQ-CONF.
              IF ARQST = "00"
                 MOVE "S" TO WS-TEM-CONF.
              OPEN OUTPUT RELATORIO.
              MOVE WS-DATA-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

       PROCESSA-CONFIRMACAO.
              READ ARQ-CONF
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDAS
                    PERFORM CONFIRMA-ITEM
              END-READ.

       CONFIRMA-ITEM.
              MOVE ZEROS  TO PI-CODIGO.
              MOVE ZEROS  TO PI-QTD-PEDIDA.
              MOVE SPACES TO WS-OCORRENCIA.
              IF CF-PEDIDO NOT NUMERIC OR CF-SEQ NOT NUMERIC
                 OR CF-QTD-ACEITA NOT NUMERIC
                 OR CF-ENTREGA NOT NUMERIC
                 MOVE "LINHA INVALIDA" TO WS-OCORRENCIA
                 PERFORM REJEITA-LINHA
                 EXIT PARAGRAPH.
              MOVE CF-PEDIDO TO PD-NUMERO.
              READ PEDIDOS
                 INVALID KEY
                    MOVE "PEDIDO INEXISTENTE" TO WS-OCORRENCIA
              END-READ.
              IF WS-OCORRENCIA NOT = SPACES
                 PERFORM REJEITA-LINHA
                 EXIT PARAGRAPH.
              IF PD-STATUS NOT = "A"
                 MOVE "PEDIDO NAO ABERTO" TO WS-OCORRENCIA
                 PERFORM REJEITA-LINHA
                 EXIT PARAGRAPH.
              MOVE CF-PEDIDO TO PI-NUMERO.
              MOVE CF-SEQ    TO PI-SEQ.
              READ PEDITENS
                 INVALID KEY
                    MOVE "ITEM INEXISTENTE" TO WS-OCORRENCIA
              END-READ.
              IF WS-OCORRENCIA NOT = SPACES
                 PERFORM REJEITA-LINHA
                 EXIT PARAGRAPH.
              IF CF-QTD-ACEITA > PI-QTD-PEDIDA
                 MOVE "ACEITE ACIMA PEDIDO" TO WS-OCORRENCIA
                 MOVE PI-QTD-PEDIDA TO PI-QTD-CONFIRMADA
              ELSE
                 MOVE CF-QTD-ACEITA TO PI-QTD-CONFIRMADA
                 IF CF-QTD-ACEITA = ZEROS
                    MOVE "ITEM RECUSADO" TO WS-OCORRENCIA
                 ELSE
                    IF CF-QTD-ACEITA < PI-QTD-PEDIDA
                       MOVE "ACEITE PARCIAL" TO WS-OCORRENCIA
                    END-IF
                 END-IF
              END-IF.
              MOVE CF-ENTREGA TO PI-ENTREGA-PREV.
              MOVE "S"        TO PI-CONFIRMADO.
              REWRITE REG-PED-ITEM
                 INVALID KEY
                    DISPLAY "ERRO AO ATUALIZAR ITEM " PI-CHAVE
              END-REWRITE.
              MOVE WS-DATA-HOJE TO PD-DATA-CONF.
              IF CF-ENTREGA > PD-ENTREGA-PREV
                 MOVE CF-ENTREGA TO PD-ENTREGA-PREV.
              REWRITE REG-PED
                 INVALID KEY
                    DISPLAY "ERRO AO ATUALIZAR PEDIDO " PD-NUMERO
              END-REWRITE.
              ADD 1 TO WS-CONT-CONFIRMADAS.
              MOVE PI-QTD-CONFIRMADA TO LD-ACEITA.
              PERFORM IMPRIME-LINHA.

       REJEITA-LINHA.
              ADD 1 TO WS-CONT-REJEITADAS.
              MOVE CF-QTD-ACEITA TO LD-ACEITA.
              PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
              MOVE CF-PEDIDO     TO LD-PEDIDO.
              MOVE CF-SEQ        TO LD-SEQ.
              MOVE PI-CODIGO     TO LD-CODIGO.
              MOVE PI-QTD-PEDIDA TO LD-PEDIDA.
              MOVE CF-ENTREGA    TO LD-ENTREGA.
              MOVE WS-OCORRENCIA TO LD-OCORRENCIA.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

      * PEDIDO TRANSMITIDO E AINDA SEM NENHUMA LINHA CONFIRMADA
       LISTA-SEM-CONFIRMACAO.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-DIAS-LIMITE TO LC-DIAS.
              MOVE LINHA-CAB3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB4 TO LINHA-REL.
              WRITE LINHA-REL.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
              MOVE "N"   TO WS-FIM.
              MOVE ZEROS TO PD-NUMERO.
              START PEDIDOS KEY IS GREATER THAN PD-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.
              PERFORM VERIFICA-PEDIDO UNTIL WS-FIM = "S".

       VERIFICA-PEDIDO.
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF PD-STATUS = "A"
                       AND PD-DATA-TRANSM > ZEROS
                       AND PD-DATA-CONF = ZEROS
                       COMPUTE WS-INT-TRANSM =
                          FUNCTION INTEGER-OF-DATE(PD-DATA-TRANSM)
                       COMPUTE WS-DIAS = WS-INT-HOJE - WS-INT-TRANSM
                       IF WS-DIAS NOT < WS-DIAS-LIMITE
                          PERFORM IMPRIME-SEM-CONFIRMACAO
                       END-IF
                    END-IF
              END-READ.

       IMPRIME-SEM-CONFIRMACAO.
              ADD 1 TO WS-CONT-SEM-CONF.
              MOVE PD-NUMERO      TO LE-PEDIDO.
              MOVE PD-FORNECEDOR  TO LE-FORNECEDOR.
              MOVE PD-DATA        TO LE-DATA.
              MOVE PD-DATA-TRANSM TO LE-TRANSM.
              MOVE WS-DIAS        TO LE-DIAS.
              MOVE LINHA-EXC TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-LIDAS       TO LR-LIDAS.
              MOVE WS-CONT-CONFIRMADAS TO LR-CONFIRMADAS.
              MOVE WS-CONT-REJEITADAS  TO LR-REJEITADAS.
              MOVE LINHA-RESUMO1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-SEM-CONF TO LR-SEM-CONF.
              MOVE LINHA-RESUMO2 TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "ITENS CONFIRMADOS: " WS-CONT-CONFIRMADAS
                      "  REJEITADOS: " WS-CONT-REJEITADAS.
              DISPLAY "PEDIDOS SEM CONFIRMACAO: " WS-CONT-SEM-CONF.
              IF WS-TEM-CONF = "S"
                 CLOSE ARQ-CONF.
              CLOSE PEDIDOS.
              CLOSE PEDITENS.
              CLOSE RELATORIO.
              STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PEDEXP.

      * TRANSMISSAO DOS PEDIDOS DE COMPRA AO FORNECEDOR: CADA PEDIDO
      * ABERTO AINDA NAO TRANSMITIDO (PD-DATA-TRANSM ZERADA) SAI NUM
      * ARQUIVO PROPRIO DO FORNECEDOR, Fnnnn-pppppp.TXT (nnnn =
      * FORNECEDOR, pppppp = PEDIDO), COM UMA LINHA H DE CABECALHO E
      * UMA LINHA I POR ITEM. O PEDIDO FICA COM A DATA DA
      * TRANSMISSAO. INFORMANDO O NUMERO DE UM PEDIDO ABERTO ELE E
      * RETRANSMITIDO MESMO QUE JA TENHA SAIDO. O FORNECEDOR DEVOLVE
      * PEDCONF.TXT (PEDIDO, SEQ, QTD ACEITA, DATA PROMETIDA), QUE
      * ENTRA PELO PEDCONF. RESUMO EM PEDEXP.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PEDIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PD-NUMERO
              FILE STATUS ARQST.

              SELECT PEDITENS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PI-CHAVE
              FILE STATUS ARQST2.

              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST3.

              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FORN-CODIGO
              FILE STATUS ARQST4.

              SELECT ARQ-EXP ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQ-EXP LABEL RECORD STANDARD
                DATA RECORD IS REG-EXP
                VALUE OF FILE-ID IS WS-ARQ-EXP.
          01 REG-EXP.
                02 EX-TIPO        PIC X(01).
                02 EX-PEDIDO      PIC 9(06).
                02 EX-RESTO       PIC X(73).
          01 REG-EXP-H REDEFINES REG-EXP.
                02 EH-TIPO        PIC X(01).
                02 EH-PEDIDO      PIC 9(06).
                02 EH-DATA        PIC 9(08).
                02 EH-FORNECEDOR  PIC 9(04).
                02 EH-CNPJ        PIC 9(14).
                02 EH-QTD-ITENS   PIC 9(03).
                02 EH-NOME        PIC X(30).
                02 FILLER         PIC X(14).
          01 REG-EXP-I REDEFINES REG-EXP.
                02 EI-TIPO        PIC X(01).
                02 EI-PEDIDO      PIC 9(06).
                02 EI-SEQ         PIC 9(03).
                02 EI-CODIGO      PIC 9(13).
                02 EI-QTD         PIC 9(04).
                02 EI-UNID        PIC X(03).
                02 EI-NOME        PIC X(30).
                02 FILLER         PIC X(20).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PEDEXP.TXT".
          01 LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-ARQ-EXP            PIC X(20) VALUE SPACES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-ITEM           PIC X(01) VALUE "N".
          01 WS-TEM-PROD           PIC X(01) VALUE "N".
          01 WS-TEM-CADFORN        PIC X(01) VALUE "N".
          01 WS-PEDIDO-INF         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ITENS          PIC 9(03) VALUE ZEROS.
          01 WS-CONT-PEDIDOS       PIC 9(04) VALUE ZEROS.
          01 WS-CONT-ITENS         PIC 9(05) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-DATA-HOJE REDEFINES DATA-SIS PIC 9(08).
          01 LINHA-CAB1.
                02 FILLER          PIC X(30) VALUE
                   "TRANSMISSAO DE PEDIDOS - DATA ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(80) VALUE
             "PEDIDO  FORN  NOME                            ITENS  ARQU
      -      "IVO".
          01 LINHA-DET.
                02 LD-PEDIDO       PIC 9(06).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-FORNECEDOR   PIC 9(04).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-NOME         PIC X(30).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-ITENS        PIC ZZ9.
                02 FILLER          PIC X(04) VALUE SPACES.
                02 LD-ARQUIVO      PIC X(20).
          01 LINHA-RESUMO.
                02 FILLER          PIC X(22) VALUE
                   "PEDIDOS TRANSMITIDOS: ".
                02 LR-PEDIDOS      PIC ZZZ9.
                02 FILLER          PIC X(10) VALUE "  ITENS: ".
                02 LR-ITENS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "TRANSMISSAO DE PEDIDOS AO FORNECEDOR".
              DISPLAY "PEDIDO A RETRANSMITIR (0 = TODOS OS NAO "
                      "TRANSMITIDOS): ".
              ACCEPT WS-PEDIDO-INF.
              PERFORM ABRE-ARQ.
              IF WS-PEDIDO-INF NOT = ZEROS
                 MOVE WS-PEDIDO-INF TO PD-NUMERO
                 READ PEDIDOS
                    INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO"
                    NOT INVALID KEY
                       IF PD-STATUS NOT = "A"
                          DISPLAY "PEDIDO NAO ESTA ABERTO"
                       ELSE
                          PERFORM TRANSMITE-PEDIDO
                       END-IF
                 END-READ
              ELSE
                 PERFORM PROCURA-PEDIDO UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O PEDIDOS.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE PEDIDOS AUSENTE"
                 STOP RUN.
              OPEN INPUT PEDITENS.
              IF ARQST2 NOT = "00"
                 DISPLAY "ARQUIVO DE ITENS DE PEDIDO AUSENTE"
                 CLOSE PEDIDOS
                 STOP RUN.
              OPEN INPUT PRODUTOS.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-PROD.
              OPEN INPUT FORNECEDORES.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-CADFORN.
              OPEN OUTPUT RELATORIO.
              MOVE WS-DATA-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ZEROS TO PD-NUMERO.
              START PEDIDOS KEY IS GREATER THAN PD-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.

       PROCURA-PEDIDO.
              READ PEDIDOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF PD-STATUS = "A"
                       AND PD-DATA-TRANSM = ZEROS
                       PERFORM TRANSMITE-PEDIDO
                    END-IF
              END-READ.

       TRANSMITE-PEDIDO.
              MOVE SPACES TO FORN-NOME.
              MOVE ZEROS  TO FORN-CNPJ.
              IF WS-TEM-CADFORN = "S"
                 MOVE PD-FORNECEDOR TO FORN-CODIGO
                 READ FORNECEDORES
                    INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO FORN-NOME
                       MOVE ZEROS TO FORN-CNPJ
                 END-READ.
              PERFORM CONTA-ITENS.
              IF WS-QTD-ITENS = ZEROS
                 DISPLAY "PEDIDO " PD-NUMERO " SEM ITENS - IGNORADO"
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-ARQ-EXP.
              STRING "F" PD-FORNECEDOR "-" PD-NUMERO ".TXT"
                 DELIMITED BY SIZE INTO WS-ARQ-EXP.
              OPEN OUTPUT ARQ-EXP.
              IF ARQST5 NOT = "00"
                 DISPLAY "ERRO AO CRIAR " WS-ARQ-EXP
                 EXIT PARAGRAPH.
              MOVE SPACES        TO REG-EXP.
              MOVE "H"           TO EH-TIPO.
              MOVE PD-NUMERO     TO EH-PEDIDO.
              MOVE PD-DATA       TO EH-DATA.
              MOVE PD-FORNECEDOR TO EH-FORNECEDOR.
              MOVE FORN-CNPJ     TO EH-CNPJ.
              MOVE WS-QTD-ITENS  TO EH-QTD-ITENS.
              MOVE FORN-NOME     TO EH-NOME.
              WRITE REG-EXP.
              MOVE PD-NUMERO TO PI-NUMERO.
              MOVE ZEROS     TO PI-SEQ.
              MOVE "N"       TO WS-FIM-ITEM.
              START PEDITENS KEY IS GREATER THAN PI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ITEM
              END-START.
              PERFORM GRAVA-ITEM-EXP UNTIL WS-FIM-ITEM = "S".
              CLOSE ARQ-EXP.
              MOVE WS-DATA-HOJE TO PD-DATA-TRANSM.
              REWRITE REG-PED
                 INVALID KEY
                    DISPLAY "ERRO AO ATUALIZAR PEDIDO " PD-NUMERO
              END-REWRITE.
              ADD 1 TO WS-CONT-PEDIDOS.
              ADD WS-QTD-ITENS TO WS-CONT-ITENS.
              MOVE PD-NUMERO     TO LD-PEDIDO.
              MOVE PD-FORNECEDOR TO LD-FORNECEDOR.
              MOVE FORN-NOME     TO LD-NOME.
              MOVE WS-QTD-ITENS  TO LD-ITENS.
              MOVE WS-ARQ-EXP    TO LD-ARQUIVO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       CONTA-ITENS.
              MOVE ZEROS     TO WS-QTD-ITENS.
              MOVE PD-NUMERO TO PI-NUMERO.
              MOVE ZEROS     TO PI-SEQ.
              MOVE "N"       TO WS-FIM-ITEM.
              START PEDITENS KEY IS GREATER THAN PI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ITEM
              END-START.
              PERFORM CONTA-ITEM UNTIL WS-FIM-ITEM = "S".

       CONTA-ITEM.
              READ PEDITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ITEM
                 NOT AT END
                    IF PI-NUMERO NOT = PD-NUMERO
                       MOVE "S" TO WS-FIM-ITEM
                    ELSE
                       ADD 1 TO WS-QTD-ITENS
                    END-IF
              END-READ.

       GRAVA-ITEM-EXP.
              READ PEDITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ITEM
                 NOT AT END
                    IF PI-NUMERO NOT = PD-NUMERO
                       MOVE "S" TO WS-FIM-ITEM
                    ELSE
                       PERFORM MONTA-ITEM-EXP
                    END-IF
              END-READ.

       MONTA-ITEM-EXP.
              MOVE SPACES TO NOME.
              MOVE SPACES TO UNID-MEDIDA.
              IF WS-TEM-PROD = "S"
                 MOVE PI-CODIGO TO CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       MOVE SPACES TO NOME
                       MOVE SPACES TO UNID-MEDIDA
                 END-READ.
              MOVE SPACES        TO REG-EXP.
              MOVE "I"           TO EI-TIPO.
              MOVE PI-NUMERO     TO EI-PEDIDO.
              MOVE PI-SEQ        TO EI-SEQ.
              MOVE PI-CODIGO     TO EI-CODIGO.
              MOVE PI-QTD-PEDIDA TO EI-QTD.
              MOVE UNID-MEDIDA   TO EI-UNID.
              MOVE NOME          TO EI-NOME.
              WRITE REG-EXP.

       FINALIZA.
              MOVE WS-CONT-PEDIDOS TO LR-PEDIDOS.
              MOVE WS-CONT-ITENS   TO LR-ITENS.
              MOVE LINHA-RESUMO TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "PEDIDOS TRANSMITIDOS: " WS-CONT-PEDIDOS.
              CLOSE PEDIDOS.
              CLOSE PEDITENS.
              IF WS-TEM-PROD = "S"
                 CLOSE PRODUTOS.
              IF WS-TEM-CADFORN = "S"
                 CLOSE FORNECEDORES.
              CLOSE RELATORIO.
              STOP RUN.

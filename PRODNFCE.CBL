       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODNFCE.

      * DOCUMENTO FISCAL ELETRONICO DO CUPOM (NFC-E) - REMESSA: GRAVA
      * EM NFCE.TXT CADA CUPOM FECHADO AINDA NAO TRANSMITIDO, COM UM
      * REGISTRO 1 DE CABECALHO (CPF DO CLIENTE QUANDO HA CLIENTE
      * IDENTIFICADO, FORMA DE PAGAMENTO, VALORES) E UM REGISTRO 2 POR
      * ITEM DE CUPITENS.DAT COM O GRUPO-FISCAL DO PRODUTO. CUPOM JA
      * AUTORIZADO E DEPOIS CANCELADO NO DIA (PRODCANC) VAI COMO
      * EVENTO DE CANCELAMENTO (OPERACAO C) COM O PROTOCOLO. O RETORNO
      * DO FISCO E LIDO PELO PRODNFRT. COMO NFCE.TXT E REGRAVADO A
      * CADA REMESSA, DOCUMENTO (T) OU CANCELAMENTO (E) AINDA SEM
      * RETORNO VAI DE NOVO EM TODA REMESSA NORMAL ATE O RETORNO
      * CHEGAR; O PRODNFRT SO APLICA O PRIMEIRO RETORNO DE CADA UM.
      * MODO CONTINGENCIA (SISTEMA DO FISCO FORA DO AR): NADA E
      * TRANSMITIDO; OS CUPONS PENDENTES FICAM MARCADOS COMO EMITIDOS
      * EM CONTINGENCIA (CM-NFCE-SIT C, EMISSAO 9) E SAEM LISTADOS EM
      * NFCECONT.TXT. NA PROXIMA REMESSA NORMAL ELES SEGUEM COM O
      * TIPO DE EMISSAO 9.
      * CM-NFCE-SIT: BRANCO = PENDENTE, C = CONTINGENCIA, T =
      * TRANSMITIDO SEM RETORNO, A = AUTORIZADO, R = REJEITADO, E =
      * CANCELAMENTO TRANSMITIDO, X = CANCELAMENTO HOMOLOGADO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST.

              SELECT CUPITENS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CI-CHAVE
              FILE STATUS ARQST2.

              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST3.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS ARQST4.

              SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT CONTINGENCIA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

       DATA DIVISION.
       FILE SECTION.
       FD CUPOM LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPOM
                VALUE OF FILE-ID IS "CUPOM.DAT".
          01 REG-CUPOM.
                02 CM-NUMERO      PIC 9(06).
                02 CM-DATA        PIC 9(08).
                02 CM-OPERADOR    PIC X(10).
                02 CM-PAGAMENTO   PIC X(01).
                02 CM-TOTAL       PIC 9(07)V99.
                02 CM-VALOR-PAGO  PIC 9(07)V99.
                02 CM-TROCO       PIC 9(07)V99.
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
                VALUE OF FILE-ID IS "CUPITENS.DAT".
          01 REG-CUPITEM.
                02 CI-CHAVE.
                   03 CI-CUPOM    PIC 9(06).
                   03 CI-SEQ      PIC 9(03).
                02 CI-CODIGO      PIC 9(13).
                02 CI-QTDADE      PIC 9(04).
                02 CI-VALOR-UNIT  PIC 9(05)V99.
                02 CI-VALOR-TOTAL PIC 9(07)V99.
                02 CI-QTD-FRAC    PIC 9(04)V999.
                02 CI-QTD-DEVOLVIDA PIC 9(04).

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

       FD CLIENTES VALUE OF FILE-ID IS "clientes.dat".
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-FONE PIC 9(09).
           05 FS-NOME     PIC X(40).
           05 FS-ENDERECO PIC X(40).
           05 FS-CPF      PIC 9(11).
           05 FS-CEP      PIC 9(08).
           05 FS-CIDADE   PIC X(20).
           05 FS-UF       PIC X(02).
           05 FS-LIMITE-CRED PIC 9(05)V99.
           05 FS-CONS-MALA PIC X(01).
           05 FS-CONS-FONE PIC X(01).
           05 FS-CONS-MKT  PIC X(01).
           05 FS-CONS-DATA PIC 9(08).

       FD REMESSA LABEL RECORD STANDARD
                DATA RECORD IS REG-REMESSA
                VALUE OF FILE-ID IS "NFCE.TXT".
          01 REG-REMESSA           PIC X(100).

       FD CONTINGENCIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CONTING
                VALUE OF FILE-ID IS "NFCECONT.TXT".
          01 REG-CONTING           PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-ITEM           PIC X(01) VALUE "N".
          01 WS-TEM-PRODUTOS       PIC X(01) VALUE "N".
          01 WS-TEM-CLIENTES       PIC X(01) VALUE "N".
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-NORMAL       VALUE "N" "n".
              88 MODO-CONTINGENCIA VALUE "C" "c".
          01 WS-REENVIA            PIC X(01) VALUE "N".
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-CPF                PIC 9(11) VALUE ZEROS.
          01 WS-VALOR-ITENS        PIC 9(07)V99 VALUE ZEROS.
          01 WS-CONT-ITENS         PIC 9(03) VALUE ZEROS.
          01 WS-CONT-DOCS          PIC 9(06) VALUE ZEROS.
          01 WS-CONT-EVENTOS       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-CONTING       PIC 9(06) VALUE ZEROS.
          01 WS-CONT-REEMITIDOS    PIC 9(06) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
      * REGISTRO 1 - CABECALHO DO DOCUMENTO OU EVENTO DE CANCELAMENTO
          01 NF-CABECALHO.
                02 NC-TIPO-REG     PIC X(01) VALUE "1".
                02 NC-CUPOM        PIC 9(06).
                02 NC-DATA         PIC 9(08).
                02 NC-OPERACAO     PIC X(01).
                02 NC-EMISSAO      PIC X(01).
                02 NC-CPF          PIC 9(11).
                02 NC-FORMA-PGTO   PIC X(02).
                02 NC-VALOR-ITENS  PIC 9(07)V99.
                02 NC-DESCONTO     PIC 9(07)V99.
                02 NC-VALOR-PAGO   PIC 9(07)V99.
                02 NC-QTD-ITENS    PIC 9(03).
                02 NC-PROTOCOLO    PIC X(15).
                02 NC-OPERADOR     PIC X(10).
      * REGISTRO 2 - ITEM
          01 NF-ITEM.
                02 NI-TIPO-REG     PIC X(01) VALUE "2".
                02 NI-CUPOM        PIC 9(06).
                02 NI-SEQ          PIC 9(03).
                02 NI-CODIGO       PIC 9(13).
                02 NI-DESCRICAO    PIC X(30).
                02 NI-GRUPO-FISCAL PIC X(02).
                02 NI-QTDADE       PIC 9(04)V999.
                02 NI-VALOR-UNIT   PIC 9(05)V99.
                02 NI-VALOR-TOTAL  PIC 9(07)V99.
          01 LINHA-CONTING.
                02 LX-CUPOM        PIC 9(06).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LX-DATA         PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LX-OPERADOR     PIC X(10).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LX-TOTAL        PIC Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 FILLER          PIC X(25) VALUE
                   "EMITIDO EM CONTINGENCIA".

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              DISPLAY "NFC-E - REMESSA DOS CUPONS AO FISCO".
              DISPLAY "MODO (N-NORMAL / C-CONTINGENCIA): ".
              ACCEPT WS-MODO.
              IF NOT MODO-NORMAL AND NOT MODO-CONTINGENCIA
                 DISPLAY "MODO INVALIDO"
                 STOP RUN.
              IF MODO-NORMAL
                 DISPLAY "REENVIAR OS REJEITADOS JA CORRIGIDOS (S/N)? "
                 ACCEPT WS-REENVIA.
              PERFORM ABRE-ARQ.
              MOVE ZEROS TO CM-NUMERO.
              START CUPOM KEY IS GREATER THAN CM-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.
              PERFORM AVALIA-CUPOM UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O CUPOM.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE CUPONS AUSENTE"
                 STOP RUN.
              OPEN INPUT CUPITENS.
              IF ARQST2 NOT = "00"
                 DISPLAY "ARQUIVO DE ITENS DE CUPOM AUSENTE"
                 CLOSE CUPOM
                 STOP RUN.
              OPEN INPUT PRODUTOS.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-PRODUTOS.
              OPEN INPUT CLIENTES.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-CLIENTES.
              IF MODO-NORMAL
                 OPEN OUTPUT REMESSA
              ELSE
                 OPEN EXTEND CONTINGENCIA
                 IF ARQST6 NOT = "00" AND ARQST6 NOT = "05"
                    OPEN OUTPUT CONTINGENCIA
                 END-IF
              END-IF.

       AVALIA-CUPOM.
              READ CUPOM NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MODO-NORMAL
                       PERFORM SELECIONA-NORMAL
                    ELSE
                       PERFORM SELECIONA-CONTINGENCIA
                    END-IF
              END-READ.

       SELECIONA-NORMAL.
              IF CM-STATUS = "C"
                 IF CM-NFCE-SIT = "E"
                    ADD 1 TO WS-CONT-REEMITIDOS
                 END-IF
                 IF CM-NFCE-SIT = "A" OR CM-NFCE-SIT = "E"
                    PERFORM GRAVA-CANCELAMENTO
                 END-IF
                 IF CM-NFCE-SIT = "T"
                    ADD 1 TO WS-CONT-REEMITIDOS
                    PERFORM GRAVA-DOCUMENTO
                 END-IF
                 EXIT PARAGRAPH.
              EVALUATE CM-NFCE-SIT
                 WHEN SPACES
                    MOVE "1" TO CM-NFCE-EMIS
                    PERFORM GRAVA-DOCUMENTO
                 WHEN "C"
                    MOVE "9" TO CM-NFCE-EMIS
                    PERFORM GRAVA-DOCUMENTO
                 WHEN "T"
                    ADD 1 TO WS-CONT-REEMITIDOS
                    PERFORM GRAVA-DOCUMENTO
                 WHEN "R"
                    IF WS-REENVIA = "S" OR WS-REENVIA = "s"
                       IF CM-NFCE-EMIS NOT = "9"
                          MOVE "1" TO CM-NFCE-EMIS
                       END-IF
                       PERFORM GRAVA-DOCUMENTO
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.

       SELECIONA-CONTINGENCIA.
              IF CM-STATUS = "C"
                 EXIT PARAGRAPH.
              IF CM-NFCE-SIT NOT = SPACES
                 EXIT PARAGRAPH.
              MOVE "C"     TO CM-NFCE-SIT.
              MOVE "9"     TO CM-NFCE-EMIS.
              MOVE WS-HOJE TO CM-NFCE-DATA.
              REWRITE REG-CUPOM
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR O CUPOM " CM-NUMERO
                    EXIT PARAGRAPH
              END-REWRITE.
              ADD 1 TO WS-CONT-CONTING.
              MOVE CM-NUMERO   TO LX-CUPOM.
              MOVE CM-DATA     TO LX-DATA.
              MOVE CM-OPERADOR TO LX-OPERADOR.
              MOVE CM-TOTAL    TO LX-TOTAL.
              MOVE LINHA-CONTING TO REG-CONTING.
              WRITE REG-CONTING.

       GRAVA-DOCUMENTO.
              PERFORM SOMA-ITENS.
              PERFORM BUSCA-CPF.
              MOVE CM-NUMERO      TO NC-CUPOM.
              MOVE CM-DATA        TO NC-DATA.
              MOVE "N"            TO NC-OPERACAO.
              MOVE CM-NFCE-EMIS   TO NC-EMISSAO.
              MOVE WS-CPF         TO NC-CPF.
              PERFORM CONVERTE-PAGAMENTO.
              MOVE WS-VALOR-ITENS TO NC-VALOR-ITENS.
              MOVE CM-DESCONTO    TO NC-DESCONTO.
              MOVE CM-TOTAL       TO NC-VALOR-PAGO.
              MOVE WS-CONT-ITENS  TO NC-QTD-ITENS.
              MOVE SPACES         TO NC-PROTOCOLO.
              MOVE CM-OPERADOR    TO NC-OPERADOR.
              MOVE NF-CABECALHO TO REG-REMESSA.
              WRITE REG-REMESSA.
              PERFORM POSICIONA-ITENS.
              PERFORM GRAVA-ITEM UNTIL WS-FIM-ITEM = "S".
              MOVE "T"     TO CM-NFCE-SIT.
              MOVE WS-HOJE TO CM-NFCE-DATA.
              MOVE SPACES  TO CM-NFCE-MOTIVO.
              REWRITE REG-CUPOM
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR O CUPOM " CM-NUMERO
              END-REWRITE.
              ADD 1 TO WS-CONT-DOCS.

       GRAVA-CANCELAMENTO.
              MOVE CM-NUMERO      TO NC-CUPOM.
              MOVE CM-DATA-CANC   TO NC-DATA.
              MOVE "C"            TO NC-OPERACAO.
              MOVE CM-NFCE-EMIS   TO NC-EMISSAO.
              MOVE ZEROS          TO NC-CPF.
              PERFORM CONVERTE-PAGAMENTO.
              MOVE ZEROS          TO NC-VALOR-ITENS
                                     NC-DESCONTO
                                     NC-QTD-ITENS.
              MOVE CM-TOTAL       TO NC-VALOR-PAGO.
              MOVE CM-NFCE-PROT   TO NC-PROTOCOLO.
              MOVE CM-OPER-CANC   TO NC-OPERADOR.
              MOVE NF-CABECALHO TO REG-REMESSA.
              WRITE REG-REMESSA.
              MOVE "E"     TO CM-NFCE-SIT.
              MOVE WS-HOJE TO CM-NFCE-DATA.
              REWRITE REG-CUPOM
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR O CUPOM " CM-NUMERO
              END-REWRITE.
              ADD 1 TO WS-CONT-EVENTOS.

      * FORMA DE PAGAMENTO NA CODIFICACAO DO DOCUMENTO FISCAL:
      * 01 DINHEIRO, 03 CARTAO, 05 CREDITO DA LOJA (FIADO), 99 OUTROS
      * (DEBITO EM CONTA NO BANCO)
       CONVERTE-PAGAMENTO.
              EVALUATE CM-PAGAMENTO
                 WHEN "D"
                    MOVE "01" TO NC-FORMA-PGTO
                 WHEN "C"
                    MOVE "03" TO NC-FORMA-PGTO
                 WHEN "F"
                    MOVE "05" TO NC-FORMA-PGTO
                 WHEN OTHER
                    MOVE "99" TO NC-FORMA-PGTO
              END-EVALUATE.

       BUSCA-CPF.
              MOVE ZEROS TO WS-CPF.
              IF WS-TEM-CLIENTES = "N"
                 OR CM-CLIENTE NOT NUMERIC
                 OR CM-CLIENTE = ZEROS
                 EXIT PARAGRAPH.
              MOVE CM-CLIENTE TO FS-FONE.
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FS-CPF IS NUMERIC
                       MOVE FS-CPF TO WS-CPF
                    END-IF
              END-READ.

      * O ITEM VALE-PRESENTE NAO E MERCADORIA E FICA FORA DO DOCUMENTO
       SOMA-ITENS.
              MOVE ZEROS TO WS-VALOR-ITENS WS-CONT-ITENS.
              PERFORM POSICIONA-ITENS.
              PERFORM SOMA-ITEM UNTIL WS-FIM-ITEM = "S".

       SOMA-ITEM.
              READ CUPITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ITEM
                 NOT AT END
                    IF CI-CUPOM NOT = CM-NUMERO
                       MOVE "S" TO WS-FIM-ITEM
                    ELSE
                       IF CI-CODIGO NOT = 9999999999998
                          ADD 1 TO WS-CONT-ITENS
                          ADD CI-VALOR-TOTAL TO WS-VALOR-ITENS
                       END-IF
                    END-IF
              END-READ.

       POSICIONA-ITENS.
              MOVE CM-NUMERO TO CI-CUPOM.
              MOVE ZEROS     TO CI-SEQ.
              START CUPITENS KEY IS GREATER THAN CI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ITEM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-ITEM
              END-START.

       GRAVA-ITEM.
              READ CUPITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ITEM
                 NOT AT END
                    IF CI-CUPOM NOT = CM-NUMERO
                       MOVE "S" TO WS-FIM-ITEM
                    ELSE
                       IF CI-CODIGO NOT = 9999999999998
                          PERFORM MONTA-ITEM
                       END-IF
                    END-IF
              END-READ.

       MONTA-ITEM.
              MOVE CI-CUPOM  TO NI-CUPOM.
              MOVE CI-SEQ    TO NI-SEQ.
              MOVE CI-CODIGO TO NI-CODIGO.
              MOVE SPACES    TO NI-DESCRICAO.
              MOVE "SG"      TO NI-GRUPO-FISCAL.
              IF WS-TEM-PRODUTOS = "S"
                 MOVE CI-CODIGO TO CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NOME TO NI-DESCRICAO
                       IF GRUPO-FISCAL NOT = SPACES
                          MOVE GRUPO-FISCAL TO NI-GRUPO-FISCAL
                       END-IF
                 END-READ.
              IF CI-QTD-FRAC IS NUMERIC AND CI-QTD-FRAC > ZEROS
                 MOVE CI-QTD-FRAC TO NI-QTDADE
              ELSE
                 MOVE CI-QTDADE TO NI-QTDADE.
              MOVE CI-VALOR-UNIT  TO NI-VALOR-UNIT.
              MOVE CI-VALOR-TOTAL TO NI-VALOR-TOTAL.
              MOVE NF-ITEM TO REG-REMESSA.
              WRITE REG-REMESSA.

       FINALIZA.
              IF MODO-NORMAL
                 DISPLAY "DOCUMENTOS NA REMESSA:     " WS-CONT-DOCS
                 DISPLAY "CANCELAMENTOS NA REMESSA:  " WS-CONT-EVENTOS
                 DISPLAY "REEMITIDOS SEM RETORNO:    "
                         WS-CONT-REEMITIDOS
                 DISPLAY "ARQUIVO GERADO: NFCE.TXT"
                 CLOSE REMESSA
              ELSE
                 DISPLAY "CUPONS EM CONTINGENCIA:    " WS-CONT-CONTING
                 DISPLAY "LISTA GRAVADA: NFCECONT.TXT"
                 CLOSE CONTINGENCIA
              END-IF.
              CLOSE CUPOM.
              CLOSE CUPITENS.
              IF WS-TEM-PRODUTOS = "S"
                 CLOSE PRODUTOS.
              IF WS-TEM-CLIENTES = "S"
                 CLOSE CLIENTES.
              STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODCANC.

      * CANCELAMENTO DE CUPOM NO DIA: COM LIBERACAO DE GERENTE
      * (func-admin EM funcionarios.txt) DESFAZ UM CUPOM INTEIRO DE
      * HOJE - DEVOLVE O ESTOQUE AO PRODUTO, AO DEPOSITO DA LOJA E
      * AOS LOTES BAIXADOS NA VENDA (LOTVEN.DAT), COM KIT EXPLODIDO
      * PELOS COMPONENTES; ESTORNA OS PONTOS GANHOS E DEVOLVE OS
      * RESGATADOS; EXCLUI A COBRANCA DO FIADO EM crediario.dat;
      * VOLTA O VALE RESGATADO PARA EM ABERTO E CANCELA O VALE
      * EMITIDO NO CUPOM; RECREDITA A CONTA DEBITADA NO BANCO
      * (ESTORNO-LJ NO EXTRATO), CANCELA A ENTREGA PENDENTE E VOLTA
      * AO ESTOQUE AS SERIES VENDIDAS NO CUPOM (SERIES.DAT). O
      * CUPOM FICA COM STATUS C E OS RELATORIOS (PRODCAIX, VENDIA,
      * PRODFISC, PRODBANC) IGNORAM AS LINHAS DELE EM VENDAS.TXT.
      * CUPOM DE OUTRO DIA OU COM ITEM JA DEVOLVIDO SEGUE PELA
      * DEVOLUCAO (PRODDEVO).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT MOVIMENTO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT ESTDEP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ED-CHAVE
              FILE STATUS ARQST3.

              SELECT COMPKIT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS KC-CHAVE
              FILE STATUS ARQST4.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST5.

              SELECT CUPITENS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CI-CHAVE
              FILE STATUS ARQST6.

              SELECT LOTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LT-CHAVE
              FILE STATUS ARQST7.

              SELECT LOTVEN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LV-CHAVE
              FILE STATUS ARQST8.

              SELECT PONTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PT-CHAVE
              FILE STATUS ARQST9.

              SELECT CREDIARIO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CR-CHAVE
              FILE STATUS ARQST10.

              SELECT VALEPRES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VP-NUMERO
              FILE STATUS ARQST11.

              SELECT ARQBANCO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CHAVE-ARQBC
              FILE STATUS ARQST12.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST13.

              SELECT ENTREGAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS EN-CUPOM
              FILE STATUS ARQST14.

              SELECT FUNCFILE ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST15.

              SELECT SERIES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SR-CHAVE
              FILE STATUS ARQST16.

       DATA DIVISION.
       FILE SECTION.
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

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                VALUE OF FILE-ID IS "MOVEST.TXT".
          01 REG-MOV.
                02 MV-DATA        PIC 9(08).
                02 MV-CODIGO      PIC 9(13).
                02 MV-TIPO        PIC X(01).
                02 MV-SINAL       PIC X(01).
                02 MV-QTDADE      PIC 9(04).
                02 MV-OPERADOR    PIC X(10).
                02 MV-DEPOSITO    PIC 9(02).
                02 MV-MOTIVO      PIC 9(02).

       FD ESTDEP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS "ESTDEP.DAT".
          01 REG-DEP.
                02 ED-CHAVE.
                   03 ED-CODIGO   PIC 9(13).
                   03 ED-DEPOSITO PIC 9(02).
                02 ED-QTDADE      PIC 9(04).

       FD COMPKIT LABEL RECORD STANDARD
                DATA RECORD IS REG-COMP
                VALUE OF FILE-ID IS "COMPKIT.DAT".
          01 REG-COMP.
                02 KC-CHAVE.
                   03 KC-KIT        PIC 9(13).
                   03 KC-COMPONENTE PIC 9(13).
                02 KC-QTDADE        PIC 9(04).

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

       FD LOTES LABEL RECORD STANDARD
                DATA RECORD IS REG-LOTE
                VALUE OF FILE-ID IS "LOTES.DAT".
          01 REG-LOTE.
                02 LT-CHAVE.
                   03 LT-CODIGO   PIC 9(13).
                   03 LT-LOTE     PIC X(10).
                02 LT-VALIDADE    PIC 9(08).
                02 LT-QTDADE      PIC 9(04).

       FD LOTVEN LABEL RECORD STANDARD
                DATA RECORD IS REG-LOTVEN
                VALUE OF FILE-ID IS "LOTVEN.DAT".
          01 REG-LOTVEN.
                02 LV-CHAVE.
                   03 LV-CUPOM    PIC 9(06).
                   03 LV-SEQ      PIC 9(03).
                   03 LV-CODIGO   PIC 9(13).
                   03 LV-LOTE     PIC X(10).
                02 LV-VALIDADE    PIC 9(08).
                02 LV-QTDADE      PIC 9(04).

       FD PONTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PONTO
                VALUE OF FILE-ID IS "PONTOS.DAT".
          01 REG-PONTO.
                02 PT-CHAVE.
                   03 PT-FONE     PIC 9(09).
                   03 PT-SEQ      PIC 9(04).
                02 PT-DATA        PIC 9(08).
                02 PT-TIPO        PIC X(01).
                02 PT-PONTOS      PIC 9(07).
                02 PT-CUPOM       PIC 9(06).

       FD CREDIARIO VALUE OF FILE-ID IS "crediario.dat".
       01 CREDIARIO-REC.
           05 CR-CHAVE.
               10 CR-FONE PIC 9(09).
               10 CR-SEQ  PIC 9(04).
           05 CR-VALOR      PIC 9(05)V99.
           05 CR-DATA       PIC 9(08).
           05 CR-VENCIMENTO PIC 9(08).
           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD VALEPRES LABEL RECORD STANDARD
                DATA RECORD IS REG-VALE
                VALUE OF FILE-ID IS "VALEPRES.DAT".
          01 REG-VALE.
                02 VP-NUMERO      PIC 9(06).
                02 VP-VALOR       PIC 9(05)V99.
                02 VP-EMISSAO     PIC 9(08).
                02 VP-VALIDADE    PIC 9(08).
                02 VP-STATUS      PIC X(01).
                02 VP-DATA-RESG   PIC 9(08).
                02 VP-CUPOM       PIC 9(06).
                02 VP-CUPOM-EMIS  PIC 9(06).

       FD ARQBANCO LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQBC
                VALUE OF FILE-ID IS "arqbc.dat".
          01 REG-ARQBC.
                02 CHAVE-ARQBC.
                   03 CPF-P           PIC 9(11).
                   03 TIPO-CONTA-P    PIC 9(01).
                02 CODIGO-AGENCIA-P   PIC 9(04).
                02 CODIGO-CC-P        PIC 9(09).
                02 NOME-P             PIC A(30).
                02 SALDO-P            PIC S9(09)V99.
                02 LIMITE-P           PIC 9(09)V99.
                02 CONT-P             PIC 9(09).
                02 CPF-TITULAR2-P     PIC 9(11).

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXTRATO
                VALUE OF FILE-ID IS "extrato.txt".
          01 REG-EXTRATO            PIC X(100).

       FD ENTREGAS LABEL RECORD STANDARD
                DATA RECORD IS REG-ENTREGA
                VALUE OF FILE-ID IS "ENTREGAS.DAT".
          01 REG-ENTREGA.
                02 EN-CUPOM       PIC 9(06).
                02 EN-FONE        PIC 9(09).
                02 EN-NOME        PIC X(40).
                02 EN-ENDERECO    PIC X(40).
                02 EN-CEP         PIC 9(08).
                02 EN-CIDADE      PIC X(20).
                02 EN-UF          PIC X(02).
                02 EN-DATA        PIC 9(08).
                02 EN-STATUS      PIC X(01).
                02 EN-DATA-ENTREGA PIC 9(08).

       FD FUNCFILE LABEL RECORD STANDARD
                DATA RECORD IS REG-FUNC
                VALUE OF FILE-ID IS "funcionarios.txt".
          01 REG-FUNC.
                02 COD-FUNC       PIC 9(04).
                02 FUNC-SAL       PIC X(08).
                02 NOME-FUNC      PIC X(30).
                02 FUNC-ATIVO     PIC X(01).
                02 FUNC-ADMIN     PIC X(01).
                02 FUNC-TROCA     PIC X(01).
                02 FUNC-FALHAS    PIC 9(01).
                02 FUNC-SENHA-DTA PIC 9(08).
                02 FUNC-HASH      PIC X(16).

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
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 ARQST8                PIC X(02).
          01 ARQST9                PIC X(02).
          01 ARQST10               PIC X(02).
          01 ARQST11               PIC X(02).
          01 ARQST12               PIC X(02).
          01 ARQST13               PIC X(02).
          01 ARQST14               PIC X(02).
          01 ARQST15               PIC X(02).
          01 ARQST16               PIC X(02).
          01 WS-TEM-SERIES         PIC X(01) VALUE "N".
          01 WS-FIM-SERIE          PIC X(01) VALUE "N".
          01 WS-TEM-COMPKIT        PIC X(01) VALUE "N".
          01 WS-TEM-LOTES          PIC X(01) VALUE "N".
          01 WS-TEM-PONTOS         PIC X(01) VALUE "N".
          01 WS-TEM-CRED           PIC X(01) VALUE "N".
          01 WS-TEM-VALES          PIC X(01) VALUE "N".
          01 WS-TEM-BANCO          PIC X(01) VALUE "N".
          01 WS-SALDO-NOVO         PIC S9(10)V99 VALUE ZEROS.
          01 WS-TEM-ENTREGAS       PIC X(01) VALUE "N".
          01 WS-DEP-LOJA           PIC 9(02) VALUE 01.
          01 WS-OPERADOR           PIC X(10) VALUE SPACES.
          01 WS-NUM-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-MOTIVO             PIC X(30) VALUE SPACES.
          01 WS-RESP               PIC X(01) VALUE SPACE.
          01 WS-PODE               PIC X(01) VALUE "S".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-COMP           PIC X(01) VALUE "N".
          01 WS-FIM-LOTV           PIC X(01) VALUE "N".
          01 WS-FIM-PONTO          PIC X(01) VALUE "N".
          01 WS-FIM-VALE           PIC X(01) VALUE "N".
          01 WS-FIM-FUNC           PIC X(01) VALUE "N".
          01 WS-LIBERADO           PIC X(01) VALUE "N".
          01 WS-COD-SUP            PIC 9(04) VALUE ZEROS.
          01 WS-SENHA-SUP          PIC X(08) VALUE SPACES.
          01 WS-HASH-SENHA         PIC X(16) VALUE SPACES.
          01 WS-NUM-COMP           PIC 9(02) VALUE ZEROS.
          01 WS-IDX-COMP           PIC 9(02) VALUE ZEROS.
          01 WS-CODIGO-ITEM        PIC 9(13) VALUE ZEROS.
          01 WS-QTD-CREDITO        PIC 9(06) VALUE ZEROS.
          01 WS-CONT-ITENS         PIC 9(03) VALUE ZEROS.
          01 WS-PONTOS-GANHOS      PIC 9(07) VALUE ZEROS.
          01 WS-PONTOS-RESG        PIC 9(07) VALUE ZEROS.
          01 WS-SEQ-PONTO          PIC 9(04) VALUE ZEROS.
          01 WS-CONT-VALES         PIC 9(03) VALUE ZEROS.
          01 WS-HORA               PIC 9(08) VALUE ZEROS.
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-CONT-CANC          PIC 9(04) VALUE ZEROS.
          01 TABELA-COMPONENTES.
                02 CP-LINHA OCCURS 50 TIMES.
                   03 CP-CODIGO    PIC 9(13).
                   03 CP-QTDADE    PIC 9(04).
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-EXTRATO.
                02 LE-DIA          PIC 99.
                02 FILLER          PIC X VALUE "/".
                02 LE-MES          PIC 99.
                02 FILLER          PIC X VALUE "/".
                02 LE-ANO          PIC 99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-CPF          PIC 9(11).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-TIPO         PIC X(10).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-SALDO        PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-TIPO-CONTA   PIC 9(01).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-FUNC         PIC 9(04).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LE-HORA         PIC 9(06).

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              DISPLAY "CANCELAMENTO DE CUPOM NO DIA".
              DISPLAY "IDENTIFICACAO DO OPERADOR: ".
              ACCEPT WS-OPERADOR.
              PERFORM ABRE-ARQ.
              PERFORM PROCESSA-CANCELAMENTO
                 UNTIL WS-NUM-CUPOM = 999999.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN EXTEND MOVIMENTO.
              IF ARQST2 NOT = "00" AND ARQST2 NOT = "05"
                 OPEN OUTPUT MOVIMENTO
                 CLOSE MOVIMENTO
                 OPEN EXTEND MOVIMENTO.
              OPEN I-O ESTDEP.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT ESTDEP
                 CLOSE ESTDEP
                 OPEN I-O ESTDEP.
              OPEN INPUT COMPKIT.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-COMPKIT.
              OPEN I-O CUPOM.
              IF ARQST5 NOT = "00"
                 DISPLAY "ARQUIVO DE CUPONS AUSENTE"
                 STOP RUN.
              OPEN INPUT CUPITENS.
              IF ARQST6 NOT = "00"
                 DISPLAY "ARQUIVO DE ITENS DE CUPOM AUSENTE"
                 STOP RUN.
              OPEN I-O LOTES.
              IF ARQST7 = "00"
                 OPEN INPUT LOTVEN
                 IF ARQST8 = "00"
                    MOVE "S" TO WS-TEM-LOTES
                 ELSE
                    CLOSE LOTES
                 END-IF
              END-IF.
              OPEN I-O PONTOS.
              IF ARQST9 = "00"
                 MOVE "S" TO WS-TEM-PONTOS.
              OPEN I-O CREDIARIO.
              IF ARQST10 = "00"
                 MOVE "S" TO WS-TEM-CRED.
              OPEN I-O VALEPRES.
              IF ARQST11 = "00"
                 MOVE "S" TO WS-TEM-VALES.
              OPEN I-O ARQBANCO.
              IF ARQST12 = "00"
                 MOVE "S" TO WS-TEM-BANCO.
              OPEN I-O ENTREGAS.
              IF ARQST14 = "00"
                 MOVE "S" TO WS-TEM-ENTREGAS.
              OPEN I-O SERIES.
              IF ARQST16 = "00"
                 MOVE "S" TO WS-TEM-SERIES.

       PROCESSA-CANCELAMENTO.
              DISPLAY "NUMERO DO CUPOM (999999 = ENCERRA): ".
              ACCEPT WS-NUM-CUPOM.
              IF WS-NUM-CUPOM = 999999
                 EXIT PARAGRAPH.
              MOVE WS-NUM-CUPOM TO CM-NUMERO.
              READ CUPOM
                 INVALID KEY
                    DISPLAY "CUPOM NAO ENCONTRADO"
                    EXIT PARAGRAPH
              END-READ.
              PERFORM CONFERE-CUPOM.
              IF WS-PODE = "N"
                 EXIT PARAGRAPH.
              DISPLAY "CUPOM DE " CM-DATA " OPERADOR " CM-OPERADOR
                      " PAGAMENTO " CM-PAGAMENTO
                      " TOTAL " CM-TOTAL.
              DISPLAY "MOTIVO DO CANCELAMENTO: ".
              MOVE SPACES TO WS-MOTIVO.
              ACCEPT WS-MOTIVO.
              IF WS-MOTIVO = SPACES
                 DISPLAY "MOTIVO OBRIGATORIO"
                 EXIT PARAGRAPH.
              PERFORM PEDE-LIBERACAO.
              IF WS-LIBERADO = "N"
                 DISPLAY "CANCELAMENTO NAO AUTORIZADO"
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA O CANCELAMENTO DO CUPOM (S/N)? ".
              ACCEPT WS-RESP.
              IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
                 DISPLAY "CANCELAMENTO DESISTIDO"
                 EXIT PARAGRAPH.
              PERFORM ESTORNA-ITENS.
              PERFORM ESTORNA-LOTES.
              PERFORM ESTORNA-PONTOS.
              PERFORM ESTORNA-FIADO.
              PERFORM ESTORNA-VALES.
              PERFORM ESTORNA-BANCO.
              PERFORM CANCELA-ENTREGA.
              PERFORM ESTORNA-SERIES.
              PERFORM MARCA-CUPOM.

      * SO CUPOM ABERTO DE HOJE, SEM DEVOLUCAO PARCIAL, COM A
      * COBRANCA DO FIADO AINDA SEM PAGAMENTO, SEM VALE DO CUPOM JA
      * USADO E SEM ENTREGA JA FEITA PODE SER CANCELADO INTEIRO
       CONFERE-CUPOM.
              MOVE "N" TO WS-PODE.
              IF CM-STATUS = "C"
                 DISPLAY "CUPOM JA CANCELADO"
                 EXIT PARAGRAPH.
              IF CM-DATA NOT = WS-HOJE
                 DISPLAY "CUPOM DE OUTRO DIA - USAR A DEVOLUCAO "
                         "(PRODDEVO)"
                 EXIT PARAGRAPH.
              PERFORM CONFERE-DEVOLUCOES.
              IF WS-PODE = "N"
                 DISPLAY "CUPOM COM ITEM DEVOLVIDO - USAR A "
                         "DEVOLUCAO (PRODDEVO) PARA O RESTANTE"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-PODE.
              IF CM-FONE-FIADO IS NUMERIC
                 AND CM-FONE-FIADO > ZEROS
                 IF WS-TEM-CRED = "N"
                    DISPLAY "CREDIARIO INDISPONIVEL"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE CM-FONE-FIADO TO CR-FONE
                 MOVE CM-SEQ-CRED   TO CR-SEQ
                 READ CREDIARIO
                    INVALID KEY
                       DISPLAY "COBRANCA DO FIADO NAO ENCONTRADA"
                       EXIT PARAGRAPH
                 END-READ
                 IF CR-PAGO = "S" OR CR-VALOR-PAGO > ZEROS
                    DISPLAY "FIADO DO CUPOM JA TEM PAGAMENTO"
                    EXIT PARAGRAPH
                 END-IF
                 IF CR-PAGO = "P"
                    DISPLAY "FIADO DO CUPOM JA BAIXADO COMO PERDA"
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF CM-CPF-BANCO IS NUMERIC
                 AND CM-CPF-BANCO > ZEROS
                 AND WS-TEM-BANCO = "N"
                 DISPLAY "RAZAO DO BANCO INDISPONIVEL"
                 EXIT PARAGRAPH.
              PERFORM CONFERE-VALES-EMITIDOS.
              IF WS-CONT-VALES > ZEROS
                 DISPLAY "VALE EMITIDO NO CUPOM JA FOI USADO"
                 EXIT PARAGRAPH.
              IF WS-TEM-ENTREGAS = "S"
                 MOVE WS-NUM-CUPOM TO EN-CUPOM
                 READ ENTREGAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF EN-STATUS = "C"
                          DISPLAY "ENTREGA DO CUPOM JA REALIZADA"
                          EXIT PARAGRAPH
                       END-IF
                 END-READ
              END-IF.
              MOVE "S" TO WS-PODE.

       CONFERE-DEVOLUCOES.
              MOVE "S" TO WS-PODE.
              MOVE WS-NUM-CUPOM TO CI-CUPOM.
              MOVE ZEROS        TO CI-SEQ.
              START CUPITENS KEY IS GREATER THAN CI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM CONFERE-ITEM-DEVOLVIDO UNTIL WS-FIM = "S".

       CONFERE-ITEM-DEVOLVIDO.
              READ CUPITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CI-CUPOM NOT = WS-NUM-CUPOM
                       MOVE "S" TO WS-FIM
                    ELSE
                       IF CI-QTD-DEVOLVIDA > ZEROS
                          MOVE "N" TO WS-PODE
                          MOVE "S" TO WS-FIM
                       END-IF
                    END-IF
              END-READ.

      * VALE EMITIDO NESTE CUPOM QUE JA NAO ESTA EM ABERTO (RESGATADO
      * EM OUTRO CUPOM OU VENCIDO) IMPEDE O CANCELAMENTO
       CONFERE-VALES-EMITIDOS.
              MOVE ZEROS TO WS-CONT-VALES.
              IF WS-TEM-VALES = "N"
                 EXIT PARAGRAPH.
              MOVE ZEROS TO VP-NUMERO.
              START VALEPRES KEY IS GREATER THAN VP-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-VALE
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-VALE
              END-START.
              PERFORM CONFERE-VALE UNTIL WS-FIM-VALE = "S".

       CONFERE-VALE.
              READ VALEPRES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-VALE
                 NOT AT END
                    IF VP-CUPOM-EMIS IS NUMERIC
                       AND VP-CUPOM-EMIS = WS-NUM-CUPOM
                       AND VP-STATUS NOT = "E"
                       ADD 1 TO WS-CONT-VALES
                    END-IF
              END-READ.

       PEDE-LIBERACAO.
              MOVE "N" TO WS-LIBERADO.
              DISPLAY "GERENTE - CODIGO (0 = DESISTE): ".
              MOVE ZEROS TO WS-COD-SUP.
              ACCEPT WS-COD-SUP.
              IF WS-COD-SUP = ZEROS
                 EXIT PARAGRAPH.
              DISPLAY "SENHA: ".
              MOVE SPACES TO WS-SENHA-SUP.
              ACCEPT WS-SENHA-SUP.
              MOVE "N" TO WS-FIM-FUNC.
              OPEN INPUT FUNCFILE.
              IF ARQST15 NOT = "00"
                 DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE"
                 EXIT PARAGRAPH.
              PERFORM PROCURA-GERENTE UNTIL WS-FIM-FUNC = "S".
              CLOSE FUNCFILE.

       PROCURA-GERENTE.
              READ FUNCFILE
                 AT END
                    MOVE "S" TO WS-FIM-FUNC
                 NOT AT END
                    IF COD-FUNC = WS-COD-SUP
                       AND FUNC-ADMIN = "S"
                       AND FUNC-ATIVO NOT = "N"
                       CALL "HashSenha" USING COD-FUNC FUNC-SAL
                                              WS-SENHA-SUP WS-HASH-SENHA
                       MOVE SPACES TO WS-SENHA-SUP
                       IF FUNC-HASH = WS-HASH-SENHA
                          MOVE "S" TO WS-LIBERADO
                       END-IF
                       MOVE "S" TO WS-FIM-FUNC
                    END-IF
              END-READ.

      * ESTOQUE: CADA ITEM VOLTA AO PRODUTO E AO DEPOSITO DA LOJA
      * PELA QUANTIDADE BAIXADA NA VENDA; O ITEM VALE-PRESENTE NAO
      * TEM ESTOQUE
       ESTORNA-ITENS.
              MOVE ZEROS TO WS-CONT-ITENS.
              MOVE WS-NUM-CUPOM TO CI-CUPOM.
              MOVE ZEROS        TO CI-SEQ.
              START CUPITENS KEY IS GREATER THAN CI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM ESTORNA-ITEM UNTIL WS-FIM = "S".
              DISPLAY "ITENS DEVOLVIDOS AO ESTOQUE: " WS-CONT-ITENS.

       ESTORNA-ITEM.
              READ CUPITENS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CI-CUPOM NOT = WS-NUM-CUPOM
                       MOVE "S" TO WS-FIM
                    ELSE
                       IF CI-CODIGO NOT = 9999999999998
                          ADD 1 TO WS-CONT-ITENS
                          PERFORM ESTORNA-QUANTIDADE
                       END-IF
                    END-IF
              END-READ.

       ESTORNA-QUANTIDADE.
              MOVE CI-CODIGO TO WS-CODIGO-ITEM.
              PERFORM CARREGA-COMPONENTES.
              IF WS-NUM-COMP > ZEROS
                 PERFORM CREDITA-COMPONENTE
                    VARYING WS-IDX-COMP FROM 1 BY 1
                    UNTIL WS-IDX-COMP > WS-NUM-COMP
              ELSE
                 MOVE CI-QTDADE TO WS-QTD-CREDITO
                 MOVE WS-CODIGO-ITEM TO CODIGO
                 PERFORM CREDITA-PRODUTO.

       CARREGA-COMPONENTES.
              MOVE ZEROS TO WS-NUM-COMP.
              IF WS-TEM-COMPKIT = "S"
                 MOVE WS-CODIGO-ITEM TO KC-KIT
                 MOVE ZEROS          TO KC-COMPONENTE
                 START COMPKIT KEY IS GREATER THAN KC-CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-FIM-COMP
                    NOT INVALID KEY
                       MOVE "N" TO WS-FIM-COMP
                 END-START
                 PERFORM CARREGA-COMPONENTE
                    UNTIL WS-FIM-COMP = "S".

       CARREGA-COMPONENTE.
              READ COMPKIT NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-COMP
                 NOT AT END
                    IF KC-KIT NOT = WS-CODIGO-ITEM
                       MOVE "S" TO WS-FIM-COMP
                    ELSE
                       IF WS-NUM-COMP < 50
                          ADD 1 TO WS-NUM-COMP
                          MOVE KC-COMPONENTE
                             TO CP-CODIGO(WS-NUM-COMP)
                          MOVE KC-QTDADE
                             TO CP-QTDADE(WS-NUM-COMP)
                       END-IF
                    END-IF
              END-READ.

       CREDITA-COMPONENTE.
              COMPUTE WS-QTD-CREDITO =
                 CI-QTDADE * CP-QTDADE(WS-IDX-COMP).
              MOVE CP-CODIGO(WS-IDX-COMP) TO CODIGO.
              PERFORM CREDITA-PRODUTO.

       CREDITA-PRODUTO.
              READ PRODUTOS
                 INVALID KEY
                    DISPLAY "PRODUTO " CODIGO " NAO CADASTRADO"
                    EXIT PARAGRAPH
              END-READ.
              ADD WS-QTD-CREDITO TO QTDADE.
              COMPUTE TOTAL = QTDADE * UNITARIO.
              REWRITE REG-PROD
                 INVALID KEY
                    DISPLAY "ERRO AO CREDITAR O PRODUTO"
                 NOT INVALID KEY
                    PERFORM CREDITA-DEPOSITO
                    PERFORM GRAVA-MOVIMENTO
              END-REWRITE.

       CREDITA-DEPOSITO.
              MOVE CODIGO      TO ED-CODIGO.
              MOVE WS-DEP-LOJA TO ED-DEPOSITO.
              READ ESTDEP
                 INVALID KEY
                    MOVE CODIGO         TO ED-CODIGO
                    MOVE WS-DEP-LOJA    TO ED-DEPOSITO
                    MOVE WS-QTD-CREDITO TO ED-QTDADE
                    WRITE REG-DEP
                    END-WRITE
                 NOT INVALID KEY
                    ADD WS-QTD-CREDITO TO ED-QTDADE
                    REWRITE REG-DEP
                    END-REWRITE
              END-READ.

      * MOVIMENTO TIPO C (CANCELAMENTO DE VENDA), ENTRADA NA LOJA
       GRAVA-MOVIMENTO.
              MOVE DATA-SIS        TO MV-DATA.
              MOVE CODIGO          TO MV-CODIGO.
              MOVE "C"             TO MV-TIPO.
              MOVE "+"             TO MV-SINAL.
              MOVE WS-QTD-CREDITO  TO MV-QTDADE.
              MOVE WS-OPERADOR     TO MV-OPERADOR.
              MOVE WS-DEP-LOJA     TO MV-DEPOSITO.
              MOVE ZEROS           TO MV-MOTIVO.
              WRITE REG-MOV.

      * LOTES: CADA LOTE BAIXADO NA VENDA RECEBE DE VOLTA A MESMA
      * QUANTIDADE; LOTE QUE JA SAIU DO CADASTRO E RECRIADO COM A
      * VALIDADE GUARDADA NA BAIXA
       ESTORNA-LOTES.
              IF WS-TEM-LOTES = "N"
                 EXIT PARAGRAPH.
              MOVE WS-NUM-CUPOM TO LV-CUPOM.
              MOVE ZEROS        TO LV-SEQ.
              MOVE ZEROS        TO LV-CODIGO.
              MOVE LOW-VALUES   TO LV-LOTE.
              START LOTVEN KEY IS GREATER THAN LV-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-LOTV
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-LOTV
              END-START.
              PERFORM ESTORNA-LOTE UNTIL WS-FIM-LOTV = "S".

       ESTORNA-LOTE.
              READ LOTVEN NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-LOTV
                 NOT AT END
                    IF LV-CUPOM NOT = WS-NUM-CUPOM
                       MOVE "S" TO WS-FIM-LOTV
                    ELSE
                       PERFORM DEVOLVE-AO-LOTE
                    END-IF
              END-READ.

       DEVOLVE-AO-LOTE.
              MOVE LV-CODIGO TO LT-CODIGO.
              MOVE LV-LOTE   TO LT-LOTE.
              READ LOTES
                 INVALID KEY
                    MOVE LV-VALIDADE TO LT-VALIDADE
                    MOVE LV-QTDADE   TO LT-QTDADE
                    WRITE REG-LOTE
                    END-WRITE
                 NOT INVALID KEY
                    ADD LV-QTDADE TO LT-QTDADE
                    REWRITE REG-LOTE
                    END-REWRITE
              END-READ.

      * SERIES: AS UNIDADES VENDIDAS NO CUPOM VOLTAM AO ESTOQUE SEM
      * OS DADOS DA VENDA
       ESTORNA-SERIES.
              IF WS-TEM-SERIES = "N"
                 EXIT PARAGRAPH.
              MOVE LOW-VALUES TO SR-CHAVE.
              START SERIES KEY IS GREATER THAN SR-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-SERIE
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-SERIE
              END-START.
              PERFORM ESTORNA-SERIE UNTIL WS-FIM-SERIE = "S".

       ESTORNA-SERIE.
              READ SERIES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-SERIE
                 NOT AT END
                    IF SR-STATUS = "V" AND SR-CUPOM = WS-NUM-CUPOM
                       MOVE "E"   TO SR-STATUS
                       MOVE ZEROS TO SR-CUPOM
                       MOVE ZEROS TO SR-SEQ
                       MOVE ZEROS TO SR-DATA-VENDA
                       MOVE ZEROS TO SR-CLIENTE
                       REWRITE REG-SERIE
                       END-REWRITE
                    END-IF
              END-READ.

      * FIDELIDADE: OS PONTOS GANHOS NO CUPOM SAEM COMO ESTORNO (E)
      * E OS RESGATADOS VOLTAM COMO DEVOLUCAO (D)
       ESTORNA-PONTOS.
              IF WS-TEM-PONTOS = "N"
                 OR CM-CLIENTE NOT NUMERIC
                 OR CM-CLIENTE = ZEROS
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-PONTOS-GANHOS
                            WS-PONTOS-RESG
                            WS-SEQ-PONTO.
              MOVE CM-CLIENTE TO PT-FONE.
              MOVE ZEROS      TO PT-SEQ.
              START PONTOS KEY IS GREATER THAN PT-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-PONTO
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-PONTO
              END-START.
              PERFORM SOMA-PONTO-CUPOM UNTIL WS-FIM-PONTO = "S".
              IF WS-PONTOS-GANHOS > ZEROS
                 MOVE "E"              TO PT-TIPO
                 MOVE WS-PONTOS-GANHOS TO PT-PONTOS
                 PERFORM GRAVA-PONTO-ESTORNO.
              IF WS-PONTOS-RESG > ZEROS
                 MOVE "D"              TO PT-TIPO
                 MOVE WS-PONTOS-RESG   TO PT-PONTOS
                 PERFORM GRAVA-PONTO-ESTORNO.

       SOMA-PONTO-CUPOM.
              READ PONTOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-PONTO
                 NOT AT END
                    IF PT-FONE NOT = CM-CLIENTE
                       MOVE "S" TO WS-FIM-PONTO
                    ELSE
                       MOVE PT-SEQ TO WS-SEQ-PONTO
                       IF PT-CUPOM = WS-NUM-CUPOM
                          IF PT-TIPO = "A"
                             ADD PT-PONTOS TO WS-PONTOS-GANHOS
                          END-IF
                          IF PT-TIPO = "R"
                             ADD PT-PONTOS TO WS-PONTOS-RESG
                          END-IF
                       END-IF
                    END-IF
              END-READ.

       GRAVA-PONTO-ESTORNO.
              ADD 1 TO WS-SEQ-PONTO.
              MOVE CM-CLIENTE   TO PT-FONE.
              MOVE WS-SEQ-PONTO TO PT-SEQ.
              MOVE WS-HOJE      TO PT-DATA.
              MOVE WS-NUM-CUPOM TO PT-CUPOM.
              WRITE REG-PONTO
                 INVALID KEY
                    DISPLAY "ERRO AO ESTORNAR OS PONTOS"
              END-WRITE.

      * A COBRANCA DO FIADO, AINDA SEM PAGAMENTO, SAI DO CREDIARIO
       ESTORNA-FIADO.
              IF CM-FONE-FIADO NOT NUMERIC
                 OR CM-FONE-FIADO = ZEROS
                 EXIT PARAGRAPH.
              MOVE CM-FONE-FIADO TO CR-FONE.
              MOVE CM-SEQ-CRED   TO CR-SEQ.
              READ CREDIARIO
                 INVALID KEY
                    DISPLAY "COBRANCA DO FIADO NAO ENCONTRADA"
                    EXIT PARAGRAPH
              END-READ.
              DELETE CREDIARIO
                 INVALID KEY
                    DISPLAY "ERRO AO EXCLUIR A COBRANCA DO FIADO"
                 NOT INVALID KEY
                    DISPLAY "COBRANCA DO FIADO EXCLUIDA"
              END-DELETE.

      * VALE RESGATADO NO CUPOM VOLTA PARA EM ABERTO; VALE EMITIDO
      * NO CUPOM (AINDA EM ABERTO) FICA CANCELADO
       ESTORNA-VALES.
              IF WS-TEM-VALES = "N"
                 EXIT PARAGRAPH.
              MOVE ZEROS TO VP-NUMERO.
              START VALEPRES KEY IS GREATER THAN VP-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-VALE
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-VALE
              END-START.
              PERFORM ESTORNA-VALE UNTIL WS-FIM-VALE = "S".

       ESTORNA-VALE.
              READ VALEPRES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-VALE
                 NOT AT END
                    IF VP-STATUS = "R"
                       AND VP-CUPOM = WS-NUM-CUPOM
                       MOVE "E"   TO VP-STATUS
                       MOVE ZEROS TO VP-DATA-RESG
                       MOVE ZEROS TO VP-CUPOM
                       REWRITE REG-VALE
                       END-REWRITE
                       DISPLAY "VALE " VP-NUMERO " VOLTOU A ABERTO"
                    ELSE
                       IF VP-CUPOM-EMIS IS NUMERIC
                          AND VP-CUPOM-EMIS = WS-NUM-CUPOM
                          AND VP-STATUS = "E"
                          MOVE "C" TO VP-STATUS
                          REWRITE REG-VALE
                          END-REWRITE
                          DISPLAY "VALE " VP-NUMERO " CANCELADO"
                       END-IF
                    END-IF
              END-READ.

      * DEBITO EM CONTA: O VALOR DO CUPOM VOLTA PARA A CONTA COM
      * LANCAMENTO ESTORNO-LJ, QUE O PRODBANC ABATE DOS COMPRA-LOJ
       ESTORNA-BANCO.
              IF CM-CPF-BANCO NOT NUMERIC
                 OR CM-CPF-BANCO = ZEROS
                 EXIT PARAGRAPH.
              MOVE CM-CPF-BANCO  TO CPF-P.
              MOVE CM-TIPO-CONTA TO TIPO-CONTA-P.
              READ ARQBANCO
                 INVALID KEY
                    DISPLAY "CONTA DO BANCO NAO ENCONTRADA - ESTORNO "
                            "MANUAL NA AGENCIA"
                    EXIT PARAGRAPH
              END-READ.
              COMPUTE WS-SALDO-NOVO = SALDO-P + CM-TOTAL.
              IF WS-SALDO-NOVO > 999999999,99
                 DISPLAY "SALDO DA CONTA NO LIMITE DO CAMPO - ESTORNO "
                         "MANUAL NA AGENCIA"
                 EXIT PARAGRAPH.
              ADD CM-TOTAL TO SALDO-P.
              REWRITE REG-ARQBC
                 INVALID KEY
                    DISPLAY "ERRO AO RECREDITAR A CONTA"
                    EXIT PARAGRAPH
              END-REWRITE.
              PERFORM GRAVA-EXTRATO-ESTORNO.
              DISPLAY "CONTA RECREDITADA: " NOME-P.

       GRAVA-EXTRATO-ESTORNO.
              OPEN EXTEND EXTRATO.
              IF ARQST13 NOT = "00" AND ARQST13 NOT = "05"
                 OPEN OUTPUT EXTRATO.
              MOVE DIA TO LE-DIA.
              MOVE MES TO LE-MES.
              MOVE ANO (3:2) TO LE-ANO.
              MOVE CPF-P TO LE-CPF.
              MOVE "ESTORNO-LJ" TO LE-TIPO.
              MOVE CM-TOTAL TO LE-VALOR.
              MOVE SALDO-P TO LE-SALDO.
              MOVE TIPO-CONTA-P TO LE-TIPO-CONTA.
              MOVE ZEROS TO LE-FUNC.
              ACCEPT WS-HORA FROM TIME.
              MOVE WS-HORA (1:6) TO LE-HORA.
              MOVE LINHA-EXTRATO TO REG-EXTRATO.
              WRITE REG-EXTRATO.
              CLOSE EXTRATO.

      * ENTREGA AINDA PENDENTE SAI DO ROMANEIO (STATUS X)
       CANCELA-ENTREGA.
              IF WS-TEM-ENTREGAS = "N"
                 EXIT PARAGRAPH.
              MOVE WS-NUM-CUPOM TO EN-CUPOM.
              READ ENTREGAS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF EN-STATUS = "P"
                 MOVE "X" TO EN-STATUS
                 REWRITE REG-ENTREGA
                 END-REWRITE
                 DISPLAY "ENTREGA CANCELADA".

       MARCA-CUPOM.
              MOVE WS-NUM-CUPOM TO CM-NUMERO.
              READ CUPOM
                 INVALID KEY
                    DISPLAY "CUPOM NAO ENCONTRADO NA BAIXA"
                    EXIT PARAGRAPH
              END-READ.
              MOVE "C"          TO CM-STATUS.
              MOVE WS-HOJE      TO CM-DATA-CANC.
              ACCEPT WS-HORA FROM TIME.
              MOVE WS-HORA (1:6) TO CM-HORA-CANC.
              MOVE WS-OPERADOR  TO CM-OPER-CANC.
              MOVE WS-COD-SUP   TO CM-SUP-CANC.
              MOVE WS-MOTIVO    TO CM-MOTIVO-CANC.
              REWRITE REG-CUPOM
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR O CUPOM"
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-CANC
                    DISPLAY "CUPOM CANCELADO"
              END-REWRITE.

       FINALIZA.
              DISPLAY "CUPONS CANCELADOS: " WS-CONT-CANC.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE MOVIMENTO.
              CLOSE ESTDEP.
              CLOSE CUPOM.
              CLOSE CUPITENS.
              IF WS-TEM-COMPKIT = "S"
                 CLOSE COMPKIT.
              IF WS-TEM-LOTES = "S"
                 CLOSE LOTES
                 CLOSE LOTVEN.
              IF WS-TEM-PONTOS = "S"
                 CLOSE PONTOS.
              IF WS-TEM-CRED = "S"
                 CLOSE CREDIARIO.
              IF WS-TEM-VALES = "S"
                 CLOSE VALEPRES.
              IF WS-TEM-BANCO = "S"
                 CLOSE ARQBANCO.
              IF WS-TEM-ENTREGAS = "S"
                 CLOSE ENTREGAS.
              IF WS-TEM-SERIES = "S"
                 CLOSE SERIES.
              STOP RUN.

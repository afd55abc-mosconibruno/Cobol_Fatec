       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODDESC.

      * AUDITORIA DE DESCONTOS E PRECOS DO DIA OU DO MES: CONFERE
      * CADA LINHA VENDIDA DE VENDAS.TXT CONTRA O PRECO EM VIGOR NA
      * DATA (PRECOS.DAT: TABELA, PROMOCAO NA VALIDADE E PRECO POR
      * QUANTIDADE) E LISTA AS LINHAS COBRADAS ABAIXO DELE, OS
      * DESCONTOS MANUAIS LIBERADOS PELO GERENTE E AS CONVERSOES DE
      * ORCAMENTO, COM OPERADOR, AUTORIZADOR, PRECO EM VIGOR, PRECO
      * COBRADO E MARGEM PERDIDA; NO FIM, OS OPERADORES EM ORDEM DE
      * TOTAL CONCEDIDO E OS TOTAIS POR AUTORIZADOR. CUPOM CANCELADO
      * (PRODCANC) FICA FORA. MESES JA FECHADOS PELO PRODARQ SAO LIDOS
      * DOS HISTORICOS. RELATORIO EM PRODDESC.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VENDAS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST4.

              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST5.

              SELECT PRECOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PR-CHAVE
              FILE STATUS ARQST6.

              SELECT FUNCFILE ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST7.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-VENDA
                VALUE OF FILE-ID IS WS-ARQ-VENDAS.
          01 REG-VENDA.
                02 VD-DATA        PIC 9(08).
                02 VD-CODIGO      PIC 9(13).
                02 VD-QTDADE      PIC 9(04).
                02 VD-VALOR-UNIT  PIC 9(05)V99.
                02 VD-VALOR-TOTAL PIC 9(07)V99.
                02 VD-OPERADOR    PIC X(10).
                02 VD-CUPOM       PIC 9(06).
                02 VD-SEQ         PIC 9(03).
                02 VD-PAGAMENTO   PIC X(01).
                02 VD-TIPO        PIC X(01).
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PRODDESC.TXT".
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

       FD PRECOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRECO
                VALUE OF FILE-ID IS "PRECOS.DAT".
          01 REG-PRECO.
                02 PR-CHAVE.
                   03 PR-CODIGO   PIC 9(13).
                   03 PR-VIGENCIA PIC 9(08).
                02 PR-PRECO       PIC 9(05)V99.
                02 PR-PROMO-PRECO PIC 9(05)V99.
                02 PR-PROMO-INI   PIC 9(08).
                02 PR-PROMO-FIM   PIC 9(08).
                02 PR-QTD-MINIMA  PIC 9(04).
                02 PR-PRECO-QTD   PIC 9(05)V99.

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

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 WS-ARQ-VENDAS         PIC X(20) VALUE "VENDAS.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-PRECO          PIC X(01) VALUE "N".
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-TEM-PRECOS         PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-MES-PESQ           PIC 9(06) VALUE ZEROS.
          01 WS-DIA-PESQ           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
      * PRECO EM VIGOR DO ULTIMO PRODUTO/DATA CONSULTADO
          01 WS-ULT-CODIGO         PIC 9(13) VALUE ZEROS.
          01 WS-ULT-DATA           PIC 9(08) VALUE ZEROS.
          01 WS-ACHOU-PRECO        PIC X(01) VALUE "N".
          01 WS-PRECO-TAB          PIC 9(05)V99 VALUE ZEROS.
          01 WS-PROMO-PRECO        PIC 9(05)V99 VALUE ZEROS.
          01 WS-PROMO-INI          PIC 9(08) VALUE ZEROS.
          01 WS-PROMO-FIM          PIC 9(08) VALUE ZEROS.
          01 WS-QTD-MINIMA         PIC 9(04) VALUE ZEROS.
          01 WS-PRECO-QTD          PIC 9(05)V99 VALUE ZEROS.
          01 WS-PRECO-VIGOR        PIC 9(05)V99 VALUE ZEROS.
          01 WS-QTD-LINHA          PIC 9(04)V999 VALUE ZEROS.
          01 WS-PERDA              PIC S9(07)V99 VALUE ZEROS.
          01 WS-CLASSE             PIC X(03) VALUE SPACES.
          01 WS-CONT-LINHAS        PIC 9(07) VALUE ZEROS.
          01 WS-CONT-AUDIT         PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-PERDA        PIC S9(09)V99 VALUE ZEROS.
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-IDX                PIC 9(03) VALUE ZEROS.
          01 WS-IDX-AUT            PIC 9(03) VALUE ZEROS.
          01 WS-MAIOR              PIC 9(03) VALUE ZEROS.
          01 WS-RANK               PIC 9(03) VALUE ZEROS.
          01 WS-NUM-OPER           PIC 9(03) VALUE ZEROS.
          01 WS-NUM-AUT            PIC 9(03) VALUE ZEROS.
          01 WS-NUM-FUNC           PIC 9(03) VALUE ZEROS.
          01 TABELA-OPERADORES.
                02 TO-LINHA OCCURS 50 TIMES.
                   03 TO-OPERADOR  PIC X(10).
                   03 TO-ABAIXO    PIC 9(05).
                   03 TO-MANUAL    PIC 9(05).
                   03 TO-ORCAM     PIC 9(05).
                   03 TO-PERDA     PIC S9(09)V99.
                   03 TO-LISTADO   PIC X(01).
          01 TABELA-AUTORIZADORES.
                02 TA-LINHA OCCURS 50 TIMES.
                   03 TA-CODIGO    PIC 9(04).
                   03 TA-LINHAS    PIC 9(05).
                   03 TA-PERDA     PIC S9(09)V99.
          01 TABELA-FUNCIONARIOS.
                02 TF-LINHA OCCURS 200 TIMES.
                   03 TF-CODIGO    PIC 9(04).
                   03 TF-NOME      PIC X(30).
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "AUDITORIA DE DESCONTOS E PRECOS - MES ".
                02 LC-MES          PIC 9(06).
          01 LINHA-CAB1-DIA.
                02 FILLER          PIC X(40) VALUE
                   "AUDITORIA DE DESCONTOS E PRECOS - DIA ".
                02 LC-DIA          PIC 9(08).
          01 LINHA-LEGENDA         PIC X(100) VALUE
             "ORIGEM: ABX = ABAIXO DO PRECO EM VIGOR  MAN = DESCONTO MAN
      -      "UAL  ORC = ORCAMENTO".
          01 LINHA-CAB2.
                02 FILLER          PIC X(36) VALUE
                   "DATA     CUPOM  OPERADOR   AUT  PROD".
                02 FILLER          PIC X(32) VALUE
                   "UTO       ORG     VIGOR   COBRAD".
                02 FILLER          PIC X(23) VALUE
                   "O       QTD       PERDA".
          01 LINHA-DET.
                02 LD-DATA         PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CUPOM        PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-OPERADOR     PIC X(10).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-AUTORIZ      PIC X(04).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CODIGO       PIC 9(13).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CLASSE       PIC X(03).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-VIGOR        PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-COBRADO      PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-QTD          PIC Z.ZZ9,999.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-PERDA        PIC -ZZZ.ZZ9,99.
          01 LINHA-TOTAL.
                02 FILLER          PIC X(30) VALUE
                   "LINHAS AUDITADAS:".
                02 LT-CONT         PIC ZZZ.ZZ9.
                02 FILLER          PIC X(18) VALUE
                   "   MARGEM PERDIDA:".
                02 LT-PERDA        PIC -ZZZ.ZZZ.ZZ9,99.
          01 LINHA-SEC-OPER        PIC X(100) VALUE
             "OPERADORES POR TOTAL CONCEDIDO".
          01 LINHA-CAB-OPER.
                02 FILLER          PIC X(32) VALUE
                   "ORD   OPERADOR   ABAIXO  MANUAL".
                02 FILLER          PIC X(26) VALUE
                   "  ORCAM    MARGEM PERDIDA".
          01 LINHA-OPER.
                02 LO-ORDEM        PIC ZZ9.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LO-OPERADOR     PIC X(10).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LO-ABAIXO       PIC ZZ.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LO-MANUAL       PIC ZZ.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LO-ORCAM        PIC ZZ.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LO-PERDA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          01 LINHA-SEC-AUT         PIC X(100) VALUE
             "DESCONTOS MANUAIS POR AUTORIZADOR".
          01 LINHA-AUT.
                02 LA-CODIGO       PIC 9(04).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-NOME         PIC X(30).
                02 FILLER          PIC X(09) VALUE " LINHAS: ".
                02 LA-LINHAS       PIC ZZ.ZZ9.
                02 FILLER          PIC X(09) VALUE "  PERDA: ".
                02 LA-PERDA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "AUDITORIA DE DESCONTOS E PRECOS".
              DISPLAY "MES DE APURACAO (AAAAMM) [ENTER = UM DIA]: ".
              ACCEPT WS-MES-PESQ.
              IF WS-MES-PESQ = ZEROS
                 DISPLAY "DIA (AAAAMMDD) [ENTER = HOJE]: "
                 ACCEPT WS-DIA-PESQ
                 IF WS-DIA-PESQ = ZEROS
                    MOVE DATA-SIS TO WS-DIA-PESQ
                 END-IF
                 MOVE WS-DIA-PESQ TO WS-DATA-INI WS-DATA-FIM
              ELSE
                 COMPUTE WS-DATA-INI = WS-MES-PESQ * 100 + 1
                 COMPUTE WS-DATA-FIM = WS-MES-PESQ * 100 + 31.
              PERFORM ABRE-ARQ.
              PERFORM CARREGA-FUNCIONARIOS.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              PERFORM IMPRIME-TOTAL.
              PERFORM IMPRIME-OPERADORES.
              PERFORM IMPRIME-AUTORIZADORES.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST5 NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN INPUT PRECOS.
              IF ARQST6 = "00"
                 MOVE "S" TO WS-TEM-PRECOS.
              OPEN INPUT CUPOM.
              IF ARQST2 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN OUTPUT RELATORIO.
              IF WS-MES-PESQ = ZEROS
                 MOVE WS-DIA-PESQ TO LC-DIA
                 MOVE LINHA-CAB1-DIA TO LINHA-REL
              ELSE
                 MOVE WS-MES-PESQ TO LC-MES
                 MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-LEGENDA TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

      * NOMES DOS GERENTES QUE LIBERAM DESCONTO
       CARREGA-FUNCIONARIOS.
              OPEN INPUT FUNCFILE.
              IF ARQST7 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM CARREGA-FUNCIONARIO UNTIL WS-FIM = "S".
              CLOSE FUNCFILE.

       CARREGA-FUNCIONARIO.
              READ FUNCFILE
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF WS-NUM-FUNC < 200
                       ADD 1 TO WS-NUM-FUNC
                       MOVE COD-FUNC  TO TF-CODIGO(WS-NUM-FUNC)
                       MOVE NOME-FUNC TO TF-NOME(WS-NUM-FUNC)
                    END-IF
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
              PERFORM AUDITA-VENDA UNTIL WS-FIM = "S".
              CLOSE VENDAS.

       AUDITA-VENDA.
              READ VENDAS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF VD-DATA >= WS-DATA-INI
                       AND VD-DATA <= WS-DATA-FIM
                       AND VD-TIPO = "V"
                       PERFORM CONFERE-LINHA
                    END-IF
              END-READ.

      * A LINHA ENTRA NA AUDITORIA QUANDO FOI COBRADA ABAIXO DO PRECO
      * EM VIGOR (ABX), TEVE DESCONTO MANUAL (MAN) OU VEIO DE
      * ORCAMENTO (ORC); A PERDA E O PRECO EM VIGOR VEZES A
      * QUANTIDADE MENOS O VALOR COBRADO
       CONFERE-LINHA.
              PERFORM VERIFICA-CUPOM.
              IF WS-CUPOM-CANC = "S"
                 EXIT PARAGRAPH.
              IF VD-QTD-FRAC NOT NUMERIC
                 MOVE ZEROS TO VD-QTD-FRAC.
              IF VD-QTD-FRAC > ZEROS
                 MOVE VD-QTD-FRAC TO WS-QTD-LINHA
              ELSE
                 MOVE VD-QTDADE TO WS-QTD-LINHA.
              IF WS-QTD-LINHA = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-CONT-LINHAS.
              PERFORM BUSCA-PRECO-VIGOR.
              IF WS-ACHOU-PRECO = "N"
                 EXIT PARAGRAPH.
              COMPUTE WS-PERDA ROUNDED =
                 WS-PRECO-VIGOR * WS-QTD-LINHA - VD-VALOR-TOTAL.
              EVALUATE TRUE
                 WHEN VD-ORIGEM-PRECO = "M"
                    MOVE "MAN" TO WS-CLASSE
                 WHEN VD-ORIGEM-PRECO = "O"
                    MOVE "ORC" TO WS-CLASSE
                 WHEN WS-PERDA > ZEROS
                    MOVE "ABX" TO WS-CLASSE
                 WHEN OTHER
                    EXIT PARAGRAPH
              END-EVALUATE.
              PERFORM ESCREVE-LINHA.
              PERFORM ACUMULA-OPERADOR.
              IF WS-CLASSE = "MAN"
                 PERFORM ACUMULA-AUTORIZADOR.

      * PRECO EM VIGOR NA DATA DA VENDA: ULTIMA VIGENCIA ATE A DATA;
      * PROMOCAO NA VALIDADE E PRECO POR QUANTIDADE VALEM SE FOREM
      * MENORES (MESMA REGRA DO PRODVEN). SEM PRECOS.DAT PARA O
      * PRODUTO, VALE O UNITARIO DO CADASTRO
       BUSCA-PRECO-VIGOR.
              IF VD-CODIGO NOT = WS-ULT-CODIGO
                 OR VD-DATA NOT = WS-ULT-DATA
                 MOVE VD-CODIGO TO WS-ULT-CODIGO
                 MOVE VD-DATA   TO WS-ULT-DATA
                 PERFORM LE-TABELA-PRECO.
              IF WS-ACHOU-PRECO = "N"
                 EXIT PARAGRAPH.
              MOVE WS-PRECO-TAB TO WS-PRECO-VIGOR.
              IF WS-PROMO-PRECO > ZEROS
                 AND WS-PROMO-PRECO < WS-PRECO-VIGOR
                 AND VD-DATA >= WS-PROMO-INI
                 AND VD-DATA <= WS-PROMO-FIM
                 MOVE WS-PROMO-PRECO TO WS-PRECO-VIGOR.
              IF WS-QTD-MINIMA > ZEROS
                 AND WS-PRECO-QTD > ZEROS
                 AND VD-QTDADE >= WS-QTD-MINIMA
                 AND WS-PRECO-QTD < WS-PRECO-VIGOR
                 MOVE WS-PRECO-QTD TO WS-PRECO-VIGOR.

       LE-TABELA-PRECO.
              MOVE "N" TO WS-ACHOU-PRECO.
              MOVE ZEROS TO WS-PROMO-PRECO WS-PROMO-INI WS-PROMO-FIM
                            WS-QTD-MINIMA WS-PRECO-QTD.
              MOVE VD-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE "S" TO WS-ACHOU-PRECO.
              MOVE UNITARIO TO WS-PRECO-TAB.
              IF WS-TEM-PRECOS = "N"
                 EXIT PARAGRAPH.
              MOVE VD-CODIGO TO PR-CODIGO.
              MOVE ZEROS     TO PR-VIGENCIA.
              START PRECOS KEY IS GREATER THAN PR-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-PRECO
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-PRECO
              END-START.
              PERFORM LE-PRECO UNTIL WS-FIM-PRECO = "S".

       LE-PRECO.
              READ PRECOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-PRECO
                 NOT AT END
                    IF PR-CODIGO NOT = VD-CODIGO
                       OR PR-VIGENCIA > VD-DATA
                       MOVE "S" TO WS-FIM-PRECO
                    ELSE
                       MOVE PR-PRECO       TO WS-PRECO-TAB
                       MOVE PR-PROMO-PRECO TO WS-PROMO-PRECO
                       MOVE PR-PROMO-INI   TO WS-PROMO-INI
                       MOVE PR-PROMO-FIM   TO WS-PROMO-FIM
                       MOVE PR-QTD-MINIMA  TO WS-QTD-MINIMA
                       MOVE PR-PRECO-QTD   TO WS-PRECO-QTD
                    END-IF
              END-READ.

      * CUPOM CANCELADO NO DIA (PRODCANC) FICA FORA; CONSULTA UMA VEZ
      * POR NUMERO
       VERIFICA-CUPOM.
              IF VD-CUPOM = WS-ULT-CUPOM
                 EXIT PARAGRAPH.
              MOVE VD-CUPOM TO WS-ULT-CUPOM.
              MOVE "N" TO WS-CUPOM-CANC.
              IF WS-TEM-CUPOM = "N"
                 EXIT PARAGRAPH.
              MOVE VD-CUPOM TO CM-NUMERO.
              READ CUPOM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CM-STATUS = "C"
                       MOVE "S" TO WS-CUPOM-CANC
                    END-IF
              END-READ.

       ESCREVE-LINHA.
              MOVE VD-DATA        TO LD-DATA.
              MOVE VD-CUPOM       TO LD-CUPOM.
              MOVE VD-OPERADOR    TO LD-OPERADOR.
              IF VD-AUTORIZADOR NUMERIC AND VD-AUTORIZADOR > ZEROS
                 MOVE VD-AUTORIZADOR TO LD-AUTORIZ
              ELSE
                 MOVE SPACES TO LD-AUTORIZ.
              MOVE VD-CODIGO      TO LD-CODIGO.
              MOVE WS-CLASSE      TO LD-CLASSE.
              MOVE WS-PRECO-VIGOR TO LD-VIGOR.
              MOVE VD-VALOR-UNIT  TO LD-COBRADO.
              MOVE WS-QTD-LINHA   TO LD-QTD.
              MOVE WS-PERDA       TO LD-PERDA.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.
              ADD 1 TO WS-CONT-AUDIT.
              ADD WS-PERDA TO WS-TOTAL-PERDA.

       ACUMULA-OPERADOR.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-OPER
                 IF TO-OPERADOR(WS-IDX) = VD-OPERADOR
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-NUM-OPER >= 50
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-OPER
                 MOVE WS-NUM-OPER TO WS-IDX
                 MOVE VD-OPERADOR TO TO-OPERADOR(WS-IDX)
                 MOVE ZEROS TO TO-ABAIXO(WS-IDX) TO-MANUAL(WS-IDX)
                               TO-ORCAM(WS-IDX) TO-PERDA(WS-IDX)
                 MOVE "N" TO TO-LISTADO(WS-IDX).
              EVALUATE WS-CLASSE
                 WHEN "ABX"
                    ADD 1 TO TO-ABAIXO(WS-IDX)
                 WHEN "MAN"
                    ADD 1 TO TO-MANUAL(WS-IDX)
                 WHEN OTHER
                    ADD 1 TO TO-ORCAM(WS-IDX)
              END-EVALUATE.
              ADD WS-PERDA TO TO-PERDA(WS-IDX).

       ACUMULA-AUTORIZADOR.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                      UNTIL WS-IDX-AUT > WS-NUM-AUT
                 IF TA-CODIGO(WS-IDX-AUT) = VD-AUTORIZADOR
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-NUM-AUT >= 50
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-AUT
                 MOVE WS-NUM-AUT TO WS-IDX-AUT
                 MOVE VD-AUTORIZADOR TO TA-CODIGO(WS-IDX-AUT)
                 MOVE ZEROS TO TA-LINHAS(WS-IDX-AUT)
                               TA-PERDA(WS-IDX-AUT).
              ADD 1 TO TA-LINHAS(WS-IDX-AUT).
              ADD WS-PERDA TO TA-PERDA(WS-IDX-AUT).

       IMPRIME-TOTAL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-AUDIT TO LT-CONT.
              MOVE WS-TOTAL-PERDA TO LT-PERDA.
              MOVE LINHA-TOTAL TO LINHA-REL.
              WRITE LINHA-REL.

      * RANKING: CADA PASSADA LISTA O OPERADOR DE MAIOR PERDA AINDA
      * NAO LISTADO
       IMPRIME-OPERADORES.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-SEC-OPER TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB-OPER TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM IMPRIME-PROXIMO-OPERADOR
                 VARYING WS-RANK FROM 1 BY 1
                 UNTIL WS-RANK > WS-NUM-OPER.

       IMPRIME-PROXIMO-OPERADOR.
              MOVE ZEROS TO WS-MAIOR.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-OPER
                 IF TO-LISTADO(WS-IDX) = "N"
                    IF WS-MAIOR = ZEROS
                       MOVE WS-IDX TO WS-MAIOR
                    ELSE
                       IF TO-PERDA(WS-IDX) > TO-PERDA(WS-MAIOR)
                          MOVE WS-IDX TO WS-MAIOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM.
              MOVE "S" TO TO-LISTADO(WS-MAIOR).
              MOVE WS-RANK               TO LO-ORDEM.
              MOVE TO-OPERADOR(WS-MAIOR) TO LO-OPERADOR.
              MOVE TO-ABAIXO(WS-MAIOR)   TO LO-ABAIXO.
              MOVE TO-MANUAL(WS-MAIOR)   TO LO-MANUAL.
              MOVE TO-ORCAM(WS-MAIOR)    TO LO-ORCAM.
              MOVE TO-PERDA(WS-MAIOR)    TO LO-PERDA.
              MOVE LINHA-OPER TO LINHA-REL.
              WRITE LINHA-REL.

       IMPRIME-AUTORIZADORES.
              IF WS-NUM-AUT = ZEROS
                 EXIT PARAGRAPH.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-SEC-AUT TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM IMPRIME-AUTORIZADOR
                 VARYING WS-IDX-AUT FROM 1 BY 1
                 UNTIL WS-IDX-AUT > WS-NUM-AUT.

       IMPRIME-AUTORIZADOR.
              MOVE TA-CODIGO(WS-IDX-AUT) TO LA-CODIGO.
              MOVE "NAO CADASTRADO" TO LA-NOME.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-FUNC
                 IF TF-CODIGO(WS-IDX) = TA-CODIGO(WS-IDX-AUT)
                    MOVE TF-NOME(WS-IDX) TO LA-NOME
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              MOVE TA-LINHAS(WS-IDX-AUT) TO LA-LINHAS.
              MOVE TA-PERDA(WS-IDX-AUT)  TO LA-PERDA.
              MOVE LINHA-AUT TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              DISPLAY "RELATORIO GERADO: PRODDESC.TXT".
              DISPLAY "LINHAS CONFERIDAS: " WS-CONT-LINHAS
                      "  AUDITADAS: " WS-CONT-AUDIT.
              CLOSE PRODUTOS.
              IF WS-TEM-PRECOS = "S"
                 CLOSE PRECOS.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

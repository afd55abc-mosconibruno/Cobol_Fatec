       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSACER.

      * ACERTO DA CONSIGNACAO: SOMA EM VENDAS.TXT O QUE VENDEU DE
      * CADA PRODUTO EM CONSIGNACAO (CONSIG.DAT) DESDE O ULTIMO
      * ACERTO ATE ONTEM, DESCONTANDO AS DEVOLUCOES DO PRODDEVO
      * (VD-TIPO D) E AS LINHAS DE CUPOM CANCELADO, E GERA UM TITULO
      * EM CONTAS A PAGAR (CONTAPAG.DAT) POR FORNECEDOR SO PELO QUE
      * VENDEU, AO CUSTO COMBINADO. A VENDA CONSOME PRIMEIRO O SALDO
      * CONSIGNADO; O QUE PASSAR DELE E ESTOQUE PROPRIO. O TITULO
      * LEVA COMO NUMERO A DATA ATE ONDE AS VENDAS FORAM ACERTADAS,
      * ENTAO RODAR DE NOVO NO MESMO DIA NAO DUPLICA O ACERTO.
      * RELATORIO EM CONSACER.TXT. VENDAS DE MESES JA FECHADOS PELO
      * PRODARQ SAO LIDAS DOS HISTORICOS
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT VENDAS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST3.

              SELECT CONSIG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CG-CODIGO
              FILE STATUS ARQST4.

              SELECT CONTAPAG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AP-CHAVE
              FILE STATUS ARQST5.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST7.

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

       FD CONTAPAG LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGAR
                VALUE OF FILE-ID IS "CONTAPAG.DAT".
          01 REG-PAGAR.
                02 AP-CHAVE.
                   03 AP-FORNECEDOR PIC 9(04).
                   03 AP-NOTA       PIC 9(09).
                02 AP-VALOR        PIC 9(07)V99.
                02 AP-EMISSAO      PIC 9(08).
                02 AP-VENCIMENTO   PIC 9(08).
                02 AP-PAGO         PIC X(01).
                02 AP-DATA-PGTO    PIC 9(08).
                02 AP-VALOR-PAGO   PIC 9(07)V99.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CONSACER.TXT".
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
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-PRAZO              PIC 9(03) VALUE ZEROS.
          01 WS-VENCIMENTO         PIC 9(08) VALUE ZEROS.
          01 WS-VALOR-ITEM         PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOT-GERAL          PIC 9(09)V99 VALUE ZEROS.
          01 WS-CONT-TITULOS       PIC 9(04) VALUE ZEROS.
          01 WS-NUM-ITENS          PIC 9(04) VALUE ZEROS.
          01 WS-IDX                PIC 9(04) VALUE ZEROS.
          01 TABELA-CONSIG.
                02 TG-LINHA OCCURS 500 TIMES.
                   03 TG-CODIGO    PIC 9(13).
                   03 TG-FORNECEDOR PIC 9(04).
                   03 TG-SALDO     PIC 9(05).
                   03 TG-CUSTO     PIC 9(05)V99.
                   03 TG-DATA-ACERTO PIC 9(08).
                   03 TG-VENDIDO   PIC S9(06).
                   03 TG-ACERTAR   PIC 9(05).
          01 WS-NUM-FORN           PIC 9(03) VALUE ZEROS.
          01 WS-IDX-FORN           PIC 9(03) VALUE ZEROS.
          01 TABELA-FORNECEDORES.
                02 TF-LINHA OCCURS 100 TIMES.
                   03 TF-FORNECEDOR PIC 9(04).
                   03 TF-VALOR     PIC 9(09)V99.
                   03 TF-OK        PIC X(01).
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-ONTEM              PIC 9(08) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE 99999999.
          01 LINHA-CAB1.
                02 FILLER          PIC X(38) VALUE
                   "ACERTO DE CONSIGNACAO - VENDAS ATE ".
                02 LC-ATE          PIC 9(08).
          01 LINHA-CAB2.
                02 FILLER          PIC X(41) VALUE
                   "PRODUTO        NOME".
                02 FILLER          PIC X(30) VALUE
                   "VENDIDO      CUSTO       VALOR".
          01 LINHA-FORN.
                02 FILLER          PIC X(12) VALUE "FORNECEDOR: ".
                02 LF-FORNECEDOR   PIC 9(04).
          01 LINHA-DET.
                02 LD-CODIGO       PIC Z(12)9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-NOME         PIC X(25).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-VENDIDO      PIC ZZ.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-CUSTO        PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-VALOR        PIC Z.ZZZ.ZZ9,99.
          01 LINHA-TOT-FORN.
                02 FILLER          PIC X(10) VALUE "  TITULO ".
                02 LTF-NOTA        PIC 9(09).
                02 FILLER          PIC X(07) VALUE " VENC. ".
                02 LTF-VENC        PIC 9(08).
                02 FILLER          PIC X(08) VALUE " VALOR: ".
                02 LTF-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LTF-SITUACAO    PIC X(25).
          01 LINHA-TOTAL.
                02 FILLER          PIC X(30) VALUE
                   "TOTAL ACERTADO:              ".
                02 LT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-ONTEM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-HOJE) - 1).
              DISPLAY "ACERTO DE CONSIGNACAO - VENDAS ATE " WS-ONTEM.
              DISPLAY "PRAZO DE PAGAMENTO EM DIAS [0 = 30]: ".
              ACCEPT WS-PRAZO.
              IF WS-PRAZO = ZEROS
                 MOVE 30 TO WS-PRAZO.
              COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO).
              PERFORM ABRE-ARQ.
              PERFORM CARREGA-CONSIGNACOES.
              IF WS-NUM-ITENS = ZEROS
                 DISPLAY "NENHUM PRODUTO COM SALDO EM CONSIGNACAO"
                 PERFORM FINALIZA.
              PERFORM SOMA-VENDAS.
              PERFORM APURA-ITEM
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-ITENS.
              PERFORM GERA-TITULOS.
              PERFORM ATUALIZA-CONSIGNACAO
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-ITENS.
              DISPLAY "TITULOS GERADOS: " WS-CONT-TITULOS
                      " VALOR: " WS-TOT-GERAL.
              DISPLAY "RELATORIO GERADO: CONSACER.TXT".
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN I-O CONSIG.
              IF ARQST4 NOT = "00"
                 DISPLAY "NENHUMA CONSIGNACAO REGISTRADA"
                 CLOSE PRODUTOS
                 STOP RUN.
              OPEN INPUT CUPOM.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN I-O CONTAPAG.
              IF ARQST5 NOT = "00"
                 OPEN OUTPUT CONTAPAG
                 CLOSE CONTAPAG
                 OPEN I-O CONTAPAG.
              OPEN OUTPUT RELATORIO.
              MOVE WS-ONTEM TO LC-ATE.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

       CARREGA-CONSIGNACOES.
              MOVE ZEROS TO CG-CODIGO.
              START CONSIG KEY IS GREATER THAN CG-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM CARREGA-CONSIGNACAO UNTIL WS-FIM = "S".

       CARREGA-CONSIGNACAO.
              READ CONSIG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CG-SALDO > ZEROS AND CG-DATA-ACERTO < WS-ONTEM
                       IF WS-NUM-ITENS < 500
                          ADD 1 TO WS-NUM-ITENS
                          MOVE CG-CODIGO TO TG-CODIGO(WS-NUM-ITENS)
                          MOVE CG-FORNECEDOR
                             TO TG-FORNECEDOR(WS-NUM-ITENS)
                          MOVE CG-SALDO TO TG-SALDO(WS-NUM-ITENS)
                          MOVE CG-CUSTO TO TG-CUSTO(WS-NUM-ITENS)
                          MOVE CG-DATA-ACERTO
                             TO TG-DATA-ACERTO(WS-NUM-ITENS)
                          IF CG-DATA-ACERTO < WS-DATA-INI
                             MOVE CG-DATA-ACERTO TO WS-DATA-INI
                          END-IF
                          MOVE ZEROS TO TG-VENDIDO(WS-NUM-ITENS)
                          MOVE ZEROS TO TG-ACERTAR(WS-NUM-ITENS)
                       ELSE
                          DISPLAY "TABELA DE CONSIGNACOES CHEIA - "
                                  "ACERTO PARCIAL"
                          MOVE "S" TO WS-FIM
                       END-IF
                    END-IF
              END-READ.

      * VENDAS DEPOIS DO ULTIMO ACERTO DO ITEM E ATE ONTEM; A
      * DEVOLUCAO (TIPO D) VOLTA AO SALDO CONSIGNADO
       SOMA-VENDAS.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.

      * ARQUIVOS QUE COBREM AS DATAS PEDIDAS: OS HISTORICOS GRAVADOS
      * PELO PRODARQ (ARQHIST.DAT) CUJAS DATAS CAEM NO PERIODO, EM
      * ORDEM DE COMPETENCIA, E POR ULTIMO O ARQUIVO VIVO
       MONTA-ARQUIVOS.
              MOVE ZEROS TO WS-NUM-ARQ.
              OPEN INPUT ARQHIST.
              IF ARQST7 = "00"
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
                          AND AH-DATA-INI NOT > WS-ONTEM
                          AND WS-NUM-ARQ < 119
                          ADD 1 TO WS-NUM-ARQ
                          MOVE AH-ARQUIVO TO TQ-ARQUIVO(WS-NUM-ARQ)
                       END-IF
                    END-IF
              END-READ.

       LE-VENDAS.
              MOVE TQ-ARQUIVO(WS-IDX-ARQ) TO WS-ARQ-VENDAS.
              OPEN INPUT VENDAS.
              IF ARQST2 NOT = "00"
                 DISPLAY "ARQUIVO DE VENDAS AUSENTE: " WS-ARQ-VENDAS
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM SOMA-VENDA UNTIL WS-FIM = "S".
              CLOSE VENDAS.

       SOMA-VENDA.
              READ VENDAS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF VD-DATA < WS-HOJE
                       PERFORM LOCALIZA-ITEM
                       IF WS-ACHOU = "S"
                          PERFORM ACUMULA-VENDA
                       END-IF
                    END-IF
              END-READ.

       ACUMULA-VENDA.
              IF VD-DATA NOT > TG-DATA-ACERTO(WS-IDX)
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-CUPOM.
              IF WS-CUPOM-CANC = "S"
                 EXIT PARAGRAPH.
              IF VD-TIPO = "D"
                 SUBTRACT VD-QTDADE FROM TG-VENDIDO(WS-IDX)
              ELSE
                 ADD VD-QTDADE TO TG-VENDIDO(WS-IDX).

       LOCALIZA-ITEM.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-ITENS
                 IF TG-CODIGO(WS-IDX) = VD-CODIGO
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

      * CONSULTA O CUPOM UMA VEZ POR NUMERO (AS LINHAS DO MESMO
      * CUPOM VEM JUNTAS EM VENDAS.TXT)
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

      * A VENDA CONSOME PRIMEIRO O SALDO CONSIGNADO
       APURA-ITEM.
              IF TG-VENDIDO(WS-IDX) <= ZEROS
                 EXIT PARAGRAPH.
              IF TG-VENDIDO(WS-IDX) > TG-SALDO(WS-IDX)
                 MOVE TG-SALDO(WS-IDX) TO TG-ACERTAR(WS-IDX)
              ELSE
                 MOVE TG-VENDIDO(WS-IDX) TO TG-ACERTAR(WS-IDX).
              COMPUTE WS-VALOR-ITEM =
                 TG-ACERTAR(WS-IDX) * TG-CUSTO(WS-IDX).
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX-FORN FROM 1 BY 1
                      UNTIL WS-IDX-FORN > WS-NUM-FORN
                 IF TF-FORNECEDOR(WS-IDX-FORN) = TG-FORNECEDOR(WS-IDX)
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-NUM-FORN >= 100
                    DISPLAY "TABELA DE FORNECEDORES CHEIA - ITEM "
                            TG-CODIGO(WS-IDX) " FICA PARA O PROXIMO "
                            "ACERTO"
                    MOVE ZEROS TO TG-ACERTAR(WS-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-FORN
                 MOVE WS-NUM-FORN TO WS-IDX-FORN
                 MOVE TG-FORNECEDOR(WS-IDX)
                    TO TF-FORNECEDOR(WS-IDX-FORN)
                 MOVE ZEROS TO TF-VALOR(WS-IDX-FORN)
                 MOVE "N"   TO TF-OK(WS-IDX-FORN).
              ADD WS-VALOR-ITEM TO TF-VALOR(WS-IDX-FORN).

       GERA-TITULOS.
              PERFORM GERA-TITULO
                 VARYING WS-IDX-FORN FROM 1 BY 1
                 UNTIL WS-IDX-FORN > WS-NUM-FORN.
              MOVE WS-TOT-GERAL TO LT-VALOR.
              MOVE LINHA-TOTAL TO LINHA-REL.
              WRITE LINHA-REL.

      * UM TITULO POR FORNECEDOR COM O QUE VENDEU; SE O TITULO DA
      * DATA JA EXISTE O ACERTO DO FORNECEDOR NAO E APLICADO
       GERA-TITULO.
              IF TF-VALOR(WS-IDX-FORN) = ZEROS
                 MOVE "S" TO TF-OK(WS-IDX-FORN)
                 EXIT PARAGRAPH.
              MOVE TF-FORNECEDOR(WS-IDX-FORN) TO LF-FORNECEDOR.
              MOVE LINHA-FORN TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM LISTA-ITEM-FORN
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-ITENS.
              MOVE TF-FORNECEDOR(WS-IDX-FORN) TO AP-FORNECEDOR.
              MOVE WS-ONTEM              TO AP-NOTA.
              MOVE TF-VALOR(WS-IDX-FORN) TO AP-VALOR.
              MOVE WS-HOJE               TO AP-EMISSAO.
              MOVE WS-VENCIMENTO         TO AP-VENCIMENTO.
              MOVE "N"                   TO AP-PAGO.
              MOVE ZEROS                 TO AP-DATA-PGTO.
              MOVE ZEROS                 TO AP-VALOR-PAGO.
              MOVE WS-ONTEM              TO LTF-NOTA.
              MOVE WS-VENCIMENTO         TO LTF-VENC.
              MOVE TF-VALOR(WS-IDX-FORN) TO LTF-VALOR.
              WRITE REG-PAGAR
                 INVALID KEY
                    MOVE "TITULO JA EXISTE - IGNORADO"
                       TO LTF-SITUACAO
                 NOT INVALID KEY
                    MOVE "S" TO TF-OK(WS-IDX-FORN)
                    ADD 1 TO WS-CONT-TITULOS
                    ADD TF-VALOR(WS-IDX-FORN) TO WS-TOT-GERAL
                    MOVE "GRAVADO" TO LTF-SITUACAO
              END-WRITE.
              MOVE LINHA-TOT-FORN TO LINHA-REL.
              WRITE LINHA-REL.

       LISTA-ITEM-FORN.
              IF TG-FORNECEDOR(WS-IDX) NOT = TF-FORNECEDOR(WS-IDX-FORN)
                 OR TG-ACERTAR(WS-IDX) = ZEROS
                 EXIT PARAGRAPH.
              MOVE TG-CODIGO(WS-IDX) TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE "PRODUTO NAO CADASTRADO" TO NOME
              END-READ.
              COMPUTE WS-VALOR-ITEM =
                 TG-ACERTAR(WS-IDX) * TG-CUSTO(WS-IDX).
              MOVE TG-CODIGO(WS-IDX)  TO LD-CODIGO.
              MOVE NOME               TO LD-NOME.
              MOVE TG-ACERTAR(WS-IDX) TO LD-VENDIDO.
              MOVE TG-CUSTO(WS-IDX)   TO LD-CUSTO.
              MOVE WS-VALOR-ITEM      TO LD-VALOR.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

      * ITEM DE FORNECEDOR COM TITULO GRAVADO (OU SEM VENDA) BAIXA O
      * SALDO ACERTADO E AVANCA A DATA DO ACERTO PARA ONTEM
       ATUALIZA-CONSIGNACAO.
              MOVE "S" TO WS-ACHOU.
              IF TG-ACERTAR(WS-IDX) > ZEROS
                 PERFORM VARYING WS-IDX-FORN FROM 1 BY 1
                         UNTIL WS-IDX-FORN > WS-NUM-FORN
                    IF TF-FORNECEDOR(WS-IDX-FORN) =
                       TG-FORNECEDOR(WS-IDX)
                       MOVE TF-OK(WS-IDX-FORN) TO WS-ACHOU
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF.
              IF WS-ACHOU = "N"
                 EXIT PARAGRAPH.
              MOVE TG-CODIGO(WS-IDX) TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              SUBTRACT TG-ACERTAR(WS-IDX) FROM CG-SALDO.
              ADD TG-ACERTAR(WS-IDX) TO CG-QTD-ACERTADA.
              MOVE WS-ONTEM TO CG-DATA-ACERTO.
              REWRITE REG-CONSIG
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A CONSIGNACAO "
                            CG-CODIGO
              END-REWRITE.

       FINALIZA.
              CLOSE PRODUTOS.
              CLOSE CONSIG.
              CLOSE CONTAPAG.
              CLOSE RELATORIO.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              STOP RUN.

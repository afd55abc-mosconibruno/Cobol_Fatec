       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTBDIA.

      * DIARIO CONTABIL DO DIA DA LOJA: TRANSFORMA O MOVIMENTO DA DATA
      * EM LANCAMENTOS DE PARTIDA DOBRADA PELAS CONTAS DO PLANOCTA.DAT
      * (CTBINC) E GRAVA O ARQUIVO PARA O ESCRITORIO CONTABIL
      * (CTBDIA.TXT) E O BALANCETE DO DIA PARA CONFERENCIA (CTBBAL.TXT).
      * ORIGENS: VENDAS.TXT (VENDA POR FORMA DE PAGAMENTO, LIQUIDA DO
      * VALE RESGATADO; DEVOLUCOES; VALE-PRESENTE EMITIDO E RESGATADO;
      * CUPOM CANCELADO NO DIA FICA FORA), CONTAPAG.DAT (TITULO DO
      * FORNECEDOR EMITIDO NA ENTRADA DA MERCADORIA, UM LANCAMENTO POR
      * NOTA), PAGTOS.TXT (PAGAMENTOS DO CPAGPAG, UM POR BAIXA),
      * crediario.dat (COBRANCAS LANCADAS NA DATA, FORA AS PARCELAS
      * DE ACORDO DE RENEGOCIACAO, QUE SO REPARCELAM DIVIDA JA
      * LANCADA), recebcred.txt (RECEBIMENTOS DO CREDPAG E ENTRADAS
      * DE ACORDO DO CREDRENEG), acordos.dat (ENCARGOS PERDOADOS NOS
      * ACORDOS DA DATA), perdacred.txt (COBRANCAS BAIXADAS COMO
      * PERDA PELO CREDBAIXA E RECUPERACOES DO CREDPAG) E MOVEST.TXT
      * (AJUSTES DE ESTOQUE, TIPO A, VALORIZADOS AO CUSTO MEDIO DO
      * PRODUTO).
      * A VENDA FIADO E A COBRANCA DO CREDIARIO SAO EVENTOS SEPARADOS
      * (VFIA E FIAD): O PLANO DEVE LEVAR OS DOIS A UMA CONTA
      * TRANSITORIA COMUM PARA A VENDA NAO ENTRAR DUAS VEZES NO
      * CLIENTE. O DIA SO E GRAVADO PARA A CONTABILIDADE QUANDO FECHA:
      * TODO EVENTO COM VALOR TEM CONTA NO PLANO E O TOTAL A DEBITO E
      * IGUAL AO TOTAL A CREDITO; SENAO O BALANCETE SAI COM AS
      * PENDENCIAS E CTBDIA.TXT FICA VAZIO
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

              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST3.

              SELECT MOVIMENTO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

              SELECT CONTAPAG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS AP-CHAVE
              FILE STATUS ARQST5.

              SELECT PAGTOS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

              SELECT CREDIARIO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS CR-CHAVE
              FILE STATUS ARQST7.

              SELECT RECEBLOG ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST8.

              SELECT PLANOCTA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PC-EVENTO
              FILE STATUS ARQST9.

              SELECT DIARIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST10.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST11.

              SELECT ACORDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS AC-CHAVE
              FILE STATUS ARQST12.

              SELECT PERDAS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST13.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-VENDA
                VALUE OF FILE-ID IS "VENDAS.TXT".
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

       FD PAGTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PAGTO
                VALUE OF FILE-ID IS "PAGTOS.TXT".
          01 REG-PAGTO.
                02 PG-DATA         PIC 9(08).
                02 PG-FORNECEDOR   PIC 9(04).
                02 PG-NOTA         PIC 9(09).
                02 PG-VALOR        PIC 9(07)V99.
                02 PG-QUITOU       PIC X(01).

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

       FD ACORDOS VALUE OF FILE-ID IS "acordos.dat".
       01 ACORDO-REC.
           05 AC-CHAVE.
               10 AC-FONE PIC 9(09).
               10 AC-NUM  PIC 9(03).
           05 AC-DATA        PIC 9(08).
           05 AC-PRINCIPAL   PIC 9(07)V99.
           05 AC-ENCARGOS    PIC 9(07)V99.
           05 AC-PERDAO      PIC 9(07)V99.
           05 AC-ENTRADA     PIC 9(05)V99.
           05 AC-PARCELAS    PIC 9(02).
           05 AC-VALOR-PARC  PIC 9(05)V99.
           05 AC-SEQ-INI     PIC 9(04).
           05 AC-SEQ-FIM     PIC 9(04).
           05 AC-STATUS      PIC X(01).
           05 AC-DATA-STATUS PIC 9(08).
           05 AC-GERENTE1    PIC 9(04).
           05 AC-GERENTE2    PIC 9(04).

       FD PERDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-PERDA
                VALUE OF FILE-ID IS "perdacred.txt".
          01 REG-PERDA.
                02 PD-DATA         PIC 9(08).
                02 PD-TIPO         PIC X(01).
                02 PD-FONE         PIC 9(09).
                02 PD-SEQ          PIC 9(04).
                02 PD-VENC         PIC 9(08).
                02 PD-VALOR        PIC 9(07)V99.

       FD RECEBLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-RECEB
                VALUE OF FILE-ID IS "recebcred.txt".
          01 REG-RECEB.
                02 RB-DATA         PIC 9(08).
                02 RB-FONE         PIC 9(09).
                02 RB-VALOR        PIC 9(07)V99.

       FD PLANOCTA LABEL RECORD STANDARD
                DATA RECORD IS REG-PLANO
                VALUE OF FILE-ID IS "PLANOCTA.DAT".
          01 REG-PLANO.
                02 PC-EVENTO      PIC X(04).
                02 PC-DESCRICAO   PIC X(30).
                02 PC-DEBITO      PIC X(15).
                02 PC-CREDITO     PIC X(15).

       FD DIARIO LABEL RECORD STANDARD
                DATA RECORD IS REG-DIARIO
                VALUE OF FILE-ID IS "CTBDIA.TXT".
          01 REG-DIARIO.
                02 CJ-DATA        PIC 9(08).
                02 CJ-SEQ         PIC 9(04).
                02 CJ-DEBITO      PIC X(15).
                02 CJ-CREDITO     PIC X(15).
                02 CJ-VALOR       PIC 9(09)V99.
                02 CJ-EVENTO      PIC X(04).
                02 CJ-HISTORICO   PIC X(40).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CTBBAL.TXT".
          01 LINHA-REL             PIC X(100).

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
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-TEM-PRODUTOS       PIC X(01) VALUE "N".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-RESP               PIC X(01).
          01 WS-EVENTO             PIC X(04) VALUE SPACES.
          01 WS-IDX-EV             PIC 9(02) VALUE ZEROS.
          01 WS-IDX                PIC 9(03) VALUE ZEROS.
          01 WS-IDX-MENOR          PIC 9(03) VALUE ZEROS.
          01 WS-VALOR              PIC S9(09)V99 VALUE ZEROS.
          01 WS-VALOR-LANC         PIC S9(09)V99 VALUE ZEROS.
          01 WS-HISTORICO          PIC X(40) VALUE SPACES.
          01 WS-CONTA              PIC X(15) VALUE SPACES.
          01 WS-LADO               PIC X(01) VALUE SPACES.
          01 WS-ESTOURO            PIC X(01) VALUE "N".
          01 WS-DIA-FECHADO        PIC X(01) VALUE "N".
          01 WS-SEM-CUSTO          PIC 9(05) VALUE ZEROS.
          01 WS-NUM-LANC           PIC 9(03) VALUE ZEROS.
          01 WS-NUM-CONTAS         PIC 9(03) VALUE ZEROS.
          01 WS-TOTAL-DEBITO       PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOTAL-CREDITO      PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOTAL-SEM-CONTA    PIC 9(11)V99 VALUE ZEROS.
          01 WS-SALDO              PIC S9(11)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-DATA-MOV.
                02 WS-DATA-MOV-ANO PIC 9(04).
                02 WS-DATA-MOV-MES PIC 9(02).
                02 WS-DATA-MOV-DIA PIC 9(02).
          01 WS-DATA-MOV-N REDEFINES WS-DATA-MOV PIC 9(08).
      * EVENTO + S QUANDO O EVENTO E LANCADO POR DOCUMENTO (NOTA DO
      * FORNECEDOR); OS DEMAIS SAO LANCADOS PELO TOTAL DO DIA
          01 TABELA-EVENTOS-VAL.
                02 FILLER PIC X(05) VALUE "VDINN".
                02 FILLER PIC X(05) VALUE "VCARN".
                02 FILLER PIC X(05) VALUE "VFIAN".
                02 FILLER PIC X(05) VALUE "VBCON".
                02 FILLER PIC X(05) VALUE "DVDNN".
                02 FILLER PIC X(05) VALUE "DVCAN".
                02 FILLER PIC X(05) VALUE "DVFIN".
                02 FILLER PIC X(05) VALUE "VEMIN".
                02 FILLER PIC X(05) VALUE "VRESN".
                02 FILLER PIC X(05) VALUE "RECBS".
                02 FILLER PIC X(05) VALUE "PGTOS".
                02 FILLER PIC X(05) VALUE "FIADN".
                02 FILLER PIC X(05) VALUE "RCRDN".
                02 FILLER PIC X(05) VALUE "AJUPN".
                02 FILLER PIC X(05) VALUE "AJUNN".
                02 FILLER PIC X(05) VALUE "PCRDN".
                02 FILLER PIC X(05) VALUE "PERDN".
                02 FILLER PIC X(05) VALUE "RPERN".
          01 TABELA-EVENTOS REDEFINES TABELA-EVENTOS-VAL.
                02 EV-T OCCURS 18 TIMES.
                   03 EV-EVENTO    PIC X(04).
                   03 EV-DETALHE   PIC X(01).
          01 TABELA-EVENTOS-PLANO.
                02 EP-T OCCURS 18 TIMES.
                   03 EP-TEM-CONTA PIC X(01).
                   03 EP-DESCRICAO PIC X(30).
                   03 EP-DEBITO    PIC X(15).
                   03 EP-CREDITO   PIC X(15).
                   03 EP-VALOR     PIC S9(09)V99.
                   03 EP-PENDENTE  PIC S9(09)V99.
          01 TABELA-LANCAMENTOS.
                02 TL-T OCCURS 500 TIMES.
                   03 TL-EVENTO    PIC X(04).
                   03 TL-DEBITO    PIC X(15).
                   03 TL-CREDITO   PIC X(15).
                   03 TL-VALOR     PIC 9(09)V99.
                   03 TL-HISTORICO PIC X(40).
          01 TABELA-CONTAS.
                02 TC-T OCCURS 100 TIMES.
                   03 TC-CONTA     PIC X(15).
                   03 TC-DEBITO    PIC 9(11)V99.
                   03 TC-CREDITO   PIC 9(11)V99.
                   03 TC-IMPRESSA  PIC X(01).
          01 LINHA-CAB1.
                02 FILLER          PIC X(30) VALUE
                   "DIARIO CONTABIL DA LOJA - DIA ".
                02 LC-DIA          PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LC-MES          PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LC-ANO          PIC 9999.
          01 LINHA-CAB2            PIC X(100) VALUE
             "SEQ  EVENTO DEBITO          CREDITO                 VALOR
      -      "  HISTORICO".
          01 LINHA-LANC.
                02 LL-SEQ          PIC ZZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LL-EVENTO       PIC X(04).
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LL-DEBITO       PIC X(15).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LL-CREDITO      PIC X(15).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LL-VALOR        PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LL-HISTORICO    PIC X(40).
          01 LINHA-CAB3            PIC X(100) VALUE
             "BALANCETE DO DIA".
          01 LINHA-CAB4            PIC X(100) VALUE
             "CONTA                   DEBITOS          CREDITOS
      -      "      SALDO".
          01 LINHA-CONTA.
                02 LB-CONTA        PIC X(15).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LB-DEBITO       PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LB-CREDITO      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LB-SALDO        PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LB-NATUREZA     PIC X(01).
          01 LINHA-TOTAL.
                02 FILLER          PIC X(16) VALUE "TOTAIS".
                02 LT-DEBITO       PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LT-CREDITO      PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-PENDENTE.
                02 FILLER          PIC X(07) VALUE "EVENTO ".
                02 LP-EVENTO       PIC X(04).
                02 FILLER          PIC X(30) VALUE
                   " SEM CONTA NO PLANOCTA - VALOR".
                02 LP-VALOR        PIC -ZZ.ZZZ.ZZ9,99.
          01 LINHA-SEM-CUSTO.
                02 FILLER          PIC X(41) VALUE
                   "AJUSTES DE PRODUTO SEM CADASTRO (CUSTO 0)".
                02 LS-QTDE         PIC ZZZZ9.
          01 LINHA-SITUACAO        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-DATA-MOV.
              DISPLAY "DIARIO CONTABIL DA LOJA".
              DISPLAY "USAR A DATA DE HOJE (S/N)? [ ]".
              ACCEPT WS-RESP.
              IF WS-RESP NOT = "S" AND NOT = "s"
                 DISPLAY "DIGITE A DATA (AAAAMMDD): "
                 ACCEPT WS-DATA-MOV.
              PERFORM ABRE-ARQ.
              PERFORM CARREGA-PLANO.
              PERFORM LE-VENDAS.
              PERFORM LE-CONTAPAG.
              PERFORM LE-PAGTOS.
              PERFORM LE-CREDIARIO.
              PERFORM LE-RECEBIMENTOS.
              PERFORM LE-ACORDOS.
              PERFORM LE-PERDAS.
              PERFORM LE-MOVIMENTO.
              PERFORM LANCA-TOTAIS
                 VARYING WS-IDX-EV FROM 1 BY 1 UNTIL WS-IDX-EV > 18.
              PERFORM IMPRIME-BALANCETE.
              PERFORM GRAVA-DIARIO.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PLANOCTA.
              IF ARQST9 NOT = "00"
                 DISPLAY "PLANO DE CONTAS AUSENTE - RODAR O CTBINC"
                 STOP RUN.
              OPEN INPUT CUPOM.
              IF ARQST2 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN INPUT PRODUTOS.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-PRODUTOS.
              OPEN OUTPUT DIARIO.
              OPEN OUTPUT RELATORIO.

       CARREGA-PLANO.
              PERFORM CARREGA-EVENTO
                 VARYING WS-IDX-EV FROM 1 BY 1 UNTIL WS-IDX-EV > 18.
              CLOSE PLANOCTA.

       CARREGA-EVENTO.
              MOVE ZEROS TO EP-VALOR(WS-IDX-EV)
                            EP-PENDENTE(WS-IDX-EV).
              MOVE EV-EVENTO(WS-IDX-EV) TO PC-EVENTO.
              READ PLANOCTA
                 INVALID KEY
                    MOVE "N"    TO EP-TEM-CONTA(WS-IDX-EV)
                    MOVE SPACES TO EP-DESCRICAO(WS-IDX-EV)
                                   EP-DEBITO(WS-IDX-EV)
                                   EP-CREDITO(WS-IDX-EV)
                 NOT INVALID KEY
                    MOVE "S"          TO EP-TEM-CONTA(WS-IDX-EV)
                    MOVE PC-DESCRICAO TO EP-DESCRICAO(WS-IDX-EV)
                    MOVE PC-DEBITO    TO EP-DEBITO(WS-IDX-EV)
                    MOVE PC-CREDITO   TO EP-CREDITO(WS-IDX-EV)
              END-READ.

      * -----------------------------------------------------------
      * VENDAS: A VENDA (TIPO V) ENTRA PELO VALOR DO ITEM NA FORMA DE
      * PAGAMENTO; O RESGATE DE VALE (TIPO D, CODIGO 9999999999998)
      * ABATE DA FORMA DE PAGAMENTO E VAI PARA VRES; A EMISSAO DE
      * VALE (ITEM 9999999999998) VAI TAMBEM PARA VEMI; AS DEMAIS
      * LINHAS D SAO DEVOLUCOES PELA FORMA DE REEMBOLSO
       LE-VENDAS.
              OPEN INPUT VENDAS.
              IF ARQST NOT = "00"
                 DISPLAY "SEM VENDAS REGISTRADAS (VENDAS.TXT AUSENTE)"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-VENDA UNTIL WS-FIM = "S".
              CLOSE VENDAS.

       LE-VENDA.
              READ VENDAS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF VD-DATA = WS-DATA-MOV-N
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "N"
                          PERFORM CLASSIFICA-VENDA
                       END-IF
                    END-IF
              END-READ.

       CLASSIFICA-VENDA.
              MOVE VD-VALOR-TOTAL TO WS-VALOR.
              IF VD-TIPO = "D"
                 IF VD-CODIGO = 9999999999998
                    MOVE "VRES" TO WS-EVENTO
                    PERFORM ACUMULA-EVENTO
                    COMPUTE WS-VALOR = 0 - VD-VALOR-TOTAL
                    PERFORM ACUMULA-FORMA
                 ELSE
                    PERFORM ACUMULA-DEVOLUCAO
                 END-IF
              ELSE
                 IF VD-CODIGO = 9999999999998
                    MOVE "VEMI" TO WS-EVENTO
                    PERFORM ACUMULA-EVENTO
                 END-IF
                 PERFORM ACUMULA-FORMA.

       ACUMULA-FORMA.
              EVALUATE VD-PAGAMENTO
                 WHEN "C"
                    MOVE "VCAR" TO WS-EVENTO
                 WHEN "F"
                    MOVE "VFIA" TO WS-EVENTO
                 WHEN "B"
                    MOVE "VBCO" TO WS-EVENTO
                 WHEN OTHER
                    MOVE "VDIN" TO WS-EVENTO
              END-EVALUATE.
              PERFORM ACUMULA-EVENTO.

       ACUMULA-DEVOLUCAO.
              EVALUATE VD-PAGAMENTO
                 WHEN "C"
                    MOVE "DVCA" TO WS-EVENTO
                 WHEN "F"
                    MOVE "DVFI" TO WS-EVENTO
                 WHEN OTHER
                    MOVE "DVDN" TO WS-EVENTO
              END-EVALUATE.
              PERFORM ACUMULA-EVENTO.

      * CUPOM CANCELADO NO DIA (PRODCANC) FICA FORA DO DIARIO;
      * CONSULTA UMA VEZ POR NUMERO (AS LINHAS DO MESMO CUPOM VEM
      * JUNTAS EM VENDAS.TXT)
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

      * -----------------------------------------------------------
      * TITULOS DE FORNECEDOR EMITIDOS NA DATA (ENTRADA DA MERCADORIA
      * NO PRODRECB): UM LANCAMENTO POR NOTA
       LE-CONTAPAG.
              OPEN INPUT CONTAPAG.
              IF ARQST5 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "RECB" TO WS-EVENTO.
              PERFORM ACHA-EVENTO.
              MOVE "N" TO WS-FIM.
              PERFORM LE-TITULO UNTIL WS-FIM = "S".
              CLOSE CONTAPAG.

       LE-TITULO.
              READ CONTAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF AP-EMISSAO = WS-DATA-MOV-N
                       MOVE AP-VALOR TO WS-VALOR-LANC
                       MOVE SPACES TO WS-HISTORICO
                       STRING "NF " AP-NOTA " FORNECEDOR "
                              AP-FORNECEDOR
                              DELIMITED BY SIZE INTO WS-HISTORICO
                       END-STRING
                       ADD WS-VALOR-LANC TO EP-VALOR(WS-IDX-EV)
                       PERFORM LANCA
                    END-IF
              END-READ.

      * PAGAMENTOS A FORNECEDOR BAIXADOS NO CPAGPAG NA DATA
       LE-PAGTOS.
              OPEN INPUT PAGTOS.
              IF ARQST6 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "PGTO" TO WS-EVENTO.
              PERFORM ACHA-EVENTO.
              MOVE "N" TO WS-FIM.
              PERFORM LE-PAGTO UNTIL WS-FIM = "S".
              CLOSE PAGTOS.

       LE-PAGTO.
              READ PAGTOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF PG-DATA = WS-DATA-MOV-N
                       MOVE PG-VALOR TO WS-VALOR-LANC
                       MOVE SPACES TO WS-HISTORICO
                       STRING "PGTO NF " PG-NOTA " FORNECEDOR "
                              PG-FORNECEDOR
                              DELIMITED BY SIZE INTO WS-HISTORICO
                       END-STRING
                       ADD WS-VALOR-LANC TO EP-VALOR(WS-IDX-EV)
                       PERFORM LANCA
                    END-IF
              END-READ.

      * COBRANCAS LANCADAS NO CREDIARIO NA DATA (VENDA FIADO DO CAIXA
      * E COMPRA LANCADA NO CREDLAN)
       LE-CREDIARIO.
              OPEN INPUT CREDIARIO.
              IF ARQST7 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "FIAD" TO WS-EVENTO.
              MOVE "N" TO WS-FIM.
              PERFORM LE-COBRANCA UNTIL WS-FIM = "S".
              CLOSE CREDIARIO.

       LE-COBRANCA.
              READ CREDIARIO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CR-DATA = WS-DATA-MOV-N AND CR-ORIGEM NOT = "A"
                       MOVE CR-VALOR TO WS-VALOR
                       PERFORM ACUMULA-EVENTO
                    END-IF
              END-READ.

      * RECEBIMENTOS DO CREDIARIO APLICADOS NO CREDPAG NA DATA
       LE-RECEBIMENTOS.
              OPEN INPUT RECEBLOG.
              IF ARQST8 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "RCRD" TO WS-EVENTO.
              MOVE "N" TO WS-FIM.
              PERFORM LE-RECEBIMENTO UNTIL WS-FIM = "S".
              CLOSE RECEBLOG.

       LE-RECEBIMENTO.
              READ RECEBLOG
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF RB-DATA = WS-DATA-MOV-N
                       MOVE RB-VALOR TO WS-VALOR
                       PERFORM ACUMULA-EVENTO
                    END-IF
              END-READ.

      * ENCARGOS DO CREDIARIO PERDOADOS NOS ACORDOS DE RENEGOCIACAO
      * FEITOS NA DATA (CREDRENEG)
       LE-ACORDOS.
              OPEN INPUT ACORDOS.
              IF ARQST12 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "PCRD" TO WS-EVENTO.
              MOVE "N" TO WS-FIM.
              PERFORM LE-ACORDO UNTIL WS-FIM = "S".
              CLOSE ACORDOS.

       LE-ACORDO.
              READ ACORDOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF AC-DATA = WS-DATA-MOV-N AND AC-PERDAO > ZEROS
                       MOVE AC-PERDAO TO WS-VALOR
                       PERFORM ACUMULA-EVENTO
                    END-IF
              END-READ.

      * COBRANCAS DO CREDIARIO BAIXADAS COMO PERDA (CREDBAIXA) E
      * VALORES RECUPERADOS DEPOIS DA BAIXA (CREDPAG) NA DATA
       LE-PERDAS.
              OPEN INPUT PERDAS.
              IF ARQST13 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-PERDA UNTIL WS-FIM = "S".
              CLOSE PERDAS.

       LE-PERDA.
              READ PERDAS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF PD-DATA = WS-DATA-MOV-N
                       IF PD-TIPO = "R"
                          MOVE "RPER" TO WS-EVENTO
                       ELSE
                          MOVE "PERD" TO WS-EVENTO
                       END-IF
                       MOVE PD-VALOR TO WS-VALOR
                       PERFORM ACUMULA-EVENTO
                    END-IF
              END-READ.

      * AJUSTES DE ESTOQUE (TIPO A: INVENTARIO, QUEBRA, ACERTO
      * MANUAL) VALORIZADOS AO CUSTO MEDIO ATUAL DO PRODUTO
       LE-MOVIMENTO.
              OPEN INPUT MOVIMENTO.
              IF ARQST4 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-MOV UNTIL WS-FIM = "S".
              CLOSE MOVIMENTO.

       LE-MOV.
              READ MOVIMENTO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MV-DATA = WS-DATA-MOV-N AND MV-TIPO = "A"
                       PERFORM VALORIZA-AJUSTE
                    END-IF
              END-READ.

       VALORIZA-AJUSTE.
              MOVE ZEROS TO WS-VALOR.
              IF WS-TEM-PRODUTOS = "S"
                 MOVE MV-CODIGO TO CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       ADD 1 TO WS-SEM-CUSTO
                    NOT INVALID KEY
                       COMPUTE WS-VALOR = MV-QTDADE * UNITARIO
                 END-READ
              ELSE
                 ADD 1 TO WS-SEM-CUSTO.
              IF MV-SINAL = "-"
                 MOVE "AJUN" TO WS-EVENTO
              ELSE
                 MOVE "AJUP" TO WS-EVENTO.
              PERFORM ACUMULA-EVENTO.

      * -----------------------------------------------------------
       ACHA-EVENTO.
              MOVE 1 TO WS-IDX-EV.
              PERFORM UNTIL WS-IDX-EV > 18
                         OR EV-EVENTO(WS-IDX-EV) = WS-EVENTO
                 ADD 1 TO WS-IDX-EV
              END-PERFORM.

       ACUMULA-EVENTO.
              PERFORM ACHA-EVENTO.
              IF WS-IDX-EV NOT > 18
                 ADD WS-VALOR TO EP-VALOR(WS-IDX-EV).

      * EVENTO LANCADO PELO TOTAL DO DIA; VALOR NEGATIVO INVERTE O
      * LANCAMENTO
       LANCA-TOTAIS.
              IF EV-DETALHE(WS-IDX-EV) = "S"
                 EXIT PARAGRAPH.
              MOVE EP-VALOR(WS-IDX-EV) TO WS-VALOR-LANC.
              IF EP-DESCRICAO(WS-IDX-EV) = SPACES
                 MOVE EV-EVENTO(WS-IDX-EV) TO WS-HISTORICO
              ELSE
                 MOVE EP-DESCRICAO(WS-IDX-EV) TO WS-HISTORICO.
              PERFORM LANCA.

      * GUARDA O LANCAMENTO (EVENTO EM WS-IDX-EV, VALOR EM
      * WS-VALOR-LANC) E SOMA NAS CONTAS DO BALANCETE; EVENTO SEM
      * CONTA NO PLANO FICA PENDENTE E O DIA NAO FECHA
       LANCA.
              IF WS-VALOR-LANC = ZEROS
                 EXIT PARAGRAPH.
              IF EP-TEM-CONTA(WS-IDX-EV) = "N"
                 ADD WS-VALOR-LANC TO EP-PENDENTE(WS-IDX-EV)
                 IF WS-VALOR-LANC < ZEROS
                    SUBTRACT WS-VALOR-LANC FROM WS-TOTAL-SEM-CONTA
                 ELSE
                    ADD WS-VALOR-LANC TO WS-TOTAL-SEM-CONTA
                 END-IF
                 EXIT PARAGRAPH.
              IF WS-NUM-LANC = 500
                 MOVE "S" TO WS-ESTOURO
                 EXIT PARAGRAPH.
              ADD 1 TO WS-NUM-LANC.
              MOVE EV-EVENTO(WS-IDX-EV) TO TL-EVENTO(WS-NUM-LANC).
              MOVE WS-HISTORICO TO TL-HISTORICO(WS-NUM-LANC).
              IF WS-VALOR-LANC < ZEROS
                 COMPUTE TL-VALOR(WS-NUM-LANC) = 0 - WS-VALOR-LANC
                 MOVE EP-CREDITO(WS-IDX-EV) TO TL-DEBITO(WS-NUM-LANC)
                 MOVE EP-DEBITO(WS-IDX-EV) TO TL-CREDITO(WS-NUM-LANC)
              ELSE
                 MOVE WS-VALOR-LANC TO TL-VALOR(WS-NUM-LANC)
                 MOVE EP-DEBITO(WS-IDX-EV) TO TL-DEBITO(WS-NUM-LANC)
                 MOVE EP-CREDITO(WS-IDX-EV) TO TL-CREDITO(WS-NUM-LANC).
              MOVE TL-DEBITO(WS-NUM-LANC) TO WS-CONTA.
              MOVE "D" TO WS-LADO.
              PERFORM SOMA-CONTA.
              MOVE TL-CREDITO(WS-NUM-LANC) TO WS-CONTA.
              MOVE "C" TO WS-LADO.
              PERFORM SOMA-CONTA.

       SOMA-CONTA.
              MOVE 1 TO WS-IDX.
              PERFORM UNTIL WS-IDX > WS-NUM-CONTAS
                         OR TC-CONTA(WS-IDX) = WS-CONTA
                 ADD 1 TO WS-IDX
              END-PERFORM.
              IF WS-IDX > WS-NUM-CONTAS
                 IF WS-NUM-CONTAS = 100
                    MOVE "S" TO WS-ESTOURO
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-CONTAS
                 MOVE WS-CONTA TO TC-CONTA(WS-IDX)
                 MOVE ZEROS    TO TC-DEBITO(WS-IDX)
                                  TC-CREDITO(WS-IDX)
                 MOVE "N"      TO TC-IMPRESSA(WS-IDX).
              IF WS-LADO = "D"
                 ADD TL-VALOR(WS-NUM-LANC) TO TC-DEBITO(WS-IDX)
                 ADD TL-VALOR(WS-NUM-LANC) TO WS-TOTAL-DEBITO
              ELSE
                 ADD TL-VALOR(WS-NUM-LANC) TO TC-CREDITO(WS-IDX)
                 ADD TL-VALOR(WS-NUM-LANC) TO WS-TOTAL-CREDITO.

      * -----------------------------------------------------------
       IMPRIME-BALANCETE.
              MOVE WS-DATA-MOV-DIA TO LC-DIA.
              MOVE WS-DATA-MOV-MES TO LC-MES.
              MOVE WS-DATA-MOV-ANO TO LC-ANO.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM IMPRIME-LANCAMENTO
                 VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NUM-LANC.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB4 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM IMPRIME-CONTA WS-NUM-CONTAS TIMES.
              MOVE WS-TOTAL-DEBITO  TO LT-DEBITO.
              MOVE WS-TOTAL-CREDITO TO LT-CREDITO.
              MOVE LINHA-TOTAL TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM IMPRIME-PENDENTE
                 VARYING WS-IDX-EV FROM 1 BY 1 UNTIL WS-IDX-EV > 18.
              IF WS-SEM-CUSTO > ZEROS
                 MOVE WS-SEM-CUSTO TO LS-QTDE
                 MOVE LINHA-SEM-CUSTO TO LINHA-REL
                 WRITE LINHA-REL.
              IF WS-ESTOURO = "S"
                 MOVE "MAIS DE 500 LANCAMENTOS OU 100 CONTAS NO DIA"
                    TO LINHA-REL
                 WRITE LINHA-REL.
              IF WS-TOTAL-DEBITO = WS-TOTAL-CREDITO
                 AND WS-TOTAL-SEM-CONTA = ZEROS
                 AND WS-ESTOURO = "N"
                 MOVE "S" TO WS-DIA-FECHADO
                 MOVE "DIA FECHADO - DIARIO GRAVADO EM CTBDIA.TXT"
                    TO LINHA-SITUACAO
              ELSE
                 MOVE "DIA NAO FECHA - DIARIO NAO GRAVADO"
                    TO LINHA-SITUACAO.
              MOVE LINHA-SITUACAO TO LINHA-REL.
              WRITE LINHA-REL.

       IMPRIME-LANCAMENTO.
              MOVE WS-IDX           TO LL-SEQ.
              MOVE TL-EVENTO(WS-IDX)    TO LL-EVENTO.
              MOVE TL-DEBITO(WS-IDX)    TO LL-DEBITO.
              MOVE TL-CREDITO(WS-IDX)   TO LL-CREDITO.
              MOVE TL-VALOR(WS-IDX)     TO LL-VALOR.
              MOVE TL-HISTORICO(WS-IDX) TO LL-HISTORICO.
              MOVE LINHA-LANC TO LINHA-REL.
              WRITE LINHA-REL.

      * CONTAS EM ORDEM DE CODIGO: A CADA PASSADA IMPRIME A MENOR
      * AINDA NAO IMPRESSA
       IMPRIME-CONTA.
              MOVE ZEROS TO WS-IDX-MENOR.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-CONTAS
                 IF TC-IMPRESSA(WS-IDX) = "N"
                    IF WS-IDX-MENOR = ZEROS
                       MOVE WS-IDX TO WS-IDX-MENOR
                    ELSE
                       IF TC-CONTA(WS-IDX) < TC-CONTA(WS-IDX-MENOR)
                          MOVE WS-IDX TO WS-IDX-MENOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM.
              IF WS-IDX-MENOR = ZEROS
                 EXIT PARAGRAPH.
              MOVE "S" TO TC-IMPRESSA(WS-IDX-MENOR).
              MOVE TC-CONTA(WS-IDX-MENOR)   TO LB-CONTA.
              MOVE TC-DEBITO(WS-IDX-MENOR)  TO LB-DEBITO.
              MOVE TC-CREDITO(WS-IDX-MENOR) TO LB-CREDITO.
              COMPUTE WS-SALDO = TC-DEBITO(WS-IDX-MENOR)
                               - TC-CREDITO(WS-IDX-MENOR).
              IF WS-SALDO < ZEROS
                 COMPUTE WS-SALDO = 0 - WS-SALDO
                 MOVE "C" TO LB-NATUREZA
              ELSE
                 MOVE "D" TO LB-NATUREZA.
              MOVE WS-SALDO TO LB-SALDO.
              MOVE LINHA-CONTA TO LINHA-REL.
              WRITE LINHA-REL.

       IMPRIME-PENDENTE.
              IF EP-PENDENTE(WS-IDX-EV) = ZEROS
                 EXIT PARAGRAPH.
              MOVE EV-EVENTO(WS-IDX-EV)   TO LP-EVENTO.
              MOVE EP-PENDENTE(WS-IDX-EV) TO LP-VALOR.
              MOVE LINHA-PENDENTE TO LINHA-REL.
              WRITE LINHA-REL.

       GRAVA-DIARIO.
              IF WS-DIA-FECHADO = "N"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-LANCAMENTO
                 VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NUM-LANC.

       GRAVA-LANCAMENTO.
              MOVE WS-DATA-MOV-N        TO CJ-DATA.
              MOVE WS-IDX               TO CJ-SEQ.
              MOVE TL-DEBITO(WS-IDX)    TO CJ-DEBITO.
              MOVE TL-CREDITO(WS-IDX)   TO CJ-CREDITO.
              MOVE TL-VALOR(WS-IDX)     TO CJ-VALOR.
              MOVE TL-EVENTO(WS-IDX)    TO CJ-EVENTO.
              MOVE TL-HISTORICO(WS-IDX) TO CJ-HISTORICO.
              WRITE REG-DIARIO.

       FINALIZA.
              DISPLAY "LANCAMENTOS: " WS-NUM-LANC.
              DISPLAY "TOTAL A DEBITO:  " WS-TOTAL-DEBITO.
              DISPLAY "TOTAL A CREDITO: " WS-TOTAL-CREDITO.
              DISPLAY LINHA-SITUACAO.
              DISPLAY "BALANCETE GERADO: CTBBAL.TXT".
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              IF WS-TEM-PRODUTOS = "S"
                 CLOSE PRODUTOS.
              CLOSE DIARIO.
              CLOSE RELATORIO.
              STOP RUN.

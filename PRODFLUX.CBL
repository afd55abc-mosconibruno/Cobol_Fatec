       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODFLUX.

      * FLUXO DE CAIXA PROJETADO DA LOJA - PROXIMOS 90 DIAS: PARTE DA
      * POSICAO INICIAL INFORMADA (CAIXA + BANCO) E PROJETA DIA A DIA
      * AS SAIDAS DOS TITULOS EM ABERTO DE CONTAPAG.DAT (PELO
      * VENCIMENTO) E AS ENTRADAS DAS COBRANCAS EM ABERTO DO
      * CREDIARIO (PELO VENCIMENTO) E DOS RECEBIVEIS DE CARTAO EM
      * ABERTO DE RECCART.DAT (PELA DATA PREVISTA, VALOR LIQUIDO).
      * TITULO VENCIDO E RECEBIVEL DE CARTAO ATRASADO ENTRAM NO
      * PRIMEIRO DIA; COBRANCA DE CREDIARIO VENCIDA NAO E PROJETADA
      * (SO APARECE NO TOTAL DO RODAPE) E A BAIXADA COMO PERDA
      * (CREDBAIXA) FICA DE FORA. DIA COM SALDO NEGATIVO SAI
      * MARCADO PARA AS COMPRAS SEGURAREM PEDIDOS (PRODPED). TITULO
      * EM PAGAMENTO PELO BANCO (B) JA SAIU DA CONTA E NAO ENTRA.
      * RELATORIO EM FLUXO.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONTAPAG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS AP-CHAVE
              FILE STATUS ARQST.

              SELECT CREDIARIO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS CR-CHAVE
              FILE STATUS ARQST2.

              SELECT RECCART ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS RC-CUPOM
              FILE STATUS ARQST3.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
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

       FD RECCART LABEL RECORD STANDARD
                DATA RECORD IS REG-RECCART
                VALUE OF FILE-ID IS "RECCART.DAT".
          01 REG-RECCART.
                02 RC-CUPOM       PIC 9(06).
                02 RC-DATA-VENDA  PIC 9(08).
                02 RC-OPERADOR    PIC X(10).
                02 RC-ADQUIRENTE  PIC X(10).
                02 RC-VALOR       PIC 9(07)V99.
                02 RC-TAXA        PIC 9(02)V99.
                02 RC-TARIFA      PIC 9(05)V99.
                02 RC-LIQUIDO     PIC 9(07)V99.
                02 RC-PREVISAO    PIC 9(08).
                02 RC-STATUS      PIC X(01).
                02 RC-DATA-PGTO   PIC 9(08).
                02 RC-BRUTO-PAGO  PIC 9(07)V99.
                02 RC-TARIFA-COBR PIC 9(05)V99.
                02 RC-VALOR-PAGO  PIC 9(07)V99.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "FLUXO.TXT".
          01 LINHA-REL             PIC X(110).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-DATA-CALC          PIC 9(08) VALUE ZEROS.
          01 WS-INT-DATA           PIC 9(07) VALUE ZEROS.
          01 WS-DIA                PIC S9(05) VALUE ZEROS.
          01 WS-IDX                PIC 9(03) VALUE ZEROS.
          01 WS-ABERTO             PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-INICIAL      PIC S9(09)V99 VALUE ZEROS.
          01 WS-SALDO              PIC S9(11)V99 VALUE ZEROS.
          01 WS-MENOR-SALDO        PIC S9(11)V99 VALUE ZEROS.
          01 WS-DATA-MENOR         PIC 9(08) VALUE ZEROS.
          01 WS-PRIM-NEGATIVO      PIC 9(08) VALUE ZEROS.
          01 WS-DIAS-NEGATIVOS     PIC 9(03) VALUE ZEROS.
          01 WS-TOT-CARTAO         PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOT-FIADO          PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOT-PAGAR          PIC 9(11)V99 VALUE ZEROS.
          01 WS-FIADO-VENCIDO      PIC 9(11)V99 VALUE ZEROS.
          01 WS-FORA-PRAZO-REC     PIC 9(11)V99 VALUE ZEROS.
          01 WS-FORA-PRAZO-PAG     PIC 9(11)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 TABELA-FLUXO.
                02 TF-DIA OCCURS 90 TIMES.
                   03 TF-CARTAO    PIC 9(09)V99.
                   03 TF-FIADO     PIC 9(09)V99.
                   03 TF-PAGAR     PIC 9(09)V99.
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "FLUXO DE CAIXA PROJETADO - 90 DIAS - EM ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2.
                02 FILLER          PIC X(30) VALUE
                   "POSICAO INICIAL (CAIXA+BANCO):".
                02 LC-SALDO        PIC -ZZZ.ZZZ.ZZ9,99.
          01 LINHA-CAB3            PIC X(110) VALUE
             "DATA       ENTR.CARTAO   ENTR.CREDIARIO  SAIDAS FORNEC.
      -      "  SALDO DO DIA     SALDO ACUMULADO".
          01 LINHA-DET.
                02 LD-DATA         PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CARTAO       PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LD-FIADO        PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LD-PAGAR        PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SALDO-DIA    PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SALDO        PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-ALERTA       PIC X(20).
          01 LINHA-TOT.
                02 FILLER          PIC X(09) VALUE "TOTAIS   ".
                02 LT-CARTAO       PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LT-FIADO        PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LT-PAGAR        PIC ZZ.ZZZ.ZZ9,99.
          01 LINHA-RESUMO1.
                02 FILLER          PIC X(40) VALUE
                   "MENOR SALDO PROJETADO:                  ".
                02 LR-MENOR        PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(04) VALUE " EM ".
                02 LR-DATA-MENOR   PIC 9(08).
          01 LINHA-RESUMO2.
                02 FILLER          PIC X(40) VALUE
                   "PRIMEIRO DIA NEGATIVO:                  ".
                02 LR-PRIM-NEG     PIC 9(08).
                02 FILLER          PIC X(20) VALUE
                   "   DIAS NEGATIVOS: ".
                02 LR-DIAS-NEG     PIC ZZ9.
          01 LINHA-ALERTA          PIC X(110) VALUE
             "CAIXA NEGATIVO NO PERIODO - SEGURAR PEDIDOS DE COMPRA (PRO
      -      "DPED) ATE REGULARIZAR".
          01 LINHA-RESUMO3.
                02 FILLER          PIC X(40) VALUE
                   "CREDIARIO VENCIDO (NAO PROJETADO):      ".
                02 LR-FIADO-VENC   PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-RESUMO4.
                02 FILLER          PIC X(40) VALUE
                   "A RECEBER DEPOIS DOS 90 DIAS:           ".
                02 LR-FORA-REC     PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-RESUMO5.
                02 FILLER          PIC X(40) VALUE
                   "A PAGAR DEPOIS DOS 90 DIAS:             ".
                02 LR-FORA-PAG     PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              DISPLAY "FLUXO DE CAIXA PROJETADO".
              DISPLAY "POSICAO INICIAL - CAIXA + BANCO (EX: 1500,00 OU "
                      "-200,00): ".
              ACCEPT WS-SALDO-INICIAL.
              INITIALIZE TABELA-FLUXO.
              PERFORM PROJETA-PAGAR.
              PERFORM PROJETA-CREDIARIO.
              PERFORM PROJETA-CARTAO.
              OPEN OUTPUT RELATORIO.
              PERFORM IMPRIME-CABECALHO.
              MOVE WS-SALDO-INICIAL TO WS-SALDO
                                       WS-MENOR-SALDO.
              MOVE WS-HOJE TO WS-DATA-MENOR.
              PERFORM IMPRIME-DIA
                 VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 90.
              PERFORM FINALIZA.

      * DIA 1 = HOJE; DATA ANTERIOR A HOJE RETORNA WS-DIA < 1
       CALCULA-DIA.
              COMPUTE WS-INT-DATA =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-CALC).
              COMPUTE WS-DIA = WS-INT-DATA - WS-INT-HOJE + 1.

       PROJETA-PAGAR.
              OPEN INPUT CONTAPAG.
              IF ARQST NOT = "00"
                 DISPLAY "CONTAS A PAGAR CONTAPAG.DAT AUSENTE"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-TITULO UNTIL WS-FIM = "S".
              CLOSE CONTAPAG.

       LE-TITULO.
              READ CONTAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF AP-PAGO NOT = "S" AND AP-PAGO NOT = "B"
                       PERFORM ALOCA-TITULO
                    END-IF
              END-READ.

       ALOCA-TITULO.
              COMPUTE WS-ABERTO = AP-VALOR - AP-VALOR-PAGO.
              MOVE AP-VENCIMENTO TO WS-DATA-CALC.
              PERFORM CALCULA-DIA.
              IF WS-DIA < 1
                 MOVE 1 TO WS-DIA.
              IF WS-DIA > 90
                 ADD WS-ABERTO TO WS-FORA-PRAZO-PAG
              ELSE
                 ADD WS-ABERTO TO TF-PAGAR(WS-DIA)
                 ADD WS-ABERTO TO WS-TOT-PAGAR.

       PROJETA-CREDIARIO.
              OPEN INPUT CREDIARIO.
              IF ARQST2 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-COBRANCA UNTIL WS-FIM = "S".
              CLOSE CREDIARIO.

       LE-COBRANCA.
              READ CREDIARIO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                       PERFORM ALOCA-COBRANCA
                    END-IF
              END-READ.

       ALOCA-COBRANCA.
              COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO.
              MOVE CR-VENCIMENTO TO WS-DATA-CALC.
              PERFORM CALCULA-DIA.
              IF WS-DIA < 1
                 ADD WS-ABERTO TO WS-FIADO-VENCIDO
              ELSE
                 IF WS-DIA > 90
                    ADD WS-ABERTO TO WS-FORA-PRAZO-REC
                 ELSE
                    ADD WS-ABERTO TO TF-FIADO(WS-DIA)
                    ADD WS-ABERTO TO WS-TOT-FIADO.

       PROJETA-CARTAO.
              OPEN INPUT RECCART.
              IF ARQST3 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-RECEBIVEL UNTIL WS-FIM = "S".
              CLOSE RECCART.

       LE-RECEBIVEL.
              READ RECCART NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF RC-STATUS = "A"
                       PERFORM ALOCA-RECEBIVEL
                    END-IF
              END-READ.

       ALOCA-RECEBIVEL.
              MOVE RC-PREVISAO TO WS-DATA-CALC.
              PERFORM CALCULA-DIA.
              IF WS-DIA < 1
                 MOVE 1 TO WS-DIA.
              IF WS-DIA > 90
                 ADD RC-LIQUIDO TO WS-FORA-PRAZO-REC
              ELSE
                 ADD RC-LIQUIDO TO TF-CARTAO(WS-DIA)
                 ADD RC-LIQUIDO TO WS-TOT-CARTAO.

       IMPRIME-CABECALHO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-SALDO-INICIAL TO LC-SALDO.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB3 TO LINHA-REL.
              WRITE LINHA-REL.

       IMPRIME-DIA.
              COMPUTE LD-DATA = FUNCTION DATE-OF-INTEGER
                 (WS-INT-HOJE + WS-IDX - 1).
              MOVE TF-CARTAO(WS-IDX) TO LD-CARTAO.
              MOVE TF-FIADO(WS-IDX)  TO LD-FIADO.
              MOVE TF-PAGAR(WS-IDX)  TO LD-PAGAR.
              COMPUTE LD-SALDO-DIA = TF-CARTAO(WS-IDX)
                 + TF-FIADO(WS-IDX) - TF-PAGAR(WS-IDX).
              COMPUTE WS-SALDO = WS-SALDO + TF-CARTAO(WS-IDX)
                 + TF-FIADO(WS-IDX) - TF-PAGAR(WS-IDX).
              MOVE WS-SALDO TO LD-SALDO.
              MOVE SPACES TO LD-ALERTA.
              IF WS-SALDO < ZEROS
                 MOVE "<<< NEGATIVO" TO LD-ALERTA
                 ADD 1 TO WS-DIAS-NEGATIVOS
                 IF WS-PRIM-NEGATIVO = ZEROS
                    MOVE LD-DATA TO WS-PRIM-NEGATIVO
                 END-IF
              END-IF.
              IF WS-SALDO < WS-MENOR-SALDO
                 MOVE WS-SALDO TO WS-MENOR-SALDO
                 MOVE LD-DATA  TO WS-DATA-MENOR.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE WS-TOT-CARTAO TO LT-CARTAO.
              MOVE WS-TOT-FIADO  TO LT-FIADO.
              MOVE WS-TOT-PAGAR  TO LT-PAGAR.
              MOVE LINHA-TOT TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-MENOR-SALDO TO LR-MENOR.
              MOVE WS-DATA-MENOR  TO LR-DATA-MENOR.
              MOVE LINHA-RESUMO1 TO LINHA-REL.
              WRITE LINHA-REL.
              IF WS-DIAS-NEGATIVOS > ZEROS
                 MOVE WS-PRIM-NEGATIVO  TO LR-PRIM-NEG
                 MOVE WS-DIAS-NEGATIVOS TO LR-DIAS-NEG
                 MOVE LINHA-RESUMO2 TO LINHA-REL
                 WRITE LINHA-REL
                 MOVE LINHA-ALERTA TO LINHA-REL
                 WRITE LINHA-REL.
              MOVE WS-FIADO-VENCIDO TO LR-FIADO-VENC.
              MOVE LINHA-RESUMO3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-FORA-PRAZO-REC TO LR-FORA-REC.
              MOVE LINHA-RESUMO4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-FORA-PRAZO-PAG TO LR-FORA-PAG.
              MOVE LINHA-RESUMO5 TO LINHA-REL.
              WRITE LINHA-REL.
              IF WS-DIAS-NEGATIVOS > ZEROS
                 DISPLAY "ATENCAO: SALDO NEGATIVO A PARTIR DE "
                         WS-PRIM-NEGATIVO.
              DISPLAY "RELATORIO GERADO: FLUXO.TXT".
              CLOSE RELATORIO.
              STOP RUN.

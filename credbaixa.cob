      * -----------------------------------------------------------
      * CREDIÁRIO - BAIXA DE PERDAS (MENSAL): A COBRANÇA EM ABERTO
      * VENCIDA HÁ MAIS DIAS QUE O LIMITE (PADRÃO 180) É BAIXADA COMO
      * PERDA (CR-PAGO "P" COM A DATA EM CR-DATA-BAIXA) E SAI DO A
      * RECEBER; O SALDO ABERTO VAI PARA O REGISTRO DE PERDAS
      * (perdacred.txt, TIPO B) E O CLIENTE ENTRA NA LISTA DE
      * BLOQUEIO (stopcred.txt). O RELATÓRIO DA RODADA (BAIXACRED.TXT)
      * LISTA AS COBRANÇAS BAIXADAS COM TOTAIS POR MÊS DE VENCIMENTO.
      * O QUE O CLIENTE PAGAR DEPOIS É RECUPERAÇÃO (CREDPAG, TIPO R).
      * O CONTROLE MENSAL DE EXECUÇÃO É FEITO PELO ControleJob
      * (runctl.txt).
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDBAIXA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CRED
               RECORD KEY IS CR-CHAVE.

           SELECT PERDAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-PERDA.

           SELECT STOPLIST ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-STOP.

           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
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

      * REGISTRO DE PERDAS: B = COBRANÇA BAIXADA (SALDO ABERTO NA
      * BAIXA), R = VALOR RECUPERADO DEPOIS DA BAIXA (CREDPAG)
       FD PERDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-PERDA
                VALUE OF FILE-ID IS "perdacred.txt".
       01 REG-PERDA.
           05 PD-DATA   PIC 9(08).
           05 PD-TIPO   PIC X(01).
           05 PD-FONE   PIC 9(09).
           05 PD-SEQ    PIC 9(04).
           05 PD-VENC   PIC 9(08).
           05 PD-VALOR  PIC 9(07)V99.

       FD STOPLIST LABEL RECORD STANDARD
                DATA RECORD IS REG-STOP
                VALUE OF FILE-ID IS "stopcred.txt".
       01 REG-STOP.
           05 SL-FONE   PIC 9(09).
           05 FILLER    PIC X(02).
           05 SL-DATA   PIC 9(08).
           05 FILLER    PIC X(02).
           05 SL-MOTIVO PIC X(20).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "BAIXACRED.TXT".
          01 LINHA-REL              PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-CRED  PIC X(02).
       77 FS-STAT-PERDA PIC X(02).
       77 FS-STAT-STOP  PIC X(02).
       77 FS-STAT-REL   PIC X(02).
       77 WS-FIM PIC X VALUE "N".
       77 WS-FIM-STOP PIC X VALUE "N".
       77 WS-NO-STOP PIC X VALUE "N".
       77 WS-LIMITE-DIAS PIC 9(03) VALUE ZEROS.
       77 WS-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WS-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-INT-VENC PIC 9(07) VALUE ZEROS.
       77 WS-NUM-CLI PIC 9(03) VALUE ZEROS.
       77 WS-NUM-MES PIC 9(03) VALUE ZEROS.
       77 WS-IDX PIC 9(03) VALUE ZEROS.
       77 WS-IDX2 PIC 9(03) VALUE ZEROS.
       77 WS-TM-TROCA PIC X(22) VALUE SPACES.
       77 WS-ACHOU PIC X VALUE "N".
       77 WS-FONE-TRAB PIC 9(09) VALUE ZEROS.
       77 WS-MES-VENC PIC 9(06) VALUE ZEROS.
       77 WS-CONT-BAIXAS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-BLOQ PIC 9(04) VALUE ZEROS.
       77 WS-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLI-ESTOURO PIC X VALUE "N".
       01 JB-NOME PIC X(12) VALUE "BAIXACRED   ".
       01 JB-FREQUENCIA PIC X(01) VALUE "M".
       01 JB-ACAO PIC X(01) VALUE SPACE.
       01 JB-CONTAGEM PIC 9(06) VALUE ZEROS.
       01 JB-RESULTADO PIC X(01) VALUE SPACE.
       77 WS-CTL-OVERRIDE PIC X VALUE "N".
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           05 DS-DIA PIC 9(02).
       01 WS-HOJE PIC 9(08) VALUE ZEROS.
       01 TABELA-CLIENTES.
           05 TC-FONE PIC 9(09) OCCURS 200 TIMES.
       01 TABELA-MESES.
           05 TM-LINHA OCCURS 120 TIMES.
               10 TM-MES   PIC 9(06).
               10 TM-QTDE  PIC 9(05).
               10 TM-VALOR PIC 9(09)V99.
       01 LINHA-CAB1.
           05 FILLER PIC X(40) VALUE
              "CREDIARIO - BAIXA DE PERDAS - DATA: ".
           05 LC1-DATA PIC 9(08).
           05 FILLER PIC X(17) VALUE "  LIMITE (DIAS): ".
           05 LC1-LIMITE PIC ZZ9.
       01 LINHA-CAB2 PIC X(100) VALUE
          "TELEFONE   SEQ   VENCIMENTO  DIAS ATR   SALDO BAIXADO".
       01 LINHA-DET.
           05 LD-FONE PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SEQ PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-VENCIMENTO PIC 9(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 LD-DIAS PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 LD-ABERTO PIC ZZZZZZ9.99.
       01 LINHA-CAB3 PIC X(100) VALUE
          "TOTAIS POR MES DE VENCIMENTO (AAAAMM  QTDE  VALOR)".
       01 LINHA-MES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LM-MES PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LM-QTDE PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LM-VALOR PIC ZZZZZZZZ9.99.
       01 LINHA-TOTAL.
           05 FILLER PIC X(25) VALUE "TOTAL BAIXADO:           ".
           05 LT-QTDE PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LT-VALOR PIC ZZZZZZZZ9.99.
       01 LINHA-TOT-BLOQ.
           05 FILLER PIC X(25) VALUE "CLIENTES BLOQUEADOS:     ".
           05 LTB-QTDE PIC ZZZZ9.
       01 LINHA-BRANCO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "CREDIARIO - BAIXA DE PERDAS".
           DISPLAY "DIAS DE ATRASO PARA BAIXA [0 = 180]: ".
           ACCEPT WS-LIMITE-DIAS.
           IF WS-LIMITE-DIAS = ZEROS
               MOVE 180 TO WS-LIMITE-DIAS
           END-IF.
           MOVE "C" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           IF JB-RESULTADO = "N"
               DISPLAY "JOB JA EXECUTADO NO PERIODO."
               DISPLAY "REPETIR COM AUTORIZACAO DO SUPERVISOR "
                       "(S/N)? "
               ACCEPT WS-CTL-OVERRIDE
               IF WS-CTL-OVERRIDE NOT = "S"
                   AND WS-CTL-OVERRIDE NOT = "s"
                   DISPLAY "EXECUCAO CANCELADA"
                   STOP RUN
               END-IF
           END-IF.
           MOVE "I" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           OPEN I-O CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               DISPLAY "CREDIARIO crediario.dat AUSENTE"
               STOP RUN
           END-IF.
           OPEN EXTEND PERDAS.
           IF FS-STAT-PERDA NOT = "00" AND FS-STAT-PERDA NOT = "05"
               OPEN OUTPUT PERDAS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE WS-HOJE TO LC1-DATA.
           MOVE WS-LIMITE-DIAS TO LC1-LIMITE.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM AVALIA-COBRANCA UNTIL WS-FIM = "S".
           PERFORM BLOQUEIA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CLI.
           PERFORM IMPRIME-TOTAIS.
           DISPLAY "COBRANCAS BAIXADAS: " WS-CONT-BAIXAS.
           DISPLAY "VALOR BAIXADO: " WS-TOT-BAIXADO.
           DISPLAY "CLIENTES BLOQUEADOS: " WS-CONT-BLOQ.
           IF WS-CLI-ESTOURO = "S"
               DISPLAY "MAIS DE 200 CLIENTES BAIXADOS - CONFERIR A "
                       "LISTA DE BLOQUEIO"
           END-IF.
           DISPLAY "RELATORIO GERADO: BAIXACRED.TXT".
           MOVE WS-CONT-BAIXAS TO JB-CONTAGEM.
           MOVE "F" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           CLOSE CREDIARIO.
           CLOSE PERDAS.
           CLOSE RELATORIO.
           STOP RUN.

      * -----------------------------------
      * COBRANCA JA PAGA OU JA BAIXADA FICA COMO ESTA
       AVALIA-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                       COMPUTE WS-INT-VENC =
                           FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO)
                       COMPUTE WS-DIAS-ATRASO =
                           WS-INT-HOJE - WS-INT-VENC
                       IF WS-DIAS-ATRASO > WS-LIMITE-DIAS
                           PERFORM BAIXA-COBRANCA
                       END-IF
                   END-IF
           END-READ.

       BAIXA-COBRANCA.
           COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO.
           MOVE "P" TO CR-PAGO.
           MOVE WS-HOJE TO CR-DATA-BAIXA.
           REWRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR A COBRANCA " CR-FONE
                           " " CR-SEQ
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-HOJE TO PD-DATA.
           MOVE "B" TO PD-TIPO.
           MOVE CR-FONE TO PD-FONE.
           MOVE CR-SEQ TO PD-SEQ.
           MOVE CR-VENCIMENTO TO PD-VENC.
           MOVE WS-ABERTO TO PD-VALOR.
           WRITE REG-PERDA.
           MOVE CR-FONE TO LD-FONE.
           MOVE CR-SEQ TO LD-SEQ.
           MOVE CR-VENCIMENTO TO LD-VENCIMENTO.
           MOVE WS-DIAS-ATRASO TO LD-DIAS.
           MOVE WS-ABERTO TO LD-ABERTO.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-CONT-BAIXAS.
           ADD WS-ABERTO TO WS-TOT-BAIXADO.
           PERFORM ACUMULA-MES.
           PERFORM GUARDA-CLIENTE.

       ACUMULA-MES.
           MOVE CR-VENCIMENTO(1:6) TO WS-MES-VENC.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-MES
               IF TM-MES(WS-IDX) = WS-MES-VENC
                   MOVE "S" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-NUM-MES < 120
                   ADD 1 TO WS-NUM-MES
                   MOVE WS-NUM-MES TO WS-IDX
                   MOVE WS-MES-VENC TO TM-MES(WS-IDX)
                   MOVE ZEROS TO TM-QTDE(WS-IDX) TM-VALOR(WS-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO TM-QTDE(WS-IDX).
           ADD WS-ABERTO TO TM-VALOR(WS-IDX).

       GUARDA-CLIENTE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CLI
               IF TC-FONE(WS-IDX) = CR-FONE
                   MOVE "S" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-NUM-CLI < 200
                   ADD 1 TO WS-NUM-CLI
                   MOVE CR-FONE TO TC-FONE(WS-NUM-CLI)
               ELSE
                   MOVE "S" TO WS-CLI-ESTOURO
               END-IF
           END-IF.

      * -----------------------------------
      * CLIENTE COM COBRANCA BAIXADA ENTRA NA LISTA DE BLOQUEIO SE
      * AINDA NAO ESTIVER NELA; A SAIDA CONTINUA SENDO PELO CREDPAG
       BLOQUEIA-CLIENTE.
           MOVE TC-FONE(WS-IDX) TO WS-FONE-TRAB.
           PERFORM VERIFICA-STOPLIST.
           IF WS-NO-STOP = "N"
               PERFORM INCLUI-STOPLIST
           END-IF.

       VERIFICA-STOPLIST.
           MOVE "N" TO WS-NO-STOP.
           MOVE "N" TO WS-FIM-STOP.
           OPEN INPUT STOPLIST.
           IF FS-STAT-STOP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURA-STOPLIST UNTIL WS-FIM-STOP = "S".
           CLOSE STOPLIST.

       PROCURA-STOPLIST.
           READ STOPLIST
               AT END
                   MOVE "S" TO WS-FIM-STOP
               NOT AT END
                   IF SL-FONE = WS-FONE-TRAB
                       MOVE "S" TO WS-NO-STOP
                       MOVE "S" TO WS-FIM-STOP
                   END-IF
           END-READ.

       INCLUI-STOPLIST.
           OPEN EXTEND STOPLIST.
           IF FS-STAT-STOP NOT = "00" AND FS-STAT-STOP NOT = "05"
               OPEN OUTPUT STOPLIST
           END-IF.
           MOVE SPACES TO REG-STOP.
           MOVE WS-FONE-TRAB TO SL-FONE.
           MOVE WS-HOJE TO SL-DATA.
           MOVE "BAIXADO COMO PERDA" TO SL-MOTIVO.
           WRITE REG-STOP.
           CLOSE STOPLIST.
           ADD 1 TO WS-CONT-BLOQ.

      * -----------------------------------
       IMPRIME-TOTAIS.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB3 TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM ORDENA-MESES.
           PERFORM IMPRIME-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-MES.
           MOVE WS-CONT-BAIXAS TO LT-QTDE.
           MOVE WS-TOT-BAIXADO TO LT-VALOR.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-CONT-BLOQ TO LTB-QTDE.
           MOVE LINHA-TOT-BLOQ TO LINHA-REL.
           WRITE LINHA-REL.

      * OS MESES ENTRAM NA TABELA NA ORDEM DOS CLIENTES; O TOTAL
      * SAI EM ORDEM DE MES
       ORDENA-MESES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-NUM-MES
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-NUM-MES - WS-IDX
                   IF TM-MES(WS-IDX2) > TM-MES(WS-IDX2 + 1)
                       MOVE TM-LINHA(WS-IDX2) TO WS-TM-TROCA
                       MOVE TM-LINHA(WS-IDX2 + 1)
                           TO TM-LINHA(WS-IDX2)
                       MOVE WS-TM-TROCA TO TM-LINHA(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-MES.
           MOVE TM-MES(WS-IDX) TO LM-MES.
           MOVE TM-QTDE(WS-IDX) TO LM-QTDE.
           MOVE TM-VALOR(WS-IDX) TO LM-VALOR.
           MOVE LINHA-MES TO LINHA-REL.
           WRITE LINHA-REL.

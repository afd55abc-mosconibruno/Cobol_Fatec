      * -----------------------------------------------------------
      * CREDIÁRIO - NEGATIVAÇÃO NO CADASTRO DE INADIMPLENTES: O
      * PROCESSAMENTO MENSAL (MODO I) SELECIONA AS COBRANÇAS EM ABERTO
      * VENCIDAS HÁ MAIS DIAS QUE O MÍNIMO (PADRÃO 30) CUJO CLIENTE
      * RECEBEU A CARTA DE COBRANÇA DO CREDMULTA (avisocred.txt)
      * DEPOIS DO VENCIMENTO E HÁ PELO MENOS O PRAZO DO AVISO
      * (PADRÃO 10 DIAS), E GRAVA A INCLUSÃO NO ARQUIVO DE ENVIO AO
      * BIRÔ (negenvio.txt) COM CPF, VALOR E VENCIMENTO. O REGISTRO
      * negreg.dat GUARDA QUEM ESTÁ NEGATIVADO, DESDE QUANDO E POR
      * QUANTO. A QUITAÇÃO NO CREDPAG (OU O ENCERRAMENTO NO CREDRENEG)
      * JÁ GRAVA A EXCLUSÃO NA HORA; O MODO E VARRE O REGISTRO E
      * EXCLUI O QUE FICOU PAGO POR QUALQUER OUTRO CAMINHO. O MODO R
      * LISTA OS NEGATIVADOS E AS EXCLUSÕES, MARCANDO AS FEITAS FORA
      * DO PRAZO LEGAL (5 DIAS ÚTEIS DA QUITAÇÃO, DiaUtil).
      * RELATÓRIO EM NEGREL.TXT. O MODO I É CONTROLADO PELO
      * ControleJob.
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDNEGAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CPF WITH DUPLICATES.

           SELECT CREDIARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CRED
               RECORD KEY IS CR-CHAVE.

           SELECT NEGREG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-NEG
               RECORD KEY IS NG-CHAVE.

           SELECT ENVIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-ENVIO.

           SELECT AVISOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-AVISO.

           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientes.dat".
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

      * UMA NEGATIVAÇÃO POR COBRANÇA (CHAVE = A DA COBRANÇA);
      * NG-STATUS I = INCLUÍDA NO BIRÔ, E = EXCLUÍDA
       FD NEGREG VALUE OF FILE-ID IS "negreg.dat".
       01 NEGREG-REC.
           05 NG-CHAVE.
               10 NG-FONE PIC 9(09).
               10 NG-SEQ  PIC 9(04).
           05 NG-CPF        PIC 9(11).
           05 NG-NOME       PIC X(40).
           05 NG-VALOR      PIC 9(07)V99.
           05 NG-VENC       PIC 9(08).
           05 NG-DATA-AVISO PIC 9(08).
           05 NG-DATA-INCL  PIC 9(08).
           05 NG-STATUS     PIC X(01).
           05 NG-DATA-QUIT  PIC 9(08).
           05 NG-DATA-EXCL  PIC 9(08).

      * ARQUIVO DE ENVIO AO BIRÔ: I = INCLUSÃO, E = EXCLUSÃO; O
      * CONTRATO É O TELEFONE + A SEQUÊNCIA DA COBRANÇA
       FD ENVIO LABEL RECORD STANDARD
                DATA RECORD IS REG-ENVIO
                VALUE OF FILE-ID IS "negenvio.txt".
       01 REG-ENVIO.
           05 NE-TIPO     PIC X(01).
           05 NE-CPF      PIC 9(11).
           05 NE-NOME     PIC X(40).
           05 NE-CONTRATO PIC 9(13).
           05 NE-VENC     PIC 9(08).
           05 NE-VALOR    PIC 9(07)V99.
           05 NE-DATA     PIC 9(08).

       FD AVISOS LABEL RECORD STANDARD
                DATA RECORD IS REG-AVISO
                VALUE OF FILE-ID IS "avisocred.txt".
       01 REG-AVISO.
           05 AV-DATA   PIC 9(08).
           05 AV-FONE   PIC 9(09).
           05 AV-ATRASO PIC 9(05).
           05 AV-VALOR  PIC 9(07)V99.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "NEGREL.TXT".
          01 LINHA-REL              PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-STAT       PIC X(02).
       77 FS-STAT-CRED  PIC X(02).
       77 FS-STAT-NEG   PIC X(02).
       77 FS-STAT-ENVIO PIC X(02).
       77 FS-STAT-AVISO PIC X(02).
       77 FS-STAT-REL   PIC X(02).
       77 WS-MODO PIC X VALUE SPACE.
       77 WS-FIM PIC X VALUE "N".
       77 WS-FIM-NEG PIC X VALUE "N".
       77 WS-DIAS-MIN PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-AVISO PIC 9(03) VALUE ZEROS.
       77 WS-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WS-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-INT-VENC PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-LISTADO PIC 9(05) VALUE ZEROS.
       77 WS-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WS-NUM-AV PIC 9(03) VALUE ZEROS.
       77 WS-IDX PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU PIC X VALUE "N".
       77 WS-AV-ESTOURO PIC X VALUE "N".
       77 WS-DATA-AVISO PIC 9(08) VALUE ZEROS.
       77 WS-CONT-INCL PIC 9(05) VALUE ZEROS.
       77 WS-CONT-EXCL PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-AVISO PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-CPF PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-FORA-PRAZO PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LISTADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-DATA-QUIT PIC 9(08) VALUE ZEROS.
       77 WS-DU-DIAS PIC 9(03) VALUE ZEROS.
       77 WS-DU-EH-UTIL PIC X VALUE "N".
       77 WS-DU-RESULT PIC 9(08) VALUE ZEROS.
       01 JB-NOME PIC X(12) VALUE "NEGATIVACAO ".
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
      * ULTIMA CARTA DE CADA CLIENTE EMITIDA ATE A DATA DE CORTE
       01 TABELA-AVISOS.
           05 TA-LINHA OCCURS 500 TIMES.
               10 TA-FONE PIC 9(09).
               10 TA-DATA PIC 9(08).
       01 LINHA-CAB1.
           05 FILLER PIC X(38) VALUE
              "CREDIARIO - NEGATIVACOES EM ABERTO EM ".
           05 LC1-DATA PIC 9(08).
       01 LINHA-CAB2 PIC X(120) VALUE
          "CPF         NOME                          CONTRATO      VENC
      -   "IMENTO INCLUSAO       VALOR   DIAS".
       01 LINHA-DET.
           05 LD-CPF PIC 9(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-NOME PIC X(29).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-CONTRATO PIC 9(13).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VENC PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-INCL PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VALOR PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DIAS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ALERTA PIC X(25).
       01 LINHA-CAB3 PIC X(120) VALUE
          "EXCLUSOES: CONTRATO      QUITACAO EXCLUSAO PRAZO".
       01 LINHA-EXC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 LE-CONTRATO PIC 9(13).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LE-QUIT PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LE-EXCL PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LE-PRAZO PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LE-ALERTA PIC X(20).
       01 LINHA-TOTAL.
           05 FILLER PIC X(22) VALUE "NEGATIVADOS:          ".
           05 LT-QTDE PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "   VALOR: ".
           05 LT-VALOR PIC ZZZZZZZZ9.99.
       01 LINHA-TOTAL2.
           05 FILLER PIC X(22) VALUE "PAGOS AINDA LISTADOS: ".
           05 LT2-PEND PIC ZZZZ9.
           05 FILLER PIC X(25) VALUE "   EXCLUSOES FORA PRAZO: ".
           05 LT2-FORA PIC ZZZZ9.
       01 LINHA-BRANCO PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "CREDIARIO - NEGATIVACAO DE INADIMPLENTES".
           DISPLAY "MODO: I = INCLUSAO MENSAL, E = EXCLUSOES, "
                   "R = RELATORIO: ".
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN "I"
               WHEN "i"
                   PERFORM PROCESSA-INCLUSAO
               WHEN "E"
               WHEN "e"
                   PERFORM PROCESSA-EXCLUSAO
               WHEN "R"
               WHEN "r"
                   PERFORM PROCESSA-RELATORIO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           STOP RUN.

      * -----------------------------------
       PROCESSA-INCLUSAO.
           DISPLAY "DIAS DE ATRASO PARA NEGATIVAR [0 = 30]: ".
           ACCEPT WS-DIAS-MIN.
           IF WS-DIAS-MIN = ZEROS
               MOVE 30 TO WS-DIAS-MIN
           END-IF.
           DISPLAY "DIAS DO AVISO PREVIO [0 = 10]: ".
           ACCEPT WS-PRAZO-AVISO.
           IF WS-PRAZO-AVISO = ZEROS
               MOVE 10 TO WS-PRAZO-AVISO
           END-IF.
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
               (WS-INT-HOJE - WS-PRAZO-AVISO).
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
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "I" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           PERFORM ABRE-ARQUIVOS.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           PERFORM CARREGA-AVISOS.
           MOVE "N" TO WS-FIM.
           PERFORM AVALIA-COBRANCA UNTIL WS-FIM = "S".
           PERFORM VARRE-EXCLUSOES.
           DISPLAY "INCLUSOES GRAVADAS: " WS-CONT-INCL.
           DISPLAY "SEM CARTA DE AVISO NO PRAZO: " WS-CONT-SEM-AVISO.
           DISPLAY "SEM CPF NO CADASTRO: " WS-CONT-SEM-CPF.
           DISPLAY "EXCLUSOES GRAVADAS: " WS-CONT-EXCL.
           IF WS-AV-ESTOURO = "S"
               DISPLAY "MAIS DE 500 CLIENTES COM CARTA - OS DEMAIS "
                       "FICAM SEM NEGATIVACAO NESTA RODADA"
           END-IF.
           DISPLAY "ARQUIVO DO BIRO: negenvio.txt".
           MOVE WS-CONT-INCL TO JB-CONTAGEM.
           MOVE "F" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           CLOSE FILE1.
           PERFORM FECHA-ARQUIVOS.

       PROCESSA-EXCLUSAO.
           PERFORM ABRE-ARQUIVOS.
           PERFORM VARRE-EXCLUSOES.
           DISPLAY "EXCLUSOES GRAVADAS: " WS-CONT-EXCL.
           DISPLAY "ARQUIVO DO BIRO: negenvio.txt".
           PERFORM FECHA-ARQUIVOS.

       ABRE-ARQUIVOS.
           OPEN INPUT CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               DISPLAY "CREDIARIO crediario.dat AUSENTE"
               STOP RUN
           END-IF.
           OPEN I-O NEGREG.
           IF FS-STAT-NEG NOT = "00"
               OPEN OUTPUT NEGREG
               CLOSE NEGREG
               OPEN I-O NEGREG
           END-IF.
           OPEN EXTEND ENVIO.
           IF FS-STAT-ENVIO NOT = "00" AND FS-STAT-ENVIO NOT = "05"
               OPEN OUTPUT ENVIO
           END-IF.

       FECHA-ARQUIVOS.
           CLOSE CREDIARIO.
           CLOSE NEGREG.
           CLOSE ENVIO.

      * -----------------------------------
      * SO VALE A CARTA EMITIDA ATE A DATA DE CORTE (HOJE MENOS O
      * PRAZO DO AVISO); FICA A MAIS RECENTE DE CADA CLIENTE
       CARREGA-AVISOS.
           MOVE ZEROS TO WS-NUM-AV.
           OPEN INPUT AVISOS.
           IF FS-STAT-AVISO NOT = "00"
               DISPLAY "SEM REGISTRO DE CARTAS (avisocred.txt) - "
                       "NINGUEM PODE SER NEGATIVADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM LE-AVISO UNTIL WS-FIM = "S".
           CLOSE AVISOS.

       LE-AVISO.
           READ AVISOS
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF AV-DATA NOT > WS-DATA-CORTE
                       PERFORM GUARDA-AVISO
                   END-IF
           END-READ.

       GUARDA-AVISO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-AV
               IF TA-FONE(WS-IDX) = AV-FONE
                   MOVE "S" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-NUM-AV < 500
                   ADD 1 TO WS-NUM-AV
                   MOVE WS-NUM-AV TO WS-IDX
                   MOVE AV-FONE TO TA-FONE(WS-IDX)
                   MOVE ZEROS TO TA-DATA(WS-IDX)
               ELSE
                   MOVE "S" TO WS-AV-ESTOURO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF AV-DATA > TA-DATA(WS-IDX)
               MOVE AV-DATA TO TA-DATA(WS-IDX)
           END-IF.

       ACHA-AVISO.
           MOVE ZEROS TO WS-DATA-AVISO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-AV
               IF TA-FONE(WS-IDX) = CR-FONE
                   MOVE TA-DATA(WS-IDX) TO WS-DATA-AVISO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * -----------------------------------
      * COBRANCA EM ABERTO (INCLUSIVE A BAIXADA COMO PERDA) VENCIDA
      * HA MAIS DIAS QUE O MINIMO E AINDA NAO NEGATIVADA; A CARTA TEM
      * QUE SER POSTERIOR AO VENCIMENTO
       AVALIA-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-PAGO NOT = "S"
                       COMPUTE WS-INT-VENC =
                           FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO)
                       COMPUTE WS-DIAS-ATRASO =
                           WS-INT-HOJE - WS-INT-VENC
                       IF WS-DIAS-ATRASO > WS-DIAS-MIN
                           PERFORM AVALIA-INCLUSAO
                       END-IF
                   END-IF
           END-READ.

       AVALIA-INCLUSAO.
           MOVE CR-FONE TO NG-FONE.
           MOVE CR-SEQ TO NG-SEQ.
           READ NEGREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM ACHA-AVISO.
           IF WS-DATA-AVISO = ZEROS
               OR WS-DATA-AVISO < CR-VENCIMENTO
               ADD 1 TO WS-CONT-SEM-AVISO
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-FONE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-CPF
                   EXIT PARAGRAPH
           END-READ.
           IF FS-CPF IS NOT NUMERIC OR FS-CPF = ZEROS
               ADD 1 TO WS-CONT-SEM-CPF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO.
           MOVE CR-FONE TO NG-FONE.
           MOVE CR-SEQ TO NG-SEQ.
           MOVE FS-CPF TO NG-CPF.
           MOVE FS-NOME TO NG-NOME.
           MOVE WS-ABERTO TO NG-VALOR.
           MOVE CR-VENCIMENTO TO NG-VENC.
           MOVE WS-DATA-AVISO TO NG-DATA-AVISO.
           MOVE WS-HOJE TO NG-DATA-INCL.
           MOVE "I" TO NG-STATUS.
           MOVE ZEROS TO NG-DATA-QUIT NG-DATA-EXCL.
           WRITE NEGREG-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NEGATIVACAO " CR-FONE
                           " " CR-SEQ
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "I" TO NE-TIPO.
           PERFORM GRAVA-ENVIO.
           ADD 1 TO WS-CONT-INCL.

       GRAVA-ENVIO.
           MOVE NG-CPF TO NE-CPF.
           MOVE NG-NOME TO NE-NOME.
           MOVE NG-CHAVE TO NE-CONTRATO.
           MOVE NG-VENC TO NE-VENC.
           MOVE NG-VALOR TO NE-VALOR.
           MOVE WS-HOJE TO NE-DATA.
           WRITE REG-ENVIO.

      * -----------------------------------
      * NEGATIVACAO EM ABERTO CUJA COBRANCA JA ESTA PAGA (OU NAO
      * EXISTE MAIS) GERA A EXCLUSAO; A QUITACAO E A DATA DO
      * PAGAMENTO NA COBRANCA
       VARRE-EXCLUSOES.
           MOVE LOW-VALUES TO NG-CHAVE.
           START NEGREG KEY IS NOT LESS THAN NG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NEG
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-NEG
           END-START.
           PERFORM VERIFICA-NEGATIVACAO UNTIL WS-FIM-NEG = "S".

       VERIFICA-NEGATIVACAO.
           READ NEGREG NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-NEG
               NOT AT END
                   IF NG-STATUS = "I"
                       PERFORM CONFERE-COBRANCA
                   END-IF
           END-READ.

       CONFERE-COBRANCA.
           MOVE NG-FONE TO CR-FONE.
           MOVE NG-SEQ TO CR-SEQ.
           READ CREDIARIO
               INVALID KEY
                   MOVE WS-HOJE TO NG-DATA-QUIT
                   PERFORM EXCLUI-NEGATIVACAO
                   EXIT PARAGRAPH
           END-READ.
           IF CR-PAGO = "S"
               MOVE CR-DATA-PGTO TO NG-DATA-QUIT
               PERFORM EXCLUI-NEGATIVACAO
           END-IF.

       EXCLUI-NEGATIVACAO.
           MOVE "E" TO NG-STATUS.
           MOVE WS-HOJE TO NG-DATA-EXCL.
           REWRITE NEGREG-REC
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR NEGATIVACAO " NG-FONE
                           " " NG-SEQ
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "E" TO NE-TIPO.
           PERFORM GRAVA-ENVIO.
           ADD 1 TO WS-CONT-EXCL.

      * -----------------------------------
      * RELATORIO DO REGISTRO: QUEM ESTA NEGATIVADO (DESDE QUANDO E
      * POR QUANTO), AVISANDO QUEM JA PAGOU E AINDA ESTA LISTADO, E
      * AS EXCLUSOES COM O PRAZO LEGAL DE 5 DIAS UTEIS DA QUITACAO
       PROCESSA-RELATORIO.
           OPEN INPUT NEGREG.
           IF FS-STAT-NEG NOT = "00"
               DISPLAY "REGISTRO DE NEGATIVACOES negreg.dat AUSENTE"
               STOP RUN
           END-IF.
           OPEN INPUT CREDIARIO.
           OPEN OUTPUT RELATORIO.
           MOVE WS-HOJE TO LC1-DATA.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "N" TO WS-FIM-NEG.
           PERFORM LISTA-INCLUIDO UNTIL WS-FIM-NEG = "S".
           MOVE WS-CONT-LISTADOS TO LT-QTDE.
           MOVE WS-TOT-LISTADO TO LT-VALOR.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB3 TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE NEGREG.
           OPEN INPUT NEGREG.
           MOVE "N" TO WS-FIM-NEG.
           PERFORM LISTA-EXCLUIDO UNTIL WS-FIM-NEG = "S".
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-CONT-PENDENTES TO LT2-PEND.
           MOVE WS-CONT-FORA-PRAZO TO LT2-FORA.
           MOVE LINHA-TOTAL2 TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE NEGREG.
           IF FS-STAT-CRED = "00"
               CLOSE CREDIARIO
           END-IF.
           CLOSE RELATORIO.
           DISPLAY "NEGATIVADOS: " WS-CONT-LISTADOS.
           IF WS-CONT-PENDENTES > ZEROS
               DISPLAY "ATENCAO: " WS-CONT-PENDENTES
                       " PAGO(S) AINDA LISTADO(S) - RODAR O MODO E"
           END-IF.
           DISPLAY "RELATORIO GERADO: NEGREL.TXT".

       LISTA-INCLUIDO.
           READ NEGREG NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-NEG
               NOT AT END
                   IF NG-STATUS = "I"
                       PERFORM IMPRIME-INCLUIDO
                   END-IF
           END-READ.

       IMPRIME-INCLUIDO.
           MOVE SPACES TO LD-ALERTA.
           IF FS-STAT-CRED = "00"
               MOVE NG-FONE TO CR-FONE
               MOVE NG-SEQ TO CR-SEQ
               READ CREDIARIO
                   INVALID KEY
                       MOVE "COBRANCA INEXISTENTE" TO LD-ALERTA
                       ADD 1 TO WS-CONT-PENDENTES
                   NOT INVALID KEY
                       IF CR-PAGO = "S"
                           MOVE "PAGO - EXCLUIR JA" TO LD-ALERTA
                           ADD 1 TO WS-CONT-PENDENTES
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-DIAS-LISTADO = WS-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(NG-DATA-INCL).
           MOVE NG-CPF TO LD-CPF.
           MOVE NG-NOME TO LD-NOME.
           MOVE NG-CHAVE TO LD-CONTRATO.
           MOVE NG-VENC TO LD-VENC.
           MOVE NG-DATA-INCL TO LD-INCL.
           MOVE NG-VALOR TO LD-VALOR.
           MOVE WS-DIAS-LISTADO TO LD-DIAS.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-CONT-LISTADOS.
           ADD NG-VALOR TO WS-TOT-LISTADO.

       LISTA-EXCLUIDO.
           READ NEGREG NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-NEG
               NOT AT END
                   IF NG-STATUS = "E"
                       PERFORM IMPRIME-EXCLUIDO
                   END-IF
           END-READ.

       IMPRIME-EXCLUIDO.
           MOVE NG-DATA-QUIT TO WS-DATA-QUIT.
           MOVE 5 TO WS-DU-DIAS.
           CALL "DiaUtil" USING WS-DATA-QUIT WS-DU-DIAS
                                WS-DU-EH-UTIL WS-DU-RESULT.
           MOVE NG-CHAVE TO LE-CONTRATO.
           MOVE NG-DATA-QUIT TO LE-QUIT.
           MOVE NG-DATA-EXCL TO LE-EXCL.
           MOVE WS-DU-RESULT TO LE-PRAZO.
           IF NG-DATA-EXCL > WS-DU-RESULT
               MOVE "FORA DO PRAZO" TO LE-ALERTA
               ADD 1 TO WS-CONT-FORA-PRAZO
           ELSE
               MOVE SPACES TO LE-ALERTA
           END-IF.
           MOVE LINHA-EXC TO LINHA-REL.
           WRITE LINHA-REL.

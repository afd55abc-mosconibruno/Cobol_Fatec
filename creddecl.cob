      * -----------------------------------------------------------
      * CREDIÁRIO - DECLARAÇÃO ANUAL DE QUITAÇÃO DE DÉBITOS.
      * O LOTE ANUAL (MODO A, CONTROLADO PELO ControleJob) LÊ
      * crediario.dat E, PARA CADA CLIENTE COM COBRANÇAS VENCIDAS
      * NO ANO-CALENDÁRIO INFORMADO, IMPRIME A DECLARAÇÃO DE
      * QUITAÇÃO (DECLQUIT.TXT) COM NOME E ENDEREÇO DE clientes.dat
      * QUANDO TODAS ESTÃO QUITADAS;
      * QUEM TEM COBRANÇA PENDENTE NÃO RECEBE DECLARAÇÃO E SAI NA
      * LISTA SEPARADA (DECLPEND.TXT) COM AS PENDÊNCIAS. É PENDENTE A
      * COBRANÇA EM ABERTO, A BAIXADA COMO PERDA E A RENEGOCIADA CUJO
      * ACORDO AINDA TEM PARCELA EM ABERTO. CLIENTE ELIMINADO PELA
      * LGPD (FORA DE clientes.dat) NÃO ENTRA EM NENHUMA DAS DUAS.
      * O MODO S REEMITE A DECLARAÇÃO DE UM CLIENTE (SEGUNDA VIA EM
      * DECL2VIA.TXT) OU MOSTRA POR QUE ELA NÃO PODE SER EMITIDA.
      * TODAS AS COBRANÇAS FICAM EM crediario.dat (AS QUITADAS NÃO
      * SÃO APAGADAS), ENTÃO O ARQUIVO COBRE QUALQUER ANO
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDDECL.

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

           SELECT DECLARACAO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-DECL.

           SELECT PENDENCIAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-PEND.

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

       FD DECLARACAO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-DECL
                VALUE OF FILE-ID IS WS-ARQ-DECL.
          01 LINHA-DECL             PIC X(80).

       FD PENDENCIAS LABEL RECORD STANDARD
                DATA RECORD IS LINHA-PEND
                VALUE OF FILE-ID IS "DECLPEND.TXT".
          01 LINHA-PEND             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT      PIC X(02).
       77 FS-STAT-CRED PIC X(02).
       77 FS-STAT-DECL PIC X(02).
       77 FS-STAT-PEND PIC X(02).
       77 WS-ARQ-DECL  PIC X(20) VALUE "DECLQUIT.TXT".
       77 WS-FIM       PIC X VALUE "N".
       77 WS-MODO      PIC X VALUE SPACE.
           88 MODO-ANUAL     VALUE "A" "a".
           88 MODO-SEGUNDA   VALUE "S" "s".
       77 WS-ANO       PIC 9(04) VALUE ZEROS.
       77 WS-DATA-INI  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM  PIC 9(08) VALUE ZEROS.
       77 WS-FONE      PIC 9(09) VALUE ZEROS.
       77 WS-FONE-ANT  PIC 9(09) VALUE ZEROS.
       77 WS-SEGUNDA-VIA PIC X VALUE "N".
       77 WS-CLIENTE-OK PIC X VALUE "N".
       77 WS-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-J         PIC 9(03) VALUE ZEROS.
       77 WS-NUM-COB   PIC 9(03) VALUE ZEROS.
       77 WS-ESTOURO   PIC X VALUE "N".
       77 WS-QTDE-ANO  PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-PEND PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-PEND PIC 9(07)V99 VALUE ZEROS.
       77 WS-PENDENTE  PIC X VALUE "N".
       77 WS-MOTIVO    PIC X(12) VALUE SPACES.
       77 WS-CONT-DECL PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PEND PIC 9(05) VALUE ZEROS.
       77 WS-CONT-EXCL PIC 9(05) VALUE ZEROS.
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           05 DS-DIA PIC 9(02).
      * COBRANÇAS DO CLIENTE CORRENTE (TODOS OS ANOS, PARA ACHAR AS
      * PARCELAS DE ACORDO QUE AINDA SEGURAM A RENEGOCIADA)
       01 TABELA-COBRANCAS.
           05 TB-LINHA OCCURS 300 TIMES.
               10 TB-SEQ    PIC 9(04).
               10 TB-VENC   PIC 9(08).
               10 TB-PAGO   PIC X(01).
               10 TB-VALOR  PIC 9(05)V99.
               10 TB-VPAGO  PIC 9(05)V99.
               10 TB-ORIGEM PIC X(01).
               10 TB-ACORDO PIC 9(03).
       01 JB-NOME PIC X(12) VALUE "DECLQUITAC  ".
       01 JB-FREQUENCIA PIC X(01) VALUE "A".
       01 JB-ACAO PIC X(01) VALUE SPACE.
       01 JB-CONTAGEM PIC 9(06) VALUE ZEROS.
       01 JB-RESULTADO PIC X(01) VALUE SPACE.
       77 WS-CTL-OVERRIDE PIC X VALUE "N".
       01 LINHA-DECL-CORTE PIC X(80) VALUE ALL "-".
       01 LINHA-DECL-TIT.
           05 FILLER PIC X(49) VALUE
              "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO ".
           05 LDT-ANO PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LDT-VIA PIC X(13).
       01 LINHA-DECL-CLI.
           05 FILLER PIC X(09) VALUE "CLIENTE: ".
           05 LDC-NOME PIC X(40).
       01 LINHA-DECL-CPF.
           05 FILLER PIC X(05) VALUE "CPF: ".
           05 LDC-CPF PIC 9(11).
           05 FILLER PIC X(13) VALUE "   TELEFONE: ".
           05 LDC-FONE PIC 9(09).
       01 LINHA-DECL-END.
           05 FILLER PIC X(10) VALUE "ENDERECO: ".
           05 LDC-ENDERECO PIC X(40).
       01 LINHA-DECL-CID.
           05 FILLER PIC X(10) VALUE SPACES.
           05 LDC-CEP PIC 99999B999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LDC-CIDADE PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LDC-UF PIC X(02).
       01 LINHA-DECL-TXT1 PIC X(80) VALUE
           "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO QUITADO
      -    "S TODOS OS DEBITOS".
       01 LINHA-DECL-TXT2.
           05 FILLER PIC X(48) VALUE
              "DO CREDIARIO DO CLIENTE ACIMA COM VENCIMENTO NO ".
           05 FILLER PIC X(08) VALUE "ANO DE ".
           05 LDX-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE ",".
       01 LINHA-DECL-TXT3.
           05 FILLER PIC X(13) VALUE "NUM TOTAL DE ".
           05 LDX-QTDE PIC ZZ9.
           05 FILLER PIC X(11) VALUE " PARCELA(S)".
           05 FILLER PIC X(40) VALUE
              ", SUBSTITUINDO OS RECIBOS DO PERIODO.".
       01 LINHA-DECL-DATA.
           05 FILLER PIC X(10) VALUE "EMITIDA EM".
           05 FILLER PIC X(01) VALUE SPACES.
           05 LDD-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 LDD-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 LDD-ANO PIC 9(04).
       01 LINHA-PEND-CAB.
           05 FILLER PIC X(50) VALUE
              "CLIENTES COM PENDENCIAS - SEM DECLARACAO - ANO ".
           05 LPC-ANO PIC 9(04).
       01 LINHA-PEND-CAB2 PIC X(100) VALUE
           "TELEFONE  NOME                                     PARC.ANO
      -    " PENDENTES    VALOR ABERTO".
       01 LINHA-PEND-CLI.
           05 LPD-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LPD-NOME PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LPD-QTDE PIC ZZ9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 LPD-PEND PIC ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LPD-VALOR PIC Z,ZZZ,ZZ9.99.
       01 LINHA-PEND-COB.
           05 FILLER PIC X(12) VALUE "   COBRANCA ".
           05 LPB-SEQ PIC 9(04).
           05 FILLER PIC X(07) VALUE " VENC. ".
           05 LPB-VENC PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LPB-MOTIVO PIC X(12).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LPB-VALOR PIC Z,ZZZ,ZZ9.99.
       01 LINHA-PEND-TOT.
           05 FILLER PIC X(24) VALUE "DECLARACOES EMITIDAS: ".
           05 LPT-DECL PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "  PENDENTES: ".
           05 LPT-PEND PIC ZZZZ9.
           05 FILLER PIC X(26) VALUE "  EXCLUIDOS (LGPD): ".
           05 LPT-EXCL PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           DISPLAY "CREDIARIO - DECLARACAO ANUAL DE QUITACAO".
           PERFORM UNTIL MODO-ANUAL OR MODO-SEGUNDA
               DISPLAY "MODO (A-LOTE ANUAL / S-SEGUNDA VIA): "
               ACCEPT WS-MODO
           END-PERFORM.
           DISPLAY "ANO-CALENDARIO (0 = ANO ANTERIOR): ".
           ACCEPT WS-ANO.
           IF WS-ANO = ZEROS
               COMPUTE WS-ANO = DS-ANO - 1
           END-IF.
           IF WS-ANO NOT < DS-ANO
               DISPLAY "SO ANO JA ENCERRADO PODE SER DECLARADO"
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-INI = WS-ANO * 10000 + 0101.
           COMPUTE WS-DATA-FIM = WS-ANO * 10000 + 1231.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           OPEN INPUT CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               DISPLAY "CREDIARIO crediario.dat AUSENTE"
               CLOSE FILE1
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN MODO-ANUAL
                   PERFORM PROCESSA-ANUAL
               WHEN MODO-SEGUNDA
                   PERFORM PROCESSA-SEGUNDA-VIA
           END-EVALUATE.
           CLOSE FILE1.
           CLOSE CREDIARIO.
           STOP RUN.

      * -----------------------------------
       PROCESSA-ANUAL.
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
           MOVE "DECLQUIT.TXT" TO WS-ARQ-DECL.
           OPEN OUTPUT DECLARACAO.
           OPEN OUTPUT PENDENCIAS.
           MOVE WS-ANO TO LPC-ANO.
           MOVE LINHA-PEND-CAB TO LINHA-PEND.
           WRITE LINHA-PEND.
           MOVE LINHA-PEND-CAB2 TO LINHA-PEND.
           WRITE LINHA-PEND.
           MOVE "N" TO WS-SEGUNDA-VIA.
           MOVE ZEROS TO WS-NUM-COB.
           MOVE ZEROS TO WS-FONE-ANT.
           MOVE "N" TO WS-FIM.
           PERFORM LE-COBRANCA UNTIL WS-FIM = "S".
           IF WS-NUM-COB > ZEROS
               PERFORM AVALIA-CLIENTE
           END-IF.
           MOVE WS-CONT-DECL TO LPT-DECL.
           MOVE WS-CONT-PEND TO LPT-PEND.
           MOVE WS-CONT-EXCL TO LPT-EXCL.
           MOVE SPACES TO LINHA-PEND.
           WRITE LINHA-PEND.
           MOVE LINHA-PEND-TOT TO LINHA-PEND.
           WRITE LINHA-PEND.
           CLOSE DECLARACAO.
           CLOSE PENDENCIAS.
           DISPLAY "DECLARACOES EMITIDAS: " WS-CONT-DECL
                   " (DECLQUIT.TXT)".
           DISPLAY "CLIENTES COM PENDENCIAS: " WS-CONT-PEND
                   " (DECLPEND.TXT)".
           DISPLAY "EXCLUIDOS (FORA DO CADASTRO): " WS-CONT-EXCL.
           MOVE WS-CONT-DECL TO JB-CONTAGEM.
           MOVE "F" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.

      * crediario.dat VEM EM ORDEM DE TELEFONE; A TROCA DE TELEFONE
      * FECHA O GRUPO DO CLIENTE ANTERIOR
       LE-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = WS-FONE-ANT AND WS-NUM-COB > ZEROS
                       PERFORM AVALIA-CLIENTE
                   END-IF
                   IF CR-FONE NOT = WS-FONE-ANT
                       MOVE CR-FONE TO WS-FONE-ANT
                       MOVE ZEROS TO WS-NUM-COB
                       MOVE "N" TO WS-ESTOURO
                   END-IF
                   PERFORM GUARDA-COBRANCA
           END-READ.

       GUARDA-COBRANCA.
           IF WS-NUM-COB < 300
               ADD 1 TO WS-NUM-COB
               MOVE CR-SEQ TO TB-SEQ(WS-NUM-COB)
               MOVE CR-VENCIMENTO TO TB-VENC(WS-NUM-COB)
               MOVE CR-PAGO TO TB-PAGO(WS-NUM-COB)
               MOVE CR-VALOR TO TB-VALOR(WS-NUM-COB)
               MOVE CR-VALOR-PAGO TO TB-VPAGO(WS-NUM-COB)
               MOVE CR-ORIGEM TO TB-ORIGEM(WS-NUM-COB)
               MOVE CR-ACORDO TO TB-ACORDO(WS-NUM-COB)
           ELSE
               MOVE "S" TO WS-ESTOURO
           END-IF.

      * -----------------------------------
      * CLIENTE SEM COBRANÇA VENCIDA NO ANO NÃO RECEBE NADA; COM
      * COBRANÇA, OU RECEBE A DECLARAÇÃO OU VAI PARA A LISTA
       AVALIA-CLIENTE.
           PERFORM CONTA-PENDENCIAS.
           IF WS-QTDE-ANO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FONE-ANT TO FS-FONE.
           MOVE "S" TO WS-CLIENTE-OK.
           READ FILE1
               INVALID KEY
                   MOVE "N" TO WS-CLIENTE-OK
           END-READ.
           IF WS-CLIENTE-OK = "N"
               ADD 1 TO WS-CONT-EXCL
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTDE-PEND = ZEROS
               PERFORM IMPRIME-DECLARACAO
               ADD 1 TO WS-CONT-DECL
           ELSE
               PERFORM LISTA-PENDENCIAS
               ADD 1 TO WS-CONT-PEND
           END-IF.

       CONTA-PENDENCIAS.
           MOVE ZEROS TO WS-QTDE-ANO WS-QTDE-PEND WS-VALOR-PEND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-COB
               IF TB-VENC(WS-IDX) NOT < WS-DATA-INI
                   AND TB-VENC(WS-IDX) NOT > WS-DATA-FIM
                   ADD 1 TO WS-QTDE-ANO
                   PERFORM CLASSIFICA-COBRANCA
                   IF WS-PENDENTE = "S"
                       ADD 1 TO WS-QTDE-PEND
                       COMPUTE WS-VALOR-PEND = WS-VALOR-PEND
                           + TB-VALOR(WS-IDX) - TB-VPAGO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      * TABELA CHEIA: NA DÚVIDA O CLIENTE NÃO RECEBE DECLARAÇÃO
           IF WS-ESTOURO = "S" AND WS-QTDE-PEND = ZEROS
               ADD 1 TO WS-QTDE-PEND
           END-IF.

      * QUITADA (S) FORA DE ACORDO: OK. RENEGOCIADA (S COM ORIGEM R):
      * SÓ VALE SE NENHUMA PARCELA DO ACORDO ESTÁ EM ABERTO.
      * EM ABERTO (N) OU BAIXADA COMO PERDA (P): PENDENTE
       CLASSIFICA-COBRANCA.
           MOVE "N" TO WS-PENDENTE.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN TB-PAGO(WS-IDX) = "P"
                   MOVE "S" TO WS-PENDENTE
                   MOVE "PERDA" TO WS-MOTIVO
               WHEN TB-PAGO(WS-IDX) NOT = "S"
                   MOVE "S" TO WS-PENDENTE
                   MOVE "EM ABERTO" TO WS-MOTIVO
               WHEN TB-ORIGEM(WS-IDX) = "R"
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NUM-COB
                       IF TB-ORIGEM(WS-J) = "A"
                           AND TB-ACORDO(WS-J) = TB-ACORDO(WS-IDX)
                           AND TB-PAGO(WS-J) NOT = "S"
                           MOVE "S" TO WS-PENDENTE
                           MOVE "RENEGOCIADA" TO WS-MOTIVO
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * -----------------------------------
       IMPRIME-DECLARACAO.
           MOVE WS-ANO TO LDT-ANO.
           IF WS-SEGUNDA-VIA = "S"
               MOVE "(SEGUNDA VIA)" TO LDT-VIA
           ELSE
               MOVE SPACES TO LDT-VIA
           END-IF.
           MOVE FS-NOME TO LDC-NOME.
           MOVE FS-CPF TO LDC-CPF.
           MOVE FS-FONE TO LDC-FONE.
           MOVE FS-ENDERECO TO LDC-ENDERECO.
           MOVE FS-CEP TO LDC-CEP.
           MOVE FS-CIDADE TO LDC-CIDADE.
           MOVE FS-UF TO LDC-UF.
           MOVE WS-ANO TO LDX-ANO.
           MOVE WS-QTDE-ANO TO LDX-QTDE.
           MOVE DS-DIA TO LDD-DIA.
           MOVE DS-MES TO LDD-MES.
           MOVE DS-ANO TO LDD-ANO.
           MOVE LINHA-DECL-TIT TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE SPACES TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-CLI TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-CPF TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-END TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-CID TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE SPACES TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-TXT1 TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-TXT2 TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-TXT3 TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE SPACES TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-DATA TO LINHA-DECL.
           WRITE LINHA-DECL.
           MOVE LINHA-DECL-CORTE TO LINHA-DECL.
           WRITE LINHA-DECL.

       LISTA-PENDENCIAS.
           MOVE FS-FONE TO LPD-FONE.
           MOVE FS-NOME TO LPD-NOME.
           MOVE WS-QTDE-ANO TO LPD-QTDE.
           MOVE WS-QTDE-PEND TO LPD-PEND.
           MOVE WS-VALOR-PEND TO LPD-VALOR.
           MOVE LINHA-PEND-CLI TO LINHA-PEND.
           WRITE LINHA-PEND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-COB
               IF TB-VENC(WS-IDX) NOT < WS-DATA-INI
                   AND TB-VENC(WS-IDX) NOT > WS-DATA-FIM
                   PERFORM CLASSIFICA-COBRANCA
                   IF WS-PENDENTE = "S"
                       MOVE TB-SEQ(WS-IDX) TO LPB-SEQ
                       MOVE TB-VENC(WS-IDX) TO LPB-VENC
                       MOVE WS-MOTIVO TO LPB-MOTIVO
                       COMPUTE LPB-VALOR =
                           TB-VALOR(WS-IDX) - TB-VPAGO(WS-IDX)
                       MOVE LINHA-PEND-COB TO LINHA-PEND
                       WRITE LINHA-PEND
                   END-IF
               END-IF
           END-PERFORM.

      * -----------------------------------
      * SEGUNDA VIA A PEDIDO DO CLIENTE: MESMA REGRA DO LOTE, SÓ PARA
      * UM TELEFONE; SE HOUVER PENDÊNCIA ELA É MOSTRADA NA TELA
       PROCESSA-SEGUNDA-VIA.
           DISPLAY "TELEFONE DO CLIENTE: ".
           ACCEPT WS-FONE.
           MOVE WS-FONE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZEROS TO WS-NUM-COB.
           MOVE "N" TO WS-ESTOURO.
           MOVE WS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM LE-COBRANCA-CLIENTE UNTIL WS-FIM = "S".
           PERFORM CONTA-PENDENCIAS.
           IF WS-QTDE-ANO = ZEROS
               DISPLAY "CLIENTE SEM COBRANCAS VENCIDAS EM " WS-ANO
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTDE-PEND > ZEROS
               DISPLAY "DECLARACAO NAO PODE SER EMITIDA - "
                       WS-QTDE-PEND " COBRANCA(S) PENDENTE(S) EM "
                       WS-ANO
               PERFORM MOSTRA-PENDENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-SEGUNDA-VIA.
           MOVE "DECL2VIA.TXT" TO WS-ARQ-DECL.
           OPEN EXTEND DECLARACAO.
           IF FS-STAT-DECL NOT = "00" AND FS-STAT-DECL NOT = "05"
               OPEN OUTPUT DECLARACAO
           END-IF.
           PERFORM IMPRIME-DECLARACAO.
           CLOSE DECLARACAO.
           DISPLAY "SEGUNDA VIA IMPRESSA: DECL2VIA.TXT".

       LE-COBRANCA-CLIENTE.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = WS-FONE
                       MOVE "S" TO WS-FIM
                   ELSE
                       PERFORM GUARDA-COBRANCA
                   END-IF
           END-READ.

       MOSTRA-PENDENCIAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-COB
               IF TB-VENC(WS-IDX) NOT < WS-DATA-INI
                   AND TB-VENC(WS-IDX) NOT > WS-DATA-FIM
                   PERFORM CLASSIFICA-COBRANCA
                   IF WS-PENDENTE = "S"
                       DISPLAY "  COBRANCA " TB-SEQ(WS-IDX)
                               " VENC. " TB-VENC(WS-IDX) " "
                               WS-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.

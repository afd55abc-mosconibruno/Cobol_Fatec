      * -----------------------------------------------------------
      * CREDIÁRIO - RENEGOCIAÇÃO DE DÍVIDA: SOMA AS COBRANÇAS EM
      * ABERTO DO CLIENTE EM ATRASO, SEPARANDO O PRINCIPAL DOS
      * ENCARGOS DE MULTA E JUROS LANÇADOS PELO CREDMULTA, PERMITE
      * PERDOAR PARTE DOS ENCARGOS COM LIBERAÇÃO DE GERENTE, ENCERRA
      * AS COBRANÇAS ANTIGAS COMO RENEGOCIADAS E GERA O ACORDO
      * (acordos.dat) COM ENTRADA E PARCELAS MENSAIS NO CREDIÁRIO,
      * IMPRIMINDO O NOVO CARNÊ (CARNE.TXT). A ENTRADA É REGISTRADA
      * EM recebcred.txt COMO RECEBIMENTO DO DIA. ACORDO COM PARCELA
      * VENCIDA HÁ MAIS DE 30 DIAS É DADO COMO ROMPIDO; CLIENTE QUE
      * JÁ ROMPEU ACORDO SÓ RENEGOCIA COM LIBERAÇÃO DE DOIS GERENTES
      * DIFERENTES. COBRANÇA RENEGOCIADA QUE ESTAVA NEGATIVADA
      * (negreg.dat) GERA A EXCLUSÃO NO ENVIO AO BIRÔ (negenvio.txt)
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRENEG.

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

           SELECT ACORDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ACORDO
               RECORD KEY IS AC-CHAVE.

           SELECT CARNE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-CARNE.

           SELECT RECEBLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-RECEB.

           SELECT FUNC-FILE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-FUNC.

           SELECT NEGREG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-NEG
               RECORD KEY IS NG-CHAVE.

           SELECT ENVIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-ENVIO.

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

      * UM REGISTRO POR ACORDO DO CLIENTE; AC-STATUS A = EM
      * ANDAMENTO, Q = QUITADO, B = ROMPIDO. AS PARCELAS SÃO AS
      * COBRANÇAS DE CR-ORIGEM "A" COM CR-ACORDO = AC-NUM
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

       FD CARNE LABEL RECORD STANDARD
                DATA RECORD IS LINHA-CARNE
                VALUE OF FILE-ID IS "CARNE.TXT".
          01 LINHA-CARNE            PIC X(80).

       FD RECEBLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-RECEB
                VALUE OF FILE-ID IS "recebcred.txt".
       01 REG-RECEB.
           05 RB-DATA   PIC 9(08).
           05 RB-FONE   PIC 9(09).
           05 RB-VALOR  PIC 9(07)V99.

       FD FUNC-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-FUNC
                VALUE OF FILE-ID IS "funcionarios.txt".
       01 REG-FUNC.
           05 COD-FUNC    PIC 9(04).
           05 FUNC-SAL    PIC X(08).
           05 NOME-FUNC   PIC X(30).
           05 FUNC-ATIVO  PIC X(01).
           05 FUNC-ADMIN  PIC X(01).
           05 FUNC-TROCA  PIC X(01).
           05 FUNC-FALHAS PIC 9(01).
           05 FUNC-SENHA-DATA PIC 9(08).
           05 FUNC-HASH   PIC X(16).

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

       WORKING-STORAGE SECTION.
       77 FS-STAT        PIC X(02).
       77 FS-STAT-CRED   PIC X(02).
       77 FS-STAT-ACORDO PIC X(02).
       77 FS-STAT-CARNE  PIC X(02).
       77 FS-STAT-RECEB  PIC X(02).
       77 FS-STAT-FUNC   PIC X(02).
       77 FS-STAT-NEG    PIC X(02).
       77 FS-STAT-ENVIO  PIC X(02).
       77 WS-TEM-NEGREG PIC X VALUE "N".
       77 WS-FONE PIC 9(09) VALUE ZEROS.
       77 WS-FIM PIC X VALUE "N".
       77 WS-FIM-AC PIC X VALUE "N".
       77 WS-FIM-FUNC PIC X VALUE "N".
       77 WS-LIBERADO PIC X VALUE "N".
       77 WS-COD-SUP PIC 9(04) VALUE ZEROS.
       77 WS-SENHA-SUP PIC X(08) VALUE SPACES.
       77 WS-HASH-SENHA PIC X(16) VALUE SPACES.
       77 WS-GERENTE1 PIC 9(04) VALUE ZEROS.
       77 WS-GERENTE2 PIC 9(04) VALUE ZEROS.
       77 WS-ROMPEU PIC X VALUE "N".
       77 WS-EM-ANDAMENTO PIC X VALUE "N".
       77 WS-ACORDO-ATIVO PIC 9(03) VALUE ZEROS.
       77 WS-ULT-ACORDO PIC 9(03) VALUE ZEROS.
       77 WS-ACORDO PIC 9(03) VALUE ZEROS.
       77 WS-PARC-ABERTA PIC X VALUE "N".
       77 WS-PARC-ROMPIDA PIC X VALUE "N".
       77 WS-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-INT-VENC PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WS-TEM-VENCIDA PIC X VALUE "N".
       77 WS-QTDE-COBR PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-ENCERRADAS PIC 9(04) VALUE ZEROS.
       77 WS-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WS-PRINCIPAL PIC 9(07)V99 VALUE ZEROS.
       77 WS-ENCARGOS PIC 9(07)V99 VALUE ZEROS.
       77 WS-PERDAO PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOTAL-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77 WS-ENTRADA PIC 9(05)V99 VALUE ZEROS.
       77 WS-FINANCIADO PIC 9(07)V99 VALUE ZEROS.
       77 WS-CALC-PARC PIC 9(07)V99 VALUE ZEROS.
       77 WS-CALC-ULT PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONDICOES-OK PIC X VALUE "N".
       77 WS-CONFIRMA PIC X VALUE "N".
       77 WS-SEQ PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-INI PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-FIM PIC 9(04) VALUE ZEROS.
       77 WS-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-PARCELAS PIC 9(02) VALUE ZEROS.
       77 WS-IDX-PARC PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-PARC PIC 9(05)V99 VALUE ZEROS.
       77 WS-VALOR-ULT PIC 9(05)V99 VALUE ZEROS.
       77 WS-VENC-PARC PIC 9(08) VALUE ZEROS.
       77 WS-DU-DIAS PIC 9(03) VALUE ZEROS.
       77 WS-DU-EH-UTIL PIC X VALUE "N".
       77 WS-DU-RESULT PIC 9(08) VALUE ZEROS.
       01 WS-VENC-DECOMP.
           05 WS-VENC-ANO PIC 9(04).
           05 WS-VENC-MES PIC 9(02).
           05 WS-VENC-DIA PIC 9(02).
       01 LINHA-CARNE-CAB.
           05 FILLER PIC X(18) VALUE "CARNE - CLIENTE: ".
           05 LCC-NOME PIC X(40).
       01 LINHA-CARNE-ACORDO.
           05 FILLER PIC X(15) VALUE "ACORDO NUMERO: ".
           05 LCA-NUM PIC ZZ9.
           05 FILLER PIC X(08) VALUE "  DATA: ".
           05 LCA-DATA PIC 9(08).
           05 FILLER PIC X(11) VALUE "  ENTRADA: ".
           05 LCA-ENTRADA PIC ZZ,ZZ9.99.
       01 LINHA-CARNE-DET.
           05 FILLER PIC X(09) VALUE "PARCELA: ".
           05 LCD-PARC PIC Z9.
           05 FILLER PIC X(04) VALUE " DE ".
           05 LCD-TOTAL PIC Z9.
           05 FILLER PIC X(08) VALUE "  VENC: ".
           05 LCD-VENC PIC 9(08).
           05 FILLER PIC X(09) VALUE "  VALOR: ".
           05 LCD-VALOR PIC ZZ,ZZ9.99.
           05 FILLER PIC X(07) VALUE "  SEQ: ".
           05 LCD-SEQ PIC 9(04).
       01 LINHA-CARNE-CORTE PIC X(80) VALUE ALL "-".
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           05 DS-DIA PIC 9(02).
       01 WS-HOJE PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           OPEN INPUT FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           OPEN I-O CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               DISPLAY "CREDIARIO crediario.dat AUSENTE"
               CLOSE FILE1
               STOP RUN
           END-IF.
           OPEN I-O ACORDOS.
           IF FS-STAT-ACORDO NOT = "00"
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           OPEN EXTEND RECEBLOG.
           IF FS-STAT-RECEB NOT = "00" AND FS-STAT-RECEB NOT = "05"
               OPEN OUTPUT RECEBLOG
           END-IF.
           OPEN I-O NEGREG.
           IF FS-STAT-NEG = "00"
               MOVE "S" TO WS-TEM-NEGREG
               OPEN EXTEND ENVIO
               IF FS-STAT-ENVIO NOT = "00" AND FS-STAT-ENVIO NOT = "05"
                   OPEN OUTPUT ENVIO
               END-IF
           END-IF.
           DISPLAY "CREDIARIO - RENEGOCIACAO DE DIVIDA".
           DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): ".
           ACCEPT WS-FONE.
           PERFORM UNTIL WS-FONE = ZEROS
               PERFORM RENEGOCIA
               DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): "
               ACCEPT WS-FONE
           END-PERFORM.
           CLOSE FILE1.
           CLOSE CREDIARIO.
           CLOSE ACORDOS.
           CLOSE RECEBLOG.
           IF WS-TEM-NEGREG = "S"
               CLOSE NEGREG
               CLOSE ENVIO
           END-IF.
           STOP RUN.

      * -----------------------------------
       RENEGOCIA.
           MOVE WS-FONE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "CLIENTE: " FS-NOME.
           PERFORM ATUALIZA-ACORDOS.
           IF WS-EM-ANDAMENTO = "S"
               DISPLAY "CLIENTE COM ACORDO EM ANDAMENTO - NUMERO "
                       WS-ACORDO-ATIVO
               DISPLAY "NOVA RENEGOCIACAO SO DEPOIS DE QUITADO "
                       "OU ROMPIDO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTALIZA-ABERTO.
           IF WS-QTDE-COBR = ZEROS
               DISPLAY "CLIENTE SEM COBRANCAS EM ABERTO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TEM-VENCIDA = "N"
               DISPLAY "CLIENTE SEM COBRANCA VENCIDA - NADA A "
                       "RENEGOCIAR"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COBRANCAS EM ABERTO: " WS-QTDE-COBR.
           DISPLAY "PRINCIPAL:           " WS-PRINCIPAL.
           DISPLAY "MULTA E JUROS:       " WS-ENCARGOS.
           MOVE ZEROS TO WS-GERENTE1 WS-GERENTE2.
           IF WS-ROMPEU = "S"
               DISPLAY "CLIENTE JA ROMPEU ACORDO ANTERIOR - "
                       "EXIGE LIBERACAO DE DOIS GERENTES"
               PERFORM PEDE-DOIS-GERENTES
               IF WS-LIBERADO = "N"
                   DISPLAY "RENEGOCIACAO BLOQUEADA"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM PEDE-PERDAO.
           COMPUTE WS-TOTAL-ACORDO =
               WS-PRINCIPAL + WS-ENCARGOS - WS-PERDAO.
           DISPLAY "TOTAL DO ACORDO:     " WS-TOTAL-ACORDO.
           PERFORM PEDE-CONDICOES.
           IF WS-CONDICOES-OK = "N"
               DISPLAY "RENEGOCIACAO CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA O ACORDO (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RENEGOCIACAO CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ACORDO = WS-ULT-ACORDO + 1.
           PERFORM ENCERRA-COBRANCAS.
           MOVE ZEROS TO WS-SEQ-INI WS-SEQ-FIM.
           IF WS-ENTRADA > ZEROS
               PERFORM GRAVA-ENTRADA
           END-IF.
           PERFORM ABRE-CARNE.
           MOVE WS-VENCIMENTO TO WS-VENC-PARC.
           PERFORM GRAVA-PARCELA
               VARYING WS-IDX-PARC FROM 1 BY 1
               UNTIL WS-IDX-PARC > WS-PARCELAS.
           CLOSE CARNE.
           PERFORM GRAVA-ACORDO.
           DISPLAY "ACORDO " WS-ACORDO " GRAVADO - COBRANCAS "
                   "RENEGOCIADAS: " WS-QTDE-ENCERRADAS.
           IF WS-PARCELAS > ZEROS
               DISPLAY "CARNE IMPRESSO: CARNE.TXT"
           END-IF.

      * -----------------------------------
      * PASSA PELOS ACORDOS DO CLIENTE: O ACORDO EM ANDAMENTO VIRA
      * ROMPIDO SE TEM PARCELA VENCIDA HA MAIS DE 30 DIAS E QUITADO
      * SE NAO RESTA PARCELA EM ABERTO. GUARDA O ULTIMO NUMERO USADO
      * E SE O CLIENTE JA ROMPEU ALGUM ACORDO
       ATUALIZA-ACORDOS.
           MOVE "N" TO WS-ROMPEU.
           MOVE "N" TO WS-EM-ANDAMENTO.
           MOVE ZEROS TO WS-ULT-ACORDO WS-ACORDO-ATIVO.
           MOVE WS-FONE TO AC-FONE.
           MOVE ZEROS TO AC-NUM.
           START ACORDOS KEY IS GREATER THAN AC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AC
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-AC
           END-START.
           PERFORM LE-ACORDO UNTIL WS-FIM-AC = "S".

       LE-ACORDO.
           READ ACORDOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-AC
               NOT AT END
                   IF AC-FONE NOT = WS-FONE
                       MOVE "S" TO WS-FIM-AC
                   ELSE
                       MOVE AC-NUM TO WS-ULT-ACORDO
                       IF AC-STATUS = "A"
                           PERFORM AVALIA-ACORDO
                       END-IF
                       IF AC-STATUS = "B"
                           MOVE "S" TO WS-ROMPEU
                       END-IF
                       IF AC-STATUS = "A"
                           MOVE "S" TO WS-EM-ANDAMENTO
                           MOVE AC-NUM TO WS-ACORDO-ATIVO
                       END-IF
                   END-IF
           END-READ.

       AVALIA-ACORDO.
           MOVE "N" TO WS-PARC-ABERTA.
           MOVE "N" TO WS-PARC-ROMPIDA.
           MOVE WS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM VERIFICA-PARCELA UNTIL WS-FIM = "S".
           IF WS-PARC-ROMPIDA = "S"
               MOVE "B" TO AC-STATUS
           ELSE
               IF WS-PARC-ABERTA = "N"
                   MOVE "Q" TO AC-STATUS
               END-IF
           END-IF.
           IF AC-STATUS NOT = "A"
               MOVE WS-HOJE TO AC-DATA-STATUS
               REWRITE ACORDO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O ACORDO " AC-NUM
               END-REWRITE
               IF AC-STATUS = "B"
                   DISPLAY "ACORDO " AC-NUM " ROMPIDO (PARCELA "
                           "VENCIDA HA MAIS DE 30 DIAS)"
               ELSE
                   DISPLAY "ACORDO " AC-NUM " QUITADO"
               END-IF
           END-IF.

       VERIFICA-PARCELA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = WS-FONE
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF CR-ORIGEM = "A"
                           AND CR-ACORDO = AC-NUM
                           AND CR-PAGO NOT = "S"
                           MOVE "S" TO WS-PARC-ABERTA
                           COMPUTE WS-INT-VENC = FUNCTION
                               INTEGER-OF-DATE(CR-VENCIMENTO)
                           COMPUTE WS-DIAS-ATRASO =
                               WS-INT-HOJE - WS-INT-VENC
                           IF WS-DIAS-ATRASO > 30
                               MOVE "S" TO WS-PARC-ROMPIDA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * SALDO ABERTO DO CLIENTE: O QUE VEIO DO CREDMULTA (CR-ORIGEM
      * "E") E ENCARGO E PODE SER PERDOADO; O RESTO E PRINCIPAL. A
      * COBRANCA BAIXADA COMO PERDA (CR-PAGO "P") FICA FORA DO ACORDO
      * E SO E RECEBIDA COMO RECUPERACAO NO CREDPAG
       TOTALIZA-ABERTO.
           MOVE ZEROS TO WS-PRINCIPAL WS-ENCARGOS WS-QTDE-COBR.
           MOVE "N" TO WS-TEM-VENCIDA.
           MOVE WS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM SOMA-ABERTO UNTIL WS-FIM = "S".

       SOMA-ABERTO.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = WS-FONE
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                           ADD 1 TO WS-QTDE-COBR
                           COMPUTE WS-ABERTO =
                               CR-VALOR - CR-VALOR-PAGO
                           IF CR-ORIGEM = "E"
                               ADD WS-ABERTO TO WS-ENCARGOS
                           ELSE
                               ADD WS-ABERTO TO WS-PRINCIPAL
                           END-IF
                           IF CR-VENCIMENTO < WS-HOJE
                               MOVE "S" TO WS-TEM-VENCIDA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * O PERDAO SO ALCANCA OS ENCARGOS EM ABERTO; PARA O CLIENTE
      * QUE JA ROMPEU ACORDO A LIBERACAO DOS DOIS GERENTES VALE
      * TAMBEM PARA O PERDAO
       PEDE-PERDAO.
           MOVE ZEROS TO WS-PERDAO.
           IF WS-ENCARGOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ENCARGOS A PERDOAR (0 = NENHUM): ".
           ACCEPT WS-PERDAO.
           IF WS-PERDAO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERDAO > WS-ENCARGOS
               DISPLAY "PERDAO MAIOR QUE OS ENCARGOS EM ABERTO - "
                       "SEM PERDAO"
               MOVE ZEROS TO WS-PERDAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GERENTE1 NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDE-LIBERACAO.
           IF WS-LIBERADO = "N"
               DISPLAY "PERDAO NAO AUTORIZADO - ACORDO SEM PERDAO"
               MOVE ZEROS TO WS-PERDAO
           ELSE
               MOVE WS-COD-SUP TO WS-GERENTE1
           END-IF.

       PEDE-DOIS-GERENTES.
           PERFORM PEDE-LIBERACAO.
           IF WS-LIBERADO = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-SUP TO WS-GERENTE1.
           DISPLAY "SEGUNDO GERENTE".
           PERFORM PEDE-LIBERACAO.
           IF WS-LIBERADO = "N"
               MOVE ZEROS TO WS-GERENTE1
               EXIT PARAGRAPH
           END-IF.
           IF WS-COD-SUP = WS-GERENTE1
               DISPLAY "O SEGUNDO GERENTE DEVE SER OUTRA PESSOA"
               MOVE "N" TO WS-LIBERADO
               MOVE ZEROS TO WS-GERENTE1
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-SUP TO WS-GERENTE2.

      * -----------------------------------
      * ENTRADA E PARCELAS; CADA PARCELA TEM QUE CABER NO VALOR DE
      * UMA COBRANCA DO CREDIARIO. SEM VENCIMENTO INFORMADO A
      * PRIMEIRA PARCELA VENCE UM MES DEPOIS DE HOJE
       PEDE-CONDICOES.
           MOVE "N" TO WS-CONDICOES-OK.
           MOVE ZEROS TO WS-PARCELAS WS-VALOR-PARC WS-VALOR-ULT.
           DISPLAY "VALOR DA ENTRADA: ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA > WS-TOTAL-ACORDO
               DISPLAY "ENTRADA MAIOR QUE O TOTAL DO ACORDO"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FINANCIADO = WS-TOTAL-ACORDO - WS-ENTRADA.
           IF WS-FINANCIADO > ZEROS
               DISPLAY "NUMERO DE PARCELAS: "
               ACCEPT WS-PARCELAS
               IF WS-PARCELAS = ZEROS
                   MOVE 1 TO WS-PARCELAS
               END-IF
               COMPUTE WS-CALC-PARC ROUNDED =
                   WS-FINANCIADO / WS-PARCELAS
               COMPUTE WS-CALC-ULT =
                   WS-FINANCIADO - (WS-CALC-PARC * (WS-PARCELAS - 1))
               IF WS-CALC-PARC > 99999.99 OR WS-CALC-ULT > 99999.99
                   DISPLAY "VALOR DA PARCELA ACIMA DO PERMITIDO - "
                           "AUMENTE O NUMERO DE PARCELAS"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CALC-PARC TO WS-VALOR-PARC
               MOVE WS-CALC-ULT TO WS-VALOR-ULT
               DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD) "
                       "[0 = DAQUI A UM MES]: "
               ACCEPT WS-VENCIMENTO
               IF WS-VENCIMENTO = ZEROS
                   MOVE WS-HOJE TO WS-VENC-PARC
                   PERFORM AVANCA-UM-MES
                   MOVE WS-VENC-PARC TO WS-VENCIMENTO
               END-IF
               DISPLAY WS-PARCELAS " PARCELA(S) DE " WS-VALOR-PARC
           END-IF.
           MOVE "S" TO WS-CONDICOES-OK.

      * -----------------------------------
      * AS COBRANCAS EM ABERTO SAEM DO SALDO DO CLIENTE COMO
      * RENEGOCIADAS (CR-ORIGEM "R"), GUARDANDO O NUMERO DO ACORDO;
      * O VALOR PAGO ANTES DO ACORDO FICA COMO ESTAVA
       ENCERRA-COBRANCAS.
           MOVE ZEROS TO WS-QTDE-ENCERRADAS.
           MOVE WS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM ENCERRA-COBRANCA UNTIL WS-FIM = "S".

       ENCERRA-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = WS-FONE
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                           MOVE "S" TO CR-PAGO
                           MOVE WS-HOJE TO CR-DATA-PGTO
                           MOVE "R" TO CR-ORIGEM
                           MOVE WS-ACORDO TO CR-ACORDO
                           REWRITE CREDIARIO-REC
                               INVALID KEY
                                   DISPLAY "ERRO AO ENCERRAR A "
                                           "COBRANCA " CR-SEQ
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTDE-ENCERRADAS
                                   PERFORM EXCLUI-NEGATIVACAO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      * COBRANCA RENEGOCIADA DEIXA DE SER DIVIDA VENCIDA: SE ESTAVA
      * NEGATIVADA, A EXCLUSAO VAI PARA O ENVIO AO BIRO NO MESMO DIA
       EXCLUI-NEGATIVACAO.
           IF WS-TEM-NEGREG = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-FONE TO NG-FONE.
           MOVE CR-SEQ TO NG-SEQ.
           READ NEGREG
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NG-STATUS NOT = "I"
               EXIT PARAGRAPH
           END-IF.
           MOVE "E" TO NG-STATUS.
           MOVE WS-HOJE TO NG-DATA-QUIT.
           MOVE WS-HOJE TO NG-DATA-EXCL.
           REWRITE NEGREG-REC
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR NEGATIVACAO " NG-SEQ
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "E" TO NE-TIPO.
           MOVE NG-CPF TO NE-CPF.
           MOVE NG-NOME TO NE-NOME.
           MOVE NG-CHAVE TO NE-CONTRATO.
           MOVE NG-VENC TO NE-VENC.
           MOVE NG-VALOR TO NE-VALOR.
           MOVE WS-HOJE TO NE-DATA.
           WRITE REG-ENVIO.
           DISPLAY "COBRANCA " NG-SEQ " EXCLUIDA DA NEGATIVACAO".

      * A ENTRADA FICA NO CREDIARIO COMO COBRANCA DO ACORDO JA PAGA
      * E ENTRA NOS RECEBIMENTOS DO DIA
       GRAVA-ENTRADA.
           PERFORM ACHA-PROXIMA-SEQ.
           MOVE WS-FONE       TO CR-FONE.
           MOVE WS-SEQ        TO CR-SEQ.
           MOVE WS-ENTRADA    TO CR-VALOR.
           MOVE WS-HOJE       TO CR-DATA.
           MOVE WS-HOJE       TO CR-VENCIMENTO.
           MOVE "S"           TO CR-PAGO.
           MOVE WS-HOJE       TO CR-DATA-PGTO.
           MOVE WS-ENTRADA    TO CR-VALOR-PAGO.
           MOVE "A"           TO CR-ORIGEM.
           MOVE WS-ACORDO     TO CR-ACORDO.
           MOVE ZEROS         TO CR-DATA-BAIXA.
           WRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ENTRADA DO ACORDO"
               NOT INVALID KEY
                   MOVE WS-SEQ TO WS-SEQ-INI
                   MOVE WS-SEQ TO WS-SEQ-FIM
                   MOVE WS-HOJE TO RB-DATA
                   MOVE WS-FONE TO RB-FONE
                   MOVE WS-ENTRADA TO RB-VALOR
                   WRITE REG-RECEB
           END-WRITE.

       ABRE-CARNE.
           OPEN EXTEND CARNE.
           IF FS-STAT-CARNE NOT = "00" AND FS-STAT-CARNE NOT = "05"
               OPEN OUTPUT CARNE
           END-IF.
           MOVE FS-NOME TO LCC-NOME.
           MOVE LINHA-CARNE-CAB TO LINHA-CARNE.
           WRITE LINHA-CARNE.
           MOVE WS-ACORDO TO LCA-NUM.
           MOVE WS-HOJE TO LCA-DATA.
           MOVE WS-ENTRADA TO LCA-ENTRADA.
           MOVE LINHA-CARNE-ACORDO TO LINHA-CARNE.
           WRITE LINHA-CARNE.

      * -----------------------------------
      * CADA PARCELA DO ACORDO E UMA COBRANCA PROPRIA NO CREDIARIO
      * (CR-ORIGEM "A"), COM O VENCIMENTO MENSAL ROLADO PARA O
      * PROXIMO DIA UTIL PELA ROTINA DiaUtil (feriados.txt)
       GRAVA-PARCELA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL "DiaUtil" USING WS-VENC-PARC WS-DU-DIAS
                                WS-DU-EH-UTIL WS-DU-RESULT.
           PERFORM ACHA-PROXIMA-SEQ.
           MOVE WS-FONE       TO CR-FONE.
           MOVE WS-SEQ        TO CR-SEQ.
           IF WS-IDX-PARC = WS-PARCELAS
               MOVE WS-VALOR-ULT TO CR-VALOR
           ELSE
               MOVE WS-VALOR-PARC TO CR-VALOR
           END-IF.
           MOVE WS-HOJE       TO CR-DATA.
           MOVE WS-DU-RESULT  TO CR-VENCIMENTO.
           MOVE "N"           TO CR-PAGO.
           MOVE ZEROS         TO CR-DATA-PGTO.
           MOVE ZEROS         TO CR-VALOR-PAGO.
           MOVE "A"           TO CR-ORIGEM.
           MOVE WS-ACORDO     TO CR-ACORDO.
           MOVE ZEROS         TO CR-DATA-BAIXA.
           WRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA " WS-IDX-PARC
               NOT INVALID KEY
                   IF WS-SEQ-INI = ZEROS
                       MOVE WS-SEQ TO WS-SEQ-INI
                   END-IF
                   MOVE WS-SEQ TO WS-SEQ-FIM
                   PERFORM IMPRIME-FOLHA-CARNE
           END-WRITE.
           PERFORM AVANCA-UM-MES.

       IMPRIME-FOLHA-CARNE.
           MOVE WS-IDX-PARC TO LCD-PARC.
           MOVE WS-PARCELAS TO LCD-TOTAL.
           MOVE CR-VENCIMENTO TO LCD-VENC.
           MOVE CR-VALOR TO LCD-VALOR.
           MOVE CR-SEQ TO LCD-SEQ.
           MOVE LINHA-CARNE-DET TO LINHA-CARNE.
           WRITE LINHA-CARNE.
           MOVE LINHA-CARNE-CORTE TO LINHA-CARNE.
           WRITE LINHA-CARNE.

      * AVANCA O VENCIMENTO UM MES; DIA ACIMA DE 28 E TRAZIDO PARA
      * 28 PARA NAO CAIR EM DATA INEXISTENTE (O DiaUtil ROLA DEPOIS)
       AVANCA-UM-MES.
           MOVE WS-VENC-PARC TO WS-VENC-DECOMP.
           ADD 1 TO WS-VENC-MES.
           IF WS-VENC-MES > 12
               MOVE 1 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO
           END-IF.
           IF WS-VENC-DIA > 28
               MOVE 28 TO WS-VENC-DIA
           END-IF.
           MOVE WS-VENC-DECOMP TO WS-VENC-PARC.

      * -----------------------------------
      * ACORDO SEM PARCELAS (TUDO PAGO NA ENTRADA OU PERDOADO) JA
      * NASCE QUITADO
       GRAVA-ACORDO.
           MOVE WS-FONE         TO AC-FONE.
           MOVE WS-ACORDO       TO AC-NUM.
           MOVE WS-HOJE         TO AC-DATA.
           MOVE WS-PRINCIPAL    TO AC-PRINCIPAL.
           MOVE WS-ENCARGOS     TO AC-ENCARGOS.
           MOVE WS-PERDAO       TO AC-PERDAO.
           MOVE WS-ENTRADA      TO AC-ENTRADA.
           MOVE WS-PARCELAS     TO AC-PARCELAS.
           MOVE WS-VALOR-PARC   TO AC-VALOR-PARC.
           MOVE WS-SEQ-INI      TO AC-SEQ-INI.
           MOVE WS-SEQ-FIM      TO AC-SEQ-FIM.
           IF WS-PARCELAS = ZEROS
               MOVE "Q" TO AC-STATUS
           ELSE
               MOVE "A" TO AC-STATUS
           END-IF.
           MOVE WS-HOJE         TO AC-DATA-STATUS.
           MOVE WS-GERENTE1     TO AC-GERENTE1.
           MOVE WS-GERENTE2     TO AC-GERENTE2.
           WRITE ACORDO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO - STATUS "
                           FS-STAT-ACORDO
           END-WRITE.

      * -----------------------------------
       PEDE-LIBERACAO.
           MOVE "N" TO WS-LIBERADO.
           DISPLAY "LIBERACAO DO GERENTE - CODIGO (0 = DESISTE): ".
           ACCEPT WS-COD-SUP.
           IF WS-COD-SUP = ZEROS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-SUP.
           MOVE "N" TO WS-FIM-FUNC.
           OPEN INPUT FUNC-FILE.
           IF FS-STAT-FUNC NOT = "00"
               DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURA-GERENTE UNTIL WS-FIM-FUNC = "S".
           CLOSE FUNC-FILE.
           IF WS-LIBERADO = "N"
               DISPLAY "LIBERACAO NEGADA"
           ELSE
               DISPLAY "LIBERADO PELO GERENTE"
           END-IF.

       PROCURA-GERENTE.
           READ FUNC-FILE
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

      * -----------------------------------
       ACHA-PROXIMA-SEQ.
           MOVE ZEROS TO WS-SEQ.
           MOVE WS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM LE-SEQ UNTIL WS-FIM = "S".
           ADD 1 TO WS-SEQ.

       LE-SEQ.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = WS-FONE
                       MOVE "S" TO WS-FIM
                   ELSE
                       MOVE CR-SEQ TO WS-SEQ
                   END-IF
           END-READ.

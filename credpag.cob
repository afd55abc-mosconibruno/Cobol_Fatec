      * CREDIÁRIO - RECEBIMENTO: APLICA O VALOR PAGO NAS COBRANÇAS
      * EM ABERTO DO CLIENTE, DAS MAIS ANTIGAS PARA AS MAIS NOVAS;
      * PAGAMENTO PARCIAL DEIXA A COBRANÇA EM ABERTO COM O VALOR
      * PAGO ACUMULADO. O VALOR APLICADO EM CADA RECEBIMENTO FICA
      * REGISTRADO EM recebcred.txt (USADO PELO DIARIO CONTABIL).
      * PARCELA DE ACORDO DE RENEGOCIAÇÃO PAGA COM MAIS DE 30 DIAS DE
      * ATRASO MARCA O ACORDO COMO ROMPIDO (acordos.dat). O VALOR
      * APLICADO EM COBRANÇA JÁ BAIXADA COMO PERDA (CREDBAIXA) NÃO É
      * RECEBIMENTO NORMAL: VAI PARA O REGISTRO DE PERDAS COMO
      * RECUPERAÇÃO (perdacred.txt, TIPO R). COBRANÇA QUITADA QUE
      * ESTAVA NEGATIVADA (negreg.dat, CREDNEGAT) GERA NA HORA A
      * EXCLUSÃO NO ARQUIVO DE ENVIO AO BIRÔ (negenvio.txt)
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDPAG.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-STOP.

           SELECT ACORDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ACORDO
               RECORD KEY IS AC-CHAVE.

           SELECT PERDAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-PERDA.

           SELECT RECEBLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-RECEB.

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
       FD CREDIARIO VALUE OF FILE-ID IS "crediario.dat".
           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD STOPLIST LABEL RECORD STANDARD
                DATA RECORD IS REG-STOP
           05 FILLER    PIC X(02).
           05 SL-MOTIVO PIC X(20).

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
           05 PD-DATA   PIC 9(08).
           05 PD-TIPO   PIC X(01).
           05 PD-FONE   PIC 9(09).
           05 PD-SEQ    PIC 9(04).
           05 PD-VENC   PIC 9(08).
           05 PD-VALOR  PIC 9(07)V99.

       FD RECEBLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-RECEB
                VALUE OF FILE-ID IS "recebcred.txt".
       01 REG-RECEB.
           05 RB-DATA   PIC 9(08).
           05 RB-FONE   PIC 9(09).
           05 RB-VALOR  PIC 9(07)V99.

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
       77 FS-STAT-CRED PIC X(02).
       77 FS-STAT-STOP PIC X(02).
       77 FS-STAT-RECEB PIC X(02).
       77 FS-STAT-ACORDO PIC X(02).
       77 FS-STAT-PERDA PIC X(02).
       77 FS-STAT-NEG PIC X(02).
       77 FS-STAT-ENVIO PIC X(02).
       77 WS-TEM-NEGREG PIC X VALUE "N".
       77 WS-PAGO-ANT PIC X VALUE SPACE.
       77 WS-APLICADO PIC 9(07)V99 VALUE ZEROS.
       77 WS-RECUPERADO PIC 9(07)V99 VALUE ZEROS.
       77 WS-TEM-ACORDOS PIC X VALUE "N".
       77 WS-TEM-90 PIC X VALUE "N".
       77 WS-FIM-STOP PIC X VALUE "N".
       77 WS-REMOVIDO PIC X VALUE "N".
               DISPLAY "CREDIARIO crediario.dat AUSENTE"
               STOP RUN
           END-IF.
           OPEN EXTEND RECEBLOG.
           IF FS-STAT-RECEB NOT = "00" AND FS-STAT-RECEB NOT = "05"
               OPEN OUTPUT RECEBLOG
           END-IF.
           OPEN I-O ACORDOS.
           IF FS-STAT-ACORDO = "00"
               MOVE "S" TO WS-TEM-ACORDOS
           END-IF.
           OPEN EXTEND PERDAS.
           IF FS-STAT-PERDA NOT = "00" AND FS-STAT-PERDA NOT = "05"
               OPEN OUTPUT PERDAS
           END-IF.
           OPEN I-O NEGREG.
           IF FS-STAT-NEG = "00"
               MOVE "S" TO WS-TEM-NEGREG
               OPEN EXTEND ENVIO
               IF FS-STAT-ENVIO NOT = "00" AND FS-STAT-ENVIO NOT = "05"
                   OPEN OUTPUT ENVIO
               END-IF
           END-IF.
           DISPLAY "CREDIARIO - RECEBIMENTO".
           DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): ".
           ACCEPT WS-FONE.
               ACCEPT WS-FONE
           END-PERFORM.
           CLOSE CREDIARIO.
           CLOSE RECEBLOG.
           CLOSE PERDAS.
           IF WS-TEM-ACORDOS = "S"
               CLOSE ACORDOS
           END-IF.
           IF WS-TEM-NEGREG = "S"
               CLOSE NEGREG
               CLOSE ENVIO
           END-IF.
           STOP RUN.

      * -----------------------------------
           END-IF.
           MOVE WS-VALOR-PAGO TO WS-RESTANTE.
           MOVE ZEROS TO WS-QUITADAS.
           MOVE ZEROS TO WS-RECUPERADO.
           MOVE WS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
           PERFORM BAIXA-COBRANCA
               UNTIL WS-FIM = "S" OR WS-RESTANTE = ZEROS.
           DISPLAY "COBRANCAS QUITADAS: " WS-QUITADAS.
           IF WS-RECUPERADO > ZEROS
               DISPLAY "RECUPERADO DE PERDA BAIXADA: " WS-RECUPERADO
           END-IF.
           IF WS-RESTANTE + WS-RECUPERADO < WS-VALOR-PAGO
               MOVE WS-HOJE TO RB-DATA
               MOVE WS-FONE TO RB-FONE
               COMPUTE RB-VALOR =
                   WS-VALOR-PAGO - WS-RESTANTE - WS-RECUPERADO
               WRITE REG-RECEB
           END-IF.
           PERFORM ATUALIZA-STOPLIST.
           IF WS-RESTANTE > ZEROS
               DISPLAY "SOBRA NAO APLICADA (DEVOLVER AO CLIENTE): "
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF CR-PAGO NOT = "S"
                           IF CR-ORIGEM = "A" AND CR-ACORDO > ZEROS
                               PERFORM VERIFICA-ACORDO
                           END-IF
                           COMPUTE WS-ABERTO =
                               CR-VALOR - CR-VALOR-PAGO
                           MOVE CR-PAGO TO WS-PAGO-ANT
                           IF WS-RESTANTE >= WS-ABERTO
                               MOVE WS-ABERTO TO WS-APLICADO
                               SUBTRACT WS-ABERTO FROM WS-RESTANTE
                               MOVE CR-VALOR TO CR-VALOR-PAGO
                               MOVE "S" TO CR-PAGO
                               MOVE WS-HOJE TO CR-DATA-PGTO
                               ADD 1 TO WS-QUITADAS
                           ELSE
                               MOVE WS-RESTANTE TO WS-APLICADO
                               ADD WS-RESTANTE TO CR-VALOR-PAGO
                               MOVE ZEROS TO WS-RESTANTE
                               MOVE WS-HOJE TO CR-DATA-PGTO
                               INVALID KEY
                                   DISPLAY "ERRO AO BAIXAR COBRANCA"
                           END-REWRITE
                           IF WS-PAGO-ANT = "P"
                               PERFORM REGISTRA-RECUPERACAO
                           END-IF
                           IF CR-PAGO = "S"
                               PERFORM EXCLUI-NEGATIVACAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * PAGAMENTO DE COBRANCA BAIXADA COMO PERDA: A COBRANCA GUARDA A
      * DATA DA BAIXA E O VALOR VAI PARA O REGISTRO DE PERDAS
       REGISTRA-RECUPERACAO.
           MOVE WS-HOJE TO PD-DATA.
           MOVE "R" TO PD-TIPO.
           MOVE CR-FONE TO PD-FONE.
           MOVE CR-SEQ TO PD-SEQ.
           MOVE CR-VENCIMENTO TO PD-VENC.
           MOVE WS-APLICADO TO PD-VALOR.
           WRITE REG-PERDA.
           ADD WS-APLICADO TO WS-RECUPERADO.

      * COBRANCA QUITADA QUE ESTA NEGATIVADA: A EXCLUSAO VAI PARA O
      * ARQUIVO DE ENVIO AO BIRO NO MESMO DIA DA QUITACAO
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

      * PARCELA DE ACORDO PAGA COM MAIS DE 30 DIAS DE ATRASO: O
      * ACORDO JA ESTAVA ROMPIDO E FICA MARCADO MESMO COM O PAGAMENTO
       VERIFICA-ACORDO.
           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO).
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC.
           IF WS-DIAS-ATRASO > 30
               PERFORM ROMPE-ACORDO
           END-IF.

      * -----------------------------------
      * DEPOIS DO PAGAMENTO O CLIENTE SAI DA LISTA DE BLOQUEIO
      * (stopcred.txt, ALIMENTADA PELO CREDLAN) QUANDO NAO RESTA
           MOVE TS-FONE(WS-IDX-STOP) TO SL-FONE.
           MOVE TS-RESTO(WS-IDX-STOP) TO REG-STOP(10:32).
           WRITE REG-STOP.

      * -----------------------------------
      * PARCELA DE ACORDO (CR-ORIGEM "A") VENCIDA HA MAIS DE 30 DIAS
      * ROMPE O ACORDO DO CLIENTE (acordos.dat, GERADO PELO CREDRENEG)
       ROMPE-ACORDO.
           IF WS-TEM-ACORDOS = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-FONE TO AC-FONE.
           MOVE CR-ACORDO TO AC-NUM.
           READ ACORDOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AC-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO AC-STATUS.
           MOVE WS-HOJE TO AC-DATA-STATUS.
           REWRITE ACORDO-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ACORDO " AC-NUM
               NOT INVALID KEY
                   DISPLAY "ACORDO " AC-NUM " ROMPIDO POR ATRASO"
           END-REWRITE.

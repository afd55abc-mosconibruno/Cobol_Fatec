      * -----------------------------------------------------------
      * CREDIÁRIO - DÉBITO AUTOMÁTICO DO CARNÊ NA CONTA DO BANCO DA
      * CASA. O MODO A REGISTRA A AUTORIZAÇÃO DO CLIENTE (debaut.dat,
      * UM REGISTRO POR TELEFONE) PARA O CLIENTE QUE TEM CONTA
      * CORRENTE NO BANCO, LIGADO PELO CPF EM CLIXREF.TXT (CLIXREF);
      * O MODO C REGISTRA O CANCELAMENTO. O LOTE DIÁRIO (MODO D,
      * CONTROLADO PELO ControleJob) PEGA AS COBRANÇAS EM ABERTO DOS
      * CLIENTES AUTORIZADOS QUE VENCERAM DESDE O ÚLTIMO LOTE ATÉ
      * HOJE, DEBITA O VALOR EM ABERTO NA CONTA EM arqbc.dat DENTRO
      * DE SALDO MAIS LIMITE (DEBAUT-CRD NO EXTRATO), CREDITA A CONTA
      * DA LOJA (LOJABCO.TXT, DEBAUT-LJ) E QUITA A COBRANÇA COMO O
      * CREDPAG, COM O RECEBIMENTO EM recebcred.txt. COBRANÇA QUE A
      * CONTA NÃO COBRE FICA EM ABERTO PARA A COBRANÇA NORMAL.
      * RELATÓRIO DO LOTE EM DEBAUT.TXT
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAUTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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

           SELECT DEBAUT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DA
               RECORD KEY IS DA-FONE.

           SELECT XREF ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-XREF.

           SELECT ARQBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-BCO
               RECORD KEY IS CHAVE-ARQBC.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-EXT.

           SELECT LOJABCO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-LOJA.

           SELECT RECEBLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-RECEB.

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

      * AUTORIZAÇÃO DE DÉBITO AUTOMÁTICO DO CLIENTE: DA-STATUS A =
      * ATIVA, C = CANCELADA; DA-ULT-LOTE É O DIA ATÉ ONDE OS
      * VENCIMENTOS JÁ PASSARAM PELO LOTE
       FD DEBAUT VALUE OF FILE-ID IS "debaut.dat".
       01 DEBAUT-REC.
           05 DA-FONE       PIC 9(09).
           05 DA-CPF        PIC 9(11).
           05 DA-TIPO-CONTA PIC 9(01).
           05 DA-STATUS     PIC X(01).
           05 DA-DATA-AUT   PIC 9(08).
           05 DA-DATA-CANC  PIC 9(08).
           05 DA-ULT-LOTE   PIC 9(08).
           05 DA-QTDE-DEB   PIC 9(05).
           05 DA-QTDE-RECUS PIC 9(05).

       FD XREF LABEL RECORD STANDARD
                DATA RECORD IS LINHA-XREF
                VALUE OF FILE-ID IS "CLIXREF.TXT".
       01 LINHA-XREF.
           05 LX-CPF     PIC 9(11).
           05 FILLER     PIC X(01).
           05 LX-FONE    PIC 9(09).
           05 FILLER     PIC X(01).
           05 LX-CODIGO  PIC 9(04).
           05 FILLER     PIC X(01).
           05 LX-AGENCIA PIC 9(05).
           05 FILLER     PIC X(01).
           05 LX-CONTA   PIC X(10).
           05 FILLER     PIC X(17).

       FD ARQBANCO VALUE OF FILE-ID IS "arqbc.dat".
       01 REG-ARQBC.
           05 CHAVE-ARQBC.
               10 CPF-P        PIC 9(11).
               10 TIPO-CONTA-P PIC 9(01).
           05 CODIGO-AGENCIA-P PIC 9(04).
           05 CODIGO-CC-P      PIC 9(09).
           05 NOME-P           PIC A(30).
           05 SALDO-P          PIC S9(09)V99.
           05 LIMITE-P         PIC 9(09)V99.
           05 CONT-P           PIC 9(09).
           05 CPF-TITULAR2-P   PIC 9(11).

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXTRATO
                VALUE OF FILE-ID IS "extrato.txt".
          01 REG-EXTRATO            PIC X(100).

       FD LOJABCO LABEL RECORD STANDARD
                DATA RECORD IS REG-LOJABCO
                VALUE OF FILE-ID IS "LOJABCO.TXT".
       01 REG-LOJABCO.
           05 LB-CPF        PIC 9(11).
           05 LB-TIPO-CONTA PIC 9(01).
           05 LB-NOME       PIC X(30).

       FD RECEBLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-RECEB
                VALUE OF FILE-ID IS "recebcred.txt".
       01 REG-RECEB.
           05 RB-DATA   PIC 9(08).
           05 RB-FONE   PIC 9(09).
           05 RB-VALOR  PIC 9(07)V99.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "DEBAUT.TXT".
          01 LINHA-REL              PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT       PIC X(02).
       77 FS-STAT-CRED  PIC X(02).
       77 FS-STAT-DA    PIC X(02).
       77 FS-STAT-XREF  PIC X(02).
       77 FS-STAT-BCO   PIC X(02).
       77 FS-STAT-EXT   PIC X(02).
       77 FS-STAT-LOJA  PIC X(02).
       77 FS-STAT-RECEB PIC X(02).
       77 FS-STAT-REL   PIC X(02).
       77 WS-MODO PIC X VALUE SPACE.
       77 WS-FONE PIC 9(09) VALUE ZEROS.
       77 WS-CPF-CONTA PIC 9(11) VALUE ZEROS.
       77 WS-CPF-LOJA PIC 9(11) VALUE ZEROS.
       77 WS-TIPO-LOJA PIC 9(01) VALUE ZEROS.
       77 WS-RESPOSTA PIC X VALUE SPACE.
       77 WS-FIM PIC X VALUE "N".
       77 WS-FIM-CRED PIC X VALUE "N".
       77 WS-FIM-XREF PIC X VALUE "N".
       77 WS-ACHOU PIC X VALUE "N".
       77 WS-DEBITO-OK PIC X VALUE "N".
       77 WS-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WS-DISPONIVEL PIC S9(10)V99 VALUE ZEROS.
       77 WS-SALDO-NOVO PIC S9(10)V99 VALUE ZEROS.
       77 SB-CPF PIC 9(11) VALUE ZEROS.
       77 SB-TIPO-CONTA PIC 9(01) VALUE ZEROS.
       77 SB-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 SB-RESULTADO PIC X VALUE "N".
       77 WS-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-ONTEM PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO PIC X(25) VALUE SPACES.
       77 WS-CONT-CLIENTES PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DEBITADAS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEBITADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-RECUSADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-HORA-BCO PIC 9(08) VALUE ZEROS.
       01 JB-NOME PIC X(12) VALUE "DEBAUTCRED  ".
       01 JB-FREQUENCIA PIC X(01) VALUE "D".
       01 JB-ACAO PIC X(01) VALUE SPACE.
       01 JB-CONTAGEM PIC 9(06) VALUE ZEROS.
       01 JB-RESULTADO PIC X(01) VALUE SPACE.
       77 WS-CTL-OVERRIDE PIC X VALUE "N".
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           05 DS-DIA PIC 9(02).
       01 WS-HOJE PIC 9(08) VALUE ZEROS.
       01 LINHA-EXTRATO.
           05 LE-DIA        PIC 99.
           05 FILLER        PIC X VALUE "/".
           05 LE-MES        PIC 99.
           05 FILLER        PIC X VALUE "/".
           05 LE-ANO        PIC 99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-CPF        PIC 9(11).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-TIPO       PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-SALDO      PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-TIPO-CONTA PIC 9(01).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-FUNC       PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LE-HORA       PIC 9(06).
       01 LINHA-CAB1.
           05 FILLER PIC X(44) VALUE
              "CREDIARIO - DEBITO AUTOMATICO DO CARNE EM ".
           05 LC1-DATA PIC 9(08).
       01 LINHA-CAB2 PIC X(100) VALUE
          "TELEFONE  SEQ  VENCIMENTO CPF DA CONTA       VALOR SITUACAO".
       01 LINHA-DET.
           05 LD-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SEQ PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VENC PIC 9(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 LD-CPF PIC 9(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VALOR PIC ZZZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SITUACAO PIC X(25).
       01 LINHA-TOTAL.
           05 FILLER PIC X(18) VALUE "DEBITADAS:        ".
           05 LT-QTDE-DEB PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LT-VALOR-DEB PIC ZZZZZZZZ9,99.
       01 LINHA-TOTAL2.
           05 FILLER PIC X(18) VALUE "SEM COBERTURA:    ".
           05 LT-QTDE-REC PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LT-VALOR-REC PIC ZZZZZZZZ9,99.
       01 LINHA-BRANCO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           COMPUTE WS-ONTEM =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 1).
           DISPLAY "CREDIARIO - DEBITO AUTOMATICO DO CARNE".
           DISPLAY "MODO: A = AUTORIZAR, C = CANCELAR, "
                   "D = LOTE DIARIO: ".
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN "A"
               WHEN "a"
                   PERFORM PROCESSA-AUTORIZACAO
               WHEN "C"
               WHEN "c"
                   PERFORM PROCESSA-CANCELAMENTO
               WHEN "D"
               WHEN "d"
                   PERFORM PROCESSA-LOTE
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           STOP RUN.

      * -----------------------------------
       ABRE-DEBAUT.
           OPEN I-O DEBAUT.
           IF FS-STAT-DA NOT = "00"
               OPEN OUTPUT DEBAUT
               CLOSE DEBAUT
               OPEN I-O DEBAUT
           END-IF.

      * A AUTORIZACAO SO VALE PARA CLIENTE LIGADO AO BANCO EM
      * CLIXREF.TXT E COM CONTA CORRENTE NO CPF EM arqbc.dat
       PROCESSA-AUTORIZACAO.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           OPEN INPUT ARQBANCO.
           IF FS-STAT-BCO NOT = "00"
               DISPLAY "CADASTRO DO BANCO (arqbc.dat) AUSENTE"
               CLOSE FILE1
               STOP RUN
           END-IF.
           PERFORM ABRE-DEBAUT.
           DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): ".
           ACCEPT WS-FONE.
           PERFORM UNTIL WS-FONE = ZEROS
               PERFORM AUTORIZA-CLIENTE
               DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): "
               ACCEPT WS-FONE
           END-PERFORM.
           CLOSE FILE1.
           CLOSE ARQBANCO.
           CLOSE DEBAUT.

       AUTORIZA-CLIENTE.
           MOVE WS-FONE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-FONE TO DA-FONE.
           READ DEBAUT
               INVALID KEY
                   MOVE SPACE TO DA-STATUS
           END-READ.
           IF DA-STATUS = "A"
               DISPLAY "CLIENTE JA TEM DEBITO AUTOMATICO DESDE "
                       DA-DATA-AUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACHA-XREF.
           IF WS-ACHOU = "N"
               DISPLAY "CLIENTE SEM CONTA NO BANCO (CLIXREF.TXT) - "
                       "RODAR O CRUZAMENTO CLIXREF"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-CONTA TO CPF-P.
           MOVE 1 TO TIPO-CONTA-P.
           READ ARQBANCO
               INVALID KEY
                   DISPLAY "CPF " WS-CPF-CONTA
                           " SEM CONTA CORRENTE NO BANCO"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "CLIENTE: " FS-NOME.
           DISPLAY "CONTA: AG " CODIGO-AGENCIA-P " CC " CODIGO-CC-P
                   " " NOME-P.
           DISPLAY "CONFIRMA A AUTORIZACAO ASSINADA (S/N)? ".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "AUTORIZACAO NAO REGISTRADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FONE TO DA-FONE.
           MOVE WS-CPF-CONTA TO DA-CPF.
           MOVE 1 TO DA-TIPO-CONTA.
           MOVE "A" TO DA-STATUS.
           MOVE WS-HOJE TO DA-DATA-AUT.
           MOVE ZEROS TO DA-DATA-CANC DA-QTDE-DEB DA-QTDE-RECUS.
           MOVE WS-ONTEM TO DA-ULT-LOTE.
           WRITE DEBAUT-REC
               INVALID KEY
                   REWRITE DEBAUT-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A AUTORIZACAO"
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.
           DISPLAY "DEBITO AUTOMATICO AUTORIZADO".

       ACHA-XREF.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT XREF.
           IF FS-STAT-XREF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-XREF.
           PERFORM LE-XREF UNTIL WS-FIM-XREF = "S".
           CLOSE XREF.

       LE-XREF.
           READ XREF
               AT END
                   MOVE "S" TO WS-FIM-XREF
               NOT AT END
                   IF LX-FONE = WS-FONE
                       MOVE LX-CPF TO WS-CPF-CONTA
                       MOVE "S" TO WS-ACHOU
                       MOVE "S" TO WS-FIM-XREF
                   END-IF
           END-READ.

      * -----------------------------------
       PROCESSA-CANCELAMENTO.
           PERFORM ABRE-DEBAUT.
           DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): ".
           ACCEPT WS-FONE.
           PERFORM UNTIL WS-FONE = ZEROS
               PERFORM CANCELA-CLIENTE
               DISPLAY "TELEFONE DO CLIENTE (0 = ENCERRA): "
               ACCEPT WS-FONE
           END-PERFORM.
           CLOSE DEBAUT.

       CANCELA-CLIENTE.
           MOVE WS-FONE TO DA-FONE.
           READ DEBAUT
               INVALID KEY
                   DISPLAY "CLIENTE SEM DEBITO AUTOMATICO"
                   EXIT PARAGRAPH
           END-READ.
           IF DA-STATUS NOT = "A"
               DISPLAY "AUTORIZACAO JA CANCELADA EM " DA-DATA-CANC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AUTORIZADO EM " DA-DATA-AUT " - CPF DA CONTA "
                   DA-CPF.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? ".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO DA-STATUS.
           MOVE WS-HOJE TO DA-DATA-CANC.
           REWRITE DEBAUT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CANCELAMENTO"
               NOT INVALID KEY
                   DISPLAY "DEBITO AUTOMATICO CANCELADO"
           END-REWRITE.

      * -----------------------------------
       PROCESSA-LOTE.
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
           OPEN INPUT LOJABCO.
           IF FS-STAT-LOJA NOT = "00"
               DISPLAY "CONTA DA LOJA NAO INFORMADA (LOJABCO)"
               EXIT PARAGRAPH
           END-IF.
           READ LOJABCO
               AT END
                   DISPLAY "CONTA DA LOJA NAO INFORMADA (LOJABCO)"
                   CLOSE LOJABCO
                   EXIT PARAGRAPH
           END-READ.
           MOVE LB-CPF TO WS-CPF-LOJA.
           MOVE LB-TIPO-CONTA TO WS-TIPO-LOJA.
           CLOSE LOJABCO.
           OPEN I-O CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               DISPLAY "CREDIARIO crediario.dat AUSENTE"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQBANCO.
           IF FS-STAT-BCO NOT = "00"
               DISPLAY "CADASTRO DO BANCO (arqbc.dat) AUSENTE"
               CLOSE CREDIARIO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-LOJA TO CPF-P.
           MOVE WS-TIPO-LOJA TO TIPO-CONTA-P.
           READ ARQBANCO
               INVALID KEY
                   DISPLAY "CONTA DA LOJA NAO EXISTE NO BANCO"
                   CLOSE CREDIARIO ARQBANCO
                   EXIT PARAGRAPH
           END-READ.
           OPEN I-O DEBAUT.
           IF FS-STAT-DA NOT = "00"
               DISPLAY "NENHUM CLIENTE COM DEBITO AUTOMATICO"
               CLOSE CREDIARIO ARQBANCO
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           OPEN EXTEND RECEBLOG.
           IF FS-STAT-RECEB NOT = "00" AND FS-STAT-RECEB NOT = "05"
               OPEN OUTPUT RECEBLOG
           END-IF.
           OPEN EXTEND EXTRATO.
           IF FS-STAT-EXT NOT = "00" AND FS-STAT-EXT NOT = "05"
               OPEN OUTPUT EXTRATO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE WS-HOJE TO LC1-DATA.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "N" TO WS-FIM.
           PERFORM LE-AUTORIZACAO UNTIL WS-FIM = "S".
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-CONT-DEBITADAS TO LT-QTDE-DEB.
           MOVE WS-TOT-DEBITADO TO LT-VALOR-DEB.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-CONT-RECUSADAS TO LT-QTDE-REC.
           MOVE WS-TOT-RECUSADO TO LT-VALOR-REC.
           MOVE LINHA-TOTAL2 TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           CLOSE EXTRATO.
           CLOSE RECEBLOG.
           CLOSE DEBAUT.
           CLOSE ARQBANCO.
           CLOSE CREDIARIO.
           MOVE WS-CONT-DEBITADAS TO JB-CONTAGEM.
           MOVE "F" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           DISPLAY "CLIENTES PROCESSADOS: " WS-CONT-CLIENTES.
           DISPLAY "COBRANCAS DEBITADAS: " WS-CONT-DEBITADAS
                   " VALOR: " WS-TOT-DEBITADO.
           DISPLAY "SEM COBERTURA (FICAM EM ABERTO): "
                   WS-CONT-RECUSADAS.
           DISPLAY "RELATORIO GERADO: DEBAUT.TXT".

       LE-AUTORIZACAO.
           READ DEBAUT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF DA-STATUS = "A" AND DA-ULT-LOTE < WS-HOJE
                       PERFORM DEBITA-CLIENTE
                   END-IF
           END-READ.

      * COBRANCAS EM ABERTO (NAO AS BAIXADAS COMO PERDA) VENCIDAS
      * DEPOIS DO ULTIMO LOTE DO CLIENTE E ATE HOJE
       DEBITA-CLIENTE.
           ADD 1 TO WS-CONT-CLIENTES.
           MOVE DA-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CRED
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-CRED
           END-START.
           PERFORM LE-COBRANCA UNTIL WS-FIM-CRED = "S".
           MOVE WS-HOJE TO DA-ULT-LOTE.
           REWRITE DEBAUT-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A AUTORIZACAO " DA-FONE
           END-REWRITE.

       LE-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CRED
               NOT AT END
                   IF CR-FONE NOT = DA-FONE
                       MOVE "S" TO WS-FIM-CRED
                   ELSE
                       IF CR-PAGO = "N"
                           AND CR-VENCIMENTO > DA-ULT-LOTE
                           AND CR-VENCIMENTO NOT > WS-HOJE
                           PERFORM DEBITA-COBRANCA
                       END-IF
                   END-IF
           END-READ.

       DEBITA-COBRANCA.
           COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO.
           IF WS-ABERTO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM DEBITA-CONTA.
           IF WS-DEBITO-OK = "N"
               ADD 1 TO WS-CONT-RECUSADAS DA-QTDE-RECUS
               ADD WS-ABERTO TO WS-TOT-RECUSADO
               PERFORM IMPRIME-COBRANCA
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-VALOR TO CR-VALOR-PAGO.
           MOVE "S" TO CR-PAGO.
           MOVE WS-HOJE TO CR-DATA-PGTO.
           REWRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR COBRANCA " CR-FONE " "
                           CR-SEQ " - DEBITO FEITO, BAIXAR NO CREDPAG"
           END-REWRITE.
           MOVE WS-HOJE TO RB-DATA.
           MOVE CR-FONE TO RB-FONE.
           MOVE WS-ABERTO TO RB-VALOR.
           WRITE REG-RECEB.
           ADD 1 TO WS-CONT-DEBITADAS DA-QTDE-DEB.
           ADD WS-ABERTO TO WS-TOT-DEBITADO.
           MOVE "DEBITADO" TO WS-SITUACAO.
           PERFORM IMPRIME-COBRANCA.

      * DEBITO NA CONTA CORRENTE DO CLIENTE DENTRO DE SALDO MAIS
      * LIMITE, MENOS OS BLOQUEIOS JUDICIAIS EM ABERTO (ROTINA
      * SaldoBloqueado), E CREDITO NA CONTA DA LOJA, COMO NO
      * PAGAMENTO DO CUPOM PELO BANCO; OS DOIS LANCAMENTOS VAO PARA
      * O EXTRATO
       DEBITA-CONTA.
           MOVE "N" TO WS-DEBITO-OK.
           MOVE DA-CPF TO CPF-P.
           MOVE DA-TIPO-CONTA TO TIPO-CONTA-P.
           READ ARQBANCO
               INVALID KEY
                   MOVE "CONTA NAO EXISTE" TO WS-SITUACAO
                   EXIT PARAGRAPH
           END-READ.
           MOVE CPF-P TO SB-CPF.
           MOVE TIPO-CONTA-P TO SB-TIPO-CONTA.
           CALL "SaldoBloqueado" USING SB-CPF SB-TIPO-CONTA SB-VALOR
                                       SB-RESULTADO.
           COMPUTE WS-DISPONIVEL = SALDO-P + LIMITE-P - SB-VALOR.
           IF WS-ABERTO > WS-DISPONIVEL
               IF SB-RESULTADO = "S"
                   MOVE "SALDO BLOQUEADO" TO WS-SITUACAO
               ELSE
                   MOVE "SALDO INSUFICIENTE" TO WS-SITUACAO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-ABERTO FROM SALDO-P.
           REWRITE REG-ARQBC
               INVALID KEY
                   MOVE "ERRO AO DEBITAR A CONTA" TO WS-SITUACAO
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "DEBAUT-CRD" TO LE-TIPO.
           PERFORM GRAVA-EXTRATO.
           MOVE WS-CPF-LOJA TO CPF-P.
           MOVE WS-TIPO-LOJA TO TIPO-CONTA-P.
           READ ARQBANCO
               INVALID KEY
                   DISPLAY "CONTA DA LOJA SUMIU - CREDITAR "
                           WS-ABERTO " MANUALMENTE"
                   MOVE "S" TO WS-DEBITO-OK
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-SALDO-NOVO = SALDO-P + WS-ABERTO.
           IF WS-SALDO-NOVO > 999999999,99
               DISPLAY "SALDO DA LOJA NO LIMITE DO CAMPO - CREDITAR "
                       WS-ABERTO " MANUALMENTE"
               MOVE "S" TO WS-DEBITO-OK
               EXIT PARAGRAPH
           END-IF.
           ADD WS-ABERTO TO SALDO-P.
           REWRITE REG-ARQBC
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR A LOJA - CREDITAR "
                           WS-ABERTO " MANUALMENTE"
                   MOVE "S" TO WS-DEBITO-OK
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "DEBAUT-LJ" TO LE-TIPO.
           PERFORM GRAVA-EXTRATO.
           MOVE "S" TO WS-DEBITO-OK.

       GRAVA-EXTRATO.
           MOVE DS-DIA TO LE-DIA.
           MOVE DS-MES TO LE-MES.
           MOVE DS-ANO (3:2) TO LE-ANO.
           MOVE CPF-P TO LE-CPF.
           MOVE WS-ABERTO TO LE-VALOR.
           MOVE SALDO-P TO LE-SALDO.
           MOVE TIPO-CONTA-P TO LE-TIPO-CONTA.
           MOVE ZEROS TO LE-FUNC.
           ACCEPT WS-HORA-BCO FROM TIME.
           MOVE WS-HORA-BCO (1:6) TO LE-HORA.
           MOVE LINHA-EXTRATO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

       IMPRIME-COBRANCA.
           MOVE CR-FONE TO LD-FONE.
           MOVE CR-SEQ TO LD-SEQ.
           MOVE CR-VENCIMENTO TO LD-VENC.
           MOVE DA-CPF TO LD-CPF.
           MOVE WS-ABERTO TO LD-VALOR.
           MOVE WS-SITUACAO TO LD-SITUACAO.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.

      * -----------------------------------------------------------
      * CREDIÁRIO - REVISÃO MENSAL DO LIMITE DE CRÉDITO: O MODO P
      * (CONTROLADO PELO ControleJob) PONTUA CADA CLIENTE COM
      * COBRANÇAS NO CREDIÁRIO PELO PRÓPRIO HISTÓRICO: ATRASO MÉDIO
      * DAS COBRANÇAS PAGAS NOS ÚLTIMOS 12 MESES, ATRASO ATUAL,
      * ACORDOS DE RENEGOCIAÇÃO (acordos.dat), USO DO LIMITE E
      * FREQUÊNCIA DE COMPRAS EM VENDAS.TXT (CUPOM CANCELADO NO
      * CUPOM.DAT NÃO CONTA COMO COMPRA), E PROPÕE AUMENTAR,
      * MANTER OU REDUZIR O LIMITE (limrev.dat, RELATÓRIO
      * LIMREV.TXT). MUDANÇA ATÉ A ALÇADA É APLICADA NA HORA; ACIMA
      * DELA FICA PENDENTE ATÉ O GERENTE APROVAR NO MODO A. TODA
      * MUDANÇA APLICADA VAI PARA HISTCLI.TXT (EVENTO LIMITE) COMO AS
      * DEMAIS ALTERAÇÕES DE CLIENTE. CLIENTE SEM LIMITE DEFINIDO
      * (ZERO) NÃO É REVISTO
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDLIMITE.

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

           SELECT LIMREV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REV
               RECORD KEY IS LR-FONE.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-VENDA.

           SELECT CUPOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CUP
               RECORD KEY IS CM-NUMERO.

           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-REL.

           SELECT FUNC-FILE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-FUNC.

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

      * UMA PROPOSTA POR CLIENTE (A DA ÚLTIMA REVISÃO); LR-ACAO S =
      * SOBE, M = MANTÉM, C = CORTA; LR-STATUS P = PENDENTE DE
      * GERENTE, A = APLICADA, R = RECUSADA, M = SEM MUDANÇA
       FD LIMREV VALUE OF FILE-ID IS "limrev.dat".
       01 LIMREV-REC.
           05 LR-FONE         PIC 9(09).
           05 LR-DATA         PIC 9(08).
           05 LR-PONTOS       PIC S9(04).
           05 LR-MEDIA-ATRASO PIC 9(03).
           05 LR-MAX-ATRASO   PIC 9(05).
           05 LR-ACORDOS      PIC 9(02).
           05 LR-ROMPIDOS     PIC 9(02).
           05 LR-USO          PIC 9(03).
           05 LR-COMPRAS      PIC 9(04).
           05 LR-LIMITE-ATUAL PIC 9(05)V99.
           05 LR-LIMITE-PROP  PIC 9(05)V99.
           05 LR-ACAO         PIC X(01).
           05 LR-STATUS       PIC X(01).
           05 LR-GERENTE      PIC 9(04).
           05 LR-DATA-DECISAO PIC 9(08).

       FD VENDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-VENDA
                VALUE OF FILE-ID IS "VENDAS.TXT".
       01 REG-VENDA.
           05 VD-DATA        PIC 9(08).
           05 VD-CODIGO      PIC 9(13).
           05 VD-QTDADE      PIC 9(04).
           05 VD-VALOR-UNIT  PIC 9(05)V99.
           05 VD-VALOR-TOTAL PIC 9(07)V99.
           05 VD-OPERADOR    PIC X(10).
           05 VD-CUPOM       PIC 9(06).
           05 VD-SEQ         PIC 9(03).
           05 VD-PAGAMENTO   PIC X(01).
           05 VD-TIPO        PIC X(01).
           05 VD-CLIENTE     PIC 9(09).
           05 VD-DESCONTO    PIC 9(05)V99.
           05 VD-QTD-FRAC    PIC 9(04)V999.
           05 VD-HORA        PIC 9(06).
           05 VD-ORIGEM-PRECO PIC X(01).
           05 VD-AUTORIZADOR PIC 9(04).
           05 VD-ORCAMENTO   PIC 9(06).

       FD CUPOM LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPOM
                VALUE OF FILE-ID IS "CUPOM.DAT".
       01 REG-CUPOM.
           05 CM-NUMERO      PIC 9(06).
           05 CM-DATA        PIC 9(08).
           05 CM-OPERADOR    PIC X(10).
           05 CM-PAGAMENTO   PIC X(01).
           05 CM-TOTAL       PIC 9(07)V99.
           05 CM-VALOR-PAGO  PIC 9(07)V99.
           05 CM-TROCO       PIC 9(07)V99.
           05 CM-STATUS      PIC X(01).
           05 CM-CLIENTE     PIC 9(09).
           05 CM-DESCONTO    PIC 9(07)V99.
           05 CM-FONE-FIADO  PIC 9(09).
           05 CM-SEQ-CRED    PIC 9(04).
           05 CM-CPF-BANCO   PIC 9(11).
           05 CM-TIPO-CONTA  PIC 9(01).
           05 CM-DATA-CANC   PIC 9(08).
           05 CM-HORA-CANC   PIC 9(06).
           05 CM-OPER-CANC   PIC X(10).
           05 CM-SUP-CANC    PIC 9(04).
           05 CM-MOTIVO-CANC PIC X(30).
           05 CM-NFCE-SIT    PIC X(01).
           05 CM-NFCE-EMIS   PIC X(01).
           05 CM-NFCE-DATA   PIC 9(08).
           05 CM-NFCE-PROT   PIC X(15).
           05 CM-NFCE-MOTIVO PIC X(30).
           05 CM-HORA        PIC 9(06).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "LIMREV.TXT".
          01 LINHA-REL              PIC X(120).

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

       WORKING-STORAGE SECTION.
       77 FS-STAT        PIC X(02).
       77 FS-STAT-CRED   PIC X(02).
       77 FS-STAT-ACORDO PIC X(02).
       77 FS-STAT-REV    PIC X(02).
       77 FS-STAT-VENDA  PIC X(02).
       77 FS-STAT-CUP    PIC X(02).
       77 WS-LINHA-TRILHA PIC X(210).
       77 WS-TRILHA-HIST PIC X(20) VALUE "HISTCLI.TXT".
       77 WS-ACAO-TRILHA PIC X VALUE "G".
       77 WS-TAM-HIST    PIC 9(03) VALUE 210.
       77 FS-STAT-REL    PIC X(02).
       77 FS-STAT-FUNC   PIC X(02).
       77 WS-MODO PIC X VALUE SPACE.
       77 WS-FIM PIC X VALUE "N".
       77 WS-FIM-CRED PIC X VALUE "N".
       77 WS-FIM-AC PIC X VALUE "N".
       77 WS-FIM-FUNC PIC X VALUE "N".
       77 WS-TEM-ACORDOS PIC X VALUE "N".
       77 WS-TEM-COBRANCA PIC X VALUE "N".
       77 WS-LIBERADO PIC X VALUE "N".
       77 WS-COD-SUP PIC 9(04) VALUE ZEROS.
       77 WS-SENHA-SUP PIC X(08) VALUE SPACES.
       77 WS-HASH-SENHA PIC X(16) VALUE SPACES.
       77 WS-RESPOSTA PIC X VALUE SPACE.
       77 WS-ALCADA PIC 9(05)V99 VALUE ZEROS.
       77 WS-DIFERENCA PIC 9(05)V99 VALUE ZEROS.
       77 WS-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-INT-VENC PIC 9(07) VALUE ZEROS.
       77 WS-DATA-12M PIC 9(08) VALUE ZEROS.
       77 WS-DIAS PIC S9(05) VALUE ZEROS.
       77 WS-QTDE-PAGAS PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-ATRASO PIC 9(07) VALUE ZEROS.
       77 WS-MEDIA-ATRASO PIC 9(03) VALUE ZEROS.
       77 WS-MAX-ATRASO PIC 9(05) VALUE ZEROS.
       77 WS-TEM-PERDA PIC X VALUE "N".
       77 WS-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WS-USO PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ACORDOS PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-ROMPIDOS PIC 9(02) VALUE ZEROS.
       77 WS-COMPRAS PIC 9(04) VALUE ZEROS.
       77 WS-PONTOS PIC S9(04) VALUE ZEROS.
       77 WS-NOVO-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WS-LIMITE-MINIMO PIC 9(05)V99 VALUE 10.00.
       77 WS-NUM-VD PIC 9(04) VALUE ZEROS.
       77 WS-IDX PIC 9(04) VALUE ZEROS.
       77 WS-FONE-BUSCA PIC 9(09) VALUE ZEROS.
       77 WS-VD-ESTOURO PIC X VALUE "N".
       77 WS-TEM-CUPOM PIC X VALUE "N".
       77 WS-ULT-CUPOM PIC 9(06) VALUE ZEROS.
       77 WS-CUPOM-CANC PIC X VALUE "N".
       77 WS-CONT-REVISTOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SOBE PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CORTA PIC 9(05) VALUE ZEROS.
       77 WS-CONT-MANTEM PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WS-CONT-APLICADAS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-LIMITE PIC 9(05) VALUE ZEROS.
       01 JB-NOME PIC X(12) VALUE "REVLIMITE   ".
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
      * COMPRAS (CUPONS DE VENDA) DE CADA CLIENTE NOS ULTIMOS 12
      * MESES, CONTADAS PELA TROCA DE CUPOM EM VENDAS.TXT
       01 TABELA-VENDAS.
           05 TV-LINHA OCCURS 2000 TIMES.
               10 TV-FONE PIC 9(09).
               10 TV-CUPONS PIC 9(04).
               10 TV-ULT-DATA PIC 9(08).
               10 TV-ULT-CUPOM PIC 9(06).
       01 LINHA-HIST-DET.
           05 LH-ANO PIC 9(04).
           05 FILLER PIC X VALUE "-".
           05 LH-MES PIC 9(02).
           05 FILLER PIC X VALUE "-".
           05 LH-DIA PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-FONE PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-NOME PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-ENDERECO PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-CPF PIC 9(11).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-CEP PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-CIDADE PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-UF PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LH-DATA-EXTENSO PIC X(40).
           05 LH-EVENTO PIC X(08).
       01 WS-DATA-ENTRADA.
           05 WS-DE-DIA PIC 99.
           05 WS-DE-MES PIC 99.
           05 WS-DE-ANO PIC 9(04).
       01 LINHA-CAB1.
           05 FILLER PIC X(41) VALUE
              "CREDIARIO - REVISAO DE LIMITE DE CREDITO ".
           05 LC1-DATA PIC 9(08).
           05 FILLER PIC X(10) VALUE "  ALCADA: ".
           05 LC1-ALCADA PIC ZZZZ9.99.
       01 LINHA-CAB2 PIC X(120) VALUE
          "TELEFONE  NOME                   PONTOS ATR.MED ATR.ATU ACO
      -   "RD USO% COMPRAS  LIMITE ATUAL  PROPOSTO ACAO SITUACAO".
       01 LINHA-DET.
           05 LD-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-NOME PIC X(22).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-PONTOS PIC ----9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LD-MEDIA PIC ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LD-MAX PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ACORDOS PIC Z9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LD-USO PIC ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-COMPRAS PIC ZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-ATUAL PIC ZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-PROP PIC ZZZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-ACAO PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 LD-SITUACAO PIC X(12).
       01 LINHA-TOTAL.
           05 FILLER PIC X(10) VALUE "REVISTOS: ".
           05 LT-REVISTOS PIC ZZZZ9.
           05 FILLER PIC X(09) VALUE "  SOBEM: ".
           05 LT-SOBE PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  MANTEM: ".
           05 LT-MANTEM PIC ZZZZ9.
           05 FILLER PIC X(09) VALUE "  CAEM: ".
           05 LT-CORTA PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  PENDENTES: ".
           05 LT-PENDENTES PIC ZZZZ9.
       01 LINHA-BRANCO PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           COMPUTE WS-DATA-12M =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 365).
           DISPLAY "CREDIARIO - REVISAO DO LIMITE DE CREDITO".
           DISPLAY "MODO: P = PROPOSTAS DO MES, A = APROVACAO DO "
                   "GERENTE: ".
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN "P"
               WHEN "p"
                   PERFORM PROCESSA-REVISAO
               WHEN "A"
               WHEN "a"
                   PERFORM PROCESSA-APROVACAO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           STOP RUN.

      * -----------------------------------
       PROCESSA-REVISAO.
           DISPLAY "ALCADA SEM GERENTE - MUDANCA MAXIMA "
                   "[0 = 200,00]: ".
           ACCEPT WS-ALCADA.
           IF WS-ALCADA = ZEROS
               MOVE 200.00 TO WS-ALCADA
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
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "I" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           PERFORM ABRE-ARQUIVOS.
           PERFORM CARREGA-VENDAS.
           OPEN OUTPUT RELATORIO.
           MOVE WS-HOJE TO LC1-DATA.
           MOVE WS-ALCADA TO LC1-ALCADA.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "N" TO WS-FIM.
           PERFORM REVISA-CLIENTE UNTIL WS-FIM = "S".
           MOVE WS-CONT-REVISTOS TO LT-REVISTOS.
           MOVE WS-CONT-SOBE TO LT-SOBE.
           MOVE WS-CONT-MANTEM TO LT-MANTEM.
           MOVE WS-CONT-CORTA TO LT-CORTA.
           MOVE WS-CONT-PENDENTES TO LT-PENDENTES.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           DISPLAY "CLIENTES REVISTOS: " WS-CONT-REVISTOS.
           DISPLAY "MUDANCAS APLICADAS: " WS-CONT-APLICADAS.
           DISPLAY "PENDENTES DE GERENTE: " WS-CONT-PENDENTES.
           DISPLAY "SEM LIMITE DEFINIDO (NAO REVISTOS): "
                   WS-CONT-SEM-LIMITE.
           IF WS-VD-ESTOURO = "S"
               DISPLAY "MAIS DE 2000 CLIENTES EM VENDAS.TXT - COMPRAS "
                       "DOS DEMAIS CONTADAS COMO ZERO"
           END-IF.
           DISPLAY "RELATORIO GERADO: LIMREV.TXT".
           MOVE WS-CONT-REVISTOS TO JB-CONTAGEM.
           MOVE "F" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                    JB-CONTAGEM JB-RESULTADO.
           PERFORM FECHA-ARQUIVOS.

       ABRE-ARQUIVOS.
           OPEN I-O FILE1.
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
           OPEN INPUT ACORDOS.
           IF FS-STAT-ACORDO = "00"
               MOVE "S" TO WS-TEM-ACORDOS
           END-IF.
           OPEN I-O LIMREV.
           IF FS-STAT-REV NOT = "00"
               OPEN OUTPUT LIMREV
               CLOSE LIMREV
               OPEN I-O LIMREV
           END-IF.

       FECHA-ARQUIVOS.
           CLOSE FILE1.
           CLOSE CREDIARIO.
           CLOSE LIMREV.
           IF WS-TEM-ACORDOS = "S"
               CLOSE ACORDOS
           END-IF.

      * -----------------------------------
       CARREGA-VENDAS.
           MOVE ZEROS TO WS-NUM-VD.
           OPEN INPUT VENDAS.
           IF FS-STAT-VENDA NOT = "00"
               DISPLAY "VENDAS.TXT AUSENTE - COMPRAS CONTADAS COMO ZERO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TEM-CUPOM.
           MOVE ZEROS TO WS-ULT-CUPOM.
           MOVE "N" TO WS-CUPOM-CANC.
           OPEN INPUT CUPOM.
           IF FS-STAT-CUP = "00"
               MOVE "S" TO WS-TEM-CUPOM
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM LE-VENDA UNTIL WS-FIM = "S".
           CLOSE VENDAS.
           IF WS-TEM-CUPOM = "S"
               CLOSE CUPOM
           END-IF.

       LE-VENDA.
           READ VENDAS
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF VD-TIPO = "V" AND VD-CLIENTE NOT = ZEROS
                       AND VD-DATA NOT < WS-DATA-12M
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "N"
                           PERFORM CONTA-COMPRA
                       END-IF
                   END-IF
           END-READ.

      * CUPOM CANCELADO NO CAIXA (CUPOM.DAT STATUS C) NÃO É COMPRA;
      * AS LINHAS DO MESMO CUPOM VÊM JUNTAS, ENTÃO LÊ UMA VEZ SÓ
       VERIFICA-CUPOM.
           IF VD-CUPOM = WS-ULT-CUPOM
               EXIT PARAGRAPH
           END-IF.
           MOVE VD-CUPOM TO WS-ULT-CUPOM.
           MOVE "N" TO WS-CUPOM-CANC.
           IF WS-TEM-CUPOM = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE VD-CUPOM TO CM-NUMERO.
           READ CUPOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-STATUS = "C"
                       MOVE "S" TO WS-CUPOM-CANC
                   END-IF
           END-READ.

       CONTA-COMPRA.
           MOVE VD-CLIENTE TO WS-FONE-BUSCA.
           PERFORM ACHA-FONE-VENDA.
           IF WS-IDX = ZEROS
               IF WS-NUM-VD < 2000
                   ADD 1 TO WS-NUM-VD
                   MOVE WS-NUM-VD TO WS-IDX
                   MOVE VD-CLIENTE TO TV-FONE(WS-IDX)
                   MOVE ZEROS TO TV-CUPONS(WS-IDX)
                                 TV-ULT-DATA(WS-IDX)
                                 TV-ULT-CUPOM(WS-IDX)
               ELSE
                   MOVE "S" TO WS-VD-ESTOURO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF VD-DATA NOT = TV-ULT-DATA(WS-IDX)
               OR VD-CUPOM NOT = TV-ULT-CUPOM(WS-IDX)
               ADD 1 TO TV-CUPONS(WS-IDX)
               MOVE VD-DATA TO TV-ULT-DATA(WS-IDX)
               MOVE VD-CUPOM TO TV-ULT-CUPOM(WS-IDX)
           END-IF.

       ACHA-FONE-VENDA.
           MOVE ZEROS TO WS-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-VD
               IF TV-FONE(WS-IDX) = WS-FONE-BUSCA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX > WS-NUM-VD
               MOVE ZEROS TO WS-IDX
           END-IF.

      * -----------------------------------
       REVISA-CLIENTE.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   PERFORM AVALIA-CLIENTE
           END-READ.

       AVALIA-CLIENTE.
           PERFORM LE-HISTORICO-CRED.
           IF WS-TEM-COBRANCA = "N"
               EXIT PARAGRAPH
           END-IF.
           IF FS-LIMITE-CRED IS NOT NUMERIC
               OR FS-LIMITE-CRED = ZEROS
               ADD 1 TO WS-CONT-SEM-LIMITE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-ACORDOS.
           MOVE FS-FONE TO WS-FONE-BUSCA.
           PERFORM ACHA-FONE-VENDA.
           IF WS-IDX = ZEROS
               MOVE ZEROS TO WS-COMPRAS
           ELSE
               MOVE TV-CUPONS(WS-IDX) TO WS-COMPRAS
           END-IF.
           COMPUTE WS-USO = WS-ABERTO * 100 / FS-LIMITE-CRED
               ON SIZE ERROR
                   MOVE 999 TO WS-USO
           END-COMPUTE.
           IF WS-USO > 999
               MOVE 999 TO WS-USO
           END-IF.
           PERFORM CALCULA-PONTOS.
           PERFORM PROPOE-LIMITE.
           ADD 1 TO WS-CONT-REVISTOS.

      * COBRANCAS DO CLIENTE: ATRASO DAS PAGAS NOS ULTIMOS 12 MESES
      * (AS ENCERRADAS POR RENEGOCIACAO NAO CONTAM COMO PAGAS),
      * MAIOR ATRASO EM ABERTO, SALDO EM ABERTO E PERDA BAIXADA
       LE-HISTORICO-CRED.
           MOVE "N" TO WS-TEM-COBRANCA WS-TEM-PERDA.
           MOVE ZEROS TO WS-QTDE-PAGAS WS-SOMA-ATRASO WS-MAX-ATRASO
                         WS-ABERTO WS-MEDIA-ATRASO.
           MOVE FS-FONE TO CR-FONE.
           MOVE ZEROS TO CR-SEQ.
           START CREDIARIO KEY IS GREATER THAN CR-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIM-CRED.
           PERFORM LE-COBRANCA UNTIL WS-FIM-CRED = "S".
           IF WS-QTDE-PAGAS > ZEROS
               COMPUTE WS-MEDIA-ATRASO ROUNDED =
                   WS-SOMA-ATRASO / WS-QTDE-PAGAS
           END-IF.

       LE-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CRED
               NOT AT END
                   IF CR-FONE NOT = FS-FONE
                       MOVE "S" TO WS-FIM-CRED
                   ELSE
                       MOVE "S" TO WS-TEM-COBRANCA
                       PERFORM AVALIA-COBRANCA
                   END-IF
           END-READ.

       AVALIA-COBRANCA.
           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO).
           EVALUATE TRUE
               WHEN CR-PAGO = "S"
                   IF CR-ORIGEM NOT = "R"
                       AND CR-DATA-PGTO NOT < WS-DATA-12M
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(CR-DATA-PGTO)
                           - WS-INT-VENC
                       IF WS-DIAS > ZEROS
                           ADD WS-DIAS TO WS-SOMA-ATRASO
                       END-IF
                       ADD 1 TO WS-QTDE-PAGAS
                   END-IF
               WHEN CR-PAGO = "P"
                   MOVE "S" TO WS-TEM-PERDA
               WHEN OTHER
                   COMPUTE WS-ABERTO = WS-ABERTO
                       + CR-VALOR - CR-VALOR-PAGO
                   COMPUTE WS-DIAS = WS-INT-HOJE - WS-INT-VENC
                   IF WS-DIAS > WS-MAX-ATRASO
                       MOVE WS-DIAS TO WS-MAX-ATRASO
                   END-IF
           END-EVALUATE.

       CONTA-ACORDOS.
           MOVE ZEROS TO WS-QTDE-ACORDOS WS-QTDE-ROMPIDOS.
           IF WS-TEM-ACORDOS = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-FONE TO AC-FONE.
           MOVE ZEROS TO AC-NUM.
           START ACORDOS KEY IS GREATER THAN AC-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIM-AC.
           PERFORM LE-ACORDO UNTIL WS-FIM-AC = "S".

       LE-ACORDO.
           READ ACORDOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-AC
               NOT AT END
                   IF AC-FONE NOT = FS-FONE
                       MOVE "S" TO WS-FIM-AC
                   ELSE
                       ADD 1 TO WS-QTDE-ACORDOS
                       IF AC-STATUS = "B"
                           ADD 1 TO WS-QTDE-ROMPIDOS
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * PONTUACAO (BASE 50): PONTUALIDADE DAS PAGAS, ATRASO ATUAL,
      * ACORDOS (ROMPIDO PESA MAIS), USO DO LIMITE E COMPRAS NO ANO
       CALCULA-PONTOS.
           MOVE 50 TO WS-PONTOS.
           IF WS-QTDE-PAGAS > ZEROS
               EVALUATE TRUE
                   WHEN WS-MEDIA-ATRASO = ZEROS
                       ADD 20 TO WS-PONTOS
                   WHEN WS-MEDIA-ATRASO NOT > 5
                       ADD 10 TO WS-PONTOS
                   WHEN WS-MEDIA-ATRASO NOT > 15
                       CONTINUE
                   WHEN WS-MEDIA-ATRASO NOT > 30
                       SUBTRACT 15 FROM WS-PONTOS
                   WHEN OTHER
                       SUBTRACT 30 FROM WS-PONTOS
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MAX-ATRASO = ZEROS
                   ADD 10 TO WS-PONTOS
               WHEN WS-MAX-ATRASO NOT > 30
                   SUBTRACT 15 FROM WS-PONTOS
               WHEN OTHER
                   SUBTRACT 40 FROM WS-PONTOS
           END-EVALUATE.
           COMPUTE WS-PONTOS = WS-PONTOS - (WS-QTDE-ACORDOS * 15)
               - (WS-QTDE-ROMPIDOS * 30).
           EVALUATE TRUE
               WHEN WS-USO NOT < 80
                   ADD 10 TO WS-PONTOS
               WHEN WS-USO NOT < 50
                   ADD 5 TO WS-PONTOS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-COMPRAS NOT < 12
                   ADD 15 TO WS-PONTOS
               WHEN WS-COMPRAS NOT < 4
                   ADD 5 TO WS-PONTOS
               WHEN WS-COMPRAS = ZEROS
                   SUBTRACT 5 FROM WS-PONTOS
           END-EVALUATE.
           IF WS-TEM-PERDA = "S"
               MOVE -999 TO WS-PONTOS
           END-IF.

      * 80 PONTOS OU MAIS COM USO DE METADE DO LIMITE: SOBE 20%;
      * ABAIXO DE 30: CAI 30%; NEGATIVO (OU PERDA BAIXADA): CAI 50%.
      * O LIMITE NAO DESCE DO MINIMO (ZERO SERIA "SEM LIMITE")
       PROPOE-LIMITE.
           MOVE FS-LIMITE-CRED TO WS-NOVO-LIMITE.
           MOVE "M" TO LR-ACAO.
           EVALUATE TRUE
               WHEN WS-PONTOS NOT < 80 AND WS-USO NOT < 50
                   COMPUTE WS-NOVO-LIMITE ROUNDED =
                       FS-LIMITE-CRED * 1.2
                   IF WS-NOVO-LIMITE > 99999.99
                       MOVE 99999.99 TO WS-NOVO-LIMITE
                   END-IF
                   IF WS-NOVO-LIMITE > FS-LIMITE-CRED
                       MOVE "S" TO LR-ACAO
                   END-IF
               WHEN WS-PONTOS < ZEROS
                   COMPUTE WS-NOVO-LIMITE ROUNDED =
                       FS-LIMITE-CRED * 0.5
                   MOVE "C" TO LR-ACAO
               WHEN WS-PONTOS < 30
                   COMPUTE WS-NOVO-LIMITE ROUNDED =
                       FS-LIMITE-CRED * 0.7
                   MOVE "C" TO LR-ACAO
           END-EVALUATE.
           IF LR-ACAO = "C"
               IF WS-NOVO-LIMITE < WS-LIMITE-MINIMO
                   MOVE WS-LIMITE-MINIMO TO WS-NOVO-LIMITE
               END-IF
               IF WS-NOVO-LIMITE NOT < FS-LIMITE-CRED
                   MOVE FS-LIMITE-CRED TO WS-NOVO-LIMITE
                   MOVE "M" TO LR-ACAO
               END-IF
           END-IF.
           MOVE FS-FONE TO LR-FONE.
           MOVE WS-HOJE TO LR-DATA.
           MOVE WS-PONTOS TO LR-PONTOS.
           MOVE WS-MEDIA-ATRASO TO LR-MEDIA-ATRASO.
           MOVE WS-MAX-ATRASO TO LR-MAX-ATRASO.
           MOVE WS-QTDE-ACORDOS TO LR-ACORDOS.
           MOVE WS-QTDE-ROMPIDOS TO LR-ROMPIDOS.
           MOVE WS-USO TO LR-USO.
           MOVE WS-COMPRAS TO LR-COMPRAS.
           MOVE FS-LIMITE-CRED TO LR-LIMITE-ATUAL.
           MOVE WS-NOVO-LIMITE TO LR-LIMITE-PROP.
           MOVE ZEROS TO LR-GERENTE LR-DATA-DECISAO.
           EVALUATE LR-ACAO
               WHEN "M"
                   MOVE "M" TO LR-STATUS
                   ADD 1 TO WS-CONT-MANTEM
               WHEN "S"
                   ADD 1 TO WS-CONT-SOBE
                   COMPUTE WS-DIFERENCA =
                       WS-NOVO-LIMITE - FS-LIMITE-CRED
               WHEN "C"
                   ADD 1 TO WS-CONT-CORTA
                   COMPUTE WS-DIFERENCA =
                       FS-LIMITE-CRED - WS-NOVO-LIMITE
           END-EVALUATE.
           IF LR-ACAO NOT = "M"
               IF WS-DIFERENCA > WS-ALCADA
                   MOVE "P" TO LR-STATUS
                   ADD 1 TO WS-CONT-PENDENTES
               ELSE
                   MOVE "A" TO LR-STATUS
                   MOVE WS-HOJE TO LR-DATA-DECISAO
                   PERFORM APLICA-LIMITE
               END-IF
           END-IF.
           WRITE LIMREV-REC
               INVALID KEY
                   REWRITE LIMREV-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A REVISAO " FS-FONE
                   END-REWRITE
           END-WRITE.
           PERFORM IMPRIME-PROPOSTA.

       IMPRIME-PROPOSTA.
           MOVE FS-FONE TO LD-FONE.
           MOVE FS-NOME TO LD-NOME.
           MOVE LR-PONTOS TO LD-PONTOS.
           MOVE LR-MEDIA-ATRASO TO LD-MEDIA.
           MOVE LR-MAX-ATRASO TO LD-MAX.
           MOVE LR-ACORDOS TO LD-ACORDOS.
           MOVE LR-USO TO LD-USO.
           MOVE LR-COMPRAS TO LD-COMPRAS.
           MOVE LR-LIMITE-ATUAL TO LD-ATUAL.
           MOVE LR-LIMITE-PROP TO LD-PROP.
           MOVE LR-ACAO TO LD-ACAO.
           EVALUATE LR-STATUS
               WHEN "P"
                   MOVE "PENDENTE" TO LD-SITUACAO
               WHEN "A"
                   MOVE "APLICADA" TO LD-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO LD-SITUACAO
           END-EVALUATE.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.

      * -----------------------------------
      * GRAVA NO HISTORICO A IMAGEM DO CLIENTE ANTES DA MUDANCA
      * (EVENTO LIMITE) E ATUALIZA O LIMITE NO CADASTRO
       APLICA-LIMITE.
           PERFORM GRAVA-HISTORICO.
           MOVE LR-LIMITE-PROP TO FS-LIMITE-CRED.
           REWRITE FILE1-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O LIMITE DE " FS-FONE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-APLICADAS
           END-REWRITE.

       GRAVA-HISTORICO.
           MOVE DS-ANO TO LH-ANO.
           MOVE DS-MES TO LH-MES.
           MOVE DS-DIA TO LH-DIA.
           MOVE DS-DIA TO WS-DE-DIA.
           MOVE DS-MES TO WS-DE-MES.
           MOVE DS-ANO TO WS-DE-ANO.
           CALL "Meses" USING WS-DATA-ENTRADA LH-DATA-EXTENSO.
           MOVE FS-FONE     TO LH-FONE.
           MOVE FS-NOME     TO LH-NOME.
           MOVE FS-ENDERECO TO LH-ENDERECO.
           MOVE FS-CPF      TO LH-CPF.
           MOVE FS-CEP      TO LH-CEP.
           MOVE FS-CIDADE   TO LH-CIDADE.
           MOVE FS-UF       TO LH-UF.
           MOVE "LIMITE" TO LH-EVENTO.
           MOVE LINHA-HIST-DET TO WS-LINHA-TRILHA.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-HIST
                                    WS-LINHA-TRILHA WS-TAM-HIST.

      * -----------------------------------
      * TELA DE REVISAO DO GERENTE: CADA PROPOSTA PENDENTE E
      * APROVADA, RECUSADA OU DEIXADA PARA DEPOIS. SE O LIMITE FOI
      * MUDADO NO CADASTRO DEPOIS DA PROPOSTA, ELA E RECUSADA
       PROCESSA-APROVACAO.
           PERFORM PEDE-LIBERACAO.
           IF WS-LIBERADO = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           OPEN I-O LIMREV.
           IF FS-STAT-REV NOT = "00"
               DISPLAY "SEM REVISAO DE LIMITE (limrev.dat)"
               CLOSE FILE1
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM REVISA-PENDENTE UNTIL WS-FIM = "S".
           DISPLAY "APROVADAS: " WS-CONT-APLICADAS.
           CLOSE LIMREV.
           CLOSE FILE1.

       REVISA-PENDENTE.
           READ LIMREV NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF LR-STATUS = "P"
                       PERFORM DECIDE-PROPOSTA
                   END-IF
           END-READ.

       DECIDE-PROPOSTA.
           MOVE LR-FONE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   DISPLAY "CLIENTE " LR-FONE " NAO CADASTRADO"
                   MOVE "R" TO LR-STATUS
                   PERFORM GRAVA-DECISAO
                   EXIT PARAGRAPH
           END-READ.
           IF FS-LIMITE-CRED NOT = LR-LIMITE-ATUAL
               DISPLAY "CLIENTE " LR-FONE " TEVE O LIMITE ALTERADO "
                       "DEPOIS DA PROPOSTA - RECUSADA"
               MOVE "R" TO LR-STATUS
               PERFORM GRAVA-DECISAO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "------------------------------------------".
           DISPLAY "CLIENTE: " LR-FONE " " FS-NOME.
           DISPLAY "PONTOS: " LR-PONTOS "  ATRASO MEDIO: "
                   LR-MEDIA-ATRASO "  ATRASO ATUAL: " LR-MAX-ATRASO.
           DISPLAY "ACORDOS: " LR-ACORDOS "  ROMPIDOS: " LR-ROMPIDOS
                   "  USO DO LIMITE %: " LR-USO
                   "  COMPRAS NO ANO: " LR-COMPRAS.
           DISPLAY "LIMITE ATUAL: " LR-LIMITE-ATUAL
                   "  PROPOSTO: " LR-LIMITE-PROP.
           DISPLAY "APROVAR (S), RECUSAR (N), DEIXAR PENDENTE (P): ".
           ACCEPT WS-RESPOSTA.
           EVALUATE WS-RESPOSTA
               WHEN "S"
               WHEN "s"
                   MOVE "A" TO LR-STATUS
                   PERFORM APLICA-LIMITE
                   PERFORM GRAVA-DECISAO
               WHEN "N"
               WHEN "n"
                   MOVE "R" TO LR-STATUS
                   PERFORM GRAVA-DECISAO
           END-EVALUATE.

       GRAVA-DECISAO.
           MOVE WS-COD-SUP TO LR-GERENTE.
           MOVE WS-HOJE TO LR-DATA-DECISAO.
           REWRITE LIMREV-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO " LR-FONE
           END-REWRITE.

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

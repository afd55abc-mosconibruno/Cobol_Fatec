      * -----------------------------------------------------------
      * VISÃO ÚNICA DO CLIENTE POR CPF, LOJA E BANCO: MOSTRA NA TELA
      * O CADASTRO DA LOJA (clientes.dat, TODOS OS TELEFONES DO CPF),
      * O SALDO EM ABERTO E AS COBRANÇAS VENCIDAS DO CREDIÁRIO, O
      * SALDO DE PONTOS, AS ÚLTIMAS COMPRAS DO MOVIMENTO (VENDAS.TXT,
      * SEM OS CUPONS CANCELADOS NO CUPOM.DAT),
      * AS RESERVAS VIGENTES E AS ENCOMENDAS EM ABERTO. PELO VÍNCULO
      * DO CLIXREF (CLIXREF.TXT) MOSTRA TAMBÉM O LADO DO BANCO: CONTAS
      * EM arqbc.dat COM SALDO, LIMITE, VALOR BLOQUEADO E DISPONÍVEL
      * (SaldoBloqueado), EMPRÉSTIMOS E CDBS ATIVOS E OS BLOQUEIOS
      * (DORMÊNCIA, BLACKLIST, CHEQUES RETIDOS E BLOQUEIOS JUDICIAIS
      * OU ADMINISTRATIVOS ATIVOS EM bloqueios.dat).
      * O ACESSO SEGUE O PERFIL DO CONSOLE (permissoes.txt): A VISÃO
      * DA LOJA PEDE O ITEM C9 E A DO BANCO PEDE TAMBÉM O ITEM B1.
      * TODA CONSULTA FICA REGISTRADA EM lgpdlog.txt (DATA, TELEFONE,
      * CPF, OPERADOR E O QUE FOI VISTO)
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIVISAO.

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

           SELECT PONTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-PTO
               RECORD KEY IS PT-CHAVE.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-VEN.

           SELECT CUPOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CUP
               RECORD KEY IS CM-NUMERO.

           SELECT RESERVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-RES
               RECORD KEY IS RS-CHAVE.

           SELECT ENCOMEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ENC
               RECORD KEY IS EN-NUMERO.

           SELECT XREF ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-XREF.

           SELECT ARQBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-BCO
               RECORD KEY IS CHAVE-ARQBC.

           SELECT EMPRESTIMOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-EMP
               RECORD KEY IS EM-CHAVE.

           SELECT APLICACOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-APL
               RECORD KEY IS AP-CHAVE.

           SELECT DORMENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DOR
               RECORD KEY IS DM-CHAVE.

           SELECT PENDENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-PEN
               RECORD KEY IS PD-CHAVE.

           SELECT BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-BQ
               RECORD KEY IS BQ-CHAVE.

           SELECT BLACKLIST ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-BL.

           SELECT FUNC-FILE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-FUNC.

           SELECT PERMISSOES ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-PERM.

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

       FD PONTOS VALUE OF FILE-ID IS "PONTOS.DAT".
       01 REG-PONTO.
           05 PT-CHAVE.
               10 PT-FONE PIC 9(09).
               10 PT-SEQ  PIC 9(04).
           05 PT-DATA   PIC 9(08).
           05 PT-TIPO   PIC X(01).
           05 PT-PONTOS PIC 9(07).
           05 PT-CUPOM  PIC 9(06).

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

       FD RESERVAS LABEL RECORD STANDARD
                DATA RECORD IS REG-RESERVA
                VALUE OF FILE-ID IS "RESERVAS.DAT".
       01 REG-RESERVA.
           05 RS-CHAVE.
               10 RS-CODIGO PIC 9(13).
               10 RS-FONE   PIC 9(09).
           05 RS-QTDADE     PIC 9(04).
           05 RS-VALIDADE   PIC 9(08).

       FD ENCOMEND LABEL RECORD STANDARD
                DATA RECORD IS REG-ENCOMENDA
                VALUE OF FILE-ID IS "ENCOMEND.DAT".
       01 REG-ENCOMENDA.
           05 EN-NUMERO      PIC 9(06).
           05 EN-DATA        PIC 9(08).
           05 EN-FONE        PIC 9(09).
           05 EN-CODIGO      PIC 9(13).
           05 EN-QTDADE      PIC 9(04).
           05 EN-SINAL       PIC 9(05)V99.
           05 EN-REGRA-SINAL PIC X(01).
           05 EN-PRAZO       PIC 9(03).
           05 EN-STATUS      PIC X(01).
           05 EN-PEDIDO      PIC 9(06).
           05 EN-DATA-CHEGADA PIC 9(08).
           05 EN-DATA-LIMITE PIC 9(08).
           05 EN-DATA-BAIXA  PIC 9(08).
           05 EN-SIT-SINAL   PIC X(01).
           05 EN-VALE        PIC 9(06).

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

       FD EMPRESTIMOS VALUE OF FILE-ID IS "emprestimos.dat".
       01 REG-EMPRESTIMO.
           05 EM-CHAVE.
               10 EM-CPF PIC 9(11).
               10 EM-SEQ PIC 9(04).
           05 EM-TIPO-CONTA    PIC 9(01).
           05 EM-AGENCIA       PIC 9(04).
           05 EM-VALOR         PIC 9(07)V99.
           05 EM-TAXA          PIC 9(02)V99.
           05 EM-PARCELAS      PIC 9(02).
           05 EM-VALOR-PARCELA PIC 9(07)V99.
           05 EM-DATA          PIC 9(08).
           05 EM-PAGAS         PIC 9(02).
           05 EM-ATRASO        PIC 9(07)V99.
           05 EM-STATUS        PIC X(01).

       FD APLICACOES VALUE OF FILE-ID IS "aplicacoes.dat".
       01 REG-APLICACAO.
           05 AP-CHAVE.
               10 AP-CPF PIC 9(11).
               10 AP-SEQ PIC 9(04).
           05 AP-TIPO-CONTA PIC 9(01).
           05 AP-PRINCIPAL  PIC 9(07)V99.
           05 AP-TAXA       PIC 9(02)V99.
           05 AP-DATA-INI   PIC 9(08).
           05 AP-DATA-VCTO  PIC 9(08).
           05 AP-JUROS      PIC 9(07)V99.
           05 AP-ULT-ACUM   PIC 9(08).
           05 AP-STATUS     PIC X(01).

       FD DORMENCIA VALUE OF FILE-ID IS "dormencia.dat".
       01 REG-DORMENCIA.
           05 DM-CHAVE.
               10 DM-CPF        PIC 9(11).
               10 DM-TIPO-CONTA PIC 9(01).
           05 DM-STATUS     PIC X(01).
           05 DM-ULT-MOV    PIC 9(08).
           05 DM-DATA-MARCA PIC 9(08).

       FD PENDENTES VALUE OF FILE-ID IS "pendentes.dat".
       01 REG-PENDENTE.
           05 PD-CHAVE.
               10 PD-CPF        PIC 9(11).
               10 PD-TIPO-CONTA PIC 9(01).
               10 PD-SEQ        PIC 9(04).
           05 PD-VALOR    PIC 9(09)V99.
           05 PD-DATA-DEP PIC 9(08).
           05 PD-DATA-LIB PIC 9(08).
           05 PD-STATUS   PIC X(01).
           05 PD-MOTIVO   PIC X(20).

       FD BLOQUEIOS VALUE OF FILE-ID IS "bloqueios.dat".
       01 REG-BLOQUEIO.
           05 BQ-CHAVE.
               10 BQ-CPF        PIC 9(11).
               10 BQ-TIPO-CONTA PIC 9(01).
               10 BQ-SEQ        PIC 9(04).
           05 BQ-VALOR      PIC 9(09)V99.
           05 BQ-ORDEM      PIC X(20).
           05 BQ-ORIGEM     PIC X(01).
           05 BQ-ORGAO      PIC X(30).
           05 BQ-DATA       PIC 9(08).
           05 BQ-FUNC       PIC 9(04).
           05 BQ-SITUACAO   PIC X(01).
           05 BQ-DATA-BAIXA PIC 9(08).
           05 BQ-FUNC-BAIXA PIC 9(04).
           05 BQ-DESTINO    PIC X(20).

       FD BLACKLIST LABEL RECORD STANDARD
                DATA RECORD IS REG-BLACKLIST
                VALUE OF FILE-ID IS "blacklist.txt".
       01 REG-BLACKLIST.
           05 BL-CPF    PIC 9(11).
           05 FILLER    PIC X(02).
           05 BL-MOTIVO PIC X(20).
           05 FILLER    PIC X(02).
           05 BL-DATA   PIC 9(08).
           05 FILLER    PIC X(02).
           05 BL-FUNC   PIC 9(04).

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

       FD PERMISSOES LABEL RECORD STANDARD
                DATA RECORD IS REG-PERM
                VALUE OF FILE-ID IS "permissoes.txt".
       01 REG-PERM.
           05 PM-FUNC PIC 9(04).
           05 FILLER  PIC X(02).
           05 PM-ITEM PIC X(02).

       WORKING-STORAGE SECTION.
       77 FS-STAT      PIC X(02).
       77 FS-STAT-CRED PIC X(02).
       77 FS-STAT-PTO  PIC X(02).
       77 FS-STAT-VEN  PIC X(02).
       77 FS-STAT-RES  PIC X(02).
       77 FS-STAT-ENC  PIC X(02).
       77 FS-STAT-XREF PIC X(02).
       77 FS-STAT-BCO  PIC X(02).
       77 FS-STAT-EMP  PIC X(02).
       77 FS-STAT-APL  PIC X(02).
       77 FS-STAT-DOR  PIC X(02).
       77 FS-STAT-PEN  PIC X(02).
       77 FS-STAT-BL   PIC X(02).
       77 FS-STAT-FUNC PIC X(02).
       77 FS-STAT-PERM PIC X(02).
       77 FS-STAT-CUP  PIC X(02).
       77 FS-STAT-BQ   PIC X(02).
       77 LINHA-LOG    PIC X(80).
       77 WS-TRILHA-LOG PIC X(20) VALUE "lgpdlog.txt".
       77 WS-TAM-LOG   PIC 9(03) VALUE 80.
       77 WS-ACAO-TRILHA PIC X VALUE "G".
       77 WS-FIM       PIC X VALUE "N".
       77 WS-FIM-FUNC  PIC X VALUE "N".
       77 WS-COD-OPER  PIC 9(04) VALUE ZEROS.
       77 WS-SENHA     PIC X(08) VALUE SPACES.
       77 WS-HASH-SENHA PIC X(16) VALUE SPACES.
       77 WS-NOME-OPER PIC X(30) VALUE SPACES.
       77 WS-LOGIN-OK  PIC X VALUE "N".
       77 WS-SENHA-NOVA PIC X(08) VALUE SPACES.
       77 WS-SENHA-CONF PIC X(08) VALUE SPACES.
       77 WS-TROCA-FUNC PIC X VALUE "N".
       77 WS-TROCA-RES PIC X VALUE "N".
       77 WS-VE-LOJA   PIC X VALUE "N".
       77 WS-VE-BANCO  PIC X VALUE "N".
       77 WS-CPF       PIC 9(11) VALUE ZEROS.
       77 WS-FONE-BUSCA PIC 9(09) VALUE ZEROS.
       77 WS-IDX       PIC 9(04) VALUE ZEROS.
       77 WS-J         PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU     PIC X VALUE "N".
       77 WS-VINCULO   PIC X VALUE "N".
       77 WS-CONTAS    PIC 9(02) VALUE ZEROS.
       77 WS-QTDE      PIC 9(04) VALUE ZEROS.
       77 WS-ABERTO    PIC S9(07)V99 VALUE ZEROS.
       77 WS-TOT-ABERTO PIC S9(07)V99 VALUE ZEROS.
       77 WS-TOT-VENCIDO PIC S9(07)V99 VALUE ZEROS.
       77 WS-TOT-PERDA PIC S9(07)V99 VALUE ZEROS.
       77 WS-QTDE-ABERTO PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-VENCIDO PIC 9(04) VALUE ZEROS.
       77 WS-VENC-ANTIGO PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-PTO PIC S9(09) VALUE ZEROS.
       77 WS-NUM-FONES PIC 9(02) VALUE ZEROS.
       77 WS-NUM-ULT   PIC 9(02) VALUE ZEROS.
       77 WS-TEM-CUPOM PIC X VALUE "N".
       77 WS-ULT-CUPOM PIC 9(06) VALUE ZEROS.
       77 WS-CUPOM-CANC PIC X VALUE "N".
       77 WS-DISPONIVEL PIC S9(10)V99 VALUE ZEROS.
       77 SB-CPF        PIC 9(11) VALUE ZEROS.
       77 SB-TIPO-CONTA PIC 9(01) VALUE ZEROS.
       77 SB-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 SB-RESULTADO  PIC X(01) VALUE "N".
       01 TABELA-FONES.
           05 TF-FONE PIC 9(09) OCCURS 10 TIMES.
      * ÚLTIMAS CINCO COMPRAS (CUPONS) DO MOVIMENTO, DA MAIS ANTIGA
      * PARA A MAIS RECENTE, LÍQUIDAS DE DEVOLUÇÕES
       01 TABELA-ULTIMAS.
           05 TU-LINHA OCCURS 5 TIMES.
               10 TU-DATA  PIC 9(08).
               10 TU-CUPOM PIC 9(06).
               10 TU-FONE  PIC 9(09).
               10 TU-VALOR PIC S9(07)V99.
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           05 DS-DIA PIC 9(02).
       01 WS-HOJE PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-E  PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-VALOR-E2 PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-PONTOS-E PIC -ZZZ.ZZZ.ZZ9.
       01 LINHA-LOG-DET.
           05 LL-ANO PIC 9(04).
           05 FILLER PIC X VALUE "-".
           05 LL-MES PIC 9(02).
           05 FILLER PIC X VALUE "-".
           05 LL-DIA PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LL-FONE PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LL-CPF PIC 9(11).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LL-OPERADOR PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LL-EVENTO PIC X(16).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           DISPLAY "VISAO UNICA DO CLIENTE (LOJA E BANCO)".
           PERFORM IDENTIFICA-OPERADOR.
           IF WS-LOGIN-OK NOT = "S"
               DISPLAY "ACESSO NEGADO"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-PERFIL.
           IF WS-VE-LOJA NOT = "S"
               DISPLAY "ACESSO NEGADO PARA O SEU PERFIL"
               STOP RUN
           END-IF.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           DISPLAY "CPF DO CLIENTE (0 = ENCERRA): ".
           ACCEPT WS-CPF.
           PERFORM UNTIL WS-CPF = ZEROS
               PERFORM CONSULTA-CPF
               DISPLAY "CPF DO CLIENTE (0 = ENCERRA): "
               ACCEPT WS-CPF
           END-PERFORM.
           CLOSE FILE1.
           STOP RUN.

      * -----------------------------------
      * O OPERADOR SE IDENTIFICA COM AS MESMAS CREDENCIAIS DO
      * CONSOLE; O CÓDIGO VAI PARA O REGISTRO DA LGPD
       IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT WS-COD-OPER.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA.
           MOVE "N" TO WS-LOGIN-OK.
           MOVE "N" TO WS-FIM-FUNC.
           OPEN INPUT FUNC-FILE.
           IF FS-STAT-FUNC NOT = "00"
               DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURA-OPERADOR UNTIL WS-FIM-FUNC = "S".
           CLOSE FUNC-FILE.
           IF WS-LOGIN-OK = "S" AND WS-TROCA-FUNC = "S"
               PERFORM TROCA-SENHA-OPERADOR
           END-IF.

      * SENHA INICIAL OU CONVERTIDA: TROCA NO LOGIN, COMO NO CONSOLE
       TROCA-SENHA-OPERADOR.
           DISPLAY "SENHA INICIAL - TROCA OBRIGATORIA".
           DISPLAY "NOVA SENHA: ".
           MOVE SPACES TO WS-SENHA-NOVA.
           ACCEPT WS-SENHA-NOVA.
           DISPLAY "CONFIRMACAO: ".
           MOVE SPACES TO WS-SENHA-CONF.
           ACCEPT WS-SENHA-CONF.
           MOVE "N" TO WS-TROCA-RES.
           IF WS-SENHA-NOVA NOT = SPACES
               AND WS-SENHA-NOVA = WS-SENHA-CONF
               CALL "TrocaSenha" USING WS-COD-OPER WS-SENHA-NOVA
                                       WS-TROCA-RES
           END-IF.
           MOVE SPACES TO WS-SENHA-NOVA.
           MOVE SPACES TO WS-SENHA-CONF.
           IF WS-TROCA-RES = "I"
               DISPLAY "A SENHA NOVA DEVE SER DIFERENTE DA ATUAL"
           END-IF.
           IF WS-TROCA-RES NOT = "S"
               DISPLAY "SENHA NAO TROCADA"
               MOVE "N" TO WS-LOGIN-OK
           END-IF.

       PROCURA-OPERADOR.
           READ FUNC-FILE
               AT END
                   MOVE "S" TO WS-FIM-FUNC
               NOT AT END
                   IF COD-FUNC = WS-COD-OPER
                       AND FUNC-ATIVO NOT = "N"
                       CALL "HashSenha" USING COD-FUNC FUNC-SAL
                                              WS-SENHA WS-HASH-SENHA
                       MOVE SPACES TO WS-SENHA
                       IF FUNC-HASH = WS-HASH-SENHA
                           MOVE "S" TO WS-LOGIN-OK
                           MOVE NOME-FUNC TO WS-NOME-OPER
                           MOVE FUNC-TROCA TO WS-TROCA-FUNC
                       END-IF
                       MOVE "S" TO WS-FIM-FUNC
                   END-IF
           END-READ.

      * -----------------------------------
      * SEM permissoes.txt TODO OPERADOR VÊ TUDO, COMO NO CONSOLE;
      * COM O ARQUIVO, C9 LIBERA A LOJA, B1 O BANCO E ** TUDO
       VERIFICA-PERFIL.
           OPEN INPUT PERMISSOES.
           IF FS-STAT-PERM NOT = "00"
               MOVE "S" TO WS-VE-LOJA
               MOVE "S" TO WS-VE-BANCO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM LE-PERMISSAO UNTIL WS-FIM = "S".
           CLOSE PERMISSOES.
           IF WS-VE-LOJA NOT = "S"
               MOVE "N" TO WS-VE-BANCO
           END-IF.

       LE-PERMISSAO.
           READ PERMISSOES
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF PM-FUNC = WS-COD-OPER
                       IF PM-ITEM = "C9" OR PM-ITEM = "**"
                           MOVE "S" TO WS-VE-LOJA
                       END-IF
                       IF PM-ITEM = "B1" OR PM-ITEM = "**"
                           MOVE "S" TO WS-VE-BANCO
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
       CONSULTA-CPF.
           MOVE ZEROS TO WS-NUM-FONES.
           DISPLAY "==================== LOJA ====================".
           MOVE WS-CPF TO FS-CPF.
           START FILE1 KEY IS EQUAL TO FS-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM MOSTRA-CADASTRO UNTIL WS-FIM = "S".
           IF WS-NUM-FONES = ZEROS
               DISPLAY "CPF SEM CADASTRO NA LOJA"
           ELSE
               PERFORM MOSTRA-CREDIARIO
               PERFORM MOSTRA-PONTOS
               PERFORM MOSTRA-ULTIMAS-COMPRAS
               PERFORM MOSTRA-RESERVAS
               PERFORM MOSTRA-ENCOMENDAS
           END-IF.
           IF WS-VE-BANCO = "S"
               DISPLAY "==================== BANCO ==================="
               PERFORM MOSTRA-BANCO
           ELSE
               DISPLAY "DADOS DO BANCO FORA DO SEU PERFIL"
           END-IF.
           PERFORM GRAVA-LOG-LGPD.

       MOSTRA-CADASTRO.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF FS-CPF NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF WS-NUM-FONES < 10
                           ADD 1 TO WS-NUM-FONES
                           MOVE FS-FONE TO TF-FONE(WS-NUM-FONES)
                       END-IF
                       MOVE FS-LIMITE-CRED TO WS-VALOR-E
                       DISPLAY "TELEFONE " FS-FONE "  " FS-NOME
                       DISPLAY "  " FS-ENDERECO " " FS-CEP
                       DISPLAY "  " FS-CIDADE " " FS-UF
                               "  LIMITE CREDIARIO " WS-VALOR-E
                       DISPLAY "  CONSENTIMENTOS MALA " FS-CONS-MALA
                               " FONE " FS-CONS-FONE
                               " MKT " FS-CONS-MKT
                               " EM " FS-CONS-DATA
                   END-IF
           END-READ.

      * -----------------------------------
      * EM ABERTO E O QUE NAO ESTA QUITADO (S) NEM BAIXADO COMO
      * PERDA (P); VENCIDO E O EM ABERTO COM VENCIMENTO ANTES DE HOJE
       MOSTRA-CREDIARIO.
           OPEN INPUT CREDIARIO.
           IF FS-STAT-CRED NOT = "00"
               DISPLAY "CREDIARIO: SEM MOVIMENTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-TOT-ABERTO WS-TOT-VENCIDO WS-TOT-PERDA
                         WS-QTDE-ABERTO WS-QTDE-VENCIDO
                         WS-VENC-ANTIGO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FONES
               MOVE TF-FONE(WS-IDX) TO CR-FONE
               MOVE ZEROS TO CR-SEQ
               START CREDIARIO KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM SOMA-COBRANCA UNTIL WS-FIM = "S"
           END-PERFORM.
           CLOSE CREDIARIO.
           MOVE WS-TOT-ABERTO TO WS-VALOR-E.
           DISPLAY "CREDIARIO: " WS-QTDE-ABERTO
                   " COBRANCA(S) EM ABERTO, SALDO " WS-VALOR-E.
           MOVE WS-TOT-VENCIDO TO WS-VALOR-E.
           IF WS-QTDE-VENCIDO > ZEROS
               DISPLAY "  VENCIDAS: " WS-QTDE-VENCIDO
                       " NO VALOR DE " WS-VALOR-E
                       " - MAIS ANTIGA " WS-VENC-ANTIGO
           ELSE
               DISPLAY "  NENHUMA COBRANCA VENCIDA"
           END-IF.
           IF WS-TOT-PERDA > ZEROS
               MOVE WS-TOT-PERDA TO WS-VALOR-E
               DISPLAY "  BAIXADO COMO PERDA: " WS-VALOR-E
           END-IF.

       SOMA-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-FONE NOT = TF-FONE(WS-IDX)
                       MOVE "S" TO WS-FIM
                   ELSE
                       COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO
                       IF CR-PAGO = "P"
                           ADD WS-ABERTO TO WS-TOT-PERDA
                       END-IF
                       IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                           ADD 1 TO WS-QTDE-ABERTO
                           ADD WS-ABERTO TO WS-TOT-ABERTO
                           IF CR-VENCIMENTO < WS-HOJE
                               ADD 1 TO WS-QTDE-VENCIDO
                               ADD WS-ABERTO TO WS-TOT-VENCIDO
                               IF WS-VENC-ANTIGO = ZEROS
                                   OR CR-VENCIMENTO < WS-VENC-ANTIGO
                                   MOVE CR-VENCIMENTO
                                       TO WS-VENC-ANTIGO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * SALDO DE PONTOS COM AS MESMAS REGRAS DO EXTRATO (CLIPONTO)
       MOSTRA-PONTOS.
           OPEN INPUT PONTOS.
           IF FS-STAT-PTO NOT = "00"
               DISPLAY "PONTOS: SEM MOVIMENTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-SALDO-PTO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FONES
               MOVE TF-FONE(WS-IDX) TO PT-FONE
               MOVE ZEROS TO PT-SEQ
               START PONTOS KEY IS NOT LESS THAN PT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM SOMA-PONTO UNTIL WS-FIM = "S"
           END-PERFORM.
           CLOSE PONTOS.
           MOVE WS-SALDO-PTO TO WS-PONTOS-E.
           DISPLAY "PONTOS: SALDO " WS-PONTOS-E.

       SOMA-PONTO.
           READ PONTOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF PT-FONE NOT = TF-FONE(WS-IDX)
                       MOVE "S" TO WS-FIM
                   ELSE
                       EVALUATE PT-TIPO
                           WHEN "R"
                               SUBTRACT PT-PONTOS FROM WS-SALDO-PTO
                           WHEN "E"
                               SUBTRACT PT-PONTOS FROM WS-SALDO-PTO
                           WHEN OTHER
                               ADD PT-PONTOS TO WS-SALDO-PTO
                       END-EVALUATE
                   END-IF
           END-READ.

      * -----------------------------------
      * ÚLTIMAS COMPRAS DO MOVIMENTO CORRENTE; MESES JÁ FECHADOS PELO
      * PRODARQ FICAM NO PRODCLI
       MOSTRA-ULTIMAS-COMPRAS.
           MOVE ZEROS TO WS-NUM-ULT.
           OPEN INPUT VENDAS.
           IF FS-STAT-VEN NOT = "00"
               DISPLAY "ULTIMAS COMPRAS: SEM MOVIMENTO DE VENDAS"
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
           IF WS-NUM-ULT = ZEROS
               DISPLAY "ULTIMAS COMPRAS: NENHUMA NO MOVIMENTO ATUAL"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ULTIMAS COMPRAS:".
           PERFORM VARYING WS-J FROM WS-NUM-ULT BY -1
                   UNTIL WS-J < 1
               MOVE TU-VALOR(WS-J) TO WS-VALOR-E
               DISPLAY "  " TU-DATA(WS-J) " CUPOM " TU-CUPOM(WS-J)
                       " FONE " TU-FONE(WS-J) " " WS-VALOR-E
           END-PERFORM.

       LE-VENDA.
           READ VENDAS
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF VD-CLIENTE IS NUMERIC AND VD-CLIENTE > ZEROS
                       MOVE VD-CLIENTE TO WS-FONE-BUSCA
                       PERFORM VERIFICA-FONE
                       IF WS-ACHOU = "S"
                           PERFORM VERIFICA-CUPOM
                       END-IF
                       IF WS-ACHOU = "S" AND WS-CUPOM-CANC = "N"
                           PERFORM GUARDA-COMPRA
                       END-IF
                   END-IF
           END-READ.

       VERIFICA-FONE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FONES
               IF TF-FONE(WS-IDX) = WS-FONE-BUSCA
                   MOVE "S" TO WS-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

      * LINHAS DO MESMO CUPOM SOMAM NA MESMA COMPRA; CUPOM NOVO
      * EMPURRA A MAIS ANTIGA PARA FORA QUANDO A TABELA ESTÁ CHEIA
       GUARDA-COMPRA.
           IF WS-NUM-ULT = ZEROS
               OR TU-CUPOM(WS-NUM-ULT) NOT = VD-CUPOM
               OR TU-DATA(WS-NUM-ULT) NOT = VD-DATA
               IF WS-NUM-ULT < 5
                   ADD 1 TO WS-NUM-ULT
               ELSE
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                       MOVE TU-LINHA(WS-J + 1) TO TU-LINHA(WS-J)
                   END-PERFORM
               END-IF
               MOVE VD-DATA TO TU-DATA(WS-NUM-ULT)
               MOVE VD-CUPOM TO TU-CUPOM(WS-NUM-ULT)
               MOVE VD-CLIENTE TO TU-FONE(WS-NUM-ULT)
               MOVE ZEROS TO TU-VALOR(WS-NUM-ULT)
           END-IF.
           IF VD-TIPO = "D"
               SUBTRACT VD-VALOR-TOTAL FROM TU-VALOR(WS-NUM-ULT)
           ELSE
               ADD VD-VALOR-TOTAL TO TU-VALOR(WS-NUM-ULT)
           END-IF.

      * -----------------------------------
      * RESERVAS AINDA NA VALIDADE (O PRODRESX LIBERA AS VENCIDAS)
       MOSTRA-RESERVAS.
           MOVE ZEROS TO WS-QTDE.
           OPEN INPUT RESERVAS.
           IF FS-STAT-RES = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-RESERVA UNTIL WS-FIM = "S"
               CLOSE RESERVAS
           END-IF.
           IF WS-QTDE = ZEROS
               DISPLAY "RESERVAS: NENHUMA VIGENTE"
           END-IF.

       LE-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF RS-VALIDADE NOT < WS-HOJE
                       MOVE RS-FONE TO WS-FONE-BUSCA
                       PERFORM VERIFICA-FONE
                       IF WS-ACHOU = "S"
                           ADD 1 TO WS-QTDE
                           DISPLAY "RESERVA: PRODUTO " RS-CODIGO
                                   " QTDE " RS-QTDADE
                                   " VALIDADE " RS-VALIDADE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * ENCOMENDAS ABERTAS (A), PEDIDAS (P) OU À ESPERA DE RETIRADA (C)
       MOSTRA-ENCOMENDAS.
           MOVE ZEROS TO WS-QTDE.
           OPEN INPUT ENCOMEND.
           IF FS-STAT-ENC = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-ENCOMENDA UNTIL WS-FIM = "S"
               CLOSE ENCOMEND
           END-IF.
           IF WS-QTDE = ZEROS
               DISPLAY "ENCOMENDAS: NENHUMA EM ABERTO"
           END-IF.

       LE-ENCOMENDA.
           READ ENCOMEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF EN-STATUS = "A" OR EN-STATUS = "P"
                       OR EN-STATUS = "C"
                       MOVE EN-FONE TO WS-FONE-BUSCA
                       PERFORM VERIFICA-FONE
                       IF WS-ACHOU = "S"
                           ADD 1 TO WS-QTDE
                           MOVE EN-SINAL TO WS-VALOR-E
                           DISPLAY "ENCOMENDA " EN-NUMERO " DE "
                                   EN-DATA " PRODUTO " EN-CODIGO
                                   " QTDE " EN-QTDADE
                           DISPLAY "  STATUS " EN-STATUS
                                   " SINAL " WS-VALOR-E
                                   " RETIRAR ATE " EN-DATA-LIMITE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * O LADO DO BANCO SÓ APARECE PARA CPF LIGADO PELO CLIXREF
       MOSTRA-BANCO.
           MOVE "N" TO WS-VINCULO.
           OPEN INPUT XREF.
           IF FS-STAT-XREF = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-XREF UNTIL WS-FIM = "S"
               CLOSE XREF
           END-IF.
           IF WS-VINCULO = "N"
               DISPLAY "CPF SEM VINCULO COM O BANCO (CLIXREF.TXT)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRA-CONTAS.
           PERFORM MOSTRA-EMPRESTIMOS.
           PERFORM MOSTRA-CDBS.
           PERFORM MOSTRA-BLOQUEIOS.

       LE-XREF.
           READ XREF
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF LX-CPF = WS-CPF
                       MOVE "S" TO WS-VINCULO
                       MOVE "S" TO WS-FIM
                   END-IF
           END-READ.

       MOSTRA-CONTAS.
           MOVE ZEROS TO WS-CONTAS.
           OPEN INPUT ARQBANCO.
           IF FS-STAT-BCO NOT = "00"
               DISPLAY "CADASTRO DO BANCO (arqbc.dat) AUSENTE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF TO CPF-P.
           MOVE ZEROS TO TIPO-CONTA-P.
           START ARQBANCO KEY IS NOT LESS THAN CHAVE-ARQBC
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM LE-CONTA UNTIL WS-FIM = "S".
           CLOSE ARQBANCO.
           IF WS-CONTAS = ZEROS
               DISPLAY "CONTAS: NENHUMA EM NOME DO CPF"
           END-IF.

       LE-CONTA.
           READ ARQBANCO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CPF-P NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       ADD 1 TO WS-CONTAS
                       MOVE SALDO-P TO WS-VALOR-E
                       MOVE LIMITE-P TO WS-VALOR-E2
                       DISPLAY "CONTA TIPO " TIPO-CONTA-P
                               " AG " CODIGO-AGENCIA-P
                               " CC " CODIGO-CC-P " " NOME-P
                       DISPLAY "  SALDO " WS-VALOR-E
                               "  LIMITE " WS-VALOR-E2
                       PERFORM MOSTRA-DISPONIVEL
                   END-IF
           END-READ.

      * DISPONÍVEL COMO NO CAIXA: SALDO MAIS LIMITE (POUPANÇA, TIPO
      * 2, SEM LIMITE) MENOS O BLOQUEADO EM ABERTO NA CONTA
       MOSTRA-DISPONIVEL.
           MOVE CPF-P TO SB-CPF.
           MOVE TIPO-CONTA-P TO SB-TIPO-CONTA.
           CALL "SaldoBloqueado" USING SB-CPF SB-TIPO-CONTA SB-VALOR
                                       SB-RESULTADO.
           IF TIPO-CONTA-P = 2
               COMPUTE WS-DISPONIVEL = SALDO-P - SB-VALOR
           ELSE
               COMPUTE WS-DISPONIVEL = SALDO-P + LIMITE-P - SB-VALOR
           END-IF.
           MOVE SB-VALOR TO WS-VALOR-E.
           MOVE WS-DISPONIVEL TO WS-VALOR-E2.
           DISPLAY "  BLOQUEADO " WS-VALOR-E
                   "  DISPONIVEL " WS-VALOR-E2.

       MOSTRA-EMPRESTIMOS.
           MOVE ZEROS TO WS-QTDE.
           OPEN INPUT EMPRESTIMOS.
           IF FS-STAT-EMP = "00"
               MOVE WS-CPF TO EM-CPF
               MOVE ZEROS TO EM-SEQ
               START EMPRESTIMOS KEY IS NOT LESS THAN EM-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM LE-EMPRESTIMO UNTIL WS-FIM = "S"
               CLOSE EMPRESTIMOS
           END-IF.
           IF WS-QTDE = ZEROS
               DISPLAY "EMPRESTIMOS: NENHUM ATIVO"
           END-IF.

       LE-EMPRESTIMO.
           READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF EM-CPF NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF EM-STATUS = "A"
                           ADD 1 TO WS-QTDE
                           MOVE EM-VALOR TO WS-VALOR-E
                           MOVE EM-ATRASO TO WS-VALOR-E2
                           DISPLAY "EMPRESTIMO " EM-SEQ " DE " EM-DATA
                                   " VALOR " WS-VALOR-E
                           DISPLAY "  PARCELAS PAGAS " EM-PAGAS
                                   " DE " EM-PARCELAS
                                   "  EM ATRASO " WS-VALOR-E2
                       END-IF
                   END-IF
           END-READ.

       MOSTRA-CDBS.
           MOVE ZEROS TO WS-QTDE.
           OPEN INPUT APLICACOES.
           IF FS-STAT-APL = "00"
               MOVE WS-CPF TO AP-CPF
               MOVE ZEROS TO AP-SEQ
               START APLICACOES KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM LE-APLICACAO UNTIL WS-FIM = "S"
               CLOSE APLICACOES
           END-IF.
           IF WS-QTDE = ZEROS
               DISPLAY "CDB: NENHUM ATIVO"
           END-IF.

       LE-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF AP-CPF NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF AP-STATUS = "A"
                           ADD 1 TO WS-QTDE
                           MOVE AP-PRINCIPAL TO WS-VALOR-E
                           MOVE AP-JUROS TO WS-VALOR-E2
                           DISPLAY "CDB " AP-SEQ " PRINCIPAL "
                                   WS-VALOR-E " JUROS " WS-VALOR-E2
                           DISPLAY "  APLICADO EM " AP-DATA-INI
                                   " VENCE EM " AP-DATA-VCTO
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * BLOQUEIOS: CONTA INATIVA OU DORMENTE (dormencia.dat), CPF NA
      * BLACKLIST, CHEQUES DEPOSITADOS AINDA RETIDOS (pendentes.dat)
      * E BLOQUEIOS JUDICIAIS OU ADMINISTRATIVOS ATIVOS (bloqueios.dat)
       MOSTRA-BLOQUEIOS.
           MOVE ZEROS TO WS-QTDE.
           OPEN INPUT DORMENCIA.
           IF FS-STAT-DOR = "00"
               MOVE WS-CPF TO DM-CPF
               MOVE ZEROS TO DM-TIPO-CONTA
               START DORMENCIA KEY IS NOT LESS THAN DM-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM LE-DORMENCIA UNTIL WS-FIM = "S"
               CLOSE DORMENCIA
           END-IF.
           OPEN INPUT BLACKLIST.
           IF FS-STAT-BL = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-BLACKLIST UNTIL WS-FIM = "S"
               CLOSE BLACKLIST
           END-IF.
           OPEN INPUT PENDENTES.
           IF FS-STAT-PEN = "00"
               MOVE WS-CPF TO PD-CPF
               MOVE ZEROS TO PD-TIPO-CONTA
               MOVE ZEROS TO PD-SEQ
               START PENDENTES KEY IS NOT LESS THAN PD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM LE-PENDENTE UNTIL WS-FIM = "S"
               CLOSE PENDENTES
           END-IF.
           OPEN INPUT BLOQUEIOS.
           IF FS-STAT-BQ = "00"
               MOVE WS-CPF TO BQ-CPF
               MOVE ZEROS TO BQ-TIPO-CONTA
               MOVE ZEROS TO BQ-SEQ
               START BLOQUEIOS KEY IS NOT LESS THAN BQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM
               END-START
               PERFORM LE-BLOQUEIO UNTIL WS-FIM = "S"
               CLOSE BLOQUEIOS
           END-IF.
           IF WS-QTDE = ZEROS
               DISPLAY "BLOQUEIOS: NENHUM"
           END-IF.

       LE-DORMENCIA.
           READ DORMENCIA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF DM-CPF NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF DM-STATUS = "D"
                           ADD 1 TO WS-QTDE
                           DISPLAY "BLOQUEIO: CONTA TIPO "
                                   DM-TIPO-CONTA
                                   " DORMENTE - SAQUE BLOQUEADO DESDE "
                                   DM-DATA-MARCA
                       END-IF
                       IF DM-STATUS = "I"
                           ADD 1 TO WS-QTDE
                           DISPLAY "AVISO: CONTA TIPO " DM-TIPO-CONTA
                                   " INATIVA DESDE " DM-DATA-MARCA
                       END-IF
                   END-IF
           END-READ.

       LE-BLACKLIST.
           READ BLACKLIST
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF BL-CPF = WS-CPF
                       ADD 1 TO WS-QTDE
                       DISPLAY "BLOQUEIO: CPF NA BLACKLIST - "
                               BL-MOTIVO " " BL-DATA
                       MOVE "S" TO WS-FIM
                   END-IF
           END-READ.

       LE-PENDENTE.
           READ PENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF PD-CPF NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF PD-STATUS = "A"
                           ADD 1 TO WS-QTDE
                           MOVE PD-VALOR TO WS-VALOR-E
                           DISPLAY "RETIDO: CHEQUE " WS-VALOR-E
                                   " CONTA TIPO " PD-TIPO-CONTA
                                   " LIBERA EM " PD-DATA-LIB
                       END-IF
                   END-IF
           END-READ.

      * SÓ O ATIVO (A) PRENDE SALDO; LIBERADO (L) E TRANSFERIDO (T)
      * FICAM NO HISTÓRICO DO ManterBloqueios
       LE-BLOQUEIO.
           READ BLOQUEIOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF BQ-CPF NOT = WS-CPF
                       MOVE "S" TO WS-FIM
                   ELSE
                       IF BQ-SITUACAO = "A"
                           ADD 1 TO WS-QTDE
                           MOVE BQ-VALOR TO WS-VALOR-E
                           DISPLAY "BLOQUEIO: " WS-VALOR-E
                                   " CONTA TIPO " BQ-TIPO-CONTA
                                   " ORDEM " BQ-ORDEM
                           DISPLAY "  ORIGEM " BQ-ORIGEM
                                   " " BQ-ORGAO " EM " BQ-DATA
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * REGISTRO LGPD DA CONSULTA, ACHANDO OU NAO O CPF
       GRAVA-LOG-LGPD.
           MOVE DS-ANO TO LL-ANO.
           MOVE DS-MES TO LL-MES.
           MOVE DS-DIA TO LL-DIA.
           IF WS-NUM-FONES > ZEROS
               MOVE TF-FONE(1) TO LL-FONE
           ELSE
               MOVE ZEROS TO LL-FONE
           END-IF.
           MOVE WS-CPF TO LL-CPF.
           MOVE SPACES TO LL-OPERADOR.
           MOVE WS-COD-OPER TO LL-OPERADOR(1:4).
           IF WS-VE-BANCO = "S"
               MOVE "VISAO LOJA+BANCO" TO LL-EVENTO
           ELSE
               MOVE "VISAO LOJA" TO LL-EVENTO
           END-IF.
           MOVE LINHA-LOG-DET TO LINHA-LOG.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-LOG
                                    LINHA-LOG WS-TAM-LOG.

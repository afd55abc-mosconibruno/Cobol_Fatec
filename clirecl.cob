      * -----------------------------------------------------------
      * RECLAMAÇÕES E ATENDIMENTO: CADASTRO DE RECLAMAÇÕES EM
      * reclam.dat PELO NÚMERO DE PROTOCOLO (ANO + SEQUÊNCIA), LIGADO
      * AO CLIENTE (TELEFONE DE clientes.dat OU CPF DA LOJA/BANCO) E,
      * SE FOR O CASO, A UM CUPOM, A UMA ENTREGA (ENTREGAS.DAT), A UMA
      * COBRANÇA DO CREDIÁRIO OU A UMA CONTA DO BANCO (arqbc.dat).
      * CADA RECLAMAÇÃO TEM CATEGORIA, DESCRIÇÃO, RESPONSÁVEL,
      * SITUAÇÃO (A ABERTA, E EM ANDAMENTO, R RESPONDIDA, F FECHADA)
      * E PRAZO PROMETIDO DE RESPOSTA (5 DIAS ÚTEIS, DiaUtil). TODA
      * MUDANÇA DE SITUAÇÃO OU DE RESPONSÁVEL VAI PARA reclhist.txt.
      * MODOS: A ABRE (COMPROVANTE COM O PROTOCOLO EM RECLPROT.TXT),
      * M MOVIMENTA, C CONSULTA, D LISTA DIÁRIA DAS RECLAMAÇÕES SEM
      * RESPOSTA COM PRAZO VENCIDO (RECLATR.TXT) E R RELATÓRIO MENSAL
      * POR CATEGORIA COM O TEMPO MÉDIO ATÉ O FECHAMENTO (RECLREL.TXT)
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRECL.

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

           SELECT RECLAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REC
               RECORD KEY IS RC-PROTOCOLO.

           SELECT RECLHIST ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-HST.

           SELECT CREDIARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CRED
               RECORD KEY IS CR-CHAVE.

           SELECT ENTREGAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ENT
               RECORD KEY IS ET-CUPOM.

           SELECT ARQBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-BCO
               RECORD KEY IS CHAVE-ARQBC.

           SELECT FUNC-FILE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-FUNC.

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

      * RC-TIPO-VINC: C CUPOM, E ENTREGA (CUPOM DE ENTREGAS.DAT),
      * F COBRANÇA DO CREDIÁRIO (TELEFONE + SEQUÊNCIA), B CONTA DO
      * BANCO (CPF + TIPO DE CONTA), BRANCO SEM VÍNCULO
       FD RECLAM VALUE OF FILE-ID IS "reclam.dat".
       01 RECLAM-REC.
           05 RC-PROTOCOLO.
               10 RC-ANO   PIC 9(04).
               10 RC-NUM   PIC 9(06).
           05 RC-DATA-ABERT  PIC 9(08).
           05 RC-HORA-ABERT  PIC 9(06).
           05 RC-FONE        PIC 9(09).
           05 RC-CPF         PIC 9(11).
           05 RC-NOME        PIC X(40).
           05 RC-TIPO-VINC   PIC X(01).
           05 RC-REFERENCIA  PIC 9(13).
           05 RC-CATEGORIA   PIC X(02).
           05 RC-DESCRICAO   PIC X(60).
           05 RC-RESPONSAVEL PIC 9(04).
           05 RC-STATUS      PIC X(01).
           05 RC-PRAZO       PIC 9(08).
           05 RC-DATA-RESP   PIC 9(08).
           05 RC-DATA-FECH   PIC 9(08).
           05 RC-OPERADOR    PIC 9(04).

       FD RECLHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-RECLHIST
                VALUE OF FILE-ID IS "reclhist.txt".
       01 REG-RECLHIST.
           05 RH-PROTOCOLO   PIC 9(10).
           05 FILLER         PIC X(01).
           05 RH-DATA        PIC 9(08).
           05 FILLER         PIC X(01).
           05 RH-HORA        PIC 9(06).
           05 FILLER         PIC X(01).
           05 RH-STATUS-ANT  PIC X(01).
           05 FILLER         PIC X(01).
           05 RH-STATUS      PIC X(01).
           05 FILLER         PIC X(01).
           05 RH-RESPONSAVEL PIC 9(04).
           05 FILLER         PIC X(01).
           05 RH-OPERADOR    PIC 9(04).
           05 FILLER         PIC X(01).
           05 RH-NOTA        PIC X(60).

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

       FD ENTREGAS LABEL RECORD STANDARD
                DATA RECORD IS REG-ENTREGA
                VALUE OF FILE-ID IS "ENTREGAS.DAT".
       01 REG-ENTREGA.
           05 ET-CUPOM        PIC 9(06).
           05 ET-FONE         PIC 9(09).
           05 ET-NOME         PIC X(40).
           05 ET-ENDERECO     PIC X(40).
           05 ET-CEP          PIC 9(08).
           05 ET-CIDADE       PIC X(20).
           05 ET-UF           PIC X(02).
           05 ET-DATA         PIC 9(08).
           05 ET-STATUS       PIC X(01).
           05 ET-DATA-ENTREGA PIC 9(08).

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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS WS-ARQ-REL.
          01 LINHA-REL              PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT      PIC X(02).
       77 FS-STAT-REC  PIC X(02).
       77 FS-STAT-HST  PIC X(02).
       77 FS-STAT-CRED PIC X(02).
       77 FS-STAT-ENT  PIC X(02).
       77 FS-STAT-BCO  PIC X(02).
       77 FS-STAT-FUNC PIC X(02).
       77 FS-STAT-REL  PIC X(02).
       77 WS-ARQ-REL   PIC X(20) VALUE SPACES.
       77 WS-FIM       PIC X VALUE "N".
       77 WS-FIM-FUNC  PIC X VALUE "N".
       77 WS-MODO      PIC X VALUE SPACE.
           88 MODO-ABRE      VALUE "A" "a".
           88 MODO-MOVIMENTA VALUE "M" "m".
           88 MODO-CONSULTA  VALUE "C" "c".
           88 MODO-DIARIO    VALUE "D" "d".
           88 MODO-MENSAL    VALUE "R" "r".
       77 WS-OPERADOR  PIC 9(04) VALUE ZEROS.
       77 WS-COD-BUSCA PIC 9(04) VALUE ZEROS.
       77 WS-NOME-FUNC PIC X(30) VALUE SPACES.
       77 WS-FUNC-OK   PIC X VALUE "N".
       77 WS-OK        PIC X VALUE "N".
       77 WS-CONFIRMA  PIC X VALUE "N".
       77 WS-FONE      PIC 9(09) VALUE ZEROS.
       77 WS-CPF       PIC 9(11) VALUE ZEROS.
       77 WS-TIPO-CONTA PIC 9(01) VALUE ZEROS.
       77 WS-CUPOM     PIC 9(06) VALUE ZEROS.
       77 WS-PROTOCOLO PIC 9(10) VALUE ZEROS.
       77 WS-ULT-PROTOCOLO PIC 9(10) VALUE ZEROS.
       77 WS-STATUS-ANT PIC X VALUE SPACE.
       77 WS-NOVO-STATUS PIC X VALUE SPACE.
       77 WS-NOVO-RESP PIC 9(04) VALUE ZEROS.
       77 WS-NOTA      PIC X(60) VALUE SPACES.
       77 WS-PRAZO-DIAS PIC 9(03) VALUE 5.
       77 WS-DU-DIAS   PIC 9(03) VALUE ZEROS.
       77 WS-DU-EH-UTIL PIC X VALUE "N".
       77 WS-DU-RESULT PIC 9(08) VALUE ZEROS.
       77 WS-INT-HOJE  PIC 9(07) VALUE ZEROS.
       77 WS-DIAS      PIC 9(05) VALUE ZEROS.
       77 WS-IDX       PIC 9(02) VALUE ZEROS.
       77 WS-CONT-ATR  PIC 9(05) VALUE ZEROS.
       77 WS-HORA      PIC 9(08) VALUE ZEROS.
       77 WS-MES-REL   PIC 9(06) VALUE ZEROS.
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           05 DS-DIA PIC 9(02).
       01 WS-HOJE PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DA-MES-ANO PIC 9(06).
           05 WS-DA-DIA     PIC 9(02).
       01 WS-REFERENCIA PIC 9(13) VALUE ZEROS.
       01 WS-REF-FIADO REDEFINES WS-REFERENCIA.
           05 WS-RF-FONE PIC 9(09).
           05 WS-RF-SEQ  PIC 9(04).
       01 WS-REF-CONTA REDEFINES WS-REFERENCIA.
           05 FILLER     PIC 9(01).
           05 WS-RB-CPF  PIC 9(11).
           05 WS-RB-TIPO PIC 9(01).
       01 TABELA-CATEGORIAS-INI.
           05 FILLER PIC X(14) VALUE "PRPRODUTO".
           05 FILLER PIC X(14) VALUE "ENENTREGA".
           05 FILLER PIC X(14) VALUE "FIFIADO".
           05 FILLER PIC X(14) VALUE "BCBANCO".
           05 FILLER PIC X(14) VALUE "ATATENDIMENTO".
           05 FILLER PIC X(14) VALUE "OUOUTROS".
       01 TABELA-CATEGORIAS REDEFINES TABELA-CATEGORIAS-INI.
           05 TC-LINHA OCCURS 6 TIMES.
               10 TC-CODIGO PIC X(02).
               10 TC-NOME   PIC X(12).
       01 TABELA-TOTAIS.
           05 TT-LINHA OCCURS 6 TIMES.
               10 TT-ABERTAS   PIC 9(05).
               10 TT-FECHADAS  PIC 9(05).
               10 TT-DIAS      PIC 9(07).
               10 TT-FORA      PIC 9(05).
               10 TT-PENDENTES PIC 9(05).
       01 LINHA-PROT.
           05 FILLER PIC X(24) VALUE "PROTOCOLO DE RECLAMACAO ".
           05 LP-PROTOCOLO PIC 9(10).
           05 FILLER PIC X(04) VALUE " EM ".
           05 LP-DATA PIC 9(08).
       01 LINHA-PROT2.
           05 FILLER PIC X(09) VALUE "CLIENTE: ".
           05 LP-NOME PIC X(40).
       01 LINHA-PROT3.
           05 FILLER PIC X(11) VALUE "CATEGORIA: ".
           05 LP-CATEGORIA PIC X(12).
           05 FILLER PIC X(20) VALUE "  RESPOSTA ATE: ".
           05 LP-PRAZO PIC 9(08).
       01 LINHA-PROT4.
           05 FILLER PIC X(11) VALUE "RELATO:    ".
           05 LP-DESCRICAO PIC X(60).
       01 LINHA-PROT-CORTE PIC X(100) VALUE ALL "-".
       01 LINHA-ATR-CAB.
           05 FILLER PIC X(40) VALUE
              "RECLAMACOES SEM RESPOSTA COM PRAZO VENCI".
           05 FILLER PIC X(06) VALUE "DAS - ".
           05 LAC-DATA PIC 9(08).
       01 LINHA-ATR-CAB2 PIC X(100) VALUE
           "PROTOCOLO  ABERTURA PRAZO    DIAS CAT RESP S TELEFONE  DESC
      -    "RICAO".
       01 LINHA-ATR.
           05 LA-PROTOCOLO PIC 9(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-ABERTURA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-PRAZO PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-DIAS PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-CATEGORIA PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LA-RESP PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-STATUS PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LA-DESCRICAO PIC X(40).
       01 LINHA-ATR-TOT.
           05 FILLER PIC X(30) VALUE "TOTAL DE RECLAMACOES ATRASADAS".
           05 FILLER PIC X(02) VALUE ": ".
           05 LAT-CONT PIC ZZZZ9.
       01 LINHA-MES-CAB.
           05 FILLER PIC X(40) VALUE
              "RECLAMACOES POR CATEGORIA - MES ".
           05 LMC-MES PIC 9(06).
       01 LINHA-MES-CAB2 PIC X(100) VALUE
           "CATEGORIA      ABERTAS FECHADAS  MEDIA DIAS  FORA PRAZO  PEN
      -    "DENTES".
       01 LINHA-MES.
           05 LM-NOME PIC X(12).
           05 FILLER PIC X(03) VALUE SPACES.
           05 LM-ABERTAS PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LM-FECHADAS PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 LM-MEDIA PIC ZZZ9,9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 LM-FORA PIC ZZZZ9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 LM-PENDENTES PIC ZZZZ9.
       77 WS-MEDIA PIC 9(04)V9 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE DATA-SIS TO WS-HOJE.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "RECLAMACOES E ATENDIMENTO".
           PERFORM UNTIL MODO-ABRE OR MODO-MOVIMENTA OR MODO-CONSULTA
                      OR MODO-DIARIO OR MODO-MENSAL
               DISPLAY "MODO (A-ABRE / M-MOVIMENTA / C-CONSULTA / "
                       "D-ATRASADAS / R-RELATORIO MENSAL): "
               ACCEPT WS-MODO
           END-PERFORM.
           PERFORM ABRE-RECLAM.
           EVALUATE TRUE
               WHEN MODO-ABRE
                   PERFORM IDENTIFICA-OPERADOR
                   PERFORM ABRE-RECLAMACAO
               WHEN MODO-MOVIMENTA
                   PERFORM IDENTIFICA-OPERADOR
                   PERFORM MOVIMENTA-RECLAMACAO
               WHEN MODO-CONSULTA
                   PERFORM CONSULTA-RECLAMACAO
               WHEN MODO-DIARIO
                   PERFORM LISTA-ATRASADAS
               WHEN MODO-MENSAL
                   PERFORM RELATORIO-MENSAL
           END-EVALUATE.
           CLOSE RECLAM.
           STOP RUN.

       ABRE-RECLAM.
           OPEN I-O RECLAM.
           IF FS-STAT-REC NOT = "00"
               OPEN OUTPUT RECLAM
               CLOSE RECLAM
               OPEN I-O RECLAM
           END-IF.

      * -----------------------------------
      * QUEM REGISTRA E O RESPONSÁVEL SÃO FUNCIONÁRIOS ATIVOS DE
      * funcionarios.txt
       IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO WS-COD-BUSCA.
           PERFORM VALIDA-FUNCIONARIO.
           IF WS-FUNC-OK = "N"
               DISPLAY "OPERADOR INEXISTENTE OU INATIVO"
               CLOSE RECLAM
               STOP RUN
           END-IF.
           DISPLAY "OPERADOR: " WS-NOME-FUNC.

       VALIDA-FUNCIONARIO.
           MOVE "N" TO WS-FUNC-OK.
           MOVE SPACES TO WS-NOME-FUNC.
           MOVE "N" TO WS-FIM-FUNC.
           OPEN INPUT FUNC-FILE.
           IF FS-STAT-FUNC NOT = "00"
               DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURA-FUNCIONARIO UNTIL WS-FIM-FUNC = "S".
           CLOSE FUNC-FILE.

       PROCURA-FUNCIONARIO.
           READ FUNC-FILE
               AT END
                   MOVE "S" TO WS-FIM-FUNC
               NOT AT END
                   IF COD-FUNC = WS-COD-BUSCA
                       AND FUNC-ATIVO NOT = "N"
                       MOVE "S" TO WS-FUNC-OK
                       MOVE NOME-FUNC TO WS-NOME-FUNC
                       MOVE "S" TO WS-FIM-FUNC
                   END-IF
           END-READ.

      * -----------------------------------
       ABRE-RECLAMACAO.
           INITIALIZE RECLAM-REC.
           PERFORM IDENTIFICA-CLIENTE.
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDE-CATEGORIA.
           PERFORM PEDE-VINCULO.
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESCRICAO DA RECLAMACAO: ".
           ACCEPT RC-DESCRICAO.
           MOVE "N" TO WS-FUNC-OK.
           PERFORM UNTIL WS-FUNC-OK = "S"
               DISPLAY "RESPONSAVEL (CODIGO DO FUNCIONARIO): "
               ACCEPT WS-COD-BUSCA
               PERFORM VALIDA-FUNCIONARIO
               IF WS-FUNC-OK = "N"
                   DISPLAY "FUNCIONARIO INEXISTENTE OU INATIVO"
               END-IF
           END-PERFORM.
           MOVE WS-COD-BUSCA TO RC-RESPONSAVEL.
           MOVE WS-PRAZO-DIAS TO WS-DU-DIAS.
           CALL "DiaUtil" USING WS-HOJE WS-DU-DIAS
                                WS-DU-EH-UTIL WS-DU-RESULT.
           MOVE WS-DU-RESULT TO RC-PRAZO.
           DISPLAY "PRAZO DE RESPOSTA " RC-PRAZO
                   " - OUTRA DATA AAAAMMDD (0 = MANTEM): ".
           ACCEPT WS-DATA-AUX.
           IF WS-DATA-AUX > WS-HOJE
               MOVE WS-DATA-AUX TO RC-PRAZO
           END-IF.
           DISPLAY "CONFIRMA A ABERTURA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ABERTURA CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACHA-PROXIMO-PROTOCOLO.
           MOVE WS-PROTOCOLO TO RC-PROTOCOLO.
           MOVE WS-HOJE TO RC-DATA-ABERT.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORA.
           MOVE WS-HORA(1:6) TO RC-HORA-ABERT.
           MOVE "A" TO RC-STATUS.
           MOVE ZEROS TO RC-DATA-RESP RC-DATA-FECH.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           WRITE RECLAM-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A RECLAMACAO"
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE SPACE TO WS-STATUS-ANT.
           MOVE "ABERTURA" TO WS-NOTA.
           PERFORM GRAVA-HISTORICO.
           PERFORM IMPRIME-PROTOCOLO.
           DISPLAY "RECLAMACAO REGISTRADA - PROTOCOLO " RC-PROTOCOLO.

      * O CLIENTE E IDENTIFICADO PELO TELEFONE (clientes.dat) OU,
      * SEM TELEFONE, PELO CPF NO CADASTRO DA LOJA OU NO DO BANCO
       IDENTIFICA-CLIENTE.
           MOVE "N" TO WS-OK.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TELEFONE DO CLIENTE (0 = INFORMAR CPF): ".
           ACCEPT WS-FONE.
           IF WS-FONE NOT = ZEROS
               MOVE WS-FONE TO FS-FONE
               READ FILE1
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO"
                   NOT INVALID KEY
                       MOVE "S" TO WS-OK
                       MOVE FS-FONE TO RC-FONE
                       MOVE FS-CPF TO RC-CPF
                       MOVE FS-NOME TO RC-NOME
               END-READ
               CLOSE FILE1
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CPF DO CLIENTE: ".
           ACCEPT WS-CPF.
           MOVE WS-CPF TO FS-CPF.
           READ FILE1 KEY IS FS-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-OK
                   MOVE FS-FONE TO RC-FONE
                   MOVE FS-CPF TO RC-CPF
                   MOVE FS-NOME TO RC-NOME
           END-READ.
           CLOSE FILE1.
           IF WS-OK = "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQBANCO.
           IF FS-STAT-BCO = "00"
               MOVE WS-CPF TO CPF-P
               MOVE ZEROS TO TIPO-CONTA-P
               START ARQBANCO KEY IS NOT LESS THAN CHAVE-ARQBC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARQBANCO NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CPF-P = WS-CPF
                                   MOVE "S" TO WS-OK
                                   MOVE ZEROS TO RC-FONE
                                   MOVE CPF-P TO RC-CPF
                                   MOVE NOME-P TO RC-NOME
                               END-IF
                       END-READ
               END-START
               CLOSE ARQBANCO
           END-IF.
           IF WS-OK = "N"
               DISPLAY "CPF SEM CADASTRO NA LOJA E NO BANCO"
           END-IF.

       PEDE-CATEGORIA.
           MOVE ZEROS TO WS-IDX.
           PERFORM UNTIL WS-IDX > ZEROS
               DISPLAY "CATEGORIA (PR PRODUTO / EN ENTREGA / FI FIADO"
                       " / BC BANCO / AT ATENDIMENTO / OU OUTROS): "
               ACCEPT RC-CATEGORIA
               MOVE FUNCTION UPPER-CASE(RC-CATEGORIA) TO RC-CATEGORIA
               PERFORM ACHA-CATEGORIA
           END-PERFORM.

       ACHA-CATEGORIA.
           MOVE ZEROS TO WS-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF TC-CODIGO(WS-IDX) = RC-CATEGORIA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX > 6
               MOVE ZEROS TO WS-IDX
           END-IF.

      * O VÍNCULO É OPCIONAL; QUANDO INFORMADO É CONFERIDO NO ARQUIVO
      * DE ORIGEM. O CUPOM NÃO TEM ARQUIVO PRÓPRIO E VAI COMO
      * DIGITADO
       PEDE-VINCULO.
           MOVE "S" TO WS-OK.
           MOVE SPACE TO RC-TIPO-VINC.
           MOVE ZEROS TO RC-REFERENCIA.
           PERFORM UNTIL RC-TIPO-VINC = "C" OR "E" OR "F" OR "B"
                                     OR "N"
               DISPLAY "VINCULO (C CUPOM / E ENTREGA / F COBRANCA DO "
                       "CREDIARIO / B CONTA DO BANCO / N NENHUM): "
               ACCEPT RC-TIPO-VINC
               MOVE FUNCTION UPPER-CASE(RC-TIPO-VINC)
                   TO RC-TIPO-VINC
           END-PERFORM.
           MOVE ZEROS TO WS-REFERENCIA.
           EVALUATE RC-TIPO-VINC
               WHEN "N"
                   MOVE SPACE TO RC-TIPO-VINC
               WHEN "C"
                   DISPLAY "NUMERO DO CUPOM: "
                   ACCEPT WS-CUPOM
                   MOVE WS-CUPOM TO WS-REFERENCIA
               WHEN "E"
                   PERFORM CONFERE-ENTREGA
               WHEN "F"
                   PERFORM CONFERE-COBRANCA
               WHEN "B"
                   PERFORM CONFERE-CONTA
           END-EVALUATE.
           MOVE WS-REFERENCIA TO RC-REFERENCIA.

       CONFERE-ENTREGA.
           DISPLAY "CUPOM DA ENTREGA: ".
           ACCEPT WS-CUPOM.
           MOVE "N" TO WS-OK.
           OPEN INPUT ENTREGAS.
           IF FS-STAT-ENT = "00"
               MOVE WS-CUPOM TO ET-CUPOM
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-OK
                       MOVE ET-CUPOM TO WS-REFERENCIA
                       DISPLAY "ENTREGA DE " ET-DATA " PARA "
                               ET-NOME " SITUACAO " ET-STATUS
               END-READ
               CLOSE ENTREGAS
           END-IF.
           IF WS-OK = "N"
               DISPLAY "ENTREGA NAO ENCONTRADA EM ENTREGAS.DAT"
           END-IF.

       CONFERE-COBRANCA.
           MOVE RC-FONE TO WS-RF-FONE.
           IF RC-FONE = ZEROS
               DISPLAY "TELEFONE DO CREDIARIO: "
               ACCEPT WS-RF-FONE
           END-IF.
           DISPLAY "SEQUENCIA DA COBRANCA: ".
           ACCEPT WS-RF-SEQ.
           MOVE "N" TO WS-OK.
           OPEN INPUT CREDIARIO.
           IF FS-STAT-CRED = "00"
               MOVE WS-REFERENCIA TO CR-CHAVE
               READ CREDIARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-OK
                       DISPLAY "COBRANCA VENCIMENTO " CR-VENCIMENTO
                               " SITUACAO " CR-PAGO
               END-READ
               CLOSE CREDIARIO
           END-IF.
           IF WS-OK = "N"
               DISPLAY "COBRANCA NAO ENCONTRADA EM crediario.dat"
           END-IF.

       CONFERE-CONTA.
           MOVE RC-CPF TO WS-RB-CPF.
           DISPLAY "TIPO DE CONTA: ".
           ACCEPT WS-TIPO-CONTA.
           MOVE WS-TIPO-CONTA TO WS-RB-TIPO.
           MOVE "N" TO WS-OK.
           OPEN INPUT ARQBANCO.
           IF FS-STAT-BCO = "00"
               MOVE WS-RB-CPF TO CPF-P
               MOVE WS-RB-TIPO TO TIPO-CONTA-P
               READ ARQBANCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-OK
                       DISPLAY "CONTA AG " CODIGO-AGENCIA-P
                               " CC " CODIGO-CC-P " " NOME-P
               END-READ
               CLOSE ARQBANCO
           END-IF.
           IF WS-OK = "N"
               DISPLAY "CONTA NAO ENCONTRADA EM arqbc.dat"
           END-IF.

      * PROTOCOLO = ANO CORRENTE + SEQUÊNCIA DENTRO DO ANO
       ACHA-PROXIMO-PROTOCOLO.
           MOVE ZEROS TO WS-ULT-PROTOCOLO.
           MOVE ZEROS TO RC-PROTOCOLO.
           START RECLAM KEY IS GREATER THAN RC-PROTOCOLO
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM LE-ULTIMO-PROTOCOLO UNTIL WS-FIM = "S".
           COMPUTE WS-PROTOCOLO = DS-ANO * 1000000 + 1.
           IF WS-ULT-PROTOCOLO NOT < WS-PROTOCOLO
               COMPUTE WS-PROTOCOLO = WS-ULT-PROTOCOLO + 1
           END-IF.

       LE-ULTIMO-PROTOCOLO.
           READ RECLAM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   MOVE RC-PROTOCOLO TO WS-ULT-PROTOCOLO
           END-READ.

      * COMPROVANTE PARA O CLIENTE, ACUMULADO NA FILA DE IMPRESSÃO
       IMPRIME-PROTOCOLO.
           MOVE "RECLPROT.TXT" TO WS-ARQ-REL.
           OPEN EXTEND RELATORIO.
           IF FS-STAT-REL NOT = "00" AND FS-STAT-REL NOT = "05"
               OPEN OUTPUT RELATORIO
           END-IF.
           MOVE RC-PROTOCOLO TO LP-PROTOCOLO.
           MOVE RC-DATA-ABERT TO LP-DATA.
           MOVE RC-NOME TO LP-NOME.
           MOVE TC-NOME(WS-IDX) TO LP-CATEGORIA.
           MOVE RC-PRAZO TO LP-PRAZO.
           MOVE RC-DESCRICAO TO LP-DESCRICAO.
           MOVE LINHA-PROT TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-PROT2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-PROT3 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-PROT4 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-PROT-CORTE TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           DISPLAY "COMPROVANTE IMPRESSO: RECLPROT.TXT".

      * -----------------------------------
      * FECHADA NÃO SE MOVIMENTA MAIS; RESPONDIDA PODE VOLTAR PARA
      * ANDAMENTO SE O CLIENTE NÃO ACEITAR A RESPOSTA
       MOVIMENTA-RECLAMACAO.
           DISPLAY "PROTOCOLO: ".
           ACCEPT WS-PROTOCOLO.
           MOVE WS-PROTOCOLO TO RC-PROTOCOLO.
           READ RECLAM
               INVALID KEY
                   DISPLAY "PROTOCOLO NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM MOSTRA-RECLAMACAO.
           IF RC-STATUS = "F"
               DISPLAY "RECLAMACAO JA FECHADA EM " RC-DATA-FECH
               EXIT PARAGRAPH
           END-IF.
           MOVE RC-STATUS TO WS-STATUS-ANT.
           MOVE SPACE TO WS-NOVO-STATUS.
           PERFORM UNTIL WS-NOVO-STATUS = "E" OR "R" OR "F" OR "T"
               DISPLAY "NOVA SITUACAO (E ANDAMENTO / R RESPONDIDA / "
                       "F FECHADA / T SO TROCA O RESPONSAVEL): "
               ACCEPT WS-NOVO-STATUS
               MOVE FUNCTION UPPER-CASE(WS-NOVO-STATUS)
                   TO WS-NOVO-STATUS
           END-PERFORM.
           IF WS-NOVO-STATUS = "T"
               MOVE RC-STATUS TO WS-NOVO-STATUS
               MOVE "N" TO WS-FUNC-OK
               PERFORM UNTIL WS-FUNC-OK = "S"
                   DISPLAY "NOVO RESPONSAVEL: "
                   ACCEPT WS-COD-BUSCA
                   PERFORM VALIDA-FUNCIONARIO
                   IF WS-FUNC-OK = "N"
                       DISPLAY "FUNCIONARIO INEXISTENTE OU INATIVO"
                   END-IF
               END-PERFORM
               MOVE WS-COD-BUSCA TO RC-RESPONSAVEL
           ELSE
               IF WS-NOVO-STATUS = RC-STATUS
                   DISPLAY "RECLAMACAO JA ESTA NESSA SITUACAO"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "NOTA DO ATENDIMENTO: ".
           ACCEPT WS-NOTA.
           MOVE WS-NOVO-STATUS TO RC-STATUS.
           IF RC-STATUS = "R"
               MOVE WS-HOJE TO RC-DATA-RESP
           END-IF.
           IF RC-STATUS = "F"
               MOVE WS-HOJE TO RC-DATA-FECH
               IF RC-DATA-RESP = ZEROS
                   MOVE WS-HOJE TO RC-DATA-RESP
               END-IF
           END-IF.
           REWRITE RECLAM-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO"
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "RECLAMACAO " RC-PROTOCOLO " ATUALIZADA".

       GRAVA-HISTORICO.
           MOVE RC-PROTOCOLO TO RH-PROTOCOLO.
           MOVE WS-HOJE TO RH-DATA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORA.
           MOVE WS-HORA(1:6) TO RH-HORA.
           MOVE WS-STATUS-ANT TO RH-STATUS-ANT.
           MOVE RC-STATUS TO RH-STATUS.
           MOVE RC-RESPONSAVEL TO RH-RESPONSAVEL.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           MOVE WS-NOTA TO RH-NOTA.
           OPEN EXTEND RECLHIST.
           IF FS-STAT-HST NOT = "00" AND FS-STAT-HST NOT = "05"
               OPEN OUTPUT RECLHIST
           END-IF.
           WRITE REG-RECLHIST.
           CLOSE RECLHIST.

      * -----------------------------------
       CONSULTA-RECLAMACAO.
           DISPLAY "PROTOCOLO: ".
           ACCEPT WS-PROTOCOLO.
           MOVE WS-PROTOCOLO TO RC-PROTOCOLO.
           READ RECLAM
               INVALID KEY
                   DISPLAY "PROTOCOLO NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM MOSTRA-RECLAMACAO.
           DISPLAY "HISTORICO:".
           OPEN INPUT RECLHIST.
           IF FS-STAT-HST NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM MOSTRA-HISTORICO UNTIL WS-FIM = "S".
           CLOSE RECLHIST.

       MOSTRA-RECLAMACAO.
           DISPLAY "PROTOCOLO " RC-PROTOCOLO " ABERTO EM "
                   RC-DATA-ABERT " SITUACAO " RC-STATUS.
           DISPLAY "CLIENTE " RC-NOME " FONE " RC-FONE
                   " CPF " RC-CPF.
           DISPLAY "CATEGORIA " RC-CATEGORIA " VINCULO "
                   RC-TIPO-VINC " " RC-REFERENCIA.
           DISPLAY "RELATO: " RC-DESCRICAO.
           DISPLAY "RESPONSAVEL " RC-RESPONSAVEL " PRAZO " RC-PRAZO
                   " RESPOSTA " RC-DATA-RESP
                   " FECHAMENTO " RC-DATA-FECH.

       MOSTRA-HISTORICO.
           READ RECLHIST
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF RH-PROTOCOLO = RC-PROTOCOLO
                       DISPLAY "  " RH-DATA " " RH-HORA " "
                               RH-STATUS-ANT "->" RH-STATUS
                               " RESP " RH-RESPONSAVEL
                               " OPER " RH-OPERADOR
                       DISPLAY "    " RH-NOTA
                   END-IF
           END-READ.

      * -----------------------------------
      * LISTA DO DIA: ABERTAS OU EM ANDAMENTO COM PRAZO ANTES DE HOJE
       LISTA-ATRASADAS.
           MOVE "RECLATR.TXT" TO WS-ARQ-REL.
           OPEN OUTPUT RELATORIO.
           MOVE WS-HOJE TO LAC-DATA.
           MOVE LINHA-ATR-CAB TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-ATR-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO WS-CONT-ATR.
           MOVE ZEROS TO RC-PROTOCOLO.
           START RECLAM KEY IS GREATER THAN RC-PROTOCOLO
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM VERIFICA-ATRASO UNTIL WS-FIM = "S".
           MOVE WS-CONT-ATR TO LAT-CONT.
           MOVE LINHA-ATR-TOT TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           DISPLAY "RECLAMACOES ATRASADAS: " WS-CONT-ATR.
           DISPLAY "LISTA GERADA: RECLATR.TXT".

       VERIFICA-ATRASO.
           READ RECLAM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF (RC-STATUS = "A" OR RC-STATUS = "E")
                       AND RC-PRAZO < WS-HOJE
                       ADD 1 TO WS-CONT-ATR
                       COMPUTE WS-DIAS = WS-INT-HOJE
                           - FUNCTION INTEGER-OF-DATE(RC-PRAZO)
                       MOVE RC-PROTOCOLO TO LA-PROTOCOLO
                       MOVE RC-DATA-ABERT TO LA-ABERTURA
                       MOVE RC-PRAZO TO LA-PRAZO
                       MOVE WS-DIAS TO LA-DIAS
                       MOVE RC-CATEGORIA TO LA-CATEGORIA
                       MOVE RC-RESPONSAVEL TO LA-RESP
                       MOVE RC-STATUS TO LA-STATUS
                       MOVE RC-FONE TO LA-FONE
                       MOVE RC-DESCRICAO TO LA-DESCRICAO
                       MOVE LINHA-ATR TO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

      * -----------------------------------
      * POR CATEGORIA: ABERTAS NO MÊS, FECHADAS NO MÊS COM A MÉDIA DE
      * DIAS CORRIDOS DA ABERTURA AO FECHAMENTO E QUANTAS FORAM
      * RESPONDIDAS DEPOIS DO PRAZO, E AS PENDENTES HOJE
       RELATORIO-MENSAL.
           DISPLAY "MES DE REFERENCIA AAAAMM (0 = MES CORRENTE): ".
           ACCEPT WS-MES-REL.
           IF WS-MES-REL = ZEROS
               MOVE WS-HOJE TO WS-DATA-AUX
               MOVE WS-DA-MES-ANO TO WS-MES-REL
           END-IF.
           INITIALIZE TABELA-TOTAIS.
           MOVE ZEROS TO RC-PROTOCOLO.
           START RECLAM KEY IS GREATER THAN RC-PROTOCOLO
               INVALID KEY
                   MOVE "S" TO WS-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM
           END-START.
           PERFORM ACUMULA-MES UNTIL WS-FIM = "S".
           MOVE "RECLREL.TXT" TO WS-ARQ-REL.
           OPEN OUTPUT RELATORIO.
           MOVE WS-MES-REL TO LMC-MES.
           MOVE LINHA-MES-CAB TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-MES-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE TC-NOME(WS-IDX) TO LM-NOME
               MOVE TT-ABERTAS(WS-IDX) TO LM-ABERTAS
               MOVE TT-FECHADAS(WS-IDX) TO LM-FECHADAS
               MOVE ZEROS TO WS-MEDIA
               IF TT-FECHADAS(WS-IDX) > ZEROS
                   COMPUTE WS-MEDIA ROUNDED =
                       TT-DIAS(WS-IDX) / TT-FECHADAS(WS-IDX)
               END-IF
               MOVE WS-MEDIA TO LM-MEDIA
               MOVE TT-FORA(WS-IDX) TO LM-FORA
               MOVE TT-PENDENTES(WS-IDX) TO LM-PENDENTES
               MOVE LINHA-MES TO LINHA-REL
               WRITE LINHA-REL
           END-PERFORM.
           CLOSE RELATORIO.
           DISPLAY "RELATORIO GERADO: RECLREL.TXT".

       ACUMULA-MES.
           READ RECLAM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   PERFORM ACHA-CATEGORIA
                   IF WS-IDX = ZEROS
                       MOVE 6 TO WS-IDX
                   END-IF
                   MOVE RC-DATA-ABERT TO WS-DATA-AUX
                   IF WS-DA-MES-ANO = WS-MES-REL
                       ADD 1 TO TT-ABERTAS(WS-IDX)
                   END-IF
                   MOVE RC-DATA-FECH TO WS-DATA-AUX
                   IF RC-STATUS = "F" AND WS-DA-MES-ANO = WS-MES-REL
                       ADD 1 TO TT-FECHADAS(WS-IDX)
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(RC-DATA-FECH)
                           - FUNCTION INTEGER-OF-DATE(RC-DATA-ABERT)
                       ADD WS-DIAS TO TT-DIAS(WS-IDX)
                       IF RC-DATA-RESP > RC-PRAZO
                           ADD 1 TO TT-FORA(WS-IDX)
                       END-IF
                   END-IF
                   IF RC-STATUS NOT = "F"
                       ADD 1 TO TT-PENDENTES(WS-IDX)
                   END-IF
           END-READ.

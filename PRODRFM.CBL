       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODRFM.

      * SEGMENTACAO RFM DOS CLIENTES DA LOJA: LE AS VENDAS
      * IDENTIFICADAS (VD-CLIENTE > 0) DOS ULTIMOS 12 MESES EM
      * VENDAS.TXT (E NOS HISTORICOS DO PRODARQ), LIQUIDAS DE
      * DEVOLUCOES, E CLASSIFICA CADA CLIENTE DE clientes.dat POR
      * RECENCIA (DIAS DESDE A ULTIMA COMPRA), FREQUENCIA (CUPONS) E
      * VALOR (FATURAMENTO LIQUIDO), NOTA 0 A 3 EM CADA UM:
      *   C = CAMPEAO   (R 3, F 3, V 2 OU MAIS)
      *   F = FIEL      (R 2 OU MAIS, F 2 OU MAIS)
      *   N = NOVO      (R 3, F 1)
      *   R = EM RISCO  (R 1, F 2 OU MAIS)
      *   P = PERDIDO   (SEM COMPRA HA MAIS DE 180 DIAS)
      *   O = OCASIONAL (OS DEMAIS)
      * O RELATORIO PRODRFM.TXT TRAZ POR SEGMENTO A QUANTIDADE, O
      * FATURAMENTO, A PARTICIPACAO NO FATURAMENTO E O TICKET MEDIO,
      * E A LISTA DOS CLIENTES. O SEGMENTO DE CADA CLIENTE FICA EM
      * CLIRFM.DAT (REFEITO A CADA EXECUCAO) PARA A EXTRACAO DE
      * MARKETING (CLIEXT). LINHAS DE CUPOM CANCELADO (CUPOM.DAT
      * STATUS C, PRODCANC) NAO CONTAM COMO COMPRA
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VENDAS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST4.

              SELECT CLIRFM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS RF-FONE
              FILE STATUS ARQST5.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST6.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS LABEL RECORD STANDARD
                DATA RECORD IS REG-VENDA
                VALUE OF FILE-ID IS WS-ARQ-VENDAS.
          01 REG-VENDA.
                02 VD-DATA        PIC 9(08).
                02 VD-CODIGO      PIC 9(13).
                02 VD-QTDADE      PIC 9(04).
                02 VD-VALOR-UNIT  PIC 9(05)V99.
                02 VD-VALOR-TOTAL PIC 9(07)V99.
                02 VD-OPERADOR    PIC X(10).
                02 VD-CUPOM       PIC 9(06).
                02 VD-SEQ         PIC 9(03).
                02 VD-PAGAMENTO   PIC X(01).
                02 VD-TIPO        PIC X(01).
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD CLIENTES VALUE OF FILE-ID IS "clientes.dat".
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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PRODRFM.TXT".
          01 LINHA-REL             PIC X(100).

       FD ARQHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQHIST
                VALUE OF FILE-ID IS "ARQHIST.DAT".
          01 REG-ARQHIST.
                02 AH-CHAVE.
                   03 AH-TIPO      PIC X(01).
                   03 AH-PERIODO   PIC 9(06).
                02 AH-ARQUIVO      PIC X(20).
                02 AH-DATA-INI     PIC 9(08).
                02 AH-DATA-FIM     PIC 9(08).
                02 AH-QTD-LINHAS   PIC 9(08).
                02 AH-TOTAL        PIC 9(11)V99.
                02 AH-DATA-GERACAO PIC 9(08).

      * SEGMENTO RFM DO CLIENTE NA ULTIMA EXECUCAO
       FD CLIRFM LABEL RECORD STANDARD
                DATA RECORD IS REG-CLIRFM
                VALUE OF FILE-ID IS "CLIRFM.DAT".
          01 REG-CLIRFM.
                02 RF-FONE         PIC 9(09).
                02 RF-SEGMENTO     PIC X(01).
                02 RF-NOTA-R       PIC 9(01).
                02 RF-NOTA-F       PIC 9(01).
                02 RF-NOTA-V       PIC 9(01).
                02 RF-ULT-COMPRA   PIC 9(08).
                02 RF-COMPRAS      PIC 9(05).
                02 RF-VALOR        PIC S9(09)V99.
                02 RF-DATA-CALC    PIC 9(08).

       FD CUPOM LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPOM
                VALUE OF FILE-ID IS "CUPOM.DAT".
          01 REG-CUPOM.
                02 CM-NUMERO      PIC 9(06).
                02 CM-DATA        PIC 9(08).
                02 CM-OPERADOR    PIC X(10).
                02 CM-PAGAMENTO   PIC X(01).
                02 CM-TOTAL       PIC 9(07)V99.
                02 CM-VALOR-PAGO  PIC 9(07)V99.
                02 CM-TROCO       PIC 9(07)V99.
                02 CM-STATUS      PIC X(01).
                02 CM-CLIENTE     PIC 9(09).
                02 CM-DESCONTO    PIC 9(07)V99.
                02 CM-FONE-FIADO  PIC 9(09).
                02 CM-SEQ-CRED    PIC 9(04).
                02 CM-CPF-BANCO   PIC 9(11).
                02 CM-TIPO-CONTA  PIC 9(01).
                02 CM-DATA-CANC   PIC 9(08).
                02 CM-HORA-CANC   PIC 9(06).
                02 CM-OPER-CANC   PIC X(10).
                02 CM-SUP-CANC    PIC 9(04).
                02 CM-MOTIVO-CANC PIC X(30).
                02 CM-NFCE-SIT    PIC X(01).
                02 CM-NFCE-EMIS   PIC X(01).
                02 CM-NFCE-DATA   PIC 9(08).
                02 CM-NFCE-PROT   PIC X(15).
                02 CM-NFCE-MOTIVO PIC X(30).
                02 CM-HORA        PIC 9(06).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-ARQ-VENDAS         PIC X(20) VALUE "VENDAS.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-DIAS               PIC 9(05) VALUE ZEROS.
          01 WS-NUM-CLI            PIC 9(04) VALUE ZEROS.
          01 WS-IDX                PIC 9(04) VALUE ZEROS.
          01 WS-IDX-SEG            PIC 9(01) VALUE ZEROS.
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-ESTOURO            PIC X(01) VALUE "N".
          01 WS-TOT-GERAL          PIC S9(11)V99 VALUE ZEROS.
          01 WS-CONT-GERAL         PIC 9(06) VALUE ZEROS.
          01 WS-PERC               PIC S9(03)V9 VALUE ZEROS.
          01 WS-TICKET             PIC S9(07)V99 VALUE ZEROS.
      * LIMITES DAS NOTAS (DIAS DA ULTIMA COMPRA, CUPONS NO ANO E
      * FATURAMENTO LIQUIDO NO ANO)
          01 WS-REC-3              PIC 9(03) VALUE 30.
          01 WS-REC-2              PIC 9(03) VALUE 90.
          01 WS-REC-1              PIC 9(03) VALUE 180.
          01 WS-FREQ-3             PIC 9(03) VALUE 12.
          01 WS-FREQ-2             PIC 9(03) VALUE 4.
          01 WS-VAL-3              PIC 9(07)V99 VALUE 2000,00.
          01 WS-VAL-2              PIC 9(07)V99 VALUE 500,00.
          01 TABELA-CLIENTES.
                02 TC-LINHA OCCURS 2000 TIMES.
                   03 TC-FONE      PIC 9(09).
                   03 TC-VALOR     PIC S9(09)V99.
                   03 TC-COMPRAS   PIC 9(05).
                   03 TC-ULT-DATA  PIC 9(08).
                   03 TC-ULT-CUPOM PIC 9(06).
          01 TABELA-SEGMENTOS-INI.
                02 FILLER          PIC X(10) VALUE "CCAMPEAO".
                02 FILLER          PIC X(10) VALUE "FFIEL".
                02 FILLER          PIC X(10) VALUE "NNOVO".
                02 FILLER          PIC X(10) VALUE "REM RISCO".
                02 FILLER          PIC X(10) VALUE "OOCASIONAL".
                02 FILLER          PIC X(10) VALUE "PPERDIDO".
          01 TABELA-SEGMENTOS REDEFINES TABELA-SEGMENTOS-INI.
                02 TS-LINHA OCCURS 6 TIMES.
                   03 TS-CODIGO    PIC X(01).
                   03 TS-NOME      PIC X(09).
          01 TABELA-TOTAIS.
                02 TT-LINHA OCCURS 6 TIMES.
                   03 TT-CLIENTES  PIC 9(06).
                   03 TT-VALOR     PIC S9(11)V99.
                   03 TT-COMPRAS   PIC 9(07).
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(37) VALUE
                   "SEGMENTACAO RFM DE CLIENTES - VENDAS ".
                02 LC-INI          PIC 9(08).
                02 FILLER          PIC X(03) VALUE " A ".
                02 LC-FIM          PIC 9(08).
          01 LINHA-CAB2            PIC X(100) VALUE
             "TELEFONE   NOME                           SEG R F V ULT.CO
      -      "MPRA COMPRAS        VALOR".
          01 LINHA-DET.
                02 LD-FONE         PIC 9(09).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-NOME         PIC X(30).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-SEGMENTO     PIC X(01).
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LD-NOTA-R       PIC 9(01).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-NOTA-F       PIC 9(01).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-NOTA-V       PIC 9(01).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-ULT-COMPRA   PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-COMPRAS      PIC ZZZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-VALOR        PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-CAB3            PIC X(100) VALUE
             "SEGMENTO     CLIENTES   COMPRAS       FATURAMENTO   PART
      -      ".%  TICKET MEDIO".
          01 LINHA-SEG.
                02 LS-CODIGO       PIC X(01).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LS-NOME         PIC X(09).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LS-CLIENTES     PIC ZZZ.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LS-COMPRAS      PIC Z.ZZZ.ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LS-VALOR        PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LS-PERC         PIC -ZZ9,9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LS-TICKET       PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "SEGMENTACAO RFM DE CLIENTES".
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-DATA-FIM.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-FIM).
              COMPUTE WS-DATA-INI =
                 FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 365).
              PERFORM ABRE-ARQ.
              INITIALIZE TABELA-TOTAIS.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              IF WS-ESTOURO = "S"
                 DISPLAY "TABELA DE CLIENTES CHEIA - OS DEMAIS SAEM "
                         "COMO SEM COMPRA".
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE "N" TO WS-FIM.
              PERFORM CLASSIFICA-CLIENTE UNTIL WS-FIM = "S".
              PERFORM IMPRIME-SEGMENTOS.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              IF ARQST2 NOT = "00"
                 DISPLAY "CADASTRO DE CLIENTES AUSENTE"
                 STOP RUN.
              OPEN INPUT CUPOM.
              IF ARQST6 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN OUTPUT CLIRFM.
              OPEN OUTPUT RELATORIO.
              MOVE WS-DATA-INI TO LC-INI.
              MOVE WS-DATA-FIM TO LC-FIM.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.

      * ARQUIVOS QUE COBREM AS DATAS PEDIDAS: OS HISTORICOS GRAVADOS
      * PELO PRODARQ (ARQHIST.DAT) CUJAS DATAS CAEM NO PERIODO, EM
      * ORDEM DE COMPETENCIA, E POR ULTIMO O ARQUIVO VIVO
       MONTA-ARQUIVOS.
              MOVE ZEROS TO WS-NUM-ARQ.
              OPEN INPUT ARQHIST.
              IF ARQST4 = "00"
                 MOVE WS-TIPO-HIST TO AH-TIPO
                 MOVE ZEROS TO AH-PERIODO
                 START ARQHIST KEY IS NOT LESS THAN AH-CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-FIM-HIST
                    NOT INVALID KEY
                       MOVE "N" TO WS-FIM-HIST
                 END-START
                 PERFORM SELECIONA-HISTORICO UNTIL WS-FIM-HIST = "S"
                 CLOSE ARQHIST
              END-IF.
              ADD 1 TO WS-NUM-ARQ.
              MOVE WS-ARQ-VIVO TO TQ-ARQUIVO(WS-NUM-ARQ).

       SELECIONA-HISTORICO.
              READ ARQHIST NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-HIST
                 NOT AT END
                    IF AH-TIPO NOT = WS-TIPO-HIST
                       MOVE "S" TO WS-FIM-HIST
                    ELSE
                       IF AH-DATA-FIM NOT < WS-DATA-INI
                          AND AH-DATA-INI NOT > WS-DATA-FIM
                          AND WS-NUM-ARQ < 119
                          ADD 1 TO WS-NUM-ARQ
                          MOVE AH-ARQUIVO TO TQ-ARQUIVO(WS-NUM-ARQ)
                       END-IF
                    END-IF
              END-READ.

       LE-VENDAS.
              MOVE TQ-ARQUIVO(WS-IDX-ARQ) TO WS-ARQ-VENDAS.
              OPEN INPUT VENDAS.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE VENDAS AUSENTE: " WS-ARQ-VENDAS
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM ACUMULA-VENDA UNTIL WS-FIM = "S".
              CLOSE VENDAS.

       ACUMULA-VENDA.
              READ VENDAS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF VD-CLIENTE IS NUMERIC
                       AND VD-CLIENTE > ZEROS
                       AND VD-DATA >= WS-DATA-INI
                       AND VD-DATA <= WS-DATA-FIM
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "N"
                          PERFORM ACUMULA-CLIENTE
                       END-IF
                    END-IF
              END-READ.

      * CONSULTA O CUPOM UMA VEZ POR NUMERO (AS LINHAS DO MESMO
      * CUPOM VEM JUNTAS EM VENDAS.TXT)
       VERIFICA-CUPOM.
              IF VD-CUPOM = WS-ULT-CUPOM
                 EXIT PARAGRAPH.
              MOVE VD-CUPOM TO WS-ULT-CUPOM.
              MOVE "N" TO WS-CUPOM-CANC.
              IF WS-TEM-CUPOM = "N"
                 EXIT PARAGRAPH.
              MOVE VD-CUPOM TO CM-NUMERO.
              READ CUPOM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CM-STATUS = "C"
                       MOVE "S" TO WS-CUPOM-CANC
                    END-IF
              END-READ.

      * DEVOLUCAO (TIPO D) ABATE O VALOR; CADA CUPOM NOVO DE VENDA
      * CONTA UMA COMPRA E ATUALIZA A DATA DA ULTIMA COMPRA
       ACUMULA-CLIENTE.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-CLI
                 IF TC-FONE(WS-IDX) = VD-CLIENTE
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-NUM-CLI < 2000
                    ADD 1 TO WS-NUM-CLI
                    MOVE WS-NUM-CLI TO WS-IDX
                    MOVE VD-CLIENTE TO TC-FONE(WS-IDX)
                    MOVE ZEROS TO TC-VALOR(WS-IDX)
                    MOVE ZEROS TO TC-COMPRAS(WS-IDX)
                    MOVE ZEROS TO TC-ULT-DATA(WS-IDX)
                    MOVE ZEROS TO TC-ULT-CUPOM(WS-IDX)
                 ELSE
                    MOVE "S" TO WS-ESTOURO
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF VD-TIPO = "D"
                 SUBTRACT VD-VALOR-TOTAL FROM TC-VALOR(WS-IDX)
              ELSE
                 ADD VD-VALOR-TOTAL TO TC-VALOR(WS-IDX)
                 IF VD-CUPOM NOT = TC-ULT-CUPOM(WS-IDX)
                    OR VD-DATA NOT = TC-ULT-DATA(WS-IDX)
                    ADD 1 TO TC-COMPRAS(WS-IDX)
                    MOVE VD-CUPOM TO TC-ULT-CUPOM(WS-IDX)
                    IF VD-DATA > TC-ULT-DATA(WS-IDX)
                       MOVE VD-DATA TO TC-ULT-DATA(WS-IDX)
                    END-IF
                 END-IF.

      * TODO CLIENTE IDENTIFICADO DO CADASTRO RECEBE UM SEGMENTO;
      * QUEM NAO COMPROU NO PERIODO E PERDIDO
       CLASSIFICA-CLIENTE.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    PERFORM CALCULA-NOTAS
                    PERFORM ESCOLHE-SEGMENTO
                    PERFORM GRAVA-SEGMENTO
              END-READ.

       CALCULA-NOTAS.
              MOVE FS-FONE TO RF-FONE.
              MOVE ZEROS TO RF-NOTA-R RF-NOTA-F RF-NOTA-V
                            RF-ULT-COMPRA RF-COMPRAS RF-VALOR.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-CLI
                 IF TC-FONE(WS-IDX) = FS-FONE
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 EXIT PARAGRAPH.
              MOVE TC-ULT-DATA(WS-IDX) TO RF-ULT-COMPRA.
              MOVE TC-COMPRAS(WS-IDX) TO RF-COMPRAS.
              MOVE TC-VALOR(WS-IDX) TO RF-VALOR.
              IF RF-ULT-COMPRA > ZEROS
                 COMPUTE WS-DIAS = WS-INT-HOJE
                    - FUNCTION INTEGER-OF-DATE(RF-ULT-COMPRA)
                 EVALUATE TRUE
                    WHEN WS-DIAS NOT > WS-REC-3
                       MOVE 3 TO RF-NOTA-R
                    WHEN WS-DIAS NOT > WS-REC-2
                       MOVE 2 TO RF-NOTA-R
                    WHEN WS-DIAS NOT > WS-REC-1
                       MOVE 1 TO RF-NOTA-R
                 END-EVALUATE
              END-IF.
              EVALUATE TRUE
                 WHEN RF-COMPRAS NOT < WS-FREQ-3
                    MOVE 3 TO RF-NOTA-F
                 WHEN RF-COMPRAS NOT < WS-FREQ-2
                    MOVE 2 TO RF-NOTA-F
                 WHEN RF-COMPRAS > ZEROS
                    MOVE 1 TO RF-NOTA-F
              END-EVALUATE.
              EVALUATE TRUE
                 WHEN RF-VALOR NOT < WS-VAL-3
                    MOVE 3 TO RF-NOTA-V
                 WHEN RF-VALOR NOT < WS-VAL-2
                    MOVE 2 TO RF-NOTA-V
                 WHEN RF-VALOR > ZEROS
                    MOVE 1 TO RF-NOTA-V
              END-EVALUATE.

       ESCOLHE-SEGMENTO.
              EVALUATE TRUE
                 WHEN RF-NOTA-R = ZEROS
                    MOVE "P" TO RF-SEGMENTO
                 WHEN RF-NOTA-R = 3 AND RF-NOTA-F = 3
                      AND RF-NOTA-V NOT < 2
                    MOVE "C" TO RF-SEGMENTO
                 WHEN RF-NOTA-R NOT < 2 AND RF-NOTA-F NOT < 2
                    MOVE "F" TO RF-SEGMENTO
                 WHEN RF-NOTA-R = 3 AND RF-NOTA-F = 1
                    MOVE "N" TO RF-SEGMENTO
                 WHEN RF-NOTA-R = 1 AND RF-NOTA-F NOT < 2
                    MOVE "R" TO RF-SEGMENTO
                 WHEN OTHER
                    MOVE "O" TO RF-SEGMENTO
              END-EVALUATE.

       GRAVA-SEGMENTO.
              MOVE WS-DATA-FIM TO RF-DATA-CALC.
              WRITE REG-CLIRFM
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR CLIRFM: " RF-FONE
              END-WRITE.
              PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                      UNTIL WS-IDX-SEG > 6
                 IF TS-CODIGO(WS-IDX-SEG) = RF-SEGMENTO
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              ADD 1 TO TT-CLIENTES(WS-IDX-SEG).
              ADD RF-VALOR TO TT-VALOR(WS-IDX-SEG).
              ADD RF-COMPRAS TO TT-COMPRAS(WS-IDX-SEG).
              ADD RF-VALOR TO WS-TOT-GERAL.
              ADD 1 TO WS-CONT-GERAL.
              MOVE FS-FONE TO LD-FONE.
              MOVE FS-NOME TO LD-NOME.
              MOVE RF-SEGMENTO TO LD-SEGMENTO.
              MOVE RF-NOTA-R TO LD-NOTA-R.
              MOVE RF-NOTA-F TO LD-NOTA-F.
              MOVE RF-NOTA-V TO LD-NOTA-V.
              MOVE RF-ULT-COMPRA TO LD-ULT-COMPRA.
              MOVE RF-COMPRAS TO LD-COMPRAS.
              MOVE RF-VALOR TO LD-VALOR.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

      * RESUMO POR SEGMENTO: PARTICIPACAO SOBRE O FATURAMENTO TOTAL
      * DOS CLIENTES IDENTIFICADOS E TICKET MEDIO POR COMPRA
       IMPRIME-SEGMENTOS.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB3 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM IMPRIME-UM-SEGMENTO
                 VARYING WS-IDX-SEG FROM 1 BY 1
                 UNTIL WS-IDX-SEG > 6.
              MOVE SPACES TO LS-CODIGO.
              MOVE "TOTAL" TO LS-NOME.
              MOVE WS-CONT-GERAL TO LS-CLIENTES.
              MOVE ZEROS TO LS-COMPRAS.
              MOVE WS-TOT-GERAL TO LS-VALOR.
              MOVE 100 TO LS-PERC.
              MOVE ZEROS TO LS-TICKET.
              MOVE LINHA-SEG TO LINHA-REL.
              WRITE LINHA-REL.

       IMPRIME-UM-SEGMENTO.
              MOVE TS-CODIGO(WS-IDX-SEG) TO LS-CODIGO.
              MOVE TS-NOME(WS-IDX-SEG) TO LS-NOME.
              MOVE TT-CLIENTES(WS-IDX-SEG) TO LS-CLIENTES.
              MOVE TT-COMPRAS(WS-IDX-SEG) TO LS-COMPRAS.
              MOVE TT-VALOR(WS-IDX-SEG) TO LS-VALOR.
              MOVE ZEROS TO WS-PERC WS-TICKET.
              IF WS-TOT-GERAL > ZEROS
                 COMPUTE WS-PERC ROUNDED =
                    TT-VALOR(WS-IDX-SEG) * 100 / WS-TOT-GERAL.
              IF TT-COMPRAS(WS-IDX-SEG) > ZEROS
                 COMPUTE WS-TICKET ROUNDED =
                    TT-VALOR(WS-IDX-SEG) / TT-COMPRAS(WS-IDX-SEG).
              MOVE WS-PERC TO LS-PERC.
              MOVE WS-TICKET TO LS-TICKET.
              MOVE LINHA-SEG TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              DISPLAY "CLIENTES CLASSIFICADOS: " WS-CONT-GERAL.
              DISPLAY "RELATORIO GERADO: PRODRFM.TXT".
              DISPLAY "SEGMENTOS GRAVADOS EM CLIRFM.DAT".
              CLOSE CLIENTES.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE CLIRFM.
              CLOSE RELATORIO.
              STOP RUN.

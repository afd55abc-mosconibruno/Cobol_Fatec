       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODINV.

      * LIVRO DE REGISTRO DE INVENTARIO: ESTOQUE EXISTENTE EM 31/12
      * DO ANO INFORMADO, AGRUPADO POR GRUPO FISCAL, COM QUANTIDADE,
      * UNIDADE, CUSTO UNITARIO E TOTAL. A MERCADORIA DE TERCEIROS EM
      * PODER DA LOJA (CONSIGNACAO) SAI EM SECAO PROPRIA, SEM ENTRAR
      * NO TOTAL DO ESTOQUE PROPRIO.
      * A BASE E O FECHAMENTO DE DEZEMBRO DO PRODFECH (FECHAAAA12.DAT).
      * SE O RETRATO FOI TIRADO DEPOIS DE 31/12 O MOVIMENTO DE ESTOQUE
      * (MOVEST.TXT E HISTORICOS DO PRODARQ) ENTRE AS DUAS DATAS E
      * DESFEITO; SE FOI TIRADO ANTES, E APLICADO ATE 31/12. SEM O
      * FECHAMENTO DE DEZEMBRO PARTE DO ESTOQUE ATUAL E DESFAZ TODO O
      * MOVIMENTO POSTERIOR A 31/12 (INCLUSIVE AS CONTAGENS).
      * LIVRO EM PRODINV.TXT, COM FOLHAS NUMERADAS E TERMOS DE
      * ABERTURA E ENCERRAMENTO, E ARQUIVO DE LEIAUTE FIXO PARA O
      * CONTADOR EM INVAAAA.TXT (REGISTRO 0 CABECALHO, H ITEM, 9 FIM)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT FECHAMENTO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT MOVIMENTO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT CONSIG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CG-CODIGO
              FILE STATUS ARQST4.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST5.

              SELECT CORPO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST7.

              SELECT ARQ-EXP ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST8.

              SELECT SORT-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PROD
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-PROD.
                02 CODIGO         PIC 9(13).
                02 NOME           PIC X(30).
                02 QTDADE         PIC 9(04).
                02 UNITARIO       PIC 9(05)V99.
                02 TOTAL          PIC 9(06)V99.
                02 DATA-CAD.
                   03 DATA-CAD-ANO PIC 9(04).
                   03 DATA-CAD-MES PIC 9(02).
                   03 DATA-CAD-DIA PIC 9(02).
                02 FORNECEDOR     PIC 9(04).
                02 UNID-MEDIDA    PIC X(03).
                02 PONTO-PEDIDO   PIC 9(04).
                02 ESTOQUE-MAX    PIC 9(04).
                02 GRUPO-FISCAL   PIC X(02).
                02 CATEGORIA      PIC 9(03).

       FD FECHAMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-FECH
                VALUE OF FILE-ID IS WS-ARQ-FECH.
          01 REG-FECH.
                02 FC-CODIGO      PIC 9(13).
                02 FC-NOME        PIC X(30).
                02 FC-QTDADE      PIC 9(04).
                02 FC-UNITARIO    PIC 9(05)V99.
                02 FC-TOTAL       PIC 9(06)V99.
                02 FC-QTD-CONSIG  PIC 9(05).
                02 FC-DATA-GERACAO PIC 9(08).

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                VALUE OF FILE-ID IS WS-ARQ-MOVEST.
          01 REG-MOV.
                02 MV-DATA        PIC 9(08).
                02 MV-CODIGO      PIC 9(13).
                02 MV-TIPO        PIC X(01).
                02 MV-SINAL       PIC X(01).
                02 MV-QTDADE      PIC 9(04).
                02 MV-OPERADOR    PIC X(10).
                02 MV-DEPOSITO    PIC 9(02).
                02 MV-MOTIVO      PIC 9(02).

       FD CONSIG LABEL RECORD STANDARD
                DATA RECORD IS REG-CONSIG
                VALUE OF FILE-ID IS "CONSIG.DAT".
          01 REG-CONSIG.
                02 CG-CODIGO      PIC 9(13).
                02 CG-FORNECEDOR  PIC 9(04).
                02 CG-SALDO       PIC 9(05).
                02 CG-CUSTO       PIC 9(05)V99.
                02 CG-QTD-RECEBIDA PIC 9(06).
                02 CG-QTD-ACERTADA PIC 9(06).
                02 CG-QTD-DEVOLVIDA PIC 9(06).
                02 CG-DATA-ENTRADA PIC 9(08).
                02 CG-DATA-ACERTO PIC 9(08).

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

      * AS FOLHAS DO CORPO DO LIVRO SAO MONTADAS AQUI PRIMEIRO, PARA
      * O TERMO DE ABERTURA JA SAIR COM O TOTAL DE FOLHAS
       FD CORPO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-CORPO
                VALUE OF FILE-ID IS "PRODINV.TMP".
          01 LINHA-CORPO           PIC X(100).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PRODINV.TXT".
          01 LINHA-REL             PIC X(100).

       FD ARQ-EXP LABEL RECORD STANDARD
                DATA RECORD IS REG-EXP
                VALUE OF FILE-ID IS WS-ARQ-EXP.
          01 REG-EXP.
                02 EX-TIPO        PIC X(01).
                02 EX-RESTO       PIC X(99).
          01 REG-EXP-0 REDEFINES REG-EXP.
                02 E0-TIPO        PIC X(01).
                02 E0-DATA-INV    PIC 9(08).
                02 E0-CNPJ        PIC 9(14).
                02 E0-RAZAO       PIC X(40).
                02 E0-DATA-GERACAO PIC 9(08).
                02 FILLER         PIC X(29).
          01 REG-EXP-H REDEFINES REG-EXP.
                02 EH-TIPO        PIC X(01).
                02 EH-CODIGO      PIC 9(13).
                02 EH-GRUPO       PIC X(02).
                02 EH-UNID        PIC X(03).
                02 EH-QTDADE      PIC 9(07).
                02 EH-UNITARIO    PIC 9(07)V99.
                02 EH-TOTAL       PIC 9(11)V99.
                02 EH-PROPRIEDADE PIC 9(01).
                02 EH-FORNECEDOR  PIC 9(04).
                02 EH-NOME        PIC X(30).
                02 FILLER         PIC X(17).
          01 REG-EXP-9 REDEFINES REG-EXP.
                02 E9-TIPO        PIC X(01).
                02 E9-QTD-ITENS   PIC 9(06).
                02 E9-TOT-PROPRIO PIC 9(13)V99.
                02 E9-TOT-TERCEIROS PIC 9(13)V99.
                02 FILLER         PIC X(63).

       SD SORT-FILE.
          01 SR-REC.
                02 SR-SECAO       PIC 9(01).
                02 SR-GRUPO       PIC X(02).
                02 SR-CODIGO      PIC 9(13).
                02 SR-NOME        PIC X(30).
                02 SR-UNID        PIC X(03).
                02 SR-QTDADE      PIC 9(07).
                02 SR-UNITARIO    PIC 9(05)V99.
                02 SR-TOTAL       PIC 9(11)V99.
                02 SR-FORNECEDOR  PIC 9(04).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 ARQST7                PIC X(02).
          01 ARQST8                PIC X(02).
          01 WS-ARQ-FECH           PIC X(14) VALUE SPACES.
          01 WS-ARQ-EXP            PIC X(14) VALUE SPACES.
          01 WS-ARQ-CORPO          PIC X(20) VALUE "PRODINV.TMP".
          01 WS-ARQ-MOVEST         PIC X(20) VALUE "MOVEST.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-DEL-STATUS         PIC 9(09) COMP VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-MOV            PIC X(01) VALUE "N".
          01 WS-FIM-SORT           PIC X(01) VALUE "N".
          01 WS-TEM-CONSIG         PIC X(01) VALUE "N".
          01 WS-ORIGEM             PIC X(01) VALUE SPACE.
          01 WS-SENTIDO            PIC X(01) VALUE "N".
          01 WS-ANO-INV            PIC 9(04) VALUE ZEROS.
          01 WS-DATA-INV           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-INV-R REDEFINES WS-DATA-INV.
                02 WS-DI-ANO       PIC 9(04).
                02 WS-DI-MES       PIC 9(02).
                02 WS-DI-DIA       PIC 9(02).
          01 WS-DATA-BASE          PIC 9(08) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 WS-RAZAO              PIC X(40) VALUE SPACES.
          01 WS-CNPJ               PIC 9(14) VALUE ZEROS.
          01 WS-NUM-ITENS          PIC 9(04) VALUE ZEROS.
          01 WS-IDX                PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-CHEIA              PIC X(01) VALUE "N".
          01 WS-QTD-MOV            PIC S9(05) VALUE ZEROS.
          01 WS-CONT-MOV           PIC 9(07) VALUE ZEROS.
          01 WS-CONT-NEGATIVO      PIC 9(05) VALUE ZEROS.
          01 WS-QTD-TERCEIROS      PIC 9(07) VALUE ZEROS.
          01 WS-QTD-PROPRIA        PIC 9(07) VALUE ZEROS.
      * POSICAO DE CADA PRODUTO: FISICO = PROPRIO + CONSIGNADO
          01 TABELA-INVENTARIO.
                02 TI-LINHA OCCURS 3000 TIMES.
                   03 TI-CODIGO    PIC 9(13).
                   03 TI-FISICO    PIC S9(07).
                   03 TI-CONSIG    PIC 9(05).
                   03 TI-UNITARIO  PIC 9(05)V99.
          01 WS-SECAO-ATU          PIC 9(01) VALUE ZEROS.
          01 WS-GRUPO-ATU          PIC X(02) VALUE SPACES.
          01 WS-PRIMEIRO           PIC X(01) VALUE "S".
          01 WS-PAGINA             PIC 9(04) VALUE ZEROS.
          01 WS-TOTAL-FOLHAS       PIC 9(04) VALUE ZEROS.
          01 WS-LINHAS-PAG         PIC 9(02) VALUE ZEROS.
          01 WS-MAX-LINHAS-PAG     PIC 9(02) VALUE 50.
          01 WS-CONT-EXP           PIC 9(06) VALUE ZEROS.
          01 WS-LINHA-SALVA        PIC X(100) VALUE SPACES.
          01 WS-TOT-GRUPO          PIC 9(13)V99 VALUE ZEROS.
          01 WS-TOT-SECAO          PIC 9(13)V99 VALUE ZEROS.
          01 WS-TOT-PROPRIO        PIC 9(13)V99 VALUE ZEROS.
          01 WS-TOT-TERCEIROS      PIC 9(13)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 LINHA-FOLHA.
                02 FILLER          PIC X(40) VALUE
                   "LIVRO DE REGISTRO DE INVENTARIO".
                02 FILLER          PIC X(11) VALUE "ESTOQUE EM ".
                02 LF-DIA          PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LF-MES          PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LF-ANO          PIC 9999.
                02 FILLER          PIC X(10) VALUE "   FOLHA: ".
                02 LF-FOLHA        PIC 9999.
          01 LINHA-EMPRESA.
                02 FILLER          PIC X(07) VALUE "EMPRESA".
                02 FILLER          PIC X(02) VALUE ": ".
                02 LE-RAZAO        PIC X(40).
                02 FILLER          PIC X(08) VALUE "  CNPJ: ".
                02 LE-CNPJ         PIC 9(14).
          01 LINHA-SECAO.
                02 LS-TITULO       PIC X(60).
          01 LINHA-CAB-COL.
                02 FILLER          PIC X(46) VALUE
                   "CODIGO         DISCRIMINACAO".
                02 FILLER          PIC X(21) VALUE
                   "UN     QTDADE  UNITAR".
                02 FILLER          PIC X(20) VALUE
                   "IO             TOTAL".
          01 LINHA-GRUPO.
                02 FILLER          PIC X(14) VALUE "GRUPO FISCAL: ".
                02 LG-GRUPO        PIC X(02).
          01 LINHA-DET.
                02 LD-CODIGO       PIC Z(12)9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-NOME         PIC X(30).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-UNID         PIC X(03).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-QTDADE       PIC Z.ZZZ.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-UNITARIO     PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT-GRUPO.
                02 FILLER          PIC X(20) VALUE
                   "  TOTAL DO GRUPO ".
                02 LTG-GRUPO       PIC X(02).
                02 FILLER          PIC X(48) VALUE SPACES.
                02 LTG-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT-SECAO.
                02 LTS-TITULO      PIC X(70).
                02 LTS-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TERMO-FOLHAS.
                02 FILLER          PIC X(18) VALUE
                   "CONTEM ESTE LIVRO ".
                02 LTF-FOLHAS      PIC 9999.
                02 FILLER          PIC X(28) VALUE
                   " FOLHAS NUMERADAS DE 0001 A ".
                02 LTF-ULTIMA      PIC 9999.
                02 LTF-FINAL       PIC X(13).
          01 LINHA-TERMO-DATA.
                02 FILLER          PIC X(24) VALUE
                   "DO ESTOQUE EXISTENTE EM ".
                02 LTD-DIA         PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LTD-MES         PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LTD-ANO         PIC 9999.
                02 FILLER          PIC X(01) VALUE ".".
          01 LINHA-TERMO-VALOR.
                02 LTV-TITULO      PIC X(40).
                02 LTV-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          01 LINHA-ASSINATURA      PIC X(100) VALUE
             "______________________________     ______________________
      -      "________".
          01 LINHA-ASSINA-NOMES    PIC X(100) VALUE
             "   RESPONSAVEL PELA EMPRESA             CONTABILISTA".
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              DISPLAY "LIVRO DE REGISTRO DE INVENTARIO".
              DISPLAY "ANO DO INVENTARIO (AAAA) [ENTER = ULTIMO "
                      "ENCERRADO]: ".
              ACCEPT WS-ANO-INV.
              IF WS-ANO-INV = ZEROS
                 IF MES = 12 AND DIA = 31
                    MOVE ANO TO WS-ANO-INV
                 ELSE
                    COMPUTE WS-ANO-INV = ANO - 1.
              MOVE WS-ANO-INV TO WS-DI-ANO.
              MOVE 12 TO WS-DI-MES.
              MOVE 31 TO WS-DI-DIA.
              IF WS-DATA-INV > WS-HOJE
                 DISPLAY "EXERCICIO AINDA NAO ENCERRADO"
                 STOP RUN.
              DISPLAY "RAZAO SOCIAL DA LOJA: ".
              ACCEPT WS-RAZAO.
              DISPLAY "CNPJ DA LOJA (SO NUMEROS): ".
              ACCEPT WS-CNPJ.
              PERFORM ABRE-ARQ.
              PERFORM CARREGA-BASE.
              PERFORM AJUSTA-MOVIMENTO.
              SORT SORT-FILE
                 ON ASCENDING KEY SR-SECAO SR-GRUPO SR-CODIGO
                 INPUT PROCEDURE IS LIBERA-ITENS
                 OUTPUT PROCEDURE IS IMPRIME-CORPO.
              PERFORM MONTA-LIVRO.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "PRODUTOS.DAT INDISPONIVEL - ARQST: " ARQST
                 STOP RUN.
              OPEN INPUT CONSIG.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-CONSIG.
              MOVE SPACES TO WS-ARQ-FECH.
              STRING "FECH" WS-ANO-INV "12.DAT"
                 DELIMITED BY SIZE INTO WS-ARQ-FECH.
              MOVE SPACES TO WS-ARQ-EXP.
              STRING "INV" WS-ANO-INV ".TXT"
                 DELIMITED BY SIZE INTO WS-ARQ-EXP.

      * BASE: O FECHAMENTO DE DEZEMBRO; NA FALTA DELE, O ESTOQUE ATUAL
       CARREGA-BASE.
              OPEN INPUT FECHAMENTO.
              IF ARQST2 = "00"
                 MOVE "F" TO WS-ORIGEM
                 MOVE WS-DATA-INV TO WS-DATA-BASE
                 MOVE "N" TO WS-FIM
                 PERFORM CARREGA-FECHAMENTO UNTIL WS-FIM = "S"
                 CLOSE FECHAMENTO
                 DISPLAY "BASE: " WS-ARQ-FECH " DE " WS-DATA-BASE
              ELSE
                 MOVE "P" TO WS-ORIGEM
                 MOVE WS-HOJE TO WS-DATA-BASE
                 MOVE "N" TO WS-FIM
                 PERFORM CARREGA-PRODUTO UNTIL WS-FIM = "S"
                 DISPLAY "SEM " WS-ARQ-FECH
                         " - BASE: ESTOQUE ATUAL DE " WS-DATA-BASE.

      * O FECHAMENTO ANTIGO NAO TRAZ A DATA NEM A CONSIGNACAO: VALE
      * COMO TIRADO EM 31/12 E SEM MERCADORIA DE TERCEIROS
       CARREGA-FECHAMENTO.
              READ FECHAMENTO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF WS-NUM-ITENS >= 3000
                       DISPLAY "TABELA DE PRODUTOS CHEIA - "
                               "INVENTARIO PARCIAL"
                       MOVE "S" TO WS-FIM
                    ELSE
                       IF FC-QTD-CONSIG NOT NUMERIC
                          MOVE ZEROS TO FC-QTD-CONSIG
                       END-IF
                       IF FC-DATA-GERACAO NUMERIC
                          AND FC-DATA-GERACAO > ZEROS
                          MOVE FC-DATA-GERACAO TO WS-DATA-BASE
                       END-IF
                       ADD 1 TO WS-NUM-ITENS
                       MOVE FC-CODIGO   TO TI-CODIGO(WS-NUM-ITENS)
                       COMPUTE TI-FISICO(WS-NUM-ITENS) =
                          FC-QTDADE + FC-QTD-CONSIG
                       MOVE FC-QTD-CONSIG TO TI-CONSIG(WS-NUM-ITENS)
                       MOVE FC-UNITARIO TO TI-UNITARIO(WS-NUM-ITENS)
                    END-IF
              END-READ.

       CARREGA-PRODUTO.
              READ PRODUTOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF WS-NUM-ITENS >= 3000
                       DISPLAY "TABELA DE PRODUTOS CHEIA - "
                               "INVENTARIO PARCIAL"
                       MOVE "S" TO WS-FIM
                    ELSE
                       ADD 1 TO WS-NUM-ITENS
                       MOVE CODIGO   TO TI-CODIGO(WS-NUM-ITENS)
                       MOVE QTDADE   TO TI-FISICO(WS-NUM-ITENS)
                       MOVE UNITARIO TO TI-UNITARIO(WS-NUM-ITENS)
                       MOVE ZEROS    TO TI-CONSIG(WS-NUM-ITENS)
                       PERFORM BUSCA-CONSIGNACAO
                    END-IF
              END-READ.

       BUSCA-CONSIGNACAO.
              IF WS-TEM-CONSIG = "N"
                 EXIT PARAGRAPH.
              MOVE CODIGO TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF CG-SALDO > QTDADE
                 MOVE QTDADE TO TI-CONSIG(WS-NUM-ITENS)
              ELSE
                 MOVE CG-SALDO TO TI-CONSIG(WS-NUM-ITENS).

      * LEVA A BASE PARA 31/12: RETRATO POSTERIOR (R) DESFAZ O
      * MOVIMENTO DEPOIS DE 31/12 ATE A DATA DO RETRATO; RETRATO
      * ANTERIOR (A) APLICA O MOVIMENTO DEPOIS DELE ATE 31/12
       AJUSTA-MOVIMENTO.
              IF WS-DATA-BASE > WS-DATA-INV
                 MOVE "R" TO WS-SENTIDO
                 MOVE WS-DATA-INV  TO WS-DATA-INI
                 MOVE WS-DATA-BASE TO WS-DATA-FIM
              ELSE
                 IF WS-DATA-BASE < WS-DATA-INV
                    MOVE "A" TO WS-SENTIDO
                    MOVE WS-DATA-BASE TO WS-DATA-INI
                    MOVE WS-DATA-INV  TO WS-DATA-FIM
                 ELSE
                    EXIT PARAGRAPH.
              MOVE "M" TO WS-TIPO-HIST.
              MOVE "MOVEST.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-MOVIMENTO
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              DISPLAY "MOVIMENTOS AJUSTADOS ATE 31/12: " WS-CONT-MOV.

      * ARQUIVOS QUE COBREM AS DATAS PEDIDAS: OS HISTORICOS GRAVADOS
      * PELO PRODARQ (ARQHIST.DAT) CUJAS DATAS CAEM NO PERIODO, EM
      * ORDEM DE COMPETENCIA, E POR ULTIMO O ARQUIVO VIVO
       MONTA-ARQUIVOS.
              MOVE ZEROS TO WS-NUM-ARQ.
              OPEN INPUT ARQHIST.
              IF ARQST5 = "00"
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

       LE-MOVIMENTO.
              MOVE TQ-ARQUIVO(WS-IDX-ARQ) TO WS-ARQ-MOVEST.
              OPEN INPUT MOVIMENTO.
              IF ARQST3 NOT = "00"
                 DISPLAY "ARQUIVO DE MOVIMENTO AUSENTE: " WS-ARQ-MOVEST
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-MOV.
              PERFORM AJUSTA-PRODUTO UNTIL WS-FIM-MOV = "S".
              CLOSE MOVIMENTO.

       AJUSTA-PRODUTO.
              READ MOVIMENTO
                 AT END
                    MOVE "S" TO WS-FIM-MOV
                 NOT AT END
                    IF MV-DATA > WS-DATA-INI
                       AND MV-DATA NOT > WS-DATA-FIM
                       PERFORM APLICA-MOVIMENTO
                    END-IF
              END-READ.

       APLICA-MOVIMENTO.
              PERFORM LOCALIZA-PRODUTO.
              IF WS-ACHOU = "N"
                 EXIT PARAGRAPH.
              IF MV-SINAL = "-"
                 COMPUTE WS-QTD-MOV = 0 - MV-QTDADE
              ELSE
                 MOVE MV-QTDADE TO WS-QTD-MOV.
              IF WS-SENTIDO = "R"
                 SUBTRACT WS-QTD-MOV FROM TI-FISICO(WS-IDX)
              ELSE
                 ADD WS-QTD-MOV TO TI-FISICO(WS-IDX).
              ADD 1 TO WS-CONT-MOV.

      * PRODUTO QUE NAO ESTAVA NA BASE ENTRA COM ZERO E O CUSTO DO
      * CADASTRO
       LOCALIZA-PRODUTO.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-ITENS
                 IF TI-CODIGO(WS-IDX) = MV-CODIGO
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 EXIT PARAGRAPH.
              IF WS-NUM-ITENS >= 3000
                 IF WS-CHEIA = "N"
                    MOVE "S" TO WS-CHEIA
                    DISPLAY "TABELA DE PRODUTOS CHEIA - "
                            "INVENTARIO PARCIAL"
                 END-IF
                 EXIT PARAGRAPH.
              ADD 1 TO WS-NUM-ITENS.
              MOVE WS-NUM-ITENS TO WS-IDX.
              MOVE MV-CODIGO TO TI-CODIGO(WS-IDX).
              MOVE ZEROS TO TI-FISICO(WS-IDX) TI-CONSIG(WS-IDX).
              MOVE MV-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE ZEROS TO TI-UNITARIO(WS-IDX)
                 NOT INVALID KEY
                    MOVE UNITARIO TO TI-UNITARIO(WS-IDX)
              END-READ.
              MOVE "S" TO WS-ACHOU.

      * SEPARA O FISICO EM PROPRIO E DE TERCEIROS; A CONSIGNACAO
      * VALE O SALDO DA BASE, LIMITADO AO FISICO EM 31/12
       LIBERA-ITENS.
              PERFORM LIBERA-ITEM
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-ITENS.

       LIBERA-ITEM.
              IF TI-FISICO(WS-IDX) < ZEROS
                 ADD 1 TO WS-CONT-NEGATIVO
                 DISPLAY "SALDO NEGATIVO EM 31/12 (CONSIDERADO ZERO): "
                         TI-CODIGO(WS-IDX)
                 EXIT PARAGRAPH.
              IF TI-FISICO(WS-IDX) = ZEROS
                 EXIT PARAGRAPH.
              IF TI-CONSIG(WS-IDX) > TI-FISICO(WS-IDX)
                 MOVE TI-FISICO(WS-IDX) TO WS-QTD-TERCEIROS
              ELSE
                 MOVE TI-CONSIG(WS-IDX) TO WS-QTD-TERCEIROS.
              COMPUTE WS-QTD-PROPRIA =
                 TI-FISICO(WS-IDX) - WS-QTD-TERCEIROS.
              MOVE TI-CODIGO(WS-IDX) TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE "PRODUTO EXCLUIDO DO CADASTRO" TO NOME
                    MOVE SPACES TO UNID-MEDIDA GRUPO-FISCAL
                    MOVE ZEROS TO FORNECEDOR
              END-READ.
              MOVE GRUPO-FISCAL      TO SR-GRUPO.
              MOVE TI-CODIGO(WS-IDX) TO SR-CODIGO.
              MOVE NOME              TO SR-NOME.
              MOVE UNID-MEDIDA       TO SR-UNID.
              IF WS-QTD-PROPRIA > ZEROS
                 MOVE 1 TO SR-SECAO
                 MOVE WS-QTD-PROPRIA TO SR-QTDADE
                 MOVE TI-UNITARIO(WS-IDX) TO SR-UNITARIO
                 COMPUTE SR-TOTAL = SR-QTDADE * SR-UNITARIO
                 MOVE ZEROS TO SR-FORNECEDOR
                 RELEASE SR-REC.
              IF WS-QTD-TERCEIROS > ZEROS
                 MOVE 2 TO SR-SECAO
                 MOVE WS-QTD-TERCEIROS TO SR-QTDADE
                 MOVE TI-UNITARIO(WS-IDX) TO SR-UNITARIO
                 MOVE FORNECEDOR TO SR-FORNECEDOR
                 PERFORM CUSTO-CONSIGNACAO
                 COMPUTE SR-TOTAL = SR-QTDADE * SR-UNITARIO
                 RELEASE SR-REC.

       CUSTO-CONSIGNACAO.
              IF WS-TEM-CONSIG = "N"
                 EXIT PARAGRAPH.
              MOVE TI-CODIGO(WS-IDX) TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE CG-FORNECEDOR TO SR-FORNECEDOR.
              IF CG-CUSTO > ZEROS
                 MOVE CG-CUSTO TO SR-UNITARIO.

      * CORPO DO LIVRO: A FOLHA 0001 E O TERMO DE ABERTURA, ENTAO O
      * CORPO COMECA NA 0002
       IMPRIME-CORPO.
              OPEN OUTPUT CORPO.
              OPEN OUTPUT ARQ-EXP.
              MOVE SPACES TO REG-EXP.
              MOVE "0"         TO E0-TIPO.
              MOVE WS-DATA-INV TO E0-DATA-INV.
              MOVE WS-CNPJ     TO E0-CNPJ.
              MOVE WS-RAZAO    TO E0-RAZAO.
              MOVE WS-HOJE     TO E0-DATA-GERACAO.
              WRITE REG-EXP.
              MOVE 1 TO WS-PAGINA.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM IMPRIME-ITEM UNTIL WS-FIM-SORT = "S".
              IF WS-PRIMEIRO = "S"
                 MOVE 1 TO WS-SECAO-ATU
                 PERFORM ABRE-SECAO
                 MOVE "NENHUM PRODUTO EM ESTOQUE EM 31/12"
                    TO LINHA-CORPO
                 PERFORM ESCREVE-CORPO
              ELSE
                 PERFORM FECHA-GRUPO
                 PERFORM FECHA-SECAO.
              MOVE LINHA-BRANCO TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.
              MOVE "TOTAL DO ESTOQUE PROPRIO EM 31/12" TO LTS-TITULO.
              MOVE WS-TOT-PROPRIO TO LTS-VALOR.
              MOVE LINHA-TOT-SECAO TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.
              MOVE "TOTAL DE MERCADORIAS DE TERCEIROS EM PODER DA LOJA"
                 TO LTS-TITULO.
              MOVE WS-TOT-TERCEIROS TO LTS-VALOR.
              MOVE LINHA-TOT-SECAO TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.
              MOVE SPACES TO REG-EXP.
              MOVE "9"              TO E9-TIPO.
              MOVE WS-CONT-EXP      TO E9-QTD-ITENS.
              MOVE WS-TOT-PROPRIO   TO E9-TOT-PROPRIO.
              MOVE WS-TOT-TERCEIROS TO E9-TOT-TERCEIROS.
              WRITE REG-EXP.
              CLOSE CORPO.
              CLOSE ARQ-EXP.

       IMPRIME-ITEM.
              RETURN SORT-FILE
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    PERFORM QUEBRA-ITEM
                    PERFORM ESCREVE-ITEM
              END-RETURN.

       QUEBRA-ITEM.
              IF WS-PRIMEIRO = "S"
                 MOVE "N" TO WS-PRIMEIRO
                 MOVE SR-SECAO TO WS-SECAO-ATU
                 PERFORM ABRE-SECAO
                 MOVE SR-GRUPO TO WS-GRUPO-ATU
                 PERFORM ABRE-GRUPO
                 EXIT PARAGRAPH.
              IF SR-SECAO NOT = WS-SECAO-ATU
                 PERFORM FECHA-GRUPO
                 PERFORM FECHA-SECAO
                 MOVE SR-SECAO TO WS-SECAO-ATU
                 PERFORM ABRE-SECAO
                 MOVE SR-GRUPO TO WS-GRUPO-ATU
                 PERFORM ABRE-GRUPO
                 EXIT PARAGRAPH.
              IF SR-GRUPO NOT = WS-GRUPO-ATU
                 PERFORM FECHA-GRUPO
                 MOVE SR-GRUPO TO WS-GRUPO-ATU
                 PERFORM ABRE-GRUPO.

       ESCREVE-ITEM.
              MOVE SR-CODIGO   TO LD-CODIGO.
              MOVE SR-NOME     TO LD-NOME.
              MOVE SR-UNID     TO LD-UNID.
              MOVE SR-QTDADE   TO LD-QTDADE.
              MOVE SR-UNITARIO TO LD-UNITARIO.
              MOVE SR-TOTAL    TO LD-TOTAL.
              MOVE LINHA-DET TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.
              ADD SR-TOTAL TO WS-TOT-GRUPO WS-TOT-SECAO.
              IF SR-SECAO = 1
                 ADD SR-TOTAL TO WS-TOT-PROPRIO
              ELSE
                 ADD SR-TOTAL TO WS-TOT-TERCEIROS.
              MOVE SPACES TO REG-EXP.
              MOVE "H"         TO EH-TIPO.
              MOVE SR-CODIGO   TO EH-CODIGO.
              MOVE SR-GRUPO    TO EH-GRUPO.
              MOVE SR-UNID     TO EH-UNID.
              MOVE SR-QTDADE   TO EH-QTDADE.
              MOVE SR-UNITARIO TO EH-UNITARIO.
              MOVE SR-TOTAL    TO EH-TOTAL.
              IF SR-SECAO = 1
                 MOVE 0 TO EH-PROPRIEDADE
              ELSE
                 MOVE 2 TO EH-PROPRIEDADE.
              MOVE SR-FORNECEDOR TO EH-FORNECEDOR.
              MOVE SR-NOME     TO EH-NOME.
              WRITE REG-EXP.
              ADD 1 TO WS-CONT-EXP.

      * CADA SECAO COMECA EM FOLHA NOVA
       ABRE-SECAO.
              MOVE ZEROS TO WS-TOT-SECAO.
              ADD 1 TO WS-PAGINA.
              IF WS-SECAO-ATU = 1
                 MOVE "ESTOQUE PROPRIO EM PODER DA LOJA" TO LS-TITULO
              ELSE
                 MOVE "TERCEIROS EM PODER DA LOJA (CONSIGNACAO)"
                    TO LS-TITULO.
              IF WS-PAGINA > 2
                 MOVE LINHA-BRANCO TO LINHA-CORPO
                 WRITE LINHA-CORPO.
              PERFORM CABECALHO-FOLHA.

       FECHA-SECAO.
              IF WS-SECAO-ATU = 1
                 MOVE "TOTAL DO ESTOQUE PROPRIO" TO LTS-TITULO
              ELSE
                 MOVE "TOTAL DE MERCADORIAS DE TERCEIROS" TO LTS-TITULO.
              MOVE WS-TOT-SECAO TO LTS-VALOR.
              MOVE LINHA-TOT-SECAO TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.

       ABRE-GRUPO.
              MOVE ZEROS TO WS-TOT-GRUPO.
              IF WS-GRUPO-ATU = SPACES
                 MOVE "--" TO LG-GRUPO
              ELSE
                 MOVE WS-GRUPO-ATU TO LG-GRUPO.
              MOVE LINHA-GRUPO TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.

       FECHA-GRUPO.
              MOVE LG-GRUPO TO LTG-GRUPO.
              MOVE WS-TOT-GRUPO TO LTG-VALOR.
              MOVE LINHA-TOT-GRUPO TO LINHA-CORPO.
              PERFORM ESCREVE-CORPO.

       CABECALHO-FOLHA.
              MOVE WS-DI-DIA TO LF-DIA.
              MOVE WS-DI-MES TO LF-MES.
              MOVE WS-DI-ANO TO LF-ANO.
              MOVE WS-PAGINA TO LF-FOLHA.
              MOVE LINHA-FOLHA TO LINHA-CORPO.
              WRITE LINHA-CORPO.
              MOVE WS-RAZAO TO LE-RAZAO.
              MOVE WS-CNPJ  TO LE-CNPJ.
              MOVE LINHA-EMPRESA TO LINHA-CORPO.
              WRITE LINHA-CORPO.
              MOVE LINHA-SECAO TO LINHA-CORPO.
              WRITE LINHA-CORPO.
              MOVE LINHA-CAB-COL TO LINHA-CORPO.
              WRITE LINHA-CORPO.
              MOVE ZEROS TO WS-LINHAS-PAG.

      * QUEBRA DE FOLHA: A LINHA SEGUINTE VAI PARA A PROXIMA FOLHA
       ESCREVE-CORPO.
              IF WS-LINHAS-PAG >= WS-MAX-LINHAS-PAG
                 MOVE LINHA-CORPO TO WS-LINHA-SALVA
                 MOVE LINHA-BRANCO TO LINHA-CORPO
                 WRITE LINHA-CORPO
                 ADD 1 TO WS-PAGINA
                 PERFORM CABECALHO-FOLHA
                 MOVE WS-LINHA-SALVA TO LINHA-CORPO.
              WRITE LINHA-CORPO.
              ADD 1 TO WS-LINHAS-PAG.

      * LIVRO FINAL: TERMO DE ABERTURA (FOLHA 0001), CORPO E TERMO DE
      * ENCERRAMENTO NA ULTIMA FOLHA
       MONTA-LIVRO.
              COMPUTE WS-TOTAL-FOLHAS = WS-PAGINA + 1.
              OPEN OUTPUT RELATORIO.
              MOVE 1 TO LF-FOLHA.
              MOVE LINHA-FOLHA TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE "TERMO DE ABERTURA" TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ", E SERVIRA" TO LTF-FINAL.
              PERFORM ESCREVE-TERMO.
              OPEN INPUT CORPO.
              MOVE "N" TO WS-FIM.
              PERFORM COPIA-CORPO UNTIL WS-FIM = "S".
              CLOSE CORPO.
              CALL "CBL_DELETE_FILE" USING WS-ARQ-CORPO
                 RETURNING WS-DEL-STATUS.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-TOTAL-FOLHAS TO LF-FOLHA.
              MOVE LINHA-FOLHA TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE "TERMO DE ENCERRAMENTO" TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ", E SERVIU" TO LTF-FINAL.
              PERFORM ESCREVE-TERMO.
              MOVE "VALOR TOTAL DO ESTOQUE PROPRIO:" TO LTV-TITULO.
              MOVE WS-TOT-PROPRIO TO LTV-VALOR.
              MOVE LINHA-TERMO-VALOR TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE "VALOR DE MERCADORIAS DE TERCEIROS:" TO LTV-TITULO.
              MOVE WS-TOT-TERCEIROS TO LTV-VALOR.
              MOVE LINHA-TERMO-VALOR TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM ESCREVE-ASSINATURAS.
              CLOSE RELATORIO.

       ESCREVE-TERMO.
              MOVE WS-TOTAL-FOLHAS TO LTF-FOLHAS LTF-ULTIMA.
              MOVE LINHA-TERMO-FOLHAS TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE SPACES TO LINHA-REL.
              STRING "PARA O REGISTRO DE INVENTARIO DE " WS-RAZAO
                 DELIMITED BY SIZE INTO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CNPJ TO LE-CNPJ.
              MOVE SPACES TO LINHA-REL.
              STRING "CNPJ " LE-CNPJ ","
                 DELIMITED BY SIZE INTO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-DI-DIA TO LTD-DIA.
              MOVE WS-DI-MES TO LTD-MES.
              MOVE WS-DI-ANO TO LTD-ANO.
              MOVE LINHA-TERMO-DATA TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.

       ESCREVE-ASSINATURAS.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE SPACES TO LINHA-REL.
              STRING "DATA: " DIA "/" MES "/" ANO
                 DELIMITED BY SIZE INTO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-ASSINATURA TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-ASSINA-NOMES TO LINHA-REL.
              WRITE LINHA-REL.

       COPIA-CORPO.
              READ CORPO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE LINHA-CORPO TO LINHA-REL
                    WRITE LINHA-REL
              END-READ.

       FINALIZA.
              CLOSE PRODUTOS.
              IF WS-TEM-CONSIG = "S"
                 CLOSE CONSIG.
              IF WS-CONT-NEGATIVO > ZEROS
                 DISPLAY "PRODUTOS COM SALDO NEGATIVO EM 31/12: "
                         WS-CONT-NEGATIVO.
              DISPLAY "LIVRO GERADO: PRODINV.TXT - FOLHAS: "
                      WS-TOTAL-FOLHAS.
              DISPLAY "ARQUIVO DO CONTADOR: " WS-ARQ-EXP
                      " - ITENS: " WS-CONT-EXP.
              STOP RUN.

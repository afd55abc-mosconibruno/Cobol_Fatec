      * A TAXA DA TABELA COMTAB.DAT E IMPRIME O DEMONSTRATIVO POR
      * OPERADOR EM COMISSAO.TXT; O CONTROLE DE EXECUCAO MENSAL E
      * FEITO PELO ControleJob (runctl.txt) E A REPETICAO NO MESMO
      * MES SO SEGUE COM AUTORIZACAO DO SUPERVISOR. MES JA FECHADO
      * PELO PRODARQ E LIDO DO HISTORICO. A COMISSAO APURADA DE CADA
      * OPERADOR TAMBEM FICA GRAVADA EM COMISMES.DAT (CHAVE MES +
      * OPERADOR) PARA A FOLHA DA LOJA (FOLHALOJ). LINHAS DE CUPOM
      * CANCELADO (CUPOM.DAT STATUS C, PRODCANC) NAO DAO COMISSAO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST4.

              SELECT COMISMES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CS-CHAVE
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
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD COMISSOES LABEL RECORD STANDARD
                DATA RECORD IS REG-COMISSAO
                VALUE OF FILE-ID IS "COMISSAO.TXT".
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

       FD COMISMES LABEL RECORD STANDARD
                DATA RECORD IS REG-COMISMES
                VALUE OF FILE-ID IS "COMISMES.DAT".
          01 REG-COMISMES.
                02 CS-CHAVE.
                   03 CS-MES       PIC 9(06).
                   03 CS-OPERADOR  PIC X(10).
                02 CS-VENDAS       PIC S9(09)V99.
                02 CS-TAXA         PIC 9(02)V99.
                02 CS-COMISSAO     PIC S9(09)V99.
                02 CS-DATA         PIC 9(08).

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
          01 WS-MES-PESQ           PIC 9(06) VALUE ZEROS.
          01 WS-MES-VENDA          PIC 9(06) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 WS-NUM-OPER           PIC 9(02) VALUE ZEROS.
          01 WS-IDX                PIC 9(02) VALUE ZEROS.
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 JB-CONTAGEM           PIC 9(06) VALUE ZEROS.
          01 JB-RESULTADO          PIC X(01) VALUE SPACE.
          01 WS-CTL-OVERRIDE       PIC X(01) VALUE "N".
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 TABELA-OPERADORES.
                02 TO-LINHA OCCURS 50 TIMES.
                   03 TO-OPERADOR  PIC X(10).
              MOVE "I" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              COMPUTE WS-DATA-INI = WS-MES-PESQ * 100 + 1.
              COMPUTE WS-DATA-FIM = WS-MES-PESQ * 100 + 31.
              PERFORM ABRE-ARQ.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              PERFORM IMPRIME-OPERADOR
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-OPER.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT COMISSOES.
              IF ARQST2 NOT = "00"
                 DISPLAY "TABELA DE COMISSAO AUSENTE (RODE O COMINC)"
                 STOP RUN.
              OPEN I-O COMISMES.
              IF ARQST5 NOT = "00"
                 OPEN OUTPUT COMISMES
                 CLOSE COMISMES
                 OPEN I-O COMISMES.
              OPEN INPUT CUPOM.
              IF ARQST6 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              OPEN OUTPUT RELATORIO.
              MOVE WS-MES-PESQ TO LC-MES.
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
                 NOT AT END
                    COMPUTE WS-MES-VENDA = VD-DATA / 100
                    IF WS-MES-VENDA = WS-MES-PESQ
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "S"
                          EXIT PARAGRAPH
                       END-IF
                       PERFORM LOCALIZA-OPERADOR
                       IF WS-IDX = ZEROS
                          EXIT PARAGRAPH
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

       LOCALIZA-OPERADOR.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
              MOVE WS-COMISSAO TO LD-COMISSAO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM GRAVA-COMISMES.

      * REPETIR A APURACAO DO MES SUBSTITUI A COMISSAO GRAVADA
       GRAVA-COMISMES.
              MOVE WS-MES-PESQ         TO CS-MES.
              MOVE TO-OPERADOR(WS-IDX) TO CS-OPERADOR.
              MOVE TO-VENDAS(WS-IDX)   TO CS-VENDAS.
              MOVE CO-TAXA             TO CS-TAXA.
              MOVE WS-COMISSAO         TO CS-COMISSAO.
              MOVE DATA-SIS            TO CS-DATA.
              WRITE REG-COMISMES
                 INVALID KEY
                    REWRITE REG-COMISMES
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR COMISMES: "
                                  CS-OPERADOR
                    END-REWRITE
              END-WRITE.

       FINALIZA.
              DISPLAY "DEMONSTRATIVO GERADO: COMISSAO.TXT".
              MOVE "F" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              CLOSE COMISSOES.
              CLOSE COMISMES.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

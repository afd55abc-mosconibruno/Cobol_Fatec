       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENDIA.

      * RESUMO DE VENDAS DO DIA OU DE UM PERIODO DE DATAS, COM O
      * RANKING DOS MAIS VENDIDOS (VENDIA.TXT). MESES JA FECHADOS
      * PELO PRODARQ SAO LIDOS DOS HISTORICOS

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST4.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST5.

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

       FD PRODUTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PROD
                VALUE OF FILE-ID IS "VENDIA.TXT".
          01 LINHA-REL             PIC X(80).

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

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 WS-ARQ-VENDAS         PIC X(20) VALUE "VENDAS.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-TEM-PRODUTOS       PIC X(01) VALUE "N".
          01 WS-RESP               PIC X(01).
          01 WS-CONT-LINHAS        PIC 9(06) VALUE ZEROS.
                02 WS-DATA-PESQ-ANO PIC 9(04).
                02 WS-DATA-PESQ-MES PIC 9(02).
                02 WS-DATA-PESQ-DIA PIC 9(02).
          01 WS-DATA-FIM.
                02 WS-DATA-FIM-ANO PIC 9(04).
                02 WS-DATA-FIM-MES PIC 9(02).
                02 WS-DATA-FIM-DIA PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(18) VALUE
                   "VENDAS DO DIA ".
                02 LC-MES          PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LC-ANO          PIC 9999.
          01 LINHA-CAB1-PER.
                02 FILLER          PIC X(18) VALUE
                   "VENDAS DE ".
                02 LCP-DIA         PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LCP-MES         PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LCP-ANO         PIC 9999.
                02 FILLER          PIC X(03) VALUE " A ".
                02 LCP-DIA-FIM     PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LCP-MES-FIM     PIC 99.
                02 FILLER          PIC X(01) VALUE "/".
                02 LCP-ANO-FIM     PIC 9999.
          01 LINHA-CAB2            PIC X(80) VALUE
             "MAIS VENDIDOS:".
          01 LINHA-CAB3            PIC X(80) VALUE
              DISPLAY "USAR A DATA DE HOJE (S/N)? [ ]".
              ACCEPT WS-RESP.
              IF WS-RESP NOT = "S" AND NOT = "s"
                 DISPLAY "DATA INICIAL (AAAAMMDD): "
                 ACCEPT WS-DATA-PESQ
                 DISPLAY "DATA FINAL (AAAAMMDD) [ENTER = MESMO DIA]: "
                 ACCEPT WS-DATA-FIM.
              IF WS-DATA-FIM = ZEROS OR WS-DATA-FIM < WS-DATA-PESQ
                 MOVE WS-DATA-PESQ TO WS-DATA-FIM.
              PERFORM ABRE-ARQ.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              PERFORM IMPRIME-RESUMO.
              PERFORM IMPRIME-RANKING.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-PRODUTOS.
              OPEN INPUT CUPOM.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN OUTPUT RELATORIO.
              IF WS-DATA-FIM = WS-DATA-PESQ
                 MOVE WS-DATA-PESQ-DIA TO LC-DIA
                 MOVE WS-DATA-PESQ-MES TO LC-MES
                 MOVE WS-DATA-PESQ-ANO TO LC-ANO
                 MOVE LINHA-CAB1 TO LINHA-REL
              ELSE
                 MOVE WS-DATA-PESQ-DIA TO LCP-DIA
                 MOVE WS-DATA-PESQ-MES TO LCP-MES
                 MOVE WS-DATA-PESQ-ANO TO LCP-ANO
                 MOVE WS-DATA-FIM-DIA  TO LCP-DIA-FIM
                 MOVE WS-DATA-FIM-MES  TO LCP-MES-FIM
                 MOVE WS-DATA-FIM-ANO  TO LCP-ANO-FIM
                 MOVE LINHA-CAB1-PER TO LINHA-REL.
              WRITE LINHA-REL.

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
                       IF AH-DATA-FIM NOT < WS-DATA-PESQ
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
              PERFORM ACUMULA-VENDAS UNTIL WS-FIM = "S".
              CLOSE VENDAS.

       ACUMULA-VENDAS.
              READ VENDAS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF VD-DATA >= WS-DATA-PESQ
                       AND VD-DATA <= WS-DATA-FIM
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "S"
                          EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-CONT-LINHAS
                       IF VD-TIPO = "D"
                          SUBTRACT VD-QTDADE FROM WS-CONT-ITENS
                    END-IF
              END-READ.

      * CUPOM CANCELADO NO DIA (PRODCANC) FICA FORA DOS TOTAIS;
      * CONSULTA UMA VEZ POR NUMERO (AS LINHAS DO MESMO CUPOM VEM
      * JUNTAS EM VENDAS.TXT)
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

       ACUMULA-PRODUTO.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1

       FINALIZA.
              DISPLAY "RELATORIO GERADO: VENDIA.TXT".
              DISPLAY "VENDAS DO PERIODO: " WS-CONT-LINHAS.
              DISPLAY "VALOR VENDIDO: " WS-TOTAL-VENDIDO.
              IF WS-TEM-PRODUTOS = "S"
                 CLOSE PRODUTOS.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

      * DEBITO EM CONTA (VD-PAGAMENTO B EM VENDAS.TXT, LIQUIDAS DE
      * DEVOLUCOES) E OS LANCAMENTOS COMPRA-LOJ DO MESMO DIA NO
      * EXTRATO DO BANCO (extrato.txt), APONTANDO A DIFERENCA; OS
      * DOIS TOTAIS TEM QUE FECHAR NO FIM DO DIA. CUPOM CANCELADO
      * NO DIA (PRODCANC) SAI DA LOJA E O ESTORNO-LJ QUE ELE GEROU
      * NO EXTRATO ABATE OS COMPRA-LOJ DO BANCO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS LABEL RECORD STANDARD
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXTRATO
                VALUE OF FILE-ID IS "extrato.txt".
          01 REG-EXTRATO            PIC X(100).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PRODBANC.TXT".
          01 LINHA-REL              PIC X(80).

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
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-EXT            PIC X(01) VALUE "N".
          01 WS-DATA-PESQ          PIC 9(08) VALUE ZEROS.
          01 WS-TOTAL-LOJA         PIC S9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-BANCO        PIC S9(09)V99 VALUE ZEROS.
          01 WS-DIFERENCA          PIC S9(09)V99 VALUE ZEROS.
          01 WS-CONT-LOJA          PIC 9(05) VALUE ZEROS.
          01 WS-CONT-BANCO         PIC 9(05) VALUE ZEROS.
          01 WS-VALOR-LIDO         PIC 9(09)V99 VALUE ZEROS.
          01 LINHA-EXTRATO-LIDA.
                02 LL-DIA          PIC 99.
                02 FILLER          PIC X.
                02 FILLER          PIC X(02).
                02 LL-TIPO         PIC X(10).
                02 FILLER          PIC X(02).
                02 LL-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(47).
          01 WS-DATA-LIDA          PIC 9(08) VALUE ZEROS.
          01 LINHA-CAB1.
              IF ARQST2 NOT = "00"
                 DISPLAY "SEM EXTRATO DO BANCO (extrato.txt)"
                 MOVE "S" TO WS-FIM-EXT.
              OPEN INPUT CUPOM.
              IF ARQST4 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN OUTPUT RELATORIO.
              MOVE WS-DATA-PESQ TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
                 NOT AT END
                    IF VD-DATA = WS-DATA-PESQ
                       AND VD-PAGAMENTO = "B"
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "S"
                          EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-CONT-LOJA
                       IF VD-TIPO = "D"
                          SUBTRACT VD-VALOR-TOTAL
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

       ACUMULA-EXTRATO.
              READ EXTRATO
                 AT END
                    MOVE "S" TO WS-FIM-EXT
                 NOT AT END
                    MOVE REG-EXTRATO TO LINHA-EXTRATO-LIDA
                    IF LL-TIPO = "COMPRA-LOJ" OR LL-TIPO = "ESTORNO-LJ"
                       COMPUTE WS-DATA-LIDA =
                          (2000 + LL-ANO) * 10000
                          + LL-MES * 100 + LL-DIA
                       IF WS-DATA-LIDA = WS-DATA-PESQ
                          MOVE LL-VALOR TO WS-VALOR-LIDO
                          IF LL-TIPO = "ESTORNO-LJ"
                             SUBTRACT WS-VALOR-LIDO FROM WS-TOTAL-BANCO
                          ELSE
                             ADD WS-VALOR-LIDO TO WS-TOTAL-BANCO
                          END-IF
                          ADD 1 TO WS-CONT-BANCO
                       END-IF
                    END-IF
                 CLOSE VENDAS.
              IF ARQST2 = "00"
                 CLOSE EXTRATO.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

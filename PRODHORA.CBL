       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODHORA.

      * MOVIMENTO POR DIA DA SEMANA E FAIXA HORARIA PARA A ESCALA DOS
      * CAIXAS: TOTALIZA AS LINHAS DE VENDAS.TXT DO PERIODO INFORMADO
      * PELA HORA DE FECHAMENTO DO CUPOM (VD-HORA) - CUPONS, ITENS,
      * FATURAMENTO E TICKET MEDIO - PARA A LOJA E PARA CADA OPERADOR,
      * LIQUIDOS DE DEVOLUCOES, E DESTACA OS CINCO HORARIOS DE MAIOR
      * NUMERO DE CUPONS NA SEMANA. CUPOM CANCELADO (PRODCANC) FICA
      * FORA; LINHA GRAVADA ANTES DO REGISTRO DA HORA E SO CONTADA.
      * MESES JA FECHADOS PELO PRODARQ SAO LIDOS DOS HISTORICOS.
      * RELATORIO EM PRODHORA.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VENDAS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST4.

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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PRODHORA.TXT".
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

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-ARQ-VENDAS         PIC X(20) VALUE "VENDAS.TXT".
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-TIPO-HIST          PIC X(01) VALUE SPACE.
          01 WS-FIM-HIST           PIC X(01) VALUE "N".
          01 WS-NUM-ARQ            PIC 9(03) VALUE ZEROS.
          01 WS-IDX-ARQ            PIC 9(03) VALUE ZEROS.
          01 TABELA-ARQUIVOS.
                02 TQ-ARQUIVO      PIC X(20) OCCURS 120 TIMES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM-CONT     PIC 9(06) VALUE ZEROS.
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 WS-ULT-DATA           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-SEM            PIC 9(01) VALUE ZEROS.
          01 WS-HORA-LINHA.
                02 WS-HL-HH        PIC 9(02).
                02 WS-HL-MM        PIC 9(02).
                02 WS-HL-SS        PIC 9(02).
          01 WS-FAIXA              PIC 9(02) VALUE ZEROS.
          01 WS-CONT-SEM-HORA      PIC 9(07) VALUE ZEROS.
          01 WS-CONT-LINHAS        PIC 9(07) VALUE ZEROS.
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-IDX                PIC 9(02) VALUE ZEROS.
          01 WS-IDX-DIA            PIC 9(01) VALUE ZEROS.
          01 WS-IDX-HORA           PIC 9(02) VALUE ZEROS.
          01 WS-NUM-OPER           PIC 9(02) VALUE ZEROS.
          01 WS-RANK               PIC 9(01) VALUE ZEROS.
          01 WS-MAIOR-CUPONS       PIC 9(06) VALUE ZEROS.
          01 WS-MAIOR-DIA          PIC 9(01) VALUE ZEROS.
          01 WS-MAIOR-HORA         PIC 9(02) VALUE ZEROS.
          01 WS-TICKET             PIC S9(07)V99 VALUE ZEROS.
          01 WS-CEL-CUPONS         PIC 9(06) VALUE ZEROS.
          01 WS-CEL-ITENS          PIC S9(07) VALUE ZEROS.
          01 WS-CEL-VALOR          PIC S9(09)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 TABELA-NOMES-DIA.
                02 FILLER          PIC X(21) VALUE
                   "SEGTERQUAQUISEXSABDOM".
          01 TABELA-NOMES-DIA-R REDEFINES TABELA-NOMES-DIA.
                02 TN-DIA          PIC X(03) OCCURS 7 TIMES.
      * LOJA: DIA DA SEMANA (1 = SEGUNDA) X FAIXA HORARIA (HORA + 1)
          01 TABELA-LOJA.
                02 TL-DIA OCCURS 7 TIMES.
                   03 TL-HORA OCCURS 24 TIMES.
                      04 TL-CUPONS PIC 9(06).
                      04 TL-ITENS  PIC S9(07).
                      04 TL-VALOR  PIC S9(09)V99.
                      04 TL-PICO   PIC X(01).
          01 TABELA-OPERADORES.
                02 TO-LINHA OCCURS 30 TIMES.
                   03 TO-OPERADOR  PIC X(10).
                   03 TO-CUPONS    PIC 9(06).
                   03 TO-ITENS     PIC S9(07).
                   03 TO-VALOR     PIC S9(09)V99.
                   03 TO-DIA OCCURS 7 TIMES.
                      04 TO-HORA OCCURS 24 TIMES.
                         05 TO-CEL-CUPONS PIC 9(05).
                         05 TO-CEL-ITENS  PIC S9(06).
                         05 TO-CEL-VALOR  PIC S9(09)V99.
          01 LINHA-CAB1.
                02 FILLER          PIC X(42) VALUE
                   "MOVIMENTO POR DIA DA SEMANA E HORA - DE ".
                02 LC-INI          PIC 9(08).
                02 FILLER          PIC X(03) VALUE " A ".
                02 LC-FIM          PIC 9(08).
          01 LINHA-CAB2.
                02 FILLER          PIC X(29) VALUE
                   "DIA FAIXA     CUPONS    ITENS".
                02 FILLER          PIC X(18) VALUE
                   "       FATURAMENTO".
                02 FILLER          PIC X(15) VALUE
                   "   TICKET MEDIO".
          01 LINHA-SEC-LOJA        PIC X(100) VALUE
             "TOTAL DA LOJA".
          01 LINHA-SEC-PICO        PIC X(100) VALUE
             "HORARIOS DE PICO DA SEMANA (MAIS CUPONS):".
          01 LINHA-OPER.
                02 FILLER          PIC X(10) VALUE "OPERADOR: ".
                02 LO-OPERADOR     PIC X(10).
                02 FILLER          PIC X(10) VALUE "  CUPONS: ".
                02 LO-CUPONS       PIC ZZZ.ZZ9.
                02 FILLER          PIC X(15) VALUE
                   "  FATURAMENTO: ".
                02 LO-VALOR        PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(10) VALUE "  TICKET: ".
                02 LO-TICKET       PIC -ZZ.ZZ9,99.
          01 LINHA-DET.
                02 LD-DIA          PIC X(03).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-HORA-INI     PIC 99.
                02 FILLER          PIC X(02) VALUE "H-".
                02 LD-HORA-FIM     PIC 99.
                02 FILLER          PIC X(01) VALUE "H".
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CUPONS       PIC ZZZ.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-ITENS        PIC -ZZZ.ZZ9.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-VALOR        PIC -Z.ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-TICKET       PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-PICO         PIC X(10).
          01 LINHA-SEM-HORA.
                02 FILLER          PIC X(40) VALUE
                   "LINHAS SEM HORA (FORA DA ANALISE):      ".
                02 LS-CONT         PIC Z.ZZZ.ZZ9.
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              DISPLAY "MOVIMENTO POR DIA DA SEMANA E HORA".
              DISPLAY "DATA INICIAL (AAAAMMDD) [ENTER = 4 SEMANAS]: ".
              ACCEPT WS-DATA-INI.
              DISPLAY "DATA FINAL (AAAAMMDD) [ENTER = HOJE]: ".
              ACCEPT WS-DATA-FIM.
              IF WS-DATA-FIM = ZEROS
                 MOVE WS-HOJE TO WS-DATA-FIM.
              IF WS-DATA-INI = ZEROS
                 COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-FIM) - 27).
              IF WS-DATA-INI > WS-DATA-FIM
                 DISPLAY "PERIODO INVALIDO"
                 STOP RUN.
              INITIALIZE TABELA-LOJA.
              INITIALIZE TABELA-OPERADORES.
              PERFORM ABRE-ARQ.
              MOVE "V" TO WS-TIPO-HIST.
              MOVE "VENDAS.TXT" TO WS-ARQ-VIVO.
              PERFORM MONTA-ARQUIVOS.
              PERFORM LE-VENDAS
                 VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-NUM-ARQ.
              PERFORM MARCA-PICO
                 VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 5.
              PERFORM IMPRIME-LOJA.
              PERFORM IMPRIME-OPERADOR
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NUM-OPER.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CUPOM.
              IF ARQST2 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
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
                    IF VD-DATA >= WS-DATA-INI
                       AND VD-DATA <= WS-DATA-FIM
                       PERFORM CLASSIFICA-VENDA
                    END-IF
              END-READ.

       CLASSIFICA-VENDA.
              PERFORM VERIFICA-CUPOM.
              IF WS-CUPOM-CANC = "S"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-CONT-LINHAS.
              IF VD-HORA NOT NUMERIC
                 ADD 1 TO WS-CONT-SEM-HORA
                 EXIT PARAGRAPH.
              MOVE VD-HORA TO WS-HORA-LINHA.
              IF WS-HL-HH > 23
                 ADD 1 TO WS-CONT-SEM-HORA
                 EXIT PARAGRAPH.
              COMPUTE WS-FAIXA = WS-HL-HH + 1.
              IF VD-DATA NOT = WS-ULT-DATA
                 MOVE VD-DATA TO WS-ULT-DATA
                 COMPUTE WS-DIA-SEM = FUNCTION MOD
                    (FUNCTION INTEGER-OF-DATE(VD-DATA) - 1, 7) + 1.
              PERFORM LOCALIZA-OPERADOR.
              IF WS-IDX = ZEROS
                 EXIT PARAGRAPH.
      * O CUPOM CONTA UMA VEZ, NA PRIMEIRA LINHA DE VENDA; AS LINHAS
      * DE UM CUPOM VEM JUNTAS EM VENDAS.TXT
              IF VD-TIPO NOT = "D"
                 AND VD-CUPOM NOT = WS-ULT-CUPOM-CONT
                 MOVE VD-CUPOM TO WS-ULT-CUPOM-CONT
                 ADD 1 TO TL-CUPONS(WS-DIA-SEM, WS-FAIXA)
                 ADD 1 TO TO-CEL-CUPONS(WS-IDX, WS-DIA-SEM, WS-FAIXA)
                 ADD 1 TO TO-CUPONS(WS-IDX).
              IF VD-TIPO = "D"
                 SUBTRACT VD-QTDADE
                    FROM TL-ITENS(WS-DIA-SEM, WS-FAIXA)
                         TO-CEL-ITENS(WS-IDX, WS-DIA-SEM, WS-FAIXA)
                         TO-ITENS(WS-IDX)
                 SUBTRACT VD-VALOR-TOTAL
                    FROM TL-VALOR(WS-DIA-SEM, WS-FAIXA)
                         TO-CEL-VALOR(WS-IDX, WS-DIA-SEM, WS-FAIXA)
                         TO-VALOR(WS-IDX)
              ELSE
                 ADD VD-QTDADE
                    TO TL-ITENS(WS-DIA-SEM, WS-FAIXA)
                       TO-CEL-ITENS(WS-IDX, WS-DIA-SEM, WS-FAIXA)
                       TO-ITENS(WS-IDX)
                 ADD VD-VALOR-TOTAL
                    TO TL-VALOR(WS-DIA-SEM, WS-FAIXA)
                       TO-CEL-VALOR(WS-IDX, WS-DIA-SEM, WS-FAIXA)
                       TO-VALOR(WS-IDX).

      * CUPOM CANCELADO NO DIA (PRODCANC) FICA FORA; CONSULTA UMA VEZ
      * POR NUMERO
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
                      UNTIL WS-IDX > WS-NUM-OPER
                 IF TO-OPERADOR(WS-IDX) = VD-OPERADOR
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-NUM-OPER >= 30
                    DISPLAY "TABELA DE OPERADORES CHEIA - "
                            "APURACAO PARCIAL"
                    MOVE ZEROS TO WS-IDX
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-OPER
                 MOVE WS-NUM-OPER TO WS-IDX
                 MOVE VD-OPERADOR TO TO-OPERADOR(WS-IDX).

      * CADA PASSADA MARCA O HORARIO DE MAIS CUPONS AINDA NAO MARCADO
       MARCA-PICO.
              MOVE ZEROS TO WS-MAIOR-CUPONS WS-MAIOR-DIA WS-MAIOR-HORA.
              PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                      UNTIL WS-IDX-DIA > 7
                 PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                         UNTIL WS-IDX-HORA > 24
                    IF TL-PICO(WS-IDX-DIA, WS-IDX-HORA) NOT = "S"
                       AND TL-CUPONS(WS-IDX-DIA, WS-IDX-HORA)
                           > WS-MAIOR-CUPONS
                       MOVE TL-CUPONS(WS-IDX-DIA, WS-IDX-HORA)
                          TO WS-MAIOR-CUPONS
                       MOVE WS-IDX-DIA  TO WS-MAIOR-DIA
                       MOVE WS-IDX-HORA TO WS-MAIOR-HORA
                    END-IF
                 END-PERFORM
              END-PERFORM.
              IF WS-MAIOR-CUPONS = ZEROS
                 EXIT PARAGRAPH.
              MOVE "S" TO TL-PICO(WS-MAIOR-DIA, WS-MAIOR-HORA).
              IF WS-RANK = 1
                 MOVE LINHA-BRANCO TO LINHA-REL
                 WRITE LINHA-REL
                 MOVE LINHA-SEC-PICO TO LINHA-REL
                 WRITE LINHA-REL
                 MOVE LINHA-CAB2 TO LINHA-REL
                 WRITE LINHA-REL.
              MOVE WS-MAIOR-DIA  TO WS-IDX-DIA.
              MOVE WS-MAIOR-HORA TO WS-IDX-HORA.
              MOVE TL-CUPONS(WS-IDX-DIA, WS-IDX-HORA) TO WS-CEL-CUPONS.
              MOVE TL-ITENS(WS-IDX-DIA, WS-IDX-HORA)  TO WS-CEL-ITENS.
              MOVE TL-VALOR(WS-IDX-DIA, WS-IDX-HORA)  TO WS-CEL-VALOR.
              PERFORM ESCREVE-CELULA.

       IMPRIME-LOJA.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-SEC-LOJA TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                      UNTIL WS-IDX-DIA > 7
                 PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                         UNTIL WS-IDX-HORA > 24
                    IF TL-CUPONS(WS-IDX-DIA, WS-IDX-HORA) > ZEROS
                       OR TL-VALOR(WS-IDX-DIA, WS-IDX-HORA) NOT = ZEROS
                       MOVE TL-CUPONS(WS-IDX-DIA, WS-IDX-HORA)
                          TO WS-CEL-CUPONS
                       MOVE TL-ITENS(WS-IDX-DIA, WS-IDX-HORA)
                          TO WS-CEL-ITENS
                       MOVE TL-VALOR(WS-IDX-DIA, WS-IDX-HORA)
                          TO WS-CEL-VALOR
                       PERFORM ESCREVE-CELULA
                    END-IF
                 END-PERFORM
              END-PERFORM.

       IMPRIME-OPERADOR.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE TO-OPERADOR(WS-IDX) TO LO-OPERADOR.
              MOVE TO-CUPONS(WS-IDX)   TO LO-CUPONS.
              MOVE TO-VALOR(WS-IDX)    TO LO-VALOR.
              MOVE ZEROS TO WS-TICKET.
              IF TO-CUPONS(WS-IDX) > ZEROS
                 COMPUTE WS-TICKET ROUNDED =
                    TO-VALOR(WS-IDX) / TO-CUPONS(WS-IDX).
              MOVE WS-TICKET TO LO-TICKET.
              MOVE LINHA-OPER TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                      UNTIL WS-IDX-DIA > 7
                 PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                         UNTIL WS-IDX-HORA > 24
                    IF TO-CEL-CUPONS(WS-IDX, WS-IDX-DIA, WS-IDX-HORA)
                       > ZEROS
                       OR TO-CEL-VALOR(WS-IDX, WS-IDX-DIA, WS-IDX-HORA)
                       NOT = ZEROS
                       MOVE TO-CEL-CUPONS(WS-IDX, WS-IDX-DIA,
                                          WS-IDX-HORA)
                          TO WS-CEL-CUPONS
                       MOVE TO-CEL-ITENS(WS-IDX, WS-IDX-DIA,
                                         WS-IDX-HORA)
                          TO WS-CEL-ITENS
                       MOVE TO-CEL-VALOR(WS-IDX, WS-IDX-DIA,
                                         WS-IDX-HORA)
                          TO WS-CEL-VALOR
                       PERFORM ESCREVE-CELULA
                    END-IF
                 END-PERFORM
              END-PERFORM.

      * LINHA DE UMA FAIXA (DIA WS-IDX-DIA, HORA WS-IDX-HORA - 1); O
      * HORARIO DE PICO DA LOJA SAI MARCADO TAMBEM NOS OPERADORES
       ESCREVE-CELULA.
              MOVE TN-DIA(WS-IDX-DIA) TO LD-DIA.
              COMPUTE LD-HORA-INI = WS-IDX-HORA - 1.
              IF WS-IDX-HORA = 24
                 MOVE ZEROS TO LD-HORA-FIM
              ELSE
                 MOVE WS-IDX-HORA TO LD-HORA-FIM.
              MOVE WS-CEL-CUPONS TO LD-CUPONS.
              MOVE WS-CEL-ITENS  TO LD-ITENS.
              MOVE WS-CEL-VALOR  TO LD-VALOR.
              MOVE ZEROS TO WS-TICKET.
              IF WS-CEL-CUPONS > ZEROS
                 COMPUTE WS-TICKET ROUNDED =
                    WS-CEL-VALOR / WS-CEL-CUPONS.
              MOVE WS-TICKET TO LD-TICKET.
              IF TL-PICO(WS-IDX-DIA, WS-IDX-HORA) = "S"
                 MOVE "<<< PICO" TO LD-PICO
              ELSE
                 MOVE SPACES TO LD-PICO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-SEM-HORA TO LS-CONT.
              MOVE LINHA-SEM-HORA TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "RELATORIO GERADO: PRODHORA.TXT".
              DISPLAY "LINHAS ANALISADAS: " WS-CONT-LINHAS
                      "  SEM HORA: " WS-CONT-SEM-HORA.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE RELATORIO.
              STOP RUN.

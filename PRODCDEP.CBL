       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODCDEP.

      * CONCILIACAO DAS GUIAS DE DEPOSITO DA LOJA: CONFRONTA CADA
      * GUIA EMITIDA NO FECHAMENTO DE CAIXA (PRODCAIX, EM
      * deposito-loja.txt) COM O CREDITO FEITO PELO BANCO
      * (DepositoLoja, EM deposito-creditado.txt). GUIA CREDITADA
      * COM VALOR DIFERENTE SAI COM A DIFERENCA; GUIA SEM CREDITO
      * DESDE O DIA ANTERIOR OU ANTES SAI COMO ENVELOPE NAO
      * CREDITADO, PARA SER COBRADA NA MANHA SEGUINTE.
      * RELATORIO EM CONCDEP.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GUIADEP ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CREDITADOS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

       DATA DIVISION.
       FILE SECTION.
      * GUIA DE DEPOSITO: H = CABECALHO DA GUIA, D = OPERADOR
       FD GUIADEP LABEL RECORD STANDARD
                DATA RECORD IS REG-GUIA
                VALUE OF FILE-ID IS "deposito-loja.txt".
          01 REG-GUIA.
                02 GD-TIPO        PIC X(01).
                02 GD-DATA        PIC 9(08).
                02 GD-RESTO       PIC X(40).
          01 REG-GUIA-H.
                02 GH-TIPO        PIC X(01).
                02 GH-DATA        PIC 9(08).
                02 GH-CPF         PIC 9(11).
                02 GH-TIPO-CONTA  PIC 9(01).
                02 GH-VALOR       PIC 9(07)V99.
                02 GH-QTD-OPER    PIC 9(02).
                02 FILLER         PIC X(17).
          01 REG-GUIA-D.
                02 GO-TIPO        PIC X(01).
                02 GO-DATA        PIC 9(08).
                02 GO-OPERADOR    PIC X(10).
                02 GO-CONTADO     PIC 9(07)V99.
                02 FILLER         PIC X(21).

       FD CREDITADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CREDITADO
                VALUE OF FILE-ID IS "deposito-creditado.txt".
          01 REG-CREDITADO.
                02 DC-DATA-GUIA   PIC 9(08).
                02 DC-CPF         PIC 9(11).
                02 DC-TIPO-CONTA  PIC 9(01).
                02 DC-VALOR-GUIA  PIC 9(07)V99.
                02 DC-VALOR-CRED  PIC 9(07)V99.
                02 DC-DATA-CRED   PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CONCDEP.TXT".
          01 LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-DATA-INI           PIC 9(08) VALUE ZEROS.
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-GUIA           PIC 9(07) VALUE ZEROS.
          01 WS-DIAS               PIC 9(05) VALUE ZEROS.
          01 WS-DIFERENCA          PIC S9(07)V99 VALUE ZEROS.
          01 WS-SITUACAO           PIC X(24) VALUE SPACES.
          01 WS-NUM-CRED           PIC 9(04) VALUE ZEROS.
          01 WS-IDX                PIC 9(04) VALUE ZEROS.
          01 WS-CONT-GUIAS         PIC 9(05) VALUE ZEROS.
          01 WS-CONT-CONFERE       PIC 9(05) VALUE ZEROS.
          01 WS-CONT-DIFERENCA     PIC 9(05) VALUE ZEROS.
          01 WS-CONT-NAO-CRED      PIC 9(05) VALUE ZEROS.
          01 WS-CONT-AGUARDA       PIC 9(05) VALUE ZEROS.
          01 WS-TOTAL-GUIAS        PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-CRED         PIC 9(09)V99 VALUE ZEROS.
          01 TABELA-CREDITOS.
                02 TB-LINHA OCCURS 1000 TIMES.
                   03 TB-DATA-GUIA PIC 9(08).
                   03 TB-VALOR-CRED PIC 9(07)V99.
                   03 TB-DATA-CRED PIC 9(08).
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "CONCILIACAO DAS GUIAS DE DEPOSITO - DIA ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2            PIC X(100) VALUE
             "GUIA            VALOR GUIA   VALOR CREDITADO  CREDITO
      -      "    DIFERENCA  SITUACAO".
          01 LINHA-DET.
                02 LD-DATA         PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-VALOR-GUIA   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-VALOR-CRED   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-DATA-CRED    PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-DIFERENCA    PIC -Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SITUACAO     PIC X(24).
          01 LINHA-TOT1.
                02 FILLER          PIC X(30) VALUE
                   "GUIAS NO PERIODO:             ".
                02 LT1-QTD         PIC ZZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LT1-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT2.
                02 FILLER          PIC X(30) VALUE
                   "CREDITADO PELO BANCO:         ".
                02 LT2-QTD         PIC ZZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LT2-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT3.
                02 FILLER          PIC X(30) VALUE
                   "CREDITADAS COM DIFERENCA:     ".
                02 LT3-QTD         PIC ZZZZ9.
          01 LINHA-TOT4.
                02 FILLER          PIC X(30) VALUE
                   "ENVELOPES NAO CREDITADOS:     ".
                02 LT4-QTD         PIC ZZZZ9.
          01 LINHA-TOT5.
                02 FILLER          PIC X(30) VALUE
                   "AGUARDANDO CREDITO (HOJE):    ".
                02 LT5-QTD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              DISPLAY "CONCILIACAO DAS GUIAS DE DEPOSITO DA LOJA".
              DISPLAY "GUIAS A PARTIR DE (AAAAMMDD, 0 = 30 DIAS): ".
              ACCEPT WS-DATA-INI.
              IF WS-DATA-INI = ZEROS
                 COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER
                    (WS-INT-HOJE - 30).
              OPEN INPUT GUIADEP.
              IF ARQST NOT = "00"
                 DISPLAY "SEM GUIAS DE DEPOSITO (deposito-loja.txt)"
                 STOP RUN.
              PERFORM CARREGA-CREDITOS.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE "N" TO WS-FIM.
              PERFORM CONCILIA-GUIA UNTIL WS-FIM = "S".
              PERFORM FINALIZA.

       CARREGA-CREDITOS.
              OPEN INPUT CREDITADOS.
              IF ARQST2 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-CREDITO UNTIL WS-FIM = "S".
              CLOSE CREDITADOS.

       LE-CREDITO.
              READ CREDITADOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF WS-NUM-CRED < 1000
                       ADD 1 TO WS-NUM-CRED
                       MOVE DC-DATA-GUIA
                          TO TB-DATA-GUIA(WS-NUM-CRED)
                       MOVE DC-VALOR-CRED
                          TO TB-VALOR-CRED(WS-NUM-CRED)
                       MOVE DC-DATA-CRED
                          TO TB-DATA-CRED(WS-NUM-CRED)
                    END-IF
              END-READ.

       CONCILIA-GUIA.
              READ GUIADEP
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF GD-TIPO = "H" AND GH-DATA NOT < WS-DATA-INI
                       PERFORM AVALIA-GUIA
                    END-IF
              END-READ.

       AVALIA-GUIA.
              ADD 1 TO WS-CONT-GUIAS.
              ADD GH-VALOR TO WS-TOTAL-GUIAS.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-CRED
                 IF TB-DATA-GUIA(WS-IDX) = GH-DATA
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              MOVE GH-DATA  TO LD-DATA.
              MOVE GH-VALOR TO LD-VALOR-GUIA.
              IF WS-ACHOU = "S"
                 ADD TB-VALOR-CRED(WS-IDX) TO WS-TOTAL-CRED
                 COMPUTE WS-DIFERENCA =
                    TB-VALOR-CRED(WS-IDX) - GH-VALOR
                 MOVE TB-VALOR-CRED(WS-IDX) TO LD-VALOR-CRED
                 MOVE TB-DATA-CRED(WS-IDX)  TO LD-DATA-CRED
                 IF WS-DIFERENCA = ZEROS
                    MOVE "CONFERE" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-CONFERE
                 ELSE
                    MOVE "CREDITO DIFERENTE" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-DIFERENCA
                 END-IF
              ELSE
                 COMPUTE WS-INT-GUIA =
                    FUNCTION INTEGER-OF-DATE(GH-DATA)
                 COMPUTE WS-DIAS = WS-INT-HOJE - WS-INT-GUIA
                 MOVE ZEROS TO LD-VALOR-CRED
                               LD-DATA-CRED
                 COMPUTE WS-DIFERENCA = 0 - GH-VALOR
                 IF WS-DIAS > 0
                    MOVE "ENVELOPE NAO CREDITADO" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-NAO-CRED
                 ELSE
                    MOVE "AGUARDANDO CREDITO" TO WS-SITUACAO
                    ADD 1 TO WS-CONT-AGUARDA
                 END-IF
              END-IF.
              MOVE WS-DIFERENCA TO LD-DIFERENCA.
              MOVE WS-SITUACAO  TO LD-SITUACAO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE SPACES TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-GUIAS TO LT1-QTD.
              MOVE WS-TOTAL-GUIAS TO LT1-VALOR.
              MOVE LINHA-TOT1 TO LINHA-REL.
              WRITE LINHA-REL.
              COMPUTE LT2-QTD = WS-CONT-CONFERE + WS-CONT-DIFERENCA.
              MOVE WS-TOTAL-CRED TO LT2-VALOR.
              MOVE LINHA-TOT2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-DIFERENCA TO LT3-QTD.
              MOVE LINHA-TOT3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-NAO-CRED TO LT4-QTD.
              MOVE LINHA-TOT4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-AGUARDA TO LT5-QTD.
              MOVE LINHA-TOT5 TO LINHA-REL.
              WRITE LINHA-REL.
              IF WS-CONT-NAO-CRED > ZEROS OR WS-CONT-DIFERENCA > ZEROS
                 DISPLAY "ATENCAO: " WS-CONT-NAO-CRED
                         " ENVELOPE(S) NAO CREDITADO(S), "
                         WS-CONT-DIFERENCA " COM DIFERENCA".
              DISPLAY "RELATORIO GERADO: CONCDEP.TXT".
              CLOSE GUIADEP.
              CLOSE RELATORIO.
              STOP RUN.

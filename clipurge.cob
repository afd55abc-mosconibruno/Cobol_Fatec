               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientes.dat".
       FD HISTORICO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-HIST
                VALUE OF FILE-ID IS "HISTCLI.TXT".
          01 LINHA-HIST             PIC X(251).

       WORKING-STORAGE SECTION.
       77 FS-STAT      PIC X(02).
       77 FS-STAT-HIST PIC X(02).
       77 LINHA-LOG    PIC X(80).
       77 WS-TRILHA-LOG PIC X(20) VALUE "lgpdlog.txt".
       77 WS-TAM-LOG   PIC 9(03) VALUE 80.
       77 WS-LINHA-TRILHA PIC X(210).
       77 WS-TRILHA-HIST PIC X(20) VALUE "HISTCLI.TXT".
       77 WS-ACAO-TRILHA PIC X VALUE "G".
       77 WS-TAM-HIST    PIC 9(03) VALUE 210.
       77 WS-FIM       PIC X VALUE "N".
       77 WS-MODO      PIC X VALUE SPACE.
           88 MODO-CPF      VALUE "C" "c".
           MOVE TA-FONE(WS-IDX) TO LL-FONE.
           MOVE WS-CPF-ALVO TO LL-CPF.
           MOVE WS-OPERADOR TO LL-OPERADOR.
           MOVE LINHA-LOG-DET TO LINHA-LOG.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-LOG
                                    LINHA-LOG WS-TAM-LOG.

      * -----------------------------------
      * CARREGA TODO O HISTÓRICO EM MEMÓRIA, ANONIMIZA AS LINHAS DOS
                       "INALTERADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-ACAO-TRILHA.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-HIST
                                    WS-LINHA-TRILHA WS-TAM-HIST.
           MOVE "G" TO WS-ACAO-TRILHA.
           PERFORM REGRAVA-HIST
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-HIST.

       CARREGA-HIST.
           READ HISTORICO
               MOVE ZEROS TO LH-CPF
               MOVE ZEROS TO LH-CEP
           END-IF.
           MOVE LINHA-HIST-DET TO WS-LINHA-TRILHA.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-HIST
                                    WS-LINHA-TRILHA WS-TAM-HIST.

               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CPF WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientes.dat".
           05 FS-CONS-MKT  PIC X(01).
           05 FS-CONS-DATA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-STAT      PIC X(02).
       77 WS-LINHA-TRILHA PIC X(210).
       77 WS-TRILHA-HIST PIC X(20) VALUE "HISTCLI.TXT".
       77 WS-ACAO-TRILHA PIC X VALUE "G".
       77 WS-TAM-HIST    PIC 9(03) VALUE 210.
       01 DATA-SIS.
           05 DS-ANO PIC 9(04).
           05 DS-MES PIC 9(02).
           MOVE FS-UF       TO LH-UF.

       GRAVA-LINHA-HIST.
           MOVE LINHA-HIST-DET TO WS-LINHA-TRILHA.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-HIST
                                    WS-LINHA-TRILHA WS-TAM-HIST.

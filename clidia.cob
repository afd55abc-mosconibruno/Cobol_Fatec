       FD HISTORICO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-HIST
                VALUE OF FILE-ID IS "HISTCLI.TXT".
          01 LINHA-HIST             PIC X(251).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL

                   "PRODDIA   PRODDIA.TXT                   ".
                02 FILLER          PIC X(40) VALUE
                   "PRODLIST  PRODLIST.TXT                  ".
                02 FILLER          PIC X(40) VALUE
                   "PRODBAL   BALREL.TXT                    ".
          01 TABELA-PASSOS-R REDEFINES TABELA-PASSOS.
                02 PASSO-T OCCURS 6 TIMES.
                   03 PASSO-PROGRAMA PIC X(10).
                   03 PASSO-ARQUIVO  PIC X(30).
          01 LINHA-LOG-DET.
              IF WS-ABORTA = "N"
                 PERFORM EXECUTA-PASSO
                    VARYING WS-PASSO FROM 1 BY 1
                    UNTIL WS-PASSO > 6 OR WS-ABORTA = "S".
              IF WS-ABORTA = "S"
                 MOVE "CADEIA ABORTADA - VER MOTIVO ACIMA"
                    TO WS-TEXTO-AUX

           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD CARNE LABEL RECORD STANDARD
                DATA RECORD IS LINHA-CARNE
                VALUE OF FILE-ID IS "funcionarios.txt".
       01 REG-FUNC.
           05 COD-FUNC    PIC 9(04).
           05 FUNC-SAL    PIC X(08).
           05 NOME-FUNC   PIC X(30).
           05 FUNC-ATIVO  PIC X(01).
           05 FUNC-ADMIN  PIC X(01).
           05 FUNC-TROCA  PIC X(01).
           05 FUNC-FALHAS PIC 9(01).
           05 FUNC-SENHA-DATA PIC 9(08).
           05 FUNC-HASH   PIC X(16).

       WORKING-STORAGE SECTION.
       77 FS-STAT       PIC X(02).
       77 WS-FIM-FUNC PIC X VALUE "N".
       77 WS-COD-SUP PIC 9(04) VALUE ZEROS.
       77 WS-SENHA-SUP PIC X(08) VALUE SPACES.
       77 WS-HASH-SENHA PIC X(16) VALUE SPACES.
       77 WS-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-INT-VENC PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
           MOVE "N"           TO CR-PAGO.
           MOVE ZEROS         TO CR-DATA-PGTO.
           MOVE ZEROS         TO CR-VALOR-PAGO.
           MOVE SPACE         TO CR-ORIGEM.
           MOVE ZEROS         TO CR-ACORDO.
           MOVE ZEROS         TO CR-DATA-BAIXA.
           WRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA " WS-IDX-PARC
                   MOVE "S" TO WS-FIM-FUNC
               NOT AT END
                   IF COD-FUNC = WS-COD-SUP
                       AND FUNC-ADMIN = "S"
                       AND FUNC-ATIVO NOT = "N"
                       CALL "HashSenha" USING COD-FUNC FUNC-SAL
                                              WS-SENHA-SUP WS-HASH-SENHA
                       MOVE SPACES TO WS-SENHA-SUP
                       IF FUNC-HASH = WS-HASH-SENHA
                           MOVE "S" TO WS-LIBERADO
                       END-IF
                       MOVE "S" TO WS-FIM-FUNC
                   END-IF
           END-READ.

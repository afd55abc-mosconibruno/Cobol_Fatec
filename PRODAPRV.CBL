      * DE SUGPRECO.DAT (GERADAS PELO PRODSUGP) E DEIXA O GERENTE
      * ACEITAR, EDITAR OU RECUSAR CADA UMA; A SUGESTAO ACEITA VIRA
      * REGISTRO DE PRECOS.DAT COM A VIGENCIA INFORMADA E ENTRA NA
      * FILA DE ETIQUETAS (ETIQFILA.TXT) E NA FILA DAS BALANCAS
      * (BALFILA.TXT) COMO NO PRODPRC
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

              SELECT BALFILA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 EF-DATA        PIC 9(08).
                02 EF-CODIGO      PIC 9(13).

       FD BALFILA LABEL RECORD STANDARD
                DATA RECORD IS REG-BALFILA
                VALUE OF FILE-ID IS "BALFILA.TXT".
          01 REG-BALFILA.
                02 BF-DATA        PIC 9(08).
                02 BF-CODIGO      PIC 9(13).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-ACAO               PIC X(01) VALUE SPACE.
              88 ACAO-ACEITAR      VALUE "A" "a".
              MOVE SG-CODIGO TO EF-CODIGO.
              WRITE REG-FILA.
              CLOSE ETIQFILA.
              OPEN EXTEND BALFILA.
              IF ARQST5 NOT = "00" AND ARQST5 NOT = "05"
                 OPEN OUTPUT BALFILA.
              MOVE WS-HOJE   TO BF-DATA.
              MOVE SG-CODIGO TO BF-CODIGO.
              WRITE REG-BALFILA.
              CLOSE BALFILA.

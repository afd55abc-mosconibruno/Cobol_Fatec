              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT BALFILA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

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
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".

      * TODA CARGA DE PRECO ENTRA NA FILA DE REIMPRESSAO DE
      * ETIQUETAS DE GONDOLA (ETIQFILA.TXT), CONSUMIDA PELO PRODETIQ
      * E NA FILA DA CARGA DAS BALANCAS (BALFILA.TXT), CONSUMIDA
      * PELO PRODBAL NA CADEIA NOTURNA
       ENFILEIRA-ETIQUETA.
              OPEN EXTEND ETIQFILA.
              IF ARQST3 NOT = "00" AND ARQST3 NOT = "05"
              MOVE WS-CODIGO TO EF-CODIGO.
              WRITE REG-FILA.
              CLOSE ETIQFILA.
              OPEN EXTEND BALFILA.
              IF ARQST4 NOT = "00" AND ARQST4 NOT = "05"
                 OPEN OUTPUT BALFILA.
              MOVE DATA-SIS  TO BF-DATA.
              MOVE WS-CODIGO TO BF-CODIGO.
              WRITE REG-BALFILA.
              CLOSE BALFILA.

       EXCLUI-PRECO.
              DISPLAY "CODIGO DO PRODUTO: ".

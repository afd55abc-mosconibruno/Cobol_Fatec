      * INCLUSIVE). A SEQUÊNCIA E A DATA FICAM EM cliextctl.txt.
      * NOS DOIS MODOS SO SAI CLIENTE COM CONSENTIMENTO DE
      * MARKETING (FS-CONS-MKT = S); O TRAILER TRAZ A CONTAGEM DE
      * SUPRIMIDOS POR FALTA DE CONSENTIMENTO. O ÚLTIMO CAMPO DO
      * DETALHE É O SEGMENTO RFM DO CLIENTE GRAVADO PELO PRODRFM EM
      * CLIRFM.DAT (EM BRANCO SE O CLIENTE AINDA NÃO FOI CLASSIFICADO).
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEXT.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-CTL.

           SELECT CLIRFM ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RF-FONE
               FILE STATUS FS-STAT-RFM.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientes.dat".
       FD HISTORICO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-HIST
                VALUE OF FILE-ID IS "HISTCLI.TXT".
          01 LINHA-HIST             PIC X(251).

       FD EXTRACAO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-EXT
              05 CTL-SEQUENCIA PIC 9(06).
              05 CTL-ULT-DATA  PIC 9(08).

       FD CLIRFM LABEL RECORD STANDARD
                DATA RECORD IS REG-CLIRFM
                VALUE OF FILE-ID IS "CLIRFM.DAT".
          01 REG-CLIRFM.
              05 RF-FONE       PIC 9(09).
              05 RF-SEGMENTO   PIC X(01).
              05 RF-NOTA-R     PIC 9(01).
              05 RF-NOTA-F     PIC 9(01).
              05 RF-NOTA-V     PIC 9(01).
              05 RF-ULT-COMPRA PIC 9(08).
              05 RF-COMPRAS    PIC 9(05).
              05 RF-VALOR      PIC S9(09)V99.
              05 RF-DATA-CALC  PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-STAT      PIC X(02).
       77 FS-STAT-HIST PIC X(02).
       77 FS-STAT-EXT  PIC X(02).
       77 FS-STAT-CTL  PIC X(02).
       77 FS-STAT-RFM  PIC X(02).
       77 WS-TEM-RFM   PIC X VALUE "N".
       77 WS-SEGMENTO  PIC X VALUE SPACE.
       77 WS-FIM       PIC X VALUE "N".
       77 WS-MODO      PIC X VALUE SPACE.
           88 MODO-FULL VALUE "F" "f".
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS " FS-STAT
               STOP RUN
           END-IF.
           OPEN INPUT CLIRFM.
           IF FS-STAT-RFM = "00"
               MOVE "S" TO WS-TEM-RFM
           END-IF.
           OPEN OUTPUT EXTRACAO.
           MOVE WS-SEQUENCIA TO WS-SEQ-E.
           MOVE SPACES TO LINHA-EXT.
           WRITE LINHA-EXT.
           CLOSE FILE1.
           CLOSE EXTRACAO.
           IF WS-TEM-RFM = "S"
               CLOSE CLIRFM
           END-IF.

       EXTRAI-CLIENTE.
           READ FILE1 NEXT RECORD
                       IF FS-CPF IS NUMERIC
                           ADD FS-CPF TO WS-HASH-CPF
                       END-IF
                       PERFORM BUSCA-SEGMENTO
                       MOVE SPACES TO LINHA-EXT
                       STRING "D;" FS-FONE ";"
                              FUNCTION TRIM(FS-NOME) ";"
                              FUNCTION TRIM(FS-ENDERECO) ";"
                              FS-CPF ";" FS-CEP ";"
                              FUNCTION TRIM(FS-CIDADE) ";" FS-UF
                              ";" WS-SEGMENTO
                           DELIMITED BY SIZE INTO LINHA-EXT
                       WRITE LINHA-EXT
                   END-IF
           END-READ.

       BUSCA-SEGMENTO.
           MOVE SPACE TO WS-SEGMENTO.
           IF WS-TEM-RFM = "S"
               MOVE FS-FONE TO RF-FONE
               READ CLIRFM
                   INVALID KEY
                       MOVE SPACE TO WS-SEGMENTO
                   NOT INVALID KEY
                       MOVE RF-SEGMENTO TO WS-SEGMENTO
               END-READ
           END-IF.

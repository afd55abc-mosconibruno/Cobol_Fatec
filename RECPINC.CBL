       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECUP-INC.

      * CALENDARIO DAS PROVAS DE RECUPERACAO (RECPROVA.DAT, CHAVE ANO
      * LETIVO + BIMESTRE + DISCIPLINA): DATA, HORARIO E LOCAL DA
      * PROVA DE CADA DISCIPLINA NO BIMESTRE. A CARTA DE RISCO AOS
      * PAIS (ALUNORIS) TRANSCREVE O CALENDARIO DAS DISCIPLINAS EM
      * RISCO
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECPROVAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY RP-CHAVE
           FILE STATUS ARQST-REC.

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DS-CODIGO
           FILE STATUS ARQST-DIS.

       DATA DIVISION.
       FILE SECTION.
       FD RECPROVAS LABEL RECORD STANDARD
                DATA RECORD IS REG-RECPROVA
                VALUE OF FILE-ID IS "RECPROVA.DAT".
          01 REG-RECPROVA.
             02 RP-CHAVE.
                03 RP-ANO-LET PIC 9(04).
                03 RP-BIM     PIC 9(01).
                03 RP-DISC    PIC X(10).
             02 RP-DATA       PIC 9(08).
             02 RP-HORA       PIC X(05).
             02 RP-LOCAL      PIC X(15).

       FD DISCIPLINAS LABEL RECORD STANDARD
                DATA RECORD IS REG-DISC
                VALUE OF FILE-ID IS "DISCIP.DAT".
          01 REG-DISC.
             02 DS-CODIGO PIC X(10).
             02 DS-NOME   PIC X(30).

       WORKING-STORAGE SECTION.
       01 ARQST-REC       PIC X(02).
       01 ARQST-DIS       PIC X(02).
       01 WMODO           PIC X(01) VALUE SPACE.
           88 MODO-INCLUIR VALUE "I" "i".
           88 MODO-EXCLUIR VALUE "E" "e".
           88 MODO-LISTAR  VALUE "L" "l".
           88 MODO-FIM     VALUE "F" "f".
       01 WANO-LET        PIC 9(04) VALUE ZEROS.
       01 WBIM            PIC 9(01) VALUE ZEROS.
       01 WDISC           PIC X(10) VALUE SPACES.
       01 WDATA           PIC 9(08) VALUE ZEROS.
       01 WHORA           PIC X(05) VALUE SPACES.
       01 WLOCAL          PIC X(15) VALUE SPACES.
       01 WCHAVE-OK       PIC X(01) VALUE "N".
       01 WFIM            PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT DISCIPLINAS.
           IF ARQST-DIS NOT = "00"
              DISPLAY "CADASTRO DE DISCIPLINAS AUSENTE - "
                      "RODE O DISCINC"
              STOP RUN.
           OPEN I-O RECPROVAS.
           IF ARQST-REC NOT = "00"
              OPEN OUTPUT RECPROVAS
              CLOSE RECPROVAS
              OPEN I-O RECPROVAS.
           PERFORM Processo UNTIL MODO-FIM.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE RECPROVAS.
           CLOSE DISCIPLINAS.
           STOP RUN.

       Processo.
           DISPLAY "CALENDARIO DE PROVAS DE RECUPERACAO".
           DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                   "F-FIM): ".
           ACCEPT WMODO.
           EVALUATE TRUE
              WHEN MODO-INCLUIR
                 PERFORM Inclui-Prova
              WHEN MODO-EXCLUIR
                 PERFORM Exclui-Prova
              WHEN MODO-LISTAR
                 PERFORM Lista-Provas
              WHEN MODO-FIM
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       Recebe-Chave.
           MOVE "N" TO WCHAVE-OK.
           DISPLAY "ANO LETIVO (AAAA): ".
           ACCEPT WANO-LET.
           DISPLAY "BIMESTRE (1 A 4): ".
           ACCEPT WBIM.
           IF WBIM < 1 OR WBIM > 4
              DISPLAY "BIMESTRE INVALIDO"
              EXIT PARAGRAPH.
           DISPLAY "DISCIPLINA: ".
           MOVE SPACES TO WDISC.
           ACCEPT WDISC.
           MOVE WDISC TO DS-CODIGO.
           READ DISCIPLINAS
              INVALID KEY
                 DISPLAY "DISCIPLINA NAO CADASTRADA (DISCINC)"
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY "  " DS-NOME.
           MOVE "S" TO WCHAVE-OK.

      * A PROVA JA AGENDADA E REMARCADA COM OS DADOS NOVOS
       Inclui-Prova.
           PERFORM Recebe-Chave.
           IF WCHAVE-OK = "N"
              EXIT PARAGRAPH.
           DISPLAY "DATA DA PROVA (AAAAMMDD): ".
           ACCEPT WDATA.
           IF WDATA (1:4) < WANO-LET OR WDATA (5:2) < "01"
              OR WDATA (5:2) > "12" OR WDATA (7:2) < "01"
              OR WDATA (7:2) > "31"
              DISPLAY "DATA INVALIDA"
              EXIT PARAGRAPH.
           DISPLAY "HORARIO (HH:MM): ".
           MOVE SPACES TO WHORA.
           ACCEPT WHORA.
           DISPLAY "LOCAL (SALA): ".
           MOVE SPACES TO WLOCAL.
           ACCEPT WLOCAL.
           MOVE WANO-LET TO RP-ANO-LET.
           MOVE WBIM TO RP-BIM.
           MOVE WDISC TO RP-DISC.
           MOVE WDATA TO RP-DATA.
           MOVE WHORA TO RP-HORA.
           MOVE WLOCAL TO RP-LOCAL.
           WRITE REG-RECPROVA
              INVALID KEY
                 REWRITE REG-RECPROVA
                    INVALID KEY
                       DISPLAY "ERRO AO GRAVAR"
                    NOT INVALID KEY
                       DISPLAY "PROVA REMARCADA"
                 END-REWRITE
              NOT INVALID KEY
                 DISPLAY "PROVA AGENDADA"
           END-WRITE.

       Exclui-Prova.
           PERFORM Recebe-Chave.
           IF WCHAVE-OK = "N"
              EXIT PARAGRAPH.
           MOVE WANO-LET TO RP-ANO-LET.
           MOVE WBIM TO RP-BIM.
           MOVE WDISC TO RP-DISC.
           DELETE RECPROVAS
              INVALID KEY
                 DISPLAY "PROVA NAO ENCONTRADA"
              NOT INVALID KEY
                 DISPLAY "PROVA EXCLUIDA"
           END-DELETE.

       Lista-Provas.
           MOVE LOW-VALUES TO RP-CHAVE.
           START RECPROVAS KEY IS GREATER THAN RP-CHAVE
              INVALID KEY
                 DISPLAY "CALENDARIO VAZIO"
                 EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WFIM.
           PERFORM Lista-Linha UNTIL WFIM = "S".

       Lista-Linha.
           READ RECPROVAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 DISPLAY RP-ANO-LET " BIM " RP-BIM " " RP-DISC " "
                         RP-DATA " " RP-HORA " " RP-LOCAL
           END-READ.

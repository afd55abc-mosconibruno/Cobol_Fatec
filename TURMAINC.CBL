       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TURMA-INC.

      * TABELA DE TURMAS (TURMAS.DAT, CHAVE TURMA): PARA CADA TURMA,
      * A TURMA SEGUINTE NA PROMOCAO (EM BRANCO = ULTIMA SERIE, O
      * ALUNO APROVADO CONCLUI O CURSO) E AS DISCIPLINAS CURSADAS
      * NELA (DISCIP.DAT). O FECHAMENTO DO ANO LETIVO (ANOFECHA) USA
      * A TABELA PARA PROMOVER OU RETER O ALUNO E ABRIR AS MATRICULAS
      * DO ANO SEGUINTE EM MATRIC.DAT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY TU-TURMA
           FILE STATUS ARQST-TUR.

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DS-CODIGO
           FILE STATUS ARQST-DIS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS LABEL RECORD STANDARD
                DATA RECORD IS REG-TURMA
                VALUE OF FILE-ID IS "TURMAS.DAT".
          01 REG-TURMA.
             02 TU-TURMA    PIC X(06).
             02 TU-PROXIMA  PIC X(06).
             02 TU-QTD-DISC PIC 9(02).
             02 TU-DISC     PIC X(10) OCCURS 20 TIMES.

       FD DISCIPLINAS LABEL RECORD STANDARD
                DATA RECORD IS REG-DISC
                VALUE OF FILE-ID IS "DISCIP.DAT".
          01 REG-DISC.
             02 DS-CODIGO PIC X(10).
             02 DS-NOME   PIC X(30).

       WORKING-STORAGE SECTION.
       01 ARQST-TUR       PIC X(02).
       01 ARQST-DIS       PIC X(02).
       01 WMODO           PIC X(01) VALUE SPACE.
           88 MODO-INCLUIR VALUE "I" "i".
           88 MODO-EXCLUIR VALUE "E" "e".
           88 MODO-LISTAR  VALUE "L" "l".
           88 MODO-FIM     VALUE "F" "f".
       01 WTURMA          PIC X(06) VALUE SPACES.
       01 WPROXIMA        PIC X(06) VALUE SPACES.
       01 WDISC           PIC X(10) VALUE SPACES.
       01 WI              PIC 9(02) VALUE ZEROS.
       01 WFIM            PIC X(01) VALUE "N".
       01 WFIM-DISC       PIC X(01) VALUE "N".
       01 WREPETIDA       PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT DISCIPLINAS.
           IF ARQST-DIS NOT = "00"
              DISPLAY "CADASTRO DE DISCIPLINAS AUSENTE - "
                      "RODE O DISCINC"
              STOP RUN.
           OPEN I-O TURMAS.
           IF ARQST-TUR NOT = "00"
              OPEN OUTPUT TURMAS
              CLOSE TURMAS
              OPEN I-O TURMAS.
           PERFORM Processo UNTIL MODO-FIM.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE TURMAS.
           CLOSE DISCIPLINAS.
           STOP RUN.

       Processo.
           DISPLAY "TABELA DE TURMAS E DISCIPLINAS".
           DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                   "F-FIM): ".
           ACCEPT WMODO.
           EVALUATE TRUE
              WHEN MODO-INCLUIR
                 PERFORM Inclui-Turma
              WHEN MODO-EXCLUIR
                 PERFORM Exclui-Turma
              WHEN MODO-LISTAR
                 PERFORM Lista-Turmas
              WHEN MODO-FIM
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * A INCLUSAO DE TURMA JA EXISTENTE SUBSTITUI A LISTA INTEIRA
      * DE DISCIPLINAS, COMO O DISCINC FAZ COM O NOME
       Inclui-Turma.
           DISPLAY "TURMA (ATE 6): ".
           ACCEPT WTURMA.
           IF WTURMA = SPACES
              DISPLAY "TURMA OBRIGATORIA"
              EXIT PARAGRAPH.
           DISPLAY "TURMA SEGUINTE NA PROMOCAO "
                   "(EM BRANCO = ULTIMA SERIE): ".
           MOVE SPACES TO WPROXIMA.
           ACCEPT WPROXIMA.
           IF WPROXIMA = WTURMA
              DISPLAY "TURMA SEGUINTE NAO PODE SER A PROPRIA TURMA"
              EXIT PARAGRAPH.
           MOVE SPACES TO REG-TURMA.
           MOVE WTURMA TO TU-TURMA.
           MOVE WPROXIMA TO TU-PROXIMA.
           MOVE ZEROS TO TU-QTD-DISC.
           MOVE "N" TO WFIM-DISC.
           PERFORM Recebe-Disciplina UNTIL WFIM-DISC = "S".
           IF TU-QTD-DISC = ZEROS
              DISPLAY "TURMA SEM DISCIPLINAS - NAO GRAVADA"
              EXIT PARAGRAPH.
           WRITE REG-TURMA
              INVALID KEY
                 REWRITE REG-TURMA
                    INVALID KEY
                       DISPLAY "ERRO AO GRAVAR"
                    NOT INVALID KEY
                       DISPLAY "TURMA ATUALIZADA"
                 END-REWRITE
              NOT INVALID KEY
                 DISPLAY "TURMA INCLUIDA"
           END-WRITE.

       Recebe-Disciplina.
           IF TU-QTD-DISC = 20
              DISPLAY "LIMITE DE 20 DISCIPLINAS POR TURMA"
              MOVE "S" TO WFIM-DISC
              EXIT PARAGRAPH.
           DISPLAY "DISCIPLINA (EM BRANCO = FIM DA LISTA): ".
           MOVE SPACES TO WDISC.
           ACCEPT WDISC.
           IF WDISC = SPACES
              MOVE "S" TO WFIM-DISC
              EXIT PARAGRAPH.
           MOVE WDISC TO DS-CODIGO.
           READ DISCIPLINAS
              INVALID KEY
                 DISPLAY "DISCIPLINA NAO CADASTRADA (DISCINC)"
                 EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO WREPETIDA.
           PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > TU-QTD-DISC
              IF TU-DISC (WI) = WDISC
                 MOVE "S" TO WREPETIDA
              END-IF
           END-PERFORM.
           IF WREPETIDA = "S"
              DISPLAY "DISCIPLINA JA INFORMADA"
              EXIT PARAGRAPH.
           ADD 1 TO TU-QTD-DISC.
           MOVE WDISC TO TU-DISC (TU-QTD-DISC).
           DISPLAY "  " DS-NOME.

       Exclui-Turma.
           DISPLAY "TURMA: ".
           ACCEPT WTURMA.
           MOVE WTURMA TO TU-TURMA.
           DELETE TURMAS
              INVALID KEY
                 DISPLAY "TURMA NAO ENCONTRADA"
              NOT INVALID KEY
                 DISPLAY "TURMA EXCLUIDA"
           END-DELETE.

       Lista-Turmas.
           MOVE LOW-VALUES TO TU-TURMA.
           START TURMAS KEY IS GREATER THAN TU-TURMA
              INVALID KEY
                 DISPLAY "TABELA VAZIA"
                 EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WFIM.
           PERFORM Lista-Linha UNTIL WFIM = "S".

       Lista-Linha.
           READ TURMAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF TU-PROXIMA = SPACES
                    DISPLAY TU-TURMA " -> ULTIMA SERIE"
                 ELSE
                    DISPLAY TU-TURMA " -> " TU-PROXIMA
                 END-IF
                 PERFORM VARYING WI FROM 1 BY 1
                         UNTIL WI > TU-QTD-DISC
                    DISPLAY "    " TU-DISC (WI)
                 END-PERFORM
           END-READ.

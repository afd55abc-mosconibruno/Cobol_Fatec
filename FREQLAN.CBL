       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FREQ-LANCA.

      * CHAMADA DIARIA: O PROFESSOR ESCOLHE DISCIPLINA, TURMA, DATA
      * E QUANTIDADE DE AULAS DO DIA E MARCA P (PRESENTE) OU F
      * (FALTA) PARA CADA ALUNO DA TURMA MATRICULADO NA DISCIPLINA
      * (ALUNOS.DAT + MATRIC.DAT). A CHAMADA FICA EM FREQ.DAT
      * (CHAVE DISCIPLINA + TURMA + DATA + RA); REFAZER A CHAMADA DO
      * MESMO DIA MOSTRA A MARCACAO ANTERIOR. A FREQUENCIA DO
      * BIMESTRE (NT-FREQ) E CALCULADA DAQUI PELO FREQCALC. ANO
      * LETIVO ENCERRADO (ANOLET.DAT) NAO ACEITA CHAMADA
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AL-RA
           FILE STATUS ARQST-ALU.

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DS-CODIGO
           FILE STATUS ARQST-DIS.

           SELECT MATRICULAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY MT-CHAVE
           FILE STATUS ARQST-MAT.

           SELECT FREQUENCIAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY FQ-CHAVE
           FILE STATUS ARQST-FRQ.

           SELECT ANOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AN-ANO-LET
           FILE STATUS ARQST-ANO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ALUNO
                VALUE OF FILE-ID IS "ALUNOS.DAT".
          01 REG-ALUNO.
             02 AL-RA    PIC 9(06).
             02 AL-NOME  PIC X(30).
             02 AL-TURMA PIC X(06).

       FD DISCIPLINAS LABEL RECORD STANDARD
                DATA RECORD IS REG-DISC
                VALUE OF FILE-ID IS "DISCIP.DAT".
          01 REG-DISC.
             02 DS-CODIGO PIC X(10).
             02 DS-NOME   PIC X(30).

       FD MATRICULAS LABEL RECORD STANDARD
                DATA RECORD IS REG-MATRIC
                VALUE OF FILE-ID IS "MATRIC.DAT".
          01 REG-MATRIC.
             02 MT-CHAVE.
                03 MT-RA   PIC 9(06).
                03 MT-DISC PIC X(10).

       FD FREQUENCIAS LABEL RECORD STANDARD
                DATA RECORD IS REG-FREQ
                VALUE OF FILE-ID IS "FREQ.DAT".
          01 REG-FREQ.
             02 FQ-CHAVE.
                03 FQ-DISC     PIC X(10).
                03 FQ-TURMA    PIC X(06).
                03 FQ-DATA     PIC 9(08).
                03 FQ-RA       PIC 9(06).
             02 FQ-AULAS       PIC 9(01).
             02 FQ-PRESENCA    PIC X(01).

       FD ANOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ANO
                VALUE OF FILE-ID IS "ANOLET.DAT".
          01 REG-ANO.
             02 AN-ANO-LET     PIC 9(04).
             02 AN-SITUACAO    PIC X(01).
             02 AN-DATA        PIC 9(08).
             02 AN-PROMOVIDOS  PIC 9(04).
             02 AN-RETIDOS     PIC 9(04).
             02 AN-CONCLUINTES PIC 9(04).

       WORKING-STORAGE SECTION.
       01 ARQST-ALU       PIC X(02).
       01 ARQST-DIS       PIC X(02).
       01 ARQST-MAT       PIC X(02).
       01 ARQST-FRQ       PIC X(02).
       01 ARQST-ANO       PIC X(02).
       01 WTEM-ANOS       PIC X(01) VALUE "N".
       01 WDISC           PIC X(10) VALUE SPACES.
       01 WTURMA          PIC X(06) VALUE SPACES.
       01 WDATA           PIC 9(08) VALUE ZEROS.
       01 WDATA-R REDEFINES WDATA.
           02 WDATA-ANO   PIC 9(04).
           02 WDATA-MES   PIC 9(02).
           02 WDATA-DIA   PIC 9(02).
       01 WHOJE           PIC 9(08) VALUE ZEROS.
       01 WAULAS          PIC 9(01) VALUE ZEROS.
       01 WMARCA          PIC X(01) VALUE SPACE.
       01 WMARCA-ATUAL    PIC X(01) VALUE SPACE.
       01 WEXISTE         PIC X(01) VALUE "N".
       01 WCHAMADA-OK     PIC X(01) VALUE "N".
       01 WFIM            PIC X(01) VALUE "N".
       01 WCONT-ALUNOS    PIC 9(03) VALUE ZEROS.
       01 WCONT-FALTAS    PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT ALUNOS.
           IF ARQST-ALU NOT = "00"
              DISPLAY "CADASTRO DE ALUNOS AUSENTE - RODE O ALUNOINC"
              STOP RUN.
           OPEN INPUT DISCIPLINAS.
           IF ARQST-DIS NOT = "00"
              DISPLAY "CADASTRO DE DISCIPLINAS AUSENTE - "
                      "RODE O DISCINC"
              STOP RUN.
           OPEN INPUT MATRICULAS.
           IF ARQST-MAT NOT = "00"
              DISPLAY "ARQUIVO DE MATRICULAS AUSENTE - "
                      "RODE O MATRINC"
              STOP RUN.
           OPEN I-O FREQUENCIAS.
           IF ARQST-FRQ NOT = "00"
              OPEN OUTPUT FREQUENCIAS
              CLOSE FREQUENCIAS
              OPEN I-O FREQUENCIAS.
           OPEN INPUT ANOS.
           IF ARQST-ANO = "00"
              MOVE "S" TO WTEM-ANOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WHOJE.
           DISPLAY "CHAMADA DIARIA POR DISCIPLINA E TURMA".
           DISPLAY "DISCIPLINA (EM BRANCO = ENCERRA): ".
           ACCEPT WDISC.
           PERFORM Faz-Chamada UNTIL WDISC = SPACES.
           CLOSE ALUNOS.
           CLOSE DISCIPLINAS.
           CLOSE MATRICULAS.
           CLOSE FREQUENCIAS.
           IF WTEM-ANOS = "S"
              CLOSE ANOS.
           STOP RUN.

       Faz-Chamada.
           PERFORM Recebe-Cabecalho.
           IF WCHAMADA-OK = "S"
              MOVE ZEROS TO WCONT-ALUNOS
              MOVE ZEROS TO WCONT-FALTAS
              MOVE ZEROS TO AL-RA
              START ALUNOS KEY IS GREATER THAN AL-RA
                 INVALID KEY
                    MOVE "S" TO WFIM
                 NOT INVALID KEY
                    MOVE "N" TO WFIM
              END-START
              PERFORM Chama-Proximo UNTIL WFIM = "S"
              IF WCONT-ALUNOS = ZEROS
                 DISPLAY "NENHUM ALUNO DA TURMA MATRICULADO NA "
                         "DISCIPLINA"
              ELSE
                 DISPLAY "CHAMADA GRAVADA: " WCONT-ALUNOS
                         " ALUNO(S), " WCONT-FALTAS " FALTA(S)"
              END-IF
           END-IF.
           DISPLAY "DISCIPLINA (EM BRANCO = ENCERRA): ".
           MOVE SPACES TO WDISC.
           ACCEPT WDISC.

       Recebe-Cabecalho.
           MOVE "N" TO WCHAMADA-OK.
           MOVE WDISC TO DS-CODIGO.
           READ DISCIPLINAS
              INVALID KEY
                 DISPLAY "DISCIPLINA NAO CADASTRADA (DISCINC)"
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY "DISCIPLINA: " DS-NOME.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WTURMA.
           ACCEPT WTURMA.
           IF WTURMA = SPACES
              DISPLAY "TURMA OBRIGATORIA"
              EXIT PARAGRAPH.
           DISPLAY "DATA DA AULA (AAAAMMDD) [0 = HOJE]: ".
           MOVE ZEROS TO WDATA.
           ACCEPT WDATA.
           IF WDATA = ZEROS
              MOVE WHOJE TO WDATA.
           IF WDATA-MES < 1 OR WDATA-MES > 12
              OR WDATA-DIA < 1 OR WDATA-DIA > 31
              DISPLAY "DATA INVALIDA"
              EXIT PARAGRAPH.
           IF WDATA > WHOJE
              DISPLAY "CHAMADA DE DATA FUTURA NAO E PERMITIDA"
              EXIT PARAGRAPH.
           IF WTEM-ANOS = "S"
              MOVE WDATA-ANO TO AN-ANO-LET
              READ ANOS
                 INVALID KEY
                    MOVE SPACE TO AN-SITUACAO
              END-READ
              IF AN-SITUACAO = "F"
                 DISPLAY "ANO LETIVO " WDATA-ANO
                         " ENCERRADO - CHAMADA BLOQUEADA"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "QUANTIDADE DE AULAS NO DIA (1 A 9): ".
           MOVE ZEROS TO WAULAS.
           ACCEPT WAULAS.
           IF WAULAS = ZEROS
              DISPLAY "QUANTIDADE INVALIDA"
              EXIT PARAGRAPH.
           MOVE "S" TO WCHAMADA-OK.

       Chama-Proximo.
           READ ALUNOS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF AL-TURMA = WTURMA
                    PERFORM Chama-Aluno
                 END-IF
           END-READ.

      * SO ENTRA NA CHAMADA O ALUNO MATRICULADO NA DISCIPLINA; ENTER
      * SEM MARCACAO MANTEM A ANTERIOR (OU P NA PRIMEIRA CHAMADA)
       Chama-Aluno.
           MOVE AL-RA TO MT-RA.
           MOVE WDISC TO MT-DISC.
           READ MATRICULAS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE WDISC TO FQ-DISC.
           MOVE WTURMA TO FQ-TURMA.
           MOVE WDATA TO FQ-DATA.
           MOVE AL-RA TO FQ-RA.
           MOVE "S" TO WEXISTE.
           READ FREQUENCIAS
              INVALID KEY
                 MOVE "N" TO WEXISTE
                 MOVE "P" TO FQ-PRESENCA
           END-READ.
           MOVE FQ-PRESENCA TO WMARCA-ATUAL.
           MOVE SPACE TO WMARCA.
           PERFORM Recebe-Marca
              UNTIL WMARCA = "P" OR WMARCA = "F".
           MOVE WDISC TO FQ-DISC.
           MOVE WTURMA TO FQ-TURMA.
           MOVE WDATA TO FQ-DATA.
           MOVE AL-RA TO FQ-RA.
           MOVE WAULAS TO FQ-AULAS.
           MOVE WMARCA TO FQ-PRESENCA.
           IF WEXISTE = "S"
              REWRITE REG-FREQ
                 INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR A CHAMADA DO RA " AL-RA
              END-REWRITE
           ELSE
              WRITE REG-FREQ
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A CHAMADA DO RA " AL-RA
              END-WRITE
           END-IF.
           ADD 1 TO WCONT-ALUNOS.
           IF WMARCA = "F"
              ADD 1 TO WCONT-FALTAS.

       Recebe-Marca.
           DISPLAY AL-RA " " AL-NOME " P/F [" WMARCA-ATUAL "]: ".
           MOVE SPACE TO WMARCA.
           ACCEPT WMARCA.
           IF WMARCA = SPACE
              MOVE WMARCA-ATUAL TO WMARCA.
           IF WMARCA = "p"
              MOVE "P" TO WMARCA.
           IF WMARCA = "f"
              MOVE "F" TO WMARCA.
           IF WMARCA NOT = "P" AND WMARCA NOT = "F"
              DISPLAY "DIGITE P OU F".

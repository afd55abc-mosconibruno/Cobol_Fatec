       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FREQ-CALC.

      * FREQUENCIA DO BIMESTRE A PARTIR DA CHAMADA (FREQ.DAT, GRAVADA
      * PELO FREQLAN): PARA O ANO LETIVO, BIMESTRE E PERIODO
      * INFORMADOS, SOMA AULAS E FALTAS DE CADA ALUNO EM CADA
      * DISCIPLINA E CALCULA A FREQUENCIA (% DE AULAS ASSISTIDAS, SEM
      * ARREDONDAR PARA CIMA). O RESULTADO FICA EM FREQBIM.DAT (MESMA
      * CHAVE DE NOTAS.DAT), DE ONDE O NOTA-LANCA TOMA A FREQUENCIA;
      * SE A NOTA DO BIMESTRE JA FOI LANCADA, NT-FREQ E ATUALIZADO E
      * MEDIA, SITUACAO E CONCEITO SAO REFEITOS PELA CalculaMedia.
      * PODE RODAR NO MEIO DO BIMESTRE (PERIODO ATE HOJE): O
      * RELATORIO FREQALERTA.TXT LISTA QUEM ESTA ABAIXO DA MARGEM DE
      * ALERTA (PADRAO 80%), AINDA COM TEMPO DE AGIR ANTES DOS 75%
      * QUE REPROVAM NA CalculaMedia. A FREQUENCIA QUE MUDA EM NOTA
      * JA LANCADA VAI PARA O LOG DE NOTAS (NOTALOG.DAT) SEM CODIGO
      * DE PROFESSOR, COM O MOTIVO DO RECALCULO
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AL-RA
           FILE STATUS ARQST-ALU.

           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NT-CHAVE
           FILE STATUS ARQST-NOT.

           SELECT FREQUENCIAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY FQ-CHAVE
           FILE STATUS ARQST-FRQ.

           SELECT FREQBIM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY FB-CHAVE
           FILE STATUS ARQST-FBM.

           SELECT ANOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AN-ANO-LET
           FILE STATUS ARQST-ANO.

           SELECT NOTALOG ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NL-CHAVE
           FILE STATUS ARQST-LOG.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQST-REL.

           SELECT SORT-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ALUNO
                VALUE OF FILE-ID IS "ALUNOS.DAT".
          01 REG-ALUNO.
             02 AL-RA    PIC 9(06).
             02 AL-NOME  PIC X(30).
             02 AL-TURMA PIC X(06).

       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-NOTA
                VALUE OF FILE-ID IS "NOTAS.DAT".
          01 REG-NOTA.
             02 NT-CHAVE.
                03 NT-RA    PIC 9(06).
                03 NT-DISC  PIC X(10).
                03 NT-ANO-LET PIC 9(04).
                03 NT-BIM   PIC 9(01).
             02 NT-QTD      PIC 9(02).
             02 NT-NOTA     PIC 9(02)V9 OCCURS 10 TIMES.
             02 NT-PESO     PIC 9(02)   OCCURS 10 TIMES.
             02 NT-FREQ     PIC 9(03).
             02 NT-RECUP    PIC 9(02)V9.
             02 NT-MEDIA    PIC 9(02)V9.
             02 NT-SITUACAO PIC X(20).
             02 NT-CONCEITO PIC X(01).

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

       FD FREQBIM LABEL RECORD STANDARD
                DATA RECORD IS REG-FREQBIM
                VALUE OF FILE-ID IS "FREQBIM.DAT".
          01 REG-FREQBIM.
             02 FB-CHAVE.
                03 FB-RA      PIC 9(06).
                03 FB-DISC    PIC X(10).
                03 FB-ANO-LET PIC 9(04).
                03 FB-BIM     PIC 9(01).
             02 FB-AULAS      PIC 9(03).
             02 FB-FALTAS     PIC 9(03).
             02 FB-FREQ       PIC 9(03).
             02 FB-DATA-INI   PIC 9(08).
             02 FB-DATA-FIM   PIC 9(08).
             02 FB-CALCULO    PIC 9(08).

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

       FD NOTALOG LABEL RECORD STANDARD
                DATA RECORD IS REG-LOG
                VALUE OF FILE-ID IS "NOTALOG.DAT".
          01 REG-LOG.
             02 NL-CHAVE.
                03 NL-DATA    PIC 9(08).
                03 NL-HORA    PIC 9(08).
                03 NL-SEQ     PIC 9(04).
             02 NL-PROF       PIC 9(04).
             02 NL-TIPO       PIC X(01).
             02 NL-RA         PIC 9(06).
             02 NL-DISC       PIC X(10).
             02 NL-ANO-LET    PIC 9(04).
             02 NL-BIM        PIC 9(01).
             02 NL-CAMPO      PIC X(08).
             02 NL-ANTES      PIC 9(03)V9.
             02 NL-DEPOIS     PIC 9(03)V9.
             02 NL-MOTIVO     PIC X(40).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "FREQALERTA.TXT".
          01 LINHA-REL PIC X(100).

       SD SORT-FILE.
          01 SR-REC.
             02 SR-RA       PIC 9(06).
             02 SR-DISC     PIC X(10).
             02 SR-TURMA    PIC X(06).
             02 SR-AULAS    PIC 9(01).
             02 SR-FALTAS   PIC 9(01).

       WORKING-STORAGE SECTION.
       01 ARQST-ALU       PIC X(02).
       01 ARQST-NOT       PIC X(02).
       01 ARQST-FRQ       PIC X(02).
       01 ARQST-FBM       PIC X(02).
       01 ARQST-ANO       PIC X(02).
       01 ARQST-REL       PIC X(02).
       01 ARQST-LOG       PIC X(02).
       01 WDATA-HORA      PIC X(21) VALUE SPACES.
       01 WSEQ-LOG        PIC 9(04) VALUE ZEROS.
       01 WANO-LET        PIC 9(04) VALUE ZEROS.
       01 WBIM            PIC 9(01) VALUE ZEROS.
       01 WDATA-INI       PIC 9(08) VALUE ZEROS.
       01 WDATA-FIM       PIC 9(08) VALUE ZEROS.
       01 WHOJE           PIC 9(08) VALUE ZEROS.
       01 WMARGEM         PIC 9(03) VALUE ZEROS.
       01 WLIMITE         PIC 9(03) VALUE 75.
       01 WFIM            PIC X(01) VALUE "N".
       01 WFIM-SORT       PIC X(01) VALUE "N".
       01 WPRIMEIRO       PIC X(01) VALUE "S".
       01 WRA-ANT         PIC 9(06) VALUE ZEROS.
       01 WDISC-ANT       PIC X(10) VALUE SPACES.
       01 WTURMA-ANT      PIC X(06) VALUE SPACES.
       01 WAULAS-T        PIC 9(03) VALUE ZEROS.
       01 WFALTAS-T       PIC 9(03) VALUE ZEROS.
       01 WFREQ-CALC      PIC 9(03) VALUE ZEROS.
       01 WI              PIC 9(02) VALUE ZEROS.
       01 WCONT-APURADOS  PIC 9(05) VALUE ZEROS.
       01 WCONT-NOTAS     PIC 9(05) VALUE ZEROS.
       01 WCONT-ALERTA    PIC 9(05) VALUE ZEROS.
       01 WCONT-ABAIXO    PIC 9(05) VALUE ZEROS.

       01 DADOS-CALC.
           02 WQTD-NOTAS  PIC 9(02) VALUE ZEROS.
           02 WNOTAS      PIC 9(02)V9 OCCURS 10 TIMES.
           02 WPESOS      PIC 9(02)   OCCURS 10 TIMES.
           02 WFREQ       PIC 9(03) VALUE 100.
           02 WRECUP      PIC 9(02)V9 VALUE ZEROS.
           02 WMEDIA      PIC 9(02)V9 VALUE ZEROS.
           02 WSITUACAO   PIC X(20) VALUE SPACES.
           02 WCONCEITO   PIC X(01) VALUE SPACE.
           02 WREGRA      PIC X(12) VALUE SPACES.

       01 LINHA-CAB1.
           02 FILLER PIC X(27) VALUE "ALERTA DE FREQUENCIA - ANO ".
           02 LC-ANO-LET PIC 9(04).
           02 FILLER PIC X(06) VALUE " BIM: ".
           02 LC-BIM PIC 9(01).
           02 FILLER PIC X(10) VALUE " PERIODO: ".
           02 LC-DATA-INI PIC 9(08).
           02 FILLER PIC X(03) VALUE " A ".
           02 LC-DATA-FIM PIC 9(08).
           02 FILLER PIC X(09) VALUE " MARGEM: ".
           02 LC-MARGEM PIC ZZ9.
           02 FILLER PIC X(01) VALUE "%".
       01 LINHA-CAB2 PIC X(100) VALUE
          "RA      NOME                           TURMA  DISCIPLINA
      -    " AULAS FALTAS FREQ SITUACAO".
       01 LINHA-DET.
           02 LD-RA PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-NOME PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-TURMA PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-DISC PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-AULAS PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 LD-FALTAS PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-FREQ PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-SITUACAO PIC X(20).
       01 LINHA-TOT1.
           02 FILLER PIC X(30) VALUE "ALUNOS/DISCIPLINAS APURADOS:  ".
           02 LT-APURADOS PIC ZZZZ9.
       01 LINHA-TOT2.
           02 FILLER PIC X(30) VALUE "NOTAS ATUALIZADAS (NT-FREQ):  ".
           02 LT-NOTAS PIC ZZZZ9.
       01 LINHA-TOT3.
           02 FILLER PIC X(30) VALUE "EM ALERTA (ABAIXO DA MARGEM): ".
           02 LT-ALERTA PIC ZZZZ9.
       01 LINHA-TOT4.
           02 FILLER PIC X(30) VALUE "ABAIXO DE 75%:                ".
           02 LT-ABAIXO PIC ZZZZ9.
       01 LINHA-BRANCO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "FREQUENCIA DO BIMESTRE PELA CHAMADA".
           DISPLAY "ANO LETIVO (AAAA) [0 = ANO ATUAL]: ".
           ACCEPT WANO-LET.
           IF WANO-LET = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:4) TO WANO-LET.
           DISPLAY "BIMESTRE (1 A 4): ".
           ACCEPT WBIM.
           IF WBIM < 1 OR WBIM > 4
              DISPLAY "BIMESTRE INVALIDO"
              STOP RUN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WHOJE.
           DISPLAY "INICIO DO BIMESTRE (AAAAMMDD): ".
           ACCEPT WDATA-INI.
           DISPLAY "FIM DO PERIODO (AAAAMMDD) [0 = HOJE]: ".
           ACCEPT WDATA-FIM.
           IF WDATA-FIM = ZEROS
              MOVE WHOJE TO WDATA-FIM.
           IF WDATA-INI = ZEROS OR WDATA-INI > WDATA-FIM
              OR WDATA-INI (1:4) NOT = WANO-LET
              OR WDATA-FIM (1:4) NOT = WANO-LET
              DISPLAY "PERIODO INVALIDO PARA O ANO LETIVO"
              STOP RUN.
           DISPLAY "MARGEM DE ALERTA (%) [0 = 80]: ".
           ACCEPT WMARGEM.
           IF WMARGEM = ZEROS
              MOVE 80 TO WMARGEM.
           OPEN INPUT ANOS.
           IF ARQST-ANO = "00"
              MOVE WANO-LET TO AN-ANO-LET
              READ ANOS
                 INVALID KEY
                    MOVE SPACE TO AN-SITUACAO
              END-READ
              CLOSE ANOS
              IF AN-SITUACAO = "F"
                 DISPLAY "ANO LETIVO " WANO-LET " ENCERRADO EM "
                         AN-DATA " - FREQUENCIA BLOQUEADA"
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ALUNOS.
           IF ARQST-ALU NOT = "00"
              DISPLAY "CADASTRO DE ALUNOS AUSENTE"
              STOP RUN.
           OPEN INPUT FREQUENCIAS.
           IF ARQST-FRQ NOT = "00"
              DISPLAY "SEM CHAMADAS GRAVADAS - RODE O FREQLAN"
              CLOSE ALUNOS
              STOP RUN.
           OPEN I-O NOTAS.
           IF ARQST-NOT NOT = "00"
              OPEN OUTPUT NOTAS
              CLOSE NOTAS
              OPEN I-O NOTAS.
           OPEN I-O FREQBIM.
           IF ARQST-FBM NOT = "00"
              OPEN OUTPUT FREQBIM
              CLOSE FREQBIM
              OPEN I-O FREQBIM.
           OPEN I-O NOTALOG.
           IF ARQST-LOG NOT = "00"
              OPEN OUTPUT NOTALOG
              CLOSE NOTALOG
              OPEN I-O NOTALOG.
           OPEN OUTPUT RELATORIO.
           MOVE WANO-LET TO LC-ANO-LET.
           MOVE WBIM TO LC-BIM.
           MOVE WDATA-INI TO LC-DATA-INI.
           MOVE WDATA-FIM TO LC-DATA-FIM.
           MOVE WMARGEM TO LC-MARGEM.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           SORT SORT-FILE ON ASCENDING KEY SR-RA SR-DISC
              INPUT PROCEDURE Seleciona-Chamadas
              OUTPUT PROCEDURE Apura-Frequencias.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WCONT-APURADOS TO LT-APURADOS.
           MOVE LINHA-TOT1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WCONT-NOTAS TO LT-NOTAS.
           MOVE LINHA-TOT2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WCONT-ALERTA TO LT-ALERTA.
           MOVE LINHA-TOT3 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WCONT-ABAIXO TO LT-ABAIXO.
           MOVE LINHA-TOT4 TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "APURADOS: " WCONT-APURADOS
                   " NOTAS ATUALIZADAS: " WCONT-NOTAS
                   " EM ALERTA: " WCONT-ALERTA.
           DISPLAY "RELATORIO GERADO: FREQALERTA.TXT".
           CLOSE ALUNOS.
           CLOSE FREQUENCIAS.
           CLOSE NOTAS.
           CLOSE FREQBIM.
           CLOSE NOTALOG.
           CLOSE RELATORIO.
           STOP RUN.

       Seleciona-Chamadas.
           MOVE "N" TO WFIM.
           PERFORM Seleciona-Chamada UNTIL WFIM = "S".

       Seleciona-Chamada.
           READ FREQUENCIAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF FQ-DATA >= WDATA-INI AND FQ-DATA <= WDATA-FIM
                    MOVE FQ-RA TO SR-RA
                    MOVE FQ-DISC TO SR-DISC
                    MOVE FQ-TURMA TO SR-TURMA
                    MOVE FQ-AULAS TO SR-AULAS
                    IF FQ-PRESENCA = "F"
                       MOVE FQ-AULAS TO SR-FALTAS
                    ELSE
                       MOVE ZEROS TO SR-FALTAS
                    END-IF
                    RELEASE SR-REC
                 END-IF
           END-READ.

       Apura-Frequencias.
           MOVE "N" TO WFIM-SORT.
           MOVE "S" TO WPRIMEIRO.
           PERFORM Apura-Chamada UNTIL WFIM-SORT = "S".
           IF WPRIMEIRO = "N"
              PERFORM Fecha-Disciplina.

       Apura-Chamada.
           RETURN SORT-FILE
              AT END
                 MOVE "S" TO WFIM-SORT
              NOT AT END
                 PERFORM Acumula-Chamada
           END-RETURN.

       Acumula-Chamada.
           IF WPRIMEIRO = "N"
              AND (SR-RA NOT = WRA-ANT OR SR-DISC NOT = WDISC-ANT)
              PERFORM Fecha-Disciplina.
           IF WPRIMEIRO = "S"
              OR SR-RA NOT = WRA-ANT OR SR-DISC NOT = WDISC-ANT
              MOVE "N" TO WPRIMEIRO
              MOVE SR-RA TO WRA-ANT
              MOVE SR-DISC TO WDISC-ANT
              MOVE ZEROS TO WAULAS-T
              MOVE ZEROS TO WFALTAS-T.
           MOVE SR-TURMA TO WTURMA-ANT.
           ADD SR-AULAS TO WAULAS-T.
           ADD SR-FALTAS TO WFALTAS-T.

       Fecha-Disciplina.
           IF WAULAS-T = ZEROS
              EXIT PARAGRAPH.
           ADD 1 TO WCONT-APURADOS.
           COMPUTE WFREQ-CALC =
              (WAULAS-T - WFALTAS-T) * 100 / WAULAS-T.
           PERFORM Grava-FreqBim.
           PERFORM Atualiza-Nota.
           IF WFREQ-CALC < WMARGEM
              PERFORM Grava-Alerta.

       Grava-FreqBim.
           MOVE WRA-ANT TO FB-RA.
           MOVE WDISC-ANT TO FB-DISC.
           MOVE WANO-LET TO FB-ANO-LET.
           MOVE WBIM TO FB-BIM.
           MOVE WAULAS-T TO FB-AULAS.
           MOVE WFALTAS-T TO FB-FALTAS.
           MOVE WFREQ-CALC TO FB-FREQ.
           MOVE WDATA-INI TO FB-DATA-INI.
           MOVE WDATA-FIM TO FB-DATA-FIM.
           MOVE WHOJE TO FB-CALCULO.
           WRITE REG-FREQBIM
              INVALID KEY
                 REWRITE REG-FREQBIM
                    INVALID KEY
                       DISPLAY "ERRO AO GRAVAR FREQBIM DO RA " WRA-ANT
                 END-REWRITE
           END-WRITE.

      * NOTA AINDA NAO LANCADA: O NOTA-LANCA PEGA A FREQUENCIA DO
      * FREQBIM.DAT QUANDO O PROFESSOR LANCAR
       Atualiza-Nota.
           MOVE WRA-ANT TO NT-RA.
           MOVE WDISC-ANT TO NT-DISC.
           MOVE WANO-LET TO NT-ANO-LET.
           MOVE WBIM TO NT-BIM.
           READ NOTAS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NT-FREQ NOT = WFREQ-CALC
              PERFORM Grava-Log-Freq.
           MOVE WFREQ-CALC TO NT-FREQ.
           IF NT-QTD > ZEROS
              MOVE NT-QTD TO WQTD-NOTAS
              PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > 10
                 MOVE NT-NOTA (WI) TO WNOTAS (WI)
                 MOVE NT-PESO (WI) TO WPESOS (WI)
              END-PERFORM
              MOVE NT-FREQ TO WFREQ
              MOVE NT-RECUP TO WRECUP
              CALL "CalculaMedia" USING DADOS-CALC
              MOVE WMEDIA TO NT-MEDIA
              MOVE WSITUACAO TO NT-SITUACAO
              MOVE WCONCEITO TO NT-CONCEITO
           END-IF.
           REWRITE REG-NOTA
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR A NOTA DO RA " WRA-ANT
              NOT INVALID KEY
                 ADD 1 TO WCONT-NOTAS
           END-REWRITE.

       Grava-Log-Freq.
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA.
           MOVE WDATA-HORA (1:8) TO NL-DATA.
           MOVE WDATA-HORA (9:8) TO NL-HORA.
           ADD 1 TO WSEQ-LOG.
           MOVE WSEQ-LOG TO NL-SEQ.
           MOVE ZEROS TO NL-PROF.
           MOVE "A" TO NL-TIPO.
           MOVE WRA-ANT TO NL-RA.
           MOVE WDISC-ANT TO NL-DISC.
           MOVE WANO-LET TO NL-ANO-LET.
           MOVE WBIM TO NL-BIM.
           MOVE "FREQ" TO NL-CAMPO.
           MOVE NT-FREQ TO NL-ANTES.
           MOVE WFREQ-CALC TO NL-DEPOIS.
           MOVE "RECALCULO PELA CHAMADA (FREQCALC)" TO NL-MOTIVO.
           WRITE REG-LOG
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR O LOG DE NOTAS"
           END-WRITE.

       Grava-Alerta.
           ADD 1 TO WCONT-ALERTA.
           MOVE WRA-ANT TO LD-RA.
           MOVE WRA-ANT TO AL-RA.
           READ ALUNOS
              INVALID KEY
                 MOVE "ALUNO NAO CADASTRADO" TO AL-NOME
           END-READ.
           MOVE AL-NOME TO LD-NOME.
           MOVE WTURMA-ANT TO LD-TURMA.
           MOVE WDISC-ANT TO LD-DISC.
           MOVE WAULAS-T TO LD-AULAS.
           MOVE WFALTAS-T TO LD-FALTAS.
           MOVE WFREQ-CALC TO LD-FREQ.
           IF WFREQ-CALC < WLIMITE
              MOVE "ABAIXO DO LIMITE" TO LD-SITUACAO
              ADD 1 TO WCONT-ABAIXO
           ELSE
              MOVE "PROXIMO DO LIMITE" TO LD-SITUACAO.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.

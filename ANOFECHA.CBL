       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ANO-FECHA.

      * FECHAMENTO DO ANO LETIVO: PARA CADA ALUNO DE ALUNOS.DAT,
      * CONFERE SE TODA DISCIPLINA MATRICULADA (MATRIC.DAT) TEM O
      * RESULTADO DO ANO - OS QUATRO BIMESTRES EM NOTAS.DAT,
      * COMBINADOS PELA CalculaMedia COMO NO HISTESC (PESOS IGUAIS,
      * FREQUENCIA DO ANO = MENOR FREQUENCIA BIMESTRAL).
      * - APROVADO EM TUDO: PROMOVIDO PARA A TURMA SEGUINTE DA
      *   TABELA DE TURMAS (TURMAS.DAT / TURMAINC); NA ULTIMA SERIE
      *   CONCLUI O CURSO (TURMA "CONCLU", SEM MATRICULAS);
      * - REPROVADO EM ALGUMA: RETIDO NA MESMA TURMA;
      * - SEM RESULTADO EM ALGUMA: PENDENTE, NADA E ALTERADO.
      * PROMOVIDO OU RETIDO TEM AS MATRICULAS DO ANO SEGUINTE
      * ABERTAS COM AS DISCIPLINAS DA NOVA TURMA E O RESULTADO
      * REGISTRADO EM PROMOCAO.DAT (ANO + RA); ALUNO JA REGISTRADO
      * NAO E PROCESSADO DE NOVO, ENTAO O LOTE PODE SER REPETIDO
      * DEPOIS QUE A SECRETARIA RESOLVER OS PENDENTES. SEM NENHUM
      * PENDENTE O ANO E ENCERRADO EM ANOLET.DAT E O NOTA-LANCA
      * PASSA A RECUSAR NOTAS DELE. O MODO P (PREVIA) SO EMITE O
      * RELATORIO. RELATORIO POR TURMA EM PROMOCAO.TXT
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

           SELECT MATRICULAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY MT-CHAVE
           FILE STATUS ARQST-MAT.

           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY TU-TURMA
           FILE STATUS ARQST-TUR.

           SELECT PROMOCOES ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PM-CHAVE
           FILE STATUS ARQST-PRM.

           SELECT ANOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AN-ANO-LET
           FILE STATUS ARQST-ANO.

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

       FD MATRICULAS LABEL RECORD STANDARD
                DATA RECORD IS REG-MATRIC
                VALUE OF FILE-ID IS "MATRIC.DAT".
          01 REG-MATRIC.
             02 MT-CHAVE.
                03 MT-RA   PIC 9(06).
                03 MT-DISC PIC X(10).

       FD TURMAS LABEL RECORD STANDARD
                DATA RECORD IS REG-TURMA
                VALUE OF FILE-ID IS "TURMAS.DAT".
          01 REG-TURMA.
             02 TU-TURMA    PIC X(06).
             02 TU-PROXIMA  PIC X(06).
             02 TU-QTD-DISC PIC 9(02).
             02 TU-DISC     PIC X(10) OCCURS 20 TIMES.

       FD PROMOCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-PROMOCAO
                VALUE OF FILE-ID IS "PROMOCAO.DAT".
          01 REG-PROMOCAO.
             02 PM-CHAVE.
                03 PM-ANO-LET  PIC 9(04).
                03 PM-RA       PIC 9(06).
             02 PM-TURMA-ANT   PIC X(06).
             02 PM-TURMA-NOVA  PIC X(06).
             02 PM-RESULTADO   PIC X(01).
             02 PM-DATA        PIC 9(08).

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

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "PROMOCAO.TXT".
          01 LINHA-REL PIC X(100).

       SD SORT-FILE.
          01 SR-REC.
             02 SR-TURMA      PIC X(06).
             02 SR-RA         PIC 9(06).
             02 SR-NOME       PIC X(30).
             02 SR-RESULTADO  PIC X(01).
             02 SR-TURMA-NOVA PIC X(06).
             02 SR-MOTIVO     PIC X(30).
             02 SR-ANTERIOR   PIC X(01).

       WORKING-STORAGE SECTION.
       01 ARQST-ALU       PIC X(02).
       01 ARQST-NOT       PIC X(02).
       01 ARQST-MAT       PIC X(02).
       01 ARQST-TUR       PIC X(02).
       01 ARQST-PRM       PIC X(02).
       01 ARQST-ANO       PIC X(02).
       01 ARQST-REL       PIC X(02).
       01 WMODO           PIC X(01) VALUE SPACE.
           88 MODO-PREVIA  VALUE "P" "p".
           88 MODO-FECHA   VALUE "F" "f".
       01 WANO-LET        PIC 9(04) VALUE ZEROS.
       01 WHOJE           PIC 9(08) VALUE ZEROS.
       01 WTURMA-CONCLUIDA PIC X(06) VALUE "CONCLU".
       01 WFIM            PIC X(01) VALUE "N".
       01 WFIM-MAT        PIC X(01) VALUE "N".
       01 WFIM-NOT        PIC X(01) VALUE "N".
       01 WFIM-SORT       PIC X(01) VALUE "N".
       01 WI              PIC 9(02) VALUE ZEROS.
       01 WJ              PIC 9(02) VALUE ZEROS.
       01 WQTD-MAT        PIC 9(02) VALUE ZEROS.
       01 WMAT-EXCESSO    PIC X(01) VALUE "N".
       01 TABELA-MATRIC.
           02 WMAT-DISC   PIC X(10) OCCURS 20 TIMES.
       01 WBIMS           PIC 9(01) VALUE ZEROS.
       01 WMENOR-FREQ     PIC 9(03) VALUE ZEROS.
       01 WREPROV         PIC 9(02) VALUE ZEROS.
       01 WREPROV-E       PIC Z9.
       01 WDISC-PEND      PIC X(10) VALUE SPACES.
       01 WTURMA-NOVA     PIC X(06) VALUE SPACES.
       01 WTURMA-ANT      PIC X(06) VALUE SPACES.
       01 WPRIMEIRA       PIC X(01) VALUE "S".

       01 CONTADORES-TURMA.
           02 WT-PROM     PIC 9(04) VALUE ZEROS.
           02 WT-RET      PIC 9(04) VALUE ZEROS.
           02 WT-CONC     PIC 9(04) VALUE ZEROS.
           02 WT-PEND     PIC 9(04) VALUE ZEROS.
       01 CONTADORES-GERAIS.
           02 WTOT-PROM   PIC 9(04) VALUE ZEROS.
           02 WTOT-RET    PIC 9(04) VALUE ZEROS.
           02 WTOT-CONC   PIC 9(04) VALUE ZEROS.
           02 WTOT-PEND   PIC 9(04) VALUE ZEROS.

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
           02 FILLER PIC X(25) VALUE "FECHAMENTO DO ANO LETIVO ".
           02 LC-ANO-LET PIC 9(04).
           02 FILLER PIC X(03) VALUE " - ".
           02 LC-MODO PIC X(30).
       01 LINHA-CAB2 PIC X(100) VALUE
          "RA      NOME                           RESULTADO  NOVA
      -    "    OBSERVACAO".
       01 LINHA-TURMA.
           02 FILLER PIC X(07) VALUE "TURMA: ".
           02 LT-TURMA PIC X(06).
       01 LINHA-DET.
           02 LD-RA PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-NOME PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-RESULTADO PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-TURMA-NOVA PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-MOTIVO PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-ANTERIOR PIC X(10).
       01 LINHA-SUBTOT.
           02 FILLER PIC X(14) VALUE "  PROMOVIDOS: ".
           02 LS-PROM PIC ZZZ9.
           02 FILLER PIC X(11) VALUE "  RETIDOS: ".
           02 LS-RET PIC ZZZ9.
           02 FILLER PIC X(15) VALUE "  CONCLUINTES: ".
           02 LS-CONC PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  PENDENTES: ".
           02 LS-PEND PIC ZZZ9.
       01 LINHA-TOT-CAB PIC X(100) VALUE "TOTAL DA ESCOLA".
       01 LINHA-BRANCO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "FECHAMENTO DO ANO LETIVO".
           DISPLAY "ANO LETIVO A ENCERRAR (AAAA): ".
           ACCEPT WANO-LET.
           IF WANO-LET = ZEROS
              DISPLAY "ANO LETIVO OBRIGATORIO"
              STOP RUN.
           DISPLAY "MODO (P-PREVIA SEM GRAVAR / F-FECHAR O ANO): ".
           ACCEPT WMODO.
           IF NOT (MODO-PREVIA OR MODO-FECHA)
              DISPLAY "OPCAO INVALIDA"
              STOP RUN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WHOJE.
           OPEN I-O ALUNOS.
           IF ARQST-ALU NOT = "00"
              DISPLAY "CADASTRO DE ALUNOS AUSENTE - RODE O ALUNOINC"
              STOP RUN.
           OPEN INPUT NOTAS.
           IF ARQST-NOT NOT = "00"
              DISPLAY "ARQUIVO DE NOTAS AUSENTE"
              STOP RUN.
           OPEN I-O MATRICULAS.
           IF ARQST-MAT NOT = "00"
              DISPLAY "ARQUIVO DE MATRICULAS AUSENTE - "
                      "RODE O MATRINC"
              STOP RUN.
           OPEN INPUT TURMAS.
           IF ARQST-TUR NOT = "00"
              DISPLAY "TABELA DE TURMAS AUSENTE - RODE O TURMAINC"
              STOP RUN.
           OPEN I-O PROMOCOES.
           IF ARQST-PRM NOT = "00"
              OPEN OUTPUT PROMOCOES
              CLOSE PROMOCOES
              OPEN I-O PROMOCOES.
           OPEN I-O ANOS.
           IF ARQST-ANO NOT = "00"
              OPEN OUTPUT ANOS
              CLOSE ANOS
              OPEN I-O ANOS.
           MOVE WANO-LET TO AN-ANO-LET.
           READ ANOS
              INVALID KEY
                 MOVE SPACE TO AN-SITUACAO
           END-READ.
           IF AN-SITUACAO = "F"
              DISPLAY "ANO LETIVO " WANO-LET " JA ENCERRADO EM "
                      AN-DATA
              PERFORM Fecha-Arquivos
              STOP RUN.
           OPEN OUTPUT RELATORIO.
           MOVE WANO-LET TO LC-ANO-LET.
           IF MODO-PREVIA
              MOVE "PREVIA (NADA FOI GRAVADO)" TO LC-MODO
           ELSE
              MOVE "ENCERRAMENTO" TO LC-MODO.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           SORT SORT-FILE ON ASCENDING KEY SR-TURMA SR-RA
              INPUT PROCEDURE Avalia-Alunos
              OUTPUT PROCEDURE Imprime-Promocao.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TOT-CAB TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WTOT-PROM TO LS-PROM.
           MOVE WTOT-RET TO LS-RET.
           MOVE WTOT-CONC TO LS-CONC.
           MOVE WTOT-PEND TO LS-PEND.
           MOVE LINHA-SUBTOT TO LINHA-REL.
           WRITE LINHA-REL.
           IF MODO-FECHA
              IF WTOT-PEND = ZEROS
                 PERFORM Encerra-Ano
              ELSE
                 DISPLAY "HA " WTOT-PEND " ALUNO(S) PENDENTE(S) - "
                         "O ANO LETIVO CONTINUA ABERTO"
              END-IF
           END-IF.
           DISPLAY "PROMOVIDOS: " WTOT-PROM " RETIDOS: " WTOT-RET
                   " CONCLUINTES: " WTOT-CONC
                   " PENDENTES: " WTOT-PEND.
           DISPLAY "RELATORIO GERADO: PROMOCAO.TXT".
           CLOSE RELATORIO.
           PERFORM Fecha-Arquivos.
           STOP RUN.

       Fecha-Arquivos.
           CLOSE ALUNOS.
           CLOSE NOTAS.
           CLOSE MATRICULAS.
           CLOSE TURMAS.
           CLOSE PROMOCOES.
           CLOSE ANOS.

      * OS TOTAIS GRAVADOS CONTAM TAMBEM OS ALUNOS FECHADOS EM
      * EXECUCOES ANTERIORES DO MESMO ANO
       Encerra-Ano.
           MOVE WANO-LET TO AN-ANO-LET.
           MOVE "F" TO AN-SITUACAO.
           MOVE WHOJE TO AN-DATA.
           MOVE WTOT-PROM TO AN-PROMOVIDOS.
           MOVE WTOT-RET TO AN-RETIDOS.
           MOVE WTOT-CONC TO AN-CONCLUINTES.
           WRITE REG-ANO
              INVALID KEY
                 REWRITE REG-ANO
                    INVALID KEY
                       DISPLAY "ERRO AO ENCERRAR O ANO LETIVO"
                    NOT INVALID KEY
                       DISPLAY "ANO LETIVO " WANO-LET
                               " ENCERRADO - NOTAS BLOQUEADAS"
                 END-REWRITE
              NOT INVALID KEY
                 DISPLAY "ANO LETIVO " WANO-LET
                         " ENCERRADO - NOTAS BLOQUEADAS"
           END-WRITE.

       Avalia-Alunos.
           MOVE ZEROS TO AL-RA.
           START ALUNOS KEY IS GREATER THAN AL-RA
              INVALID KEY
                 MOVE "S" TO WFIM
              NOT INVALID KEY
                 MOVE "N" TO WFIM
           END-START.
           PERFORM Avalia-Proximo UNTIL WFIM = "S".

       Avalia-Proximo.
           READ ALUNOS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 PERFORM Avalia-Aluno
           END-READ.

      * ALUNO QUE JA CONCLUIU O CURSO NAO ENTRA; ALUNO JA FECHADO
      * NESTE ANO SAI NO RELATORIO COM O RESULTADO REGISTRADO
       Avalia-Aluno.
           IF AL-TURMA = WTURMA-CONCLUIDA
              EXIT PARAGRAPH.
           MOVE AL-TURMA TO SR-TURMA.
           MOVE AL-RA TO SR-RA.
           MOVE AL-NOME TO SR-NOME.
           MOVE SPACES TO SR-TURMA-NOVA.
           MOVE SPACES TO SR-MOTIVO.
           MOVE "N" TO SR-ANTERIOR.
           MOVE WANO-LET TO PM-ANO-LET.
           MOVE AL-RA TO PM-RA.
           READ PROMOCOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PM-TURMA-ANT TO SR-TURMA
                 MOVE PM-RESULTADO TO SR-RESULTADO
                 MOVE PM-TURMA-NOVA TO SR-TURMA-NOVA
                 MOVE "S" TO SR-ANTERIOR
                 RELEASE SR-REC
                 EXIT PARAGRAPH
           END-READ.
           PERFORM Carrega-Matriculas.
           PERFORM Apura-Resultado.
           IF SR-RESULTADO NOT = "X" AND MODO-FECHA
              PERFORM Aplica-Resultado.
           RELEASE SR-REC.

       Carrega-Matriculas.
           MOVE ZEROS TO WQTD-MAT.
           MOVE "N" TO WMAT-EXCESSO.
           MOVE AL-RA TO MT-RA.
           MOVE LOW-VALUES TO MT-DISC.
           START MATRICULAS KEY IS GREATER THAN MT-CHAVE
              INVALID KEY
                 MOVE "S" TO WFIM-MAT
              NOT INVALID KEY
                 MOVE "N" TO WFIM-MAT
           END-START.
           PERFORM Carrega-Matricula UNTIL WFIM-MAT = "S".

       Carrega-Matricula.
           READ MATRICULAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM-MAT
              NOT AT END
                 IF MT-RA NOT = AL-RA
                    MOVE "S" TO WFIM-MAT
                 ELSE
                    IF WQTD-MAT < 20
                       ADD 1 TO WQTD-MAT
                       MOVE MT-DISC TO WMAT-DISC (WQTD-MAT)
                    ELSE
                       MOVE "S" TO WMAT-EXCESSO
                    END-IF
                 END-IF
           END-READ.

      * RESULTADO: P = PROMOVIDO, R = RETIDO, C = CONCLUIU O CURSO,
      * X = PENDENTE (O MOTIVO VAI PARA O RELATORIO)
       Apura-Resultado.
           MOVE "X" TO SR-RESULTADO.
           MOVE AL-TURMA TO TU-TURMA.
           READ TURMAS
              INVALID KEY
                 MOVE "TURMA FORA DA TABELA (TURMAINC)" TO SR-MOTIVO
                 EXIT PARAGRAPH
           END-READ.
           IF WQTD-MAT = ZEROS
              MOVE "ALUNO SEM MATRICULAS (MATRINC)" TO SR-MOTIVO
              EXIT PARAGRAPH.
           IF WMAT-EXCESSO = "S"
              MOVE "MAIS DE 20 DISCIPLINAS" TO SR-MOTIVO
              EXIT PARAGRAPH.
           MOVE ZEROS TO WREPROV.
           MOVE SPACES TO WDISC-PEND.
           PERFORM Avalia-Disciplina VARYING WI FROM 1 BY 1
              UNTIL WI > WQTD-MAT.
           IF WDISC-PEND NOT = SPACES
              STRING "SEM RESULTADO EM " WDISC-PEND
                 DELIMITED BY SIZE INTO SR-MOTIVO
              EXIT PARAGRAPH.
           IF WREPROV > ZEROS
              MOVE "R" TO SR-RESULTADO
              MOVE AL-TURMA TO SR-TURMA-NOVA
              MOVE WREPROV TO WREPROV-E
              STRING "REPROVADO EM " WREPROV-E " DISCIPLINA(S)"
                 DELIMITED BY SIZE INTO SR-MOTIVO
              EXIT PARAGRAPH.
           IF TU-PROXIMA = SPACES
              MOVE "C" TO SR-RESULTADO
              MOVE WTURMA-CONCLUIDA TO SR-TURMA-NOVA
              EXIT PARAGRAPH.
      * A TURMA SEGUINTE TAMBEM TEM QUE ESTAR NA TABELA: E DELA QUE
      * SAEM AS MATRICULAS DO ANO NOVO
           MOVE TU-PROXIMA TO WTURMA-NOVA.
           MOVE WTURMA-NOVA TO TU-TURMA.
           READ TURMAS
              INVALID KEY
                 MOVE "TURMA SEGUINTE FORA DA TABELA" TO SR-MOTIVO
                 EXIT PARAGRAPH
           END-READ.
           MOVE "P" TO SR-RESULTADO.
           MOVE WTURMA-NOVA TO SR-TURMA-NOVA.

      * MESMA REGRA DO HISTESC: SO HA RESULTADO DO ANO COM OS QUATRO
      * BIMESTRES LANCADOS
       Avalia-Disciplina.
           MOVE ZEROS TO WBIMS.
           MOVE ZEROS TO WQTD-NOTAS.
           MOVE 100 TO WMENOR-FREQ.
           PERFORM VARYING WJ FROM 1 BY 1 UNTIL WJ > 10
              MOVE ZEROS TO WNOTAS (WJ)
              MOVE ZEROS TO WPESOS (WJ)
           END-PERFORM.
           MOVE AL-RA TO NT-RA.
           MOVE WMAT-DISC (WI) TO NT-DISC.
           MOVE WANO-LET TO NT-ANO-LET.
           MOVE ZEROS TO NT-BIM.
           START NOTAS KEY IS GREATER THAN NT-CHAVE
              INVALID KEY
                 MOVE "S" TO WFIM-NOT
              NOT INVALID KEY
                 MOVE "N" TO WFIM-NOT
           END-START.
           PERFORM Le-Bimestre UNTIL WFIM-NOT = "S".
           IF WBIMS < 4
              IF WDISC-PEND = SPACES
                 MOVE WMAT-DISC (WI) TO WDISC-PEND
              END-IF
              EXIT PARAGRAPH.
           MOVE WMENOR-FREQ TO WFREQ.
           MOVE ZEROS TO WRECUP.
           CALL "CalculaMedia" USING DADOS-CALC.
           IF WSITUACAO NOT = "APROVADO"
              ADD 1 TO WREPROV.

       Le-Bimestre.
           READ NOTAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM-NOT
              NOT AT END
                 IF NT-RA NOT = AL-RA
                    OR NT-DISC NOT = WMAT-DISC (WI)
                    OR NT-ANO-LET NOT = WANO-LET
                    MOVE "S" TO WFIM-NOT
                 ELSE
                    ADD 1 TO WBIMS
                    ADD 1 TO WQTD-NOTAS
                    MOVE NT-MEDIA TO WNOTAS (WQTD-NOTAS)
                    IF NT-FREQ < WMENOR-FREQ
                       MOVE NT-FREQ TO WMENOR-FREQ
                    END-IF
                 END-IF
           END-READ.

      * TROCA AS MATRICULAS DO ANO ENCERRADO PELAS DISCIPLINAS DA
      * NOVA TURMA (RETIDO: AS DA MESMA TURMA; CONCLUINTE: NENHUMA),
      * ATUALIZA AL-TURMA E REGISTRA O RESULTADO. REG-TURMA JA ESTA
      * COM A TURMA DO ANO NOVO (Apura-Resultado)
       Aplica-Resultado.
           PERFORM Exclui-Matricula VARYING WI FROM 1 BY 1
              UNTIL WI > WQTD-MAT.
           IF SR-RESULTADO NOT = "C"
              PERFORM Abre-Matricula VARYING WI FROM 1 BY 1
                 UNTIL WI > TU-QTD-DISC.
           MOVE SR-TURMA-NOVA TO AL-TURMA.
           REWRITE REG-ALUNO
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR A TURMA DO RA " AL-RA
           END-REWRITE.
           MOVE WANO-LET TO PM-ANO-LET.
           MOVE AL-RA TO PM-RA.
           MOVE SR-TURMA TO PM-TURMA-ANT.
           MOVE SR-TURMA-NOVA TO PM-TURMA-NOVA.
           MOVE SR-RESULTADO TO PM-RESULTADO.
           MOVE WHOJE TO PM-DATA.
           WRITE REG-PROMOCAO
              INVALID KEY
                 DISPLAY "ERRO AO REGISTRAR O RESULTADO DO RA " AL-RA
           END-WRITE.

       Exclui-Matricula.
           MOVE AL-RA TO MT-RA.
           MOVE WMAT-DISC (WI) TO MT-DISC.
           DELETE MATRICULAS
              INVALID KEY
                 CONTINUE
           END-DELETE.

       Abre-Matricula.
           MOVE AL-RA TO MT-RA.
           MOVE TU-DISC (WI) TO MT-DISC.
           WRITE REG-MATRIC
              INVALID KEY
                 CONTINUE
           END-WRITE.

       Imprime-Promocao.
           MOVE "N" TO WFIM-SORT.
           MOVE "S" TO WPRIMEIRA.
           PERFORM Imprime-Aluno UNTIL WFIM-SORT = "S".
           IF WPRIMEIRA = "N"
              PERFORM Fecha-Turma.

       Imprime-Aluno.
           RETURN SORT-FILE
              AT END
                 MOVE "S" TO WFIM-SORT
              NOT AT END
                 PERFORM Imprime-Linha
           END-RETURN.

       Imprime-Linha.
           IF WPRIMEIRA = "N" AND SR-TURMA NOT = WTURMA-ANT
              PERFORM Fecha-Turma.
           IF WPRIMEIRA = "S" OR SR-TURMA NOT = WTURMA-ANT
              MOVE "N" TO WPRIMEIRA
              MOVE SR-TURMA TO WTURMA-ANT
              INITIALIZE CONTADORES-TURMA
              MOVE LINHA-BRANCO TO LINHA-REL
              WRITE LINHA-REL
              MOVE SR-TURMA TO LT-TURMA
              MOVE LINHA-TURMA TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SR-RA TO LD-RA.
           MOVE SR-NOME TO LD-NOME.
           MOVE SR-TURMA-NOVA TO LD-TURMA-NOVA.
           MOVE SR-MOTIVO TO LD-MOTIVO.
           MOVE SPACES TO LD-ANTERIOR.
           IF SR-ANTERIOR = "S"
              MOVE "(FECHADO)" TO LD-ANTERIOR.
           EVALUATE SR-RESULTADO
              WHEN "P"
                 MOVE "PROMOVIDO" TO LD-RESULTADO
                 ADD 1 TO WT-PROM
                 ADD 1 TO WTOT-PROM
              WHEN "R"
                 MOVE "RETIDO" TO LD-RESULTADO
                 ADD 1 TO WT-RET
                 ADD 1 TO WTOT-RET
              WHEN "C"
                 MOVE "CONCLUIU" TO LD-RESULTADO
                 ADD 1 TO WT-CONC
                 ADD 1 TO WTOT-CONC
              WHEN OTHER
                 MOVE "PENDENTE" TO LD-RESULTADO
                 ADD 1 TO WT-PEND
                 ADD 1 TO WTOT-PEND
           END-EVALUATE.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.

       Fecha-Turma.
           MOVE WT-PROM TO LS-PROM.
           MOVE WT-RET TO LS-RET.
           MOVE WT-CONC TO LS-CONC.
           MOVE WT-PEND TO LS-PEND.
           MOVE LINHA-SUBTOT TO LINHA-REL.
           WRITE LINHA-REL.

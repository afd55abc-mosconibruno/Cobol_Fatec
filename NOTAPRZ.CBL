       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTA-PRAZO.

      * RELATORIO MENSAL DA COORDENACAO (NOTAPRZ.TXT): PARA O MES
      * INFORMADO, LE O LOG DE NOTAS (NOTALOG.DAT, GRAVADO PELO
      * NOTA-LANCA E PELO FREQCALC) E LISTA, POR PROFESSOR, OS
      * LANCAMENTOS FEITOS DEPOIS DO PRAZO DO BIMESTRE (PRAZOS.DAT,
      * MANTIDO NO PROFINC) E TODAS AS ALTERACOES DE NOTA JA LANCADA,
      * COM VALOR ANTERIOR, VALOR NOVO E MOTIVO. BIMESTRE SEM PRAZO
      * CADASTRADO NAO GERA ATRASO. AS ALTERACOES SEM PROFESSOR SAO
      * OS RECALCULOS DE FREQUENCIA PELA CHAMADA
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTALOG ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NL-CHAVE
           FILE STATUS ARQST-LOG.

           SELECT PROFESSORES ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PF-CODIGO
           FILE STATUS ARQST-PRF.

           SELECT PRAZOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PZ-CHAVE
           FILE STATUS ARQST-PRZ.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQST-REL.

           SELECT SORT-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
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

       FD PROFESSORES LABEL RECORD STANDARD
                DATA RECORD IS REG-PROF
                VALUE OF FILE-ID IS "PROFESS.DAT".
          01 REG-PROF.
             02 PF-CODIGO   PIC 9(04).
             02 PF-NOME     PIC X(30).
             02 PF-SAL      PIC X(08).
             02 PF-HASH     PIC X(16).
             02 PF-TROCA    PIC X(01).
             02 PF-SITUACAO PIC X(01).

       FD PRAZOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRAZO
                VALUE OF FILE-ID IS "PRAZOS.DAT".
          01 REG-PRAZO.
             02 PZ-CHAVE.
                03 PZ-ANO-LET PIC 9(04).
                03 PZ-BIM     PIC 9(01).
             02 PZ-DATA       PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "NOTAPRZ.TXT".
          01 LINHA-REL PIC X(120).

       SD SORT-FILE.
          01 SR-REC.
             02 SR-PROF      PIC 9(04).
             02 SR-DATA      PIC 9(08).
             02 SR-HORA      PIC 9(08).
             02 SR-SEQ       PIC 9(04).
             02 SR-TIPO      PIC X(01).
             02 SR-ATRASO    PIC X(01).
             02 SR-PRAZO     PIC 9(08).
             02 SR-RA        PIC 9(06).
             02 SR-DISC      PIC X(10).
             02 SR-ANO-LET   PIC 9(04).
             02 SR-BIM       PIC 9(01).
             02 SR-CAMPO     PIC X(08).
             02 SR-ANTES     PIC 9(03)V9.
             02 SR-DEPOIS    PIC 9(03)V9.
             02 SR-MOTIVO    PIC X(40).

       WORKING-STORAGE SECTION.
       01 ARQST-LOG       PIC X(02).
       01 ARQST-PRF       PIC X(02).
       01 ARQST-PRZ       PIC X(02).
       01 ARQST-REL       PIC X(02).
       01 WTEM-PROF       PIC X(01) VALUE "N".
       01 WTEM-PRAZO      PIC X(01) VALUE "N".
       01 WMES            PIC 9(06) VALUE ZEROS.
       01 WFIM            PIC X(01) VALUE "N".
       01 WFIM-SORT       PIC X(01) VALUE "N".
       01 WPRIMEIRO       PIC X(01) VALUE "S".
       01 WPROF-ANT       PIC 9(04) VALUE ZEROS.
       01 WPROF-LANC      PIC 9(05) VALUE ZEROS.
       01 WPROF-ATRASO    PIC 9(05) VALUE ZEROS.
       01 WPROF-ALTER     PIC 9(05) VALUE ZEROS.
       01 WTOT-LANC       PIC 9(05) VALUE ZEROS.
       01 WTOT-ATRASO     PIC 9(05) VALUE ZEROS.
       01 WTOT-ALTER      PIC 9(05) VALUE ZEROS.

       01 LINHA-CAB1.
           02 FILLER PIC X(46) VALUE
              "LANCAMENTOS ATRASADOS E ALTERACOES DE NOTAS - ".
           02 FILLER PIC X(05) VALUE "MES: ".
           02 LC-MES PIC 9(06).
       01 LINHA-CAB2 PIC X(120) VALUE
          "DATA     OCORRENCIA RA     DISCIPLINA ANO  B CAMPO    ANTES
      -    "  DEPOIS PRAZO / MOTIVO".
       01 LINHA-PROF.
           02 FILLER PIC X(10) VALUE "PROFESSOR ".
           02 LP-CODIGO PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LP-NOME PIC X(40).
       01 LINHA-DET.
           02 LD-DATA PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-OCORRENCIA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-RA PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-DISC PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-ANO-LET PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-BIM PIC 9(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-CAMPO PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-ANTES PIC ZZ9.9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-DEPOIS PIC ZZ9.9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-OBS PIC X(40).
       01 LINHA-SUB.
           02 FILLER PIC X(15) VALUE "  LANCAMENTOS: ".
           02 LS-LANC PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  ATRASADOS: ".
           02 LS-ATRASO PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  ALTERACOES: ".
           02 LS-ALTER PIC ZZZZ9.
       01 LINHA-TOT.
           02 FILLER PIC X(15) VALUE "TOTAL GERAL:   ".
           02 LT-LANC PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  ATRASADOS: ".
           02 LT-ATRASO PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  ALTERACOES: ".
           02 LT-ALTER PIC ZZZZ9.
       01 LINHA-OBS-PRAZO.
           02 FILLER PIC X(07) VALUE "PRAZO: ".
           02 LO-PRAZO PIC 9(08).
       01 LINHA-BRANCO PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ATRASOS E ALTERACOES DE NOTAS POR PROFESSOR".
           DISPLAY "MES (AAAAMM) [0 = MES ATUAL]: ".
           ACCEPT WMES.
           IF WMES = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:6) TO WMES.
           IF WMES (5:2) < "01" OR WMES (5:2) > "12"
              DISPLAY "MES INVALIDO"
              STOP RUN.
           OPEN INPUT NOTALOG.
           IF ARQST-LOG NOT = "00"
              DISPLAY "LOG DE NOTAS AUSENTE - NENHUM LANCAMENTO "
                      "PELO NOTA-LANCA"
              STOP RUN.
           OPEN INPUT PROFESSORES.
           IF ARQST-PRF = "00"
              MOVE "S" TO WTEM-PROF.
           OPEN INPUT PRAZOS.
           IF ARQST-PRZ = "00"
              MOVE "S" TO WTEM-PRAZO.
           OPEN OUTPUT RELATORIO.
           MOVE WMES TO LC-MES.
           MOVE LINHA-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           SORT SORT-FILE ON ASCENDING KEY SR-PROF SR-DATA SR-HORA
                                           SR-SEQ
              INPUT PROCEDURE Seleciona-Mes
              OUTPUT PROCEDURE Imprime-Professores.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WTOT-LANC TO LT-LANC.
           MOVE WTOT-ATRASO TO LT-ATRASO.
           MOVE WTOT-ALTER TO LT-ALTER.
           MOVE LINHA-TOT TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "LANCAMENTOS: " WTOT-LANC " ATRASADOS: "
                   WTOT-ATRASO " ALTERACOES: " WTOT-ALTER.
           DISPLAY "RELATORIO GERADO: NOTAPRZ.TXT".
           CLOSE NOTALOG.
           IF WTEM-PROF = "S"
              CLOSE PROFESSORES.
           IF WTEM-PRAZO = "S"
              CLOSE PRAZOS.
           CLOSE RELATORIO.
           STOP RUN.

      * O LOG ESTA EM ORDEM DE DATA E HORA: COMECA NO DIA 1 DO MES E
      * PARA NO PRIMEIRO REGISTRO DO MES SEGUINTE
       Seleciona-Mes.
           MOVE WMES TO NL-DATA (1:6).
           MOVE "01" TO NL-DATA (7:2).
           MOVE ZEROS TO NL-HORA.
           MOVE ZEROS TO NL-SEQ.
           START NOTALOG KEY IS NOT LESS THAN NL-CHAVE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WFIM.
           PERFORM Seleciona-Registro UNTIL WFIM = "S".

       Seleciona-Registro.
           READ NOTALOG NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF NL-DATA (1:6) NOT = WMES
                    MOVE "S" TO WFIM
                 ELSE
                    PERFORM Libera-Registro
                 END-IF
           END-READ.

       Libera-Registro.
           MOVE NL-PROF TO SR-PROF.
           MOVE NL-DATA TO SR-DATA.
           MOVE NL-HORA TO SR-HORA.
           MOVE NL-SEQ TO SR-SEQ.
           MOVE NL-TIPO TO SR-TIPO.
           MOVE "N" TO SR-ATRASO.
           MOVE ZEROS TO SR-PRAZO.
           MOVE NL-RA TO SR-RA.
           MOVE NL-DISC TO SR-DISC.
           MOVE NL-ANO-LET TO SR-ANO-LET.
           MOVE NL-BIM TO SR-BIM.
           MOVE NL-CAMPO TO SR-CAMPO.
           MOVE NL-ANTES TO SR-ANTES.
           MOVE NL-DEPOIS TO SR-DEPOIS.
           MOVE NL-MOTIVO TO SR-MOTIVO.
           IF NL-TIPO = "L" AND WTEM-PRAZO = "S"
              MOVE NL-ANO-LET TO PZ-ANO-LET
              MOVE NL-BIM TO PZ-BIM
              READ PRAZOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PZ-DATA TO SR-PRAZO
                    IF NL-DATA > PZ-DATA
                       MOVE "S" TO SR-ATRASO
                    END-IF
              END-READ
           END-IF.
           RELEASE SR-REC.

       Imprime-Professores.
           MOVE "N" TO WFIM-SORT.
           MOVE "S" TO WPRIMEIRO.
           PERFORM Imprime-Registro UNTIL WFIM-SORT = "S".
           IF WPRIMEIRO = "N"
              PERFORM Fecha-Professor.

       Imprime-Registro.
           RETURN SORT-FILE
              AT END
                 MOVE "S" TO WFIM-SORT
              NOT AT END
                 PERFORM Trata-Registro
           END-RETURN.

       Trata-Registro.
           IF WPRIMEIRO = "N" AND SR-PROF NOT = WPROF-ANT
              PERFORM Fecha-Professor.
           IF WPRIMEIRO = "S" OR SR-PROF NOT = WPROF-ANT
              MOVE "N" TO WPRIMEIRO
              MOVE SR-PROF TO WPROF-ANT
              PERFORM Abre-Professor.
           IF SR-TIPO = "L"
              ADD 1 TO WPROF-LANC
              IF SR-ATRASO = "S"
                 ADD 1 TO WPROF-ATRASO
                 MOVE "ATRASO" TO LD-OCORRENCIA
                 MOVE SR-PRAZO TO LO-PRAZO
                 MOVE LINHA-OBS-PRAZO TO LD-OBS
                 PERFORM Imprime-Detalhe
              END-IF
           ELSE
              ADD 1 TO WPROF-ALTER
              MOVE "ALTERACAO" TO LD-OCORRENCIA
              MOVE SR-MOTIVO TO LD-OBS
              PERFORM Imprime-Detalhe
           END-IF.

       Abre-Professor.
           MOVE ZEROS TO WPROF-LANC.
           MOVE ZEROS TO WPROF-ATRASO.
           MOVE ZEROS TO WPROF-ALTER.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SR-PROF TO LP-CODIGO.
           MOVE SPACES TO LP-NOME.
           IF SR-PROF = ZEROS
              MOVE "RECALCULO DE FREQUENCIA PELA CHAMADA" TO LP-NOME
           ELSE
              IF WTEM-PROF = "S"
                 MOVE SR-PROF TO PF-CODIGO
                 READ PROFESSORES
                    INVALID KEY
                       MOVE "PROFESSOR NAO CADASTRADO" TO LP-NOME
                    NOT INVALID KEY
                       MOVE PF-NOME TO LP-NOME
                 END-READ
              END-IF
           END-IF.
           MOVE LINHA-PROF TO LINHA-REL.
           WRITE LINHA-REL.

       Imprime-Detalhe.
           MOVE SR-DATA TO LD-DATA.
           MOVE SR-RA TO LD-RA.
           MOVE SR-DISC TO LD-DISC.
           MOVE SR-ANO-LET TO LD-ANO-LET.
           MOVE SR-BIM TO LD-BIM.
           MOVE SR-CAMPO TO LD-CAMPO.
           MOVE SR-ANTES TO LD-ANTES.
           MOVE SR-DEPOIS TO LD-DEPOIS.
           MOVE LINHA-DET TO LINHA-REL.
           WRITE LINHA-REL.

       Fecha-Professor.
           MOVE WPROF-LANC TO LS-LANC.
           MOVE WPROF-ATRASO TO LS-ATRASO.
           MOVE WPROF-ALTER TO LS-ALTER.
           MOVE LINHA-SUB TO LINHA-REL.
           WRITE LINHA-REL.
           ADD WPROF-LANC TO WTOT-LANC.
           ADD WPROF-ATRASO TO WTOT-ATRASO.
           ADD WPROF-ALTER TO WTOT-ALTER.

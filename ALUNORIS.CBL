       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALUNO-RISCO.

      * CARTA DE RISCO AOS PAIS NO MEIO DO ANO: DEPOIS DE LANCADO O
      * BIMESTRE, AVALIA CADA ALUNO EM CADA DISCIPLINA COM AS NOTAS
      * DO ANO ATE ESSE BIMESTRE (NOTAS.DAT). A MEDIA PARCIAL E A
      * MEDIA DOS BIMESTRES NA CalculaMedia (PESOS IGUAIS, COMO NO
      * HISTESC); A FREQUENCIA E A ACUMULADA DA CHAMADA (FREQBIM.DAT)
      * OU, SEM CHAMADA APURADA, A MENOR FREQUENCIA LANCADA. FICA EM
      * RISCO A DISCIPLINA COM MEDIA ABAIXO DE 6 OU FREQUENCIA ABAIXO
      * DA MARGEM DE ALERTA (PADRAO 80%, ANTES DOS 75% QUE REPROVAM).
      * O ALUNO COM DISCIPLINA EM RISCO RECEBE UMA CARTA (CARTAS.TXT)
      * COM AS NOTAS, AS FALTAS E O CALENDARIO DA RECUPERACAO
      * (RECPROVA.DAT, RECPINC), E A CARTA FICA NO REGISTRO
      * CARTAS.DAT (ALUNO + ANO + BIMESTRE) COMO PROVA DO AVISO. O
      * MODO R IMPRIME O REGISTRO POR ALUNO (CARTAREG.TXT)
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

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DS-CODIGO
           FILE STATUS ARQST-DIS.

           SELECT FREQBIM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY FB-CHAVE
           FILE STATUS ARQST-FBM.

           SELECT RECPROVAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY RP-CHAVE
           FILE STATUS ARQST-REC.

           SELECT CARTAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CR-CHAVE
           FILE STATUS ARQST-CRT.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQST-REL.

           SELECT REGISTRO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQST-RGT.

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

       FD DISCIPLINAS LABEL RECORD STANDARD
                DATA RECORD IS REG-DISC
                VALUE OF FILE-ID IS "DISCIP.DAT".
          01 REG-DISC.
             02 DS-CODIGO PIC X(10).
             02 DS-NOME   PIC X(30).

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

       FD CARTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CARTA
                VALUE OF FILE-ID IS "CARTAS.DAT".
          01 REG-CARTA.
             02 CR-CHAVE.
                03 CR-RA      PIC 9(06).
                03 CR-ANO-LET PIC 9(04).
                03 CR-BIM     PIC 9(01).
             02 CR-TURMA      PIC X(06).
             02 CR-PRIMEIRA   PIC 9(08).
             02 CR-ULTIMA     PIC 9(08).
             02 CR-VIAS       PIC 9(02).
             02 CR-QTD-DISC   PIC 9(02).
             02 CR-DISC       PIC X(10) OCCURS 20 TIMES.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CARTAS.TXT".
          01 LINHA-REL PIC X(100).

       FD REGISTRO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-RGT
                VALUE OF FILE-ID IS "CARTAREG.TXT".
          01 LINHA-RGT PIC X(100).

       WORKING-STORAGE SECTION.
       01 ARQST-ALU       PIC X(02).
       01 ARQST-NOT       PIC X(02).
       01 ARQST-DIS       PIC X(02).
       01 ARQST-FBM       PIC X(02).
       01 ARQST-REC       PIC X(02).
       01 ARQST-CRT       PIC X(02).
       01 ARQST-REL       PIC X(02).
       01 ARQST-RGT       PIC X(02).
       01 WTEM-FREQBIM    PIC X(01) VALUE "N".
       01 WTEM-RECPROVA   PIC X(01) VALUE "N".
       01 WMODO           PIC X(01) VALUE SPACE.
           88 MODO-CARTAS   VALUE "C" "c".
           88 MODO-REGISTRO VALUE "R" "r".
       01 WANO-LET        PIC 9(04) VALUE ZEROS.
       01 WBIM            PIC 9(01) VALUE ZEROS.
       01 WTURMA          PIC X(06) VALUE SPACES.
       01 WRA             PIC 9(06) VALUE ZEROS.
       01 WMARGEM         PIC 9(03) VALUE ZEROS.
       01 WREEMITE        PIC X(01) VALUE "N".
       01 WHOJE           PIC 9(08) VALUE ZEROS.
       01 WFIM            PIC X(01) VALUE "N".
       01 WFIM-NOTA       PIC X(01) VALUE "N".
       01 WTEM-GRUPO      PIC X(01) VALUE "N".
       01 WDISC-ANT       PIC X(10) VALUE SPACES.
       01 WMENOR-FREQ     PIC 9(03) VALUE ZEROS.
       01 WAULAS-T        PIC 9(03) VALUE ZEROS.
       01 WFALTAS-T       PIC 9(03) VALUE ZEROS.
       01 WFREQ-ACUM      PIC 9(03) VALUE ZEROS.
       01 WB              PIC 9(01) VALUE ZEROS.
       01 WI              PIC 9(02) VALUE ZEROS.
       01 WR              PIC 9(02) VALUE ZEROS.
       01 WEXISTE         PIC X(01) VALUE "N".
       01 WRISCO-NOTA     PIC X(01) VALUE "N".
       01 WCONT-ALUNOS    PIC 9(05) VALUE ZEROS.
       01 WCONT-CARTAS    PIC 9(05) VALUE ZEROS.
       01 WCONT-AVISADOS  PIC 9(05) VALUE ZEROS.
       01 WCONT-REGISTRO  PIC 9(05) VALUE ZEROS.
       01 WDATA-E.
           02 WDE-DIA     PIC 9(02).
           02 FILLER      PIC X(01) VALUE "/".
           02 WDE-MES     PIC 9(02).
           02 FILLER      PIC X(01) VALUE "/".
           02 WDE-ANO     PIC 9(04).
       01 WDATA-AUX       PIC 9(08) VALUE ZEROS.
       01 WNOTA-E         PIC Z9.9.

      * BIMESTRES DA DISCIPLINA EM AVALIACAO
       01 TAB-BIMESTRES.
           02 WB-ITEM OCCURS 4 TIMES.
              03 WB-TEM   PIC X(01).
              03 WB-MEDIA PIC 9(02)V9.

      * DISCIPLINAS EM RISCO DO ALUNO (UMA LINHA NA CARTA CADA)
       01 TAB-RISCO.
           02 WQTD-RISCO  PIC 9(02) VALUE ZEROS.
           02 TR-ITEM OCCURS 20 TIMES.
              03 TR-DISC       PIC X(10).
              03 TR-TEM-BIM    PIC X(01) OCCURS 4 TIMES.
              03 TR-MEDIA-BIM  PIC 9(02)V9 OCCURS 4 TIMES.
              03 TR-MEDIA      PIC 9(02)V9.
              03 TR-CHAMADA    PIC X(01).
              03 TR-AULAS      PIC 9(03).
              03 TR-FALTAS     PIC 9(03).
              03 TR-FREQ       PIC 9(03).
              03 TR-RISCO-NOTA PIC X(01).
              03 TR-RISCO-FREQ PIC X(01).

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

       01 LINHA-BRANCO PIC X(100) VALUE SPACES.
       01 LINHA-SEP    PIC X(100) VALUE ALL "=".
       01 LINHA-CARTA1.
           02 FILLER PIC X(48) VALUE
              "COMUNICADO AOS PAIS OU RESPONSAVEIS - ESCOLA".
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 LC1-DATA PIC X(10).
       01 LINHA-CARTA2.
           02 FILLER PIC X(10) VALUE "ALUNO(A): ".
           02 LC2-NOME PIC X(30).
           02 FILLER PIC X(06) VALUE "  RA: ".
           02 LC2-RA PIC 9(06).
           02 FILLER PIC X(09) VALUE "  TURMA: ".
           02 LC2-TURMA PIC X(06).
       01 LINHA-CARTA3.
           02 FILLER PIC X(12) VALUE "ANO LETIVO: ".
           02 LC3-ANO-LET PIC 9(04).
           02 FILLER PIC X(27) VALUE
              " - SITUACAO ATE O BIMESTRE ".
           02 LC3-BIM PIC 9(01).
       01 LINHA-TEXTO1 PIC X(100) VALUE
          "PREZADOS PAIS OU RESPONSAVEIS,".
       01 LINHA-TEXTO2 PIC X(100) VALUE
          "INFORMAMOS QUE O(A) ALUNO(A) ACIMA ESTA EM RISCO DE REPROVAC
      -    "AO NAS DISCIPLINAS ABAIXO.".
       01 LINHA-TEXTO3 PIC X(100) VALUE
          "A APROVACAO EXIGE MEDIA 6,0 E FREQUENCIA DE PELO MENOS 75% D
      -    "AS AULAS EM CADA DISCIPLINA.".
       01 LINHA-TEXTO4 PIC X(100) VALUE
          "SOLICITAMOS O COMPARECIMENTO A ESCOLA PARA CONVERSAR COM A C
      -    "OORDENACAO PEDAGOGICA.".
       01 LINHA-CAB-DISC PIC X(100) VALUE
          "DISCIPLINA NOME                      1.BIM 2.BIM 3.BIM 4.BIM
      -    " MEDIA AULAS FALTAS FREQ RISCO".
       01 LINHA-DISC.
           02 LD-DISC PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-NOME PIC X(25).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-BIM-ITEM OCCURS 4 TIMES.
              03 LD-BIM PIC X(05).
              03 FILLER PIC X(01).
           02 LD-MEDIA PIC Z9.9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-AULAS PIC X(03).
           02 FILLER PIC X(04) VALUE SPACES.
           02 LD-FALTAS PIC X(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-FREQ PIC ZZ9.
           02 FILLER PIC X(02) VALUE "% ".
           02 LD-RISCO PIC X(11).
       01 LINHA-CAB-REC PIC X(100) VALUE
          "CALENDARIO DAS PROVAS DE RECUPERACAO:".
       01 LINHA-REC.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LR-DISC PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LR-NOME PIC X(25).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LR-AGENDA PIC X(61).
       01 LINHA-AGENDA.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 LA-DATA PIC X(10).
           02 FILLER PIC X(12) VALUE "  HORARIO: ".
           02 LA-HORA PIC X(05).
           02 FILLER PIC X(09) VALUE "  LOCAL: ".
           02 LA-LOCAL PIC X(15).
       01 LINHA-SEM-REC PIC X(100) VALUE
          "  NENHUMA PROVA DE RECUPERACAO NECESSARIA ATE O MOMENTO (RISC
      -    "O SO POR FREQUENCIA).".
       01 LINHA-ASSINA1 PIC X(100) VALUE
          "______________________________      ________________________
      -    "______".
       01 LINHA-ASSINA2 PIC X(100) VALUE
          "COORDENACAO PEDAGOGICA              CIENTE DO RESPONSAVEL".

       01 LINHA-RGT-CAB1.
           02 FILLER PIC X(34) VALUE
              "REGISTRO DE CARTAS DE RISCO - RA: ".
           02 LG-RA-CAB PIC X(06).
           02 FILLER PIC X(07) VALUE " ANO: ".
           02 LG-ANO-CAB PIC X(04).
       01 LINHA-RGT-CAB2 PIC X(100) VALUE
          "RA     NOME                           TURMA  ANO  B PRIMEIRA
      -    "  ULTIMA   VIAS DISCIPLINA".
       01 LINHA-RGT-DET.
           02 LG-RA PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LG-NOME PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LG-TURMA PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LG-ANO-LET PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LG-BIM PIC 9(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LG-PRIMEIRA PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LG-ULTIMA PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LG-VIAS PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LG-DISC PIC X(10).
       01 LINHA-RGT-TOT.
           02 FILLER PIC X(25) VALUE "CARTAS REGISTRADAS:      ".
           02 LGT-CARTAS PIC ZZZZ9.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "CARTAS DE RISCO AOS PAIS".
           DISPLAY "MODO (C-EMITIR CARTAS / R-REGISTRO DE CARTAS): ".
           ACCEPT WMODO.
           IF MODO-CARTAS
              PERFORM Emite-Cartas
           ELSE
              IF MODO-REGISTRO
                 PERFORM Imprime-Registro
              ELSE
                 DISPLAY "OPCAO INVALIDA".
           STOP RUN.

      * ============================================================
      * EMISSAO DAS CARTAS DO BIMESTRE
      * ============================================================
       Emite-Cartas.
           DISPLAY "ANO LETIVO (AAAA) [0 = ANO ATUAL]: ".
           ACCEPT WANO-LET.
           IF WANO-LET = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:4) TO WANO-LET.
           DISPLAY "BIMESTRE JA LANCADO (1 A 4): ".
           ACCEPT WBIM.
           IF WBIM < 1 OR WBIM > 4
              DISPLAY "BIMESTRE INVALIDO"
              EXIT PARAGRAPH.
           DISPLAY "TURMA (EM BRANCO = TODAS): ".
           MOVE SPACES TO WTURMA.
           ACCEPT WTURMA.
           DISPLAY "MARGEM DE ALERTA DE FREQUENCIA (%) [0 = 80]: ".
           ACCEPT WMARGEM.
           IF WMARGEM = ZEROS
              MOVE 80 TO WMARGEM.
           DISPLAY "REEMITIR CARTA JA REGISTRADA NO BIMESTRE (S/N): ".
           ACCEPT WREEMITE.
           IF WREEMITE = "s"
              MOVE "S" TO WREEMITE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WHOJE.
           OPEN INPUT ALUNOS.
           IF ARQST-ALU NOT = "00"
              DISPLAY "CADASTRO DE ALUNOS AUSENTE - RODE O ALUNOINC"
              EXIT PARAGRAPH.
           OPEN INPUT NOTAS.
           IF ARQST-NOT NOT = "00"
              DISPLAY "ARQUIVO DE NOTAS AUSENTE"
              CLOSE ALUNOS
              EXIT PARAGRAPH.
           OPEN INPUT DISCIPLINAS.
           IF ARQST-DIS NOT = "00"
              DISPLAY "CADASTRO DE DISCIPLINAS AUSENTE - "
                      "RODE O DISCINC"
              CLOSE ALUNOS
              CLOSE NOTAS
              EXIT PARAGRAPH.
           OPEN INPUT FREQBIM.
           IF ARQST-FBM = "00"
              MOVE "S" TO WTEM-FREQBIM.
           OPEN INPUT RECPROVAS.
           IF ARQST-REC = "00"
              MOVE "S" TO WTEM-RECPROVA.
           OPEN I-O CARTAS.
           IF ARQST-CRT NOT = "00"
              OPEN OUTPUT CARTAS
              CLOSE CARTAS
              OPEN I-O CARTAS.
           OPEN OUTPUT RELATORIO.
           MOVE "N" TO WFIM.
           PERFORM Varre-Alunos UNTIL WFIM = "S".
           DISPLAY "ALUNOS AVALIADOS: " WCONT-ALUNOS
                   " CARTAS EMITIDAS: " WCONT-CARTAS
                   " JA AVISADOS NO BIMESTRE: " WCONT-AVISADOS.
           DISPLAY "CARTAS GERADAS: CARTAS.TXT".
           CLOSE ALUNOS.
           CLOSE NOTAS.
           CLOSE DISCIPLINAS.
           IF WTEM-FREQBIM = "S"
              CLOSE FREQBIM.
           IF WTEM-RECPROVA = "S"
              CLOSE RECPROVAS.
           CLOSE CARTAS.
           CLOSE RELATORIO.

       Varre-Alunos.
           READ ALUNOS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF WTURMA = SPACES OR AL-TURMA = WTURMA
                    PERFORM Avalia-Aluno
                 END-IF
           END-READ.

      * A CHAVE RA+DISCIPLINA+ANO+BIM DEIXA OS BIMESTRES DA MESMA
      * DISCIPLINA JUNTOS; NA QUEBRA DE DISCIPLINA ELA E AVALIADA
       Avalia-Aluno.
           ADD 1 TO WCONT-ALUNOS.
           MOVE ZEROS TO WQTD-RISCO.
           MOVE "N" TO WTEM-GRUPO.
           MOVE AL-RA TO NT-RA.
           MOVE LOW-VALUES TO NT-DISC.
           START NOTAS KEY IS GREATER THAN NT-CHAVE
              INVALID KEY
                 MOVE "S" TO WFIM-NOTA
              NOT INVALID KEY
                 MOVE "N" TO WFIM-NOTA
           END-START.
           PERFORM Le-Nota UNTIL WFIM-NOTA = "S".
           IF WTEM-GRUPO = "S"
              PERFORM Avalia-Disciplina.
           IF WQTD-RISCO > ZEROS
              PERFORM Registra-Carta.

       Le-Nota.
           READ NOTAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM-NOTA
              NOT AT END
                 IF NT-RA NOT = AL-RA
                    MOVE "S" TO WFIM-NOTA
                 ELSE
                    IF NT-ANO-LET = WANO-LET AND NT-BIM <= WBIM
                       PERFORM Acumula-Bimestre
                    END-IF
                 END-IF
           END-READ.

       Acumula-Bimestre.
           IF WTEM-GRUPO = "S" AND NT-DISC NOT = WDISC-ANT
              PERFORM Avalia-Disciplina.
           IF WTEM-GRUPO = "N"
              MOVE "S" TO WTEM-GRUPO
              MOVE NT-DISC TO WDISC-ANT
              MOVE ZEROS TO WQTD-NOTAS
              MOVE 100 TO WMENOR-FREQ
              PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > 10
                 MOVE ZEROS TO WNOTAS (WI)
                 MOVE ZEROS TO WPESOS (WI)
              END-PERFORM
              PERFORM VARYING WB FROM 1 BY 1 UNTIL WB > 4
                 MOVE "N" TO WB-TEM (WB)
                 MOVE ZEROS TO WB-MEDIA (WB)
              END-PERFORM.
           ADD 1 TO WQTD-NOTAS.
           MOVE NT-MEDIA TO WNOTAS (WQTD-NOTAS).
           MOVE "S" TO WB-TEM (NT-BIM).
           MOVE NT-MEDIA TO WB-MEDIA (NT-BIM).
           IF NT-FREQ < WMENOR-FREQ
              MOVE NT-FREQ TO WMENOR-FREQ.

      * MEDIA PARCIAL PELA CalculaMedia SEM RECUPERACAO E COM
      * FREQUENCIA CHEIA: A FREQUENCIA E AVALIADA A PARTE
       Avalia-Disciplina.
           MOVE "N" TO WTEM-GRUPO.
           MOVE 100 TO WFREQ.
           MOVE ZEROS TO WRECUP.
           CALL "CalculaMedia" USING DADOS-CALC.
           PERFORM Soma-Chamada.
           IF WMEDIA >= 6.0 AND WFREQ-ACUM >= WMARGEM
              EXIT PARAGRAPH.
           IF WQTD-RISCO = 20
              DISPLAY "RA " AL-RA " COM MAIS DE 20 DISCIPLINAS EM "
                      "RISCO - CARTA LISTA AS 20 PRIMEIRAS"
              EXIT PARAGRAPH.
           ADD 1 TO WQTD-RISCO.
           MOVE WDISC-ANT TO TR-DISC (WQTD-RISCO).
           PERFORM VARYING WB FROM 1 BY 1 UNTIL WB > 4
              MOVE WB-TEM (WB) TO TR-TEM-BIM (WQTD-RISCO, WB)
              MOVE WB-MEDIA (WB) TO TR-MEDIA-BIM (WQTD-RISCO, WB)
           END-PERFORM.
           MOVE WMEDIA TO TR-MEDIA (WQTD-RISCO).
           MOVE WFREQ-ACUM TO TR-FREQ (WQTD-RISCO).
           MOVE WAULAS-T TO TR-AULAS (WQTD-RISCO).
           MOVE WFALTAS-T TO TR-FALTAS (WQTD-RISCO).
           IF WAULAS-T > ZEROS
              MOVE "S" TO TR-CHAMADA (WQTD-RISCO)
           ELSE
              MOVE "N" TO TR-CHAMADA (WQTD-RISCO).
           IF WMEDIA < 6.0
              MOVE "S" TO TR-RISCO-NOTA (WQTD-RISCO)
           ELSE
              MOVE "N" TO TR-RISCO-NOTA (WQTD-RISCO).
           IF WFREQ-ACUM < WMARGEM
              MOVE "S" TO TR-RISCO-FREQ (WQTD-RISCO)
           ELSE
              MOVE "N" TO TR-RISCO-FREQ (WQTD-RISCO).

      * AULAS E FALTAS DA CHAMADA SOMADAS DO 1. BIMESTRE ATE O
      * INFORMADO; SEM CHAMADA VALE A MENOR FREQUENCIA LANCADA
       Soma-Chamada.
           MOVE ZEROS TO WAULAS-T.
           MOVE ZEROS TO WFALTAS-T.
           IF WTEM-FREQBIM = "S"
              PERFORM Le-FreqBim VARYING WB FROM 1 BY 1
                 UNTIL WB > WBIM.
           IF WAULAS-T > ZEROS
              COMPUTE WFREQ-ACUM =
                 (WAULAS-T - WFALTAS-T) * 100 / WAULAS-T
           ELSE
              MOVE WMENOR-FREQ TO WFREQ-ACUM.

       Le-FreqBim.
           MOVE AL-RA TO FB-RA.
           MOVE WDISC-ANT TO FB-DISC.
           MOVE WANO-LET TO FB-ANO-LET.
           MOVE WB TO FB-BIM.
           READ FREQBIM
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           ADD FB-AULAS TO WAULAS-T.
           ADD FB-FALTAS TO WFALTAS-T.

      * CARTA JA REGISTRADA NO BIMESTRE SO SAI DE NOVO QUANDO PEDIDO;
      * A REEMISSAO CONTA MAIS UMA VIA E ATUALIZA AS DISCIPLINAS
       Registra-Carta.
           MOVE "S" TO WEXISTE.
           MOVE AL-RA TO CR-RA.
           MOVE WANO-LET TO CR-ANO-LET.
           MOVE WBIM TO CR-BIM.
           READ CARTAS
              INVALID KEY
                 MOVE "N" TO WEXISTE
           END-READ.
           IF WEXISTE = "S" AND WREEMITE NOT = "S"
              ADD 1 TO WCONT-AVISADOS
              EXIT PARAGRAPH.
           PERFORM Imprime-Carta.
           IF WEXISTE = "N"
              MOVE SPACES TO REG-CARTA
              MOVE AL-RA TO CR-RA
              MOVE WANO-LET TO CR-ANO-LET
              MOVE WBIM TO CR-BIM
              MOVE WHOJE TO CR-PRIMEIRA
              MOVE ZEROS TO CR-VIAS.
           MOVE AL-TURMA TO CR-TURMA.
           MOVE WHOJE TO CR-ULTIMA.
           ADD 1 TO CR-VIAS.
           MOVE WQTD-RISCO TO CR-QTD-DISC.
           PERFORM VARYING WR FROM 1 BY 1 UNTIL WR > 20
              IF WR > WQTD-RISCO
                 MOVE SPACES TO CR-DISC (WR)
              ELSE
                 MOVE TR-DISC (WR) TO CR-DISC (WR)
              END-IF
           END-PERFORM.
           IF WEXISTE = "S"
              REWRITE REG-CARTA
                 INVALID KEY
                    DISPLAY "ERRO AO REGISTRAR A CARTA DO RA " AL-RA
              END-REWRITE
           ELSE
              WRITE REG-CARTA
                 INVALID KEY
                    DISPLAY "ERRO AO REGISTRAR A CARTA DO RA " AL-RA
              END-WRITE
           END-IF.

       Imprime-Carta.
           ADD 1 TO WCONT-CARTAS.
           MOVE LINHA-SEP TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WHOJE TO WDATA-AUX.
           PERFORM Formata-Data.
           MOVE WDATA-E TO LC1-DATA.
           MOVE LINHA-CARTA1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE AL-NOME TO LC2-NOME.
           MOVE AL-RA TO LC2-RA.
           MOVE AL-TURMA TO LC2-TURMA.
           MOVE LINHA-CARTA2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WANO-LET TO LC3-ANO-LET.
           MOVE WBIM TO LC3-BIM.
           MOVE LINHA-CARTA3 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TEXTO1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TEXTO2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TEXTO3 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB-DISC TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM Imprime-Disciplina VARYING WR FROM 1 BY 1
              UNTIL WR > WQTD-RISCO.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CAB-REC TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "N" TO WRISCO-NOTA.
           PERFORM Imprime-Recuperacao VARYING WR FROM 1 BY 1
              UNTIL WR > WQTD-RISCO.
           IF WRISCO-NOTA = "N"
              MOVE LINHA-SEM-REC TO LINHA-REL
              WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TEXTO4 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-ASSINA1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-ASSINA2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.

      * BIMESTRE SEM NOTA SAI COMO "-"; SEM CHAMADA APURADA AS AULAS
      * E FALTAS SAEM COMO "-" E A FREQUENCIA E A LANCADA
       Imprime-Disciplina.
           MOVE TR-DISC (WR) TO LD-DISC.
           MOVE TR-DISC (WR) TO DS-CODIGO.
           READ DISCIPLINAS
              INVALID KEY
                 MOVE SPACES TO DS-NOME
           END-READ.
           MOVE DS-NOME TO LD-NOME.
           PERFORM VARYING WB FROM 1 BY 1 UNTIL WB > 4
              IF TR-TEM-BIM (WR, WB) = "S"
                 MOVE TR-MEDIA-BIM (WR, WB) TO WNOTA-E
                 MOVE SPACES TO LD-BIM (WB)
                 MOVE WNOTA-E TO LD-BIM (WB) (2:4)
              ELSE
                 MOVE "   - " TO LD-BIM (WB)
              END-IF
           END-PERFORM.
           MOVE TR-MEDIA (WR) TO LD-MEDIA.
           IF TR-CHAMADA (WR) = "S"
              MOVE TR-AULAS (WR) TO LD-AULAS
              MOVE TR-FALTAS (WR) TO LD-FALTAS
           ELSE
              MOVE "  -" TO LD-AULAS
              MOVE "  -" TO LD-FALTAS.
           MOVE TR-FREQ (WR) TO LD-FREQ.
           IF TR-RISCO-NOTA (WR) = "S" AND TR-RISCO-FREQ (WR) = "S"
              MOVE "NOTA E FREQ" TO LD-RISCO
           ELSE
              IF TR-RISCO-NOTA (WR) = "S"
                 MOVE "NOTA" TO LD-RISCO
              ELSE
                 MOVE "FREQUENCIA" TO LD-RISCO.
           MOVE LINHA-DISC TO LINHA-REL.
           WRITE LINHA-REL.

      * SO A DISCIPLINA EM RISCO POR NOTA TEM PROVA DE RECUPERACAO;
      * PROVA AINDA NAO AGENDADA NO RECPINC SAI "A DEFINIR"
       Imprime-Recuperacao.
           IF TR-RISCO-NOTA (WR) NOT = "S"
              EXIT PARAGRAPH.
           MOVE "S" TO WRISCO-NOTA.
           MOVE TR-DISC (WR) TO LR-DISC.
           MOVE TR-DISC (WR) TO DS-CODIGO.
           READ DISCIPLINAS
              INVALID KEY
                 MOVE SPACES TO DS-NOME
           END-READ.
           MOVE DS-NOME TO LR-NOME.
           MOVE "DATA A DEFINIR PELA COORDENACAO" TO LR-AGENDA.
           IF WTEM-RECPROVA = "S"
              MOVE WANO-LET TO RP-ANO-LET
              MOVE WBIM TO RP-BIM
              MOVE TR-DISC (WR) TO RP-DISC
              READ RECPROVAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RP-DATA TO WDATA-AUX
                    PERFORM Formata-Data
                    MOVE WDATA-E TO LA-DATA
                    MOVE RP-HORA TO LA-HORA
                    MOVE RP-LOCAL TO LA-LOCAL
                    MOVE LINHA-AGENDA TO LR-AGENDA
              END-READ
           END-IF.
           MOVE LINHA-REC TO LINHA-REL.
           WRITE LINHA-REL.

       Formata-Data.
           MOVE WDATA-AUX (7:2) TO WDE-DIA.
           MOVE WDATA-AUX (5:2) TO WDE-MES.
           MOVE WDATA-AUX (1:4) TO WDE-ANO.

      * ============================================================
      * REGISTRO DAS CARTAS ENVIADAS, POR ALUNO
      * ============================================================
       Imprime-Registro.
           DISPLAY "RA DO ALUNO (0 = TODOS): ".
           ACCEPT WRA.
           DISPLAY "ANO LETIVO (AAAA) [0 = TODOS]: ".
           ACCEPT WANO-LET.
           OPEN INPUT CARTAS.
           IF ARQST-CRT NOT = "00"
              DISPLAY "NENHUMA CARTA REGISTRADA"
              EXIT PARAGRAPH.
           OPEN INPUT ALUNOS.
           IF ARQST-ALU NOT = "00"
              DISPLAY "CADASTRO DE ALUNOS AUSENTE - RODE O ALUNOINC"
              CLOSE CARTAS
              EXIT PARAGRAPH.
           OPEN OUTPUT REGISTRO.
           IF WRA = ZEROS
              MOVE "TODOS" TO LG-RA-CAB
           ELSE
              MOVE WRA TO LG-RA-CAB.
           IF WANO-LET = ZEROS
              MOVE "TODOS" TO LG-ANO-CAB
           ELSE
              MOVE WANO-LET TO LG-ANO-CAB.
           MOVE LINHA-RGT-CAB1 TO LINHA-RGT.
           WRITE LINHA-RGT.
           MOVE LINHA-RGT-CAB2 TO LINHA-RGT.
           WRITE LINHA-RGT.
           MOVE WRA TO CR-RA.
           MOVE ZEROS TO CR-ANO-LET.
           MOVE ZEROS TO CR-BIM.
           MOVE "N" TO WFIM.
           START CARTAS KEY IS NOT LESS THAN CR-CHAVE
              INVALID KEY
                 MOVE "S" TO WFIM
           END-START.
           PERFORM Lista-Carta UNTIL WFIM = "S".
           MOVE LINHA-BRANCO TO LINHA-RGT.
           WRITE LINHA-RGT.
           MOVE WCONT-REGISTRO TO LGT-CARTAS.
           MOVE LINHA-RGT-TOT TO LINHA-RGT.
           WRITE LINHA-RGT.
           DISPLAY "CARTAS REGISTRADAS: " WCONT-REGISTRO.
           DISPLAY "RELATORIO GERADO: CARTAREG.TXT".
           CLOSE CARTAS.
           CLOSE ALUNOS.
           CLOSE REGISTRO.

       Lista-Carta.
           READ CARTAS NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF WRA NOT = ZEROS AND CR-RA NOT = WRA
                    MOVE "S" TO WFIM
                 ELSE
                    IF WANO-LET = ZEROS OR CR-ANO-LET = WANO-LET
                       PERFORM Imprime-Linha-Carta
                    END-IF
                 END-IF
           END-READ.

      * UMA LINHA POR DISCIPLINA AVISADA; OS DADOS DA CARTA SAEM SO
      * NA PRIMEIRA
       Imprime-Linha-Carta.
           ADD 1 TO WCONT-REGISTRO.
           MOVE CR-RA TO AL-RA.
           READ ALUNOS
              INVALID KEY
                 MOVE "ALUNO NAO CADASTRADO" TO AL-NOME
           END-READ.
           MOVE CR-RA TO LG-RA.
           MOVE AL-NOME TO LG-NOME.
           MOVE CR-TURMA TO LG-TURMA.
           MOVE CR-ANO-LET TO LG-ANO-LET.
           MOVE CR-BIM TO LG-BIM.
           MOVE CR-PRIMEIRA TO LG-PRIMEIRA.
           MOVE CR-ULTIMA TO LG-ULTIMA.
           MOVE CR-VIAS TO LG-VIAS.
           MOVE CR-DISC (1) TO LG-DISC.
           MOVE LINHA-RGT-DET TO LINHA-RGT.
           WRITE LINHA-RGT.
           PERFORM Imprime-Disc-Carta VARYING WR FROM 2 BY 1
              UNTIL WR > CR-QTD-DISC.

       Imprime-Disc-Carta.
           MOVE SPACES TO LINHA-RGT.
           MOVE CR-DISC (WR) TO LINHA-RGT (77:10).
           WRITE LINHA-RGT.

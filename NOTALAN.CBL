       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTA-LANCA.

      * LANCAMENTO DE NOTAS POR ALUNO, DISCIPLINA, ANO LETIVO E
      * BIMESTRE. ANO LETIVO ENCERRADO PELO ANOFECHA (ANOLET.DAT) NAO
      * ACEITA MAIS NOTAS, NEM O ALUNO CUJO RESULTADO DO ANO JA FOI
      * FECHADO (PROMOCAO.DAT). A FREQUENCIA DO BIMESTRE VEM DA
      * CHAMADA (FREQBIM.DAT, CALCULADO PELO FREQCALC); SO E
      * DIGITADA QUANDO NAO HA CHAMADA APURADA. SO ENTRA O PROFESSOR
      * CADASTRADO NO PROFINC (LOGIN COM SENHA) E SO NAS DISCIPLINAS E
      * TURMAS ATRIBUIDAS A ELE (ATRIBUI.DAT). O PRIMEIRO LANCAMENTO E
      * TODA ALTERACAO DE NOTA, PESO, RECUPERACAO OU FREQUENCIA FICAM
      * EM NOTALOG.DAT (ANTES, DEPOIS, PROFESSOR E MOTIVO); ALTERACAO
      * SEM MOTIVO NAO E GRAVADA
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           RECORD KEY MT-CHAVE
           FILE STATUS ARQST-MAT.

           SELECT ANOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AN-ANO-LET
           FILE STATUS ARQST-ANO.

           SELECT PROMOCOES ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PM-CHAVE
           FILE STATUS ARQST-PRM.

           SELECT FREQBIM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY FB-CHAVE
           FILE STATUS ARQST-FBM.

           SELECT PROFESSORES ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PF-CODIGO
           FILE STATUS ARQST-PRF.

           SELECT ATRIBUICOES ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY AT-CHAVE
           FILE STATUS ARQST-ATR.

           SELECT NOTALOG ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NL-CHAVE
           FILE STATUS ARQST-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS LABEL RECORD STANDARD
                03 MT-RA   PIC 9(06).
                03 MT-DISC PIC X(10).

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

       FD ATRIBUICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-ATRIB
                VALUE OF FILE-ID IS "ATRIBUI.DAT".
          01 REG-ATRIB.
             02 AT-CHAVE.
                03 AT-PROF  PIC 9(04).
                03 AT-DISC  PIC X(10).
                03 AT-TURMA PIC X(06).

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

       WORKING-STORAGE SECTION.
       01 ARQST-ALU       PIC X(02).
       01 ARQST-NOT       PIC X(02).
       01 ARQST-DIS       PIC X(02).
       01 ARQST-MAT       PIC X(02).
       01 ARQST-ANO       PIC X(02).
       01 ARQST-PRM       PIC X(02).
       01 WTEM-PROMOCAO   PIC X(01) VALUE "N".
       01 ARQST-FBM       PIC X(02).
       01 WTEM-FREQBIM    PIC X(01) VALUE "N".
       01 WFREQ-CHAMADA   PIC X(01) VALUE "N".
       01 WDISC-OK        PIC X(01) VALUE "N".
       01 WRA             PIC 9(06) VALUE ZEROS.
       01 WDISC           PIC X(10) VALUE SPACES.
       01 WMEDIA-E        PIC 99.9.
       01 WPESO-ENT       PIC 9(02) VALUE ZEROS.
       01 WEXISTE         PIC X(01) VALUE "N".
       01 ARQST-PRF       PIC X(02).
       01 ARQST-ATR       PIC X(02).
       01 ARQST-LOG       PIC X(02).
       01 WPROF           PIC 9(04) VALUE ZEROS.
       01 WSENHA          PIC X(08) VALUE SPACES.
       01 WSENHA-NOVA     PIC X(08) VALUE SPACES.
       01 WSENHA-CONF     PIC X(08) VALUE SPACES.
       01 WHASH           PIC X(16) VALUE SPACES.
       01 WLOGIN-OK       PIC X(01) VALUE "N".
       01 WMOTIVO         PIC X(40) VALUE SPACES.
       01 WDATA-HORA      PIC X(21) VALUE SPACES.
       01 WSEQ-LOG        PIC 9(04) VALUE ZEROS.
       01 WVALOR-E        PIC ZZ9.9.
       01 WVALOR-E2       PIC ZZ9.9.

      * VALORES QUE ESTAVAM GRAVADOS, PARA O LOG DE ALTERACOES
       01 NOTA-ANT.
           02 NA-CHAVE    PIC X(21).
           02 NA-QTD      PIC 9(02).
           02 NA-NOTA     PIC 9(02)V9 OCCURS 10 TIMES.
           02 NA-PESO     PIC 9(02)   OCCURS 10 TIMES.
           02 NA-FREQ     PIC 9(03).
           02 NA-RECUP    PIC 9(02)V9.
           02 NA-MEDIA    PIC 9(02)V9.
           02 NA-SITUACAO PIC X(20).
           02 NA-CONCEITO PIC X(01).

       01 TAB-ALTERACOES.
           02 WQTD-ALT    PIC 9(02) VALUE ZEROS.
           02 WALT OCCURS 23 TIMES.
              03 WALT-CAMPO  PIC X(08).
              03 WALT-ANTES  PIC 9(03)V9.
              03 WALT-DEPOIS PIC 9(03)V9.

       01 DADOS-CALC.
           02 WQTD-NOTAS  PIC 9(02) VALUE ZEROS.
              DISPLAY "ARQUIVO DE MATRICULAS AUSENTE - "
                      "RODE O MATRINC"
              STOP RUN.
           PERFORM Faz-Login.
           IF WLOGIN-OK NOT = "S"
              DISPLAY "ACESSO NEGADO"
              CLOSE ALUNOS
              CLOSE NOTAS
              CLOSE DISCIPLINAS
              CLOSE MATRICULAS
              STOP RUN.
           OPEN I-O NOTALOG.
           IF ARQST-LOG NOT = "00"
              OPEN OUTPUT NOTALOG
              CLOSE NOTALOG
              OPEN I-O NOTALOG.
           DISPLAY "LANCAMENTO DE NOTAS POR ALUNO E DISCIPLINA".
           DISPLAY "ANO LETIVO (AAAA) [0 = ANO ATUAL]: ".
           ACCEPT WANO-LET.
           IF WANO-LET = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:4) TO WANO-LET.
           PERFORM Verifica-Ano-Letivo.
           PERFORM Entra-Bimestre UNTIL WBIM >= 1 AND WBIM <= 4.
           DISPLAY "RA DO ALUNO (0 = ENCERRA): ".
           ACCEPT WRA.
           CLOSE NOTAS.
           CLOSE DISCIPLINAS.
           CLOSE MATRICULAS.
           CLOSE ATRIBUICOES.
           CLOSE NOTALOG.
           IF WTEM-PROMOCAO = "S"
              CLOSE PROMOCOES.
           IF WTEM-FREQBIM = "S"
              CLOSE FREQBIM.
           STOP RUN.

      * LOGIN DO PROFESSOR (PROFESS.DAT, PROFINC): A SENHA E
      * CONFERIDA PELO RESUMO (HashSenha) E A SENHA INICIAL TEM QUE
      * SER TROCADA ANTES DE LANCAR, COMO NO CONSOLE DA LOJA
       Faz-Login.
           MOVE "N" TO WLOGIN-OK.
           OPEN I-O PROFESSORES.
           IF ARQST-PRF NOT = "00"
              DISPLAY "CADASTRO DE PROFESSORES AUSENTE - "
                      "RODE O PROFINC"
              EXIT PARAGRAPH.
           OPEN INPUT ATRIBUICOES.
           IF ARQST-ATR NOT = "00"
              DISPLAY "ATRIBUICAO DE AULAS AUSENTE - RODE O PROFINC"
              CLOSE PROFESSORES
              EXIT PARAGRAPH.
           DISPLAY "CODIGO DO PROFESSOR: ".
           ACCEPT WPROF.
           DISPLAY "SENHA: ".
           MOVE SPACES TO WSENHA.
           ACCEPT WSENHA.
           MOVE WPROF TO PF-CODIGO.
           READ PROFESSORES
              INVALID KEY
                 MOVE "I" TO PF-SITUACAO
           END-READ.
           IF PF-SITUACAO NOT = "I"
              CALL "HashSenha" USING PF-CODIGO PF-SAL WSENHA WHASH
              IF WHASH = PF-HASH
                 MOVE "S" TO WLOGIN-OK
              END-IF
           END-IF.
           MOVE SPACES TO WSENHA.
           IF WLOGIN-OK = "S" AND PF-TROCA = "S"
              PERFORM Troca-Senha.
           IF WLOGIN-OK = "S"
              DISPLAY "PROFESSOR: " PF-NOME
           ELSE
              CLOSE ATRIBUICOES.
           CLOSE PROFESSORES.

       Troca-Senha.
           DISPLAY "SENHA INICIAL - TROCA OBRIGATORIA".
           DISPLAY "NOVA SENHA: ".
           MOVE SPACES TO WSENHA-NOVA.
           ACCEPT WSENHA-NOVA.
           DISPLAY "CONFIRMACAO: ".
           MOVE SPACES TO WSENHA-CONF.
           ACCEPT WSENHA-CONF.
           MOVE "N" TO WLOGIN-OK.
           IF WSENHA-NOVA = SPACES OR WSENHA-NOVA NOT = WSENHA-CONF
              DISPLAY "SENHA NAO TROCADA"
              EXIT PARAGRAPH.
           CALL "HashSenha" USING PF-CODIGO PF-SAL WSENHA-NOVA WHASH.
           IF WHASH = PF-HASH
              DISPLAY "A SENHA NOVA DEVE SER DIFERENTE DA ATUAL"
              DISPLAY "SENHA NAO TROCADA"
              EXIT PARAGRAPH.
           MOVE SPACES TO PF-SAL.
           CALL "HashSenha" USING PF-CODIGO PF-SAL WSENHA-NOVA WHASH.
           MOVE SPACES TO WSENHA-NOVA.
           MOVE SPACES TO WSENHA-CONF.
           MOVE WHASH TO PF-HASH.
           MOVE "N" TO PF-TROCA.
           REWRITE REG-PROF
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR A SENHA"
              NOT INVALID KEY
                 DISPLAY "SENHA TROCADA"
                 MOVE "S" TO WLOGIN-OK
           END-REWRITE.

      * SEM ANOLET.DAT NENHUM ANO FOI ENCERRADO AINDA
       Verifica-Ano-Letivo.
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
                         AN-DATA " - NOTAS BLOQUEADAS"
                 CLOSE ALUNOS
                 CLOSE NOTAS
                 CLOSE DISCIPLINAS
                 CLOSE MATRICULAS
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PROMOCOES.
           IF ARQST-PRM = "00"
              MOVE "S" TO WTEM-PROMOCAO.
           OPEN INPUT FREQBIM.
           IF ARQST-FBM = "00"
              MOVE "S" TO WTEM-FREQBIM.

       Lanca-Notas.
           MOVE WRA TO AL-RA.
           READ ALUNOS
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY "ALUNO: " AL-NOME " TURMA: " AL-TURMA.
           IF WTEM-PROMOCAO = "S"
              MOVE WANO-LET TO PM-ANO-LET
              MOVE WRA TO PM-RA
              READ PROMOCOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "RESULTADO DO ANO " WANO-LET
                            " JA FECHADO PARA O ALUNO"
                    PERFORM Proximo-Aluno
                    EXIT PARAGRAPH
              END-READ
           END-IF.
           DISPLAY "DISCIPLINA: ".
           ACCEPT WDISC.
           IF WDISC = SPACES
              EXIT PARAGRAPH.
           PERFORM Entra-Quantidade
              UNTIL WQTD-NOTAS > 0 AND WQTD-NOTAS <= 10.
           PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > 10
              MOVE ZEROS TO WNOTAS (WI)
           END-PERFORM.
           PERFORM Recebe-Nota VARYING WI FROM 1 BY 1
              UNTIL WI > WQTD-NOTAS.
           PERFORM Recebe-Pesos.
           PERFORM Busca-Frequencia.
           IF WFREQ-CHAMADA = "S"
              DISPLAY "FREQUENCIA DA CHAMADA (%): " WFREQ
           ELSE
              DISPLAY "FREQUENCIA (%): "
              ACCEPT WFREQ
           END-IF.
           MOVE ZEROS TO WRECUP.
           CALL "CalculaMedia" USING DADOS-CALC.
           MOVE WMEDIA TO WMEDIA-E.
      * A DISCIPLINA DIGITADA TEM QUE EXISTIR EM DISCIP.DAT E O
      * ALUNO TEM QUE ESTAR MATRICULADO NELA (MATRIC.DAT); ASSIM
      * NAO NASCEM MAIS CHAVES COM GRAFIAS DIFERENTES DA MESMA
      * DISCIPLINA. A DISCIPLINA NA TURMA DO ALUNO TEM QUE ESTAR
      * ATRIBUIDA AO PROFESSOR DO LOGIN
       Valida-Disciplina.
           MOVE "N" TO WDISC-OK.
           MOVE WDISC TO DS-CODIGO.
                         "(MATRINC)"
                 EXIT PARAGRAPH
           END-READ.
           MOVE WPROF TO AT-PROF.
           MOVE WDISC TO AT-DISC.
           MOVE AL-TURMA TO AT-TURMA.
           READ ATRIBUICOES
              INVALID KEY
                 DISPLAY "DISCIPLINA NAO ATRIBUIDA AO PROFESSOR NA "
                         "TURMA " AL-TURMA
                 EXIT PARAGRAPH
           END-READ.
           MOVE "S" TO WDISC-OK.

       Busca-Frequencia.
           MOVE "N" TO WFREQ-CHAMADA.
           IF WTEM-FREQBIM NOT = "S"
              EXIT PARAGRAPH.
           MOVE WRA TO FB-RA.
           MOVE WDISC TO FB-DISC.
           MOVE WANO-LET TO FB-ANO-LET.
           MOVE WBIM TO FB-BIM.
           READ FREQBIM
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE FB-FREQ TO WFREQ.
           MOVE "S" TO WFREQ-CHAMADA.

       Proximo-Aluno.
           DISPLAY "RA DO ALUNO (0 = ENCERRA): ".
           ACCEPT WRA.
           IF WPESO-ENT NOT = 99
              MOVE WPESO-ENT TO WPESOS (WI).

      * A NOTA JA LANCADA SO E REGRAVADA COM MOTIVO, E CADA CAMPO
      * QUE MUDOU VAI PARA O LOG COM O VALOR ANTERIOR E O NOVO
       Grava-Nota.
           MOVE "S" TO WEXISTE.
           MOVE WRA TO NT-RA.
              INVALID KEY
                 MOVE "N" TO WEXISTE
           END-READ.
           IF WEXISTE = "S"
              MOVE REG-NOTA TO NOTA-ANT.
           MOVE WRA TO NT-RA.
           MOVE WDISC TO NT-DISC.
           MOVE WANO-LET TO NT-ANO-LET.
           MOVE WSITUACAO TO NT-SITUACAO.
           MOVE WCONCEITO TO NT-CONCEITO.
           IF WEXISTE = "S"
              PERFORM Regrava-Nota
           ELSE
              WRITE REG-NOTA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR AS NOTAS"
                 NOT INVALID KEY
                    DISPLAY "NOTAS GRAVADAS"
                    PERFORM Grava-Log-Lancamento
              END-WRITE
           END-IF.

       Regrava-Nota.
           PERFORM Compara-Nota.
           IF WQTD-ALT = ZEROS
              DISPLAY "NENHUMA ALTERACAO NAS NOTAS JA GRAVADAS"
              EXIT PARAGRAPH.
           DISPLAY "ALTERACOES EM NOTA JA LANCADA:".
           PERFORM Mostra-Alteracao VARYING WI FROM 1 BY 1
              UNTIL WI > WQTD-ALT.
           DISPLAY "MOTIVO DA ALTERACAO (OBRIGATORIO): ".
           MOVE SPACES TO WMOTIVO.
           ACCEPT WMOTIVO.
           IF WMOTIVO = SPACES
              DISPLAY "ALTERACAO SEM MOTIVO - NOTAS NAO REGRAVADAS"
              EXIT PARAGRAPH.
           REWRITE REG-NOTA
              INVALID KEY
                 DISPLAY "ERRO AO REGRAVAR AS NOTAS"
              NOT INVALID KEY
                 DISPLAY "NOTAS ATUALIZADAS"
                 PERFORM Grava-Log-Alteracao VARYING WI FROM 1 BY 1
                    UNTIL WI > WQTD-ALT
           END-REWRITE.

      * A MEDIA, A SITUACAO E O CONCEITO SAO CALCULADOS E NAO ENTRAM
      * NA COMPARACAO; A QUANTIDADE ENTRA PORQUE MUDA A MEDIA
       Compara-Nota.
           MOVE ZEROS TO WQTD-ALT.
           IF NA-QTD NOT = NT-QTD
              ADD 1 TO WQTD-ALT
              MOVE "QTD" TO WALT-CAMPO (WQTD-ALT)
              MOVE NA-QTD TO WALT-ANTES (WQTD-ALT)
              MOVE NT-QTD TO WALT-DEPOIS (WQTD-ALT).
           PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > 10
              IF NA-NOTA (WI) NOT = NT-NOTA (WI)
                 ADD 1 TO WQTD-ALT
                 MOVE SPACES TO WALT-CAMPO (WQTD-ALT)
                 STRING "NOTA " WI DELIMITED BY SIZE
                    INTO WALT-CAMPO (WQTD-ALT)
                 MOVE NA-NOTA (WI) TO WALT-ANTES (WQTD-ALT)
                 MOVE NT-NOTA (WI) TO WALT-DEPOIS (WQTD-ALT)
              END-IF
              IF NA-PESO (WI) NOT = NT-PESO (WI)
                 ADD 1 TO WQTD-ALT
                 MOVE SPACES TO WALT-CAMPO (WQTD-ALT)
                 STRING "PESO " WI DELIMITED BY SIZE
                    INTO WALT-CAMPO (WQTD-ALT)
                 MOVE NA-PESO (WI) TO WALT-ANTES (WQTD-ALT)
                 MOVE NT-PESO (WI) TO WALT-DEPOIS (WQTD-ALT)
              END-IF
           END-PERFORM.
           IF NA-RECUP NOT = NT-RECUP
              ADD 1 TO WQTD-ALT
              MOVE "RECUP" TO WALT-CAMPO (WQTD-ALT)
              MOVE NA-RECUP TO WALT-ANTES (WQTD-ALT)
              MOVE NT-RECUP TO WALT-DEPOIS (WQTD-ALT).
           IF NA-FREQ NOT = NT-FREQ
              ADD 1 TO WQTD-ALT
              MOVE "FREQ" TO WALT-CAMPO (WQTD-ALT)
              MOVE NA-FREQ TO WALT-ANTES (WQTD-ALT)
              MOVE NT-FREQ TO WALT-DEPOIS (WQTD-ALT).

       Mostra-Alteracao.
           MOVE WALT-ANTES (WI) TO WVALOR-E.
           MOVE WALT-DEPOIS (WI) TO WVALOR-E2.
           DISPLAY "  " WALT-CAMPO (WI) " DE " WVALOR-E
                   " PARA " WVALOR-E2.

       Grava-Log-Lancamento.
           MOVE "L" TO NL-TIPO.
           MOVE "NOTAS" TO NL-CAMPO.
           MOVE ZEROS TO NL-ANTES.
           MOVE NT-MEDIA TO NL-DEPOIS.
           MOVE SPACES TO NL-MOTIVO.
           PERFORM Grava-Log.

       Grava-Log-Alteracao.
           MOVE "A" TO NL-TIPO.
           MOVE WALT-CAMPO (WI) TO NL-CAMPO.
           MOVE WALT-ANTES (WI) TO NL-ANTES.
           MOVE WALT-DEPOIS (WI) TO NL-DEPOIS.
           MOVE WMOTIVO TO NL-MOTIVO.
           PERFORM Grava-Log.

       Grava-Log.
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA.
           MOVE WDATA-HORA (1:8) TO NL-DATA.
           MOVE WDATA-HORA (9:8) TO NL-HORA.
           ADD 1 TO WSEQ-LOG.
           MOVE WSEQ-LOG TO NL-SEQ.
           MOVE WPROF TO NL-PROF.
           MOVE WRA TO NL-RA.
           MOVE WDISC TO NL-DISC.
           MOVE WANO-LET TO NL-ANO-LET.
           MOVE WBIM TO NL-BIM.
           WRITE REG-LOG
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR O LOG DE NOTAS"
           END-WRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROF-INC.

      * CADASTRO DE PROFESSORES (PROFESS.DAT, CHAVE CODIGO) E
      * ATRIBUICAO DE AULAS (ATRIBUI.DAT, CHAVE PROFESSOR +
      * DISCIPLINA + TURMA). O NOTA-LANCA EXIGE O LOGIN DO PROFESSOR
      * E SO ACEITA NOTA DE DISCIPLINA E TURMA ATRIBUIDAS A ELE. A
      * SENHA GUARDA SO O RESUMO (HashSenha, COM SAL PROPRIO), COMO
      * NO CONSOLE DA LOJA; A SENHA INICIAL DADA AQUI E TROCADA NO
      * PRIMEIRO LOGIN. PROFESSOR QUE SAI E INATIVADO, NAO EXCLUIDO,
      * PORQUE O LOG DE NOTAS (NOTALOG.DAT) GUARDA O CODIGO DELE.
      * O PRAZO DE LANCAMENTO DE CADA BIMESTRE (PRAZOS.DAT) TAMBEM E
      * MANTIDO AQUI; O NOTAPRZ USA PARA APONTAR OS ATRASOS
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRAZOS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PZ-CHAVE
           FILE STATUS ARQST-PRZ.

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DS-CODIGO
           FILE STATUS ARQST-DIS.

           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY TU-TURMA
           FILE STATUS ARQST-TUR.

       DATA DIVISION.
       FILE SECTION.
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

       FD PRAZOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRAZO
                VALUE OF FILE-ID IS "PRAZOS.DAT".
          01 REG-PRAZO.
             02 PZ-CHAVE.
                03 PZ-ANO-LET PIC 9(04).
                03 PZ-BIM     PIC 9(01).
             02 PZ-DATA       PIC 9(08).

       FD DISCIPLINAS LABEL RECORD STANDARD
                DATA RECORD IS REG-DISC
                VALUE OF FILE-ID IS "DISCIP.DAT".
          01 REG-DISC.
             02 DS-CODIGO PIC X(10).
             02 DS-NOME   PIC X(30).

       FD TURMAS LABEL RECORD STANDARD
                DATA RECORD IS REG-TURMA
                VALUE OF FILE-ID IS "TURMAS.DAT".
          01 REG-TURMA.
             02 TU-TURMA    PIC X(06).
             02 TU-PROXIMA  PIC X(06).
             02 TU-QTD-DISC PIC 9(02).
             02 TU-DISC     PIC X(10) OCCURS 20 TIMES.

       WORKING-STORAGE SECTION.
       01 ARQST-PRF       PIC X(02).
       01 ARQST-ATR       PIC X(02).
       01 ARQST-PRZ       PIC X(02).
       01 ARQST-DIS       PIC X(02).
       01 ARQST-TUR       PIC X(02).
       01 WTEM-TURMAS     PIC X(01) VALUE "N".
       01 WMODO           PIC X(01) VALUE SPACE.
           88 MODO-INCLUIR  VALUE "I" "i".
           88 MODO-INATIVAR VALUE "E" "e".
           88 MODO-ATRIBUIR VALUE "A" "a".
           88 MODO-RETIRAR  VALUE "R" "r".
           88 MODO-PRAZO    VALUE "P" "p".
           88 MODO-LISTAR   VALUE "L" "l".
           88 MODO-FIM      VALUE "F" "f".
       01 WCODIGO         PIC 9(04) VALUE ZEROS.
       01 WNOME           PIC X(30) VALUE SPACES.
       01 WSENHA          PIC X(08) VALUE SPACES.
       01 WHASH           PIC X(16) VALUE SPACES.
       01 WDISC           PIC X(10) VALUE SPACES.
       01 WTURMA          PIC X(06) VALUE SPACES.
       01 WANO-LET        PIC 9(04) VALUE ZEROS.
       01 WBIM            PIC 9(01) VALUE ZEROS.
       01 WDATA           PIC 9(08) VALUE ZEROS.
       01 WEXISTE         PIC X(01) VALUE "N".
       01 WDISC-OK        PIC X(01) VALUE "N".
       01 WI              PIC 9(02) VALUE ZEROS.
       01 WFIM            PIC X(01) VALUE "N".
       01 WFIM-ATR        PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       Inicio.
           OPEN INPUT DISCIPLINAS.
           IF ARQST-DIS NOT = "00"
              DISPLAY "CADASTRO DE DISCIPLINAS AUSENTE - "
                      "RODE O DISCINC"
              STOP RUN.
           OPEN INPUT TURMAS.
           IF ARQST-TUR = "00"
              MOVE "S" TO WTEM-TURMAS.
           OPEN I-O PROFESSORES.
           IF ARQST-PRF NOT = "00"
              OPEN OUTPUT PROFESSORES
              CLOSE PROFESSORES
              OPEN I-O PROFESSORES.
           OPEN I-O ATRIBUICOES.
           IF ARQST-ATR NOT = "00"
              OPEN OUTPUT ATRIBUICOES
              CLOSE ATRIBUICOES
              OPEN I-O ATRIBUICOES.
           OPEN I-O PRAZOS.
           IF ARQST-PRZ NOT = "00"
              OPEN OUTPUT PRAZOS
              CLOSE PRAZOS
              OPEN I-O PRAZOS.
           PERFORM Processo UNTIL MODO-FIM.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE PROFESSORES.
           CLOSE ATRIBUICOES.
           CLOSE PRAZOS.
           CLOSE DISCIPLINAS.
           IF WTEM-TURMAS = "S"
              CLOSE TURMAS.
           STOP RUN.

       Processo.
           DISPLAY "CADASTRO DE PROFESSORES E ATRIBUICAO DE AULAS".
           DISPLAY "MODO (I-INCLUIR / E-INATIVAR / A-ATRIBUIR / "
                   "R-RETIRAR ATRIBUICAO / P-PRAZO / L-LISTAR / "
                   "F-FIM): ".
           ACCEPT WMODO.
           EVALUATE TRUE
              WHEN MODO-INCLUIR
                 PERFORM Inclui-Professor
              WHEN MODO-INATIVAR
                 PERFORM Inativa-Professor
              WHEN MODO-ATRIBUIR
                 PERFORM Atribui-Aula
              WHEN MODO-RETIRAR
                 PERFORM Retira-Aula
              WHEN MODO-PRAZO
                 PERFORM Grava-Prazo
              WHEN MODO-LISTAR
                 PERFORM Lista-Professores
              WHEN MODO-FIM
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * PROFESSOR JA CADASTRADO: ALTERA O NOME E, SE FOR DADA SENHA
      * NOVA, ZERA A SENHA (ESQUECIMENTO) COM TROCA NO PROXIMO LOGIN;
      * A INCLUSAO TAMBEM REATIVA O PROFESSOR INATIVADO
       Inclui-Professor.
           DISPLAY "CODIGO DO PROFESSOR (1 A 9999): ".
           ACCEPT WCODIGO.
           IF WCODIGO = ZEROS
              DISPLAY "CODIGO OBRIGATORIO"
              EXIT PARAGRAPH.
           MOVE "S" TO WEXISTE.
           MOVE WCODIGO TO PF-CODIGO.
           READ PROFESSORES
              INVALID KEY
                 MOVE "N" TO WEXISTE
           END-READ.
           IF WEXISTE = "S"
              DISPLAY "PROFESSOR JA CADASTRADO: " PF-NOME.
           DISPLAY "NOME: ".
           MOVE SPACES TO WNOME.
           ACCEPT WNOME.
           IF WNOME = SPACES AND WEXISTE = "N"
              DISPLAY "NOME OBRIGATORIO"
              EXIT PARAGRAPH.
           IF WEXISTE = "S"
              DISPLAY "SENHA INICIAL (EM BRANCO = MANTER): "
           ELSE
              DISPLAY "SENHA INICIAL: "
           END-IF.
           MOVE SPACES TO WSENHA.
           ACCEPT WSENHA.
           IF WSENHA = SPACES AND WEXISTE = "N"
              DISPLAY "SENHA INICIAL OBRIGATORIA"
              EXIT PARAGRAPH.
           IF WEXISTE = "N"
              MOVE SPACES TO REG-PROF
              MOVE WCODIGO TO PF-CODIGO.
           IF WNOME NOT = SPACES
              MOVE WNOME TO PF-NOME.
           IF WSENHA NOT = SPACES
              MOVE SPACES TO PF-SAL
              CALL "HashSenha" USING PF-CODIGO PF-SAL WSENHA WHASH
              MOVE WHASH TO PF-HASH
              MOVE "S" TO PF-TROCA.
           MOVE SPACES TO WSENHA.
           MOVE "A" TO PF-SITUACAO.
           IF WEXISTE = "S"
              REWRITE REG-PROF
                 INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR"
                 NOT INVALID KEY
                    DISPLAY "PROFESSOR ATUALIZADO"
              END-REWRITE
           ELSE
              WRITE REG-PROF
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR"
                 NOT INVALID KEY
                    DISPLAY "PROFESSOR INCLUIDO"
              END-WRITE
           END-IF.

       Inativa-Professor.
           DISPLAY "CODIGO DO PROFESSOR: ".
           ACCEPT WCODIGO.
           MOVE WCODIGO TO PF-CODIGO.
           READ PROFESSORES
              INVALID KEY
                 DISPLAY "PROFESSOR NAO ENCONTRADO"
                 EXIT PARAGRAPH
           END-READ.
           MOVE "I" TO PF-SITUACAO.
           REWRITE REG-PROF
              INVALID KEY
                 DISPLAY "ERRO AO REGRAVAR"
              NOT INVALID KEY
                 DISPLAY "PROFESSOR INATIVADO: " PF-NOME
           END-REWRITE.

      * A DISCIPLINA TEM QUE EXISTIR EM DISCIP.DAT; COM A TABELA DE
      * TURMAS (TURMAINC) A TURMA TEM QUE EXISTIR E CURSAR A
      * DISCIPLINA
       Atribui-Aula.
           PERFORM Recebe-Atribuicao.
           IF WDISC-OK = "N"
              EXIT PARAGRAPH.
           MOVE WDISC TO DS-CODIGO.
           READ DISCIPLINAS
              INVALID KEY
                 DISPLAY "DISCIPLINA NAO CADASTRADA (DISCINC)"
                 EXIT PARAGRAPH
           END-READ.
           IF WTEM-TURMAS = "S"
              MOVE WTURMA TO TU-TURMA
              READ TURMAS
                 INVALID KEY
                    DISPLAY "TURMA NAO CADASTRADA (TURMAINC)"
                    EXIT PARAGRAPH
              END-READ
              MOVE "N" TO WDISC-OK
              PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > TU-QTD-DISC
                 IF TU-DISC (WI) = WDISC
                    MOVE "S" TO WDISC-OK
                 END-IF
              END-PERFORM
              IF WDISC-OK = "N"
                 DISPLAY "A TURMA NAO CURSA A DISCIPLINA (TURMAINC)"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE WCODIGO TO AT-PROF.
           MOVE WDISC TO AT-DISC.
           MOVE WTURMA TO AT-TURMA.
           WRITE REG-ATRIB
              INVALID KEY
                 DISPLAY "ATRIBUICAO JA EXISTENTE"
              NOT INVALID KEY
                 DISPLAY "ATRIBUIDO A " PF-NOME ": " DS-NOME
                         " TURMA " WTURMA
           END-WRITE.

       Retira-Aula.
           PERFORM Recebe-Atribuicao.
           IF WDISC-OK = "N"
              EXIT PARAGRAPH.
           MOVE WCODIGO TO AT-PROF.
           MOVE WDISC TO AT-DISC.
           MOVE WTURMA TO AT-TURMA.
           DELETE ATRIBUICOES
              INVALID KEY
                 DISPLAY "ATRIBUICAO NAO ENCONTRADA"
              NOT INVALID KEY
                 DISPLAY "ATRIBUICAO RETIRADA"
           END-DELETE.

       Recebe-Atribuicao.
           MOVE "N" TO WDISC-OK.
           DISPLAY "CODIGO DO PROFESSOR: ".
           ACCEPT WCODIGO.
           MOVE WCODIGO TO PF-CODIGO.
           READ PROFESSORES
              INVALID KEY
                 DISPLAY "PROFESSOR NAO ENCONTRADO"
                 EXIT PARAGRAPH
           END-READ.
           IF PF-SITUACAO = "I"
              DISPLAY "PROFESSOR INATIVO"
              EXIT PARAGRAPH.
           DISPLAY "PROFESSOR: " PF-NOME.
           DISPLAY "DISCIPLINA: ".
           MOVE SPACES TO WDISC.
           ACCEPT WDISC.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WTURMA.
           ACCEPT WTURMA.
           IF WDISC = SPACES OR WTURMA = SPACES
              DISPLAY "DISCIPLINA E TURMA OBRIGATORIAS"
              EXIT PARAGRAPH.
           MOVE "S" TO WDISC-OK.

      * DATA LIMITE PARA O PROFESSOR LANCAR AS NOTAS DO BIMESTRE;
      * INFORMAR DE NOVO SUBSTITUI O PRAZO
       Grava-Prazo.
           DISPLAY "ANO LETIVO (AAAA): ".
           ACCEPT WANO-LET.
           DISPLAY "BIMESTRE (1 A 4): ".
           ACCEPT WBIM.
           IF WBIM < 1 OR WBIM > 4
              DISPLAY "BIMESTRE INVALIDO"
              EXIT PARAGRAPH.
           DISPLAY "PRAZO DE LANCAMENTO (AAAAMMDD): ".
           ACCEPT WDATA.
           IF WDATA (1:4) < WANO-LET OR WDATA (5:2) < "01"
              OR WDATA (5:2) > "12" OR WDATA (7:2) < "01"
              OR WDATA (7:2) > "31"
              DISPLAY "DATA INVALIDA"
              EXIT PARAGRAPH.
           MOVE WANO-LET TO PZ-ANO-LET.
           MOVE WBIM TO PZ-BIM.
           MOVE WDATA TO PZ-DATA.
           WRITE REG-PRAZO
              INVALID KEY
                 REWRITE REG-PRAZO
                    INVALID KEY
                       DISPLAY "ERRO AO GRAVAR"
                    NOT INVALID KEY
                       DISPLAY "PRAZO ATUALIZADO"
                 END-REWRITE
              NOT INVALID KEY
                 DISPLAY "PRAZO GRAVADO"
           END-WRITE.

       Lista-Professores.
           MOVE ZEROS TO PF-CODIGO.
           START PROFESSORES KEY IS GREATER THAN PF-CODIGO
              INVALID KEY
                 DISPLAY "CADASTRO VAZIO"
                 EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WFIM.
           PERFORM Lista-Linha UNTIL WFIM = "S".

       Lista-Linha.
           READ PROFESSORES NEXT RECORD
              AT END
                 MOVE "S" TO WFIM
              NOT AT END
                 IF PF-SITUACAO = "I"
                    DISPLAY PF-CODIGO " " PF-NOME " (INATIVO)"
                 ELSE
                    DISPLAY PF-CODIGO " " PF-NOME
                 END-IF
                 PERFORM Lista-Atribuicoes
           END-READ.

       Lista-Atribuicoes.
           MOVE PF-CODIGO TO AT-PROF.
           MOVE LOW-VALUES TO AT-DISC.
           MOVE LOW-VALUES TO AT-TURMA.
           START ATRIBUICOES KEY IS NOT LESS THAN AT-CHAVE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WFIM-ATR.
           PERFORM Lista-Atribuicao UNTIL WFIM-ATR = "S".

       Lista-Atribuicao.
           READ ATRIBUICOES NEXT RECORD
              AT END
                 MOVE "S" TO WFIM-ATR
              NOT AT END
                 IF AT-PROF NOT = PF-CODIGO
                    MOVE "S" TO WFIM-ATR
                 ELSE
                    DISPLAY "    " AT-DISC " TURMA " AT-TURMA
                 END-IF
           END-READ.

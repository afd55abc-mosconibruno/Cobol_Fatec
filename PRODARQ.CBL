       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODARQ.

      * FECHAMENTO DE PERIODO DO MOVIMENTO: TIRA DE VENDAS.TXT E DE
      * MOVEST.TXT TODAS AS LINHAS ATE O FIM DA COMPETENCIA INFORMADA
      * E GRAVA EM ARQUIVOS HISTORICOS DATADOS (VENaaaamm.TXT E
      * MOVaaaamm.TXT), DEIXANDO NOS ARQUIVOS VIVOS SO O PERIODO EM
      * ABERTO. CADA HISTORICO E RELIDO E CONFERIDO (QUANTIDADE DE
      * LINHAS E TOTAL DE CONTROLE: SOMA DE VD-VALOR-TOTAL NAS VENDAS
      * E DE MV-QTDADE NO MOVIMENTO) ANTES DE O ARQUIVO VIVO SER
      * REGRAVADO, E FICA REGISTRADO NO INDICE ARQHIST.DAT COM O
      * PERIODO, AS DATAS DA PRIMEIRA E DA ULTIMA LINHA E OS TOTAIS.
      * OS RELATORIOS LEEM O INDICE PARA SABER QUAIS HISTORICOS
      * COBREM AS DATAS PEDIDAS. OS TOTAIS FICAM NO INDICE E NAO EM
      * TRAILER PORQUE O HISTORICO E LIDO COM O MESMO REGISTRO DO
      * ARQUIVO VIVO. RODA COM A LOJA FECHADA; SO ACEITA COMPETENCIA
      * ANTERIOR AO MES CORRENTE E POSTERIOR A ULTIMA JA ARQUIVADA.
      * LOG EM PRODARQ.TXT; CONTROLE MENSAL PELO ControleJob
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VIVO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT HISTORICO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT TEMPORARIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

              SELECT ARQHIST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AH-CHAVE
              FILE STATUS ARQST4.

              SELECT ARQ-LOG ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

       DATA DIVISION.
       FILE SECTION.
       FD VIVO LABEL RECORD STANDARD
                DATA RECORD IS REG-VIVO
                VALUE OF FILE-ID IS WS-ARQ-VIVO.
          01 REG-VIVO              PIC X(120).

       FD HISTORICO LABEL RECORD STANDARD
                DATA RECORD IS REG-HISTORICO
                VALUE OF FILE-ID IS WS-ARQ-HIST.
          01 REG-HISTORICO         PIC X(120).

       FD TEMPORARIO LABEL RECORD STANDARD
                DATA RECORD IS REG-TEMPORARIO
                VALUE OF FILE-ID IS WS-ARQ-TEMP.
          01 REG-TEMPORARIO        PIC X(120).

       FD ARQHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQHIST
                VALUE OF FILE-ID IS "ARQHIST.DAT".
          01 REG-ARQHIST.
                02 AH-CHAVE.
                   03 AH-TIPO      PIC X(01).
                   03 AH-PERIODO   PIC 9(06).
                02 AH-ARQUIVO      PIC X(20).
                02 AH-DATA-INI     PIC 9(08).
                02 AH-DATA-FIM     PIC 9(08).
                02 AH-QTD-LINHAS   PIC 9(08).
                02 AH-TOTAL        PIC 9(11)V99.
                02 AH-DATA-GERACAO PIC 9(08).

       FD ARQ-LOG LABEL RECORD STANDARD
                DATA RECORD IS LINHA-LOG
                VALUE OF FILE-ID IS "PRODARQ.TXT".
          01 LINHA-LOG             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 WS-ARQ-VIVO           PIC X(20) VALUE SPACES.
          01 WS-ARQ-HIST           PIC X(20) VALUE SPACES.
          01 WS-ARQ-TEMP           PIC X(20) VALUE SPACES.
          01 WS-ALVO               PIC X(01) VALUE SPACE.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FALHOU             PIC X(01) VALUE "N".
          01 WS-ERRO-ALVO          PIC X(01) VALUE "N".
          01 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
          01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
                02 WS-COMP-ANO     PIC 9(04).
                02 WS-COMP-MES     PIC 9(02).
          01 WS-COMP-PADRAO        PIC 9(06) VALUE ZEROS.
          01 WS-MES-ATUAL          PIC 9(06) VALUE ZEROS.
          01 WS-ULT-PERIODO        PIC 9(06) VALUE ZEROS.
          01 WS-LIMITE             PIC 9(08) VALUE ZEROS.
          01 WS-CONT-LIDAS         PIC 9(08) VALUE ZEROS.
          01 WS-SOMA-LIDAS         PIC 9(11)V99 VALUE ZEROS.
          01 WS-CONT-ARQ           PIC 9(08) VALUE ZEROS.
          01 WS-SOMA-ARQ           PIC 9(11)V99 VALUE ZEROS.
          01 WS-CONT-MANT          PIC 9(08) VALUE ZEROS.
          01 WS-SOMA-MANT          PIC 9(11)V99 VALUE ZEROS.
          01 WS-CONT-VERIF         PIC 9(08) VALUE ZEROS.
          01 WS-SOMA-VERIF         PIC 9(11)V99 VALUE ZEROS.
          01 WS-SOMA-LINHA         PIC 9(07)V99 VALUE ZEROS.
          01 WS-DATA-PRIM          PIC 9(08) VALUE ZEROS.
          01 WS-DATA-ULT           PIC 9(08) VALUE ZEROS.
          01 WS-DEL-STATUS         PIC 9(09) COMP VALUE ZEROS.
          01 WS-TOT-ARQUIVADAS     PIC 9(08) VALUE ZEROS.
      * VISOES DA LINHA: A DATA ABRE OS DOIS LAYOUTS; O CAMPO DO TOTAL
      * DE CONTROLE E VD-VALOR-TOTAL NA VENDA E MV-QTDADE NO MOVIMENTO
          01 WS-LINHA              PIC X(120) VALUE SPACES.
          01 WS-LINHA-VENDA REDEFINES WS-LINHA.
                02 WL-DATA         PIC X(08).
                02 WL-DATA-N REDEFINES WL-DATA PIC 9(08).
                02 FILLER          PIC X(24).
                02 WL-VALOR-TOTAL  PIC 9(07)V99.
                02 FILLER          PIC X(79).
          01 WS-LINHA-MOV REDEFINES WS-LINHA.
                02 FILLER          PIC X(23).
                02 WL-QTDADE       PIC 9(04).
                02 FILLER          PIC X(93).
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-HORA               PIC 9(08) VALUE ZEROS.
          01 JB-NOME               PIC X(12) VALUE "PRODARQ     ".
          01 JB-FREQUENCIA         PIC X(01) VALUE "M".
          01 JB-ACAO               PIC X(01) VALUE SPACE.
          01 JB-CONTAGEM           PIC 9(06) VALUE ZEROS.
          01 JB-RESULTADO          PIC X(01) VALUE SPACE.
          01 WS-CTL-OVERRIDE       PIC X(01) VALUE "N".
          01 LINHA-LOG-DET.
                02 LL-DATA         PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LL-HORA         PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LL-TEXTO        PIC X(80).
          01 WS-TEXTO              PIC X(80) VALUE SPACES.
          01 WS-CONT-E             PIC ZZZZZZZ9.
          01 WS-CONT-E2            PIC ZZZZZZZ9.
          01 WS-SOMA-E             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-MES-ATUAL = WS-HOJE / 100.
              IF MES = 01
                 COMPUTE WS-COMP-ANO = ANO - 1
                 MOVE 12 TO WS-COMP-MES
              ELSE
                 MOVE ANO TO WS-COMP-ANO
                 COMPUTE WS-COMP-MES = MES - 1.
              DISPLAY "FECHAMENTO DE PERIODO DE VENDAS E MOVIMENTO".
              MOVE WS-COMPETENCIA TO WS-COMP-PADRAO.
              DISPLAY "COMPETENCIA A ARQUIVAR (AAAAMM) [ENTER = "
                      WS-COMP-PADRAO "]: ".
              ACCEPT WS-COMPETENCIA.
              IF WS-COMPETENCIA = ZEROS
                 MOVE WS-COMP-PADRAO TO WS-COMPETENCIA.
              IF WS-COMP-MES < 01 OR WS-COMP-MES > 12
                 OR WS-COMPETENCIA NOT < WS-MES-ATUAL
                 DISPLAY "COMPETENCIA INVALIDA - SO MES JA ENCERRADO"
                 STOP RUN.
              COMPUTE WS-LIMITE = WS-COMPETENCIA * 100 + 31.
              MOVE "C" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              IF JB-RESULTADO = "N"
                 DISPLAY "FECHAMENTO JA EXECUTADO NESTE MES."
                 DISPLAY "REPETIR COM AUTORIZACAO DO SUPERVISOR "
                         "(S/N)? "
                 ACCEPT WS-CTL-OVERRIDE
                 IF WS-CTL-OVERRIDE NOT = "S"
                    AND WS-CTL-OVERRIDE NOT = "s"
                    DISPLAY "EXECUCAO CANCELADA"
                    STOP RUN
                 END-IF
              END-IF.
              MOVE "I" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              OPEN I-O ARQHIST.
              IF ARQST4 NOT = "00"
                 OPEN OUTPUT ARQHIST
                 CLOSE ARQHIST
                 OPEN I-O ARQHIST.
              MOVE SPACES TO WS-TEXTO.
              STRING "INICIO DO FECHAMENTO DA COMPETENCIA "
                     WS-COMPETENCIA
                 DELIMITED BY SIZE INTO WS-TEXTO.
              PERFORM GRAVA-LOG.
              MOVE "V" TO WS-ALVO.
              PERFORM ARQUIVA-PERIODO.
              MOVE "M" TO WS-ALVO.
              PERFORM ARQUIVA-PERIODO.
              CLOSE ARQHIST.
              MOVE WS-TOT-ARQUIVADAS TO JB-CONTAGEM.
              IF WS-FALHOU = "S"
                 MOVE "FECHAMENTO COM DIVERGENCIA - VER LINHAS ACIMA"
                    TO WS-TEXTO
                 PERFORM GRAVA-LOG
                 MOVE "E" TO JB-ACAO
              ELSE
                 MOVE "FECHAMENTO DE PERIODO CONCLUIDO E CONFERIDO"
                    TO WS-TEXTO
                 PERFORM GRAVA-LOG
                 MOVE "F" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              DISPLAY "FECHAMENTO ENCERRADO - LOG: PRODARQ.TXT".
              STOP RUN.

       MONTA-NOMES.
              MOVE SPACES TO WS-ARQ-VIVO WS-ARQ-HIST WS-ARQ-TEMP.
              IF WS-ALVO = "V"
                 MOVE "VENDAS.TXT" TO WS-ARQ-VIVO
                 MOVE "VENDAS.TMP" TO WS-ARQ-TEMP
                 STRING "VEN" WS-COMPETENCIA ".TXT"
                    DELIMITED BY SIZE INTO WS-ARQ-HIST
              ELSE
                 MOVE "MOVEST.TXT" TO WS-ARQ-VIVO
                 MOVE "MOVEST.TMP" TO WS-ARQ-TEMP
                 STRING "MOV" WS-COMPETENCIA ".TXT"
                    DELIMITED BY SIZE INTO WS-ARQ-HIST.

       ARQUIVA-PERIODO.
              PERFORM MONTA-NOMES.
              MOVE "N" TO WS-ERRO-ALVO.
              PERFORM VERIFICA-INDICE.
              IF WS-ERRO-ALVO = "S"
                 EXIT PARAGRAPH.
              PERFORM SEPARA-LINHAS.
              IF WS-ERRO-ALVO = "S"
                 EXIT PARAGRAPH.
              IF WS-CONT-ARQ = ZEROS
                 CALL "CBL_DELETE_FILE" USING WS-ARQ-HIST
                    RETURNING WS-DEL-STATUS
                 CALL "CBL_DELETE_FILE" USING WS-ARQ-TEMP
                    RETURNING WS-DEL-STATUS
                 MOVE SPACES TO WS-TEXTO
                 STRING WS-ARQ-VIVO " SEM LINHAS ATE A COMPETENCIA"
                    " - NADA A ARQUIVAR"
                    DELIMITED BY SIZE INTO WS-TEXTO
                 PERFORM GRAVA-LOG
                 EXIT PARAGRAPH.
              PERFORM CONFERE-SEPARACAO.
              IF WS-ERRO-ALVO = "S"
                 CALL "CBL_DELETE_FILE" USING WS-ARQ-HIST
                    RETURNING WS-DEL-STATUS
                 CALL "CBL_DELETE_FILE" USING WS-ARQ-TEMP
                    RETURNING WS-DEL-STATUS
                 MOVE SPACES TO WS-TEXTO
                 STRING WS-ARQ-VIVO " MANTIDO SEM ALTERACAO"
                    DELIMITED BY SIZE INTO WS-TEXTO
                 PERFORM GRAVA-LOG
                 EXIT PARAGRAPH.
              PERFORM GRAVA-INDICE.
              IF WS-ERRO-ALVO = "S"
                 EXIT PARAGRAPH.
              PERFORM REGRAVA-VIVO.
              ADD WS-CONT-ARQ TO WS-TOT-ARQUIVADAS.

      * A COMPETENCIA TEM DE SER POSTERIOR A ULTIMA JA ARQUIVADA DO
      * MESMO ARQUIVO, SENAO O INDICE DEIXARIA DE ESTAR EM ORDEM
       VERIFICA-INDICE.
              MOVE ZEROS TO WS-ULT-PERIODO.
              MOVE WS-ALVO TO AH-TIPO.
              MOVE ZEROS TO AH-PERIODO.
              START ARQHIST KEY IS NOT LESS THAN AH-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LE-INDICE UNTIL WS-FIM = "S".
              IF WS-ULT-PERIODO NOT < WS-COMPETENCIA
                 MOVE "S" TO WS-ERRO-ALVO
                 MOVE SPACES TO WS-TEXTO
                 STRING WS-ARQ-VIVO " JA ARQUIVADO ATE "
                        WS-ULT-PERIODO " - COMPETENCIA RECUSADA"
                    DELIMITED BY SIZE INTO WS-TEXTO
                 PERFORM GRAVA-LOG.

       LE-INDICE.
              READ ARQHIST NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF AH-TIPO NOT = WS-ALVO
                       MOVE "S" TO WS-FIM
                    ELSE
                       MOVE AH-PERIODO TO WS-ULT-PERIODO
                    END-IF
              END-READ.

      * LINHA COM DATA ATE O FIM DA COMPETENCIA VAI PARA O HISTORICO,
      * O RESTO (E QUALQUER LINHA SEM DATA VALIDA) FICA NO VIVO
       SEPARA-LINHAS.
              MOVE ZEROS TO WS-CONT-LIDAS WS-SOMA-LIDAS
                            WS-CONT-ARQ WS-SOMA-ARQ
                            WS-CONT-MANT WS-SOMA-MANT
                            WS-DATA-PRIM WS-DATA-ULT.
              OPEN INPUT VIVO.
              IF ARQST NOT = "00"
                 MOVE "S" TO WS-ERRO-ALVO
                 MOVE SPACES TO WS-TEXTO
                 STRING WS-ARQ-VIVO " AUSENTE - NADA A ARQUIVAR"
                    DELIMITED BY SIZE INTO WS-TEXTO
                 PERFORM GRAVA-LOG
                 EXIT PARAGRAPH.
              OPEN OUTPUT HISTORICO.
              OPEN OUTPUT TEMPORARIO.
              MOVE "N" TO WS-FIM.
              PERFORM SEPARA-LINHA UNTIL WS-FIM = "S".
              CLOSE VIVO.
              CLOSE HISTORICO.
              CLOSE TEMPORARIO.
              MOVE WS-CONT-LIDAS TO WS-CONT-E.
              MOVE WS-CONT-ARQ   TO WS-CONT-E2.
              MOVE SPACES TO WS-TEXTO.
              STRING WS-ARQ-VIVO " LIDAS: " WS-CONT-E
                     "  PARA " WS-ARQ-HIST ": " WS-CONT-E2
                 DELIMITED BY SIZE INTO WS-TEXTO.
              PERFORM GRAVA-LOG.

       SEPARA-LINHA.
              READ VIVO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE REG-VIVO TO WS-LINHA
                    PERFORM SOMA-LINHA
                    ADD 1 TO WS-CONT-LIDAS
                    ADD WS-SOMA-LINHA TO WS-SOMA-LIDAS
                    IF WL-DATA IS NUMERIC
                       AND WL-DATA-N NOT > WS-LIMITE
                       MOVE REG-VIVO TO REG-HISTORICO
                       WRITE REG-HISTORICO
                       ADD 1 TO WS-CONT-ARQ
                       ADD WS-SOMA-LINHA TO WS-SOMA-ARQ
                       IF WS-DATA-PRIM = ZEROS
                          OR WL-DATA-N < WS-DATA-PRIM
                          MOVE WL-DATA-N TO WS-DATA-PRIM
                       END-IF
                       IF WL-DATA-N > WS-DATA-ULT
                          MOVE WL-DATA-N TO WS-DATA-ULT
                       END-IF
                    ELSE
                       MOVE REG-VIVO TO REG-TEMPORARIO
                       WRITE REG-TEMPORARIO
                       ADD 1 TO WS-CONT-MANT
                       ADD WS-SOMA-LINHA TO WS-SOMA-MANT
                    END-IF
              END-READ.

       SOMA-LINHA.
              MOVE ZEROS TO WS-SOMA-LINHA.
              IF WS-ALVO = "V"
                 IF WL-VALOR-TOTAL IS NUMERIC
                    MOVE WL-VALOR-TOTAL TO WS-SOMA-LINHA
                 END-IF
              ELSE
                 IF WL-QTDADE IS NUMERIC
                    MOVE WL-QTDADE TO WS-SOMA-LINHA
                 END-IF
              END-IF.

      * RELE O HISTORICO E O TEMPORARIO: CADA UM TEM DE BATER COM O
      * QUE FOI GRAVADO E OS DOIS JUNTOS COM O QUE FOI LIDO
       CONFERE-SEPARACAO.
              IF WS-CONT-ARQ + WS-CONT-MANT NOT = WS-CONT-LIDAS
                 OR WS-SOMA-ARQ + WS-SOMA-MANT NOT = WS-SOMA-LIDAS
                 PERFORM ACUSA-DIVERGENCIA
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CONT-VERIF WS-SOMA-VERIF.
              OPEN INPUT HISTORICO.
              MOVE "N" TO WS-FIM.
              PERFORM CONFERE-HISTORICO UNTIL WS-FIM = "S".
              CLOSE HISTORICO.
              IF WS-CONT-VERIF NOT = WS-CONT-ARQ
                 OR WS-SOMA-VERIF NOT = WS-SOMA-ARQ
                 PERFORM ACUSA-DIVERGENCIA
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CONT-VERIF WS-SOMA-VERIF.
              OPEN INPUT TEMPORARIO.
              MOVE "N" TO WS-FIM.
              PERFORM CONFERE-TEMPORARIO UNTIL WS-FIM = "S".
              CLOSE TEMPORARIO.
              IF WS-CONT-VERIF NOT = WS-CONT-MANT
                 OR WS-SOMA-VERIF NOT = WS-SOMA-MANT
                 PERFORM ACUSA-DIVERGENCIA
                 EXIT PARAGRAPH.
              MOVE WS-SOMA-ARQ TO WS-SOMA-E.
              MOVE SPACES TO WS-TEXTO.
              STRING WS-ARQ-HIST " CONFERIDO - TOTAL DE CONTROLE "
                     WS-SOMA-E
                 DELIMITED BY SIZE INTO WS-TEXTO.
              PERFORM GRAVA-LOG.

       CONFERE-HISTORICO.
              READ HISTORICO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE REG-HISTORICO TO WS-LINHA
                    PERFORM SOMA-LINHA
                    ADD 1 TO WS-CONT-VERIF
                    ADD WS-SOMA-LINHA TO WS-SOMA-VERIF
              END-READ.

       CONFERE-TEMPORARIO.
              READ TEMPORARIO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE REG-TEMPORARIO TO WS-LINHA
                    PERFORM SOMA-LINHA
                    ADD 1 TO WS-CONT-VERIF
                    ADD WS-SOMA-LINHA TO WS-SOMA-VERIF
              END-READ.

       ACUSA-DIVERGENCIA.
              MOVE "S" TO WS-ERRO-ALVO.
              MOVE "S" TO WS-FALHOU.
              MOVE SPACES TO WS-TEXTO.
              STRING WS-ARQ-HIST " DIVERGENTE NA CONFERENCIA"
                 DELIMITED BY SIZE INTO WS-TEXTO.
              PERFORM GRAVA-LOG.

       GRAVA-INDICE.
              MOVE WS-ALVO         TO AH-TIPO.
              MOVE WS-COMPETENCIA  TO AH-PERIODO.
              MOVE WS-ARQ-HIST     TO AH-ARQUIVO.
              MOVE WS-DATA-PRIM    TO AH-DATA-INI.
              MOVE WS-DATA-ULT     TO AH-DATA-FIM.
              MOVE WS-CONT-ARQ     TO AH-QTD-LINHAS.
              MOVE WS-SOMA-ARQ     TO AH-TOTAL.
              MOVE WS-HOJE         TO AH-DATA-GERACAO.
              WRITE REG-ARQHIST
                 INVALID KEY
                    MOVE "S" TO WS-ERRO-ALVO
                    MOVE "S" TO WS-FALHOU
                    MOVE SPACES TO WS-TEXTO
                    STRING "ERRO AO REGISTRAR " WS-ARQ-HIST
                           " NO INDICE - " WS-ARQ-VIVO " MANTIDO"
                       DELIMITED BY SIZE INTO WS-TEXTO
                    PERFORM GRAVA-LOG
              END-WRITE.

      * O VIVO SO E REGRAVADO DEPOIS DO HISTORICO CONFERIDO E
      * REGISTRADO; SE A COPIA FALHAR O TEMPORARIO FICA NO DISCO
      * COM AS LINHAS DO PERIODO EM ABERTO
       REGRAVA-VIVO.
              MOVE ZEROS TO WS-CONT-VERIF WS-SOMA-VERIF.
              OPEN INPUT TEMPORARIO.
              OPEN OUTPUT VIVO.
              MOVE "N" TO WS-FIM.
              PERFORM COPIA-TEMPORARIO UNTIL WS-FIM = "S".
              CLOSE TEMPORARIO.
              CLOSE VIVO.
              IF WS-CONT-VERIF NOT = WS-CONT-MANT
                 OR WS-SOMA-VERIF NOT = WS-SOMA-MANT
                 MOVE "S" TO WS-FALHOU
                 MOVE SPACES TO WS-TEXTO
                 STRING WS-ARQ-VIVO " REGRAVADO COM DIVERGENCIA - "
                        "RESTAURAR DE " WS-ARQ-TEMP
                    DELIMITED BY SIZE INTO WS-TEXTO
                 PERFORM GRAVA-LOG
                 EXIT PARAGRAPH.
              CALL "CBL_DELETE_FILE" USING WS-ARQ-TEMP
                 RETURNING WS-DEL-STATUS.
              MOVE WS-CONT-MANT TO WS-CONT-E.
              MOVE SPACES TO WS-TEXTO.
              STRING WS-ARQ-VIVO " REGRAVADO COM " WS-CONT-E
                     " LINHAS DO PERIODO EM ABERTO"
                 DELIMITED BY SIZE INTO WS-TEXTO.
              PERFORM GRAVA-LOG.

       COPIA-TEMPORARIO.
              READ TEMPORARIO
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE REG-TEMPORARIO TO WS-LINHA
                    MOVE REG-TEMPORARIO TO REG-VIVO
                    WRITE REG-VIVO
                    PERFORM SOMA-LINHA
                    ADD 1 TO WS-CONT-VERIF
                    ADD WS-SOMA-LINHA TO WS-SOMA-VERIF
              END-READ.

       GRAVA-LOG.
              OPEN EXTEND ARQ-LOG.
              IF ARQST5 NOT = "00" AND ARQST5 NOT = "05"
                 OPEN OUTPUT ARQ-LOG
                 CLOSE ARQ-LOG
                 OPEN EXTEND ARQ-LOG.
              MOVE WS-HOJE TO LL-DATA.
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORA.
              MOVE WS-HORA(1:6) TO LL-HORA.
              MOVE WS-TEXTO TO LL-TEXTO.
              MOVE LINHA-LOG-DET TO LINHA-LOG.
              WRITE LINHA-LOG.
              CLOSE ARQ-LOG.
              DISPLAY WS-TEXTO.

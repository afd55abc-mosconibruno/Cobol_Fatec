       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODIMP.

      * CARGA DE PRODUTOS DO ARQUIVO DO FORNECEDOR (FORNECED.TXT).
      * INFORMADO O FORNECEDOR DA CARGA, O CODIGO DA LINHA E
      * TRADUZIDO PELO DE-PARA (FORNXREF.DAT) PARA O NOSSO CODIGO, E
      * QUANTIDADE E CUSTO VEM DA EMBALAGEM DO FORNECEDOR PARA A
      * UNIDADE. SEM DE-PARA, SO UM EAN-13 VALIDO E ACEITO COMO ESTA;
      * OS DEMAIS VAO PARA A FILA DE PENDENTES (XREFPEND.DAT) E SAO
      * ASSOCIADOS NO FORNXREF

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS FORN-CODIGO
              FILE STATUS ARQST5.

              SELECT XREF ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XR-CHAVE
              FILE STATUS ARQST6.

              SELECT XREFPEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XP-CHAVE
              FILE STATUS ARQST7.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       FD XREF LABEL RECORD STANDARD
                DATA RECORD IS REG-XREF
                VALUE OF FILE-ID IS "FORNXREF.DAT".
          01 REG-XREF.
                02 XR-CHAVE.
                   03 XR-FORNECEDOR PIC 9(04).
                   03 XR-COD-FORN   PIC X(20).
                02 XR-CODIGO      PIC 9(13).
                02 XR-EMBALAGEM   PIC 9(04).
                02 XR-DATA-ALT    PIC 9(08).

       FD XREFPEND LABEL RECORD STANDARD
                DATA RECORD IS REG-XPEND
                VALUE OF FILE-ID IS "XREFPEND.DAT".
          01 REG-XPEND.
                02 XP-CHAVE.
                   03 XP-FORNECEDOR PIC 9(04).
                   03 XP-COD-FORN   PIC X(20).
                02 XP-DESCRICAO   PIC X(30).
                02 XP-ORIGEM      PIC X(08).
                02 XP-DATA        PIC 9(08).
                02 XP-OCORRENCIAS PIC 9(04).

       WORKING-STORAGE SECTION.
          01 ARQST                  PIC X(02).
          01 ARQST3                 PIC X(02).
          01 ARQST4                 PIC X(02).
          01 ARQST5                 PIC X(02).
          01 ARQST6                 PIC X(02).
          01 ARQST7                 PIC X(02).
          01 WS-TEM-XREF            PIC X(01) VALUE "N".
          01 WS-XREF-ACHOU          PIC X(01) VALUE "N".
          01 WS-COD-FORN            PIC X(20) VALUE SPACES.
          01 WS-COD-AUX             PIC X(20) VALUE SPACES.
          01 WS-QTD-ZEROS           PIC 9(02) VALUE ZEROS.
          01 WS-CODIGO-RES          PIC 9(13) VALUE ZEROS.
          01 WS-EMBALAGEM           PIC 9(04) VALUE ZEROS.
          01 WS-QTD-RES             PIC 9(08) VALUE ZEROS.
          01 WS-CONT-PENDENTES      PIC 9(04) VALUE ZEROS.
          01 WS-FIM                 PIC X(01) VALUE "N".
          01 WS-FORNEC-CARGA        PIC 9(04) VALUE ZEROS.
          01 WS-TEM-CADFORN         PIC X(01) VALUE "N".
                02 FILLER           PIC X(33) VALUE
                   "REGISTROS PULADOS (CHECKPOINT): ".
                02 LR-PULADOS       PIC ZZZ9.
          01 LINHA-RESUMO4.
                02 FILLER           PIC X(33) VALUE
                   "CODIGOS SEM DE-PARA (PENDENTES): ".
                02 LR-PENDENTES     PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
                 OPEN I-O PRODUTOS.
              OPEN INPUT ARQ-FORNEC.
              OPEN OUTPUT RELATORIO.
              IF WS-FORNEC-CARGA NOT = ZEROS
                 OPEN INPUT XREF
                 IF ARQST6 = "00"
                    MOVE "S" TO WS-TEM-XREF
                 END-IF
                 OPEN I-O XREFPEND
                 IF ARQST7 NOT = "00"
                    OPEN OUTPUT XREFPEND
                    CLOSE XREFPEND
                    OPEN I-O XREFPEND
                 END-IF
              END-IF.
              PERFORM LE-CHECKPOINT.

       LE-CHECKPOINT.
              MOVE SPACES TO WS-MOTIVO.
              MOVE CODIGO-F TO LD-CODIGO.
              MOVE NOME-F   TO LD-NOME.
              PERFORM RESOLVE-CODIGO.
              IF CODIGO-F = ZEROS
                 MOVE "CODIGO INVALIDO" TO WS-MOTIVO
              ELSE IF NOME-F = SPACES
                 MOVE "NOME EM BRANCO" TO WS-MOTIVO
              ELSE IF WS-QTD-RES < WS-QTD-MINIMA
                 MOVE "QTDADE MINIMA = 10" TO WS-MOTIVO
              ELSE IF WS-QTD-RES > 9999
                 MOVE "QTDADE ACIMA DE 9.999" TO WS-MOTIVO
              ELSE IF UNITARIO-F = ZEROS
                 MOVE "CUSTO INVALIDO" TO WS-MOTIVO
              ELSE
                 IF WS-XREF-ACHOU = "N"
                    PERFORM VERIFICA-EAN
                    IF WS-FORNEC-CARGA NOT = ZEROS
                       AND (WS-MOTIVO NOT = SPACES
                            OR CODIGO-F NOT > 9999)
                       MOVE "SEM DE-PARA - PENDENTE" TO WS-MOTIVO
                       PERFORM GRAVA-PENDENTE
                    END-IF
                 END-IF
                 IF WS-MOTIVO = SPACES
                    MOVE WS-CODIGO-RES TO CODIGO
                    READ PRODUTOS
                       NOT INVALID KEY
                          MOVE "JA CADASTRADO" TO WS-MOTIVO
                 MOVE WS-MOTIVO   TO LD-MOTIVO
                 ADD 1 TO WS-CONT-REJEIT
              ELSE
                 MOVE WS-CODIGO-RES TO CODIGO
                 MOVE NOME-F     TO NOME
                 MOVE WS-QTD-RES TO QTDADE
                 COMPUTE UNITARIO ROUNDED =
                    UNITARIO-F / WS-EMBALAGEM
                 COMPUTE TOTAL = QTDADE * UNITARIO
                 MOVE DATA-SIS   TO DATA-CAD
                 MOVE WS-FORNEC-CARGA TO FORNECEDOR
                    NOT INVALID KEY
                       MOVE "ACEITO" TO LD-SITUACAO
                       MOVE SPACES TO LD-MOTIVO
                       IF WS-XREF-ACHOU = "S"
                          STRING "DE-PARA P/ " WS-CODIGO-RES
                             DELIMITED BY SIZE INTO LD-MOTIVO
                       END-IF
                       ADD 1 TO WS-CONT-ACEITOS
                       PERFORM GRAVA-CHECKPOINT
                 END-WRITE.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

      * COM FORNECEDOR INFORMADO O CODIGO DA LINHA E O DO FORNECEDOR:
      * O DE-PARA DA O NOSSO CODIGO E A EMBALAGEM (QTDADE-F E EM
      * EMBALAGENS E UNITARIO-F E O CUSTO DA EMBALAGEM)
       RESOLVE-CODIGO.
              MOVE "N"        TO WS-XREF-ACHOU.
              MOVE CODIGO-F   TO WS-CODIGO-RES.
              MOVE 1          TO WS-EMBALAGEM.
              IF WS-FORNEC-CARGA = ZEROS
                 MOVE QTDADE-F TO WS-QTD-RES
                 EXIT PARAGRAPH.
              MOVE CODIGO-F TO WS-COD-FORN.
              PERFORM NORMALIZA-COD-FORN.
              IF WS-TEM-XREF = "S"
                 MOVE WS-FORNEC-CARGA TO XR-FORNECEDOR
                 MOVE WS-COD-FORN     TO XR-COD-FORN
                 READ XREF
                    NOT INVALID KEY
                       MOVE "S"       TO WS-XREF-ACHOU
                       MOVE XR-CODIGO TO WS-CODIGO-RES
                       IF XR-EMBALAGEM > ZEROS
                          MOVE XR-EMBALAGEM TO WS-EMBALAGEM
                       END-IF
                 END-READ.
              COMPUTE WS-QTD-RES = QTDADE-F * WS-EMBALAGEM.

       NORMALIZA-COD-FORN.
              MOVE ZEROS TO WS-QTD-ZEROS.
              INSPECT WS-COD-FORN TALLYING WS-QTD-ZEROS
                 FOR LEADING "0".
              IF WS-QTD-ZEROS > ZEROS AND WS-QTD-ZEROS < 20
                 MOVE WS-COD-FORN(WS-QTD-ZEROS + 1:) TO WS-COD-AUX
                 MOVE WS-COD-AUX TO WS-COD-FORN.

       GRAVA-PENDENTE.
              ADD 1 TO WS-CONT-PENDENTES.
              MOVE WS-FORNEC-CARGA TO XP-FORNECEDOR.
              MOVE WS-COD-FORN     TO XP-COD-FORN.
              READ XREFPEND
                 INVALID KEY
                    MOVE NOME-F    TO XP-DESCRICAO
                    MOVE "PRODIMP" TO XP-ORIGEM
                    MOVE DATA-SIS  TO XP-DATA
                    MOVE 1         TO XP-OCORRENCIAS
                    WRITE REG-XPEND
                    END-WRITE
                 NOT INVALID KEY
                    ADD 1 TO XP-OCORRENCIAS
                    REWRITE REG-XPEND
                    END-REWRITE
              END-READ.

      * CODIGOS ATE 9999 SAO INTERNOS E NAO PASSAM PELO DIGITO EAN-13
       VERIFICA-EAN.
              IF CODIGO-F > 9999
              MOVE WS-CONT-PULADOS TO LR-PULADOS.
              MOVE LINHA-RESUMO3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-PENDENTES TO LR-PENDENTES.
              MOVE LINHA-RESUMO4 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM LIMPA-CHECKPOINT.
              DISPLAY "IMPORTACAO CONCLUIDA - RELATORIO: IMPORT.TXT".
              DISPLAY "ACEITOS: " WS-CONT-ACEITOS
              CLOSE RELATORIO.
              IF WS-TEM-CADFORN = "S"
                 CLOSE FORNECEDORES.
              IF WS-TEM-XREF = "S"
                 CLOSE XREF.
              IF WS-FORNEC-CARGA NOT = ZEROS
                 CLOSE XREFPEND.
              STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOLHARET.

      * RETORNO DO CREDITO DA FOLHA DA LOJA: CONFRONTA A FOLHA DO MES
      * ENVIADA AO BANCO (FOLHAPAG.DAT, SITUACAO E, GERADA PELO
      * FOLHALOJ) COM AS LINHAS REJEITADAS PELO CreditoFolha
      * (folha-rejeitos.txt: CPF, VALOR E MOTIVO). FUNCIONARIO
      * REJEITADO FICA COMO NAO PAGO (N) COM O MOTIVO DO BANCO; OS
      * DEMAIS ENVIADOS FICAM COMO PAGOS (P). EM FOLHAREJ.TXT SAEM OS
      * NAO PAGOS DO MES (REJEITADOS E OS QUE NAO FORAM AO BANCO) PARA
      * A LOJA ACERTAR O PAGAMENTO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT REJEITOS ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT FOLHAPAG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FP-CHAVE
              FILE STATUS ARQST2.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST3.

       DATA DIVISION.
       FILE SECTION.
       FD REJEITOS LABEL RECORD STANDARD
                DATA RECORD IS REG-REJEITO
                VALUE OF FILE-ID IS "folha-rejeitos.txt".
          01 REG-REJEITO.
                02 RJ-CPF         PIC 9(11).
                02 FILLER         PIC X(01).
                02 RJ-VALOR       PIC 9(07)V99.
                02 FILLER         PIC X(01).
                02 RJ-MOTIVO      PIC X(25).

      * FP-SITUACAO: E = ENVIADO AO BANCO, P = PAGO, N = NAO PAGO
      * (REJEITADO NO CreditoFolha), Z = SEM LIQUIDO A CREDITAR
       FD FOLHAPAG LABEL RECORD STANDARD
                DATA RECORD IS REG-FOLHAPAG
                VALUE OF FILE-ID IS "FOLHAPAG.DAT".
          01 REG-FOLHAPAG.
                02 FP-CHAVE.
                   03 FP-MES       PIC 9(06).
                   03 FP-OPERADOR  PIC X(10).
                02 FP-NOME         PIC X(30).
                02 FP-CPF          PIC 9(11).
                02 FP-AGENCIA      PIC 9(04).
                02 FP-CONTA        PIC 9(09).
                02 FP-SALARIO      PIC 9(07)V99.
                02 FP-COMISSAO     PIC 9(07)V99.
                02 FP-DESCONTO     PIC 9(07)V99.
                02 FP-LIQUIDO      PIC 9(07)V99.
                02 FP-SITUACAO     PIC X(01).
                02 FP-MOTIVO       PIC X(25).
                02 FP-DATA-GER     PIC 9(08).
                02 FP-DATA-RET     PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "FOLHAREJ.TXT".
          01 LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-FOLHA          PIC X(01) VALUE "N".
          01 WS-ACHOU              PIC X(01) VALUE "N".
          01 WS-TEM-ENVIO          PIC X(01) VALUE "N".
          01 WS-RESP               PIC X(01) VALUE SPACE.
          01 WS-MES-PESQ           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REJ            PIC 9(04) VALUE ZEROS.
          01 WS-QTD-SEM-PAR        PIC 9(04) VALUE ZEROS.
          01 WS-QTD-PAGOS          PIC 9(04) VALUE ZEROS.
          01 WS-QTD-NAO-PAGOS      PIC 9(04) VALUE ZEROS.
          01 WS-TOTAL-NAO-PAGO     PIC 9(09)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "FOLHA DA LOJA - NAO PAGOS PELO BANCO - ".
                02 LC-MES          PIC 9(06).
          01 LINHA-CAB2.
                02 FILLER          PIC X(50) VALUE
                   "OPERADOR   NOME                           CPF    ".
                02 FILLER          PIC X(40) VALUE
                   "           LIQUIDO  MOTIVO              ".
          01 LINHA-DET.
                02 LD-OPERADOR     PIC X(10).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-NOME         PIC X(30).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-CPF          PIC 9(11).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-LIQUIDO      PIC Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-MOTIVO       PIC X(25).
          01 LINHA-SEM-PAR.
                02 FILLER          PIC X(32) VALUE
                   "REJEITO SEM FUNCIONARIO NA FOLHA".
                02 FILLER          PIC X(06) VALUE " CPF: ".
                02 LS-CPF          PIC 9(11).
                02 FILLER          PIC X(08) VALUE " VALOR: ".
                02 LS-VALOR        PIC Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LS-MOTIVO       PIC X(25).
          01 LINHA-TOT.
                02 FILLER          PIC X(31) VALUE
                   "TOTAL NAO PAGO:                ".
                02 LT-QTD          PIC ZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "RETORNO DO CREDITO DA FOLHA DA LOJA".
              DISPLAY "MES DA FOLHA (AAAAMM): ".
              ACCEPT WS-MES-PESQ.
              PERFORM ABRE-ARQ.
              PERFORM VERIFICA-ENVIO.
              IF WS-TEM-ENVIO = "N"
                 DISPLAY "NENHUM CREDITO DO MES AGUARDANDO RETORNO"
                 CLOSE FOLHAPAG
                 STOP RUN.
              OPEN INPUT REJEITOS.
              IF ARQST NOT = "00"
                 DISPLAY "folha-rejeitos.txt AUSENTE - O BANCO JA "
                         "PROCESSOU A FOLHA (CreditoFolha)?"
                 CLOSE FOLHAPAG
                 STOP RUN.
              DISPLAY "CONFIRMA QUE O BANCO PROCESSOU A FOLHA DO MES "
                      "(S/N)? ".
              ACCEPT WS-RESP.
              IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
                 DISPLAY "RETORNO NAO PROCESSADO"
                 CLOSE REJEITOS
                 CLOSE FOLHAPAG
                 STOP RUN.
              OPEN OUTPUT RELATORIO.
              MOVE WS-MES-PESQ TO LC-MES.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM LE-REJEITO UNTIL WS-FIM = "S".
              CLOSE REJEITOS.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE LOW-VALUES  TO FP-OPERADOR.
              START FOLHAPAG KEY IS GREATER THAN FP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-FOLHA
              END-START.
              PERFORM FECHA-FUNCIONARIO UNTIL WS-FIM-FOLHA = "S".
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O FOLHAPAG.
              IF ARQST2 NOT = "00"
                 DISPLAY "FOLHA DA LOJA AUSENTE (RODE O FOLHALOJ)"
                 STOP RUN.

       VERIFICA-ENVIO.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE LOW-VALUES  TO FP-OPERADOR.
              START FOLHAPAG KEY IS GREATER THAN FP-CHAVE
                 INVALID KEY
                    EXIT PARAGRAPH
              END-START.
              MOVE "N" TO WS-FIM-FOLHA.
              PERFORM CONFERE-ENVIO UNTIL WS-FIM-FOLHA = "S".

       CONFERE-ENVIO.
              READ FOLHAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT AT END
                    IF FP-MES NOT = WS-MES-PESQ
                       MOVE "S" TO WS-FIM-FOLHA
                    ELSE
                       IF FP-SITUACAO = "E"
                          MOVE "S" TO WS-TEM-ENVIO
                          MOVE "S" TO WS-FIM-FOLHA
                       END-IF
                    END-IF
              END-READ.

       LE-REJEITO.
              READ REJEITOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-QTD-REJ
                    PERFORM MARCA-REJEITADO
              END-READ.

      * O REJEITO VOLTA SO COM CPF E VALOR: CASA COM O FUNCIONARIO
      * DO MES AINDA ENVIADO QUE TEM O MESMO CPF E LIQUIDO
       MARCA-REJEITADO.
              MOVE "N" TO WS-ACHOU.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE LOW-VALUES  TO FP-OPERADOR.
              START FOLHAPAG KEY IS GREATER THAN FP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-FOLHA
              END-START.
              PERFORM PROCURA-REJEITADO UNTIL WS-FIM-FOLHA = "S".
              IF WS-ACHOU = "N"
                 ADD 1 TO WS-QTD-SEM-PAR
                 MOVE RJ-CPF    TO LS-CPF
                 MOVE RJ-VALOR  TO LS-VALOR
                 MOVE RJ-MOTIVO TO LS-MOTIVO
                 MOVE LINHA-SEM-PAR TO LINHA-REL
                 WRITE LINHA-REL.

       PROCURA-REJEITADO.
              READ FOLHAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FOLHA
                    EXIT PARAGRAPH
              END-READ.
              IF FP-MES NOT = WS-MES-PESQ
                 MOVE "S" TO WS-FIM-FOLHA
                 EXIT PARAGRAPH.
              IF FP-SITUACAO NOT = "E" OR FP-CPF NOT = RJ-CPF
                 OR FP-LIQUIDO NOT = RJ-VALOR
                 EXIT PARAGRAPH.
              MOVE "N"       TO FP-SITUACAO.
              MOVE RJ-MOTIVO TO FP-MOTIVO.
              MOVE DATA-SIS  TO FP-DATA-RET.
              REWRITE REG-FOLHAPAG
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR REJEITADO: " FP-OPERADOR
              END-REWRITE.
              MOVE "S" TO WS-ACHOU.
              MOVE "S" TO WS-FIM-FOLHA.

      * ENVIADO SEM REJEITO FOI CREDITADO; REJEITADO E SEM LIQUIDO
      * NO CREDITO SAEM NA LISTA DE NAO PAGOS
       FECHA-FUNCIONARIO.
              READ FOLHAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FOLHA
                    EXIT PARAGRAPH
              END-READ.
              IF FP-MES NOT = WS-MES-PESQ
                 MOVE "S" TO WS-FIM-FOLHA
                 EXIT PARAGRAPH.
              IF FP-SITUACAO = "E"
                 MOVE "P"      TO FP-SITUACAO
                 MOVE DATA-SIS TO FP-DATA-RET
                 REWRITE REG-FOLHAPAG
                    INVALID KEY
                       DISPLAY "ERRO AO MARCAR PAGO: " FP-OPERADOR
                 END-REWRITE
                 ADD 1 TO WS-QTD-PAGOS
                 EXIT PARAGRAPH.
              IF FP-SITUACAO = "P"
                 ADD 1 TO WS-QTD-PAGOS
                 EXIT PARAGRAPH.
              IF FP-SITUACAO = "Z"
                 AND FP-MOTIVO = "SEM LIQUIDO A CREDITAR"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-NAO-PAGOS.
              ADD FP-LIQUIDO TO WS-TOTAL-NAO-PAGO.
              MOVE FP-OPERADOR TO LD-OPERADOR.
              MOVE FP-NOME     TO LD-NOME.
              MOVE FP-CPF      TO LD-CPF.
              MOVE FP-LIQUIDO  TO LD-LIQUIDO.
              MOVE FP-MOTIVO   TO LD-MOTIVO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              MOVE WS-QTD-NAO-PAGOS  TO LT-QTD.
              MOVE WS-TOTAL-NAO-PAGO TO LT-VALOR.
              MOVE LINHA-TOT TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "REJEITOS LIDOS: " WS-QTD-REJ
                      "  SEM FUNCIONARIO NA FOLHA: " WS-QTD-SEM-PAR.
              DISPLAY "PAGOS: " WS-QTD-PAGOS
                      "  NAO PAGOS: " WS-QTD-NAO-PAGOS.
              DISPLAY "NAO PAGOS PARA ACERTO: FOLHAREJ.TXT".
              CLOSE FOLHAPAG.
              CLOSE RELATORIO.
              STOP RUN.

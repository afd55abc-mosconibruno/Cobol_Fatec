       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARTINC.

      * TABELA DE CONTRATO COM A ADQUIRENTE DE CARTAO (CARTAXA.DAT):
      * TAXA DE DESCONTO CONTRATADA (% SOBRE A VENDA) E PRAZO EM DIAS
      * CORRIDOS PARA O CREDITO; O CONTAS A RECEBER DE CARTAO E
      * MONTADO PELO PRODRCAR E CONCILIADO PELO PRODLIQC
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CARTAXA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CT-ADQUIRENTE
              FILE STATUS ARQST.

       DATA DIVISION.
       FILE SECTION.
       FD CARTAXA LABEL RECORD STANDARD
                DATA RECORD IS REG-CARTAXA
                VALUE OF FILE-ID IS "CARTAXA.DAT".
          01 REG-CARTAXA.
                02 CT-ADQUIRENTE  PIC X(10).
                02 CT-TAXA        PIC 9(02)V99.
                02 CT-PRAZO       PIC 9(03).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-ADQUIRENTE         PIC X(10) VALUE SPACES.
          01 WS-TAXA               PIC 9(02)V99 VALUE ZEROS.
          01 WS-PRAZO              PIC 9(03) VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
              OPEN I-O CARTAXA.
              IF ARQST NOT = "00"
                 OPEN OUTPUT CARTAXA
                 CLOSE CARTAXA
                 OPEN I-O CARTAXA.
              PERFORM PROCESSO UNTIL MODO-FIM.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE CARTAXA.
              STOP RUN.

       PROCESSO.
              DISPLAY "CONTRATO DA ADQUIRENTE DE CARTAO".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-CONTRATO
                 WHEN MODO-EXCLUIR
                    PERFORM EXCLUI-CONTRATO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-CONTRATOS
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       INCLUI-CONTRATO.
              DISPLAY "ADQUIRENTE: ".
              ACCEPT WS-ADQUIRENTE.
              IF WS-ADQUIRENTE = SPACES
                 DISPLAY "ADQUIRENTE OBRIGATORIA"
                 EXIT PARAGRAPH.
              DISPLAY "TAXA CONTRATADA EM % (EX: 02,50): ".
              ACCEPT WS-TAXA.
              DISPLAY "PRAZO DO CREDITO EM DIAS (EX: 030): ".
              ACCEPT WS-PRAZO.
              MOVE WS-ADQUIRENTE TO CT-ADQUIRENTE.
              MOVE WS-TAXA       TO CT-TAXA.
              MOVE WS-PRAZO      TO CT-PRAZO.
              WRITE REG-CARTAXA
                 INVALID KEY
                    REWRITE REG-CARTAXA
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "CONTRATO ATUALIZADO"
                    END-REWRITE
                 NOT INVALID KEY
                    DISPLAY "CONTRATO INCLUIDO"
              END-WRITE.

       EXCLUI-CONTRATO.
              DISPLAY "ADQUIRENTE: ".
              ACCEPT WS-ADQUIRENTE.
              MOVE WS-ADQUIRENTE TO CT-ADQUIRENTE.
              DELETE CARTAXA
                 INVALID KEY
                    DISPLAY "ADQUIRENTE NAO ENCONTRADA"
                 NOT INVALID KEY
                    DISPLAY "CONTRATO EXCLUIDO"
              END-DELETE.

       LISTA-CONTRATOS.
              MOVE LOW-VALUES TO CT-ADQUIRENTE.
              START CARTAXA KEY IS GREATER THAN CT-ADQUIRENTE
                 INVALID KEY
                    DISPLAY "TABELA VAZIA"
                    EXIT PARAGRAPH
              END-START.
              MOVE "N" TO WS-FIM.
              PERFORM LISTA-LINHA UNTIL WS-FIM = "S".

       LISTA-LINHA.
              READ CARTAXA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    DISPLAY CT-ADQUIRENTE " TAXA " CT-TAXA " %"
                            " PRAZO " CT-PRAZO " DIAS"
              END-READ.

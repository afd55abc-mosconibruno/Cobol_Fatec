       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTBINC.

      * PLANO DE CONTAS DA CONTABILIDADE (PLANOCTA.DAT): PARA CADA
      * EVENTO DO DIA DA LOJA GUARDA A CONTA A DEBITO E A CONTA A
      * CREDITO DO PLANO DO ESCRITORIO CONTABIL. O DIARIO E O
      * BALANCETE SAO GERADOS PELO CTBDIA. EVENTOS:
      * VDIN/VCAR/VFIA/VBCO = VENDA EM DINHEIRO/CARTAO/FIADO/BANCO
      * (LIQUIDA DO VALE RESGATADO), DVDN/DVCA/DVFI = DEVOLUCAO
      * REEMBOLSADA EM DINHEIRO/CARTAO/FIADO, VEMI = VALE-PRESENTE
      * EMITIDO, VRES = VALE-PRESENTE RESGATADO, RECB = TITULO DE
      * FORNECEDOR (ENTRADA DE MERCADORIA), PGTO = PAGAMENTO A
      * FORNECEDOR, FIAD = COBRANCA LANCADA NO CREDIARIO, RCRD =
      * RECEBIMENTO DO CREDIARIO, AJUP/AJUN = AJUSTE DE ESTOQUE
      * PARA MAIS/MENOS (A CUSTO), PCRD = ENCARGOS DO CREDIARIO
      * PERDOADOS NO ACORDO DE RENEGOCIACAO, PERD = COBRANCA DO
      * CREDIARIO BAIXADA COMO PERDA, RPER = RECUPERACAO DE COBRANCA
      * JA BAIXADA
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PLANOCTA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PC-EVENTO
              FILE STATUS ARQST.

       DATA DIVISION.
       FILE SECTION.
       FD PLANOCTA LABEL RECORD STANDARD
                DATA RECORD IS REG-PLANO
                VALUE OF FILE-ID IS "PLANOCTA.DAT".
          01 REG-PLANO.
                02 PC-EVENTO      PIC X(04).
                02 PC-DESCRICAO   PIC X(30).
                02 PC-DEBITO      PIC X(15).
                02 PC-CREDITO     PIC X(15).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-EVENTO             PIC X(04) VALUE SPACES.
              88 EVENTO-VALIDO     VALUE "VDIN" "VCAR" "VFIA" "VBCO"
                                         "DVDN" "DVCA" "DVFI" "VEMI"
                                         "VRES" "RECB" "PGTO" "FIAD"
                                         "RCRD" "AJUP" "AJUN" "PCRD"
                                         "PERD" "RPER".
          01 WS-DESCRICAO          PIC X(30) VALUE SPACES.
          01 WS-DEBITO             PIC X(15) VALUE SPACES.
          01 WS-CREDITO            PIC X(15) VALUE SPACES.
          01 WS-FIM                PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
              OPEN I-O PLANOCTA.
              IF ARQST NOT = "00"
                 OPEN OUTPUT PLANOCTA
                 CLOSE PLANOCTA
                 OPEN I-O PLANOCTA.
              PERFORM PROCESSO UNTIL MODO-FIM.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PLANOCTA.
              STOP RUN.

       PROCESSO.
              DISPLAY "PLANO DE CONTAS - EVENTOS DA LOJA".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-EVENTO
                 WHEN MODO-EXCLUIR
                    PERFORM EXCLUI-EVENTO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-EVENTOS
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       INCLUI-EVENTO.
              DISPLAY "EVENTO (VDIN VCAR VFIA VBCO DVDN DVCA DVFI".
              DISPLAY " VEMI VRES RECB PGTO FIAD RCRD AJUP AJUN".
              DISPLAY " PCRD PERD RPER): ".
              ACCEPT WS-EVENTO.
              IF NOT EVENTO-VALIDO
                 DISPLAY "EVENTO INVALIDO"
                 EXIT PARAGRAPH.
              DISPLAY "DESCRICAO: ".
              ACCEPT WS-DESCRICAO.
              DISPLAY "CONTA A DEBITO: ".
              ACCEPT WS-DEBITO.
              DISPLAY "CONTA A CREDITO: ".
              ACCEPT WS-CREDITO.
              IF WS-DEBITO = SPACES OR WS-CREDITO = SPACES
                 DISPLAY "CONTAS A DEBITO E A CREDITO OBRIGATORIAS"
                 EXIT PARAGRAPH.
              IF WS-DEBITO = WS-CREDITO
                 DISPLAY "DEBITO E CREDITO NA MESMA CONTA"
                 EXIT PARAGRAPH.
              MOVE WS-EVENTO    TO PC-EVENTO.
              MOVE WS-DESCRICAO TO PC-DESCRICAO.
              MOVE WS-DEBITO    TO PC-DEBITO.
              MOVE WS-CREDITO   TO PC-CREDITO.
              WRITE REG-PLANO
                 INVALID KEY
                    REWRITE REG-PLANO
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "EVENTO ATUALIZADO"
                    END-REWRITE
                 NOT INVALID KEY
                    DISPLAY "EVENTO INCLUIDO"
              END-WRITE.

       EXCLUI-EVENTO.
              DISPLAY "EVENTO: ".
              ACCEPT WS-EVENTO.
              MOVE WS-EVENTO TO PC-EVENTO.
              DELETE PLANOCTA
                 INVALID KEY
                    DISPLAY "EVENTO NAO ENCONTRADO"
                 NOT INVALID KEY
                    DISPLAY "EVENTO EXCLUIDO"
              END-DELETE.

       LISTA-EVENTOS.
              MOVE LOW-VALUES TO PC-EVENTO.
              START PLANOCTA KEY IS GREATER THAN PC-EVENTO
                 INVALID KEY
                    DISPLAY "TABELA VAZIA"
                    EXIT PARAGRAPH
              END-START.
              MOVE "N" TO WS-FIM.
              PERFORM LISTA-LINHA UNTIL WS-FIM = "S".

       LISTA-LINHA.
              READ PLANOCTA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    DISPLAY PC-EVENTO " " PC-DESCRICAO
                            " D " PC-DEBITO " C " PC-CREDITO
              END-READ.

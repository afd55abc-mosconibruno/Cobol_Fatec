       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSIG.

      * MERCADORIA EM CONSIGNACAO (CONSIG.DAT): A ENTRADA E FEITA
      * PELO PRODRECB (RECEBIMENTO EM CONSIGNACAO, SEM TITULO A
      * PAGAR) E O ACERTO DO QUE VENDEU PELO CONSACER. AQUI SE
      * CONSULTA O SALDO DE CADA PRODUTO E SE DEVOLVE AO FORNECEDOR
      * A MERCADORIA NAO VENDIDA: BAIXA O ESTOQUE E O DEPOSITO, GRAVA
      * A SAIDA EM MOVEST.TXT (TIPO F) E REDUZ O SALDO CONSIGNADO,
      * SEM CREDITO A RECEBER (A MERCADORIA NAO FOI PAGA)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT MOVIMENTO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT ESTDEP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ED-CHAVE
              FILE STATUS ARQST3.

              SELECT CONSIG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CG-CODIGO
              FILE STATUS ARQST4.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PROD
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-PROD.
                02 CODIGO         PIC 9(13).
                02 NOME           PIC X(30).
                02 QTDADE         PIC 9(04).
                02 UNITARIO       PIC 9(05)V99.
                02 TOTAL          PIC 9(06)V99.
                02 DATA-CAD.
                   03 DATA-CAD-ANO PIC 9(04).
                   03 DATA-CAD-MES PIC 9(02).
                   03 DATA-CAD-DIA PIC 9(02).
                02 FORNECEDOR     PIC 9(04).
                02 UNID-MEDIDA    PIC X(03).
                02 PONTO-PEDIDO   PIC 9(04).
                02 ESTOQUE-MAX    PIC 9(04).
                02 GRUPO-FISCAL   PIC X(02).
                02 CATEGORIA      PIC 9(03).

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                VALUE OF FILE-ID IS "MOVEST.TXT".
          01 REG-MOV.
                02 MV-DATA        PIC 9(08).
                02 MV-CODIGO      PIC 9(13).
                02 MV-TIPO        PIC X(01).
                02 MV-SINAL       PIC X(01).
                02 MV-QTDADE      PIC 9(04).
                02 MV-OPERADOR    PIC X(10).
                02 MV-DEPOSITO    PIC 9(02).
                02 MV-MOTIVO      PIC 9(02).

       FD ESTDEP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS "ESTDEP.DAT".
          01 REG-DEP.
                02 ED-CHAVE.
                   03 ED-CODIGO   PIC 9(13).
                   03 ED-DEPOSITO PIC 9(02).
                02 ED-QTDADE      PIC 9(04).

       FD CONSIG LABEL RECORD STANDARD
                DATA RECORD IS REG-CONSIG
                VALUE OF FILE-ID IS "CONSIG.DAT".
          01 REG-CONSIG.
                02 CG-CODIGO      PIC 9(13).
                02 CG-FORNECEDOR  PIC 9(04).
                02 CG-SALDO       PIC 9(05).
                02 CG-CUSTO       PIC 9(05)V99.
                02 CG-QTD-RECEBIDA PIC 9(06).
                02 CG-QTD-ACERTADA PIC 9(06).
                02 CG-QTD-DEVOLVIDA PIC 9(06).
                02 CG-DATA-ENTRADA PIC 9(08).
                02 CG-DATA-ACERTO PIC 9(08).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-CONSULTAR    VALUE "C" "c".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-DEVOLVER     VALUE "D" "d".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-OPERADOR           PIC X(10) VALUE SPACES.
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-FORNECEDOR         PIC 9(04) VALUE ZEROS.
          01 WS-DEPOSITO           PIC 9(02) VALUE ZEROS.
          01 WS-QTD-DEV            PIC 9(04) VALUE ZEROS.
          01 WS-VALOR-CONSIG       PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOT-CONSIG         PIC 9(09)V99 VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-CONT               PIC 9(05) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              DISPLAY "MERCADORIA EM CONSIGNACAO".
              DISPLAY "IDENTIFICACAO DO OPERADOR: ".
              ACCEPT WS-OPERADOR.
              PERFORM ABRE-ARQ.
              PERFORM PROCESSO UNTIL MODO-FIM.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN EXTEND MOVIMENTO.
              IF ARQST2 NOT = "00" AND ARQST2 NOT = "05"
                 OPEN OUTPUT MOVIMENTO
                 CLOSE MOVIMENTO
                 OPEN EXTEND MOVIMENTO.
              OPEN I-O ESTDEP.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT ESTDEP
                 CLOSE ESTDEP
                 OPEN I-O ESTDEP.
              OPEN I-O CONSIG.
              IF ARQST4 NOT = "00"
                 OPEN OUTPUT CONSIG
                 CLOSE CONSIG
                 OPEN I-O CONSIG.

       PROCESSO.
              DISPLAY "MODO (C-CONSULTAR / L-LISTAR SALDOS / "
                      "D-DEVOLVER AO FORNECEDOR / F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-CONSULTAR
                    PERFORM CONSULTA-PRODUTO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-SALDOS
                 WHEN MODO-DEVOLVER
                    PERFORM DEVOLVE-CONSIGNACAO
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       CONSULTA-PRODUTO.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              MOVE WS-CODIGO TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    DISPLAY "PRODUTO SEM CONSIGNACAO"
                    EXIT PARAGRAPH
              END-READ.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE "PRODUTO NAO CADASTRADO" TO NOME
              END-READ.
              DISPLAY "PRODUTO: " NOME " FORNECEDOR " CG-FORNECEDOR.
              DISPLAY "RECEBIDO " CG-QTD-RECEBIDA
                      " ACERTADO " CG-QTD-ACERTADA
                      " DEVOLVIDO " CG-QTD-DEVOLVIDA.
              DISPLAY "SALDO EM CONSIGNACAO " CG-SALDO
                      " CUSTO " CG-CUSTO
                      " ULTIMA ENTRADA " CG-DATA-ENTRADA.
              DISPLAY "VENDAS ACERTADAS ATE " CG-DATA-ACERTO.

       LISTA-SALDOS.
              MOVE ZEROS TO WS-CONT.
              MOVE ZEROS TO WS-TOT-CONSIG.
              MOVE ZEROS TO CG-CODIGO.
              START CONSIG KEY IS GREATER THAN CG-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LISTA-SALDO UNTIL WS-FIM = "S".
              DISPLAY "PRODUTOS COM SALDO: " WS-CONT
                      " VALOR CONSIGNADO: " WS-TOT-CONSIG.

       LISTA-SALDO.
              READ CONSIG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CG-SALDO > ZEROS
                       ADD 1 TO WS-CONT
                       COMPUTE WS-VALOR-CONSIG = CG-SALDO * CG-CUSTO
                       ADD WS-VALOR-CONSIG TO WS-TOT-CONSIG
                       DISPLAY CG-CODIGO " FORN " CG-FORNECEDOR
                               " SALDO " CG-SALDO
                               " CUSTO " CG-CUSTO
                               " ACERTO ATE " CG-DATA-ACERTO
                    END-IF
              END-READ.

      * DEVOLUCAO DA MERCADORIA NAO VENDIDA: NAO PASSA DO SALDO
      * CONSIGNADO NEM DO ESTOQUE DO PRODUTO
       DEVOLVE-CONSIGNACAO.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              MOVE WS-CODIGO TO CG-CODIGO.
              READ CONSIG
                 INVALID KEY
                    DISPLAY "PRODUTO SEM CONSIGNACAO"
                    EXIT PARAGRAPH
              END-READ.
              IF CG-SALDO = ZEROS
                 DISPLAY "SEM SALDO EM CONSIGNACAO"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    DISPLAY "PRODUTO NAO CADASTRADO"
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY "PRODUTO: " NOME " ESTOQUE: " QTDADE.
              DISPLAY "FORNECEDOR " CG-FORNECEDOR
                      " SALDO CONSIGNADO " CG-SALDO.
              DISPLAY "DEPOSITO DE SAIDA (01-LOJA 02-GALPAO): ".
              ACCEPT WS-DEPOSITO.
              IF WS-DEPOSITO = ZEROS
                 DISPLAY "DEPOSITO INVALIDO"
                 EXIT PARAGRAPH.
              DISPLAY "QUANTIDADE DEVOLVIDA: ".
              ACCEPT WS-QTD-DEV.
              IF WS-QTD-DEV = ZEROS OR WS-QTD-DEV > CG-SALDO
                 OR WS-QTD-DEV > QTDADE
                 DISPLAY "QUANTIDADE INVALIDA"
                 EXIT PARAGRAPH.
              SUBTRACT WS-QTD-DEV FROM QTDADE.
              COMPUTE TOTAL = QTDADE * UNITARIO.
              REWRITE REG-PROD
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR O PRODUTO"
                    EXIT PARAGRAPH
              END-REWRITE.
              PERFORM BAIXA-DEPOSITO.
              PERFORM GRAVA-MOVIMENTO.
              SUBTRACT WS-QTD-DEV FROM CG-SALDO.
              ADD WS-QTD-DEV TO CG-QTD-DEVOLVIDA.
              REWRITE REG-CONSIG
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A CONSIGNACAO"
              END-REWRITE.
              DISPLAY "DEVOLVIDO AO FORNECEDOR - SALDO CONSIGNADO: "
                      CG-SALDO.

       BAIXA-DEPOSITO.
              MOVE CODIGO      TO ED-CODIGO.
              MOVE WS-DEPOSITO TO ED-DEPOSITO.
              READ ESTDEP
                 INVALID KEY
                    DISPLAY "DEPOSITO SEM SALDO DO PRODUTO"
                 NOT INVALID KEY
                    IF WS-QTD-DEV > ED-QTDADE
                       MOVE ZEROS TO ED-QTDADE
                    ELSE
                       SUBTRACT WS-QTD-DEV FROM ED-QTDADE
                    END-IF
                    REWRITE REG-DEP
                    END-REWRITE
              END-READ.

       GRAVA-MOVIMENTO.
              MOVE WS-HOJE      TO MV-DATA.
              MOVE CODIGO       TO MV-CODIGO.
              MOVE "F"          TO MV-TIPO.
              MOVE "-"          TO MV-SINAL.
              MOVE WS-QTD-DEV   TO MV-QTDADE.
              MOVE WS-OPERADOR  TO MV-OPERADOR.
              MOVE WS-DEPOSITO  TO MV-DEPOSITO.
              MOVE ZEROS        TO MV-MOTIVO.
              WRITE REG-MOV.

       FINALIZA.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE MOVIMENTO.
              CLOSE ESTDEP.
              CLOSE CONSIG.
              STOP RUN.

              RECORD KEY IS LT-CHAVE
              FILE STATUS ARQST12.

              SELECT LOTVEN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LV-CHAVE
              FILE STATUS ARQST22.

              SELECT SERPROD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SP-CODIGO
              FILE STATUS ARQST23.

              SELECT SERIES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SR-CHAVE
              FILE STATUS ARQST24.

              SELECT STOPCRED ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST20.
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD MOVIMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                02 CM-STATUS      PIC X(01).
                02 CM-CLIENTE     PIC 9(09).
                02 CM-DESCONTO    PIC 9(07)V99.
                02 CM-FONE-FIADO  PIC 9(09).
                02 CM-SEQ-CRED    PIC 9(04).
                02 CM-CPF-BANCO   PIC 9(11).
                02 CM-TIPO-CONTA  PIC 9(01).
                02 CM-DATA-CANC   PIC 9(08).
                02 CM-HORA-CANC   PIC 9(06).
                02 CM-OPER-CANC   PIC X(10).
                02 CM-SUP-CANC    PIC 9(04).
                02 CM-MOTIVO-CANC PIC X(30).
                02 CM-NFCE-SIT    PIC X(01).
                02 CM-NFCE-EMIS   PIC X(01).
                02 CM-NFCE-DATA   PIC 9(08).
                02 CM-NFCE-PROT   PIC X(15).
                02 CM-NFCE-MOTIVO PIC X(30).
                02 CM-HORA        PIC 9(06).

       FD CUPITENS LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPITEM
           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD RESERVAS LABEL RECORD STANDARD
                DATA RECORD IS REG-RESERVA
                02 LT-VALIDADE    PIC 9(08).
                02 LT-QTDADE      PIC 9(04).

      * LOTES BAIXADOS EM CADA ITEM DO CUPOM (FEFO), PARA O
      * CANCELAMENTO (PRODCANC) DEVOLVER A QUANTIDADE AO MESMO LOTE
       FD LOTVEN LABEL RECORD STANDARD
                DATA RECORD IS REG-LOTVEN
                VALUE OF FILE-ID IS "LOTVEN.DAT".
          01 REG-LOTVEN.
                02 LV-CHAVE.
                   03 LV-CUPOM    PIC 9(06).
                   03 LV-SEQ      PIC 9(03).
                   03 LV-CODIGO   PIC 9(13).
                   03 LV-LOTE     PIC X(10).
                02 LV-VALIDADE    PIC 9(08).
                02 LV-QTDADE      PIC 9(04).

      * PRODUTO COM NUMERO DE SERIE (SERINC): A SERIE QUE SAI NO
      * CUPOM E ESCOLHIDA NO CAIXA E MARCADA COMO VENDIDA, COM O
      * CUPOM E O CLIENTE, PARA A GARANTIA (GARANT)
       FD SERPROD LABEL RECORD STANDARD
                DATA RECORD IS REG-SERPROD
                VALUE OF FILE-ID IS "SERPROD.DAT".
          01 REG-SERPROD.
                02 SP-CODIGO      PIC 9(13).
                02 SP-MESES-GARANTIA PIC 9(03).

       FD SERIES LABEL RECORD STANDARD
                DATA RECORD IS REG-SERIE
                VALUE OF FILE-ID IS "SERIES.DAT".
          01 REG-SERIE.
                02 SR-CHAVE.
                   03 SR-CODIGO   PIC 9(13).
                   03 SR-SERIE    PIC X(20).
                02 SR-STATUS      PIC X(01).
                02 SR-DATA-ENTRADA PIC 9(08).
                02 SR-FORNECEDOR  PIC 9(04).
                02 SR-PEDIDO      PIC 9(06).
                02 SR-CUPOM       PIC 9(06).
                02 SR-SEQ         PIC 9(03).
                02 SR-DATA-VENDA  PIC 9(08).
                02 SR-CLIENTE     PIC 9(09).
                02 SR-DATA-SAIDA  PIC 9(08).

       FD PONTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PONTO
                VALUE OF FILE-ID IS "PONTOS.DAT".
                02 VP-STATUS      PIC X(01).
                02 VP-DATA-RESG   PIC 9(08).
                02 VP-CUPOM       PIC 9(06).
                02 VP-CUPOM-EMIS  PIC 9(06).

       FD ORCAM LABEL RECORD STANDARD
                DATA RECORD IS REG-ORCAM
                VALUE OF FILE-ID IS "funcionarios.txt".
          01 REG-FUNC.
                02 COD-FUNC       PIC 9(04).
                02 FUNC-SAL       PIC X(08).
                02 NOME-FUNC      PIC X(30).
                02 FUNC-ATIVO     PIC X(01).
                02 FUNC-ADMIN     PIC X(01).
                02 FUNC-TROCA     PIC X(01).
                02 FUNC-FALHAS    PIC 9(01).
                02 FUNC-SENHA-DTA PIC 9(08).
                02 FUNC-HASH      PIC X(16).

       FD ARQBANCO LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQBC
                02 CODIGO-AGENCIA-P   PIC 9(04).
                02 CODIGO-CC-P        PIC 9(09).
                02 NOME-P             PIC A(30).
                02 SALDO-P            PIC S9(09)V99.
                02 LIMITE-P           PIC 9(09)V99.
                02 CONT-P             PIC 9(09).
                02 CPF-TITULAR2-P     PIC 9(11).

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXTRATO
                VALUE OF FILE-ID IS "extrato.txt".
          01 REG-EXTRATO            PIC X(100).

       WORKING-STORAGE SECTION.
          01 DATA-SIS.
         01 ARQST19                 PIC X(02).
         01 ARQST20                 PIC X(02).
         01 ARQST21                 PIC X(02).
         01 ARQST22                 PIC X(02).
         01 ARQST23                 PIC X(02).
         01 ARQST24                 PIC X(02).
         01 WS-TEM-SERIES           PIC X(01) VALUE "N".
         01 WS-SERIALIZADO          PIC X(01) VALUE "N".
         01 WS-SERIE                PIC X(20) VALUE SPACES.
         01 WS-SERIE-OK             PIC X(01) VALUE "N".
         01 WS-NUM-SERIES           PIC 9(02) VALUE ZEROS.
         01 WS-NUM-SERIES-E         PIC Z9.
         01 WS-IDX-SERIE            PIC 9(02) VALUE ZEROS.
         01 TABELA-SERIES.
               02 TS-SERIE          PIC X(20) OCCURS 20 TIMES.
         01 WS-QTD-LOTE             PIC 9(04) VALUE ZEROS.
         01 WS-FIADO-OK             PIC X(01) VALUE "N".
         01 WS-SALDO-CRED-AB        PIC 9(07)V99 VALUE ZEROS.
         01 WS-TEM-90D              PIC X(01) VALUE "N".
         01 WS-LIBERADO             PIC X(01) VALUE "N".
         01 WS-COD-SUP              PIC 9(04) VALUE ZEROS.
         01 WS-SENHA-SUP            PIC X(08) VALUE SPACES.
         01 WS-HASH-SENHA           PIC X(16) VALUE SPACES.
         01 WS-ORIGEM-PRECO         PIC X(01) VALUE "T".
         01 WS-COD-AUTORIZ          PIC 9(04) VALUE ZEROS.
         01 WS-DESC-MANUAL          PIC 9(05)V99 VALUE ZEROS.
         01 WS-INT-HOJE-CR          PIC 9(07) VALUE ZEROS.
         01 WS-INT-VENC-CR          PIC 9(07) VALUE ZEROS.
         01 WS-DIAS-ATR-CR          PIC S9(05) VALUE ZEROS.
         01 WS-CPF-BANCO            PIC 9(11) VALUE ZEROS.
         01 WS-TIPO-CONTA-BCO       PIC 9(01) VALUE ZEROS.
         01 WS-DEBITO-OK            PIC X(01) VALUE "N".
         01 SB-CPF                  PIC 9(11) VALUE ZEROS.
         01 SB-TIPO-CONTA           PIC 9(01) VALUE ZEROS.
         01 SB-VALOR                PIC 9(09)V99 VALUE ZEROS.
         01 SB-RESULTADO            PIC X(01) VALUE "N".
         01 WS-DISPONIVEL-BCO       PIC S9(10)V99 VALUE ZEROS.
         01 WS-HORA-BCO             PIC 9(08) VALUE ZEROS.
         01 WS-HORA-CUPOM           PIC 9(08) VALUE ZEROS.
         01 LINHA-EXTRATO.
               02 LE-DIA          PIC 99.
               02 FILLER          PIC X VALUE "/".
               02 FILLER          PIC X(02) VALUE SPACES.
               02 LE-TIPO         PIC X(10).
               02 FILLER          PIC X(02) VALUE SPACES.
               02 LE-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER          PIC X(02) VALUE SPACES.
               02 LE-SALDO        PIC -ZZZ.ZZZ.ZZ9,99.
               02 FILLER          PIC X(02) VALUE SPACES.
               02 LE-TIPO-CONTA   PIC 9(01).
               02 FILLER          PIC X(02) VALUE SPACES.
                  03 TI-TOTAL       PIC 9(07)V99.
                  03 TI-DESCONTO    PIC 9(05)V99.
                  03 TI-QTD-FRAC    PIC 9(04)V999.
                  03 TI-ORIGEM      PIC X(01).
                  03 TI-AUTORIZ     PIC 9(04).

       SCREEN SECTION.
         01 TELA.
                     MOVE "S" TO WS-TEM-RESERVAS.
              OPEN I-O LOTES.
              IF ARQST12 = "00"
                     MOVE "S" TO WS-TEM-LOTES
                     OPEN I-O LOTVEN
                     IF ARQST22 NOT = "00"
                        OPEN OUTPUT LOTVEN
                        CLOSE LOTVEN
                        OPEN I-O LOTVEN
                     END-IF
              END-IF.
              OPEN INPUT SERPROD.
              IF ARQST23 = "00"
                     OPEN I-O SERIES
                     IF ARQST24 = "00"
                        MOVE "S" TO WS-TEM-SERIES
                     ELSE
                        CLOSE SERPROD
                     END-IF
              END-IF.
              OPEN I-O PONTOS.
              IF ARQST13 NOT = "00"
                     OPEN OUTPUT PONTOS
                 PERFORM RESGATA-VALE
                 PERFORM ENTRA-PAGAMENTO
                 PERFORM CALCULA-TROCO
                 IF PAG-FIADO
                    PERFORM GERA-FIADO
                 END-IF
                 PERFORM GRAVA-CUPOM
                 PERFORM ACUMULA-PONTOS
                 PERFORM PERGUNTA-ENTREGA
                 DISPLAY "CUPOM FECHADO" AT 2030
              ELSE
                 AND WS-QTD-VENDA > WS-QTD-DISPONIVEL
                 DISPLAY "ITEM ORCADO SEM ESTOQUE" AT 1535
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-SERIALIZADO.
              IF WS-NUM-COMP = ZEROS
                 MOVE NOME TO WS-NOME-E
                 DISPLAY WS-NOME-E AT 0636
                 MOVE 2 TO WS-FL
                 PERFORM ENTRA-SERIES-VENDA
                 IF WS-FL = 1
                    DISPLAY "ITEM ORCADO SEM SERIE - NAO LANCADO"
                       AT 1535
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              MOVE OI-PRECO TO WS-UNIT-APLICADO.
              MOVE "O" TO WS-ORIGEM-PRECO.
              MOVE ZEROS TO WS-COD-AUTORIZ.
              IF WS-UNIT-VENDA > OI-PRECO
                 COMPUTE WS-DESC-ITEM =
                    (WS-UNIT-VENDA - OI-PRECO) * WS-QTD-VENDA
                    END-IF
                    PERFORM CALCULA-RESERVADO
                    PERFORM ENTRA-QTD-VENDA
                    IF WS-FL = 2 AND WS-NUM-COMP = ZEROS
                       PERFORM ENTRA-SERIES-VENDA
                    END-IF
                 END-IF
                 IF WS-FL = 2
                    PERFORM MOSTRA-VALOR
                    PERFORM ENTRA-DESCONTO-MANUAL
                    PERFORM GRAVAR UNTIL WS-SALVA = "S" OR "N"
                    IF WS-SALVA = "S"
                       IF WS-NUM-ITENS >= 50
                    DISPLAY "FECHE O CUPOM ANTES DE SAIR" AT 1535
                    EXIT PARAGRAPH.
              MOVE "N" TO WS-PESAVEL.
              MOVE "N" TO WS-SERIALIZADO.
              IF WS-CODIGO-W = 9999999999998
                 PERFORM EMITE-VALE-PRESENTE
                 EXIT PARAGRAPH.
                    END-IF
              END-READ.

      * PRODUTO CONTROLADO POR SERIE: UMA SERIE EM ESTOQUE POR
      * UNIDADE VENDIDA (ATE 20 POR ITEM); SERIE EM BRANCO DESISTE
      * DO ITEM
       ENTRA-SERIES-VENDA.
              MOVE "N" TO WS-SERIALIZADO.
              MOVE ZEROS TO WS-NUM-SERIES.
              IF WS-TEM-SERIES = "N"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W TO SP-CODIGO.
              READ SERPROD
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE "S" TO WS-SERIALIZADO.
              IF WS-QTD-VENDA > 20
                 MOVE 1 TO WS-FL
                 DISPLAY "MAXIMO DE 20 UNIDADES COM SERIE POR ITEM"
                    AT 1535
                 EXIT PARAGRAPH.
              PERFORM ENTRA-SERIE-VENDA
                 UNTIL WS-NUM-SERIES = WS-QTD-VENDA OR WS-FL = 1.
              DISPLAY WS-ESPACO AT 1619.
              DISPLAY WS-ESPACO AT 1649.

       ENTRA-SERIE-VENDA.
              COMPUTE WS-NUM-SERIES-E = WS-NUM-SERIES + 1.
              DISPLAY "SERIE    :" AT 1619.
              DISPLAY WS-NUM-SERIES-E AT 1625.
              MOVE SPACES TO WS-SERIE.
              ACCEPT WS-SERIE AT 1630 WITH PROMPT AUTO.
              IF WS-SERIE = SPACES
                 MOVE 1 TO WS-FL
                 DISPLAY "ITEM SEM SERIE - NAO LANCADO" AT 1535
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-SERIE-OK.
              PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                      UNTIL WS-IDX-SERIE > WS-NUM-SERIES
                 IF TS-SERIE(WS-IDX-SERIE) = WS-SERIE
                    MOVE "N" TO WS-SERIE-OK
                 END-IF
              END-PERFORM.
              IF WS-SERIE-OK = "N"
                 DISPLAY "SERIE JA INFORMADA NESTE ITEM" AT 1535
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W TO SR-CODIGO.
              MOVE WS-SERIE    TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "SERIE NAO CADASTRADA" AT 1535
                    EXIT PARAGRAPH
              END-READ.
              IF SR-STATUS NOT = "E"
                 DISPLAY "SERIE NAO ESTA EM ESTOQUE" AT 1535
                 EXIT PARAGRAPH.
              DISPLAY WS-ESPACO AT 1535.
              ADD 1 TO WS-NUM-SERIES.
              MOVE WS-SERIE TO TS-SERIE(WS-NUM-SERIES).

      * AS SERIES ESCOLHIDAS SAEM DO ESTOQUE JUNTO COM A BAIXA DO
      * ITEM, COM A SEQUENCIA QUE ELE VAI TER NO CUPOM
       BAIXA-SERIES.
              IF WS-SERIALIZADO = "N"
                 EXIT PARAGRAPH.
              PERFORM BAIXA-SERIE
                 VARYING WS-IDX-SERIE FROM 1 BY 1
                 UNTIL WS-IDX-SERIE > WS-NUM-SERIES.

       BAIXA-SERIE.
              MOVE CODIGO                 TO SR-CODIGO.
              MOVE TS-SERIE(WS-IDX-SERIE) TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "ERRO AO LER A SERIE" AT 1535
                 NOT INVALID KEY
                    MOVE "V"             TO SR-STATUS
                    MOVE WS-NUM-CUPOM    TO SR-CUPOM
                    COMPUTE SR-SEQ = WS-NUM-ITENS + 1
                    MOVE DATA-SIS        TO SR-DATA-VENDA
                    MOVE WS-FONE-CLIENTE TO SR-CLIENTE
                    REWRITE REG-SERIE
                    END-REWRITE
              END-READ.

       ENTRA-OPERADOR.
              ACCEPT WS-OPERADOR AT 0350 WITH PROMPT AUTO.
              IF WS-OPERADOR = SPACES

      * APLICA O MENOR PRECO CABIVEL: PROMOCAO VIGENTE NA DATA OU
      * PRECO POR QUANTIDADE A PARTIR DA QTD MINIMA; O DESCONTO DO
      * ITEM E A DIFERENCA PARA O PRECO DE TABELA. A ORIGEM DO PRECO
      * (T TABELA, P PROMOCAO, Q QUANTIDADE, O ORCAMENTO, M DESCONTO
      * MANUAL) VAI PARA A LINHA DA VENDA
       MOSTRA-VALOR.
              MOVE "T" TO WS-ORIGEM-PRECO.
              MOVE ZEROS TO WS-COD-AUTORIZ.
              IF WS-PESAVEL = "S"
                 MOVE WS-UNIT-VENDA TO WS-UNIT-APLICADO
                 MOVE ZEROS TO WS-DESC-ITEM
                 AND WS-PROMO-PRECO < WS-UNIT-APLICADO
                 AND WS-HOJE >= WS-PROMO-INI
                 AND WS-HOJE <= WS-PROMO-FIM
                 MOVE WS-PROMO-PRECO TO WS-UNIT-APLICADO
                 MOVE "P" TO WS-ORIGEM-PRECO.
              IF WS-QTD-MINIMA > ZEROS
                 AND WS-PRECO-QTD > ZEROS
                 AND WS-QTD-VENDA >= WS-QTD-MINIMA
                 AND WS-PRECO-QTD < WS-UNIT-APLICADO
                 MOVE WS-PRECO-QTD TO WS-UNIT-APLICADO
                 MOVE "Q" TO WS-ORIGEM-PRECO.
              COMPUTE WS-DESC-ITEM =
                 (WS-UNIT-VENDA - WS-UNIT-APLICADO) * WS-QTD-VENDA.
              COMPUTE WS-VALOR-VENDA =
              MOVE WS-VALOR-VENDA TO WS-VALOR-VENDA-E.
              DISPLAY WS-VALOR-VENDA-E AT 1135.

      * DESCONTO MANUAL NO ITEM: SO COM LIBERACAO DO GERENTE, CUJO
      * CODIGO FICA NA LINHA DA VENDA (VD-AUTORIZADOR) PARA A
      * AUDITORIA DE DESCONTOS (PRODDESC)
       ENTRA-DESCONTO-MANUAL.
              MOVE ZEROS TO WS-DESC-MANUAL.
              DISPLAY "DESCONTO MANUAL NO ITEM (0 = NAO):" AT 1719.
              ACCEPT WS-DESC-MANUAL AT 1754 WITH PROMPT AUTO.
              IF WS-DESC-MANUAL = ZEROS
                 EXIT PARAGRAPH.
              IF WS-DESC-MANUAL NOT < WS-VALOR-VENDA
                 DISPLAY "DESCONTO MAIOR QUE O ITEM" AT 1535
                 EXIT PARAGRAPH.
              PERFORM PEDE-LIBERACAO-GERENTE.
              IF WS-LIBERADO = "N"
                 DISPLAY "DESCONTO NAO LIBERADO" AT 1535
                 EXIT PARAGRAPH.
              SUBTRACT WS-DESC-MANUAL FROM WS-VALOR-VENDA.
              ADD WS-DESC-MANUAL TO WS-DESC-ITEM.
              IF WS-QTD-FRAC > ZEROS
                 COMPUTE WS-UNIT-APLICADO ROUNDED =
                    WS-VALOR-VENDA / WS-QTD-FRAC
              ELSE
                 COMPUTE WS-UNIT-APLICADO ROUNDED =
                    WS-VALOR-VENDA / WS-QTD-VENDA.
              MOVE "M" TO WS-ORIGEM-PRECO.
              MOVE WS-COD-SUP TO WS-COD-AUTORIZ.
              MOVE WS-VALOR-VENDA TO WS-VALOR-VENDA-E.
              DISPLAY WS-VALOR-VENDA-E AT 1135.

       GRAVAR.
              DISPLAY "LANCAR O ITEM (S/N)? [ ]" AT 1430.
              ACCEPT WS-SALVA AT 1452 WITH PROMPT AUTO.
              MOVE WS-VALOR-VENDA TO TI-TOTAL(WS-NUM-ITENS).
              MOVE WS-DESC-ITEM   TO TI-DESCONTO(WS-NUM-ITENS).
              MOVE WS-QTD-FRAC    TO TI-QTD-FRAC(WS-NUM-ITENS).
              MOVE WS-ORIGEM-PRECO TO TI-ORIGEM(WS-NUM-ITENS).
              MOVE WS-COD-AUTORIZ TO TI-AUTORIZ(WS-NUM-ITENS).
              ADD WS-VALOR-VENDA  TO WS-TOTAL-CUPOM.
              ADD WS-DESC-ITEM    TO WS-DESC-CUPOM.
              MOVE WS-TOTAL-CUPOM TO WS-TOTAL-CUPOM-E.
                    PERFORM BAIXA-DEPOSITO
                    MOVE WS-QTD-VENDA TO WS-QTD-FEFO
                    PERFORM BAIXA-LOTES-FEFO
                    PERFORM BAIXA-SERIES
                    PERFORM GRAVA-MOVIMENTO
                    MOVE QTDADE TO WS-QTDADE-E
                    DISPLAY WS-QTDADE-E AT 0842
                    EXIT PARAGRAPH
              END-READ.
              IF LT-QTDADE > WS-QTD-FEFO
                 MOVE WS-QTD-FEFO TO WS-QTD-LOTE
                 SUBTRACT WS-QTD-FEFO FROM LT-QTDADE
                 MOVE ZEROS TO WS-QTD-FEFO
              ELSE
                 MOVE LT-QTDADE TO WS-QTD-LOTE
                 SUBTRACT LT-QTDADE FROM WS-QTD-FEFO
                 MOVE ZEROS TO LT-QTDADE.
              REWRITE REG-LOTE
              END-REWRITE.
              PERFORM GRAVA-LOTE-VENDIDO.

      * O ITEM AINDA NAO FOI GUARDADO NA TABELA QUANDO O ESTOQUE E
      * BAIXADO: A SEQUENCIA DELE NO CUPOM E A PROXIMA
       GRAVA-LOTE-VENDIDO.
              MOVE WS-NUM-CUPOM TO LV-CUPOM.
              COMPUTE LV-SEQ = WS-NUM-ITENS + 1.
              MOVE LT-CODIGO    TO LV-CODIGO.
              MOVE LT-LOTE      TO LV-LOTE.
              READ LOTVEN
                 INVALID KEY
                    MOVE LT-VALIDADE TO LV-VALIDADE
                    MOVE WS-QTD-LOTE TO LV-QTDADE
                    WRITE REG-LOTVEN
                    END-WRITE
                 NOT INVALID KEY
                    ADD WS-QTD-LOTE TO LV-QTDADE
                    REWRITE REG-LOTVEN
                    END-REWRITE
              END-READ.

       ESCOLHE-LOTE-FEFO.
              MOVE "N" TO WS-ACHOU-LOTE.
              MOVE "E"           TO VP-STATUS.
              MOVE ZEROS         TO VP-DATA-RESG.
              MOVE ZEROS         TO VP-CUPOM.
              MOVE WS-NUM-CUPOM  TO VP-CUPOM-EMIS.
              WRITE REG-VALE
                 INVALID KEY
                    DISPLAY "ERRO AO EMITIR O VALE" AT 1535
              MOVE WS-VALOR-VALE TO TI-TOTAL(WS-NUM-ITENS).
              MOVE ZEROS         TO TI-DESCONTO(WS-NUM-ITENS).
              MOVE ZEROS         TO TI-QTD-FRAC(WS-NUM-ITENS).
              MOVE "T"           TO TI-ORIGEM(WS-NUM-ITENS).
              MOVE ZEROS         TO TI-AUTORIZ(WS-NUM-ITENS).
              ADD WS-VALOR-VALE  TO WS-TOTAL-CUPOM.
              MOVE WS-TOTAL-CUPOM TO WS-TOTAL-CUPOM-E.
              DISPLAY WS-TOTAL-CUPOM-E AT 1235.
                       MOVE "S" TO WS-FIM-PONTO
                    ELSE
                       MOVE PT-SEQ TO WS-SEQ-PONTO
                       IF PT-TIPO = "R" OR PT-TIPO = "E"
                          SUBTRACT PT-PONTOS FROM WS-SALDO-PONTOS
                       ELSE
                          ADD PT-PONTOS TO WS-SALDO-PONTOS
                 MOVE "S" TO WS-NO-STOP.
              IF WS-NO-STOP = "S"
                 DISPLAY "CLIENTE NA LISTA DE BLOQUEIO" AT 1535
                 PERFORM PEDE-LIBERACAO-GERENTE
                 IF WS-LIBERADO = "N"
                    DISPLAY "FIADO BLOQUEADO" AT 1535
                    EXIT PARAGRAPH.
              CLOSE STOPCRED.
              DISPLAY "CLIENTE INCLUIDO NO BLOQUEIO" AT 2030.

       PEDE-LIBERACAO-GERENTE.
              MOVE "N" TO WS-LIBERADO.
              DISPLAY "GERENTE - CODIGO (0 = DESISTE):" AT 1819.
              MOVE ZEROS TO WS-COD-SUP.
              IF ARQST21 NOT = "00"
                 DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE" AT 1535
                 EXIT PARAGRAPH.
              PERFORM PROCURA-GERENTE
                 UNTIL WS-FIM-FUNC = "S".
              CLOSE FUNCFILE.
              IF WS-LIBERADO = "S"
                 DISPLAY "LIBERADO PELO GERENTE" AT 2030.

       PROCURA-GERENTE.
              READ FUNCFILE
                 AT END
                    MOVE "S" TO WS-FIM-FUNC
                 NOT AT END
                    IF COD-FUNC = WS-COD-SUP
                       AND FUNC-ADMIN = "S"
                       AND FUNC-ATIVO NOT = "N"
                       CALL "HashSenha" USING COD-FUNC FUNC-SAL
                                              WS-SENHA-SUP WS-HASH-SENHA
                       MOVE SPACES TO WS-SENHA-SUP
                       IF FUNC-HASH = WS-HASH-SENHA
                          MOVE "S" TO WS-LIBERADO
                       END-IF
                       MOVE "S" TO WS-FIM-FUNC
                    END-IF
              END-READ.

      * PAGAMENTO PELA CONTA DO BANCO DA CASA: O DEBITO E FEITO NA
      * HORA EM arqbc.dat, DENTRO DE SALDO MAIS LIMITE (POUPANCA SO
      * SALDO) MENOS OS BLOQUEIOS JUDICIAIS EM ABERTO (ROTINA
      * SaldoBloqueado), COM LANCAMENTO COMPRA-LOJ NO EXTRATO DO
      * CLIENTE; A VENDA SO FECHA COM O DEBITO EFETIVADO, E O
      * PRODBANC CONFERE NO FIM DO DIA A LOJA CONTRA O BANCO
       DEBITA-CONTA-BANCO.
              MOVE "N" TO WS-DEBITO-OK.
              IF WS-TEM-BANCO = "N"
                    DISPLAY "CONTA NAO ENCONTRADA" AT 1535
                    EXIT PARAGRAPH
              END-READ.
              MOVE CPF-P TO SB-CPF.
              MOVE TIPO-CONTA-P TO SB-TIPO-CONTA.
              CALL "SaldoBloqueado" USING SB-CPF SB-TIPO-CONTA
                                          SB-VALOR SB-RESULTADO.
              IF TIPO-CONTA-P = 2
                 COMPUTE WS-DISPONIVEL-BCO = SALDO-P - SB-VALOR
              ELSE
                 COMPUTE WS-DISPONIVEL-BCO =
                         SALDO-P + LIMITE-P - SB-VALOR.
              IF WS-TOTAL-CUPOM > WS-DISPONIVEL-BCO
                 IF SB-RESULTADO = "S"
                    DISPLAY "SALDO BLOQUEADO/INSUFICIENTE" AT 1535
                 ELSE
                    DISPLAY "SALDO INSUFICIENTE" AT 1535
                 END-IF
                 EXIT PARAGRAPH.
              DISPLAY NOME-P (1:20) AT 1419.
              DISPLAY "CONFIRMA O DEBITO (S/N)? [ ]" AT 1719.
              MOVE SPACE TO WS-SALVA.
              IF WS-VALOR-PAGO < WS-TOTAL-CUPOM
                 DISPLAY "VALOR MENOR QUE O TOTAL DO CUPOM" AT 1535.

      * A HORA DO FECHAMENTO VAI NO CUPOM E EM TODAS AS SUAS LINHAS
      * DE VENDAS.TXT, PARA A ANALISE DE MOVIMENTO POR HORA (PRODHORA)
       GRAVA-CUPOM.
              ACCEPT WS-HORA-CUPOM FROM TIME.
              MOVE WS-NUM-CUPOM   TO CM-NUMERO.
              MOVE DATA-SIS       TO CM-DATA.
              MOVE WS-OPERADOR    TO CM-OPERADOR.
              MOVE "A"            TO CM-STATUS.
              MOVE WS-FONE-CLIENTE TO CM-CLIENTE.
              MOVE WS-DESC-CUPOM  TO CM-DESCONTO.
      * O CUPOM GUARDA A COBRANCA DO FIADO E A CONTA DEBITADA NO
      * BANCO PARA O CANCELAMENTO NO DIA (PRODCANC) DESFAZER OS DOIS
              MOVE ZEROS          TO CM-FONE-FIADO
                                     CM-SEQ-CRED
                                     CM-CPF-BANCO
                                     CM-TIPO-CONTA
                                     CM-DATA-CANC
                                     CM-HORA-CANC
                                     CM-SUP-CANC.
              MOVE SPACES         TO CM-OPER-CANC
                                     CM-MOTIVO-CANC.
      * DOCUMENTO FISCAL ELETRONICO: NASCE PENDENTE DE ENVIO (BRANCO);
      * O PRODNFCE TRANSMITE E O PRODNFRT GRAVA O RETORNO
              MOVE SPACES         TO CM-NFCE-SIT
                                     CM-NFCE-EMIS
                                     CM-NFCE-PROT
                                     CM-NFCE-MOTIVO.
              MOVE ZEROS          TO CM-NFCE-DATA.
              MOVE WS-HORA-CUPOM(1:6) TO CM-HORA.
              IF PAG-FIADO
                 MOVE WS-FONE-FIADO TO CM-FONE-FIADO
                 MOVE WS-SEQ-CRED   TO CM-SEQ-CRED.
              IF PAG-BANCO
                 MOVE WS-CPF-BANCO      TO CM-CPF-BANCO
                 MOVE WS-TIPO-CONTA-BCO TO CM-TIPO-CONTA.
              WRITE REG-CUPOM
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR O CUPOM" AT 1535
              MOVE WS-FONE-CLIENTE   TO VD-CLIENTE.
              MOVE ZEROS             TO VD-DESCONTO.
              MOVE ZEROS             TO VD-QTD-FRAC.
              MOVE WS-HORA-CUPOM(1:6) TO VD-HORA.
              MOVE SPACE             TO VD-ORIGEM-PRECO.
              MOVE ZEROS             TO VD-AUTORIZADOR.
              MOVE ZEROS             TO VD-ORCAMENTO.
              WRITE REG-VENDA.

       GRAVA-ITEM-CUPOM.
              MOVE WS-FONE-CLIENTE TO VD-CLIENTE.
              MOVE TI-DESCONTO(WS-IDX-ITEM) TO VD-DESCONTO.
              MOVE TI-QTD-FRAC(WS-IDX-ITEM) TO VD-QTD-FRAC.
              MOVE WS-HORA-CUPOM(1:6) TO VD-HORA.
              MOVE TI-ORIGEM(WS-IDX-ITEM)  TO VD-ORIGEM-PRECO.
              MOVE TI-AUTORIZ(WS-IDX-ITEM) TO VD-AUTORIZADOR.
              IF TI-ORIGEM(WS-IDX-ITEM) = "O"
                 MOVE WS-NUM-ORC TO VD-ORCAMENTO
              ELSE
                 MOVE ZEROS TO VD-ORCAMENTO.
              WRITE REG-VENDA.

      * A COMPRA FIADO CAI NO CREDIARIO COM VENCIMENTO INFORMADO NO
              MOVE "N"            TO CR-PAGO.
              MOVE ZEROS          TO CR-DATA-PGTO.
              MOVE ZEROS          TO CR-VALOR-PAGO.
              MOVE SPACE          TO CR-ORIGEM.
              MOVE ZEROS          TO CR-ACORDO.
              MOVE ZEROS          TO CR-DATA-BAIXA.
              WRITE CREDIARIO-REC
                 INVALID KEY
                    DISPLAY "ERRO AO LANCAR NO CREDIARIO" AT 1535
              IF WS-TEM-RESERVAS = "S"
                 CLOSE RESERVAS.
              IF WS-TEM-LOTES = "S"
                 CLOSE LOTES
                 CLOSE LOTVEN.
              IF WS-TEM-SERIES = "S"
                 CLOSE SERPROD
                 CLOSE SERIES.
              CLOSE PONTOS.
              CLOSE VALEPRES.
              IF WS-TEM-BANCO = "S"

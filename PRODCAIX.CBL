      * VENDAS.TXT POR OPERADOR E FORMA DE PAGAMENTO (LIQUIDAS DE
      * DEVOLUCOES), RECEBE O DINHEIRO CONTADO DE CADA OPERADOR E
      * IMPRIME A PROVA DE SOBRA/FALTA, NOS MOLDES DO FECHAMENTO DE
      * CAIXA DOS TERMINAIS DO BANCO. LINHAS DE CUPOM CANCELADO NO
      * DIA (CUPOM.DAT STATUS C, PRODCANC) NAO ENTRAM NA PROVA E OS
      * CUPONS CANCELADOS NA DATA SAEM LISTADOS NO FIM, COM QUEM
      * CANCELOU, O GERENTE QUE LIBEROU E O MOTIVO, E TOTALIZADOS
      * POR OPERADOR DA VENDA. O DINHEIRO CONTADO DE TODOS OS
      * OPERADORES VIRA A GUIA DE DEPOSITO DO DIA NA CONTA DA LOJA
      * (LOJABCO) EM deposito-loja.txt: LINHA H COM DATA, CONTA E
      * VALOR E UMA LINHA D POR OPERADOR; O BANCO CREDITA A GUIA
      * (DepositoLoja) E O PRODCDEP CONCILIA GUIA CONTRA CREDITO.
      * FALTA NA GAVETA CONFIRMADA PARA DESCONTO FICA EM FALTACX.DAT
      * (CHAVE DATA + OPERADOR) ATE SER DESCONTADA NA FOLHA DA LOJA
      * (FOLHALOJ)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

              SELECT CUPOM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CM-NUMERO
              FILE STATUS ARQST3.

              SELECT LOJABCO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

              SELECT GUIADEP ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT FALTAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FX-CHAVE
              FILE STATUS ARQST6.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS LABEL RECORD STANDARD
                02 VD-CLIENTE     PIC 9(09).
                02 VD-DESCONTO    PIC 9(05)V99.
                02 VD-QTD-FRAC    PIC 9(04)V999.
                02 VD-HORA        PIC 9(06).
                02 VD-ORIGEM-PRECO PIC X(01).
                02 VD-AUTORIZADOR PIC 9(04).
                02 VD-ORCAMENTO   PIC 9(06).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "CAIXALOJA.TXT".
          01 LINHA-REL             PIC X(100).

       FD CUPOM LABEL RECORD STANDARD
                DATA RECORD IS REG-CUPOM
                VALUE OF FILE-ID IS "CUPOM.DAT".
          01 REG-CUPOM.
                02 CM-NUMERO      PIC 9(06).
                02 CM-DATA        PIC 9(08).
                02 CM-OPERADOR    PIC X(10).
                02 CM-PAGAMENTO   PIC X(01).
                02 CM-TOTAL       PIC 9(07)V99.
                02 CM-VALOR-PAGO  PIC 9(07)V99.
                02 CM-TROCO       PIC 9(07)V99.
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

       FD LOJABCO LABEL RECORD STANDARD
                DATA RECORD IS REG-LOJABCO
                VALUE OF FILE-ID IS "LOJABCO.TXT".
          01 REG-LOJABCO.
                02 LB-CPF         PIC 9(11).
                02 LB-TIPO-CONTA  PIC 9(01).
                02 LB-NOME        PIC X(30).

      * GUIA DE DEPOSITO: H = CABECALHO DA GUIA, D = OPERADOR
       FD GUIADEP LABEL RECORD STANDARD
                DATA RECORD IS REG-GUIA
                VALUE OF FILE-ID IS "deposito-loja.txt".
          01 REG-GUIA.
                02 GD-TIPO        PIC X(01).
                02 GD-DATA        PIC 9(08).
                02 GD-RESTO       PIC X(40).
          01 REG-GUIA-H.
                02 GH-TIPO        PIC X(01).
                02 GH-DATA        PIC 9(08).
                02 GH-CPF         PIC 9(11).
                02 GH-TIPO-CONTA  PIC 9(01).
                02 GH-VALOR       PIC 9(07)V99.
                02 GH-QTD-OPER    PIC 9(02).
                02 FILLER         PIC X(17).
          01 REG-GUIA-D.
                02 GO-TIPO        PIC X(01).
                02 GO-DATA        PIC 9(08).
                02 GO-OPERADOR    PIC X(10).
                02 GO-CONTADO     PIC 9(07)V99.
                02 FILLER         PIC X(21).

      * FX-FOLHA ZERADO = FALTA AINDA NAO DESCONTADA; SENAO, MES
      * (AAAAMM) DA FOLHA QUE DESCONTOU
       FD FALTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-FALTA
                VALUE OF FILE-ID IS "FALTACX.DAT".
          01 REG-FALTA.
                02 FX-CHAVE.
                   03 FX-DATA     PIC 9(08).
                   03 FX-OPERADOR PIC X(10).
                02 FX-VALOR       PIC 9(07)V99.
                02 FX-FOLHA       PIC 9(06).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-FALTA              PIC 9(07)V99 VALUE ZEROS.
          01 WS-TEM-FALTA          PIC X(01) VALUE "N".
          01 WS-TOTAL-CONTADO      PIC 9(09)V99 VALUE ZEROS.
          01 WS-QTD-GUIA           PIC 9(02) VALUE ZEROS.
          01 WS-GUIA-EMITIDA       PIC X(01) VALUE "N".
          01 WS-FIM-GUIA           PIC X(01) VALUE "N".
          01 WS-TEM-CUPOM          PIC X(01) VALUE "N".
          01 WS-ULT-CUPOM          PIC 9(06) VALUE ZEROS.
          01 WS-CUPOM-CANC         PIC X(01) VALUE "N".
          01 WS-FIM-CUPOM          PIC X(01) VALUE "N".
          01 WS-NUM-CANC           PIC 9(02) VALUE ZEROS.
          01 WS-IDX-CANC           PIC 9(02) VALUE ZEROS.
          01 WS-QTD-CANC           PIC 9(04) VALUE ZEROS.
          01 WS-VALOR-CANC         PIC 9(09)V99 VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-RESP               PIC X(01) VALUE SPACE.
          01 WS-DATA-PESQ          PIC 9(08) VALUE ZEROS.
                   03 TO-DINHEIRO  PIC S9(09)V99.
                   03 TO-CARTAO    PIC S9(09)V99.
                   03 TO-FIADO     PIC S9(09)V99.
                   03 TO-CONTADO   PIC 9(07)V99.
          01 TABELA-CANCELADOS.
                02 TC-LINHA OCCURS 50 TIMES.
                   03 TC-OPERADOR  PIC X(10).
                   03 TC-QTDADE    PIC 9(04).
                   03 TC-VALOR     PIC 9(09)V99.
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.
          01 LINHA-CAB1.
                02 FILLER          PIC X(35) VALUE
                02 FILLER          PIC X(25) VALUE
                   "  SOBRA(+)/FALTA(-):     ".
                02 LV5             PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-VAL6.
                02 FILLER          PIC X(25) VALUE
                   "  FALTA P/ DESC. FOLHA:  ".
                02 LV6             PIC -Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LV6-SITUACAO    PIC X(30).
          01 LINHA-GUIA.
                02 FILLER          PIC X(25) VALUE
                   "GUIA DE DEPOSITO:        ".
                02 LG-VALOR        PIC -Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LG-SITUACAO     PIC X(40).
          01 LINHA-CANC-CAB.
                02 FILLER          PIC X(40) VALUE
                   "CUPONS CANCELADOS NA DATA               ".
          01 LINHA-CANC-CAB2.
                02 FILLER          PIC X(50) VALUE
                   "CUPOM  OPERADOR   CANCELOU   GER.        TOTAL  ".
                02 FILLER          PIC X(06) VALUE "MOTIVO".
          01 LINHA-CANC-DET.
                02 LN-CUPOM        PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LN-OPERADOR     PIC X(10).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LN-OPER-CANC    PIC X(10).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LN-SUP-CANC     PIC 9(04).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LN-TOTAL        PIC Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LN-MOTIVO       PIC X(30).
          01 LINHA-CANC-OPER.
                02 FILLER          PIC X(12) VALUE "  OPERADOR: ".
                02 LN-TOT-OPER     PIC X(10).
                02 FILLER          PIC X(09) VALUE "  CUPONS:".
                02 LN-TOT-QTD      PIC ZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LN-TOT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-CANC-TOT.
                02 FILLER          PIC X(31) VALUE
                   "  TOTAL CANCELADO NA DATA:     ".
                02 LN-QTD-GERAL    PIC ZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LN-VALOR-GERAL  PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              ELSE
                 PERFORM FECHA-OPERADOR
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-NUM-OPER
                 PERFORM GERA-GUIA-DEPOSITO.
              PERFORM LISTA-CANCELADOS.
              PERFORM FINALIZA.

       ABRE-ARQ.
              IF ARQST NOT = "00"
                 DISPLAY "SEM VENDAS REGISTRADAS"
                 MOVE "S" TO WS-FIM.
              OPEN INPUT CUPOM.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-CUPOM.
              OPEN I-O FALTAS.
              IF ARQST6 NOT = "00"
                 OPEN OUTPUT FALTAS
                 CLOSE FALTAS
                 OPEN I-O FALTAS.
              OPEN OUTPUT RELATORIO.
              MOVE WS-DATA-PESQ TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF VD-DATA = WS-DATA-PESQ
                       PERFORM VERIFICA-CUPOM
                       IF WS-CUPOM-CANC = "S"
                          EXIT PARAGRAPH
                       END-IF
                       PERFORM LOCALIZA-OPERADOR
                       IF WS-IDX = ZEROS
                          EXIT PARAGRAPH
                    END-IF
              END-READ.

      * CONSULTA O CUPOM UMA VEZ POR NUMERO (AS LINHAS DO MESMO
      * CUPOM VEM JUNTAS EM VENDAS.TXT)
       VERIFICA-CUPOM.
              IF VD-CUPOM = WS-ULT-CUPOM
                 EXIT PARAGRAPH.
              MOVE VD-CUPOM TO WS-ULT-CUPOM.
              MOVE "N" TO WS-CUPOM-CANC.
              IF WS-TEM-CUPOM = "N"
                 EXIT PARAGRAPH.
              MOVE VD-CUPOM TO CM-NUMERO.
              READ CUPOM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CM-STATUS = "C"
                       MOVE "S" TO WS-CUPOM-CANC
                    END-IF
              END-READ.

       LOCALIZA-OPERADOR.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 MOVE VD-OPERADOR TO TO-OPERADOR(WS-IDX)
                 MOVE ZEROS TO TO-DINHEIRO(WS-IDX)
                               TO-CARTAO(WS-IDX)
                               TO-FIADO(WS-IDX)
                               TO-CONTADO(WS-IDX).

       FECHA-OPERADOR.
              DISPLAY "OPERADOR: " TO-OPERADOR(WS-IDX).
              DISPLAY "  FIADO:    " TO-FIADO(WS-IDX).
              DISPLAY "  DINHEIRO CONTADO NA GAVETA: ".
              ACCEPT WS-CONTADO.
              MOVE WS-CONTADO TO TO-CONTADO(WS-IDX).
              ADD WS-CONTADO TO WS-TOTAL-CONTADO.
              COMPUTE WS-DIFERENCA =
                 WS-CONTADO - TO-DINHEIRO(WS-IDX).
              DISPLAY "  SOBRA(+)/FALTA(-): " WS-DIFERENCA.
              MOVE WS-DIFERENCA TO LV5.
              MOVE LINHA-VAL5 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM REGISTRA-FALTA.

      * FALTA (DIFERENCA NEGATIVA) SO VAI PARA DESCONTO EM FOLHA SE
      * CONFIRMADA; REFAZER O FECHAMENTO DA DATA SUBSTITUI OU RETIRA
      * A FALTA PENDENTE, MAS A JA DESCONTADA NA FOLHA NAO MUDA
       REGISTRA-FALTA.
              MOVE WS-DATA-PESQ        TO FX-DATA.
              MOVE TO-OPERADOR(WS-IDX) TO FX-OPERADOR.
              READ FALTAS
                 INVALID KEY
                    MOVE "N" TO WS-TEM-FALTA
                 NOT INVALID KEY
                    MOVE "S" TO WS-TEM-FALTA
              END-READ.
              IF WS-TEM-FALTA = "S" AND FX-FOLHA NOT = ZEROS
                 DISPLAY "  FALTA JA DESCONTADA NA FOLHA " FX-FOLHA
                 MOVE FX-VALOR TO LV6
                 MOVE "JA DESCONTADA NA FOLHA" TO LV6-SITUACAO
                 MOVE LINHA-VAL6 TO LINHA-REL
                 WRITE LINHA-REL
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-RESP.
              IF WS-DIFERENCA < ZEROS
                 DISPLAY "  CONFIRMAR FALTA PARA DESCONTO EM FOLHA "
                         "(S/N)? "
                 ACCEPT WS-RESP.
              IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
                 IF WS-TEM-FALTA = "S"
                    DELETE FALTAS
                       INVALID KEY
                          DISPLAY "  ERRO AO RETIRAR FALTA"
                       NOT INVALID KEY
                          DISPLAY "  FALTA ANTERIOR RETIRADA"
                    END-DELETE
                 END-IF
                 EXIT PARAGRAPH.
              COMPUTE WS-FALTA = ZEROS - WS-DIFERENCA.
              MOVE WS-FALTA TO FX-VALOR.
              MOVE ZEROS    TO FX-FOLHA.
              WRITE REG-FALTA
                 INVALID KEY
                    REWRITE REG-FALTA
                       INVALID KEY
                          DISPLAY "  ERRO AO GRAVAR FALTA"
                    END-REWRITE
              END-WRITE.
              MOVE FX-VALOR TO LV6.
              MOVE "CONFIRMADA" TO LV6-SITUACAO.
              MOVE LINHA-VAL6 TO LINHA-REL.
              WRITE LINHA-REL.

      * GUIA DE DEPOSITO DO DINHEIRO CONTADO NA CONTA DA LOJA; UMA
      * GUIA POR DATA (REPROCESSAR O FECHAMENTO NAO DUPLICA A GUIA)
       GERA-GUIA-DEPOSITO.
              MOVE WS-TOTAL-CONTADO TO LG-VALOR.
              IF WS-TOTAL-CONTADO = ZEROS
                 MOVE "SEM DINHEIRO A DEPOSITAR" TO LG-SITUACAO
                 PERFORM IMPRIME-GUIA
                 EXIT PARAGRAPH.
              OPEN INPUT LOJABCO.
              IF ARQST4 NOT = "00"
                 MOVE "CONTA DA LOJA NAO INFORMADA (LOJABCO)"
                    TO LG-SITUACAO
                 PERFORM IMPRIME-GUIA
                 EXIT PARAGRAPH.
              READ LOJABCO
                 AT END
                    MOVE ZEROS TO LB-CPF
              END-READ.
              CLOSE LOJABCO.
              IF LB-CPF = ZEROS
                 MOVE "CONTA DA LOJA NAO INFORMADA (LOJABCO)"
                    TO LG-SITUACAO
                 PERFORM IMPRIME-GUIA
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-GUIA-EMITIDA.
              IF WS-GUIA-EMITIDA = "S"
                 MOVE "GUIA DA DATA JA EMITIDA - NAO REGRAVADA"
                    TO LG-SITUACAO
                 PERFORM IMPRIME-GUIA
                 EXIT PARAGRAPH.
              OPEN EXTEND GUIADEP.
              IF ARQST5 NOT = "00" AND ARQST5 NOT = "05"
                 OPEN OUTPUT GUIADEP.
              MOVE ZEROS TO WS-QTD-GUIA.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-OPER
                 IF TO-CONTADO(WS-IDX) > ZEROS
                    ADD 1 TO WS-QTD-GUIA
                 END-IF
              END-PERFORM.
              MOVE SPACES           TO REG-GUIA-H.
              MOVE "H"              TO GH-TIPO.
              MOVE WS-DATA-PESQ     TO GH-DATA.
              MOVE LB-CPF           TO GH-CPF.
              MOVE LB-TIPO-CONTA    TO GH-TIPO-CONTA.
              MOVE WS-TOTAL-CONTADO TO GH-VALOR.
              MOVE WS-QTD-GUIA      TO GH-QTD-OPER.
              WRITE REG-GUIA-H.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-OPER
                 IF TO-CONTADO(WS-IDX) > ZEROS
                    MOVE SPACES              TO REG-GUIA-D
                    MOVE "D"                 TO GO-TIPO
                    MOVE WS-DATA-PESQ        TO GO-DATA
                    MOVE TO-OPERADOR(WS-IDX) TO GO-OPERADOR
                    MOVE TO-CONTADO(WS-IDX)  TO GO-CONTADO
                    WRITE REG-GUIA-D
                 END-IF
              END-PERFORM.
              CLOSE GUIADEP.
              MOVE "EMITIDA EM deposito-loja.txt" TO LG-SITUACAO.
              PERFORM IMPRIME-GUIA.

       VERIFICA-GUIA-EMITIDA.
              MOVE "N" TO WS-GUIA-EMITIDA.
              OPEN INPUT GUIADEP.
              IF ARQST5 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-GUIA.
              PERFORM LE-GUIA UNTIL WS-FIM-GUIA = "S".
              CLOSE GUIADEP.

       LE-GUIA.
              READ GUIADEP
                 AT END
                    MOVE "S" TO WS-FIM-GUIA
                 NOT AT END
                    IF GD-TIPO = "H" AND GD-DATA = WS-DATA-PESQ
                       MOVE "S" TO WS-GUIA-EMITIDA
                       MOVE "S" TO WS-FIM-GUIA
                    END-IF
              END-READ.

       IMPRIME-GUIA.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-GUIA TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "GUIA DE DEPOSITO: " WS-TOTAL-CONTADO
                      " " LG-SITUACAO.

       LISTA-CANCELADOS.
              IF WS-TEM-CUPOM = "N"
                 EXIT PARAGRAPH.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CANC-CAB TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CANC-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ZEROS TO CM-NUMERO.
              START CUPOM KEY IS GREATER THAN CM-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CUPOM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-CUPOM
              END-START.
              PERFORM LE-CANCELADO UNTIL WS-FIM-CUPOM = "S".
              PERFORM IMPRIME-CANC-OPER
                 VARYING WS-IDX-CANC FROM 1 BY 1
                 UNTIL WS-IDX-CANC > WS-NUM-CANC.
              MOVE WS-QTD-CANC TO LN-QTD-GERAL.
              MOVE WS-VALOR-CANC TO LN-VALOR-GERAL.
              MOVE LINHA-CANC-TOT TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "CUPONS CANCELADOS NA DATA: " WS-QTD-CANC.

       LE-CANCELADO.
              READ CUPOM NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CUPOM
                 NOT AT END
                    IF CM-STATUS = "C"
                       AND CM-DATA-CANC = WS-DATA-PESQ
                       PERFORM IMPRIME-CANCELADO
                    END-IF
              END-READ.

       IMPRIME-CANCELADO.
              MOVE CM-NUMERO      TO LN-CUPOM.
              MOVE CM-OPERADOR    TO LN-OPERADOR.
              MOVE CM-OPER-CANC   TO LN-OPER-CANC.
              MOVE CM-SUP-CANC    TO LN-SUP-CANC.
              MOVE CM-TOTAL       TO LN-TOTAL.
              MOVE CM-MOTIVO-CANC TO LN-MOTIVO.
              MOVE LINHA-CANC-DET TO LINHA-REL.
              WRITE LINHA-REL.
              ADD 1 TO WS-QTD-CANC.
              ADD CM-TOTAL TO WS-VALOR-CANC.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IDX-CANC FROM 1 BY 1
                      UNTIL WS-IDX-CANC > WS-NUM-CANC
                 IF TC-OPERADOR(WS-IDX-CANC) = CM-OPERADOR
                    MOVE "S" TO WS-ACHOU
                    EXIT PERFORM
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-NUM-CANC >= 50
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NUM-CANC
                 MOVE WS-NUM-CANC TO WS-IDX-CANC
                 MOVE CM-OPERADOR TO TC-OPERADOR(WS-IDX-CANC)
                 MOVE ZEROS TO TC-QTDADE(WS-IDX-CANC)
                               TC-VALOR(WS-IDX-CANC).
              ADD 1 TO TC-QTDADE(WS-IDX-CANC).
              ADD CM-TOTAL TO TC-VALOR(WS-IDX-CANC).

       IMPRIME-CANC-OPER.
              MOVE TC-OPERADOR(WS-IDX-CANC) TO LN-TOT-OPER.
              MOVE TC-QTDADE(WS-IDX-CANC)   TO LN-TOT-QTD.
              MOVE TC-VALOR(WS-IDX-CANC)    TO LN-TOT-VALOR.
              MOVE LINHA-CANC-OPER TO LINHA-REL.
              WRITE LINHA-REL.

       FINALIZA.
              DISPLAY "PROVA GRAVADA: CAIXALOJA.TXT".
              IF ARQST = "00"
                 CLOSE VENDAS.
              IF WS-TEM-CUPOM = "S"
                 CLOSE CUPOM.
              CLOSE FALTAS.
              CLOSE RELATORIO.
              STOP RUN.

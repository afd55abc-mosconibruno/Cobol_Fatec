       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODENC.

      * ENCOMENDA DE CLIENTE PARA MERCADORIA QUE A LOJA NAO TEM NA
      * PRATELEIRA: GRAVA EM ENCOMEND.DAT O CLIENTE (clientes.dat), O
      * PRODUTO, A QUANTIDADE, O SINAL RECEBIDO, O PRAZO PARA
      * RETIRADA E O DESTINO DO SINAL SE O CLIENTE NAO VIER. O PRODPED
      * SOMA AS ENCOMENDAS ABERTAS (A) AO PROXIMO PEDIDO DO FORNECEDOR
      * (P), O PRODRECB RESERVA O QUE CHEGA PARA O CLIENTE (C) E O
      * PRODRESX LIBERA A ENCOMENDA NAO RETIRADA NO PRAZO (L). NA
      * RETIRADA (R) O SINAL VIRA VALE (VALEPRES.DAT) PARA ABATER NO
      * CUPOM; A LISTA DE CLIENTES A AVISAR SAI EM AVISOENC.TXT
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS ARQST2.

              SELECT ENCOMEND ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS EN-NUMERO
              FILE STATUS ARQST3.

              SELECT RESERVAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS RS-CHAVE
              FILE STATUS ARQST4.

              SELECT VALEPRES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VP-NUMERO
              FILE STATUS ARQST5.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

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

       FD CLIENTES VALUE OF FILE-ID IS "clientes.dat".
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-FONE PIC 9(09).
           05 FS-NOME     PIC X(40).
           05 FS-ENDERECO PIC X(40).
           05 FS-CPF      PIC 9(11).
           05 FS-CEP      PIC 9(08).
           05 FS-CIDADE   PIC X(20).
           05 FS-UF       PIC X(02).
           05 FS-LIMITE-CRED PIC 9(05)V99.
           05 FS-CONS-MALA PIC X(01).
           05 FS-CONS-FONE PIC X(01).
           05 FS-CONS-MKT  PIC X(01).
           05 FS-CONS-DATA PIC 9(08).

      * EN-STATUS: A ABERTA, P PEDIDA AO FORNECEDOR, C CHEGOU E ESTA
      * RESERVADA (AVISAR O CLIENTE), R RETIRADA, L LIBERADA POR
      * PRAZO, X CANCELADA. EN-REGRA-SINAL: R O SINAL FICA COM A LOJA
      * SE O CLIENTE NAO RETIRAR, D O SINAL E DEVOLVIDO.
      * EN-SIT-SINAL: BRANCO EM ABERTO, V CONVERTIDO NO VALE EN-VALE,
      * D A DEVOLVER, R RETIDO
       FD ENCOMEND LABEL RECORD STANDARD
                DATA RECORD IS REG-ENCOMENDA
                VALUE OF FILE-ID IS "ENCOMEND.DAT".
          01 REG-ENCOMENDA.
                02 EN-NUMERO      PIC 9(06).
                02 EN-DATA        PIC 9(08).
                02 EN-FONE        PIC 9(09).
                02 EN-CODIGO      PIC 9(13).
                02 EN-QTDADE      PIC 9(04).
                02 EN-SINAL       PIC 9(05)V99.
                02 EN-REGRA-SINAL PIC X(01).
                02 EN-PRAZO       PIC 9(03).
                02 EN-STATUS      PIC X(01).
                02 EN-PEDIDO      PIC 9(06).
                02 EN-DATA-CHEGADA PIC 9(08).
                02 EN-DATA-LIMITE PIC 9(08).
                02 EN-DATA-BAIXA  PIC 9(08).
                02 EN-SIT-SINAL   PIC X(01).
                02 EN-VALE        PIC 9(06).

       FD RESERVAS LABEL RECORD STANDARD
                DATA RECORD IS REG-RESERVA
                VALUE OF FILE-ID IS "RESERVAS.DAT".
          01 REG-RESERVA.
                02 RS-CHAVE.
                   03 RS-CODIGO   PIC 9(13).
                   03 RS-FONE     PIC 9(09).
                02 RS-QTDADE      PIC 9(04).
                02 RS-VALIDADE    PIC 9(08).

       FD VALEPRES LABEL RECORD STANDARD
                DATA RECORD IS REG-VALE
                VALUE OF FILE-ID IS "VALEPRES.DAT".
          01 REG-VALE.
                02 VP-NUMERO      PIC 9(06).
                02 VP-VALOR       PIC 9(05)V99.
                02 VP-EMISSAO     PIC 9(08).
                02 VP-VALIDADE    PIC 9(08).
                02 VP-STATUS      PIC X(01).
                02 VP-DATA-RESG   PIC 9(08).
                02 VP-CUPOM       PIC 9(06).
                02 VP-CUPOM-EMIS  PIC 9(06).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "AVISOENC.TXT".
          01 LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-CANCELAR     VALUE "C" "c".
              88 MODO-RETIRAR      VALUE "R" "r".
              88 MODO-AVISOS       VALUE "A" "a".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-FONE               PIC 9(09) VALUE ZEROS.
          01 WS-QTDADE             PIC 9(04) VALUE ZEROS.
          01 WS-SINAL              PIC 9(05)V99 VALUE ZEROS.
          01 WS-REGRA-SINAL        PIC X(01) VALUE SPACE.
          01 WS-PRAZO              PIC 9(03) VALUE ZEROS.
          01 WS-PRAZO-PADRAO       PIC 9(03) VALUE 10.
          01 WS-NUM-ENC            PIC 9(06) VALUE ZEROS.
          01 WS-NUM-VALE           PIC 9(06) VALUE ZEROS.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-VALE           PIC X(01) VALUE "N".
          01 WS-CONT-AVISOS        PIC 9(04) VALUE ZEROS.
          01 WS-CONT-LISTA         PIC 9(04) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 LINHA-CAB1.
                02 FILLER          PIC X(40) VALUE
                   "ENCOMENDAS QUE CHEGARAM - AVISAR CLIENTE".
                02 FILLER          PIC X(08) VALUE "  DATA: ".
                02 LC-DATA         PIC 9(08).
          01 LINHA-CAB2.
                02 FILLER          PIC X(34) VALUE
                   "ENCOM. TELEFONE  CLIENTE".
                02 FILLER          PIC X(33) VALUE
                   "         PRODUTO          QTD".
                02 FILLER          PIC X(33) VALUE
                   " RETIRAR ATE      SINAL".
          01 LINHA-AVISO.
                02 LA-NUMERO       PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-FONE         PIC 9(09).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-NOME         PIC X(25).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-PRODUTO      PIC X(25).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-QTDADE       PIC Z.ZZ9.
                02 FILLER          PIC X(03) VALUE SPACES.
                02 LA-LIMITE       PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-SINAL        PIC ZZ.ZZ9,99.
          01 LINHA-TOTAL.
                02 FILLER          PIC X(20) VALUE
                   "CLIENTES A AVISAR: ".
                02 LT-CONT         PIC ZZZ9.
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              PERFORM ABRE-ARQ.
              PERFORM PROCESSO UNTIL MODO-FIM.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN INPUT CLIENTES.
              IF ARQST2 NOT = "00"
                 DISPLAY "CADASTRO DE CLIENTES AUSENTE"
                 CLOSE PRODUTOS
                 STOP RUN.
              OPEN I-O ENCOMEND.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT ENCOMEND
                 CLOSE ENCOMEND
                 OPEN I-O ENCOMEND.
              OPEN I-O RESERVAS.
              IF ARQST4 NOT = "00"
                 OPEN OUTPUT RESERVAS
                 CLOSE RESERVAS
                 OPEN I-O RESERVAS.
              OPEN I-O VALEPRES.
              IF ARQST5 NOT = "00"
                 OPEN OUTPUT VALEPRES
                 CLOSE VALEPRES
                 OPEN I-O VALEPRES.

       PROCESSO.
              DISPLAY "ENCOMENDAS DE CLIENTES".
              DISPLAY "MODO (I-INCLUIR / C-CANCELAR / R-RETIRADA / "
                      "A-AVISOS / L-LISTAR / F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-ENCOMENDA
                 WHEN MODO-CANCELAR
                    PERFORM CANCELA-ENCOMENDA
                 WHEN MODO-RETIRAR
                    PERFORM RETIRA-ENCOMENDA
                 WHEN MODO-AVISOS
                    PERFORM GERA-AVISOS
                 WHEN MODO-LISTAR
                    PERFORM LISTA-ENCOMENDAS
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

      * O PRODUTO PRECISA ESTAR CADASTRADO COM FORNECEDOR PARA O
      * PRODPED PODER PEDI-LO
       ENTRA-CODIGO.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE ZEROS TO WS-CODIGO
                    DISPLAY "PRODUTO NAO CADASTRADO"
                 NOT INVALID KEY
                    DISPLAY "PRODUTO: " NOME
                    IF FORNECEDOR = ZEROS
                       MOVE ZEROS TO WS-CODIGO
                       DISPLAY "PRODUTO SEM FORNECEDOR - CADASTRE O "
                               "FORNECEDOR ANTES DE ENCOMENDAR"
                    END-IF
              END-READ.

       ENTRA-CLIENTE.
              DISPLAY "TELEFONE DO CLIENTE: ".
              ACCEPT WS-FONE.
              MOVE WS-FONE TO FS-FONE.
              READ CLIENTES
                 INVALID KEY
                    MOVE ZEROS TO WS-FONE
                    DISPLAY "CLIENTE NAO CADASTRADO"
                 NOT INVALID KEY
                    DISPLAY "CLIENTE: " FS-NOME
              END-READ.

       INCLUI-ENCOMENDA.
              PERFORM ENTRA-CODIGO.
              IF WS-CODIGO = ZEROS
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CLIENTE.
              IF WS-FONE = ZEROS
                 EXIT PARAGRAPH.
              DISPLAY "QUANTIDADE ENCOMENDADA: ".
              ACCEPT WS-QTDADE.
              IF WS-QTDADE = ZEROS
                 DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO"
                 EXIT PARAGRAPH.
              DISPLAY "SINAL RECEBIDO (0 = SEM SINAL): ".
              ACCEPT WS-SINAL.
              MOVE "R" TO WS-REGRA-SINAL.
              IF WS-SINAL > ZEROS
                 DISPLAY "SE NAO RETIRAR: R-LOJA RETEM O SINAL / "
                         "D-DEVOLVE O SINAL [R]: "
                 ACCEPT WS-REGRA-SINAL
                 IF WS-REGRA-SINAL = "d" OR WS-REGRA-SINAL = "D"
                    MOVE "D" TO WS-REGRA-SINAL
                 ELSE
                    MOVE "R" TO WS-REGRA-SINAL
                 END-IF
              END-IF.
              DISPLAY "DIAS PARA RETIRADA APOS A CHEGADA [10]: ".
              ACCEPT WS-PRAZO.
              IF WS-PRAZO = ZEROS
                 MOVE WS-PRAZO-PADRAO TO WS-PRAZO.
              PERFORM ACHA-PROXIMA-ENCOMENDA.
              MOVE WS-NUM-ENC     TO EN-NUMERO.
              MOVE WS-HOJE        TO EN-DATA.
              MOVE WS-FONE        TO EN-FONE.
              MOVE WS-CODIGO      TO EN-CODIGO.
              MOVE WS-QTDADE      TO EN-QTDADE.
              MOVE WS-SINAL       TO EN-SINAL.
              MOVE WS-REGRA-SINAL TO EN-REGRA-SINAL.
              MOVE WS-PRAZO       TO EN-PRAZO.
              MOVE "A"            TO EN-STATUS.
              MOVE ZEROS          TO EN-PEDIDO
                                     EN-DATA-CHEGADA
                                     EN-DATA-LIMITE
                                     EN-DATA-BAIXA
                                     EN-VALE.
              MOVE SPACE          TO EN-SIT-SINAL.
              WRITE REG-ENCOMENDA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A ENCOMENDA"
                 NOT INVALID KEY
                    DISPLAY "ENCOMENDA GRAVADA NUMERO " WS-NUM-ENC
              END-WRITE.

       ACHA-PROXIMA-ENCOMENDA.
              MOVE ZEROS TO WS-NUM-ENC.
              MOVE ZEROS TO EN-NUMERO.
              START ENCOMEND KEY IS GREATER THAN EN-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LE-ULTIMA-ENCOMENDA UNTIL WS-FIM = "S".
              ADD 1 TO WS-NUM-ENC.

       LE-ULTIMA-ENCOMENDA.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE EN-NUMERO TO WS-NUM-ENC
              END-READ.

       LE-ENCOMENDA.
              DISPLAY "NUMERO DA ENCOMENDA: ".
              ACCEPT WS-NUM-ENC.
              MOVE WS-NUM-ENC TO EN-NUMERO.
              READ ENCOMEND
                 INVALID KEY
                    MOVE ZEROS TO WS-NUM-ENC
                    DISPLAY "ENCOMENDA NAO ENCONTRADA"
                 NOT INVALID KEY
                    DISPLAY "CLIENTE " EN-FONE " PRODUTO " EN-CODIGO
                            " QTD " EN-QTDADE " SITUACAO " EN-STATUS
              END-READ.

      * CANCELAMENTO PELO CLIENTE ANTES DA RETIRADA: O SINAL E
      * DEVOLVIDO. SE A MERCADORIA JA CHEGOU, A RESERVA E DESFEITA E
      * ELA FICA NO ESTOQUE; SE AINDA ESTA NO PEDIDO, ENTRA COMO
      * ESTOQUE COMUM QUANDO CHEGAR
       CANCELA-ENCOMENDA.
              PERFORM LE-ENCOMENDA.
              IF WS-NUM-ENC = ZEROS
                 EXIT PARAGRAPH.
              IF EN-STATUS NOT = "A" AND EN-STATUS NOT = "P"
                 AND EN-STATUS NOT = "C"
                 DISPLAY "ENCOMENDA JA ENCERRADA"
                 EXIT PARAGRAPH.
              IF EN-STATUS = "C"
                 PERFORM DESFAZ-RESERVA.
              MOVE "X"     TO EN-STATUS.
              MOVE WS-HOJE TO EN-DATA-BAIXA.
              IF EN-SINAL > ZEROS
                 MOVE "D" TO EN-SIT-SINAL
                 DISPLAY "DEVOLVER SINAL DE " EN-SINAL.
              REWRITE REG-ENCOMENDA
                 INVALID KEY
                    DISPLAY "ERRO AO CANCELAR A ENCOMENDA"
                 NOT INVALID KEY
                    DISPLAY "ENCOMENDA CANCELADA"
              END-REWRITE.

       DESFAZ-RESERVA.
              MOVE EN-CODIGO TO RS-CODIGO.
              MOVE EN-FONE   TO RS-FONE.
              READ RESERVAS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF RS-QTDADE <= EN-QTDADE
                 DELETE RESERVAS
                 END-DELETE
              ELSE
                 SUBTRACT EN-QTDADE FROM RS-QTDADE
                 REWRITE REG-RESERVA
                 END-REWRITE.

      * NA RETIRADA A RESERVA CONTINUA ATE A VENDA NO PRODVEN (QUE A
      * CONSOME PELO TELEFONE DO CLIENTE) E O SINAL VIRA UM VALE COM
      * VALIDADE NO PRAZO DA ENCOMENDA, RESGATADO NO FECHAMENTO DO
      * CUPOM
       RETIRA-ENCOMENDA.
              PERFORM LE-ENCOMENDA.
              IF WS-NUM-ENC = ZEROS
                 EXIT PARAGRAPH.
              IF EN-STATUS NOT = "C"
                 DISPLAY "ENCOMENDA NAO ESTA DISPONIVEL PARA RETIRADA"
                 EXIT PARAGRAPH.
              MOVE "R"     TO EN-STATUS.
              MOVE WS-HOJE TO EN-DATA-BAIXA.
              IF EN-SINAL > ZEROS
                 PERFORM EMITE-VALE-SINAL.
              REWRITE REG-ENCOMENDA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A RETIRADA"
                 NOT INVALID KEY
                    DISPLAY "RETIRADA REGISTRADA - VENDER NO CAIXA "
                            "COM O TELEFONE DO CLIENTE"
              END-REWRITE.

       EMITE-VALE-SINAL.
              PERFORM ACHA-PROXIMO-VALE.
              MOVE WS-NUM-VALE    TO VP-NUMERO.
              MOVE EN-SINAL       TO VP-VALOR.
              MOVE WS-HOJE        TO VP-EMISSAO.
              IF EN-DATA-LIMITE > WS-HOJE
                 MOVE EN-DATA-LIMITE TO VP-VALIDADE
              ELSE
                 MOVE WS-HOJE        TO VP-VALIDADE.
              MOVE "E"            TO VP-STATUS.
              MOVE ZEROS          TO VP-DATA-RESG.
              MOVE ZEROS          TO VP-CUPOM.
              MOVE ZEROS          TO VP-CUPOM-EMIS.
              WRITE REG-VALE
                 INVALID KEY
                    DISPLAY "ERRO AO EMITIR O VALE DO SINAL"
                    EXIT PARAGRAPH
              END-WRITE.
              MOVE "V"         TO EN-SIT-SINAL.
              MOVE WS-NUM-VALE TO EN-VALE.
              DISPLAY "SINAL CONVERTIDO NO VALE " WS-NUM-VALE
                      " - INFORMAR NO FECHAMENTO DO CUPOM".

       ACHA-PROXIMO-VALE.
              MOVE ZEROS TO WS-NUM-VALE.
              MOVE ZEROS TO VP-NUMERO.
              START VALEPRES KEY IS GREATER THAN VP-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-VALE
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-VALE
              END-START.
              PERFORM LE-ULTIMO-VALE UNTIL WS-FIM-VALE = "S".
              ADD 1 TO WS-NUM-VALE.

       LE-ULTIMO-VALE.
              READ VALEPRES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-VALE
                 NOT AT END
                    MOVE VP-NUMERO TO WS-NUM-VALE
              END-READ.

      * LISTA DE LIGACOES: ENCOMENDAS QUE CHEGARAM E AGUARDAM O
      * CLIENTE, COM O PRAZO DE RETIRADA
       GERA-AVISOS.
              OPEN OUTPUT RELATORIO.
              MOVE WS-HOJE TO LC-DATA.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ZEROS TO WS-CONT-AVISOS.
              MOVE ZEROS TO EN-NUMERO.
              START ENCOMEND KEY IS GREATER THAN EN-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LE-AVISO UNTIL WS-FIM = "S".
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-AVISOS TO LT-CONT.
              MOVE LINHA-TOTAL TO LINHA-REL.
              WRITE LINHA-REL.
              CLOSE RELATORIO.
              DISPLAY "LISTA GERADA: AVISOENC.TXT".
              DISPLAY "CLIENTES A AVISAR: " WS-CONT-AVISOS.

       LE-AVISO.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF EN-STATUS = "C"
                       PERFORM ESCREVE-AVISO
                    END-IF
              END-READ.

       ESCREVE-AVISO.
              MOVE EN-NUMERO TO LA-NUMERO.
              MOVE EN-FONE   TO LA-FONE.
              MOVE EN-FONE   TO FS-FONE.
              READ CLIENTES
                 INVALID KEY
                    MOVE "CLIENTE NAO CADASTRADO" TO LA-NOME
                 NOT INVALID KEY
                    MOVE FS-NOME TO LA-NOME
              END-READ.
              MOVE EN-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE "PRODUTO NAO CADASTRADO" TO LA-PRODUTO
                 NOT INVALID KEY
                    MOVE NOME TO LA-PRODUTO
              END-READ.
              MOVE EN-QTDADE      TO LA-QTDADE.
              MOVE EN-DATA-LIMITE TO LA-LIMITE.
              MOVE EN-SINAL       TO LA-SINAL.
              MOVE LINHA-AVISO TO LINHA-REL.
              WRITE LINHA-REL.
              ADD 1 TO WS-CONT-AVISOS.

       LISTA-ENCOMENDAS.
              MOVE ZEROS TO WS-CONT-LISTA.
              MOVE ZEROS TO EN-NUMERO.
              START ENCOMEND KEY IS GREATER THAN EN-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LISTA-ENCOMENDA-LINHA UNTIL WS-FIM = "S".
              IF WS-CONT-LISTA = ZEROS
                 DISPLAY "NENHUMA ENCOMENDA EM ANDAMENTO".

       LISTA-ENCOMENDA-LINHA.
              READ ENCOMEND NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF EN-STATUS = "A" OR EN-STATUS = "P"
                       OR EN-STATUS = "C"
                       ADD 1 TO WS-CONT-LISTA
                       DISPLAY EN-NUMERO " " EN-STATUS
                               " CLIENTE " EN-FONE
                               " PRODUTO " EN-CODIGO
                               " QTD " EN-QTDADE
                               " PEDIDO " EN-PEDIDO
                               " LIMITE " EN-DATA-LIMITE
                    END-IF
              END-READ.

       FINALIZA.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE CLIENTES.
              CLOSE ENCOMEND.
              CLOSE RESERVAS.
              CLOSE VALEPRES.
              STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GARANT.

      * RECLAMACOES DE GARANTIA (GARANTIA.DAT) DE PRODUTOS COM NUMERO
      * DE SERIE: LOCALIZA A SERIE VENDIDA EM SERIES.DAT, CALCULA O
      * FIM DA GARANTIA PELA DATA DA VENDA E PELOS MESES DE
      * SERPROD.DAT, REGISTRA O DEFEITO, ACOMPANHA A UNIDADE ENVIADA
      * AO FORNECEDOR E O RETORNO, E ENCERRA A RECLAMACAO COM A
      * SOLUCAO DADA AO CLIENTE. A OPCAO L LISTA AS RECLAMACOES EM
      * ABERTO DA MAIS ANTIGA PARA A MAIS NOVA, POR FAIXA DE DIAS
      * (GARANT.TXT)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT SERPROD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SP-CODIGO
              FILE STATUS ARQST2.

              SELECT SERIES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SR-CHAVE
              FILE STATUS ARQST3.

              SELECT GARANTIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS GA-NUMERO
              FILE STATUS ARQST4.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT SORT-FILE ASSIGN TO DISK.

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

      * SITUACAO DA RECLAMACAO: A-ABERTA NA LOJA, F-NO FORNECEDOR,
      * R-RETORNOU DO FORNECEDOR, E-ENCERRADA. GA-NA-GARANTIA = N
      * QUANDO FOI ABERTA FORA DO PRAZO COM AUTORIZACAO
       FD GARANTIA LABEL RECORD STANDARD
                DATA RECORD IS REG-GARANTIA
                VALUE OF FILE-ID IS "GARANTIA.DAT".
          01 REG-GARANTIA.
                02 GA-NUMERO      PIC 9(06).
                02 GA-CODIGO      PIC 9(13).
                02 GA-SERIE       PIC X(20).
                02 GA-DATA-ABERTURA PIC 9(08).
                02 GA-CLIENTE     PIC 9(09).
                02 GA-CUPOM       PIC 9(06).
                02 GA-DATA-VENDA  PIC 9(08).
                02 GA-FIM-GARANTIA PIC 9(08).
                02 GA-NA-GARANTIA PIC X(01).
                02 GA-DEFEITO     PIC X(40).
                02 GA-FORNECEDOR  PIC 9(04).
                02 GA-STATUS      PIC X(01).
                02 GA-DATA-ENVIO  PIC 9(08).
                02 GA-DATA-RETORNO PIC 9(08).
                02 GA-DATA-ENCERRA PIC 9(08).
                02 GA-SOLUCAO     PIC X(30).
                02 GA-OPERADOR    PIC X(10).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "GARANT.TXT".
          01 LINHA-REL             PIC X(120).

       SD SORT-FILE.
          01 ST-REC.
                02 ST-DIAS        PIC 9(05).
                02 ST-NUMERO      PIC 9(06).
                02 ST-CODIGO      PIC 9(13).
                02 ST-SERIE       PIC X(20).
                02 ST-DATA-ABERTURA PIC 9(08).
                02 ST-STATUS      PIC X(01).
                02 ST-FORNECEDOR  PIC 9(04).
                02 ST-CLIENTE     PIC 9(09).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-ABRIR        VALUE "A" "a".
              88 MODO-ENVIAR       VALUE "V" "v".
              88 MODO-RETORNO      VALUE "R" "r".
              88 MODO-ENCERRAR     VALUE "E" "e".
              88 MODO-CONSULTAR    VALUE "C" "c".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-OPERADOR           PIC X(10) VALUE SPACES.
          01 WS-CODIGO             PIC 9(13) VALUE ZEROS.
          01 WS-SERIE              PIC X(20) VALUE SPACES.
          01 WS-NUMERO             PIC 9(06) VALUE ZEROS.
          01 WS-PROX-NUMERO        PIC 9(06) VALUE ZEROS.
          01 WS-FORNECEDOR         PIC 9(04) VALUE ZEROS.
          01 WS-DEFEITO            PIC X(40) VALUE SPACES.
          01 WS-SOLUCAO            PIC X(30) VALUE SPACES.
          01 WS-RESP               PIC X(01) VALUE SPACES.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-SORT           PIC X(01) VALUE "N".
          01 WS-JA-ABERTA          PIC X(01) VALUE "N".
          01 WS-NA-GARANTIA        PIC X(01) VALUE "S".
          01 WS-SITUACAO           PIC X(20) VALUE SPACES.
          01 WS-MESES-TOTAL        PIC 9(06) VALUE ZEROS.
          01 WS-FIM-GARANTIA       PIC 9(08) VALUE ZEROS.
          01 WS-FIM-GAR-R REDEFINES WS-FIM-GARANTIA.
                02 WS-FG-ANO       PIC 9(04).
                02 WS-FG-MES       PIC 9(02).
                02 WS-FG-DIA       PIC 9(02).
          01 WS-DATA-VENDA         PIC 9(08) VALUE ZEROS.
          01 WS-DATA-VENDA-R REDEFINES WS-DATA-VENDA.
                02 WS-DV-ANO       PIC 9(04).
                02 WS-DV-MES       PIC 9(02).
                02 WS-DV-DIA       PIC 9(02).
          01 WS-INT-HOJE           PIC 9(07) VALUE ZEROS.
          01 WS-INT-DATA           PIC 9(07) VALUE ZEROS.
          01 WS-DIAS               PIC S9(05) VALUE ZEROS.
          01 WS-CONT               PIC 9(05) VALUE ZEROS.
          01 CONTADORES-FAIXA.
                02 WS-CONT-30      PIC 9(05) VALUE ZEROS.
                02 WS-CONT-60      PIC 9(05) VALUE ZEROS.
                02 WS-CONT-90      PIC 9(05) VALUE ZEROS.
                02 WS-CONT-MAIS    PIC 9(05) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 LINHA-CAB1            PIC X(120) VALUE
             "RECLAMACOES DE GARANTIA EM ABERTO POR IDADE".
          01 LINHA-CAB2            PIC X(120) VALUE
             "NUMERO  ABERTURA  PRODUTO        SERIE                SIT
      -      "UACAO      FORN  CLIENTE     DIAS  FAIXA".
          01 LINHA-DET.
                02 LD-NUMERO       PIC 9(06).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-DATA         PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-CODIGO       PIC Z(12)9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-SERIE        PIC X(20).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-SITUACAO     PIC X(14).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-FORNECEDOR   PIC 9(04).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-CLIENTE      PIC 9(09).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-DIAS         PIC ZZZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-FAIXA        PIC X(12).
          01 LINHA-TOT1.
                02 FILLER          PIC X(25) VALUE
                   "ATE 30 DIAS:             ".
                02 LT1             PIC ZZZZ9.
          01 LINHA-TOT2.
                02 FILLER          PIC X(25) VALUE
                   "ATE 60 DIAS:             ".
                02 LT2             PIC ZZZZ9.
          01 LINHA-TOT3.
                02 FILLER          PIC X(25) VALUE
                   "ATE 90 DIAS:             ".
                02 LT3             PIC ZZZZ9.
          01 LINHA-TOT4.
                02 FILLER          PIC X(25) VALUE
                   "MAIS DE 90 DIAS:         ".
                02 LT4             PIC ZZZZ9.
          01 LINHA-TOT5.
                02 FILLER          PIC X(25) VALUE
                   "TOTAL EM ABERTO:         ".
                02 LT5             PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-INT-HOJE =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE).
              DISPLAY "RECLAMACOES DE GARANTIA".
              DISPLAY "IDENTIFICACAO DO OPERADOR: ".
              ACCEPT WS-OPERADOR.
              PERFORM ABRE-ARQ.
              PERFORM PROCESSO UNTIL MODO-FIM.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 STOP RUN.
              OPEN INPUT SERPROD.
              IF ARQST2 NOT = "00"
                 DISPLAY "NENHUM PRODUTO CONTROLADO POR SERIE (SERINC)"
                 STOP RUN.
              OPEN INPUT SERIES.
              IF ARQST3 NOT = "00"
                 DISPLAY "ARQUIVO DE SERIES AUSENTE"
                 STOP RUN.
              OPEN I-O GARANTIA.
              IF ARQST4 NOT = "00"
                 OPEN OUTPUT GARANTIA
                 CLOSE GARANTIA
                 OPEN I-O GARANTIA.

       PROCESSO.
              DISPLAY "MODO (A-ABRIR / V-ENVIAR AO FORNECEDOR / "
                      "R-RETORNO DO FORNECEDOR / E-ENCERRAR / "
                      "C-CONSULTAR / L-LISTAR ABERTAS / F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-ABRIR
                    PERFORM ABRE-RECLAMACAO
                 WHEN MODO-ENVIAR
                    PERFORM ENVIA-FORNECEDOR
                 WHEN MODO-RETORNO
                    PERFORM RETORNO-FORNECEDOR
                 WHEN MODO-ENCERRAR
                    PERFORM ENCERRA-RECLAMACAO
                 WHEN MODO-CONSULTAR
                    PERFORM CONSULTA-RECLAMACAO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-ABERTAS
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

      * SO SERIE VENDIDA ABRE RECLAMACAO, E UMA SO POR VEZ; FORA DO
      * PRAZO A LOJA PODE ABRIR POR CORTESIA, FICANDO MARCADA
       ABRE-RECLAMACAO.
              DISPLAY "CODIGO DO PRODUTO: ".
              ACCEPT WS-CODIGO.
              DISPLAY "NUMERO DE SERIE: ".
              MOVE SPACES TO WS-SERIE.
              ACCEPT WS-SERIE.
              MOVE WS-CODIGO TO SR-CODIGO.
              MOVE WS-SERIE  TO SR-SERIE.
              READ SERIES
                 INVALID KEY
                    DISPLAY "SERIE NAO ENCONTRADA"
                    EXIT PARAGRAPH
              END-READ.
              IF SR-STATUS NOT = "V"
                 DISPLAY "SERIE NAO CONSTA COMO VENDIDA"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO TO SP-CODIGO.
              READ SERPROD
                 INVALID KEY
                    MOVE ZEROS TO SP-MESES-GARANTIA
              END-READ.
              MOVE WS-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    MOVE "PRODUTO NAO CADASTRADO" TO NOME
              END-READ.
              PERFORM ACHA-PROXIMO-NUMERO.
              IF WS-JA-ABERTA = "S"
                 DISPLAY "JA EXISTE RECLAMACAO ABERTA PARA A SERIE: "
                         WS-NUMERO
                 EXIT PARAGRAPH.
              PERFORM CALCULA-FIM-GARANTIA.
              DISPLAY "PRODUTO: " NOME.
              DISPLAY "VENDIDA EM " SR-DATA-VENDA " CUPOM " SR-CUPOM
                      " CLIENTE " SR-CLIENTE.
              DISPLAY "GARANTIA DE " SP-MESES-GARANTIA
                      " MESES - ATE " WS-FIM-GARANTIA.
              MOVE "S" TO WS-NA-GARANTIA.
              IF WS-HOJE > WS-FIM-GARANTIA
                 MOVE "N" TO WS-NA-GARANTIA
                 DISPLAY "ATENCAO: PRODUTO FORA DA GARANTIA"
                 DISPLAY "ABRIR ASSIM MESMO (S/N)? "
                 ACCEPT WS-RESP
                 IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
                    DISPLAY "RECLAMACAO NAO ABERTA"
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              DISPLAY "DEFEITO RECLAMADO: ".
              MOVE SPACES TO WS-DEFEITO.
              ACCEPT WS-DEFEITO.
              IF WS-DEFEITO = SPACES
                 DISPLAY "DEFEITO OBRIGATORIO"
                 EXIT PARAGRAPH.
              MOVE WS-PROX-NUMERO  TO GA-NUMERO.
              MOVE WS-CODIGO       TO GA-CODIGO.
              MOVE WS-SERIE        TO GA-SERIE.
              MOVE WS-HOJE         TO GA-DATA-ABERTURA.
              MOVE SR-CLIENTE      TO GA-CLIENTE.
              MOVE SR-CUPOM        TO GA-CUPOM.
              MOVE SR-DATA-VENDA   TO GA-DATA-VENDA.
              MOVE WS-FIM-GARANTIA TO GA-FIM-GARANTIA.
              MOVE WS-NA-GARANTIA  TO GA-NA-GARANTIA.
              MOVE WS-DEFEITO      TO GA-DEFEITO.
              MOVE SR-FORNECEDOR   TO GA-FORNECEDOR.
              MOVE "A"             TO GA-STATUS.
              MOVE ZEROS           TO GA-DATA-ENVIO.
              MOVE ZEROS           TO GA-DATA-RETORNO.
              MOVE ZEROS           TO GA-DATA-ENCERRA.
              MOVE SPACES          TO GA-SOLUCAO.
              MOVE WS-OPERADOR     TO GA-OPERADOR.
              WRITE REG-GARANTIA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A RECLAMACAO"
                 NOT INVALID KEY
                    DISPLAY "RECLAMACAO ABERTA: " GA-NUMERO
              END-WRITE.

      * PERCORRE AS RECLAMACOES PARA ACHAR O PROXIMO NUMERO E VER SE
      * A SERIE JA TEM UMA NAO ENCERRADA
       ACHA-PROXIMO-NUMERO.
              MOVE ZEROS TO WS-PROX-NUMERO.
              MOVE "N"   TO WS-JA-ABERTA.
              MOVE ZEROS TO GA-NUMERO.
              START GARANTIA KEY IS GREATER THAN GA-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM LE-RECLAMACAO UNTIL WS-FIM = "S".
              ADD 1 TO WS-PROX-NUMERO.

       LE-RECLAMACAO.
              READ GARANTIA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE GA-NUMERO TO WS-PROX-NUMERO
                    IF GA-CODIGO = WS-CODIGO AND GA-SERIE = WS-SERIE
                       AND GA-STATUS NOT = "E"
                       MOVE "S" TO WS-JA-ABERTA
                       MOVE GA-NUMERO TO WS-NUMERO
                    END-IF
              END-READ.

      * FIM DA GARANTIA = DATA DA VENDA MAIS OS MESES DO PRODUTO; DIA
      * QUE NAO EXISTE NO MES FINAL (31, 29 DE FEVEREIRO) RECUA PARA
      * O ULTIMO DIA DO MES
       CALCULA-FIM-GARANTIA.
              MOVE SR-DATA-VENDA TO WS-DATA-VENDA.
              COMPUTE WS-MESES-TOTAL =
                 WS-DV-ANO * 12 + WS-DV-MES - 1 + SP-MESES-GARANTIA.
              DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-FG-ANO
                 REMAINDER WS-FG-MES.
              ADD 1 TO WS-FG-MES.
              MOVE WS-DV-DIA TO WS-FG-DIA.
              PERFORM UNTIL WS-FG-DIA < 29
                         OR FUNCTION TEST-DATE-YYYYMMDD
                            (WS-FIM-GARANTIA) = ZEROS
                 SUBTRACT 1 FROM WS-FG-DIA
              END-PERFORM.

       LE-RECLAMACAO-NUMERO.
              DISPLAY "NUMERO DA RECLAMACAO: ".
              ACCEPT WS-NUMERO.
              MOVE WS-NUMERO TO GA-NUMERO.
              READ GARANTIA
                 INVALID KEY
                    DISPLAY "RECLAMACAO NAO ENCONTRADA"
                    MOVE ZEROS TO WS-NUMERO
              END-READ.

       ENVIA-FORNECEDOR.
              PERFORM LE-RECLAMACAO-NUMERO.
              IF WS-NUMERO = ZEROS
                 EXIT PARAGRAPH.
              IF GA-STATUS NOT = "A"
                 DISPLAY "SO RECLAMACAO ABERTA NA LOJA VAI AO "
                         "FORNECEDOR"
                 EXIT PARAGRAPH.
              DISPLAY "FORNECEDOR [0 = " GA-FORNECEDOR "]: ".
              ACCEPT WS-FORNECEDOR.
              IF WS-FORNECEDOR NOT = ZEROS
                 MOVE WS-FORNECEDOR TO GA-FORNECEDOR.
              IF GA-FORNECEDOR = ZEROS
                 DISPLAY "FORNECEDOR OBRIGATORIO"
                 EXIT PARAGRAPH.
              MOVE "F"     TO GA-STATUS.
              MOVE WS-HOJE TO GA-DATA-ENVIO.
              REWRITE REG-GARANTIA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A RECLAMACAO"
                 NOT INVALID KEY
                    DISPLAY "UNIDADE ENVIADA AO FORNECEDOR"
              END-REWRITE.

       RETORNO-FORNECEDOR.
              PERFORM LE-RECLAMACAO-NUMERO.
              IF WS-NUMERO = ZEROS
                 EXIT PARAGRAPH.
              IF GA-STATUS NOT = "F"
                 DISPLAY "RECLAMACAO NAO ESTA NO FORNECEDOR"
                 EXIT PARAGRAPH.
              DISPLAY "PARECER DO FORNECEDOR (REPARADO / TROCADO / "
                      "RECUSADO...): ".
              MOVE SPACES TO WS-SOLUCAO.
              ACCEPT WS-SOLUCAO.
              MOVE "R"        TO GA-STATUS.
              MOVE WS-HOJE    TO GA-DATA-RETORNO.
              MOVE WS-SOLUCAO TO GA-SOLUCAO.
              REWRITE REG-GARANTIA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A RECLAMACAO"
                 NOT INVALID KEY
                    DISPLAY "RETORNO REGISTRADO - AVISAR O CLIENTE "
                            GA-CLIENTE
              END-REWRITE.

      * ENCERRA COM A SOLUCAO DADA AO CLIENTE (RESOLVIDA NA LOJA OU
      * DEPOIS DO RETORNO DO FORNECEDOR)
       ENCERRA-RECLAMACAO.
              PERFORM LE-RECLAMACAO-NUMERO.
              IF WS-NUMERO = ZEROS
                 EXIT PARAGRAPH.
              IF GA-STATUS = "E"
                 DISPLAY "RECLAMACAO JA ENCERRADA"
                 EXIT PARAGRAPH.
              IF GA-STATUS = "F"
                 DISPLAY "UNIDADE AINDA NO FORNECEDOR"
                 EXIT PARAGRAPH.
              DISPLAY "SOLUCAO DADA AO CLIENTE [" GA-SOLUCAO "]: ".
              MOVE SPACES TO WS-SOLUCAO.
              ACCEPT WS-SOLUCAO.
              IF WS-SOLUCAO NOT = SPACES
                 MOVE WS-SOLUCAO TO GA-SOLUCAO.
              IF GA-SOLUCAO = SPACES
                 DISPLAY "SOLUCAO OBRIGATORIA"
                 EXIT PARAGRAPH.
              MOVE "E"     TO GA-STATUS.
              MOVE WS-HOJE TO GA-DATA-ENCERRA.
              REWRITE REG-GARANTIA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A RECLAMACAO"
                 NOT INVALID KEY
                    DISPLAY "RECLAMACAO ENCERRADA"
              END-REWRITE.

       CONSULTA-RECLAMACAO.
              PERFORM LE-RECLAMACAO-NUMERO.
              IF WS-NUMERO = ZEROS
                 EXIT PARAGRAPH.
              PERFORM DESCREVE-SITUACAO.
              DISPLAY "RECLAMACAO " GA-NUMERO " " WS-SITUACAO.
              DISPLAY "PRODUTO " GA-CODIGO " SERIE " GA-SERIE.
              DISPLAY "CLIENTE " GA-CLIENTE " CUPOM " GA-CUPOM
                      " VENDA " GA-DATA-VENDA.
              DISPLAY "GARANTIA ATE " GA-FIM-GARANTIA
                      " NA GARANTIA: " GA-NA-GARANTIA.
              DISPLAY "DEFEITO: " GA-DEFEITO.
              DISPLAY "ABERTA " GA-DATA-ABERTURA
                      " ENVIO " GA-DATA-ENVIO
                      " RETORNO " GA-DATA-RETORNO
                      " ENCERRADA " GA-DATA-ENCERRA.
              DISPLAY "FORNECEDOR " GA-FORNECEDOR
                      " SOLUCAO: " GA-SOLUCAO.

       DESCREVE-SITUACAO.
              EVALUATE GA-STATUS
                 WHEN "A"
                    MOVE "ABERTA NA LOJA" TO WS-SITUACAO
                 WHEN "F"
                    MOVE "NO FORNECEDOR" TO WS-SITUACAO
                 WHEN "R"
                    MOVE "RETORNOU" TO WS-SITUACAO
                 WHEN "E"
                    MOVE "ENCERRADA" TO WS-SITUACAO
                 WHEN OTHER
                    MOVE "DESCONHECIDA" TO WS-SITUACAO
              END-EVALUATE.

      * RELATORIO DAS NAO ENCERRADAS, DA MAIS ANTIGA PARA A MAIS NOVA,
      * COM A FAIXA DE DIAS DESDE A ABERTURA
       LISTA-ABERTAS.
              MOVE ZEROS TO WS-CONT.
              MOVE ZEROS TO CONTADORES-FAIXA.
              OPEN OUTPUT RELATORIO.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.
              SORT SORT-FILE ON DESCENDING KEY ST-DIAS
                                ASCENDING KEY ST-NUMERO
                 INPUT PROCEDURE SELECIONA-ABERTAS
                 OUTPUT PROCEDURE IMPRIME-ABERTAS.
              MOVE WS-CONT-30 TO LT1.
              MOVE LINHA-TOT1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-60 TO LT2.
              MOVE LINHA-TOT2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-90 TO LT3.
              MOVE LINHA-TOT3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-MAIS TO LT4.
              MOVE LINHA-TOT4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT TO LT5.
              MOVE LINHA-TOT5 TO LINHA-REL.
              WRITE LINHA-REL.
              CLOSE RELATORIO.
              DISPLAY "RECLAMACOES EM ABERTO: " WS-CONT.
              DISPLAY "RELATORIO GERADO: GARANT.TXT".

       SELECIONA-ABERTAS.
              MOVE ZEROS TO GA-NUMERO.
              START GARANTIA KEY IS GREATER THAN GA-NUMERO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM SELECIONA-ABERTA UNTIL WS-FIM = "S".

       SELECIONA-ABERTA.
              READ GARANTIA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF GA-STATUS NOT = "E"
                       COMPUTE WS-INT-DATA =
                          FUNCTION INTEGER-OF-DATE(GA-DATA-ABERTURA)
                       COMPUTE WS-DIAS = WS-INT-HOJE - WS-INT-DATA
                       IF WS-DIAS < ZEROS
                          MOVE ZEROS TO WS-DIAS
                       END-IF
                       MOVE WS-DIAS          TO ST-DIAS
                       MOVE GA-NUMERO        TO ST-NUMERO
                       MOVE GA-CODIGO        TO ST-CODIGO
                       MOVE GA-SERIE         TO ST-SERIE
                       MOVE GA-DATA-ABERTURA TO ST-DATA-ABERTURA
                       MOVE GA-STATUS        TO ST-STATUS
                       MOVE GA-FORNECEDOR    TO ST-FORNECEDOR
                       MOVE GA-CLIENTE       TO ST-CLIENTE
                       RELEASE ST-REC
                    END-IF
              END-READ.

       IMPRIME-ABERTAS.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM IMPRIME-ABERTA UNTIL WS-FIM-SORT = "S".

       IMPRIME-ABERTA.
              RETURN SORT-FILE
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    ADD 1 TO WS-CONT
                    MOVE ST-STATUS TO GA-STATUS
                    PERFORM DESCREVE-SITUACAO
                    MOVE ST-NUMERO        TO LD-NUMERO
                    MOVE ST-DATA-ABERTURA TO LD-DATA
                    MOVE ST-CODIGO        TO LD-CODIGO
                    MOVE ST-SERIE         TO LD-SERIE
                    MOVE WS-SITUACAO      TO LD-SITUACAO
                    MOVE ST-FORNECEDOR    TO LD-FORNECEDOR
                    MOVE ST-CLIENTE       TO LD-CLIENTE
                    MOVE ST-DIAS          TO LD-DIAS
                    EVALUATE TRUE
                       WHEN ST-DIAS <= 30
                          MOVE "ATE 30" TO LD-FAIXA
                          ADD 1 TO WS-CONT-30
                       WHEN ST-DIAS <= 60
                          MOVE "ATE 60" TO LD-FAIXA
                          ADD 1 TO WS-CONT-60
                       WHEN ST-DIAS <= 90
                          MOVE "ATE 90" TO LD-FAIXA
                          ADD 1 TO WS-CONT-90
                       WHEN OTHER
                          MOVE "MAIS DE 90" TO LD-FAIXA
                          ADD 1 TO WS-CONT-MAIS
                    END-EVALUATE
                    MOVE LINHA-DET TO LINHA-REL
                    WRITE LINHA-REL
              END-RETURN.

       FINALIZA.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE PRODUTOS.
              CLOSE SERPROD.
              CLOSE SERIES.
              CLOSE GARANTIA.
              STOP RUN.

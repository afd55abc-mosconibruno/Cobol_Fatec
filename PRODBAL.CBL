       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODBAL.

      * CARGA DAS BALANCAS ETIQUETADORAS (BALCARGA.TXT): UM REGISTRO
      * POR ITEM DE BALANCA (BALPLU.DAT, MANTIDO PELO BALINC) COM PLU,
      * DESCRICAO CURTA, PRECO DO QUILO VIGENTE AMANHA (PROMOCAO
      * INCLUSIVE) E DIAS DE VALIDADE DA ETIQUETA. ENTRAM NA CARGA OS
      * CODIGOS DA FILA BALFILA.TXT (ALIMENTADA PELO PRODPRC E PELO
      * PRODAPRV JUNTO COM A FILA DE ETIQUETAS DE GONDOLA), OS ITENS
      * AINDA NUNCA ENVIADOS E OS ITENS CUJO PRECO DE AMANHA DIFERE DO
      * ULTIMO ENVIADO (INICIO OU FIM DE PROMOCAO). CODIGO DA FILA COM
      * PRECO PROGRAMADO PARA DEPOIS DE AMANHA CONTINUA NA FILA PARA A
      * NOITE CERTA. O RELATORIO BALREL.TXT LISTA O QUE FOI ENVIADO,
      * OS ITENS SEM PRECO E OS PRODUTOS VENDIDOS A QUILO SEM PLU.
      * RODA COMO PASSO DA CADEIA NOTURNA (PRODNOITE)
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT PRECOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PR-CHAVE
              FILE STATUS ARQST2.

              SELECT BALPLU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS BP-CODIGO
              FILE STATUS ARQST3.

              SELECT BALFILA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST4.

              SELECT BALCARGA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
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

       FD PRECOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRECO
                VALUE OF FILE-ID IS "PRECOS.DAT".
          01 REG-PRECO.
                02 PR-CHAVE.
                   03 PR-CODIGO   PIC 9(13).
                   03 PR-VIGENCIA PIC 9(08).
                02 PR-PRECO       PIC 9(05)V99.
                02 PR-PROMO-PRECO PIC 9(05)V99.
                02 PR-PROMO-INI   PIC 9(08).
                02 PR-PROMO-FIM   PIC 9(08).
                02 PR-QTD-MINIMA  PIC 9(04).
                02 PR-PRECO-QTD   PIC 9(05)V99.

       FD BALPLU LABEL RECORD STANDARD
                DATA RECORD IS REG-BALPLU
                VALUE OF FILE-ID IS "BALPLU.DAT".
          01 REG-BALPLU.
                02 BP-CODIGO      PIC 9(13).
                02 BP-DESCRICAO   PIC X(22).
                02 BP-DIAS-VALIDADE PIC 9(03).
                02 BP-DATA-ENVIO  PIC 9(08).
                02 BP-PRECO-ENVIO PIC 9(05)V99.

       FD BALFILA LABEL RECORD STANDARD
                DATA RECORD IS REG-BALFILA
                VALUE OF FILE-ID IS "BALFILA.TXT".
          01 REG-BALFILA.
                02 BF-DATA        PIC 9(08).
                02 BF-CODIGO      PIC 9(13).

       FD BALCARGA LABEL RECORD STANDARD
                DATA RECORD IS REG-CARGA
                VALUE OF FILE-ID IS "BALCARGA.TXT".
          01 REG-CARGA.
                02 BC-PLU         PIC 9(06).
                02 BC-DESCRICAO   PIC X(22).
                02 BC-PRECO-KG    PIC 9(05)V99.
                02 BC-VALIDADE    PIC 9(03).
                02 BC-TIPO        PIC X(01).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "BALREL.TXT".
          01 LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-PRECO          PIC X(01) VALUE "N".
          01 WS-TEM-PRECOS         PIC X(01) VALUE "N".
          01 WS-TEM-FUTURO         PIC X(01) VALUE "N".
          01 WS-NA-FILA            PIC X(01) VALUE "N".
          01 WS-ENVIA              PIC X(01) VALUE "N".
          01 WS-MOTIVO             PIC X(10) VALUE SPACES.
          01 WS-PRECO-KG           PIC 9(05)V99 VALUE ZEROS.
          01 WS-PROMO-PRECO        PIC 9(05)V99 VALUE ZEROS.
          01 WS-PROMO-INI          PIC 9(08) VALUE ZEROS.
          01 WS-PROMO-FIM          PIC 9(08) VALUE ZEROS.
          01 WS-NUM-FILA           PIC 9(03) VALUE ZEROS.
          01 WS-IDX                PIC 9(03) VALUE ZEROS.
          01 WS-IDX-FILA           PIC 9(03) VALUE ZEROS.
          01 WS-CONT-FILA          PIC 9(05) VALUE ZEROS.
          01 WS-CONT-ENVIADOS      PIC 9(05) VALUE ZEROS.
          01 WS-CONT-SEM-PRECO     PIC 9(05) VALUE ZEROS.
          01 WS-CONT-SEM-PLU       PIC 9(05) VALUE ZEROS.
          01 WS-CONT-MANTIDOS      PIC 9(05) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 WS-HOJE               PIC 9(08) VALUE ZEROS.
          01 WS-AMANHA             PIC 9(08) VALUE ZEROS.
          01 TABELA-FILA.
                02 TF-ITEM OCCURS 500 TIMES.
                   03 TF-CODIGO    PIC 9(13).
                   03 TF-DATA      PIC 9(08).
                   03 TF-MANTEM    PIC X(01).
          01 LINHA-CAB1.
                02 FILLER          PIC X(36) VALUE
                   "CARGA DAS BALANCAS - PRECOS PARA ".
                02 LC-DIA          PIC 9(02).
                02 FILLER          PIC X(01) VALUE "/".
                02 LC-MES          PIC 9(02).
                02 FILLER          PIC X(01) VALUE "/".
                02 LC-ANO          PIC 9(04).
          01 LINHA-CAB2            PIC X(80) VALUE
             "PLU    DESCRICAO               PRECO KG VAL  MOTIVO".
          01 LINHA-DET.
                02 LD-PLU          PIC 9(06).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-DESCRICAO    PIC X(22).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LD-PRECO        PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-VALIDADE     PIC ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LD-MOTIVO       PIC X(10).
          01 LINHA-SEM-PRECO.
                02 FILLER          PIC X(21) VALUE
                   "SEM PRECO - NAO ENV: ".
                02 LS-CODIGO       PIC 9(13).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LS-DESCRICAO    PIC X(30).
          01 LINHA-CAB3            PIC X(80) VALUE
             "PRODUTOS VENDIDOS A QUILO SEM PLU NA BALANCA".
          01 LINHA-SEM-PLU.
                02 LP-CODIGO       PIC 9(13).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LP-NOME         PIC X(30).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LP-MOTIVO       PIC X(30).
          01 LINHA-RESUMO1.
                02 FILLER          PIC X(30) VALUE
                   "CODIGOS LIDOS DA FILA:        ".
                02 LR-FILA         PIC ZZZZ9.
          01 LINHA-RESUMO2.
                02 FILLER          PIC X(30) VALUE
                   "ITENS ENVIADOS A BALANCA:     ".
                02 LR-ENVIADOS     PIC ZZZZ9.
          01 LINHA-RESUMO3.
                02 FILLER          PIC X(30) VALUE
                   "ITENS SEM PRECO:              ".
                02 LR-SEM-PRECO    PIC ZZZZ9.
          01 LINHA-RESUMO4.
                02 FILLER          PIC X(30) VALUE
                   "PRODUTOS A QUILO SEM PLU:     ".
                02 LR-SEM-PLU      PIC ZZZZ9.
          01 LINHA-RESUMO5.
                02 FILLER          PIC X(30) VALUE
                   "CODIGOS MANTIDOS NA FILA:     ".
                02 LR-MANTIDOS     PIC ZZZZ9.
          01 LINHA-BRANCO          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS TO WS-HOJE.
              COMPUTE WS-AMANHA = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1).
              PERFORM ABRE-ARQ.
              PERFORM CARREGA-FILA.
              MOVE ZEROS TO BP-CODIGO.
              START BALPLU KEY IS GREATER THAN BP-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM PROCESSA-ITEM UNTIL WS-FIM = "S".
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ZEROS TO CODIGO.
              START PRODUTOS KEY IS GREATER THAN CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM VERIFICA-PLU UNTIL WS-FIM = "S".
              PERFORM REGRAVA-FILA.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE"
                 GOBACK.
              OPEN INPUT PRECOS.
              IF ARQST2 = "00"
                 MOVE "S" TO WS-TEM-PRECOS.
              OPEN I-O BALPLU.
              IF ARQST3 NOT = "00"
                 OPEN OUTPUT BALPLU
                 CLOSE BALPLU
                 OPEN I-O BALPLU.
              OPEN OUTPUT BALCARGA.
              OPEN OUTPUT RELATORIO.
              MOVE WS-AMANHA(7:2) TO LC-DIA.
              MOVE WS-AMANHA(5:2) TO LC-MES.
              MOVE WS-AMANHA(1:4) TO LC-ANO.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-CAB2 TO LINHA-REL.
              WRITE LINHA-REL.

      * A FILA PODE TRAZER O MESMO CODIGO VARIAS VEZES NO DIA;
      * FICA UMA ENTRADA SO POR PRODUTO
       CARREGA-FILA.
              MOVE ZEROS TO WS-NUM-FILA.
              OPEN INPUT BALFILA.
              IF ARQST4 NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM.
              PERFORM LE-FILA UNTIL WS-FIM = "S".
              CLOSE BALFILA.

       LE-FILA.
              READ BALFILA
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    ADD 1 TO WS-CONT-FILA
                    PERFORM BUSCA-NA-FILA
                    IF WS-NA-FILA = "N"
                       AND WS-NUM-FILA < 500
                       ADD 1 TO WS-NUM-FILA
                       MOVE BF-CODIGO TO TF-CODIGO(WS-NUM-FILA)
                       MOVE BF-DATA   TO TF-DATA(WS-NUM-FILA)
                       MOVE "N"       TO TF-MANTEM(WS-NUM-FILA)
                    END-IF
              END-READ.

       BUSCA-NA-FILA.
              MOVE "N" TO WS-NA-FILA.
              MOVE ZEROS TO WS-IDX-FILA.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-FILA
                 IF TF-CODIGO(WS-IDX) = BF-CODIGO
                    MOVE "S" TO WS-NA-FILA
                    MOVE WS-IDX TO WS-IDX-FILA
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

       PROCESSA-ITEM.
              READ BALPLU NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                    EXIT PARAGRAPH
              END-READ.
              MOVE BP-CODIGO TO CODIGO.
              READ PRODUTOS
                 INVALID KEY
                    DISPLAY "ITEM DE BALANCA " BP-CODIGO
                            " SEM PRODUTO CADASTRADO"
                    EXIT PARAGRAPH
              END-READ.
              PERFORM BUSCA-PRECO-AMANHA.
              MOVE BP-CODIGO TO BF-CODIGO.
              PERFORM BUSCA-NA-FILA.
              MOVE "N" TO WS-ENVIA.
              IF WS-NA-FILA = "S"
                 MOVE "S" TO WS-ENVIA
                 MOVE "ALTERACAO" TO WS-MOTIVO
                 IF WS-TEM-FUTURO = "S"
                    MOVE "S" TO TF-MANTEM(WS-IDX-FILA)
                 END-IF
              ELSE
                 IF BP-DATA-ENVIO = ZEROS
                    MOVE "S" TO WS-ENVIA
                    MOVE "NOVO" TO WS-MOTIVO
                 ELSE
                    IF WS-PRECO-KG NOT = BP-PRECO-ENVIO
                       MOVE "S" TO WS-ENVIA
                       MOVE "PRECO" TO WS-MOTIVO
                    END-IF
                 END-IF
              END-IF.
              IF WS-ENVIA = "S"
                 PERFORM ENVIA-ITEM.

       ENVIA-ITEM.
              IF WS-PRECO-KG = ZEROS
                 MOVE BP-CODIGO TO LS-CODIGO
                 MOVE NOME      TO LS-DESCRICAO
                 MOVE LINHA-SEM-PRECO TO LINHA-REL
                 WRITE LINHA-REL
                 ADD 1 TO WS-CONT-SEM-PRECO
                 EXIT PARAGRAPH.
              MOVE BP-CODIGO        TO BC-PLU.
              MOVE BP-DESCRICAO     TO BC-DESCRICAO.
              MOVE WS-PRECO-KG      TO BC-PRECO-KG.
              MOVE BP-DIAS-VALIDADE TO BC-VALIDADE.
              IF UNID-MEDIDA = "KG"
                 MOVE "P" TO BC-TIPO
              ELSE
                 MOVE "U" TO BC-TIPO.
              WRITE REG-CARGA.
              MOVE WS-HOJE     TO BP-DATA-ENVIO.
              MOVE WS-PRECO-KG TO BP-PRECO-ENVIO.
              REWRITE REG-BALPLU
              END-REWRITE.
              MOVE BP-CODIGO        TO LD-PLU.
              MOVE BP-DESCRICAO     TO LD-DESCRICAO.
              MOVE WS-PRECO-KG      TO LD-PRECO.
              MOVE BP-DIAS-VALIDADE TO LD-VALIDADE.
              MOVE WS-MOTIVO        TO LD-MOTIVO.
              MOVE LINHA-DET TO LINHA-REL.
              WRITE LINHA-REL.
              ADD 1 TO WS-CONT-ENVIADOS.

      * PRECO DO QUILO QUE VALE AMANHA: ULTIMA VIGENCIA ATE AMANHA,
      * TROCADO PELA PROMOCAO SE ELA COBRIR O DIA E FOR MENOR (COMO
      * O PRODVEN APLICA NO CAIXA). SEM PRECOS.DAT VALE O UNITARIO
      * DO CADASTRO, COMO NA ETIQUETA DE GONDOLA
       BUSCA-PRECO-AMANHA.
              MOVE ZEROS TO WS-PRECO-KG.
              MOVE ZEROS TO WS-PROMO-PRECO WS-PROMO-INI WS-PROMO-FIM.
              MOVE "N" TO WS-TEM-FUTURO.
              IF WS-TEM-PRECOS = "S"
                 MOVE CODIGO TO PR-CODIGO
                 MOVE ZEROS  TO PR-VIGENCIA
                 START PRECOS KEY IS GREATER THAN PR-CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-FIM-PRECO
                    NOT INVALID KEY
                       MOVE "N" TO WS-FIM-PRECO
                 END-START
                 PERFORM LE-PRECO-VIGENTE UNTIL WS-FIM-PRECO = "S".
              IF WS-PRECO-KG = ZEROS
                 MOVE UNITARIO TO WS-PRECO-KG.
              IF WS-PROMO-PRECO > ZEROS
                 AND WS-PROMO-PRECO < WS-PRECO-KG
                 AND WS-AMANHA >= WS-PROMO-INI
                 AND WS-AMANHA <= WS-PROMO-FIM
                 MOVE WS-PROMO-PRECO TO WS-PRECO-KG.

       LE-PRECO-VIGENTE.
              READ PRECOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-PRECO
                 NOT AT END
                    IF PR-CODIGO NOT = CODIGO
                       MOVE "S" TO WS-FIM-PRECO
                    ELSE
                       IF PR-VIGENCIA <= WS-AMANHA
                          MOVE PR-PRECO       TO WS-PRECO-KG
                          MOVE PR-PROMO-PRECO TO WS-PROMO-PRECO
                          MOVE PR-PROMO-INI   TO WS-PROMO-INI
                          MOVE PR-PROMO-FIM   TO WS-PROMO-FIM
                       ELSE
                          MOVE "S" TO WS-TEM-FUTURO
                          MOVE "S" TO WS-FIM-PRECO
                       END-IF
                    END-IF
              END-READ.

      * PRODUTO VENDIDO A QUILO SEM ITEM DE BALANCA, OU COM CODIGO
      * QUE NAO CABE NO PLU DA ETIQUETA (6 DIGITOS)
       VERIFICA-PLU.
              READ PRODUTOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                    EXIT PARAGRAPH
              END-READ.
              IF UNID-MEDIDA NOT = "KG"
                 EXIT PARAGRAPH.
              MOVE SPACES TO LP-MOTIVO.
              IF CODIGO > 999999
                 MOVE "CODIGO NAO CABE NO PLU" TO LP-MOTIVO
              ELSE
                 MOVE CODIGO TO BP-CODIGO
                 READ BALPLU
                    INVALID KEY
                       MOVE "SEM ITEM DE BALANCA" TO LP-MOTIVO
                 END-READ
              END-IF.
              IF LP-MOTIVO NOT = SPACES
                 MOVE CODIGO TO LP-CODIGO
                 MOVE NOME   TO LP-NOME
                 MOVE LINHA-SEM-PLU TO LINHA-REL
                 WRITE LINHA-REL
                 ADD 1 TO WS-CONT-SEM-PLU.

      * FICAM NA FILA SO OS CODIGOS COM PRECO PROGRAMADO PARA DEPOIS
      * DE AMANHA; O RESTO JA FOI PARA A BALANCA
       REGRAVA-FILA.
              OPEN OUTPUT BALFILA.
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NUM-FILA
                 IF TF-MANTEM(WS-IDX) = "S"
                    MOVE TF-DATA(WS-IDX)   TO BF-DATA
                    MOVE TF-CODIGO(WS-IDX) TO BF-CODIGO
                    WRITE REG-BALFILA
                    ADD 1 TO WS-CONT-MANTIDOS
                 END-IF
              END-PERFORM.
              CLOSE BALFILA.

       FINALIZA.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-FILA TO LR-FILA.
              MOVE LINHA-RESUMO1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-ENVIADOS TO LR-ENVIADOS.
              MOVE LINHA-RESUMO2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-SEM-PRECO TO LR-SEM-PRECO.
              MOVE LINHA-RESUMO3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-SEM-PLU TO LR-SEM-PLU.
              MOVE LINHA-RESUMO4 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-CONT-MANTIDOS TO LR-MANTIDOS.
              MOVE LINHA-RESUMO5 TO LINHA-REL.
              WRITE LINHA-REL.
              DISPLAY "CARGA DAS BALANCAS: BALCARGA.TXT".
              DISPLAY "RELATORIO GERADO: BALREL.TXT".
              DISPLAY LINHA-RESUMO2.
              DISPLAY LINHA-RESUMO4.
              CLOSE PRODUTOS.
              IF WS-TEM-PRECOS = "S"
                 CLOSE PRECOS.
              CLOSE BALPLU.
              CLOSE BALCARGA.
              CLOSE RELATORIO.
              GOBACK.

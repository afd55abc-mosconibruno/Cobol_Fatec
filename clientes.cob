               FILE STATUS IS FS-STAT-CRED
               RECORD KEY IS CR-CHAVE.

           SELECT ACORDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ACORDO
               RECORD KEY IS AC-CHAVE.

           SELECT NEGREG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-NEG
               RECORD KEY IS NG-CHAVE.

           SELECT DEBAUT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DA
               RECORD KEY IS DA-FONE.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientes.dat".
       FD HISTORICO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-HIST
                VALUE OF FILE-ID IS "HISTCLI.TXT".
          01 LINHA-HIST             PIC X(251).

       FD ARQCLI LABEL RECORD STANDARD
                DATA RECORD IS LINHA-ARQ
           05 CR-PAGO       PIC X(01).
           05 CR-DATA-PGTO  PIC 9(08).
           05 CR-VALOR-PAGO PIC 9(05)V99.
           05 CR-ORIGEM     PIC X(01).
           05 CR-ACORDO     PIC 9(03).
           05 CR-DATA-BAIXA PIC 9(08).

       FD ACORDOS VALUE OF FILE-ID IS "acordos.dat".
       01 ACORDO-REC.
           05 AC-CHAVE.
               10 AC-FONE PIC 9(09).
               10 AC-NUM  PIC 9(03).
           05 AC-DATA        PIC 9(08).
           05 AC-PRINCIPAL   PIC 9(07)V99.
           05 AC-ENCARGOS    PIC 9(07)V99.
           05 AC-PERDAO      PIC 9(07)V99.
           05 AC-ENTRADA     PIC 9(05)V99.
           05 AC-PARCELAS    PIC 9(02).
           05 AC-VALOR-PARC  PIC 9(05)V99.
           05 AC-SEQ-INI     PIC 9(04).
           05 AC-SEQ-FIM     PIC 9(04).
           05 AC-STATUS      PIC X(01).
           05 AC-DATA-STATUS PIC 9(08).
           05 AC-GERENTE1    PIC 9(04).
           05 AC-GERENTE2    PIC 9(04).

       FD NEGREG VALUE OF FILE-ID IS "negreg.dat".
       01 NEGREG-REC.
           05 NG-CHAVE.
               10 NG-FONE PIC 9(09).
               10 NG-SEQ  PIC 9(04).
           05 NG-CPF        PIC 9(11).
           05 NG-NOME       PIC X(40).
           05 NG-VALOR      PIC 9(07)V99.
           05 NG-VENC       PIC 9(08).
           05 NG-DATA-AVISO PIC 9(08).
           05 NG-DATA-INCL  PIC 9(08).
           05 NG-STATUS     PIC X(01).
           05 NG-DATA-QUIT  PIC 9(08).
           05 NG-DATA-EXCL  PIC 9(08).

       FD DEBAUT VALUE OF FILE-ID IS "debaut.dat".
       01 DEBAUT-REC.
           05 DA-FONE       PIC 9(09).
           05 DA-CPF        PIC 9(11).
           05 DA-TIPO-CONTA PIC 9(01).
           05 DA-STATUS     PIC X(01).
           05 DA-DATA-AUT   PIC 9(08).
           05 DA-DATA-CANC  PIC 9(08).
           05 DA-ULT-LOTE   PIC 9(08).
           05 DA-QTDE-DEB   PIC 9(05).
           05 DA-QTDE-RECUS PIC 9(05).

       FD CEPTAB VALUE OF FILE-ID IS "ceptab.dat".
       01 CEPTAB-REC.

       WORKING-STORAGE SECTION.
       77 FS-STAT-HIST PIC X(02).
       77 WS-LINHA-TRILHA PIC X(210).
       77 WS-TRILHA-HIST PIC X(20) VALUE "HISTCLI.TXT".
       77 WS-ACAO-TRILHA PIC X VALUE "G".
       77 WS-TAM-HIST    PIC 9(03) VALUE 210.
       77 FS-STAT-CEP PIC X(02).
       77 WS-TEM-CEPTAB PIC X VALUE "N".
       77 WS-CEP-OK PIC X VALUE "N".
       77 WS-NUM-CRED PIC 99 VALUE ZEROS.
       77 WS-IDX-CRED PIC 99 VALUE ZEROS.
       77 WS-CRED-ESTOURO PIC X VALUE "N".
       77 FS-STAT-ACORDO PIC X(02).
       77 FS-STAT-NEG PIC X(02).
       77 FS-STAT-DA PIC X(02).
       77 WS-TEM-ACORDO PIC X VALUE "N".
       77 WS-TEM-NEG PIC X VALUE "N".
       77 WS-TEM-DA PIC X VALUE "N".
       77 WS-FIM-VINC PIC X VALUE "N".
       77 WS-VINC-ESTOURO PIC X VALUE "N".
       77 WS-VINC-NOVO PIC X VALUE "N".
       77 WS-NUM-ACORDO PIC 99 VALUE ZEROS.
       77 WS-NUM-NEG PIC 99 VALUE ZEROS.
       77 WS-IDX-VINC PIC 99 VALUE ZEROS.
       77 WS-ACHOU-DA PIC X VALUE "N".
      * IMAGENS DOS REGISTROS DO NÚMERO ANTIGO NOS ARQUIVOS DO
      * CREDIÁRIO CHAVEADOS POR TELEFONE (MESMO TAMANHO DOS FDs)
       01 TABELA-ACORDO.
           05 TAC-REG PIC X(88) OCCURS 50 TIMES.
       01 TABELA-NEG.
           05 TNG-REG PIC X(114) OCCURS 50 TIMES.
       01 WS-DA-REG PIC X(56) VALUE SPACES.
       01 TABELA-CRED.
           05 TC2-LINHA OCCURS 50 TIMES.
               10 TC2-SEQ   PIC 9(04).
               10 TC2-PAGO  PIC X(01).
               10 TC2-DPGTO PIC 9(08).
               10 TC2-VPAGO PIC 9(05)V99.
               10 TC2-ORIGEM PIC X(01).
               10 TC2-ACORDO PIC 9(03).
               10 TC2-DBAIXA PIC 9(08).
       01 WS-SALDO-CRED PIC 9(07)V99 VALUE ZEROS.
       01 WS-SALDO-CRED-E PIC ZZZZZZ9.99.
       01 LINHA-ARQ-DET.
           IF WS-TEM-CRED = "S"
               CLOSE CREDIARIO
           END-IF.
           IF WS-TEM-ACORDO = "S"
               CLOSE ACORDOS
           END-IF.
           IF WS-TEM-NEG = "S"
               CLOSE NEGREG
           END-IF.
           IF WS-TEM-DA = "S"
               CLOSE DEBAUT
           END-IF.
           STOP RUN.
           
      * -----------------------------------
               PERFORM MOSTRA-ERRO
               GO TROCA-FONE-LOOP
           END-IF
           PERFORM CARREGA-VINC-FONE.
           IF WS-VINC-ESTOURO = "S"
               MOVE "MUITOS ACORDOS/NEGATIVACOES - TROCA NAO FEITA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TROCA-FONE-LOOP
           END-IF
           IF WS-VINC-NOVO = "S"
               MOVE "NOVO TELEFONE JA TEM ACORDO/NEGATIVACAO/DEB.AUT."
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TROCA-FONE-LOOP
           END-IF
           WRITE FILE1-REC
               INVALID KEY
                   MOVE "NOVO TELEFONE JÁ CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE
           PERFORM MOVE-CRED-FONE.
           PERFORM MOVE-ACORDO-FONE.
           PERFORM MOVE-NEG-FONE.
           PERFORM MOVE-DA-FONE.
           MOVE "TROCAFON" TO LH-EVENTO.
           PERFORM GRAVA-HISTORICO.
           MOVE WS-FONE-NOVO TO WS-ANTIGO-FONE.
           MOVE "TROCANOV" TO LH-EVENTO.
           PERFORM GRAVA-HISTORICO.
           PERFORM GRAVA-HIST-VINCULOS.
           MOVE "TELEFONE TROCADO COM SUCESSO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TROCA-FONE-LOOP.
                               TO TC2-DPGTO(WS-NUM-CRED)
                           MOVE CR-VALOR-PAGO
                               TO TC2-VPAGO(WS-NUM-CRED)
                           MOVE CR-ORIGEM
                               TO TC2-ORIGEM(WS-NUM-CRED)
                           MOVE CR-ACORDO
                               TO TC2-ACORDO(WS-NUM-CRED)
                           MOVE CR-DATA-BAIXA
                               TO TC2-DBAIXA(WS-NUM-CRED)
                       ELSE
                           MOVE "S" TO WS-CRED-ESTOURO
                           MOVE "S" TO WS-FIM-CRED
           MOVE TC2-PAGO(WS-IDX-CRED) TO CR-PAGO.
           MOVE TC2-DPGTO(WS-IDX-CRED) TO CR-DATA-PGTO.
           MOVE TC2-VPAGO(WS-IDX-CRED) TO CR-VALOR-PAGO.
           MOVE TC2-ORIGEM(WS-IDX-CRED) TO CR-ORIGEM.
           MOVE TC2-ACORDO(WS-IDX-CRED) TO CR-ACORDO.
           MOVE TC2-DBAIXA(WS-IDX-CRED) TO CR-DATA-BAIXA.
           WRITE CREDIARIO-REC
               INVALID KEY
                   MOVE "ERRO AO MOVER COBRANÇA DO CREDIÁRIO"
                   PERFORM MOSTRA-ERRO
           END-DELETE.

      * -----------------------------------
      * ACORDOS DE RENEGOCIAÇÃO (acordos.dat), NEGATIVAÇÕES NO BIRÔ
      * (negreg.dat) E AUTORIZAÇÃO DE DÉBITO AUTOMÁTICO (debaut.dat)
      * TAMBÉM SÃO CHAVEADOS PELO TELEFONE E ACOMPANHAM A TROCA DO
      * MESMO JEITO QUE AS COBRANÇAS: CARREGADOS ANTES, REGRAVADOS
      * SOB O NÚMERO NOVO E APAGADOS DO ANTIGO. O NÚMERO NOVO NÃO
      * PODE JÁ TER REGISTRO NESSES ARQUIVOS
       CARREGA-VINC-FONE.
           MOVE ZEROS TO WS-NUM-ACORDO WS-NUM-NEG.
           MOVE "N" TO WS-VINC-ESTOURO WS-VINC-NOVO WS-ACHOU-DA.
           IF WS-TEM-ACORDO = "S"
               MOVE WS-FONE-ANTIGO TO AC-FONE
               MOVE ZEROS TO AC-NUM
               START ACORDOS KEY IS GREATER THAN AC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-VINC
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-VINC
               END-START
               PERFORM CARREGA-ACORDO-LINHA UNTIL WS-FIM-VINC = "S"
               MOVE WS-FONE-NOVO TO AC-FONE
               MOVE ZEROS TO AC-NUM
               START ACORDOS KEY IS NOT LESS THAN AC-CHAVE
                   NOT INVALID KEY
                       READ ACORDOS NEXT RECORD
                           NOT AT END
                               IF AC-FONE = WS-FONE-NOVO
                                   MOVE "S" TO WS-VINC-NOVO
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-TEM-NEG = "S"
               MOVE WS-FONE-ANTIGO TO NG-FONE
               MOVE ZEROS TO NG-SEQ
               START NEGREG KEY IS GREATER THAN NG-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-VINC
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-VINC
               END-START
               PERFORM CARREGA-NEG-LINHA UNTIL WS-FIM-VINC = "S"
               MOVE WS-FONE-NOVO TO NG-FONE
               MOVE ZEROS TO NG-SEQ
               START NEGREG KEY IS NOT LESS THAN NG-CHAVE
                   NOT INVALID KEY
                       READ NEGREG NEXT RECORD
                           NOT AT END
                               IF NG-FONE = WS-FONE-NOVO
                                   MOVE "S" TO WS-VINC-NOVO
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-TEM-DA = "S"
               MOVE WS-FONE-ANTIGO TO DA-FONE
               READ DEBAUT
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU-DA
                       MOVE DEBAUT-REC TO WS-DA-REG
               END-READ
               MOVE WS-FONE-NOVO TO DA-FONE
               READ DEBAUT
                   NOT INVALID KEY
                       MOVE "S" TO WS-VINC-NOVO
               END-READ
           END-IF.

       CARREGA-ACORDO-LINHA.
           READ ACORDOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-VINC
               NOT AT END
                   IF AC-FONE NOT = WS-FONE-ANTIGO
                       MOVE "S" TO WS-FIM-VINC
                   ELSE
                       IF WS-NUM-ACORDO < 50
                           ADD 1 TO WS-NUM-ACORDO
                           MOVE ACORDO-REC TO TAC-REG(WS-NUM-ACORDO)
                       ELSE
                           MOVE "S" TO WS-VINC-ESTOURO
                           MOVE "S" TO WS-FIM-VINC
                       END-IF
                   END-IF
           END-READ.

       CARREGA-NEG-LINHA.
           READ NEGREG NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-VINC
               NOT AT END
                   IF NG-FONE NOT = WS-FONE-ANTIGO
                       MOVE "S" TO WS-FIM-VINC
                   ELSE
                       IF WS-NUM-NEG < 50
                           ADD 1 TO WS-NUM-NEG
                           MOVE NEGREG-REC TO TNG-REG(WS-NUM-NEG)
                       ELSE
                           MOVE "S" TO WS-VINC-ESTOURO
                           MOVE "S" TO WS-FIM-VINC
                       END-IF
                   END-IF
           END-READ.

       MOVE-ACORDO-FONE.
           PERFORM MOVE-ACORDO-LINHA
               VARYING WS-IDX-VINC FROM 1 BY 1
               UNTIL WS-IDX-VINC > WS-NUM-ACORDO.

       MOVE-ACORDO-LINHA.
           MOVE TAC-REG(WS-IDX-VINC) TO ACORDO-REC.
           MOVE WS-FONE-NOVO TO AC-FONE.
           WRITE ACORDO-REC
               INVALID KEY
                   MOVE "ERRO AO MOVER ACORDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           MOVE WS-FONE-ANTIGO TO AC-FONE.
           DELETE ACORDOS
               INVALID KEY
                   MOVE "ERRO AO APAGAR ACORDO ANTIGO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE.

       MOVE-NEG-FONE.
           PERFORM MOVE-NEG-LINHA
               VARYING WS-IDX-VINC FROM 1 BY 1
               UNTIL WS-IDX-VINC > WS-NUM-NEG.

       MOVE-NEG-LINHA.
           MOVE TNG-REG(WS-IDX-VINC) TO NEGREG-REC.
           MOVE WS-FONE-NOVO TO NG-FONE.
           WRITE NEGREG-REC
               INVALID KEY
                   MOVE "ERRO AO MOVER NEGATIVAÇÃO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           MOVE WS-FONE-ANTIGO TO NG-FONE.
           DELETE NEGREG
               INVALID KEY
                   MOVE "ERRO AO APAGAR NEGATIVAÇÃO ANTIGA"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE.

       MOVE-DA-FONE.
           IF WS-ACHOU-DA = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DA-REG TO DEBAUT-REC.
           MOVE WS-FONE-NOVO TO DA-FONE.
           WRITE DEBAUT-REC
               INVALID KEY
                   MOVE "ERRO AO MOVER DÉBITO AUTOMÁTICO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           MOVE WS-FONE-ANTIGO TO DA-FONE.
           DELETE DEBAUT
               INVALID KEY
                   MOVE "ERRO AO APAGAR DÉBITO AUTOMÁTICO ANTIGO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE.

      * -----------------------------------
      * UM EVENTO NO HISTÓRICO, SOB O NÚMERO NOVO, PARA CADA ARQUIVO
      * DO CREDIÁRIO QUE TEVE REGISTROS MOVIDOS NA TROCA
       GRAVA-HIST-VINCULOS.
           IF WS-NUM-CRED > ZEROS
               MOVE "MOVCREDI" TO LH-EVENTO
               PERFORM GRAVA-HISTORICO
           END-IF
           IF WS-NUM-ACORDO > ZEROS
               MOVE "MOVACORD" TO LH-EVENTO
               PERFORM GRAVA-HISTORICO
           END-IF
           IF WS-NUM-NEG > ZEROS
               MOVE "MOVNEGAT" TO LH-EVENTO
               PERFORM GRAVA-HISTORICO
           END-IF
           IF WS-ACHOU-DA = "S"
               MOVE "MOVDEBAU" TO LH-EVENTO
               PERFORM GRAVA-HISTORICO
           END-IF.

      * -----------------------------------
      * CONSULTA O HISTÓRICO DE ALTERAÇÕES (HISTCLI.TXT) DE UM
      * CLIENTE POR TELEFONE OU, SE O TELEFONE FOR ZERO, POR CPF,
           MOVE WS-ANTIGO-CEP      TO LH-CEP.
           MOVE WS-ANTIGO-CIDADE   TO LH-CIDADE.
           MOVE WS-ANTIGO-UF       TO LH-UF.
           MOVE LINHA-HIST-DET TO WS-LINHA-TRILHA.
           CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-HIST
                                    WS-LINHA-TRILHA WS-TAM-HIST.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAÍDA
               MOVE "S" TO WS-TEM-CRED
           ELSE
               MOVE "N" TO WS-TEM-CRED
           END-IF
           OPEN I-O ACORDOS
           IF FS-STAT-ACORDO = "00"
               MOVE "S" TO WS-TEM-ACORDO
           ELSE
               MOVE "N" TO WS-TEM-ACORDO
           END-IF
           OPEN I-O NEGREG
           IF FS-STAT-NEG = "00"
               MOVE "S" TO WS-TEM-NEG
           ELSE
               MOVE "N" TO WS-TEM-NEG
           END-IF
           OPEN I-O DEBAUT
           IF FS-STAT-DA = "00"
               MOVE "S" TO WS-TEM-DA
           ELSE
               MOVE "N" TO WS-TEM-DA
           END-IF.
               
      * -----------------------------------

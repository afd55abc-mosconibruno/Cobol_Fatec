      * TUDO DA MAIS ANTIGA PARA A MAIS NOVA), E EMITE AS CARTAS DE
      * COBRANÇA (COBRANCA.TXT) AOS 30, 60 E 90 DIAS DE ATRASO COM
      * NOME E ENDEREÇO DE clientes.dat. O CONTROLE MENSAL DE
      * EXECUÇÃO É FEITO PELO ControleJob (runctl.txt). PARCELA DE
      * ACORDO DE RENEGOCIAÇÃO (CREDRENEG) VENCIDA HÁ MAIS DE 30 DIAS
      * MARCA O ACORDO COMO ROMPIDO EM acordos.dat. CADA CARTA FICA
      * REGISTRADA EM avisocred.txt (DATA, CLIENTE, ATRASO E SALDO),
      * QUE É A PROVA DO AVISO PRÉVIO EXIGIDA PELO CREDNEGAT ANTES DE
      * INCLUIR O CLIENTE NO CADASTRO DE INADIMPLENTES.
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMULTA.
               FILE STATUS IS FS-STAT-CRED
               RECORD KEY IS CR-CHAVE.

           SELECT ACORDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ACORDO
               RECORD KEY IS AC-CHAVE.

           SELECT AVISOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-AVISO.

           SELECT CARTAS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-STAT-CARTA.
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

       FD AVISOS LABEL RECORD STANDARD
                DATA RECORD IS REG-AVISO
                VALUE OF FILE-ID IS "avisocred.txt".
       01 REG-AVISO.
           05 AV-DATA   PIC 9(08).
           05 AV-FONE   PIC 9(09).
           05 AV-ATRASO PIC 9(05).
           05 AV-VALOR  PIC 9(07)V99.

       FD CARTAS LABEL RECORD STANDARD
                DATA RECORD IS LINHA-CARTA
       77 FS-STAT       PIC X(02).
       77 FS-STAT-CRED  PIC X(02).
       77 FS-STAT-CARTA PIC X(02).
       77 FS-STAT-ACORDO PIC X(02).
       77 FS-STAT-AVISO PIC X(02).
       77 WS-TEM-ACORDOS PIC X VALUE "N".
       77 WS-CONT-ROMPIDOS PIC 9(04) VALUE ZEROS.
       77 WS-FIM PIC X VALUE "N".
       77 WS-TAXA-MULTA PIC 9(02)V99 VALUE ZEROS.
       77 WS-TAXA-JUROS PIC 9(02)V99 VALUE ZEROS.
           05 LC5-VALOR PIC ZZZZZ9.99.
       01 LINHA-CARTA6 PIC X(100) VALUE
          "PROCURE A LOJA PARA REGULARIZAR SEU CREDIARIO.".
       01 LINHA-CARTA7 PIC X(100) VALUE
          "O DEBITO VENCIDO PODERA SER INCLUIDO NOS CADASTROS DE PROTECA
      -   "O AO CREDITO.".

       PROCEDURE DIVISION.
       INICIO.
           END-IF.
           OPEN INPUT FILE1.
           OPEN OUTPUT CARTAS.
           OPEN EXTEND AVISOS.
           IF FS-STAT-AVISO NOT = "00" AND FS-STAT-AVISO NOT = "05"
               OPEN OUTPUT AVISOS
           END-IF.
           OPEN I-O ACORDOS.
           IF FS-STAT-ACORDO = "00"
               MOVE "S" TO WS-TEM-ACORDOS
           END-IF.
           PERFORM AVALIA-COBRANCA UNTIL WS-FIM = "S".
           PERFORM TRATA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
           DISPLAY "ENCARGOS LANCADOS: " WS-CONT-ENCARGOS.
           DISPLAY "CARTAS EMITIDAS: " WS-CONT-CARTAS.
           DISPLAY "CARTAS GERADAS: COBRANCA.TXT".
           DISPLAY "ACORDOS ROMPIDOS: " WS-CONT-ROMPIDOS.
           MOVE WS-CONT-ENCARGOS TO JB-CONTAGEM.
           MOVE "F" TO JB-ACAO.
           CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
               CLOSE FILE1
           END-IF.
           CLOSE CARTAS.
           CLOSE AVISOS.
           IF WS-TEM-ACORDOS = "S"
               CLOSE ACORDOS
           END-IF.
           STOP RUN.

      * -----------------------------------
      * A MULTA SO ENTRA NO PRIMEIRO MES DE ATRASO (ATE 31 DIAS);
      * O JURO MENSAL INCIDE SOBRE O SALDO ABERTO A CADA RODADA.
      * COBRANCA BAIXADA COMO PERDA (CR-PAGO "P") NAO GERA ENCARGO
       AVALIA-COBRANCA.
           READ CREDIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
               NOT AT END
                   IF CR-PAGO NOT = "S" AND CR-PAGO NOT = "P"
                       COMPUTE WS-INT-VENC =
                           FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO)
                       COMPUTE WS-DIAS-ATRASO =
                       IF WS-DIAS-ATRASO > ZEROS
                           PERFORM ACUMULA-CLIENTE
                       END-IF
                       IF CR-ORIGEM = "A" AND CR-ACORDO > ZEROS
                           AND WS-DIAS-ATRASO > 30
                           PERFORM ROMPE-ACORDO
                       END-IF
                   END-IF
           END-READ.

           MOVE "N"          TO CR-PAGO.
           MOVE ZEROS        TO CR-DATA-PGTO.
           MOVE ZEROS        TO CR-VALOR-PAGO.
           MOVE "E"          TO CR-ORIGEM.
           MOVE ZEROS        TO CR-ACORDO.
           MOVE ZEROS        TO CR-DATA-BAIXA.
           WRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO LANCAR ENCARGO DO CLIENTE "
           WRITE LINHA-CARTA.
           MOVE LINHA-CARTA6 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE LINHA-CARTA7 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WS-HOJE TO AV-DATA.
           MOVE WS-FONE-TRAB TO AV-FONE.
           MOVE TC-MAX-ATRASO(WS-IDX) TO AV-ATRASO.
           MOVE TC-ABERTO(WS-IDX) TO AV-VALOR.
           WRITE REG-AVISO.
           ADD 1 TO WS-CONT-CARTAS.

      * -----------------------------------
      * PARCELA DE ACORDO (CR-ORIGEM "A") VENCIDA HA MAIS DE 30 DIAS
      * ROMPE O ACORDO DO CLIENTE (acordos.dat, GERADO PELO CREDRENEG)
       ROMPE-ACORDO.
           IF WS-TEM-ACORDOS = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-FONE TO AC-FONE.
           MOVE CR-ACORDO TO AC-NUM.
           READ ACORDOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AC-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO AC-STATUS.
           MOVE WS-HOJE TO AC-DATA-STATUS.
           REWRITE ACORDO-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ACORDO " AC-NUM
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ROMPIDOS
           END-REWRITE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONVERTE-NASCIMENTO AS "ConverteNascimento".

      * CONVERSAO UNICA DE CLIENTE.DAT DA IDADE DIGITADA PARA A DATA
      * DE NASCIMENTO: PERCORRE O CADASTRO E, PARA CADA FICHA AINDA
      * SEM NASCIMENTO, MOSTRA NOME, CPF E A IDADE ANTIGA (SO COMO
      * CONFERENCIA) E PEDE A DATA. DATA VALIDA (ROTINA CalculaIdade)
      * E REGRAVADA NA FICHA E A IDADE ANTIGA E ZERADA; ZEROS PULA A
      * FICHA, QUE CONTINUA PENDENTE. FICHA JA CONVERTIDA NAO E
      * TOCADA, ENTAO O PROGRAMA PODE SER RODADO QUANTAS VEZES FOR
      * PRECISO ATE NAO SOBRAR PENDENCIA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CLIENTE ASSIGN TO DISK
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY CD_CLIENTE-P
            ALTERNATE RECORD KEY IS CPF-P WITH DUPLICATES
            FILE STATUS ARQST.

        DATA DIVISION.
        FILE SECTION.
        FD CLIENTE LABEL RECORD STANDARD
               DATA RECORD IS REG-CLIENTE
               VALUE OF FILE-ID IS "CLIENTE.DAT".
        01 REG-CLIENTE.
           02 CD_CLIENTE-P PIC 9(4).
           02 NOME-P PIC X(30).
           02 CPF-P PIC 9(11).
           02 AGENCIA-P PIC 9(5).
           02 CONTA-CORRENTE-P PIC X(10).
           02 IDADE-ANTIGA-P PIC 9(3).
           02 SEXO-P PIC X(01).
           02 SALDO-P PIC 9(5)V99.
           02 DEPOSITO-P PIC 9(5)V99.
           02 SALARIO-P PIC 9(5)V99.
           02 LIMITE-P PIC 9(5)V99.
           02 RESPONSAVEL-NOME-P PIC X(30).
           02 RESPONSAVEL-CPF-P PIC 9(11).
           02 DT-NASC-P PIC 9(8).

        WORKING-STORAGE SECTION.
        01 ARQST PIC X(2).
        01 WS-FIM PIC X VALUE "N".
        01 WS-CONFIRMA PIC X VALUE SPACE.
        01 WS-DATA-OK PIC X VALUE "N".
        01 WS-IDADE-OK PIC X VALUE "N".
        01 WS-IDADE PIC 9(3) VALUE ZEROS.
        01 WS-DATA-REF PIC 9(8) VALUE ZEROS.
        01 WS-DT-NASC PIC 9(8) VALUE ZEROS.
        01 WS-NASCIMENTO PIC 9(8) VALUE ZEROS.
        01 WS-NASCIMENTO-DIG REDEFINES WS-NASCIMENTO.
            02 WS-NASC-DIA PIC 9(2).
            02 WS-NASC-MES PIC 9(2).
            02 WS-NASC-ANO PIC 9(4).
        01 WS-IDADE-ANTIGA PIC ZZ9.
        01 WS-CONT-LIDAS PIC 9(6) VALUE ZEROS.
        01 WS-CONT-JA-CONV PIC 9(6) VALUE ZEROS.
        01 WS-CONT-CONVERTIDAS PIC 9(6) VALUE ZEROS.
        01 WS-CONT-PENDENTES PIC 9(6) VALUE ZEROS.

        PROCEDURE DIVISION.
        ROT-INICIO.
            DISPLAY "CONVERSAO DA IDADE PARA DATA DE NASCIMENTO".
            DISPLAY "AS FICHAS SEM NASCIMENTO SERAO APRESENTADAS UMA A "
                    "UMA. CONFIRMA (S/N)? ".
            ACCEPT WS-CONFIRMA.
            IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                DISPLAY "CONVERSAO CANCELADA"
                STOP RUN.
            OPEN I-O CLIENTE.
            IF ARQST NOT = "00"
                DISPLAY "ERRO AO ABRIR CLIENTE.DAT - STATUS " ARQST
                STOP RUN.
            PERFORM ROT-LE-FICHA UNTIL WS-FIM = "S".
            CLOSE CLIENTE.
            DISPLAY "FICHAS LIDAS: " WS-CONT-LIDAS
                    "  JA CONVERTIDAS: " WS-CONT-JA-CONV.
            DISPLAY "CONVERTIDAS AGORA: " WS-CONT-CONVERTIDAS
                    "  PENDENTES: " WS-CONT-PENDENTES.
            STOP RUN.

        ROT-LE-FICHA.
            READ CLIENTE NEXT RECORD
                AT END
                    MOVE "S" TO WS-FIM
                NOT AT END
                    ADD 1 TO WS-CONT-LIDAS
                    IF DT-NASC-P NUMERIC AND DT-NASC-P NOT = ZEROS
                        ADD 1 TO WS-CONT-JA-CONV
                    ELSE
                        PERFORM ROT-CONVERTE-FICHA
                    END-IF
            END-READ.

      * A IDADE ANTIGA SO APARECE PARA CONFERENCIA DO OPERADOR: A
      * DATA TEM DE VIR DO DOCUMENTO DO CLIENTE
        ROT-CONVERTE-FICHA.
            DISPLAY " ".
            DISPLAY "CODIGO: " CD_CLIENTE-P "  NOME: " NOME-P.
            IF IDADE-ANTIGA-P NUMERIC
                MOVE IDADE-ANTIGA-P TO WS-IDADE-ANTIGA
                DISPLAY "CPF: " CPF-P "  IDADE INFORMADA NO CADASTRO: "
                        WS-IDADE-ANTIGA
            ELSE
                DISPLAY "CPF: " CPF-P.
            MOVE "N" TO WS-DATA-OK.
            PERFORM ROT-PEDE-DATA UNTIL WS-DATA-OK = "S".
            IF WS-NASCIMENTO = ZEROS
                ADD 1 TO WS-CONT-PENDENTES
                DISPLAY "FICHA MANTIDA PENDENTE"
            ELSE
                MOVE WS-DT-NASC TO DT-NASC-P
                MOVE ZEROS TO IDADE-ANTIGA-P
                REWRITE REG-CLIENTE
                    INVALID KEY
                        ADD 1 TO WS-CONT-PENDENTES
                        DISPLAY "ERRO AO REGRAVAR - STATUS " ARQST
                    NOT INVALID KEY
                        ADD 1 TO WS-CONT-CONVERTIDAS
                        DISPLAY "NASCIMENTO GRAVADO - IDADE HOJE: "
                                WS-IDADE
                END-REWRITE
            END-IF.

        ROT-PEDE-DATA.
            MOVE ZEROS TO WS-NASCIMENTO.
            DISPLAY "NASCIMENTO (DDMMAAAA, ZEROS PULA): ".
            ACCEPT WS-NASCIMENTO.
            IF WS-NASCIMENTO = ZEROS
                MOVE "S" TO WS-DATA-OK
            ELSE
                COMPUTE WS-DT-NASC = WS-NASC-ANO * 10000
                    + WS-NASC-MES * 100 + WS-NASC-DIA
                CALL "CalculaIdade" USING WS-DT-NASC WS-DATA-REF
                                          WS-IDADE WS-IDADE-OK
                IF WS-IDADE-OK = "S"
                    MOVE "S" TO WS-DATA-OK
                ELSE
                    DISPLAY "NASCIMENTO INVALIDO <REDIGITE>"
                END-IF
            END-IF.

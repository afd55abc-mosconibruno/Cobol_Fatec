           02 CPF-P PIC 9(11).
           02 AGENCIA-P PIC 9(5).
           02 CONTA-CORRENTE-P PIC X(10).
           02 IDADE-ANTIGA-P PIC 9(3).
           02 SEXO-P PIC X(01).
           02 SALDO-P PIC 9(5)V99.
           02 DEPOSITO-P PIC 9(5)V99.
           02 LIMITE-P PIC 9(5)V99.
           02 RESPONSAVEL-NOME-P PIC X(30).
           02 RESPONSAVEL-CPF-P PIC 9(11).
           02 DT-NASC-P PIC 9(8).

        FD ARQ-BANCO LABEL RECORD STANDARD
               DATA RECORD IS BC-REG-ARQBC
           02 BC-AGENCIA-P PIC 9(4).
           02 BC-CONTA-P PIC 9(9).
           02 BC-NOME-P PIC A(30).
           02 BC-SALDO-P PIC S9(9)V99.
           02 BC-LIMITE-P PIC 9(9)V99.
           02 BC-CONT-P PIC 9(9).
           02 BC-CPF-TITULAR2-P PIC 9(11).

             02 CONTA-CORRENTE PIC X(10) VALUE SPACES.
             02 IDADE PIC 9(3) VALUE ZEROS.
               88 IDADE-18-150 VALUE 18 THRU 150.
               88 IDADE-MENOR VALUE 0 THRU 17.
             02 NASCIMENTO PIC 9(8) VALUE ZEROS.
             02 NASCIMENTO-DIG REDEFINES NASCIMENTO.
               03 NASC-DIA PIC 9(2).
               03 NASC-MES PIC 9(2).
               03 NASC-ANO PIC 9(4).
             02 DT-NASC PIC 9(8) VALUE ZEROS.
             02 WS-DATA-REF PIC 9(8) VALUE ZEROS.
             02 WS-IDADE-OK PIC X(01) VALUE SPACES.
             02 RESPONSAVEL-NOME PIC X(30) VALUE SPACES.
             02 RESPONSAVEL-CPF PIC 9(11) VALUE ZEROS.
             02 SEXO PIC X(01) VALUE SPACES.
             02 MENSA5 PIC X(50) VALUE
             "CONTA CORRENTE INVALIDA <REDIGITE>".
             02 MENSA6 PIC X(30) VALUE
             "NASCIMENTO INVALIDO <REDIGITE>".
             02 MENSA7 PIC X(30) VALUE
             "SEXO INVALIDO <REDIGITE>".
             02 MENSA8 PIC X(30) VALUE
             02 LINE 06 COLUMN 21 VALUE "CPF    ".
             02 LINE 08 COLUMN 21 VALUE "AGENCIA    ".
             02 LINE 10 COLUMN 21 VALUE "CONTA CORRENTE    ".
             02 LINE 12 COLUMN 21 VALUE "NASCIMENTO    ".
             02 LINE 14 COLUMN 21 VALUE "SEXO    ".
             02 LINE 16 COLUMN 21 VALUE "DEPOSITO INICIAL    ".
             02 LINE 18 COLUMN 21 VALUE "SALARIO    ".
                    DISPLAY NOME-P AT 0439
                    DISPLAY AGENCIA-P AT 0839
                    DISPLAY CONTA-CORRENTE-P AT 1039
                    PERFORM ROT-MOSTRA-NASCIMENTO
                    DISPLAY SEXO-P AT 1439
                    DISPLAY DEPOSITO-P AT 1639
                    DISPLAY SALARIO-P AT 1839
                    DISPLAY CPF-P AT 0639
                    DISPLAY AGENCIA-P AT 0839
                    DISPLAY CONTA-CORRENTE-P AT 1039
                    PERFORM ROT-MOSTRA-NASCIMENTO
                    DISPLAY SEXO-P AT 1439
                    DISPLAY DEPOSITO-P AT 1639
                    DISPLAY SALARIO-P AT 1839
                    PERFORM ROT-CPF
                    PERFORM ROT-AGENCIA
                    PERFORM ROT-CONTA-CORRENTE
                    PERFORM ROT-NASCIMENTO
                    PERFORM ROT-SEXO
                    PERFORM ROT-SALDO
                    PERFORM ROT-DEPOSITO-INICIAL
            MOVE SPACES TO SEXO NOME CONTA-CORRENTE ARQST
            RESPONSAVEL-NOME.
            MOVE ZEROS TO CD_CLIENTE I
            CPF AGENCIA IDADE NASCIMENTO DT-NASC DEPOSITO SAQUE
            SALDO SALARIO LIMITE AGENCIA RESPONSAVEL-CPF.
            MOVE SPACE TO WS-CONT OPCAO SALVA SEXO-P.
            MOVE SPACES TO NOME-P CONTA-CORRENTE-P RESPONSAVEL-NOME-P.
            MOVE ZEROS TO CPF-P CD_CLIENTE-P
            AGENCIA-P IDADE-ANTIGA-P DT-NASC-P SALDO-P SALARIO-P
            LIMITE-P RESPONSAVEL-CPF-P.

        ROT-RECEBE.
            PERFORM ROT-CODIGO UNTIL CD_CLIENTE > 0.
            PERFORM ROT-CPF.
            PERFORM ROT-AGENCIA.
            PERFORM ROT-CONTA-CORRENTE.
            PERFORM ROT-NASCIMENTO.
            PERFORM ROT-SEXO.
            PERFORM ROT-SALDO.
            PERFORM ROT-DEPOSITO-INICIAL.
             ELSE
               DISPLAY MENSA12 AT 2323.

      * NASCIMENTO DIGITADO DDMMAAAA; A IDADE E SEMPRE CALCULADA NA
      * DATA DE PROCESSAMENTO (ROTINA CalculaIdade), NUNCA DIGITADA
        ROT-NASCIMENTO.
             ACCEPT  NASCIMENTO WITH PROMPT AT 1239.
             DISPLAY  MENSA12 AT 2331.
             COMPUTE DT-NASC = NASC-ANO * 10000 + NASC-MES * 100
                 + NASC-DIA.
             CALL "CalculaIdade" USING DT-NASC WS-DATA-REF IDADE
                                       WS-IDADE-OK.
             IF WS-IDADE-OK = "S" AND (IDADE-18-150 OR IDADE-MENOR)
                DISPLAY MENSA12 AT 2323
                MOVE DT-NASC TO DT-NASC-P
                MOVE ZEROS TO IDADE-ANTIGA-P
                IF IDADE-MENOR
                    PERFORM ROT-RESPONSAVEL
                ELSE
                    MOVE ZEROS TO RESPONSAVEL-CPF-P
                END-IF
             NEXT SENTENCE
             ELSE DISPLAY MENSA6 AT 2323 PERFORM ROT-NASCIMENTO.

        ROT-MOSTRA-NASCIMENTO.
             CALL "CalculaIdade" USING DT-NASC-P WS-DATA-REF IDADE
                                       WS-IDADE-OK.
             IF WS-IDADE-OK = "S"
                DISPLAY DT-NASC-P(7:2) "/" DT-NASC-P(5:2) "/"
                        DT-NASC-P(1:4) "  (" IDADE " ANOS)" AT 1239
             ELSE
                DISPLAY "NAO INFORMADO" AT 1239.

        ROT-RESPONSAVEL.
             DISPLAY "RESPONSAVEL: " AT 2037.

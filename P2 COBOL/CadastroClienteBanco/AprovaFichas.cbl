        PROGRAM-ID. APROVA-FICHAS AS "AprovaFichas".

      * REVISAO DAS FICHAS DO BALCAO: O CAIXA COMPLETA OS DADOS
      * (AGENCIA, NASCIMENTO, SEXO, SALARIO) E A APROVACAO VIRA UM
      * CLIENTE DO BANCO INLINE - GRAVA EM CLIENTE.DAT E REGISTRA A
      * CONTA EM arqbc.dat, COMO O ROT-GRAVA-ARQBC DO CADASTRO FAZ.
      * A REJEICAO GUARDA O MOTIVO NA PROPRIA FICHA.
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

        01 WS-AGENCIA PIC 9(4) VALUE ZEROS.
        01 WS-IDADE PIC 9(3) VALUE ZEROS.
            88 IDADE-VALIDA VALUE 18 THRU 150.
        01 WS-NASCIMENTO PIC 9(8) VALUE ZEROS.
        01 WS-NASCIMENTO-DIG REDEFINES WS-NASCIMENTO.
            02 WS-NASC-DIA PIC 9(2).
            02 WS-NASC-MES PIC 9(2).
            02 WS-NASC-ANO PIC 9(4).
        01 WS-DT-NASC PIC 9(8) VALUE ZEROS.
        01 WS-DATA-REF PIC 9(8) VALUE ZEROS.
        01 WS-IDADE-OK PIC X VALUE "N".
        01 WS-SEXO PIC X VALUE SPACE.
            88 FM VALUE "F" "M" "f" "m".
        01 WS-SALARIO PIC 9(5)V99 VALUE ZEROS.
            PERFORM ROT-PEDE-AGENCIA.
            IF WS-AGENCIA = ZEROS
                EXIT PARAGRAPH.
            DISPLAY "NASCIMENTO (DDMMAAAA): ".
            ACCEPT WS-NASCIMENTO.
            COMPUTE WS-DT-NASC = WS-NASC-ANO * 10000
                + WS-NASC-MES * 100 + WS-NASC-DIA.
            CALL "CalculaIdade" USING WS-DT-NASC WS-DATA-REF WS-IDADE
                                      WS-IDADE-OK.
            IF WS-IDADE-OK NOT = "S"
                DISPLAY "DATA DE NASCIMENTO INVALIDA"
                EXIT PARAGRAPH.
            IF NOT IDADE-VALIDA
                DISPLAY "APROVACAO EXIGE MAIOR DE IDADE"
                EXIT PARAGRAPH.
            MOVE FI-CPF TO CPF-P.
            MOVE WS-AGENCIA TO AGENCIA-P.
            MOVE SPACES TO CONTA-CORRENTE-P.
            MOVE ZEROS TO IDADE-ANTIGA-P.
            MOVE WS-DT-NASC TO DT-NASC-P.
            MOVE WS-SEXO TO SEXO-P.
            MOVE FI-DEPOSITO TO SALDO-P.
            MOVE FI-DEPOSITO TO DEPOSITO-P.

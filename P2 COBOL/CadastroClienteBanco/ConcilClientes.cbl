           02 CPF-P PIC 9(11).
           02 AGENCIA-P PIC 9(5).
           02 CONTA-CORRENTE-P PIC X(10).
           02 FILLER PIC 9(3).
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


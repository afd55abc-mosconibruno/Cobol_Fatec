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

       FD XREF LABEL RECORD STANDARD
                DATA RECORD IS LINHA-XREF

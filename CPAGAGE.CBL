                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL

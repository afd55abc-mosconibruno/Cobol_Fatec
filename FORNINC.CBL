       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FORNINC.

      * CADASTRO DE FORNECEDORES. OS DADOS BANCARIOS (BANCO, AGENCIA
      * E CONTA) SAO USADOS NO PAGAMENTO DE TITULOS PELO BANCO
      * (CPAGBCO); QUANDO O FORNECEDOR TEM CONTA NO BANCO DA CASA,
      * INFORMAR O CPF E O TIPO DA CONTA (1-CC 2-POUP) PARA A
      * TRANSFERENCIA INTERNA

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
                02 FORN-CNPJ      PIC 9(14).
                02 FORN-FONE      PIC 9(11).
                02 FORN-CONTATO   PIC X(20).
                02 FORN-BANCO     PIC 9(03).
                02 FORN-AGENCIA   PIC 9(04).
                02 FORN-CONTA     PIC 9(09).
                02 FORN-CPF-CONTA PIC 9(11).
                02 FORN-TIPO-CONTA PIC 9(01).

       WORKING-STORAGE SECTION.
          01 REG-FORN-E.
                02 FORN-CNPJ-E    PIC 9(14).
                02 FORN-FONE-E    PIC 9(11).
                02 FORN-CONTATO-E PIC X(20).
                02 FORN-BANCO-E   PIC 9(03).
                02 FORN-AGENCIA-E PIC 9(04).
                02 FORN-CONTA-E   PIC 9(09).
                02 FORN-CPF-CONTA-E PIC 9(11).
                02 FORN-TIPO-CONTA-E PIC 9(01).
          01 REG-FORN-W.
                02 FORN-CODIGO-W  PIC 9(04).
                02 FORN-NOME-W    PIC X(30).
                02 FORN-CNPJ-W    PIC 9(14).
                02 FORN-FONE-W    PIC 9(11).
                02 FORN-CONTATO-W PIC X(20).
                02 FORN-BANCO-W   PIC 9(03).
                02 FORN-AGENCIA-W PIC 9(04).
                02 FORN-CONTA-W   PIC 9(09).
                02 FORN-CPF-CONTA-W PIC 9(11).
                02 FORN-TIPO-CONTA-W PIC 9(01).
          01 DATA-SIS.
                02 ANO            PIC 9(04).
                02 MES            PIC 9(02).
              02 LINE 8  COL 19 VALUE "CNPJ:".
              02 LINE 10 COL 19 VALUE "TELEFONE:".
              02 LINE 12 COL 19 VALUE "CONTATO:".
              02 LINE 8  COL 45 VALUE "BANCO:".
              02 LINE 10 COL 45 VALUE "AGENCIA:".
              02 LINE 12 COL 50 VALUE "CONTA:".
              02 LINE 13 COL 19 VALUE "CPF CONTA BANCO DA CASA:".
              02 LINE 13 COL 57 VALUE "TIPO:".
              02 LINE 15 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
                 MOVE FORN-CNPJ    TO FORN-CNPJ-E
                 MOVE FORN-FONE    TO FORN-FONE-E
                 MOVE FORN-CONTATO TO FORN-CONTATO-E
                 MOVE FORN-BANCO   TO FORN-BANCO-E
                 MOVE FORN-AGENCIA TO FORN-AGENCIA-E
                 MOVE FORN-CONTA   TO FORN-CONTA-E
                 MOVE FORN-CPF-CONTA  TO FORN-CPF-CONTA-E
                 MOVE FORN-TIPO-CONTA TO FORN-TIPO-CONTA-E
                 DISPLAY FORN-NOME-E    AT 0633
                 DISPLAY FORN-CNPJ-E    AT 0825
                 DISPLAY FORN-FONE-E    AT 1029
                 DISPLAY FORN-CONTATO-E AT 1228
                 DISPLAY FORN-BANCO-E   AT 0852
                 DISPLAY FORN-AGENCIA-E AT 1054
                 DISPLAY FORN-CONTA-E   AT 1257
                 DISPLAY FORN-CPF-CONTA-E  AT 1344
                 DISPLAY FORN-TIPO-CONTA-E AT 1363
                 PERFORM ENTRA-DADOS
                 PERFORM GRAVAR UNTIL WS-SALVA = "S" OR "N"
                 IF WS-SALVA = "S"
              MOVE ZEROS  TO FORN-CODIGO-E
                             FORN-CNPJ-E
                             FORN-FONE-E
                             FORN-BANCO-E
                             FORN-AGENCIA-E
                             FORN-CONTA-E
                             FORN-CPF-CONTA-E
                             FORN-TIPO-CONTA-E
                             WS-FL.
              DISPLAY WS-ESPACO AT 1535.

              ACCEPT FORN-CNPJ-E    AT 0825 WITH PROMPT AUTO.
              ACCEPT FORN-FONE-E    AT 1029 WITH PROMPT AUTO.
              ACCEPT FORN-CONTATO-E AT 1228 WITH PROMPT AUTO.
              ACCEPT FORN-BANCO-E   AT 0852 WITH PROMPT AUTO.
              ACCEPT FORN-AGENCIA-E AT 1054 WITH PROMPT AUTO.
              ACCEPT FORN-CONTA-E   AT 1257 WITH PROMPT AUTO.
              ACCEPT FORN-CPF-CONTA-E AT 1344 WITH PROMPT AUTO.
              IF FORN-CPF-CONTA-E = ZEROS
                 MOVE ZEROS TO FORN-TIPO-CONTA-E
              ELSE
                 PERFORM ENTRA-TIPO-CONTA
                    UNTIL FORN-TIPO-CONTA-E = 1 OR 2.
              MOVE   FORN-CODIGO-E  TO FORN-CODIGO-W.
              MOVE   FORN-NOME-E    TO FORN-NOME-W.
              MOVE   FORN-CNPJ-E    TO FORN-CNPJ-W.
              MOVE   FORN-FONE-E    TO FORN-FONE-W.
              MOVE   FORN-CONTATO-E TO FORN-CONTATO-W.
              MOVE   FORN-BANCO-E   TO FORN-BANCO-W.
              MOVE   FORN-AGENCIA-E TO FORN-AGENCIA-W.
              MOVE   FORN-CONTA-E   TO FORN-CONTA-W.
              MOVE   FORN-CPF-CONTA-E  TO FORN-CPF-CONTA-W.
              MOVE   FORN-TIPO-CONTA-E TO FORN-TIPO-CONTA-W.

       ENTRA-TIPO-CONTA.
              ACCEPT FORN-TIPO-CONTA-E AT 1363 WITH PROMPT AUTO.
              IF FORN-TIPO-CONTA-E NOT = 1 AND NOT = 2
                 DISPLAY "TIPO DA CONTA: 1-CC 2-POUP" AT 1535
              ELSE
                 DISPLAY WS-ESPACO AT 1535.

       ENTRA-NOME.
              ACCEPT FORN-NOME-E AT 0633 WITH PROMPT AUTO.

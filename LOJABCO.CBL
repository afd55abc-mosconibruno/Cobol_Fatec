       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOJABCO.

      * CONTA DE MOVIMENTO DA LOJA NO BANCO DA CASA (LOJABCO.TXT):
      * CPF E TIPO DA CONTA EM arqbc.dat DE ONDE SAEM OS PAGAMENTOS
      * A FORNECEDOR (CPAGBCO) E ONDE ENTRA A GUIA DE DEPOSITO DO
      * FECHAMENTO DE CAIXA (PRODCAIX). A CONTA TEM QUE EXISTIR NO
      * BANCO; O ARQUIVO GUARDA UM UNICO REGISTRO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LOJABCO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT ARQBANCO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CHAVE-ARQBC
              FILE STATUS ARQST2.

       DATA DIVISION.
       FILE SECTION.
       FD LOJABCO LABEL RECORD STANDARD
                DATA RECORD IS REG-LOJABCO
                VALUE OF FILE-ID IS "LOJABCO.TXT".
          01 REG-LOJABCO.
                02 LB-CPF         PIC 9(11).
                02 LB-TIPO-CONTA  PIC 9(01).
                02 LB-NOME        PIC X(30).

       FD ARQBANCO LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQBC
                VALUE OF FILE-ID IS "arqbc.dat".
          01 REG-ARQBC.
                02 CHAVE-ARQBC.
                   03 CPF-P           PIC 9(11).
                   03 TIPO-CONTA-P    PIC 9(01).
                02 CODIGO-AGENCIA-P   PIC 9(04).
                02 CODIGO-CC-P        PIC 9(09).
                02 NOME-P             PIC A(30).
                02 SALDO-P            PIC S9(09)V99.
                02 LIMITE-P           PIC 9(09)V99.
                02 CONT-P             PIC 9(09).
                02 CPF-TITULAR2-P     PIC 9(11).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 WS-CPF                PIC 9(11) VALUE ZEROS.
          01 WS-TIPO-CONTA         PIC 9(01) VALUE ZEROS.
          01 WS-SALVA              PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "CONTA DA LOJA NO BANCO DA CASA".
              OPEN INPUT LOJABCO.
              IF ARQST = "00"
                 READ LOJABCO
                    AT END
                       DISPLAY "CONTA AINDA NAO INFORMADA"
                    NOT AT END
                       DISPLAY "CONTA ATUAL: " LB-CPF " TIPO "
                               LB-TIPO-CONTA " " LB-NOME
                 END-READ
                 CLOSE LOJABCO
              ELSE
                 DISPLAY "CONTA AINDA NAO INFORMADA".
              OPEN INPUT ARQBANCO.
              IF ARQST2 NOT = "00"
                 DISPLAY "CADASTRO DO BANCO (arqbc.dat) AUSENTE"
                 STOP RUN.
              DISPLAY "CPF DA CONTA (0 = MANTEM A ATUAL): ".
              ACCEPT WS-CPF.
              IF WS-CPF = ZEROS
                 PERFORM FINALIZA.
              DISPLAY "TIPO (1-CC 2-POUP): ".
              ACCEPT WS-TIPO-CONTA.
              IF WS-TIPO-CONTA NOT = 1 AND NOT = 2
                 DISPLAY "TIPO DE CONTA INVALIDO"
                 PERFORM FINALIZA.
              MOVE WS-CPF        TO CPF-P.
              MOVE WS-TIPO-CONTA TO TIPO-CONTA-P.
              READ ARQBANCO
                 INVALID KEY
                    DISPLAY "CONTA NAO ENCONTRADA NO BANCO"
                    PERFORM FINALIZA
              END-READ.
              DISPLAY "TITULAR: " NOME-P.
              DISPLAY "CONFIRMA (S/N)? ".
              ACCEPT WS-SALVA.
              IF WS-SALVA NOT = "S" AND WS-SALVA NOT = "s"
                 DISPLAY "CONTA NAO ALTERADA"
                 PERFORM FINALIZA.
              MOVE WS-CPF        TO LB-CPF.
              MOVE WS-TIPO-CONTA TO LB-TIPO-CONTA.
              MOVE NOME-P        TO LB-NOME.
              OPEN OUTPUT LOJABCO.
              WRITE REG-LOJABCO.
              CLOSE LOJABCO.
              DISPLAY "CONTA DA LOJA GRAVADA".
              PERFORM FINALIZA.

       FINALIZA.
              CLOSE ARQBANCO.
              STOP RUN.

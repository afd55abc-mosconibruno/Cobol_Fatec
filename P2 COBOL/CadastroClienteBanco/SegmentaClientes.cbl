      * LIMITE TOTAIS E MEDIOS POR FAIXA DE IDADE (MENORES COM
      * RESPONSAVEL COMO FAIXA PROPRIA), POR SEXO E POR FAIXA
      * SALARIAL, COM TOTAL GERAL. RODA SOZINHO, COMO O BackupNoturno.
      * A IDADE E CALCULADA PELA DATA DE NASCIMENTO NA DATA DE
      * PROCESSAMENTO (ROTINA CalculaIdade); FICHA SEM NASCIMENTO
      * VALIDO VAI PARA FAIXA PROPRIA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
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

        FD RELATORIO LABEL RECORD STANDARD
               DATA RECORD IS LINHA-REL
        01 WS-IDX PIC 9(2) VALUE ZEROS.
        01 WS-MEDIA-SALDO PIC 9(7)V99 VALUE ZEROS.
        01 WS-MEDIA-LIMITE PIC 9(7)V99 VALUE ZEROS.
        01 WS-IDADE PIC 9(3) VALUE ZEROS.
        01 WS-DATA-REF PIC 9(8) VALUE ZEROS.
        01 WS-IDADE-OK PIC X VALUE "N".
      * FAIXAS: 1=MENOR(RESP) 2=18-25 3=26-40 4=41-60 5=60+
      *         6=FEM 7=MASC 8=SEXO NAO INFORMADO
      *         9=SAL<1000 10=1000-2999 11=3000-4999 12=5000+
      *         13=TOTAL GERAL 14=NASCIMENTO NAO INFORMADO
        01 TABELA-SEGMENTOS.
            02 SG-LINHA OCCURS 14 TIMES.
                03 SG-CONT   PIC 9(6).
                03 SG-SALDO  PIC 9(9)V99.
                03 SG-LIMITE PIC 9(9)V99.
            02 FILLER PIC X(22) VALUE "SALARIO 3000 A 4999,99".
            02 FILLER PIC X(22) VALUE "SALARIO 5000 OU MAIS".
            02 FILLER PIC X(22) VALUE "TOTAL GERAL".
            02 FILLER PIC X(22) VALUE "NASCIMENTO NAO INFORM.".
        01 TABELA-ROTULOS REDEFINES ROTULOS-SEGMENTOS.
            02 SG-ROTULO PIC X(22) OCCURS 14 TIMES.
        01 LINHA-CAB1 PIC X(100) VALUE
           "SEGMENTACAO DA CARTEIRA DE CLIENTES".
        01 LINHA-CAB2 PIC X(100) VALUE
            PERFORM ROT-ACUMULA UNTIL WS-FIM = "S".
            PERFORM ROT-ESCREVE-SEGMENTO
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5.
            MOVE 14 TO WS-IDX.
            PERFORM ROT-ESCREVE-SEGMENTO.
            MOVE LINHA-BRANCO TO LINHA-REL.
            WRITE LINHA-REL.
            PERFORM ROT-ESCREVE-SEGMENTO
            END-READ.

        ROT-CLASSIFICA-IDADE.
            CALL "CalculaIdade" USING DT-NASC-P WS-DATA-REF WS-IDADE
                                      WS-IDADE-OK.
            EVALUATE TRUE
                WHEN WS-IDADE-OK NOT = "S"
                    MOVE 14 TO WS-IDX
                WHEN WS-IDADE < 18
                    MOVE 1 TO WS-IDX
                WHEN WS-IDADE <= 25
                    MOVE 2 TO WS-IDX
                WHEN WS-IDADE <= 40
                    MOVE 3 TO WS-IDX
                WHEN WS-IDADE <= 60
                    MOVE 4 TO WS-IDX
                WHEN OTHER
                    MOVE 5 TO WS-IDX

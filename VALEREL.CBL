      * PASSIVO DE VALE-PRESENTE: PERCORRE VALEPRES.DAT, MARCA COMO
      * VENCIDO (X) O VALE EMITIDO COM VALIDADE PASSADA E IMPRIME O
      * FECHAMENTO DO MES: VALES EM ABERTO (PASSIVO), RESGATADOS E
      * VENCIDOS, COM TOTAIS POR SITUACAO. VALE DE CUPOM CANCELADO
      * (C) SAI NA LISTA SEM ENTRAR EM NENHUM TOTAL
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
                02 VP-STATUS      PIC X(01).
                02 VP-DATA-RESG   PIC 9(08).
                02 VP-CUPOM       PIC 9(06).
                02 VP-CUPOM-EMIS  PIC 9(06).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                    MOVE "RESGATADO" TO LD-SITUACAO
                    ADD 1 TO WS-CONT-RESG
                    ADD VP-VALOR TO WS-TOT-RESG
                 WHEN "C"
                    MOVE "CANCELADO" TO LD-SITUACAO
                 WHEN OTHER
                    MOVE "VENCIDO" TO LD-SITUACAO
                    ADD 1 TO WS-CONT-VENC

                   ELSE
                       MOVE PT-DATA TO LD-DATA
                       MOVE PT-SEQ TO LD-SEQ
      * E = ESTORNO DO ACUMULO E D = DEVOLUCAO DO RESGATE, AMBOS
      * GRAVADOS NO CANCELAMENTO DO CUPOM (PRODCANC)
                       EVALUATE PT-TIPO
                           WHEN "R"
                               MOVE "RESGATE" TO LD-TIPO
                               SUBTRACT PT-PONTOS FROM WS-SALDO
                           WHEN "E"
                               MOVE "ESTORNO" TO LD-TIPO
                               SUBTRACT PT-PONTOS FROM WS-SALDO
                           WHEN "D"
                               MOVE "DEVOLUC" TO LD-TIPO
                               ADD PT-PONTOS TO WS-SALDO
                           WHEN OTHER
                               MOVE "ACUMULO" TO LD-TIPO
                               ADD PT-PONTOS TO WS-SALDO
                       END-EVALUATE
                       MOVE PT-PONTOS TO LD-PONTOS
                       MOVE PT-CUPOM TO LD-CUPOM
                       MOVE LINHA-DET TO LINHA-REL

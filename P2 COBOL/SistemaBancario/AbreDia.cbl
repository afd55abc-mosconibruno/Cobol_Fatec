               accept ws-confirma
               if ws-confirma not = "S" and ws-confirma not = "s"
                   display "ABERTURA CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           open output datamov.
           write reg-datamov.
           close datamov.
           display "DIA CONTABIL ABERTO: " ws-data.
           goback.

       end program AbreDia.

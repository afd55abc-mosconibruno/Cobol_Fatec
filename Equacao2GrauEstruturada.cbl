                   display x1-e at 0917
                   move "U" to ws-tem-raiz
               else
                   compute x1 = (-b + function sqrt(d)) / (2*a)
                   compute x2 = (-b - function sqrt(d)) / (2*a)
                   move "D" to ws-tem-raiz
                   Perform Resultado-x.
       Resultado-x.

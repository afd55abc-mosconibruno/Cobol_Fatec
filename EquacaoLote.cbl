                   move x1 to x1-e
                   move "U" to ws-tem-raiz
               else
                   compute x1 = (-b + function sqrt(d)) / (2*a)
                   compute x2 = (-b - function sqrt(d)) / (2*a)
                   move x1 to x1-e
                   move x2 to x2-e
                   move "D" to ws-tem-raiz

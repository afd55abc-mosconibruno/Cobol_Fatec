           02 filler    pic x(2).
           02 le-tipo   pic x(10).
           02 filler    pic x(2).
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2).
           02 ws-dr-mes pic 99.
           02 ws-dr-ano pic 99.
       01 ws-limiar pic 9(5)v99 value zeros.
       01 ws-valor-n pic 9(9)v99 value zeros.
       01 ws-cont pic 9(5) value zeros.
       01 linha-cab1.
           02 filler pic x(38) value
           02 filler pic x(2) value spaces.
           02 ld-tipo pic x(10).
           02 filler pic x(2) value spaces.
           02 ld-valor pic zzz.zzz.zz9,99.
       01 linha-resumo.
           02 filler pic x(30) value "MOVIMENTOS REPORTAVEIS:      ".
           02 lr-cont pic z(4)9.
           if ws-limiar = zeros
               display "LIMIAR REPORTAVEL NAO CONFIGURADO EM "
                       "limites.txt"
               move 8 to return-code
               goback
           end-if.
           open input extrato.
           if arq-ok not = "00"
               display "SEM MOVIMENTOS (extrato.txt AUSENTE)"
               goback
           end-if.
           open output relatorio.
           move ws-dr-dia to lc-dia.
           display "MOVIMENTOS REPORTAVEIS: " ws-cont.
           close extrato.
           close relatorio.
           goback.

       Carrega-Limiar.
           open input limites.

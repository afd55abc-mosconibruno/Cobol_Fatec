           02 filler    pic x(2).
           02 le-tipo   pic x(10).
           02 filler    pic x(2).
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2).
           02 ws-df-dia pic 99.
           02 ws-df-mes pic 99.
           02 ws-df-ano pic 99.
       01 ws-valor-n pic 9(9)v99 value zeros.
       01 ws-func-busca pic 9(4) value zeros.
       01 ws-num-func pic 9(3) value zeros.
       01 ws-idx pic 9(3) value zeros.
       01 ws-achou pic x value "N".
       01 ws-esperado pic s9(10)v99 value zeros.
       01 tabela-caixas.
           02 tc-linha occurs 100 times.
               03 tc-func     pic 9(4).
               03 tc-fundo    pic 9(7)v99.
               03 tc-entradas pic 9(10)v99.
               03 tc-saidas   pic 9(10)v99.
       01 linha-cab1.
           02 filler pic x(31) value
              "FECHAMENTO DE CAIXA POR CAIXA: ".
           02 filler pic x value "/".
           02 lc-ano pic 99.
       01 linha-cab2 pic x(100) value
          "FUNC      FUNDO          ENTRADAS            SAIDAS  ESPERAD
      -    "O NA GAVETA".
       01 linha-det.
           02 ld-func pic 9(4).
           02 filler pic x(2) value spaces.
           02 ld-fundo pic zz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-entradas pic z.zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-saidas pic z.zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-esperado pic -z.zzz.zzz.zz9,99.
       01 linha-resumo.
           02 filler pic x(30) value "CAIXAS COM MOVIMENTO NO DIA: ".
           02 lr-cont pic zz9.

           02 filler    pic x(2).
           02 le-tipo   pic x(10).
           02 filler    pic x(2).
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(13).
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       01 arq-ok3 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-tem-debito pic x value "N".
       01 ws-valor-n pic 9(9)v99 value zeros.
       01 ws-cpf-origem pic 9(11) value zeros.
       01 ws-tipo-origem pic 9(1) value zeros.
       01 ws-valor-transf pic 9(9)v99 value zeros.
       01 ws-ag-origem pic 9(4) value zeros.
       01 ws-ag-destino pic 9(4) value zeros.
       01 ws-ag-menor pic 9(4) value zeros.
       01 ws-num-pares pic 9(2) value zeros.
       01 ws-idx pic 9(2) value zeros.
       01 ws-achou pic x value "N".
       01 ws-liquido pic s9(11)v99 value zeros.
       01 ws-cont-transf pic 9(6) value zeros.
       01 ws-cont-sem-conta pic 9(6) value zeros.
       01 tabela-pares.
               03 tp-ag1 pic 9(4).
               03 tp-ag2 pic 9(4).
               03 tp-cont pic 9(6).
               03 tp-valor-1p2 pic 9(11)v99.
               03 tp-valor-2p1 pic 9(11)v99.
       01 linha-cab1 pic x(100) value
          "LIQUIDACAO ENTRE AGENCIAS (TRANSFERENCIAS INTERAGENCIAS)".
       01 linha-cab2 pic x(100) value
          "AG.A  AG.B   QTDE      A ENVIOU A B       B ENVIOU A A  
      -    "LIQUIDO (A DEVE B SE NEGATIVO)".
       01 linha-det.
           02 ld-ag1 pic 9(4).
           02 filler pic x(2) value spaces.
           02 filler pic x(2) value spaces.
           02 ld-cont pic z(5)9.
           02 filler pic x(2) value spaces.
           02 ld-v12 pic zz.zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-v21 pic zz.zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-liquido pic -zz.zzz.zzz.zz9,99.
       01 linha-resumo1.
           02 filler pic x(35) value
              "TRANSFERENCIAS INTERAGENCIAS:      ".

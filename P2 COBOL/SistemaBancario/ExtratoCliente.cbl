           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

           02 filler    pic x(2).
           02 le-tipo   pic x(10).
           02 filler    pic x(2).
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-tipo-conta pic 9(1).

               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).

       fd pendentes label record standard
           data record is reg-pendente
               03 pd-cpf        pic 9(11).
               03 pd-tipo-conta pic 9(1).
               03 pd-seq        pic 9(4).
           02 pd-valor    pic 9(9)v99.
           02 pd-data-dep pic 9(8).
           02 pd-data-lib pic 9(8).
           02 pd-status   pic x(1).
       01 arq-ok5 pic x(2).
       01 ws-tem-pendentes pic x value "N".
       01 ws-fim-pend pic x value "N".
       01 ws-total-pendente pic 9(9)v99 value zeros.
       01 ws-usa-indexado pic x value "N".
       01 ws-data-ini-idx pic 9(8) value zeros.
       01 ws-data-fim-idx pic 9(8) value zeros.
           02 ws-dm-ano pic 99.
           02 ws-dm-mes pic 99.
           02 ws-dm-dia pic 99.
       01 ws-valor-n pic 9(9)v99 value zeros.
       01 ws-saldo-n pic s9(9)v99 value zeros.
       01 ws-saldo-abertura pic s9(9)v99 value zeros.
       01 ws-saldo-final pic s9(9)v99 value zeros.
       01 ws-tem-movimento pic x value "N".
       01 ws-cont-mov pic 9(6) value zeros.
       01 linha-cab1.
           02 filler pic x(03) value " A ".
           02 lc-data-fim pic 9(6).
       01 linha-cab3 pic x(100) value
          "DATA      TIPO        VALOR           SALDO APOS".
       01 linha-abertura.
           02 filler pic x(25) value "SALDO DE ABERTURA:       ".
           02 la-saldo pic -zzz.zzz.zz9,99.
       01 linha-det.
           02 ld-dia pic 99.
           02 filler pic x value "/".
           02 filler pic x(2) value spaces.
           02 ld-tipo pic x(10).
           02 filler pic x(2) value spaces.
           02 ld-valor pic zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-saldo pic -zzz.zzz.zz9,99.
       01 linha-fechamento.
           02 filler pic x(25) value "SALDO DE FECHAMENTO:     ".
           02 lf-saldo pic -zzz.zzz.zz9,99.
       01 linha-confere.
           02 filler pic x(25) value "SALDO ATUAL NO CADASTRO: ".
           02 lcf-saldo pic -zzz.zzz.zz9,99.
           02 filler pic x(02) value spaces.
           02 lcf-situacao pic x(20).
       01 linha-pendente.
           02 filler pic x(25) value "CREDITOS PENDENTES (CHQ):".
           02 lp-valor pic zzz.zzz.zz9,99.

       procedure division.
       Inicio.
                   compute ws-saldo-abertura = ws-saldo-n - ws-valor-n
               when "CHQ-LIBER"
                   compute ws-saldo-abertura = ws-saldo-n - ws-valor-n
               when "DEP-LOJA"
                   compute ws-saldo-abertura = ws-saldo-n - ws-valor-n
               when "SAQUE"
                   compute ws-saldo-abertura = ws-saldo-n + ws-valor-n
               when "TRANSF-DB"

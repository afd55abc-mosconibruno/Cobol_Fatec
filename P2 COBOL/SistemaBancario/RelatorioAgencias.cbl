           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

           02 sr-agencia    pic 9(4).
           02 sr-codigo-cc  pic 9(9).
           02 sr-nome       pic A(30).
           02 sr-saldo      pic s9(9)v99.
           02 sr-limite     pic 9(9)v99.
           02 sr-cont       pic 9(9).

       working-storage section.
       01 ws-fim-sort      pic x value "N".
       01 ws-primeira      pic x value "N".
       01 ws-agencia-atual pic 9(4) value zeros.
       01 ws-subtotal      pic s9(11)v99 value zeros.
       01 ws-cont-agencia  pic 9(6) value zeros.
       01 ws-grande-total  pic s9(11)v99 value zeros.
       01 ws-cont-geral    pic 9(6) value zeros.
       01 linha-cab1 pic x(60) value
          "RELATORIO DE CONTAS POR AGENCIA".
       01 linha-cab2 pic x(60) value
          "AGENCIA  CONTA      NOME                              SALDO".
       01 linha-det.
           02 ld-agencia pic z(3)9.
           02 filler     pic x(02) value spaces.
           02 filler     pic x(02) value spaces.
           02 ld-nome    pic x(25).
           02 filler     pic x(02) value spaces.
           02 ld-saldo   pic -zzz.zzz.zz9,99.
       01 linha-sub.
           02 filler      pic x(15) value "  SUBTOTAL AG. ".
           02 ls-agencia  pic z(3)9.
           02 ls-cont     pic z(5)9.
           02 filler      pic x(02) value spaces.
           02 filler      pic x(9) value "SALDO:   ".
           02 ls-saldo    pic -z(10)9,99.
       01 linha-total1.
           02 filler pic x(30) value "TOTAL DE CONTAS NO BANCO:     ".
           02 lt-cont-geral pic z(5)9.
       01 linha-total2.
           02 filler pic x(30) value "SALDO TOTAL DO BANCO:        ".
           02 lt-grande-total pic -z(10)9,99.

       procedure division.
       Inicio.

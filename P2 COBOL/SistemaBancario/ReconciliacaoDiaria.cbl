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

       01 ws-achou       pic x value "N".
       01 ws-cont-lidos  pic 9(6) value zeros.
       01 ws-cont-divergencias pic 9(4) value zeros.
       01 le-saldo-n pic s9(9)v99 value zeros.
       01 jb-nome pic x(12) value "RECONCILIA  ".
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
           02 tc-linha occurs 500 times.
               03 tc-cpf          pic 9(11).
               03 tc-tipo-conta   pic 9(1).
               03 tc-ultimo-saldo pic s9(9)v99.

       01 ws-data-entrada.
           02 ws-de-dia pic 99.
       01 linha-cab1 pic x(70) value
          "RELATORIO DE RECONCILIACAO DIARIA (EXTRATO x SALDO)".
       01 linha-cab2 pic x(70) value
          "CPF          ULT.SALDO EXTR.  SALDO ATUAL      SITUACAO".
       01 linha-det.
           02 ld-cpf         pic z(10)9.
           02 filler         pic x(02) value spaces.
           02 ld-saldo-extr  pic -zzz.zzz.zz9,99.
           02 filler         pic x(02) value spaces.
           02 ld-saldo-atual pic -zzz.zzz.zz9,99.
           02 filler         pic x(02) value spaces.
           02 ld-situacao    pic x(20).
       01 linha-resumo1.
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           move "I" to jb-acao.
           close arq-banco.
           close extrato.
           close relatorio.
           goback.

       end program ReconciliacaoDiaria.

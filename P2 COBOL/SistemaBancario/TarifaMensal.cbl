           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd relatorio label record standard
           data record is linha-rel
               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).

       working-storage section.
       01 arq-ok pic x(2).
       01 ws-cont-isentas pic 9(6) value zeros.
       01 ws-cont-sem-saldo pic 9(6) value zeros.
       01 ws-cont-poupanca pic 9(6) value zeros.
       01 ws-saldo-teste pic s9(10)v99 value zeros.
       01 ws-confirma pic x value "N".
       01 jb-nome pic x(12) value "TARIFA      ".
       01 jb-frequencia pic x(1) value "M".
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
               accept ws-confirma
               if ws-confirma not = "S" and ws-confirma not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
      * TARIFA E PISO VEM DA TABELA CENTRAL (parametros.dat,
           end-if.
           if ws-tarifa = zeros
               display "TARIFA DEVE SER MAIOR QUE ZERO"
               move 8 to return-code
               goback
           end-if.
           move "PISOISENTO" to lp-codigo.
           call "LeParametro" using lp-codigo lp-data lp-valor

       Tenta-Gravar-Mov.
           move 1 to mv-titular.
           move zeros to mv-procurador.
           write reg-movimento
               invalid key
                   add 1 to mv-seq
           close extrato.
           close movimentos.
           close relatorio.
           goback.

       end program TarifaMensal.

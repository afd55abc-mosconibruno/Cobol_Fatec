           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

           02 ce-chave.
               03 ce-cpf        pic 9(11).
               03 ce-tipo-conta pic 9(1).
           02 ce-acumulado pic 9(9)v99.
           02 ce-dias      pic 9(3).
           02 ce-ult-dia   pic 9(8).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd relatorio label record standard
           data record is linha-rel
           88 modo-acumula value "A" "a".
           88 modo-posta   value "P" "p".
       01 ws-taxa pic 9(2)v99 value zeros.
       01 ws-juro-dia pic 9(9)v99 value zeros.
       01 ws-saldo-devedor pic 9(9)v99 value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-cont-contas pic 9(5) value zeros.
       01 ws-total-juros pic 9(9)v99 value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 filler pic x(8) value "  DIAS: ".
           02 ld-dias pic zz9.
           02 filler pic x(12) value "  ENCARGOS: ".
           02 ld-encargo pic zzz.zzz.zz9,99.

       procedure division.
       Inicio.
           accept ws-modo.
           if not (modo-acumula or modo-posta)
               display "OPCAO INVALIDA"
               move 8 to return-code
               goback
           end-if.
           if modo-acumula
               move "TXCHEESP  " to lp-codigo
           open i-o arq-banco.
           if arq-ok not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               move 8 to return-code
               goback
           end-if.
           open i-o chespec.
           if arq-ok2 not = "00"
           end-if.
           close arq-banco.
           close chespec.
           goback.

       Controle-Diario.
           move "C" to jb-acao.
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           move "I" to jb-acao.

               03 pd-cpf        pic 9(11).
               03 pd-tipo-conta pic 9(1).
               03 pd-seq        pic 9(4).
           02 pd-valor    pic 9(9)v99.
           02 pd-data-dep pic 9(8).
           02 pd-data-lib pic 9(8).
           02 pd-status   pic x(1).
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
       fd movimentos label record standard
           data record is reg-movimento
           value of file-id is "movimentos.dat".
               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).
       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "CHQLIBER.TXT".
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".
       01 ws-mov-gravado pic x value "N".
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 linha-extrato.
           02 le-dia    pic 99.
           02 filler    pic x value "/".
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 filler pic x(2) value spaces.
           02 ld-seq pic 9(4).
           02 filler pic x(2) value spaces.
           02 ld-valor pic zzz.zzz.zz9,99.
           02 filler pic x(2) value spaces.
           02 ld-situacao pic x(20).
       01 linha-resumo1.
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           move "I" to jb-acao.
           open i-o pendentes.
           if arq-ok-pend not = "00"
               display "SEM PENDENTES (pendentes.dat AUSENTE)"
               goback
           end-if.
           open i-o arq-banco.
           open extend extrato.
           close extrato.
           close movimentos.
           close relatorio.
           goback.

       Avalia-Pendente.
           read pendentes next record
                   write linha-rel
                   exit paragraph
           end-read.
      * CREDITO QUE ESTOURA O CAMPO DE SALDO NAO E FEITO: O CHEQUE
      * CONTINUA PENDENTE E SAI NO RELATORIO
           compute ws-saldo-novo = saldo-p + pd-valor.
           if ws-saldo-novo > 999999999,99
               move pd-cpf to ld-cpf
               move pd-seq to ld-seq
               move pd-valor to ld-valor
               move "SALDO EXCEDE O CAMPO" to ld-situacao
               move linha-det to linha-rel
               write linha-rel
               exit paragraph
           end-if.
           compute saldo-p = saldo-p + pd-valor.
           rewrite reg-arqbc
               invalid key

       Tenta-Gravar-Mov.
           move 1 to mv-titular.
           move zeros to mv-procurador.
           write reg-movimento
               invalid key
                   add 1 to mv-seq

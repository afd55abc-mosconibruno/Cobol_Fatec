       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd arquivo-mes label record standard
           data record is reg-arquivo
           value of file-id is ws-arq-mes.
       01 reg-arquivo pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 ws-num-contas pic 9(3) value zeros.
       01 ws-idx pic 9(4) value zeros.
       01 ws-achou pic x value "N".
       01 ws-saldo-n pic s9(9)v99 value zeros.
       01 linha-extrato-lida.
           02 ll-dia    pic 99.
           02 filler    pic x.
           02 filler    pic x(2).
           02 ll-tipo   pic x(10).
           02 filler    pic x(2).
           02 ll-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 ll-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 ll-tipo-conta pic 9(1).
           02 filler    pic x(13).
           02 tc-linha occurs 500 times.
               03 tc-cpf   pic 9(11).
               03 tc-tipo  pic 9(1).
               03 tc-saldo pic s9(9)v99.
       01 tabela-mantidas.
           02 tm-linha pic x(100) occurs 3000 times.
       01 ws-num-mantidas pic 9(4) value zeros.
       01 ws-estouro pic x value "N".
       01 linha-saldo-ant.
           02 filler    pic x(2) value spaces.
           02 sa-tipo   pic x(10) value "SALDO-ANT".
           02 filler    pic x(2) value spaces.
           02 sa-valor  pic zzz.zzz.zz9,99 value zeros.
           02 filler    pic x(2) value spaces.
           02 sa-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 sa-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
      * TIPO DE CONTA FORA DE POSICAO E TAMBEM FICAM DE FORA
       Atualiza-Saldo-Conta.
           if ll-tipo = "SALDO-ANT"
               or ll-saldo(14:2) is not numeric
               or ll-tipo-conta is not numeric
               exit paragraph
           end-if.

      * COBRANCA MENSAL DOS EMPRESTIMOS: PARA CADA CONTRATO ATIVO DE
      * emprestimos.dat DEBITA DA CONTA A PARCELA DO MES MAIS O
      * ATRASO ACUMULADO, ATE O DISPONIVEL (SALDO MAIS LIMITE NA
      * CONTA CORRENTE, SO SALDO NA POUPANCA, MENOS OS BLOQUEIOS
      * JUDICIAIS EM ABERTO - ROTINA SaldoBloqueado); O QUE NAO COUBE
      * FICA EM em-atraso PARA A PROXIMA RODADA. CONTRATO COM TODAS AS
      * PARCELAS PAGAS E SEM ATRASO E QUITADO (Q). NO FIM SAI O
      * RELATORIO DE INADIMPLENCIA POR AGENCIA (emp-atraso.txt).
      * CONTROLE MENSAL EM runctl.txt PELO ControleJob.
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
       01 ws-devido pic 9(8)v99 value zeros.
       01 ws-abertas-ant pic 9(3) value zeros.
       01 ws-meses-fat pic 9(3) value zeros.
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-cobrado pic 9(8)v99 value zeros.
       01 ws-cont-cobrados pic 9(5) value zeros.
       01 ws-cont-parciais pic 9(5) value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
                   end-rewrite
                   exit paragraph
           end-read.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           if tipo-conta-p = 2
               compute ws-disponivel = saldo-p - sb-valor
           else
               compute ws-disponivel = saldo-p + limite-p - sb-valor
           end-if.
           if ws-disponivel <= zeros
               move ws-devido to em-atraso

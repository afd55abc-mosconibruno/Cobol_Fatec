
      * DEBITO AUTOMATICO DE CONVENIOS: PROCESSA O ARQUIVO MENSAL DE
      * COBRANCAS DAS EMPRESAS (cobranca-empresa.txt) CONTRA
      * arqbc.dat, ACEITANDO SO OS PARES EMPRESA/CONTA AUTORIZADOS EM
      * convenios.txt. DEBITO QUE ESTOURARIA SALDO MAIS LIMITE
      * (POUPANCA: SO SALDO), DESCONTADOS OS BLOQUEIOS JUDICIAIS EM
      * ABERTO (ROTINA SaldoBloqueado), E REJEITADO. CADA RESULTADO
      * SAI NO EXTRATO DO CLIENTE E NO ARQUIVO DE RETORNO POR EMPRESA
      * (retorno-debito.txt). O LOTE REGISTRA EM runctl.txt PELO
      * ControleJob COMO OS DEMAIS.
       environment division.
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

       fd retorno label record standard
           data record is reg-retorno
       01 arq-ok5 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-num-conv pic 9(3) value zeros.
       01 ws-idx pic 9(3) value zeros.
       01 ws-cont-pagos pic 9(5) value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
                   perform Grava-Rejeicao
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
           if cb-valor > ws-disponivel
               if sb-resultado = "S"
                   move "SALDO BLOQUEADO" to rt-motivo
               else
                   move "SALDO INSUFICIENTE" to rt-motivo
               end-if
               perform Grava-Rejeicao
               exit paragraph
           end-if.
           compute saldo-p = saldo-p - cb-valor.
           rewrite reg-arqbc

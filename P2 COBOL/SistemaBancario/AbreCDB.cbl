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

       working-storage section.
       01 arq-ok pic x(2).
       01 ws-cpf pic 9(11) value zeros.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-valor pic 9(7)v99 value zeros.
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-taxa pic 9(2)v99 value zeros.
       01 ws-vcto pic 9(8) value zeros.
       01 ws-hoje pic 9(8) value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
                   perform Encerra
           end-read.
           display "CLIENTE: " nome-p.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           compute ws-disponivel = saldo-p - sb-valor.
           display "SALDO: " saldo-p.
           if sb-resultado = "S"
               display "BLOQUEADO: " sb-valor
               display "DISPONIVEL: " ws-disponivel
           end-if.
           display "VALOR DA APLICACAO: ".
           accept ws-valor.
           if ws-valor = zeros or ws-valor > ws-disponivel
               display "VALOR INVALIDO (APLICACAO SO COM SALDO "
                       "LIVRE)"
               perform Encerra
           end-if.
           display "TAXA MENSAL EM % (EX: 01,00): ".

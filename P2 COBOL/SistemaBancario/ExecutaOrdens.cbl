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
       01 arq-ok-ord pic x(2).
           02 ws-hoje-mes pic 9(2).
           02 ws-hoje-dia pic 9(2).
       01 ws-fim pic x value "N".
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-cont-exec pic 9(4) value zeros.
       01 ws-cont-saldo pic 9(4) value zeros.
       01 ws-cont-encerradas pic 9(4) value zeros.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".
       01 ws-saldo-origem-antigo pic s9(9)v99 value zeros.
       01 ws-saldo-origem-novo pic s9(9)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-erro-exec pic x value "N".
       01 ws-data-trab pic 9(8) value zeros.
       01 ws-data-trab-r redefines ws-data-trab.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           move "I" to jb-acao.
                   perform Reporta-Pulada
                   exit paragraph
           end-read.
      * O DISPONIVEL DESCONTA OS BLOQUEIOS JUDICIAIS EM ABERTO
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           if op-tipo-origem = 2
               compute ws-disponivel = saldo-p - sb-valor
           else
               compute ws-disponivel = saldo-p + limite-p - sb-valor
           end-if.
           if op-valor > ws-disponivel
               perform Reporta-Pulada
               exit paragraph
           end-if.
           move saldo-p to ws-saldo-origem-antigo.
           compute saldo-p = saldo-p - op-valor.
               invalid key
                   perform Rollback-Ordem
               not invalid key
                   perform Grava-Credito-Destino
           end-read.

      * CREDITO QUE ESTOURA O CAMPO DE SALDO DO DESTINO DESFAZ O
      * DEBITO DA ORIGEM, COMO CONTA INEXISTENTE
       Grava-Credito-Destino.
           compute ws-saldo-novo = saldo-p + op-valor.
           if ws-saldo-novo > 999999999,99
               perform Rollback-Ordem
               exit paragraph
           end-if.
           compute saldo-p = saldo-p + op-valor.
           rewrite reg-arqbc
               invalid key
                   perform Rollback-Ordem
               not invalid key
                   perform Grava-Extrato-Ordem
           end-rewrite.

       Rollback-Ordem.
           move "S" to ws-erro-exec.
           move op-cpf-origem to cpf-p.

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

       end program ExecutaOrdens.

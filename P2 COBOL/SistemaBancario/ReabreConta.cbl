           access mode sequential
           file status arq-ok-bl.

       data division.
       file section.
       fd  arq-banco label record standard
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).
       fd arq-encerradas label record standard
           data record is reg-encerrada
           value of file-id is "contas_encerradas.txt".
       01 reg-encerrada pic x(100).
       fd blacklist label record standard
           data record is reg-blacklist
           value of file-id is "blacklist.txt".
       01 reg-blacklist.
           02 bl-cpf pic 9(11).
           02 bl-resto pic x(49).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok-enc pic x(2).
       01 arq-ok-bl pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
       01 ws-num-linhas pic 9(4) value zeros.
       01 ws-idx pic 9(4) value zeros.
       01 ws-bl-achou pic x value "N".
       01 ws-limite-n pic 9(9)v99 value zeros.
       01 tabela-encerradas.
           02 te-linha pic x(100) occurs 500 times.
       01 linha-encerrada.
           02 lc-dia          pic 99.
           02 filler          pic x.
           02 filler          pic x(2).
           02 lc-nome         pic A(30).
           02 filler          pic x(2).
           02 lc-limite       pic zzz.zzz.zz9,99.
           02 filler          pic x(2).
           02 lc-tipo         pic 9(1).
           02 filler          pic x(2).
           close arq-encerradas.

       Grava-Auditoria.
           move spaces to reg-auditoria.
           move dia to la-dia.
           move mes to la-mes.
           move ws-cpf-busca to la-cpf.
           move "REABERTURA" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ReabreConta.

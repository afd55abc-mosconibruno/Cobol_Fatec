           record key is chave-arqbc
           file status arq-ok2.

       data division.
       file section.
       fd chaves label record standard
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 ws-modo pic x value space.
           88 modo-registrar value "R" "r".
           88 modo-remover   value "X" "x".
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           perform Processo until modo-fim.
           display "FIM DE PROGRAMA".
           close chaves.
           close arq-banco.
           stop run.

       Processo.
           move spaces to la-nome-func.
           move ws-cpf to la-cpf.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterChaves.

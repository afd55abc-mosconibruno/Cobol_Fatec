           access mode sequential
           file status arq-ok-bl.

       data division.
       file section.
       fd blacklist label record standard
           02 bl-data   pic 9(8).
           02 filler    pic x(2).
           02 bl-func   pic 9(4).

       working-storage section.
       01 arq-ok-bl pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           close blacklist.

       Grava-Auditoria.
           move spaces to reg-auditoria.
           move dia to la-dia.
           move mes to la-mes.
           move ws-cpf to la-cpf.
           move ws-audit-op to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterBlacklist.

           access mode sequential
           file status arq-ok-func.

       data division.
       file section.
       fd func-file label record standard
           value of file-id is "funcionarios.txt".
       01 reg-func.
           02 cod-func    pic 9(4).
      * A SENHA NAO E GRAVADA: func-sal E O SAL SORTEADO NA TROCA E
      * func-hash O RESUMO DE SAL + CODIGO + SENHA (ROTINA HashSenha)
           02 func-sal    pic x(8).
           02 nome-func   pic x(30).
           02 func-ativo  pic x(1).
           02 func-admin  pic x(1).
           02 func-troca  pic x(1).
           02 func-falhas pic 9(1).
           02 func-senha-data pic 9(8).
           02 func-hash   pic x(16).

       working-storage section.
       01 arq-ok-func pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
       01 ws-admin-ok pic x value "N".
       01 ws-cod-alvo pic 9(4) value zeros.
       01 ws-senha-ini pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-idx-admin pic 9(2) value zeros.
       01 ws-nome-novo pic x(30) value spaces.
       01 ws-eh-admin pic x value space.
       01 ws-num-func pic 9(2) value zeros.
       01 tabela-funcionarios.
           02 tf-linha occurs 50 times.
               03 tf-cod        pic 9(4).
               03 tf-sal        pic x(8).
               03 tf-nome       pic x(30).
               03 tf-ativo      pic x(1).
               03 tf-admin      pic x(1).
               03 tf-troca      pic x(1).
               03 tf-falhas     pic 9(1).
               03 tf-senha-data pic 9(8).
               03 tf-hash       pic x(16).
       01 linha-auditoria.
           02 la-dia       pic 99.
           02 filler       pic x value "/".
           display "SENHA: ".
           accept ws-senha-admin.
           move "N" to ws-admin-ok.
           move zeros to ws-idx-admin.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-func
               if tf-cod(ws-idx) = ws-cod-admin
                   and tf-admin(ws-idx) = "S"
                   and tf-ativo(ws-idx) = "S"
                   call "HashSenha" using tf-cod(ws-idx) tf-sal(ws-idx)
                                          ws-senha-admin ws-hash-senha
                   if tf-hash(ws-idx) = ws-hash-senha
                       move "S" to ws-admin-ok
                       move ws-idx to ws-idx-admin
                       move tf-nome(ws-idx) to nome-func-atual
                   end-if
                   exit perform
               end-if
           end-perform.
           move spaces to ws-senha-admin.
           if ws-admin-ok = "S" and tf-troca(ws-idx-admin) = "S"
               perform Troca-Senha-Admin
           end-if.

      * SENHA INICIAL OU CONVERTIDA: O ADMINISTRADOR TROCA ANTES DE
      * ADMINISTRAR; SEM TROCA VALIDA O ACESSO E NEGADO
       Troca-Senha-Admin.
           display "SENHA INICIAL - TROCA OBRIGATORIA".
           display "NOVA SENHA: ".
           move spaces to ws-senha-ini.
           accept ws-senha-ini.
           display "CONFIRMACAO: ".
           move spaces to ws-senha-conf.
           accept ws-senha-conf.
           if ws-senha-ini = spaces
               or ws-senha-ini not = ws-senha-conf
               display "SENHAS NAO CONFEREM"
               move "N" to ws-admin-ok
           else
               move spaces to tf-sal(ws-idx-admin)
               call "HashSenha" using tf-cod(ws-idx-admin)
                                      tf-sal(ws-idx-admin)
                                      ws-senha-ini
                                      tf-hash(ws-idx-admin)
               move "N" to tf-troca(ws-idx-admin)
               move ws-hoje-aaaammdd to tf-senha-data(ws-idx-admin)
               move ws-cod-admin to ws-cod-alvo
               move "TROCASENHA" to ws-audit-op
               perform Grava-Auditoria
               perform Regrava-Funcionarios
           end-if.
           move spaces to ws-senha-ini.
           move spaces to ws-senha-conf.

       Localiza-Alvo.
           move zeros to ws-achado.
           accept ws-eh-admin.
           add 1 to ws-num-func.
           move ws-cod-alvo to tf-cod(ws-num-func).
           move spaces to tf-sal(ws-num-func).
           call "HashSenha" using tf-cod(ws-num-func)
                                  tf-sal(ws-num-func)
                                  ws-senha-ini tf-hash(ws-num-func).
           move spaces to ws-senha-ini.
           move ws-nome-novo to tf-nome(ws-num-func).
           move "S" to tf-ativo(ws-num-func).
           if ws-eh-admin = "S" or ws-eh-admin = "s"
           end-perform.

       Grava-Auditoria.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move zeros to la-cpf.
           move ws-audit-op to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       Carrega-Funcionarios.
           move zeros to ws-num-func.
                       if ws-num-func < 50
                           add 1 to ws-num-func
                           move cod-func to tf-cod(ws-num-func)
                           move func-sal to tf-sal(ws-num-func)
                           move func-hash to tf-hash(ws-num-func)
                           move nome-func to tf-nome(ws-num-func)
                           if func-ativo = "N"
                               move "N" to tf-ativo(ws-num-func)
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-func
               move tf-cod(ws-idx) to cod-func
               move tf-sal(ws-idx) to func-sal
               move tf-hash(ws-idx) to func-hash
               move tf-nome(ws-idx) to nome-func
               move tf-ativo(ws-idx) to func-ativo
               move tf-admin(ws-idx) to func-admin

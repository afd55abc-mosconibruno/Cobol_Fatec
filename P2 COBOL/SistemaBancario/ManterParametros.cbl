      *   TXCHEESP   - JURO MENSAL DO CHEQUE ESPECIAL (%)
      *   TARIFACTA  - TARIFA MENSAL DE MANUTENCAO (R$)
      *   PISOISENTO - PISO DE SALDO PARA ISENCAO DA TARIFA (R$)
      *   IRCDB180   - IR SOBRE RENDIMENTO DE CDB ATE 180 DIAS (%)
      *   IRCDB360   - IR DE CDB DE 181 A 360 DIAS (%)
      *   IRCDB720   - IR DE CDB DE 361 A 720 DIAS (%)
      *   IRCDBACIMA - IR DE CDB ACIMA DE 720 DIAS (%)
      *   IOFCDB01 A IOFCDB29 - IOF DO RESGATE DE CDB NO DIA (%)
      *   TARSUSTCHQ - TARIFA DE SUSTACAO DE CHEQUE (R$)
      *   TARCOBRANC - TARIFA POR TITULO DE COBRANCA LIQUIDADO (R$)
       environment division.
       configuration section.
       special-names.
           organization line sequential
           file status arq-ok2.

       data division.
       file section.
       fd parametros label record standard
           value of file-id is "funcionarios.txt".
       01 reg-func.
           02 cod-func    pic 9(4).
           02 func-sal    pic x(8).
           02 nome-func   pic x(30).
           02 func-ativo  pic x(1).
           02 func-admin  pic x(1).
           02 func-troca  pic x(1).
           02 func-falhas pic 9(1).
           02 func-senha-data pic 9(8).
           02 func-hash   pic x(16).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 ws-fim pic x value "N".
       01 ws-modo pic x value space.
           88 modo-incluir value "I" "i".
           88 modo-fim     value "F" "f".
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-codigo pic x(10) value spaces.
       01 ws-vigencia pic 9(8) value zeros.
               close parametros
               open i-o parametros
           end-if.
           perform Processo until modo-fim.
           display "FIM DE PROGRAMA".
           close parametros.
           stop run.

       Valida-Admin.
           move "N" to ws-troca-func.
           move "N" to ws-autorizado.
           open input func-file.
           if arq-ok2 not = "00"
           move "N" to ws-fim.
           perform Procura-Admin until ws-fim = "S".
           close func-file.
           move spaces to ws-senha.
           if ws-autorizado = "S" and ws-troca-func = "S"
               perform Troca-Senha-Func
           end-if.

      * SENHA INICIAL OU CONVERTIDA: TROCA ANTES DE SEGUIR; SEM
      * A TROCA O ACESSO E NEGADO
       Troca-Senha-Func.
           display "SENHA INICIAL - TROCA OBRIGATORIA".
           display "NOVA SENHA: ".
           move spaces to ws-senha-nova.
           accept ws-senha-nova.
           display "CONFIRMACAO: ".
           move spaces to ws-senha-conf.
           accept ws-senha-conf.
           move "N" to ws-troca-res.
           if ws-senha-nova not = spaces
               and ws-senha-nova = ws-senha-conf
               call "TrocaSenha" using ws-cod-func ws-senha-nova
                                       ws-troca-res
           end-if.
           move spaces to ws-senha-nova.
           move spaces to ws-senha-conf.
           if ws-troca-res = "I"
               display "A SENHA NOVA DEVE SER DIFERENTE DA ATUAL"
           end-if.
           if ws-troca-res not = "S"
               display "SENHA NAO TROCADA"
               move "N" to ws-autorizado
           end-if.

       Procura-Admin.
           read func-file
                   move "S" to ws-fim
               not at end
                   if cod-func = ws-cod-func
                       and func-admin = "S"
                       and func-ativo not = "N"
                       call "HashSenha" using cod-func func-sal ws-senha
                                              ws-hash-senha
                       if func-hash = ws-hash-senha
                           move "S" to ws-autorizado
                           move nome-func to ws-nome-func
                           move func-troca to ws-troca-func
                       end-if
                       move "S" to ws-fim
                   end-if
           end-read.
           move ws-nome-func to la-nome-func.
           move zeros to la-cpf.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterParametros.

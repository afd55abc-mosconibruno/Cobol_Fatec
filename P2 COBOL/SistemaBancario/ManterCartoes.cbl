       program-id. ManterCartoes as "ManterCartoes".

      * CADASTRO DE CARTOES DE DEBITO (cartoes.dat, CHAVE NUMERO DO
      * CARTAO) LIGADOS AS CONTAS DE arqbc.dat. O FUNCIONARIO ATIVO
      * (funcionarios.txt) EMITE O CARTAO PARA O TITULAR OU O
      * SEGUNDO TITULAR DA CONTA, TROCA A SENHA (PIN), BLOQUEIA
      * (1 = PERDA/ROUBO, 2 = SUSPEITA DE FRAUDE, 3 = PEDIDO DO
      * CLIENTE), DESBLOQUEIA (SO MOTIVOS 2 E 3; PERDA/ROUBO EXIGE
      * SUBSTITUICAO), SUBSTITUI (NUMERO NOVO, O ANTIGO FICA
      * SUBSTITUIDO E LIGADO AO NOVO) E ENCERRA OS VENCIDOS. O NUMERO
      * E O PREFIXO 507860 MAIS A SEQUENCIA DE cartoes-seq.txt E O
      * DIGITO VERIFICADOR (MODULO 10); A VALIDADE E DE 5 ANOS. CADA
      * OPERACAO SAI NA AUDITORIA. O LOTE ProcessaRedeCartoes SO
      * LANCA TRANSACAO DE CARTAO ATIVO (A) E DENTRO DA VALIDADE.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select cartoes assign to disk
           organization indexed
           access mode dynamic
           record key ct-numero
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select func-file assign to disk
           organization line sequential
           file status arq-ok3.

           select cartoes-seq assign to disk
           organization line sequential
           file status arq-ok5.

       data division.
       file section.
       fd cartoes label record standard
           data record is reg-cartao
           value of file-id is "cartoes.dat".
       01 reg-cartao.
           02 ct-numero       pic 9(16).
           02 ct-cpf          pic 9(11).
           02 ct-tipo-conta   pic 9(1).
           02 ct-portador     pic 9(11).
           02 ct-situacao     pic x(1).
               88 ct-ativo       value "A".
               88 ct-bloqueado   value "B".
               88 ct-substituido value "S".
               88 ct-vencido     value "V".
           02 ct-motivo       pic 9(1).
           02 ct-validade     pic 9(6).
           02 ct-pin          pic 9(4).
           02 ct-data-emissao pic 9(8).
           02 ct-data-situacao pic 9(8).
           02 ct-cartao-ant   pic 9(16).
           02 ct-func         pic 9(4).

       fd  arq-banco label record standard
           data record is reg-arqbc
           value of file-id is "arqbc.dat".
       01  reg-arqbc.
           02 chave-arqbc.
               03 cpf-p              pic 9(11).
               03 tipo-conta-p       pic 9(1).
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       fd func-file label record standard
           data record is reg-func
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

       fd cartoes-seq label record standard
           data record is reg-cartoes-seq
           value of file-id is "cartoes-seq.txt".
       01 reg-cartoes-seq.
           02 cs-ult-seq pic 9(9).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 arq-ok5 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-modo pic x value space.
           88 modo-emite      value "E" "e".
           88 modo-pin        value "P" "p".
           88 modo-bloqueia   value "B" "b".
           88 modo-desbloqueia value "D" "d".
           88 modo-substitui  value "S" "s".
           88 modo-vencidos   value "V" "v".
           88 modo-consulta   value "C" "c".
           88 modo-fim        value "F" "f".
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-nome-func pic x(20) value spaces.
       01 ws-audit-op pic x(10) value spaces.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-portador pic 9(11) value zeros.
       01 ws-conta-ok pic x value "N".
       01 ws-cartao-ok pic x value "N".
       01 ws-tem-cartao pic x value "N".
       01 ws-numero pic 9(16) value zeros.
       01 ws-pin pic 9(4) value zeros.
       01 ws-pin2 pic 9(4) value zeros.
       01 ws-motivo pic 9(1) value zeros.
       01 ws-confirma pic x value space.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-anomes pic 9(6) value zeros.
       01 ws-validade pic 9(6) value zeros.
       01 ws-cont pic 9(5) value zeros.
       01 ws-idx pic 9(2) value zeros.
       01 ws-dig pic 9(2) value zeros.
       01 ws-soma-dv pic 9(4) value zeros.
       01 ws-quoc pic 9(4) value zeros.
       01 ws-resto pic 9(2) value zeros.
       01 ws-cartao-novo.
           02 ws-cartao-base pic 9(15).
           02 ws-cartao-dv   pic 9(1).
       01 filler redefines ws-cartao-novo.
           02 ws-dig-base pic 9(1) occurs 16 times.
       01 ws-cartao-num redefines ws-cartao-novo pic 9(16).
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 linha-auditoria.
           02 la-dia       pic 99.
           02 filler       pic x value "/".
           02 la-mes       pic 99.
           02 filler       pic x value "/".
           02 la-ano       pic 99.
           02 filler       pic x(2) value spaces.
           02 la-func      pic 9(4).
           02 filler       pic x value "-".
           02 la-nome-func pic x(20).
           02 filler       pic x(2) value spaces.
           02 la-cpf       pic 9(11).
           02 filler       pic x(2) value spaces.
           02 la-op        pic x(10).
       01 linha-cartao.
           02 lk-numero    pic 9(16).
           02 filler       pic x(2) value spaces.
           02 lk-tipo-conta pic 9(1).
           02 filler       pic x(2) value spaces.
           02 lk-portador  pic 9(11).
           02 filler       pic x(2) value spaces.
           02 lk-situacao  pic x(12).
           02 filler       pic x(5) value " VAL ".
           02 lk-validade  pic 9(6).
           02 filler       pic x(5) value " ANT ".
           02 lk-cartao-ant pic 9(16).

       procedure division.
       Inicio.
           accept data-do-sistema from date.
      * A DATA CONTABIL VEM DO DIA ABERTO EM datamov.txt (ROTINA
      * DataMovimento); SEM DIA ABERTO VALE O RELOGIO, COMO ANTES
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data(3:2) to ano
               move dmv-data(5:2) to mes
               move dmv-data(7:2) to dia
           end-if.
           compute ws-hoje =
               (2000 + ano) * 10000 + mes * 100 + dia.
           compute ws-anomes = (2000 + ano) * 100 + mes.
           display "CARTOES DE DEBITO".
           display "CODIGO DO FUNCIONARIO: ".
           accept ws-cod-func.
           display "SENHA: ".
           accept ws-senha.
           perform Valida-Func.
           if ws-autorizado = "N"
               display "FUNCIONARIO OU SENHA INVALIDOS"
               stop run
           end-if.
           open input arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open i-o cartoes.
           if arq-ok not = "00"
               open output cartoes
               close cartoes
               open i-o cartoes
           end-if.
           perform Processo until modo-fim.
           close cartoes.
           close arq-banco.
           display "FIM DE PROGRAMA".
           stop run.

       Valida-Func.
           move "N" to ws-troca-func.
           move "N" to ws-autorizado.
           open input func-file.
           if arq-ok3 not = "00"
               display "CADASTRO DE FUNCIONARIOS AUSENTE"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Procura-Func until ws-fim = "S".
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

       Procura-Func.
           read func-file
               at end
                   move "S" to ws-fim
               not at end
                   if cod-func = ws-cod-func
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

       Processo.
           display "MODO (E-EMITIR / P-SENHA / B-BLOQUEAR / "
                   "D-DESBLOQUEAR / S-SUBSTITUIR / V-VENCIDOS / "
                   "C-CONSULTAR / F-FIM): ".
           accept ws-modo.
           evaluate true
               when modo-emite
                   perform Emite-Cartao
               when modo-pin
                   perform Troca-Pin
               when modo-bloqueia
                   perform Bloqueia-Cartao
               when modo-desbloqueia
                   perform Desbloqueia-Cartao
               when modo-substitui
                   perform Substitui-Cartao
               when modo-vencidos
                   perform Encerra-Vencidos
               when modo-consulta
                   perform Consulta-Cartoes
               when modo-fim
                   continue
               when other
                   display "MODO INVALIDO"
           end-evaluate.

      * O PORTADOR E O TITULAR OU O SEGUNDO TITULAR DA CONTA; CADA
      * PORTADOR TEM UM SO CARTAO EM USO (ATIVO OU BLOQUEADO) POR
      * CONTA
       Emite-Cartao.
           move "N" to ws-conta-ok.
           display "CPF DO TITULAR DA CONTA: ".
           accept ws-cpf.
           display "TIPO DE CONTA (1-CORRENTE / 2-POUPANCA): ".
           accept ws-tipo-conta.
           move ws-cpf to cpf-p.
           move ws-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA NAO ENCONTRADA"
                   exit paragraph
           end-read.
           display "TITULAR: " nome-p.
           display "CPF DO PORTADOR (0 = TITULAR): ".
           accept ws-portador.
           if ws-portador = zeros
               move cpf-p to ws-portador
           end-if.
           if ws-portador not = cpf-p
               and (ws-portador not = cpf-titular2-p
                    or cpf-titular2-p = zeros)
               display "PORTADOR NAO E TITULAR DA CONTA"
               exit paragraph
           end-if.
           perform Verifica-Cartao-Em-Uso.
           if ws-tem-cartao = "S"
               display "PORTADOR JA TEM CARTAO " ws-numero
                       " NESTA CONTA"
               exit paragraph
           end-if.
           perform Pede-Pin.
           if ws-pin not = ws-pin2
               display "SENHAS NAO CONFEREM"
               exit paragraph
           end-if.
           perform Gera-Numero.
           initialize reg-cartao.
           move ws-cartao-num to ct-numero.
           move ws-cpf to ct-cpf.
           move ws-tipo-conta to ct-tipo-conta.
           move ws-portador to ct-portador.
           move zeros to ct-cartao-ant.
           perform Grava-Cartao-Novo.
           if ws-cartao-ok = "S"
               move "CART-EMIS" to ws-audit-op
               perform Grava-Auditoria
           end-if.

       Verifica-Cartao-Em-Uso.
           move "N" to ws-tem-cartao.
           move zeros to ct-numero.
           start cartoes key is not less than ct-numero
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Le-Cartao-Em-Uso until ws-fim = "S".

       Le-Cartao-Em-Uso.
           read cartoes next record
               at end
                   move "S" to ws-fim
               not at end
                   if ct-cpf = ws-cpf
                       and ct-tipo-conta = ws-tipo-conta
                       and ct-portador = ws-portador
                       and (ct-ativo or ct-bloqueado)
                       move "S" to ws-tem-cartao
                       move ct-numero to ws-numero
                       move "S" to ws-fim
                   end-if
           end-read.

       Pede-Pin.
           display "SENHA DO CARTAO (4 DIGITOS, DIGITADA PELO "
                   "CLIENTE): ".
           accept ws-pin.
           display "CONFIRME A SENHA: ".
           accept ws-pin2.

      * PREFIXO 507860 + SEQUENCIA DE 9 DIGITOS + DIGITO DO MODULO
      * 10, DOBRANDO AS POSICOES IMPARES DA BASE (DA ESQUERDA)
       Gera-Numero.
           move zeros to cs-ult-seq.
           open input cartoes-seq.
           if arq-ok5 = "00"
               read cartoes-seq
                   at end
                       move zeros to cs-ult-seq
               end-read
               close cartoes-seq
           end-if.
           add 1 to cs-ult-seq.
           open output cartoes-seq.
           write reg-cartoes-seq.
           close cartoes-seq.
           compute ws-cartao-base = 507860000000000 + cs-ult-seq.
           move zeros to ws-soma-dv.
           perform varying ws-idx from 1 by 1 until ws-idx > 15
               move ws-dig-base(ws-idx) to ws-dig
               divide ws-idx by 2 giving ws-quoc remainder ws-resto
               if ws-resto = 1
                   compute ws-dig = ws-dig * 2
                   if ws-dig > 9
                       subtract 9 from ws-dig
                   end-if
               end-if
               add ws-dig to ws-soma-dv
           end-perform.
           divide ws-soma-dv by 10 giving ws-quoc remainder ws-resto.
           if ws-resto = zeros
               move zeros to ws-cartao-dv
           else
               compute ws-cartao-dv = 10 - ws-resto
           end-if.

       Grava-Cartao-Novo.
           move "N" to ws-cartao-ok.
           move "A" to ct-situacao.
           move zeros to ct-motivo.
           compute ws-validade = ws-anomes + 500.
           move ws-validade to ct-validade.
           move ws-pin to ct-pin.
           move ws-hoje to ct-data-emissao.
           move ws-hoje to ct-data-situacao.
           move ws-cod-func to ct-func.
           write reg-cartao
               invalid key
                   display "ERRO AO GRAVAR CARTAO"
                   exit paragraph
           end-write.
           move "S" to ws-cartao-ok.
           display "CARTAO EMITIDO: " ct-numero
                   "  VALIDADE: " ct-validade.

       Pede-Cartao.
           move "N" to ws-cartao-ok.
           display "NUMERO DO CARTAO: ".
           accept ws-numero.
           move ws-numero to ct-numero.
           read cartoes
               invalid key
                   display "CARTAO NAO ENCONTRADO"
                   exit paragraph
           end-read.
           move ct-cpf to ws-cpf.
           perform Mostra-Cartao.
           move "S" to ws-cartao-ok.

       Troca-Pin.
           perform Pede-Cartao.
           if ws-cartao-ok = "N"
               exit paragraph
           end-if.
           if not ct-ativo and not ct-bloqueado
               display "CARTAO FORA DE USO"
               exit paragraph
           end-if.
           perform Pede-Pin.
           if ws-pin not = ws-pin2
               display "SENHAS NAO CONFEREM"
               exit paragraph
           end-if.
           move ws-pin to ct-pin.
           move ws-cod-func to ct-func.
           rewrite reg-cartao
               invalid key
                   display "ERRO AO GRAVAR CARTAO"
                   exit paragraph
           end-rewrite.
           move "CART-PIN" to ws-audit-op.
           perform Grava-Auditoria.
           display "SENHA ALTERADA".

       Bloqueia-Cartao.
           perform Pede-Cartao.
           if ws-cartao-ok = "N"
               exit paragraph
           end-if.
           if not ct-ativo
               display "SO CARTAO ATIVO PODE SER BLOQUEADO"
               exit paragraph
           end-if.
           display "MOTIVO (1-PERDA/ROUBO / 2-SUSPEITA DE FRAUDE / "
                   "3-PEDIDO DO CLIENTE): ".
           accept ws-motivo.
           if ws-motivo < 1 or ws-motivo > 3
               display "MOTIVO INVALIDO"
               exit paragraph
           end-if.
           move "B" to ct-situacao.
           move ws-motivo to ct-motivo.
           move ws-hoje to ct-data-situacao.
           move ws-cod-func to ct-func.
           rewrite reg-cartao
               invalid key
                   display "ERRO AO GRAVAR CARTAO"
                   exit paragraph
           end-rewrite.
           move "CART-BLOQ" to ws-audit-op.
           perform Grava-Auditoria.
           display "CARTAO BLOQUEADO".

       Desbloqueia-Cartao.
           perform Pede-Cartao.
           if ws-cartao-ok = "N"
               exit paragraph
           end-if.
           if not ct-bloqueado
               display "CARTAO NAO ESTA BLOQUEADO"
               exit paragraph
           end-if.
           if ct-motivo = 1
               display "PERDA/ROUBO: SUBSTITUA O CARTAO"
               exit paragraph
           end-if.
           if ct-validade < ws-anomes
               display "CARTAO VENCIDO: SUBSTITUA O CARTAO"
               exit paragraph
           end-if.
           display "PORTADOR IDENTIFICADO COM DOCUMENTO (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "DESBLOQUEIO NAO EFETUADO"
               exit paragraph
           end-if.
           move "A" to ct-situacao.
           move zeros to ct-motivo.
           move ws-hoje to ct-data-situacao.
           move ws-cod-func to ct-func.
           rewrite reg-cartao
               invalid key
                   display "ERRO AO GRAVAR CARTAO"
                   exit paragraph
           end-rewrite.
           move "CART-DESB" to ws-audit-op.
           perform Grava-Auditoria.
           display "CARTAO DESBLOQUEADO".

      * O CARTAO NOVO HERDA CONTA E PORTADOR; O ANTIGO FICA
      * SUBSTITUIDO (S) E DEIXA DE SER ACEITO PELO LOTE DA REDE
       Substitui-Cartao.
           perform Pede-Cartao.
           if ws-cartao-ok = "N"
               exit paragraph
           end-if.
           if not ct-ativo and not ct-bloqueado and not ct-vencido
               display "CARTAO JA SUBSTITUIDO"
               exit paragraph
           end-if.
           move ct-cpf to cpf-p.
           move ct-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA DO CARTAO NAO EXISTE MAIS"
                   exit paragraph
           end-read.
           perform Pede-Pin.
           if ws-pin not = ws-pin2
               display "SENHAS NAO CONFEREM"
               exit paragraph
           end-if.
           move ct-tipo-conta to ws-tipo-conta.
           move ct-portador to ws-portador.
           move "S" to ct-situacao.
           move ws-hoje to ct-data-situacao.
           move ws-cod-func to ct-func.
           rewrite reg-cartao
               invalid key
                   display "ERRO AO GRAVAR CARTAO"
                   exit paragraph
           end-rewrite.
           perform Gera-Numero.
           initialize reg-cartao.
           move ws-cartao-num to ct-numero.
           move ws-cpf to ct-cpf.
           move ws-tipo-conta to ct-tipo-conta.
           move ws-portador to ct-portador.
           move ws-numero to ct-cartao-ant.
           perform Grava-Cartao-Novo.
           if ws-cartao-ok = "S"
               move "CART-SUBS" to ws-audit-op
               perform Grava-Auditoria
           end-if.

      * VALIDADE ANTERIOR AO MES CORRENTE: ATIVO OU BLOQUEADO PASSA
      * A VENCIDO (V); OS QUE VENCEM NO MES SAEM LISTADOS PARA
      * RENOVACAO
       Encerra-Vencidos.
           move zeros to ws-cont.
           move zeros to ct-numero.
           start cartoes key is not less than ct-numero
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Confere-Vencimento until ws-fim = "S".
           display "CARTOES VENCIDOS ENCERRADOS: " ws-cont.

       Confere-Vencimento.
           read cartoes next record
               at end
                   move "S" to ws-fim
               not at end
                   if ct-ativo or ct-bloqueado
                       if ct-validade < ws-anomes
                           move "V" to ct-situacao
                           move ws-hoje to ct-data-situacao
                           move ws-cod-func to ct-func
                           rewrite reg-cartao
                           end-rewrite
                           move ct-cpf to ws-cpf
                           move "CART-VENC" to ws-audit-op
                           perform Grava-Auditoria
                           add 1 to ws-cont
                       else
                           if ct-validade = ws-anomes
                               display "VENCE NESTE MES:"
                               perform Mostra-Cartao
                           end-if
                       end-if
                   end-if
           end-read.

       Consulta-Cartoes.
           display "CPF (TITULAR OU PORTADOR): ".
           accept ws-cpf.
           move zeros to ws-cont.
           move zeros to ct-numero.
           start cartoes key is not less than ct-numero
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Lista-Cartao until ws-fim = "S".
           if ws-cont = zeros
               display "NENHUM CARTAO PARA O CPF"
           end-if.

       Lista-Cartao.
           read cartoes next record
               at end
                   move "S" to ws-fim
               not at end
                   if ct-cpf = ws-cpf or ct-portador = ws-cpf
                       perform Mostra-Cartao
                       add 1 to ws-cont
                   end-if
           end-read.

       Mostra-Cartao.
           move ct-numero to lk-numero.
           move ct-tipo-conta to lk-tipo-conta.
           move ct-portador to lk-portador.
           evaluate true
               when ct-ativo
                   move "ATIVO" to lk-situacao
               when ct-bloqueado and ct-motivo = 1
                   move "BLOQ ROUBO" to lk-situacao
               when ct-bloqueado and ct-motivo = 2
                   move "BLOQ FRAUDE" to lk-situacao
               when ct-bloqueado
                   move "BLOQ CLIENTE" to lk-situacao
               when ct-substituido
                   move "SUBSTITUIDO" to lk-situacao
               when other
                   move "VENCIDO" to lk-situacao
           end-evaluate.
           move ct-validade to lk-validade.
           move ct-cartao-ant to lk-cartao-ant.
           display linha-cartao.

       Grava-Auditoria.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move ws-cod-func to la-func.
           move ws-nome-func to la-nome-func.
           move ws-cpf to la-cpf.
           move ws-audit-op to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterCartoes.

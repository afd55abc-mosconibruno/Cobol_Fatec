       program-id. ManterBloqueios as "ManterBloqueios".

      * CADASTRO DE BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS DE SALDO
      * (bloqueios.dat, CHAVE CPF + TIPO DE CONTA + SEQUENCIA): O
      * CAIXA REGISTRA O VALOR, O NUMERO DA ORDEM, A ORIGEM (J =
      * JUDICIAL, A = ADMINISTRATIVO), O ORGAO E A DATA. O VALOR
      * BLOQUEADO SAI DO DISPONIVEL DE TODOS OS DEBITOS (ROTINA
      * SaldoBloqueado). A LIBERACAO (TOTAL OU PARCIAL) E A
      * TRANSFERENCIA PARA A CONTA DE DEPOSITO JUDICIAL SO SAEM COM
      * CODIGO E SENHA DE UM SUPERVISOR (func-admin) DIFERENTE DO
      * OPERADOR, E TUDO FICA EM auditoria.txt. A TRANSFERENCIA
      * DEBITA A CONTA (TRANSF-JUD NO EXTRATO) E ENTRA EM
      * transfext.dat PARA A LIQUIDACAO EXTERNA, COMO A
      * TRANSFERENCIA DO CAIXA.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select bloqueios assign to disk
           organization indexed
           access mode dynamic
           record key bq-chave
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select func-file assign to disk
           organization line sequential
           file status arq-ok3.

           select extrato assign to disk
           organization line sequential
           file status arq-ok5.

           select transfext assign to disk
           organization indexed
           access mode dynamic
           record key te-seq
           file status arq-ok-tex.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok-mov.

       data division.
       file section.
       fd bloqueios label record standard
           data record is reg-bloqueio
           value of file-id is "bloqueios.dat".
       01 reg-bloqueio.
           02 bq-chave.
               03 bq-cpf        pic 9(11).
               03 bq-tipo-conta pic 9(1).
               03 bq-seq        pic 9(4).
           02 bq-valor      pic 9(9)v99.
           02 bq-ordem      pic x(20).
           02 bq-origem     pic x(1).
               88 bq-judicial       value "J".
               88 bq-administrativo value "A".
           02 bq-orgao      pic x(30).
           02 bq-data       pic 9(8).
           02 bq-func       pic 9(4).
           02 bq-situacao   pic x(1).
               88 bq-ativo       value "A".
               88 bq-liberado    value "L".
               88 bq-transferido value "T".
           02 bq-data-baixa pic 9(8).
           02 bq-func-baixa pic 9(4).
           02 bq-destino    pic x(20).

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

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd transfext label record standard
           data record is reg-transfext
           value of file-id is "transfext.dat".
       01 reg-transfext.
           02 te-seq        pic 9(6).
           02 te-data       pic 9(8).
           02 te-cpf        pic 9(11).
           02 te-tipo-conta pic 9(1).
           02 te-banco      pic 9(3).
           02 te-agencia    pic 9(4).
           02 te-conta      pic 9(9).
           02 te-valor      pic 9(9)v99.
           02 te-status     pic x(1).
           02 te-motivo     pic x(20).

       fd movimentos label record standard
           data record is reg-movimento
           value of file-id is "movimentos.dat".
       01 reg-movimento.
           02 mv-chave.
               03 mv-cpf        pic 9(11).
               03 mv-tipo-conta pic 9(1).
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
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 arq-ok5 pic x(2).
       01 arq-ok-tex pic x(2).
       01 arq-ok-mov pic x(2).
       01 ws-fim pic x value "N".
       01 ws-fim-bq pic x value "N".
       01 ws-modo pic x value space.
           88 modo-incluir    value "I" "i".
           88 modo-liberar    value "L" "l".
           88 modo-transferir value "T" "t".
           88 modo-consultar  value "C" "c".
           88 modo-fim        value "F" "f".
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-autorizado pic x value "N".
       01 ws-exige-admin pic x value "N".
       01 ws-nome-func pic x(20) value spaces.
       01 ws-cod-sup pic 9(4) value zeros.
       01 ws-senha-sup pic x(8) value spaces.
       01 ws-nome-sup pic x(20) value spaces.
       01 ws-cod-procura pic 9(4) value zeros.
       01 ws-senha-procura pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-nome-achado pic x(20) value spaces.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-seq pic 9(4) value zeros.
       01 ws-ultima-seq pic 9(4) value zeros.
       01 ws-conta-ok pic x value "N".
       01 ws-valor pic 9(9)v99 value zeros.
       01 ws-valor-mov pic 9(9)v99 value zeros.
       01 ws-banco-dest pic 9(3) value zeros.
       01 ws-agencia-dest pic 9(4) value zeros.
       01 ws-conta-dest pic 9(9) value zeros.
       01 ws-confirma pic x value space.
       01 ws-audit-op pic x(10) value spaces.
       01 ws-tex-gravado pic x value "N".
       01 ws-mov-gravado pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-hora pic 9(8) value zeros.
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
       01 linha-extrato.
           02 le-dia    pic 99.
           02 filler    pic x value "/".
           02 le-mes    pic 99.
           02 filler    pic x value "/".
           02 le-ano    pic 99.
           02 filler    pic x(2) value spaces.
           02 le-cpf    pic 9(11).
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 le-func   pic 9(4).
           02 filler    pic x(2) value spaces.
           02 le-hora   pic 9(6).
       01 linha-bloqueio.
           02 lb-seq      pic 9(4).
           02 filler      pic x(2) value spaces.
           02 lb-situacao pic x(11).
           02 filler      pic x(1) value spaces.
           02 lb-valor    pic zzz.zzz.zz9,99.
           02 filler      pic x(2) value spaces.
           02 lb-origem   pic x(1).
           02 filler      pic x(1) value spaces.
           02 lb-ordem    pic x(20).
           02 filler      pic x(2) value spaces.
           02 lb-data     pic 9(8).
       01 linha-destino.
           02 ld-banco   pic 9(3).
           02 filler     pic x value "-".
           02 ld-agencia pic 9(4).
           02 filler     pic x value "-".
           02 ld-conta   pic 9(9).

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
           display "BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS".
           display "CODIGO DO FUNCIONARIO: ".
           accept ws-cod-func.
           display "SENHA: ".
           accept ws-senha.
           move ws-cod-func to ws-cod-procura.
           move ws-senha to ws-senha-procura.
           move spaces to ws-senha.
           move "N" to ws-exige-admin.
           perform Valida-Func.
           if ws-autorizado = "N"
               display "FUNCIONARIO OU SENHA INVALIDOS"
               stop run
           end-if.
           move ws-nome-achado to ws-nome-func.
           open i-o arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open i-o bloqueios.
           if arq-ok not = "00"
               open output bloqueios
               close bloqueios
               open i-o bloqueios
           end-if.
           open extend extrato.
           if arq-ok5 not = "00" and arq-ok5 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.
           open i-o transfext.
           if arq-ok-tex not = "00"
               open output transfext
               close transfext
               open i-o transfext
           end-if.
           open i-o movimentos.
           if arq-ok-mov not = "00"
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if.
           perform Processo until modo-fim.
           close bloqueios.
           close arq-banco.
           close extrato.
           close transfext.
           close movimentos.
           display "FIM DE PROGRAMA".
           stop run.

      * PROCURA ws-cod-procura/ws-senha-procura EM funcionarios.txt;
      * COM ws-exige-admin = "S" SO VALE SUPERVISOR (func-admin)
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
           move spaces to ws-senha-procura.
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
               call "TrocaSenha" using ws-cod-procura ws-senha-nova
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
                   if cod-func = ws-cod-procura
                       and func-ativo not = "N"
                       and (ws-exige-admin = "N"
                            or func-admin = "S")
                       call "HashSenha" using cod-func func-sal
                                              ws-senha-procura
                                              ws-hash-senha
                       if func-hash = ws-hash-senha
                           move "S" to ws-autorizado
                           move nome-func to ws-nome-achado
                           move func-troca to ws-troca-func
                       end-if
                       move "S" to ws-fim
                   end-if
           end-read.

      * LIBERACAO E TRANSFERENCIA: OUTRO FUNCIONARIO, SUPERVISOR,
      * CONFIRMA COM CODIGO E SENHA; OS DOIS FICAM NA AUDITORIA
       Autoriza-Supervisor.
           display "SUPERVISOR - CODIGO: ".
           accept ws-cod-sup.
           display "SUPERVISOR - SENHA: ".
           accept ws-senha-sup.
           move "N" to ws-autorizado.
           if ws-cod-sup = ws-cod-func
               display "O SUPERVISOR DEVE SER OUTRO FUNCIONARIO"
               exit paragraph
           end-if.
           move ws-cod-sup to ws-cod-procura.
           move ws-senha-sup to ws-senha-procura.
           move spaces to ws-senha-sup.
           move "S" to ws-exige-admin.
           perform Valida-Func.
           if ws-autorizado = "N"
               display "AUTORIZACAO NEGADA"
               exit paragraph
           end-if.
           move ws-nome-achado to ws-nome-sup.

       Processo.
           display "MODO (I-INCLUIR / L-LIBERAR / T-TRANSFERIR AO "
                   "DEPOSITO JUDICIAL / C-CONSULTAR / F-FIM): ".
           accept ws-modo.
           evaluate true
               when modo-incluir
                   perform Inclui-Bloqueio
               when modo-liberar
                   perform Libera-Bloqueio
               when modo-transferir
                   perform Transfere-Bloqueio
               when modo-consultar
                   perform Consulta-Bloqueios
               when modo-fim
                   continue
               when other
                   display "MODO INVALIDO"
           end-evaluate.

       Pede-Conta.
           move "N" to ws-conta-ok.
           display "CPF DO TITULAR: ".
           accept ws-cpf.
           display "TIPO DA CONTA (1-CC 2-POUP): ".
           accept ws-tipo-conta.
           move ws-cpf to cpf-p.
           move ws-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA NAO ENCONTRADA"
                   exit paragraph
           end-read.
           display "TITULAR: " nome-p " AGENCIA: " codigo-agencia-p.
           move "S" to ws-conta-ok.

      * LISTA OS BLOQUEIOS DA CONTA E GUARDA A ULTIMA SEQUENCIA
       Lista-Bloqueios.
           move zeros to ws-ultima-seq.
           move ws-cpf to bq-cpf.
           move ws-tipo-conta to bq-tipo-conta.
           move zeros to bq-seq.
           move "N" to ws-fim-bq.
           start bloqueios key is not less than bq-chave
               invalid key
                   move "S" to ws-fim-bq
           end-start.
           perform Le-Bloqueio until ws-fim-bq = "S".

       Le-Bloqueio.
           read bloqueios next record
               at end
                   move "S" to ws-fim-bq
               not at end
                   if bq-cpf not = ws-cpf
                       or bq-tipo-conta not = ws-tipo-conta
                       move "S" to ws-fim-bq
                   else
                       move bq-seq to ws-ultima-seq
                       move bq-seq to lb-seq
                       evaluate true
                           when bq-ativo
                               move "ATIVO" to lb-situacao
                           when bq-liberado
                               move "LIBERADO" to lb-situacao
                           when other
                               move "TRANSFERIDO" to lb-situacao
                       end-evaluate
                       move bq-valor to lb-valor
                       move bq-origem to lb-origem
                       move bq-ordem to lb-ordem
                       move bq-data to lb-data
                       display linha-bloqueio
                   end-if
           end-read.

       Inclui-Bloqueio.
           perform Pede-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           perform Lista-Bloqueios.
           if ws-ultima-seq = 9999
               display "LIMITE DE BLOQUEIOS DA CONTA ESGOTADO"
               exit paragraph
           end-if.
           move spaces to reg-bloqueio.
           move ws-cpf to bq-cpf.
           move ws-tipo-conta to bq-tipo-conta.
           compute bq-seq = ws-ultima-seq + 1.
           display "VALOR A BLOQUEAR: ".
           accept ws-valor.
           if ws-valor = zeros
               display "VALOR INVALIDO"
               exit paragraph
           end-if.
           move ws-valor to bq-valor.
           display "NUMERO DA ORDEM/PROCESSO: ".
           accept bq-ordem.
           display "ORIGEM (J-JUDICIAL A-ADMINISTRATIVO): ".
           accept bq-origem.
           inspect bq-origem converting "ja" to "JA".
           if not bq-judicial and not bq-administrativo
               display "ORIGEM INVALIDA"
               exit paragraph
           end-if.
           display "ORGAO EMISSOR (VARA/JUIZO/ORGAO): ".
           accept bq-orgao.
           move ws-hoje to bq-data.
           move ws-cod-func to bq-func.
           move "A" to bq-situacao.
           move zeros to bq-data-baixa.
           move zeros to bq-func-baixa.
           move spaces to bq-destino.
           write reg-bloqueio
               invalid key
                   display "ERRO AO GRAVAR BLOQUEIO"
                   exit paragraph
           end-write.
           move "BLOQ-INC" to ws-audit-op.
           perform Grava-Auditoria.
           display "BLOQUEIO " bq-seq " REGISTRADO".

       Pede-Bloqueio-Ativo.
           move "N" to ws-conta-ok.
           perform Pede-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           move "N" to ws-conta-ok.
           perform Lista-Bloqueios.
           display "SEQUENCIA DO BLOQUEIO: ".
           accept ws-seq.
           move ws-cpf to bq-cpf.
           move ws-tipo-conta to bq-tipo-conta.
           move ws-seq to bq-seq.
           read bloqueios
               invalid key
                   display "BLOQUEIO NAO ENCONTRADO"
                   exit paragraph
           end-read.
           if not bq-ativo
               display "BLOQUEIO JA BAIXADO EM " bq-data-baixa
               exit paragraph
           end-if.
           move "S" to ws-conta-ok.

      * LIBERACAO PARCIAL REDUZ O VALOR; A TOTAL BAIXA O BLOQUEIO
       Libera-Bloqueio.
           perform Pede-Bloqueio-Ativo.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           display "VALOR A LIBERAR (0 = TOTAL): ".
           accept ws-valor.
           if ws-valor > bq-valor
               display "VALOR MAIOR QUE O BLOQUEADO"
               exit paragraph
           end-if.
           perform Autoriza-Supervisor.
           if ws-autorizado = "N"
               exit paragraph
           end-if.
           if ws-valor = zeros or ws-valor = bq-valor
               move "L" to bq-situacao
               move ws-hoje to bq-data-baixa
               move ws-cod-sup to bq-func-baixa
           else
               subtract ws-valor from bq-valor
           end-if.
           rewrite reg-bloqueio
               invalid key
                   display "ERRO AO LIBERAR BLOQUEIO"
                   exit paragraph
           end-rewrite.
           move "BLOQ-LIB" to ws-audit-op.
           perform Grava-Auditoria-Dupla.
           display "BLOQUEIO LIBERADO".

      * A TRANSFERENCIA LEVA O BLOQUEADO ATE O SALDO DA CONTA; O QUE
      * NAO HOUVER SALDO PARA COBRIR CONTINUA BLOQUEADO
       Transfere-Bloqueio.
           perform Pede-Bloqueio-Ativo.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           if saldo-p not > zeros
               display "CONTA SEM SALDO PARA TRANSFERIR"
               exit paragraph
           end-if.
           if bq-valor > saldo-p
               move saldo-p to ws-valor-mov
           else
               move bq-valor to ws-valor-mov
           end-if.
           display "VALOR A TRANSFERIR: " ws-valor-mov.
           display "BANCO DO DEPOSITO JUDICIAL (3 DIG): ".
           accept ws-banco-dest.
           display "AGENCIA: ".
           accept ws-agencia-dest.
           display "CONTA: ".
           accept ws-conta-dest.
           if ws-banco-dest = zeros or ws-conta-dest = zeros
               display "CONTA DE DEPOSITO INVALIDA"
               exit paragraph
           end-if.
           display "CONFIRMA (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               exit paragraph
           end-if.
           perform Autoriza-Supervisor.
           if ws-autorizado = "N"
               exit paragraph
           end-if.
           compute saldo-p = saldo-p - ws-valor-mov.
           rewrite reg-arqbc
               invalid key
                   display "ERRO AO DEBITAR A CONTA"
                   exit paragraph
           end-rewrite.
           move ws-banco-dest to ld-banco.
           move ws-agencia-dest to ld-agencia.
           move ws-conta-dest to ld-conta.
           move linha-destino to bq-destino.
           if ws-valor-mov = bq-valor
               move "T" to bq-situacao
               move ws-hoje to bq-data-baixa
               move ws-cod-sup to bq-func-baixa
           else
               subtract ws-valor-mov from bq-valor
           end-if.
           rewrite reg-bloqueio
               invalid key
                   display "ERRO AO BAIXAR BLOQUEIO"
           end-rewrite.
           perform Grava-Extrato-Linha.
           perform Grava-Transf-Pendente.
           move "BLOQ-TRF" to ws-audit-op.
           perform Grava-Auditoria-Dupla.
           display "TRANSFERENCIA JUDICIAL REGISTRADA".

       Consulta-Bloqueios.
           perform Pede-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           perform Lista-Bloqueios.
           if ws-ultima-seq = zeros
               display "CONTA SEM BLOQUEIOS"
           end-if.

       Grava-Transf-Pendente.
           move 1 to te-seq.
           move ws-hoje to te-data.
           move cpf-p to te-cpf.
           move tipo-conta-p to te-tipo-conta.
           move ws-banco-dest to te-banco.
           move ws-agencia-dest to te-agencia.
           move ws-conta-dest to te-conta.
           move ws-valor-mov to te-valor.
           move "P" to te-status.
           move bq-ordem to te-motivo.
           move "N" to ws-tex-gravado.
           perform Tenta-Gravar-Transfext
               until ws-tex-gravado = "S" or te-seq > 999999.

       Tenta-Gravar-Transfext.
           write reg-transfext
               invalid key
                   add 1 to te-seq
               not invalid key
                   move "S" to ws-tex-gravado
           end-write.

       Grava-Extrato-Linha.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           move "TRANSF-JUD" to le-tipo.
           move ws-valor-mov to le-valor.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move ws-cod-func to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           move cpf-p to mv-cpf.
           move tipo-conta-p to mv-tipo-conta.
           move ws-hoje to mv-data.
           move le-tipo to mv-tipo.
           move ws-valor-mov to mv-valor.
           move saldo-p to mv-saldo.
           move le-func to mv-func.
           move le-hora to mv-hora.
           move 1 to mv-seq.
           move "N" to ws-mov-gravado.
           perform Tenta-Gravar-Mov
               until ws-mov-gravado = "S" or mv-seq > 9999.

       Tenta-Gravar-Mov.
           move 1 to mv-titular.
           move zeros to mv-procurador.
           write reg-movimento
               invalid key
                   add 1 to mv-seq
               not invalid key
                   move "S" to ws-mov-gravado
           end-write.

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

      * OPERADOR E SUPERVISOR, UMA LINHA CADA
       Grava-Auditoria-Dupla.
           perform Grava-Auditoria.
           move ws-cod-sup to la-func.
           move ws-nome-sup to la-nome-func.
           move "AUTORIZOU" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterBloqueios.

           access mode sequential
           file status arq-ok-func.

           select arq-encerradas assign to disk
           organization line sequential
           access mode sequential
           record key ck-chave
           file status arq-ok-chv.

           select procuradores assign to disk
           organization indexed
           access mode dynamic
           record key pr-chave
           file status arq-ok-proc.

           select titulos assign to disk
           organization indexed
           access mode dynamic
           record key tc-chave
           file status arq-ok-tit.

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
       fd cod-conta label record standard
       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).
       fd func-file label record standard
           data record is reg-func
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
       fd arq-encerradas label record standard
           data record is reg-encerrada
           value of file-id is "contas_encerradas.txt".
       01 reg-encerrada pic x(100).
       fd blacklist label record standard
           data record is reg-blacklist
           value of file-id is "blacklist.txt".
       fd recibo label record standard
           data record is reg-recibo
           value of file-id is "recibos.txt".
       01 reg-recibo pic x(165).
       fd caixa label record standard
           data record is reg-caixa
           value of file-id is "caixa.txt".
               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).
       fd pendentes label record standard
           data record is reg-pendente
           value of file-id is "pendentes.dat".
               03 pd-cpf        pic 9(11).
               03 pd-tipo-conta pic 9(1).
               03 pd-seq        pic 9(4).
           02 pd-valor    pic 9(9)v99.
           02 pd-data-dep pic 9(8).
           02 pd-data-lib pic 9(8).
           02 pd-status   pic x(1).
           02 te-banco      pic 9(3).
           02 te-agencia    pic 9(4).
           02 te-conta      pic 9(9).
           02 te-valor      pic 9(9)v99.
           02 te-status     pic x(1).
           02 te-motivo     pic x(20).

           02 ck-cpf        pic 9(11).
           02 ck-tipo-conta pic 9(1).

       fd procuradores label record standard
           data record is reg-procurador
           value of file-id is "procuradores.dat".
       01 reg-procurador.
           02 pr-chave.
               03 pr-cpf-conta    pic 9(11).
               03 pr-tipo-conta   pic 9(1).
               03 pr-cpf-proc     pic 9(11).
           02 pr-nome             pic A(30).
           02 pr-poder-consulta   pic x(1).
           02 pr-poder-saque      pic x(1).
           02 pr-poder-transf     pic x(1).
           02 pr-poder-pagto      pic x(1).
           02 pr-limite           pic 9(9)v99.
           02 pr-inicio           pic 9(8).
           02 pr-validade         pic 9(8).
           02 pr-situacao         pic x(1).
           02 pr-func             pic 9(4).

       fd titulos label record standard
           data record is reg-titulo
           value of file-id is "titulos.dat".
       01 reg-titulo.
           02 tc-chave.
               03 tc-cpf-benef    pic 9(11).
               03 tc-nosso-numero pic 9(11).
           02 tc-seu-numero   pic x(15).
           02 tc-sacado-cpf   pic 9(11).
           02 tc-sacado-nome  pic x(30).
           02 tc-valor        pic 9(8)v99.
           02 tc-vencimento   pic 9(8).
           02 tc-multa-pct    pic 9(2)v99.
           02 tc-juros-pct    pic 9(2)v99.
           02 tc-linha        pic x(47).
           02 tc-registro     pic 9(8).
           02 tc-situacao     pic x(1).
           02 tc-data-pagto   pic 9(8).
           02 tc-valor-pago   pic 9(9)v99.
           02 tc-encargos     pic 9(9)v99.
           02 tc-canal        pic x(1).
           02 tc-tarifa       pic 9(5)v99.
           02 tc-creditado    pic x(1).
           02 tc-data-credito pic 9(8).
           02 tc-data-baixa   pic 9(8).

       working-storage section.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok-func pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 ws-func-fim pic x value "N".
       01 cod-func-ws pic 9(4) value zeros.
       01 cod-func-atual pic 9(4) value zeros.
       01 ws-func-achado pic 9(2) value zeros.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-hoje-aaaammdd pic 9(8) value zeros.
       01 ws-int-hoje pic 9(7) value zeros.
       01 ws-int-senha pic 9(7) value zeros.
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
       01 arq-ok-enc pic x(2).
       01 arq-ok-bl pic x(2).
       01 arq-ok-rec pic x(2).
       01 arq-ok-dorm pic x(2).
       01 arq-ok-chv pic x(2).
       01 ws-tem-chaves pic x value "N".
       01 arq-ok-proc pic x(2).
       01 ws-tem-procuradores pic x value "N".
       01 ws-presente pic x value space.
       01 ws-poder-pedido pic x value space.
       01 ws-proc-ok pic x value "S".
       01 ws-proc-achou pic x value "N".
       01 ws-cpf-procurador pic 9(11) value zeros.
       01 ws-cpf-procurador-z pic 999.999.999/99.
       01 ws-msg-limite pic x(31) value
          "OPERACAO ACIMA DO LIMITE DIARIO".
       01 ws-limpa-linha pic x(70) value spaces.
       01 ws-usa-chave pic x value space.
       01 ws-chave-dest pic x(11) value spaces.
       01 ws-dest-confirma pic x value space.
       01 ws-bol-valor pic 9(8)v99 value zeros.
       01 ws-bol-valor-z pic zz.zzz.zz9,99.
       01 ws-bol-venc pic 9(8) value zeros.
       01 arq-ok-tit pic x(2).
       01 ws-tem-titulos pic x value "N".
      * CODIGO DE COMPENSACAO DO BANCO NA LINHA DIGITAVEL
       01 ws-banco-proprio pic 9(3) value 641.
       01 ws-titulo-proprio pic x value "N".
       01 ws-campo-livre.
           02 cl-cpf-benef    pic 9(11).
           02 cl-nosso-numero pic 9(11).
           02 cl-carteira     pic 9(3).
       01 ws-et-dias pic 9(5) value zeros.
       01 ws-et-encargos pic 9(9)v99 value zeros.
       01 ws-bol-total pic 9(9)v99 value zeros.
       01 ws-tex-gravado pic x value "N".
       01 ws-banco-dest pic 9(3) value zeros.
       01 ws-agencia-dest pic 9(4) value zeros.
       01 ws-cod-guarda pic 9(4) value zeros.
       01 ws-nome-guarda pic x(30) value spaces.
       01 ws-nome-tipo pic x(14) value spaces.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 linha-bloqueio.
           02 filler pic x(11) value "BLOQUEADO: ".
           02 lb-bloqueado pic zzz.zzz.zz9,99.
           02 filler pic x(14) value "  DISPONIVEL: ".
           02 lb-disponivel pic -z.zzz.zzz.zz9,99.
       01 ws-valor-lido pic 9(9)v99 value zeros.
       01 linha-extrato-lida.
           02 ll-dia    pic 99.
           02 filler    pic x.
           02 filler    pic x(2).
           02 ll-tipo   pic x(10).
           02 filler    pic x(2).
           02 ll-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(47).
       01 ws-valor-fundo pic 9(5)v99 value zeros.
       01 linha-caixa.
           02 cx-valor  pic 9(5)v99.
       01 ws-bl-fim pic x value "N".
       01 ws-bl-achou pic x value "N".
       01 saldo-antigo pic s9(9)v99 value zeros.
       01 cpf-origem pic 9(11) value zeros.
       01 cpf-dest pic 9(11) value zeros.
       01 cpf-dest-z pic 999.999.999/99.
       01 saldo-origem-antigo pic s9(9)v99 value zeros.
       01 saldo-origem-novo pic s9(9)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 tipo-conta pic 9(1) value zeros.
       01 tipo-conta-origem pic 9(1) value zeros.
       01 tipo-conta-dest pic 9(1) value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 le-hora   pic 9(6).
           02 filler    pic x(2) value spaces.
           02 le-titular pic 9(1) value 1.
           02 filler    pic x(2) value spaces.
           02 le-procurador pic x(11) value spaces.
       01 linha-auditoria.
           02 la-dia       pic 99.
           02 filler       pic x value "/".
           02 filler          pic x(2) value spaces.
           02 lc-nome         pic A(30).
           02 filler          pic x(2) value spaces.
           02 lc-limite       pic zzz.zzz.zz9,99.
           02 filler          pic x(2) value spaces.
           02 lc-tipo         pic 9(1).
           02 filler          pic x(2) value spaces.
           02 filler          pic x(2) value spaces.
           02 lr-nome         pic A(30).
           02 filler          pic x(2) value spaces.
           02 lr-saldo        pic zzz.zzz.zz9,99.
       01 Agencias-Lista.
           02 filler pic 9(4) value 3265.
           02 filler pic 9(4) value 4821.
           02 cpf            pic 9(11) value zeros.
           02 cpf-z          pic 999.999.999/99.
           02 nome           pic A(30).
           02 saldo          pic s9(9)v99.
           02 saldo-z        pic -zzz.zzz.zz9,99.
           02 limite         pic 9(9)v99.
           02 limite-z       pic zzz.zzz.zz9,99.
       01 variaveis.
           02 senha pic x(8) value spaces.
           02 cont pic 9(9) value zeros.
           02 opcaoE pic x(1) value spaces.
           02 i pic 99 value zeros.
           02 tipo-mov pic x(1) value spaces.
           02 valor-mov pic 9(9)v99 value zeros.
           02 valor-mov-z pic zzz.zzz.zz9,99.
       01 Mensagens-de-Erro.
             02 MENSA1 pic X(30) value
             "CODIGO INVALIDO <REDIGITE>".
            if arq-ok-func not = "00"
                open output func-file
                move 1 to cod-func
                move spaces to func-sal
                move "fatec123" to ws-senha-nova
                call "HashSenha" using cod-func func-sal ws-senha-nova
                                       func-hash
                move spaces to ws-senha-nova
                move "ADMIN" to nome-func
                move "S" to func-ativo
                move "S" to func-admin
                close func-file
                open input func-file
            end-if.
            open extend arq-encerradas.
            if arq-ok-enc not = "00" and arq-ok-enc not = "05"
                open output arq-encerradas
            if arq-ok-chv = "00"
                move "S" to ws-tem-chaves
            end-if.
            open input procuradores.
            if arq-ok-proc = "00"
                move "S" to ws-tem-procuradores
            end-if.
            open i-o titulos.
            if arq-ok-tit = "00"
                move "S" to ws-tem-titulos
            end-if.

      * O CADASTRO DE AGENCIAS SUBSTITUI A TABELA FIXA; NA PRIMEIRA
      * EXECUCAO E SEMEADO COM AS DUAS AGENCIAS HISTORICAS
               call "C$SLEEP" using "1,5"
               exit paragraph
           end-if.
           call "HashSenha" using tf-cod(ws-idx-func)
                                  tf-sal(ws-idx-func) senha
                                  ws-hash-senha.
           move spaces to senha.
           if tf-hash(ws-idx-func) not = ws-hash-senha
               add 1 to tf-falhas(ws-idx-func)
               if tf-falhas(ws-idx-func) >= 3
                   move "BLOQUEIO" to ws-audit-op
               display LIMPA-MSG at 1903
               perform Troca-Senha-Obrigatoria
           else
               move spaces to tf-sal(ws-idx-func)
               call "HashSenha" using tf-cod(ws-idx-func)
                                      tf-sal(ws-idx-func)
                                      ws-senha-nova
                                      tf-hash(ws-idx-func)
               move spaces to ws-senha-nova
               move spaces to ws-senha-conf
               move "N" to tf-troca(ws-idx-func)
               move ws-hoje-aaaammdd to tf-senha-data(ws-idx-func)
               move "TROCASENHA" to ws-audit-op
                       if ws-num-func < 50
                           add 1 to ws-num-func
                           move cod-func to tf-cod(ws-num-func)
                           move func-sal to tf-sal(ws-num-func)
                           move func-hash to tf-hash(ws-num-func)
                           move nome-func to tf-nome(ws-num-func)
                           if func-ativo = "N"
                               move "N" to tf-ativo(ws-num-func)
           perform varying ws-idx-func from 1 by 1
                   until ws-idx-func > ws-num-func
               move tf-cod(ws-idx-func) to cod-func
               move tf-sal(ws-idx-func) to func-sal
               move tf-hash(ws-idx-func) to func-hash
               move tf-nome(ws-idx-func) to nome-func
               move tf-ativo(ws-idx-func) to func-ativo
               move tf-admin(ws-idx-func) to func-admin
           display LIMPA-MSG at 1803.

       Menu.
           move zeros to ws-cpf-procurador.
           move spaces to le-procurador.
           display erase at 0201.
           display dia "/" mes "/" ano at 0107.
           display Tela-Inicio at 0201.
       Recebe-Limite.
           move zeros to limite-z.
           move zeros to limite.
           accept limite-z at 1024.
           move limite-z to limite.
           move limite to limite-p.
           display LIMPA-MSG at 1603.
                   display "CPF ENCONTRADO" at 1603
                   call "C$SLEEP" using "1,5"
                   display LIMPA-MSG at 1603
                   perform Calcula-Disponivel
                   if sb-resultado = "S"
                       display "CONTA COM BLOQUEIO EM ABERTO" at 1603
                       call "C$SLEEP" using "1,5"
                       display LIMPA-MSG at 1603
                       perform Excluir-Nov
                   else
                       perform Excluir-Tela
                       perform Verifica-Saldo-Exclusao
                       perform Excluir-Def
                   end-if
           end-read.

       Verifica-Saldo-Exclusao.
                   perform Consultar-Nov
                   perform Continuar
               not invalid key
                   move "C" to ws-poder-pedido
                   perform Identifica-Presente
                   if ws-proc-ok not = "S"
                       perform Consultar-Nov
                       perform Continuar
                       exit paragraph
                   end-if
                   if ws-cpf-procurador not = zeros
                       move "CONSULTA" to ws-audit-op
                       perform Grava-Auditoria
                   end-if
                   display Mostrar-Consulta at 0201
                   display codigo-agencia-p at 0518
                   display codigo-cc-p at 0612
                   display cpf-z at 0807
                   move saldo-p to saldo-z
                   display saldo-z at 0912
                   perform Calcula-Disponivel
                   perform Mostra-Nome-Tipo-Conta
                   perform Consultar-Nov
               perform Continuar until opcaoC = "S" OR "N" OR "s" OR
                          display LIMPA-MSG at 1803
                          perform Consultar-Nov.

      * QUEM ESTA NO CAIXA: O TITULAR OU UM PROCURADOR DA CONTA
      * CADASTRADO NO ManterProcuradores. O PROCURADOR SO PASSA COM
      * PROCURACAO ATIVA, DENTRO DA VALIDADE E COM O PODER PEDIDO
      * EM ws-poder-pedido (C-CONSULTA S-SAQUE T-TRANSFERENCIA
      * B-BOLETO); O LIMITE DE VALOR E CONFERIDO JUNTO COM OS TETOS
      * DO limites.txt. SEM CADASTRO DE PROCURADORES NAO PERGUNTA
       Identifica-Presente.
           move "S" to ws-proc-ok.
           move zeros to ws-cpf-procurador.
           if ws-tem-procuradores not = "S"
               exit paragraph
           end-if.
           display "PRESENTE: T-TITULAR P-PROCURADOR [ ]" at 1202.
           move spaces to ws-presente.
           accept ws-presente at 1237.
           if ws-presente not = "P" and ws-presente not = "p"
               display ws-limpa-linha at 1202
               exit paragraph
           end-if.
           move "N" to ws-proc-ok.
           display "CPF DO PROCURADOR:" at 1302.
           move zeros to ws-cpf-procurador-z.
           accept ws-cpf-procurador-z at 1321 with prompt.
           move ws-cpf-procurador-z to ws-cpf-procurador.
           move cpf-p to pr-cpf-conta.
           move tipo-conta-p to pr-tipo-conta.
           move ws-cpf-procurador to pr-cpf-proc.
           move "S" to ws-proc-achou.
           read procuradores
               invalid key
                   move "N" to ws-proc-achou
           end-read.
           evaluate true
               when ws-proc-achou = "N"
                   display "PROCURACAO NAO CADASTRADA" at 1603
               when pr-situacao not = "A"
                   display "PROCURACAO REVOGADA" at 1603
               when pr-inicio > ws-hoje-aaaammdd
                   or pr-validade < ws-hoje-aaaammdd
                   display "PROCURACAO FORA DA VALIDADE" at 1603
               when ws-poder-pedido = "C" and pr-poder-consulta = "S"
                   move "S" to ws-proc-ok
               when ws-poder-pedido = "S" and pr-poder-saque = "S"
                   move "S" to ws-proc-ok
               when ws-poder-pedido = "T" and pr-poder-transf = "S"
                   move "S" to ws-proc-ok
               when ws-poder-pedido = "B" and pr-poder-pagto = "S"
                   move "S" to ws-proc-ok
               when other
                   display "PODER NAO CONCEDIDO" at 1603
           end-evaluate.
           if ws-proc-ok = "S"
               display pr-nome at 1336
           else
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               display ws-limpa-linha at 1202
               display ws-limpa-linha at 1302
               move zeros to ws-cpf-procurador
           end-if.

       Mostra-Nome-Tipo-Conta.
           if tipo-conta-p = 2
               move "POUPANCA" to ws-nome-tipo
                   if ws-forma-dep = "C" or ws-forma-dep = "c"
                       perform Deposita-Cheque
                   else
                       perform Credita-Deposito
                   end-if
               not invalid key
                   display nome-p at 0508
                   if ws-forma-dep = "C" or ws-forma-dep = "c"
                       perform Deposita-Cheque
                   else
                       perform Credita-Deposito
                   end-if
           end-read.
           perform Continuar.

      * DEPOSITO QUE ESTOURA O CAMPO DE SALDO E RECUSADO, NUNCA
      * TRUNCADO
       Credita-Deposito.
           compute ws-saldo-novo = saldo-p + valor-mov.
           if ws-saldo-novo > 999999999,99
               display "DEPOSITO EXCEDE SALDO MAXIMO" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           end-if.
           compute saldo-p = saldo-p + valor-mov.
           move saldo-p to saldo-z.
           display saldo-z at 0817.
           perform Gravar-Movimento.

       Recebe-Forma-Deposito.
           move space to ws-forma-dep.
           display "FORMA (D-DINHEIRO C-CHEQUE):" at 0903.
                   display nome-p at 0508
                   move saldo-p to saldo-z
                   display saldo-z at 0618
                   perform Calcula-Disponivel
                   move "S" to ws-poder-pedido
                   perform Identifica-Presente
                   if ws-proc-ok not = "S"
                       perform Continuar
                       exit paragraph
                   end-if
                   perform Recebe-Valor-Saque
                   perform Verifica-Limite-Saque
                   if ws-limite-ok = "S"
                       display saldo-z at 0817
                       perform Gravar-Movimento
                   else
                       display ws-msg-limite at 1603
                       call "C$SLEEP" using "1,5"
                       display LIMPA-MSG at 1603
                   end-if
      * TETO SO COM AUTORIZACAO DE UM SUPERVISOR (FLAG ADMIN), QUE
      * FICA REGISTRADA NA AUDITORIA
       Verifica-Limite-Saque.
           perform Verifica-Limite-Procuracao.
           if ws-limite-ok not = "S"
               exit paragraph
           end-if.
           if ws-lim-saque-op not = zeros
               and valor-mov > ws-lim-saque-op
               perform Autoriza-Supervisor
           end-if.

       Verifica-Limite-Transf.
           perform Verifica-Limite-Procuracao.
           if ws-limite-ok not = "S"
               exit paragraph
           end-if.
           if ws-lim-transf-op not = zeros
               and valor-mov > ws-lim-transf-op
               perform Autoriza-Supervisor
               end-if
           end-if.

      * O LIMITE DA PROCURACAO VALE POR OPERACAO E NAO ADMITE
      * AUTORIZACAO DO SUPERVISOR
       Verifica-Limite-Procuracao.
           move "S" to ws-limite-ok.
           move "OPERACAO ACIMA DO LIMITE DIARIO" to ws-msg-limite.
           if ws-cpf-procurador not = zeros
               and valor-mov > pr-limite
               move "N" to ws-limite-ok
               move "ACIMA DO LIMITE DA PROCURACAO" to ws-msg-limite
           end-if.

      * SOMA OS MOVIMENTOS DO TIPO PEDIDO (ll-tipo) DA CONTA NO DIA;
      * O EXTRATO E FECHADO, RELIDO E REABERTO EM EXTENSAO
       Soma-Movimentos-Dia.
           perform varying ws-idx-func from 1 by 1
                   until ws-idx-func > ws-num-func
               if tf-cod(ws-idx-func) = ws-cod-sup
                   and tf-admin(ws-idx-func) = "S"
                   and tf-ativo(ws-idx-func) = "S"
                   call "HashSenha" using tf-cod(ws-idx-func)
                                          tf-sal(ws-idx-func)
                                          ws-senha-sup ws-hash-senha
                   if tf-hash(ws-idx-func) = ws-hash-senha
                       move "S" to ws-limite-ok
                   end-if
                   exit perform
               end-if
           end-perform.
           move spaces to ws-senha-sup.
           display LIMPA-MSG at 1903.
           display LIMPA-MSG at 2003.
           if ws-limite-ok = "S"
              display LIMPA-MSG at 1603.

      * POUPANCA SACA SO ATE O SALDO; O LIMITE DE CREDITO VALE
      * APENAS PARA CONTA CORRENTE (VER Calcula-Disponivel)
       Recebe-Valor-Saque.
           perform Recebe-Valor-Mov.
           if valor-mov > ws-disponivel
               display MENSA8 at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               perform Recebe-Valor-Saque
           end-if.

      * DISPONIVEL = SALDO MAIS LIMITE (POUPANCA: SO SALDO) MENOS OS
      * BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS EM ABERTO (ROTINA
      * SaldoBloqueado, CADASTRO NO ManterBloqueios); HAVENDO
      * BLOQUEIO, O VALOR PRESO E O DISPONIVEL APARECEM NA TELA
       Calcula-Disponivel.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           if tipo-conta-p = 2
               compute ws-disponivel = saldo-p - sb-valor
           else
               compute ws-disponivel = saldo-p + limite-p - sb-valor
           end-if.
           if sb-resultado = "S"
               move sb-valor to lb-bloqueado
               move ws-disponivel to lb-disponivel
               display linha-bloqueio at 1103
           end-if.

       Transferir.
                   move cpf-p to cpf-origem
                   move saldo-p to saldo-z
                   display saldo-z at 0519
                   perform Calcula-Disponivel
                   move "T" to ws-poder-pedido
                   perform Identifica-Presente
                   if ws-proc-ok not = "S"
                       perform Continuar
                       exit paragraph
                   end-if
                   move saldo-p to saldo-origem-antigo
                   perform Recebe-CPF-Destino
                   perform Recebe-Valor-Saque
                               perform Credita-Destino
                       end-rewrite
                   else
                       display ws-msg-limite at 1603
                       call "C$SLEEP" using "1,5"
                       display LIMPA-MSG at 1603
                   end-if
               invalid key
                   perform Rollback-Transferencia
               not invalid key
                   compute ws-saldo-novo = saldo-p + valor-mov
                   if ws-saldo-novo > 999999999,99
                       display "SALDO DESTINO EXCEDE O MAXIMO" at 1603
                       call "C$SLEEP" using "1,5"
                       display LIMPA-MSG at 1603
                       perform Rollback-Transferencia
                       exit paragraph
                   end-if
                   compute saldo-p = saldo-p + valor-mov
                   rewrite reg-arqbc
                       invalid key
           move cod-func-atual to le-func.
           accept ws-hora from time.
           move ws-hora(1:6) to le-hora.
           perform Marca-Procurador.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.
           move saldo-p to le-saldo.
           move tipo-conta-dest to le-tipo-conta.
           move cod-func-atual to le-func.
           move spaces to le-procurador.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.
                   display nome-p at 0508
                   move saldo-p to saldo-z
                   display saldo-z at 0618
                   perform Calcula-Disponivel
                   move "T" to ws-poder-pedido
                   perform Identifica-Presente
                   if ws-proc-ok not = "S"
                       perform Continuar
                       exit paragraph
                   end-if
                   perform Recebe-Destino-Externo
                   perform Recebe-Valor-Saque-Ext
                   perform Verifica-Limite-Transf
                   if ws-limite-ok = "S"
                       perform Aplica-Transf-Externa
                   else
                       display ws-msg-limite at 1603
                       call "C$SLEEP" using "1,5"
                       display LIMPA-MSG at 1603
                   end-if
               perform Recebe-Valor-Saque-Ext
               exit paragraph
           end-if.
           if valor-mov > ws-disponivel
               display MENSA8 at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               perform Recebe-Valor-Saque-Ext
           end-if.

       Aplica-Transf-Externa.
           move cod-func-atual to le-func.
           accept ws-hora from time.
           move ws-hora(1:6) to le-hora.
           perform Marca-Procurador.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.
      * VENCIMENTO EMBUTIDOS), O DEBITO RESPEITA OS TETOS DE
      * limites.txt E SALDO MAIS LIMITE, E CADA PAGAMENTO FICA EM
      * boletos-pagos.txt PARA O FECHAMENTO POR CONCESSIONARIA
      * (ConcessionariaDia). BOLETO EMITIDO PELO PROPRIO BANCO
      * (COBRANCA REGISTRADA EM titulos.dat) E COBRADO COM MULTA E
      * JUROS DA ROTINA EncargosTitulo, LIQUIDA O TITULO E FICA
      * PARA O CREDITO DA EMPRESA NA CobrancaDiaria
       Pagar-Boleto.
           display erase at 0201.
           display dia "/" mes "/" ano at 0107.
                   display nome-p at 0508
                   move saldo-p to saldo-z
                   display saldo-z at 0618
                   perform Calcula-Disponivel
                   move "B" to ws-poder-pedido
                   perform Identifica-Presente
                   if ws-proc-ok not = "S"
                       perform Continuar
                       exit paragraph
                   end-if
                   perform Recebe-Linha-Boleto
                   if ws-bol-ok = "S"
                       perform Confirma-Boleto
               move "N" to ws-bol-ok
               exit paragraph
           end-if.
           move "N" to ws-titulo-proprio.
           if ws-bol-banco = ws-banco-proprio
               perform Localiza-Titulo
               if ws-bol-ok = "N"
                   exit paragraph
               end-if
           end-if.
           move ws-bol-valor to ws-bol-valor-z.
           display ws-bol-valor-z at 0921.
           display ws-bol-venc at 1014.
           if ws-titulo-proprio = "S" and ws-et-encargos > zeros
               display "COM ENCARGOS" at 0936
           end-if.

      * O CAMPO LIVRE DA LINHA (POSICOES 5-9, 11-20 E 22-31) TRAZ
      * O CPF DA EMPRESA E O NOSSO NUMERO DO TITULO REGISTRADO
       Localiza-Titulo.
           move "S" to ws-titulo-proprio.
           move "N" to ws-bol-ok.
           if ws-tem-titulos not = "S"
               display "TITULO NAO REGISTRADO" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           end-if.
           move zeros to ws-campo-livre.
           string ws-linha-boleto(5:5) ws-linha-boleto(11:10)
                  ws-linha-boleto(22:10)
               delimited by size into ws-campo-livre.
           move cl-cpf-benef to tc-cpf-benef.
           move cl-nosso-numero to tc-nosso-numero.
           read titulos
               invalid key
                   move spaces to tc-linha
           end-read.
           if tc-linha not = ws-linha-boleto
               display "TITULO NAO REGISTRADO" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           end-if.
           if tc-situacao = "P"
               display "TITULO JA PAGO" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           end-if.
           if tc-situacao = "B"
               display "TITULO BAIXADO PELO BENEFICIARIO" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           end-if.
           call "EncargosTitulo" using tc-valor tc-vencimento
                                       ws-hoje-aaaammdd tc-multa-pct
                                       tc-juros-pct ws-et-dias
                                       ws-et-encargos.
           compute ws-bol-total = tc-valor + ws-et-encargos.
           if ws-bol-total > 99999999,99
               display "VALOR ATUALIZADO ACIMA DO LIMITE" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           end-if.
           move ws-bol-total to ws-bol-valor.
           move tc-vencimento to ws-bol-venc.
           move "S" to ws-bol-ok.

       Confirma-Boleto.
           move ws-bol-valor to valor-mov.
           if ws-bol-valor > ws-disponivel
               display "SALDO INSUFICIENTE" at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
           end-if.
           perform Verifica-Limite-Saque.
           if ws-limite-ok not = "S"
               display ws-msg-limite at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
               exit paragraph
           move cod-func-atual to le-func.
           accept ws-hora from time.
           move ws-hora(1:6) to le-hora.
           perform Marca-Procurador.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.
           if ws-titulo-proprio = "S"
               perform Liquida-Titulo
           else
               perform Grava-Boleto-Pago
           end-if.
           move "PAGTOBOLET" to ws-audit-op.
           perform Grava-Auditoria.
           display "BOLETO PAGO" at 1603.
           call "C$SLEEP" using "1,5".
           display LIMPA-MSG at 1603.

      * O REGISTRO DO TITULO AINDA ESTA NA AREA DESDE A
      * Localiza-Titulo
       Liquida-Titulo.
           move "P" to tc-situacao.
           move ws-hoje-aaaammdd to tc-data-pagto.
           move ws-bol-valor to tc-valor-pago.
           move ws-et-encargos to tc-encargos.
           move "C" to tc-canal.
           move "N" to tc-creditado.
           rewrite reg-titulo
               invalid key
                   display "PAGO - ERRO AO BAIXAR O TITULO" at 1603
                   call "C$SLEEP" using "1,5"
                   display LIMPA-MSG at 1603
           end-rewrite.

       Grava-Boleto-Pago.
           open extend boletos-pagos.
           if arq-ok-bol not = "00" and arq-ok-bol not = "05"
           display nome-p at 0508.
           move saldo-p to saldo-z.
           display saldo-z at 0618.
           perform Calcula-Disponivel.
           perform Recebe-Valor-Saque.
           perform Verifica-Limite-Saque.
           if ws-limite-ok = "S"
               display saldo-z at 0817
               perform Gravar-Movimento
           else
               display ws-msg-limite at 1603
               call "C$SLEEP" using "1,5"
               display LIMPA-MSG at 1603
           end-if.
           move cod-func-atual to le-func.
           accept ws-hora from time.
           move ws-hora(1:6) to le-hora.
           perform Marca-Procurador.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.
           if ws-cpf-procurador not = zeros
               move le-tipo to ws-audit-op
               perform Grava-Auditoria
           end-if.

      * O CPF DO PROCURADOR QUE OPEROU SAI NO FIM DA LINHA DO
      * EXTRATO E EM movimentos.dat; OPERACAO DO TITULAR SAI EM
      * BRANCO (ZEROS NO movimentos.dat)
       Marca-Procurador.
           if ws-cpf-procurador = zeros
               move spaces to le-procurador
           else
               move ws-cpf-procurador to le-procurador
           end-if.

      * ESPELHA A LINHA DO EXTRATO NO ARQUIVO INDEXADO movimentos.dat
      * (CHAVE CPF+TIPO+DATA+SEQUENCIA); A SEQUENCIA AVANCA ATE ACHAR
           move le-func to mv-func.
           move le-hora to mv-hora.
           move le-titular to mv-titular.
           if le-procurador = spaces
               move zeros to mv-procurador
           else
               move le-procurador to mv-procurador
           end-if.
           move 1 to mv-seq.
           move "N" to ws-mov-gravado.
           perform Tenta-Gravar-Mov
           move cpf-p to la-cpf.
           move ws-audit-op to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.
           if ws-cpf-procurador not = zeros
               move ws-cpf-procurador to la-cpf
               move "PROCURADOR" to la-op
               move linha-auditoria to reg-auditoria
               call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                        reg-auditoria ws-tam-audit
           end-if.

       Grava-Recibo.
           move dia to lr-dia.

       program-id. ManterPlanoContas as "ManterPlanoContas".

      * MANUTENCAO DO PLANO DE CONTAS DO BANCO (planocontas.dat,
      * CHAVE CODIGO DA CONTA) E DA TABELA DE EVENTOS CONTABEIS
      * (eventosctb.dat, CHAVE TIPO DO EXTRATO + TIPO DE CONTA) QUE
      * A ContabilidadeDiaria USA PARA CLASSIFICAR CADA MOVIMENTO DO
      * DIA EM DEBITO E CREDITO. SO FUNCIONARIO COM func-admin ENTRA
      * E TODA ALTERACAO SAI EM auditoria.txt.
      * CADA EVENTO TEM UM PAR DE CONTAS (DEBITO/CREDITO) E UM
      * SEGUNDO PAR OPCIONAL PARA O MOVIMENTO QUE MEXE EM DUAS
      * PONTAS (EX: LIBERACAO DO CHEQUE DEPOSITADO). SINAL F = PAR
      * FIXO; SINAL V = PAR INVERTIDO QUANDO O SALDO DO CLIENTE CAI
      * (ALTERACAO) OU O COFRE SAI (-). TIPO DE CONTA 0 VALE PARA
      * MOVIMENTO SEM CONTA DE CLIENTE (COFRE-CX E COFRE-CF, DE
      * cofre-mov.txt). O SALDO INFORMADO NA INCLUSAO DA CONTA E O
      * SALDO DE IMPLANTACAO; DEPOIS SO O LOTE MEXE NELE. O MODO P
      * CARREGA O PLANO PADRAO SEM MEXER NO QUE JA EXISTE.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select plano-contas assign to disk
           organization indexed
           access mode dynamic
           record key pc-conta
           file status arq-ok.

           select eventos assign to disk
           organization indexed
           access mode dynamic
           record key ev-chave
           file status arq-ok4.

           select func-file assign to disk
           organization line sequential
           file status arq-ok2.

       data division.
       file section.
       fd plano-contas label record standard
           data record is reg-plano
           value of file-id is "planocontas.dat".
       01 reg-plano.
           02 pc-conta     pic x(10).
           02 pc-descricao pic x(30).
           02 pc-natureza  pic x(1).
           02 pc-saldo     pic s9(11)v99.
           02 pc-saldo-ant pic s9(11)v99.
           02 pc-data-ult  pic 9(8).

       fd eventos label record standard
           data record is reg-evento
           value of file-id is "eventosctb.dat".
       01 reg-evento.
           02 ev-chave.
               03 ev-tipo       pic x(10).
               03 ev-tipo-conta pic 9(1).
           02 ev-debito   pic x(10).
           02 ev-credito  pic x(10).
           02 ev-debito2  pic x(10).
           02 ev-credito2 pic x(10).
           02 ev-sinal    pic x(1).

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

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 arq-ok4 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-modo pic x value space.
           88 modo-conta        value "C" "c".
           88 modo-exclui-conta value "X" "x".
           88 modo-evento       value "E" "e".
           88 modo-remove       value "R" "r".
           88 modo-listar       value "L" "l".
           88 modo-padrao       value "P" "p".
           88 modo-fim          value "F" "f".
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-nome-func pic x(20) value spaces.
       01 ws-conta pic x(10) value spaces.
       01 ws-descricao pic x(30) value spaces.
       01 ws-natureza pic x(1) value space.
       01 ws-saldo pic s9(11)v99 value zeros.
       01 ws-tipo pic x(10) value spaces.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-debito pic x(10) value spaces.
       01 ws-credito pic x(10) value spaces.
       01 ws-debito2 pic x(10) value spaces.
       01 ws-credito2 pic x(10) value spaces.
       01 ws-sinal pic x(1) value space.
       01 ws-conta-ok pic x value "N".
       01 ws-em-uso pic x value "N".
       01 ws-idx pic 9(3) value zeros.
       01 ws-cont-incl pic 9(3) value zeros.
       01 ws-saldo-ed pic -zzz.zzz.zzz.zz9,99.
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

      * PLANO PADRAO: CODIGO, DESCRICAO E NATUREZA (D DEVEDORA /
      * C CREDORA)
       01 tabela-plano-padrao.
           02 filler pic x(41) value
              "1.1.01    CAIXA - GAVETAS DOS CAIXAS    D".
           02 filler pic x(41) value
              "1.1.02    COFRE DAS AGENCIAS            D".
           02 filler pic x(41) value
              "1.1.03    RESERVAS BANCARIAS            D".
           02 filler pic x(41) value
              "1.1.04    CHEQUES DEPOSITADOS A COBRAR  D".
           02 filler pic x(41) value
              "1.2.01    EMPRESTIMOS A RECEBER         D".
           02 filler pic x(41) value
              "2.1.01    DEPOSITOS A VISTA             C".
           02 filler pic x(41) value
              "2.1.02    DEPOSITOS DE POUPANCA         C".
           02 filler pic x(41) value
              "2.1.03    DEPOSITOS A LIBERAR (CHEQUES) C".
           02 filler pic x(41) value
              "2.1.04    DEPOSITOS A PRAZO - CDB       C".
           02 filler pic x(41) value
              "2.2.01    TRANSFERENCIAS A LIQUIDAR     C".
           02 filler pic x(41) value
              "2.2.02    COBRANCA DE TITULOS A REPASSARC".
           02 filler pic x(41) value
              "2.2.03    IMPOSTOS A RECOLHER (IOF/IR)  C".
           02 filler pic x(41) value
              "2.2.04    COMPENSACAO DE CHEQUES A PAGARC".
           02 filler pic x(41) value
              "2.2.05    CONVENIOS DA LOJA A REPASSAR  C".
           02 filler pic x(41) value
              "2.2.06    TRANSFERENCIAS INTERNAS       C".
           02 filler pic x(41) value
              "2.2.07    REDE DE CARTOES A LIQUIDAR    C".
           02 filler pic x(41) value
              "3.1.01    PATRIMONIO LIQUIDO            C".
           02 filler pic x(41) value
              "4.1.01    RECEITA DE TARIFAS            C".
           02 filler pic x(41) value
              "4.1.02    RECEITA JUROS CHEQUE ESPECIAL C".
           02 filler pic x(41) value
              "5.1.01    DESPESA DE RENDIMENTO POUPANCAD".
           02 filler pic x(41) value
              "9.9.99    AJUSTES A CLASSIFICAR         D".
       01 filler redefines tabela-plano-padrao.
           02 tpp-linha occurs 21 times.
               03 tpp-conta     pic x(10).
               03 tpp-descricao pic x(30).
               03 tpp-natureza  pic x(1).

      * EVENTOS PADRAO: TIPO DO EXTRATO, TIPO DE CONTA, DEBITO,
      * CREDITO, SEGUNDO PAR E SINAL
       01 tabela-eventos-padrao.
           02 filler pic x(31) value
              "DEPOSITO  11.1.01    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "DEPOSITO  21.1.01    2.1.02    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "SAQUE     12.1.01    1.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "SAQUE     22.1.02    1.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "ALTERACAO 19.9.99    2.1.01    ".
           02 filler pic x(21) value "                    V".
           02 filler pic x(31) value
              "ALTERACAO 29.9.99    2.1.02    ".
           02 filler pic x(21) value "                    V".
           02 filler pic x(31) value
              "TRANSF-DB 12.1.01    2.2.06    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-DB 22.1.02    2.2.06    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-CR 12.2.06    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-CR 22.2.06    2.1.02    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-EXT12.1.01    2.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-EXT22.1.02    2.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-REJ12.2.01    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-REJ22.2.01    2.1.02    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-JUD12.1.01    2.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TRANSF-JUD22.1.02    2.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "PORTAB-SAL12.1.01    2.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "PAGTO-TIT 12.1.01    2.2.02    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "APL-CDB   12.1.01    2.1.04    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "RESG-CDB  12.1.04    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "IOF-CDB   12.1.01    2.2.03    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "IR-CDB    12.1.01    2.2.03    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "EMPRESTIMO11.2.01    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "PARC-EMP  12.1.01    1.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "QUIT-EMP  12.1.01    1.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "AMORT-EMP 12.1.01    1.2.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TARIFA    12.1.01    4.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TAR-DEVCHQ12.1.01    4.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TAR-SUSTAC12.1.01    4.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "JUR-CHEESP12.1.01    4.1.02    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "REND-POUP 25.1.01    2.1.02    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "CHQ-PEND  11.1.04    2.1.03    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "CHQ-LIBER 12.1.03    2.1.01    ".
           02 filler pic x(21) value "1.1.03    1.1.04    F".
           02 filler pic x(31) value
              "CHQ-COMP  12.1.01    2.2.04    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "COMPRA-LOJ12.1.01    2.2.05    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "DEBAUT-LJ 12.1.01    2.2.05    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "DEBAUT-CRD12.1.01    2.2.05    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "DEB-AUTO  12.1.01    2.2.05    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "DEP-LOJA  11.1.01    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "ESTORNO-LJ12.2.05    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "SALARIO   11.1.03    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "COFRE-CX  01.1.02    1.1.01    ".
           02 filler pic x(21) value "                    V".
           02 filler pic x(31) value
              "COFRE-CF  01.1.02    1.1.03    ".
           02 filler pic x(21) value "                    V".
           02 filler pic x(31) value
              "SAQUE-ATM 12.1.01    2.2.07    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "SAQUE-ATM 22.1.02    2.2.07    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "COMPRA-DEB12.1.01    2.2.07    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "COMPRA-DEB22.1.02    2.2.07    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "LIQ-COBCX 12.2.02    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "LIQ-COBCP 11.1.03    2.1.01    ".
           02 filler pic x(21) value "                    F".
           02 filler pic x(31) value
              "TAR-COBRAN12.1.01    4.1.01    ".
           02 filler pic x(21) value "                    F".
       01 filler redefines tabela-eventos-padrao.
           02 tep-linha occurs 50 times.
               03 tep-tipo       pic x(10).
               03 tep-tipo-conta pic 9(1).
               03 tep-debito     pic x(10).
               03 tep-credito    pic x(10).
               03 tep-debito2    pic x(10).
               03 tep-credito2   pic x(10).
               03 tep-sinal      pic x(1).

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
           display "PLANO DE CONTAS E EVENTOS CONTABEIS".
           display "CODIGO DO FUNCIONARIO: ".
           accept ws-cod-func.
           display "SENHA: ".
           accept ws-senha.
           perform Valida-Admin.
           if ws-autorizado = "N"
               display "ACESSO RESTRITO A ADMINISTRADORES"
               stop run
           end-if.
           open i-o plano-contas.
           if arq-ok not = "00"
               open output plano-contas
               close plano-contas
               open i-o plano-contas
           end-if.
           open i-o eventos.
           if arq-ok4 not = "00"
               open output eventos
               close eventos
               open i-o eventos
           end-if.
           perform Processo until modo-fim.
           display "FIM DE PROGRAMA".
           close plano-contas.
           close eventos.
           stop run.

       Valida-Admin.
           move "N" to ws-troca-func.
           move "N" to ws-autorizado.
           open input func-file.
           if arq-ok2 not = "00"
               display "CADASTRO DE FUNCIONARIOS AUSENTE"
               exit paragraph
           end-if.
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
               at end
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

       Processo.
           display "MODO (C-CONTA / X-EXCLUIR CONTA / E-EVENTO / "
                   "R-REMOVER EVENTO / L-LISTAR / P-PLANO PADRAO / "
                   "F-FIM): ".
           accept ws-modo.
           evaluate true
               when modo-conta
                   perform Inclui-Conta
               when modo-exclui-conta
                   perform Exclui-Conta
               when modo-evento
                   perform Inclui-Evento
               when modo-remove
                   perform Remove-Evento
               when modo-listar
                   perform Lista-Plano
               when modo-padrao
                   perform Carga-Padrao
               when modo-fim
                   continue
               when other
                   display "OPCAO INVALIDA"
           end-evaluate.

      * CONTA NOVA LEVA O SALDO DE IMPLANTACAO; NA CONTA JA
      * EXISTENTE SO MUDAM DESCRICAO E NATUREZA, O SALDO E DO LOTE
       Inclui-Conta.
           display "CODIGO DA CONTA (EX: 2.1.01): ".
           accept ws-conta.
           if ws-conta = spaces
               display "CODIGO OBRIGATORIO"
               exit paragraph
           end-if.
           display "DESCRICAO: ".
           accept ws-descricao.
           display "NATUREZA (D-DEVEDORA / C-CREDORA): ".
           accept ws-natureza.
           if ws-natureza = "d"
               move "D" to ws-natureza
           end-if.
           if ws-natureza = "c"
               move "C" to ws-natureza
           end-if.
           if ws-natureza not = "D" and ws-natureza not = "C"
               display "NATUREZA INVALIDA"
               exit paragraph
           end-if.
           move ws-conta to pc-conta.
           read plano-contas
               invalid key
                   display "SALDO DE IMPLANTACAO: "
                   accept ws-saldo
                   move ws-descricao to pc-descricao
                   move ws-natureza to pc-natureza
                   move ws-saldo to pc-saldo
                   move ws-saldo to pc-saldo-ant
                   move zeros to pc-data-ult
                   write reg-plano
                       invalid key
                           display "ERRO AO GRAVAR"
                           exit paragraph
                       not invalid key
                           display "CONTA INCLUIDA"
                   end-write
               not invalid key
                   move ws-descricao to pc-descricao
                   move ws-natureza to pc-natureza
                   rewrite reg-plano
                       invalid key
                           display "ERRO AO GRAVAR"
                           exit paragraph
                       not invalid key
                           display "CONTA ATUALIZADA"
                   end-rewrite
           end-read.
           move "CONTA-INC" to la-op.
           perform Grava-Auditoria.

      * SO SAI DO PLANO CONTA ZERADA E QUE NENHUM EVENTO USA
       Exclui-Conta.
           display "CODIGO DA CONTA: ".
           accept ws-conta.
           move ws-conta to pc-conta.
           read plano-contas
               invalid key
                   display "CONTA NAO ENCONTRADA"
                   exit paragraph
           end-read.
           if pc-saldo not = zeros
               display "CONTA COM SALDO - EXCLUSAO RECUSADA"
               exit paragraph
           end-if.
           move "N" to ws-em-uso.
           move low-values to ev-chave.
           start eventos key is greater than ev-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Confere-Uso until ws-fim = "S".
           if ws-em-uso = "S"
               display "CONTA USADA NA TABELA DE EVENTOS - "
                       "EXCLUSAO RECUSADA"
               exit paragraph
           end-if.
           move ws-conta to pc-conta.
           delete plano-contas
               invalid key
                   display "ERRO AO EXCLUIR"
                   exit paragraph
               not invalid key
                   display "CONTA EXCLUIDA"
           end-delete.
           move "CONTA-EXC" to la-op.
           perform Grava-Auditoria.

       Confere-Uso.
           read eventos next record
               at end
                   move "S" to ws-fim
               not at end
                   if ev-debito = ws-conta or ev-credito = ws-conta
                       or ev-debito2 = ws-conta
                       or ev-credito2 = ws-conta
                       move "S" to ws-em-uso
                       move "S" to ws-fim
                   end-if
           end-read.

       Inclui-Evento.
           display "TIPO DO EXTRATO (EX: DEPOSITO, COFRE-CX): ".
           accept ws-tipo.
           if ws-tipo = spaces
               display "TIPO OBRIGATORIO"
               exit paragraph
           end-if.
           display "TIPO DE CONTA (1-CORRENTE / 2-POUPANCA / "
                   "0-SEM CLIENTE): ".
           accept ws-tipo-conta.
           if ws-tipo-conta > 2
               display "TIPO DE CONTA INVALIDO"
               exit paragraph
           end-if.
           display "CONTA A DEBITO: ".
           accept ws-debito.
           move ws-debito to ws-conta.
           perform Confere-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           display "CONTA A CREDITO: ".
           accept ws-credito.
           move ws-credito to ws-conta.
           perform Confere-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           display "SEGUNDO DEBITO (BRANCO SE NAO HOUVER): ".
           move spaces to ws-debito2.
           accept ws-debito2.
           move spaces to ws-credito2.
           if ws-debito2 not = spaces
               move ws-debito2 to ws-conta
               perform Confere-Conta
               if ws-conta-ok = "N"
                   exit paragraph
               end-if
               display "SEGUNDO CREDITO: "
               accept ws-credito2
               move ws-credito2 to ws-conta
               perform Confere-Conta
               if ws-conta-ok = "N"
                   exit paragraph
               end-if
           end-if.
           display "SINAL (F-FIXO / V-INVERTE QUANDO O SALDO CAI): ".
           accept ws-sinal.
           if ws-sinal = "f"
               move "F" to ws-sinal
           end-if.
           if ws-sinal = "v"
               move "V" to ws-sinal
           end-if.
           if ws-sinal not = "F" and ws-sinal not = "V"
               display "SINAL INVALIDO"
               exit paragraph
           end-if.
           move ws-tipo to ev-tipo.
           move ws-tipo-conta to ev-tipo-conta.
           move ws-debito to ev-debito.
           move ws-credito to ev-credito.
           move ws-debito2 to ev-debito2.
           move ws-credito2 to ev-credito2.
           move ws-sinal to ev-sinal.
           write reg-evento
               invalid key
                   rewrite reg-evento
                       invalid key
                           display "ERRO AO GRAVAR"
                           exit paragraph
                       not invalid key
                           display "EVENTO ATUALIZADO"
                   end-rewrite
               not invalid key
                   display "EVENTO INCLUIDO"
           end-write.
           move "EVENTO-INC" to la-op.
           perform Grava-Auditoria.

       Confere-Conta.
           move "S" to ws-conta-ok.
           move ws-conta to pc-conta.
           read plano-contas
               invalid key
                   display "CONTA " ws-conta " NAO ESTA NO PLANO"
                   move "N" to ws-conta-ok
           end-read.

       Remove-Evento.
           display "TIPO DO EXTRATO: ".
           accept ws-tipo.
           display "TIPO DE CONTA: ".
           accept ws-tipo-conta.
           move ws-tipo to ev-tipo.
           move ws-tipo-conta to ev-tipo-conta.
           delete eventos
               invalid key
                   display "EVENTO NAO ENCONTRADO"
                   exit paragraph
               not invalid key
                   display "EVENTO REMOVIDO"
           end-delete.
           move "EVENTO-EXC" to la-op.
           perform Grava-Auditoria.

       Lista-Plano.
           display "PLANO DE CONTAS:".
           move low-values to pc-conta.
           start plano-contas key is greater than pc-conta
               invalid key
                   display "PLANO VAZIO"
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Lista-Conta until ws-fim = "S".
           display "EVENTOS CONTABEIS:".
           move low-values to ev-chave.
           start eventos key is greater than ev-chave
               invalid key
                   display "TABELA DE EVENTOS VAZIA"
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Lista-Evento until ws-fim = "S".

       Lista-Conta.
           read plano-contas next record
               at end
                   move "S" to ws-fim
               not at end
                   move pc-saldo to ws-saldo-ed
                   display pc-conta " " pc-descricao " " pc-natureza
                           " " ws-saldo-ed
           end-read.

       Lista-Evento.
           read eventos next record
               at end
                   move "S" to ws-fim
               not at end
                   display ev-tipo " " ev-tipo-conta " D " ev-debito
                           " C " ev-credito " D " ev-debito2
                           " C " ev-credito2 " " ev-sinal
           end-read.

      * PLANO PADRAO: SO INCLUI O QUE AINDA NAO EXISTE, SEM SALDO
      * DE IMPLANTACAO
       Carga-Padrao.
           move zeros to ws-cont-incl.
           perform varying ws-idx from 1 by 1 until ws-idx > 21
               move tpp-conta(ws-idx) to pc-conta
               move tpp-descricao(ws-idx) to pc-descricao
               move tpp-natureza(ws-idx) to pc-natureza
               move zeros to pc-saldo
               move zeros to pc-saldo-ant
               move zeros to pc-data-ult
               write reg-plano
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-cont-incl
               end-write
           end-perform.
           display "CONTAS INCLUIDAS: " ws-cont-incl.
           move zeros to ws-cont-incl.
           perform varying ws-idx from 1 by 1 until ws-idx > 50
               move tep-tipo(ws-idx) to ev-tipo
               move tep-tipo-conta(ws-idx) to ev-tipo-conta
               move tep-debito(ws-idx) to ev-debito
               move tep-credito(ws-idx) to ev-credito
               move tep-debito2(ws-idx) to ev-debito2
               move tep-credito2(ws-idx) to ev-credito2
               move tep-sinal(ws-idx) to ev-sinal
               write reg-evento
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-cont-incl
               end-write
           end-perform.
           display "EVENTOS INCLUIDOS: " ws-cont-incl.
           move "PLANO-PAD" to la-op.
           perform Grava-Auditoria.

       Grava-Auditoria.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move ws-cod-func to la-func.
           move ws-nome-func to la-nome-func.
           move zeros to la-cpf.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterPlanoContas.

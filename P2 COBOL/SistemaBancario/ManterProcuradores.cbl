       program-id. ManterProcuradores as "ManterProcuradores".

      * CADASTRO DE PROCURADORES POR CONTA (procuradores.dat, CHAVE
      * CPF + TIPO DA CONTA DO arqbc.dat + CPF DO PROCURADOR): NOME,
      * PODERES (CONSULTA, SAQUE, TRANSFERENCIA, PAGAMENTO DE
      * BOLETO), LIMITE POR OPERACAO, INICIO E VALIDADE. O CAIXA DO
      * SistemaBancario SO DEIXA O PROCURADOR FAZER O QUE FOI
      * CONCEDIDO, DENTRO DO LIMITE E DA VALIDADE; VENCIDA A
      * VALIDADE A PROCURACAO DEIXA DE VALER SOZINHA, SEM PRECISAR
      * REVOGAR. INCLUSAO E REVOGACAO SAEM EM auditoria.txt. O MODO
      * V LISTA EM PROCURACOES.TXT AS PROCURACOES QUE VENCEM NOS
      * PROXIMOS 30 DIAS.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select procuradores assign to disk
           organization indexed
           access mode dynamic
           record key pr-chave
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok3.

       data division.
       file section.
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

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "PROCURACOES.TXT".
       01 linha-rel pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 ws-modo pic x value space.
           88 modo-incluir   value "I" "i".
           88 modo-revogar   value "R" "r".
           88 modo-consultar value "C" "c".
           88 modo-vencendo  value "V" "v".
           88 modo-fim       value "F" "f".
       01 ws-func pic 9(4) value zeros.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-cpf-proc pic 9(11) value zeros.
       01 ws-existe pic x value "N".
       01 ws-fim pic x value "N".
       01 ws-poder pic x value space.
       01 ws-data-inf pic 9(8) value zeros.
       01 ws-data-dig redefines ws-data-inf.
           02 ws-data-dia pic 9(2).
           02 ws-data-mes pic 9(2).
           02 ws-data-ano pic 9(4).
       01 ws-data pic 9(8) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-limite-30 pic 9(8) value zeros.
       01 ws-cont-venc pic 9(6) value zeros.
       01 ws-confirma pic x value space.
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
       01 linha-cab1.
           02 filler pic x(46) value
              "PROCURACOES QUE VENCEM NOS PROXIMOS 30 DIAS - ".
           02 lc-hoje pic 9(8).
       01 linha-cab2 pic x(100) value
          "CONTA        T  PROCURADOR   NOME                            
      -   "VALIDADE  PODERES".
       01 linha-det.
           02 ld-cpf-conta  pic 9(11).
           02 filler        pic x(02) value spaces.
           02 ld-tipo-conta pic 9(1).
           02 filler        pic x(02) value spaces.
           02 ld-cpf-proc   pic 9(11).
           02 filler        pic x(02) value spaces.
           02 ld-nome       pic x(30).
           02 filler        pic x(02) value spaces.
           02 ld-validade   pic 9(8).
           02 filler        pic x(02) value spaces.
           02 ld-poderes    pic x(4).
       01 linha-total.
           02 filler pic x(30) value "PROCURACOES A VENCER:         ".
           02 lt-cont pic z(5)9.

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
               move dmv-data to ws-hoje
           else
               compute ws-hoje = (2000 + ano) * 10000
                   + mes * 100 + dia
           end-if.
           display "PROCURADORES POR CONTA".
           display "CODIGO DO CAIXA: ".
           accept ws-func.
           open i-o procuradores.
           if arq-ok not = "00"
               open output procuradores
               close procuradores
               open i-o procuradores
           end-if.
           open input arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           perform Processo until modo-fim.
           display "FIM DE PROGRAMA".
           close procuradores.
           close arq-banco.
           stop run.

       Processo.
           display "MODO (I-INCLUIR / R-REVOGAR / C-CONSULTAR / "
                   "V-VENCENDO / F-FIM): ".
           accept ws-modo.
           evaluate true
               when modo-incluir
                   perform Inclui-Procurador
               when modo-revogar
                   perform Revoga-Procurador
               when modo-consultar
                   perform Consulta-Procuradores
               when modo-vencendo
                   perform Lista-Vencendo
               when modo-fim
                   continue
               when other
                   display "OPCAO INVALIDA"
           end-evaluate.

      * A CONTA TEM DE EXISTIR NO arqbc.dat; O PROCURADOR NAO PODE
      * SER O PROPRIO TITULAR NEM O SEGUNDO TITULAR. UMA PROCURACAO
      * REVOGADA OU VENCIDA PODE SER CADASTRADA DE NOVO POR CIMA
       Inclui-Procurador.
           perform Recebe-Conta.
           if ws-existe not = "S"
               exit paragraph
           end-if.
           display "CPF DO PROCURADOR: ".
           accept ws-cpf-proc.
           if ws-cpf-proc = zeros
               or ws-cpf-proc = cpf-p
               or ws-cpf-proc = cpf-titular2-p
               display "CPF DO PROCURADOR INVALIDO"
               exit paragraph
           end-if.
           move "N" to ws-existe.
           move ws-cpf to pr-cpf-conta.
           move ws-tipo-conta to pr-tipo-conta.
           move ws-cpf-proc to pr-cpf-proc.
           read procuradores
               invalid key
                   continue
               not invalid key
                   move "S" to ws-existe
           end-read.
           if ws-existe = "S"
               if pr-situacao = "A" and pr-validade >= ws-hoje
                   display "PROCURACAO JA ATIVA ATE " pr-validade
                           " - REVOGUE ANTES DE ALTERAR"
                   exit paragraph
               end-if
           end-if.
           move ws-cpf to pr-cpf-conta.
           move ws-tipo-conta to pr-tipo-conta.
           move ws-cpf-proc to pr-cpf-proc.
           move spaces to pr-nome.
           display "NOME DO PROCURADOR: ".
           accept pr-nome.
           if pr-nome = spaces
               display "NOME OBRIGATORIO"
               exit paragraph
           end-if.
           display "PODER DE CONSULTA (S/N): ".
           perform Recebe-Poder.
           move ws-poder to pr-poder-consulta.
           display "PODER DE SAQUE (S/N): ".
           perform Recebe-Poder.
           move ws-poder to pr-poder-saque.
           display "PODER DE TRANSFERENCIA (S/N): ".
           perform Recebe-Poder.
           move ws-poder to pr-poder-transf.
           display "PODER DE PAGAMENTO DE BOLETO (S/N): ".
           perform Recebe-Poder.
           move ws-poder to pr-poder-pagto.
           if pr-poder-consulta = "N" and pr-poder-saque = "N"
               and pr-poder-transf = "N" and pr-poder-pagto = "N"
               display "NENHUM PODER CONCEDIDO"
               exit paragraph
           end-if.
           move zeros to pr-limite.
           display "LIMITE POR OPERACAO: ".
           accept pr-limite.
           if pr-limite = zeros
               and (pr-poder-saque = "S" or pr-poder-transf = "S"
                    or pr-poder-pagto = "S")
               display "LIMITE OBRIGATORIO PARA SAQUE, TRANSFERENCIA "
                       "OU PAGAMENTO"
               exit paragraph
           end-if.
           display "INICIO (DDMMAAAA, ZEROS = HOJE): ".
           perform Recebe-Data.
           if ws-data = zeros
               exit paragraph
           end-if.
           if ws-data < ws-hoje
               display "INICIO NAO PODE SER ANTERIOR A HOJE"
               exit paragraph
           end-if.
           move ws-data to pr-inicio.
           display "VALIDADE (DDMMAAAA): ".
           perform Recebe-Data.
           if ws-data = zeros
               exit paragraph
           end-if.
           if ws-data < pr-inicio
               display "VALIDADE ANTERIOR AO INICIO"
               exit paragraph
           end-if.
           move ws-data to pr-validade.
           move "A" to pr-situacao.
           move ws-func to pr-func.
           display "CONFIRMA PROCURACAO DE " pr-nome
                   " ATE " pr-validade " (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "INCLUSAO CANCELADA"
               exit paragraph
           end-if.
           if ws-existe = "S"
               rewrite reg-procurador
                   invalid key
                       display "ERRO AO GRAVAR - STATUS " arq-ok
                       exit paragraph
               end-rewrite
           else
               write reg-procurador
                   invalid key
                       display "ERRO AO GRAVAR - STATUS " arq-ok
                       exit paragraph
               end-write
           end-if.
           display "PROCURACAO CADASTRADA".
           move "PROCUR-INC" to la-op.
           perform Grava-Auditoria.

       Revoga-Procurador.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           display "TIPO DA CONTA (1-CORRENTE / 2-POUPANCA): ".
           accept ws-tipo-conta.
           display "CPF DO PROCURADOR: ".
           accept ws-cpf-proc.
           move ws-cpf to pr-cpf-conta.
           move ws-tipo-conta to pr-tipo-conta.
           move ws-cpf-proc to pr-cpf-proc.
           read procuradores
               invalid key
                   display "PROCURACAO NAO CADASTRADA"
                   exit paragraph
           end-read.
           if pr-situacao not = "A"
               display "PROCURACAO JA REVOGADA"
               exit paragraph
           end-if.
           display "CONFIRMA REVOGACAO DE " pr-nome " (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "REVOGACAO CANCELADA"
               exit paragraph
           end-if.
           move "R" to pr-situacao.
           move ws-func to pr-func.
           rewrite reg-procurador
               invalid key
                   display "ERRO AO GRAVAR - STATUS " arq-ok
                   exit paragraph
           end-rewrite.
           display "PROCURACAO REVOGADA".
           move "PROCUR-REV" to la-op.
           perform Grava-Auditoria.

      * LISTA TODAS AS PROCURACOES DA CONTA, COM A SITUACAO DO DIA
       Consulta-Procuradores.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           display "TIPO DA CONTA (1-CORRENTE / 2-POUPANCA): ".
           accept ws-tipo-conta.
           move ws-cpf to pr-cpf-conta.
           move ws-tipo-conta to pr-tipo-conta.
           move zeros to pr-cpf-proc.
           move "N" to ws-fim.
           move "N" to ws-existe.
           start procuradores key is not less than pr-chave
               invalid key
                   move "S" to ws-fim
           end-start.
           perform until ws-fim = "S"
               read procuradores next record
                   at end
                       move "S" to ws-fim
                   not at end
                       if pr-cpf-conta not = ws-cpf
                           or pr-tipo-conta not = ws-tipo-conta
                           move "S" to ws-fim
                       else
                           move "S" to ws-existe
                           perform Mostra-Procurador
                       end-if
               end-read
           end-perform.
           if ws-existe = "N"
               display "CONTA SEM PROCURADORES"
           end-if.

       Mostra-Procurador.
           display "PROCURADOR " pr-cpf-proc " " pr-nome.
           display "  PODERES CONS/SAQ/TRF/PAG: " pr-poder-consulta
                   "/" pr-poder-saque "/" pr-poder-transf
                   "/" pr-poder-pagto "  LIMITE: " pr-limite.
           display "  INICIO: " pr-inicio "  VALIDADE: " pr-validade.
           if pr-situacao not = "A"
               display "  SITUACAO: REVOGADA"
           else
               if pr-validade < ws-hoje
                   display "  SITUACAO: VENCIDA"
               else
                   if pr-inicio > ws-hoje
                       display "  SITUACAO: AGENDADA"
                   else
                       display "  SITUACAO: ATIVA"
                   end-if
               end-if
           end-if.

      * PROCURACOES ATIVAS COM VALIDADE ENTRE HOJE E HOJE + 30 DIAS
       Lista-Vencendo.
           compute ws-limite-30 = function date-of-integer
               (function integer-of-date(ws-hoje) + 30).
           open output relatorio.
           if arq-ok3 not = "00"
               display "ERRO AO ABRIR PROCURACOES.TXT - STATUS "
                       arq-ok3
               exit paragraph
           end-if.
           move ws-hoje to lc-hoje.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.
           move zeros to ws-cont-venc.
           move low-values to pr-chave.
           move "N" to ws-fim.
           start procuradores key is not less than pr-chave
               invalid key
                   move "S" to ws-fim
           end-start.
           perform until ws-fim = "S"
               read procuradores next record
                   at end
                       move "S" to ws-fim
                   not at end
                       if pr-situacao = "A"
                           and pr-validade >= ws-hoje
                           and pr-validade <= ws-limite-30
                           perform Grava-Vencendo
                       end-if
               end-read
           end-perform.
           move ws-cont-venc to lt-cont.
           move linha-total to linha-rel.
           write linha-rel.
           close relatorio.
           display "RELATORIO GERADO: PROCURACOES.TXT".
           display "PROCURACOES A VENCER: " ws-cont-venc.

       Grava-Vencendo.
           move pr-cpf-conta to ld-cpf-conta.
           move pr-tipo-conta to ld-tipo-conta.
           move pr-cpf-proc to ld-cpf-proc.
           move pr-nome to ld-nome.
           move spaces to ld-poderes.
           if pr-poder-consulta = "S"
               move "C" to ld-poderes(1:1)
           end-if.
           if pr-poder-saque = "S"
               move "S" to ld-poderes(2:1)
           end-if.
           if pr-poder-transf = "S"
               move "T" to ld-poderes(3:1)
           end-if.
           if pr-poder-pagto = "S"
               move "B" to ld-poderes(4:1)
           end-if.
           move pr-validade to ld-validade.
           move linha-det to linha-rel.
           write linha-rel.
           add 1 to ws-cont-venc.

       Recebe-Conta.
           move "N" to ws-existe.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           display "TIPO DA CONTA (1-CORRENTE / 2-POUPANCA): ".
           accept ws-tipo-conta.
           move ws-cpf to cpf-p.
           move ws-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA NAO ENCONTRADA"
                   exit paragraph
           end-read.
           display "CONTA DE " nome-p
                   " AG " codigo-agencia-p
                   " CC " codigo-cc-p.
           move "S" to ws-existe.

       Recebe-Poder.
           move space to ws-poder.
           accept ws-poder.
           if ws-poder = "s"
               move "S" to ws-poder
           end-if.
           if ws-poder not = "S"
               move "N" to ws-poder
           end-if.

      * DATA DIGITADA DDMMAAAA, GUARDADA AAAAMMDD; DATA INVALIDA
      * VOLTA ZEROS
       Recebe-Data.
           move zeros to ws-data-inf.
           accept ws-data-inf.
           if ws-data-inf = zeros
               move ws-hoje to ws-data
               exit paragraph
           end-if.
           compute ws-data = ws-data-ano * 10000 + ws-data-mes * 100
               + ws-data-dia.
           if ws-data-mes < 1 or ws-data-mes > 12
               or ws-data-dia < 1 or ws-data-dia > 31
               display "DATA INVALIDA"
               move zeros to ws-data
           end-if.

       Grava-Auditoria.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move ws-func to la-func.
           move spaces to la-nome-func.
           move ws-cpf to la-cpf.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.
           move ws-cpf-proc to la-cpf.
           move "PROCURADOR" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ManterProcuradores.

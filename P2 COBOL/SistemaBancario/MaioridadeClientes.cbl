       program-id. MaioridadeClientes as "MaioridadeClientes".

      * MAIORIDADE DOS CLIENTES COM RESPONSAVEL LEGAL (FICHA DE
      * CLIENTE.DAT COM RESPONSAVEL INFORMADO). A IDADE VEM DA DATA DE
      * NASCIMENTO NA DATA CONTABIL (ROTINA CalculaIdade).
      *   D - DETECTA (DIARIO, JOB MAIORIDADE): QUEM JA FEZ 18 ANOS E
      *       AINDA TEM RESPONSAVEL ENTRA EM maioridade.dat (CHAVE
      *       CODIGO DO CLIENTE) COMO PENDENTE, COM A DATA DO AVISO.
      *       TODOS OS PENDENTES SAEM EM AVISO-MAIORIDADE.TXT POR
      *       AGENCIA, TODO DIA, ATE A AGENCIA CONFIRMAR;
      *   C - CONFIRMA (FUNCIONARIO COM SENHA): PARA CADA PENDENTE
      *       CONFIRMADO A FICHA PERDE O NOME E O CPF DO RESPONSAVEL,
      *       O AVISO FICA CONFIRMADO (C) COM DATA E FUNCIONARIO E A
      *       OPERACAO VAI PARA auditoria.txt. O FIM DO VINCULO DO
      *       RESPONSAVEL SEGUE PARA O BANCO CENTRAL NA PROXIMA
      *       DETECCAO DO RelacionamentoCCS.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select cliente assign to disk
           organization indexed
           access mode dynamic
           record key cd-cliente-p
           alternate record key is cpf-cli-p with duplicates
           file status arq-ok.

           select maioridade assign to disk
           organization indexed
           access mode dynamic
           record key md-cd-cliente
           file status arq-ok2.

           select agencias assign to disk
           organization indexed
           access mode dynamic
           record key ag-codigo
           file status arq-ok-ag.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok3.

           select func-file assign to disk
           organization line sequential
           file status arq-ok4.

           select sort-file assign to disk.

       data division.
       file section.
       fd cliente label record standard
              data record is reg-cliente
              value of file-id is "CLIENTE.DAT".
       01 reg-cliente.
          02 cd-cliente-p pic 9(4).
          02 nome-cli-p pic x(30).
          02 cpf-cli-p pic 9(11).
          02 agencia-cli-p pic 9(5).
          02 conta-corrente-cli-p pic x(10).
          02 filler pic 9(3).
          02 sexo-cli-p pic x(01).
          02 saldo-cli-p pic 9(5)v99.
          02 deposito-cli-p pic 9(5)v99.
          02 salario-cli-p pic 9(5)v99.
          02 limite-cli-p pic 9(5)v99.
          02 responsavel-nome-p pic x(30).
          02 responsavel-cpf-p pic 9(11).
          02 nascimento-cli-p pic 9(8).

       fd maioridade label record standard
           data record is reg-maioridade
           value of file-id is "maioridade.dat".
       01 reg-maioridade.
           02 md-cd-cliente  pic 9(4).
           02 md-cpf         pic 9(11).
           02 md-nome        pic x(30).
           02 md-agencia     pic 9(5).
           02 md-nascimento  pic 9(8).
           02 md-resp-nome   pic x(30).
           02 md-resp-cpf    pic 9(11).
           02 md-data-aviso  pic 9(8).
           02 md-situacao    pic x(1).
               88 md-pendente   value "P".
               88 md-confirmado value "C".
           02 md-data-conf   pic 9(8).
           02 md-func        pic 9(4).

       fd agencias label record standard
           data record is reg-agencia
           value of file-id is "agencias.dat".
       01 reg-agencia.
           02 ag-codigo   pic 9(4).
           02 ag-nome     pic x(30).
           02 ag-endereco pic x(40).
           02 ag-ativa    pic x(1).

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "AVISO-MAIORIDADE.TXT".
       01 linha-rel pic x(100).

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

       sd sort-file.
       01 sr-rec.
           02 sr-agencia    pic 9(5).
           02 sr-cd-cliente pic 9(4).
           02 sr-cpf        pic 9(11).
           02 sr-nome       pic x(30).
           02 sr-nascimento pic 9(8).
           02 sr-resp-nome  pic x(30).
           02 sr-data-aviso pic 9(8).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok-ag pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 jb-nome pic x(12) value "MAIORIDADE  ".
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-fim pic x value "N".
       01 ws-fim-sort pic x value "N".
       01 ws-modo pic x value space.
           88 modo-detecta  value "D" "d".
           88 modo-confirma value "C" "c".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-idade pic 9(3) value zeros.
       01 ws-idade-ok pic x value "N".
       01 ws-tem-agencias pic x value "N".
       01 ws-nome-agencia pic x(30) value spaces.
       01 ws-primeira pic x value "N".
       01 ws-agencia-atual pic 9(5) value zeros.
       01 ws-cont-agencia pic 9(6) value zeros.
       01 ws-cont-lidos pic 9(6) value zeros.
       01 ws-cont-novos pic 9(6) value zeros.
       01 ws-cont-pendentes pic 9(6) value zeros.
       01 ws-cont-confirmados pic 9(6) value zeros.
       01 ws-resposta pic x value space.
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-nome-func pic x(20) value spaces.
       01 linha-cab1.
           02 filler pic x(52) value
              "AVISO DE MAIORIDADE - CLIENTES COM RESPONSAVEL LEGAL".
           02 filler pic x(13) value "  EMITIDO EM ".
           02 lc-hoje pic 9(8).
       01 linha-cab-ag.
           02 filler pic x(8) value "AGENCIA ".
           02 lca-agencia pic 9(5).
           02 filler pic x(3) value " - ".
           02 lca-nome pic x(30).
       01 linha-cab2 pic x(100) value
          "  CODIGO CPF         NOME                           NASCIMENT
      -   "O RESPONSAVEL           AVISO".
       01 linha-det.
           02 filler pic x(2) value spaces.
           02 ld-codigo pic 9(4).
           02 filler pic x(2) value spaces.
           02 ld-cpf pic 9(11).
           02 filler pic x(1) value spaces.
           02 ld-nome pic x(30).
           02 filler pic x(1) value spaces.
           02 ld-nascimento pic 9(8).
           02 filler pic x(2) value spaces.
           02 ld-resp-nome pic x(22).
           02 filler pic x(1) value spaces.
           02 ld-data-aviso pic 9(8).
       01 linha-sub.
           02 filler pic x(26) value "  PENDENTES NA AGENCIA:   ".
           02 ls-cont pic z(5)9.
       01 linha-total.
           02 filler pic x(26) value "TOTAL DE PENDENTES:       ".
           02 lt-cont pic z(5)9.
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
           compute ws-hoje = (2000 + ano) * 10000 + mes * 100 + dia.
           display "MAIORIDADE DOS CLIENTES COM RESPONSAVEL".
           display "MODO (D-DETECTAR / C-CONFIRMAR): ".
           accept ws-modo.
           if not (modo-detecta or modo-confirma)
               display "OPCAO INVALIDA"
               move 8 to return-code
               goback
           end-if.
           if modo-detecta
               perform Detecta
           else
               perform Confirma
           end-if.
           goback.

      * A DETECCAO NAO ALTERA A FICHA E NAO DUPLICA AVISO, ENTAO PODE
      * SER REPETIDA NO MESMO DIA SEM AUTORIZACAO DO SUPERVISOR
       Detecta.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           open input cliente.
           if arq-ok not = "00"
               display "CADASTRO CLIENTE.DAT AUSENTE"
               move "E" to jb-acao
               call "ControleJob" using jb-nome jb-frequencia jb-acao
                                        jb-contagem jb-resultado
               move 8 to return-code
               goback
           end-if.
           perform Abre-Maioridade.
           move "N" to ws-fim.
           perform Verifica-Cliente until ws-fim = "S".
           close cliente.
           close maioridade.
           perform Emite-Aviso.
           display "FICHAS LIDAS: " ws-cont-lidos
                   "  NOVOS AVISOS: " ws-cont-novos.
           display "PENDENTES DE CONFIRMACAO: " ws-cont-pendentes.
           display "RELATORIO GERADO: AVISO-MAIORIDADE.TXT".
           move ws-cont-novos to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           move zeros to return-code.

       Abre-Maioridade.
           open i-o maioridade.
           if arq-ok2 not = "00"
               open output maioridade
               close maioridade
               open i-o maioridade
           end-if.

      * FICHA SEM NASCIMENTO VALIDO NAO E AVISADA: A DATA TEM DE SER
      * INFORMADA ANTES (ConverteNascimento OU CADASTRO)
       Verifica-Cliente.
           read cliente next record
               at end
                   move "S" to ws-fim
               not at end
                   add 1 to ws-cont-lidos
                   if responsavel-cpf-p numeric
                       and responsavel-cpf-p not = zeros
                       call "CalculaIdade" using nascimento-cli-p
                                                 ws-hoje ws-idade
                                                 ws-idade-ok
                       if ws-idade-ok = "S" and ws-idade >= 18
                           perform Registra-Aviso
                       end-if
                   end-if
           end-read.

      * CLIENTE QUE JA TEM AVISO (PENDENTE OU CONFIRMADO) NAO GANHA
      * OUTRO; CONFIRMADO QUE VOLTOU A TER RESPONSAVEL E REABERTO
       Registra-Aviso.
           move cd-cliente-p to md-cd-cliente.
           read maioridade
               invalid key
                   move cpf-cli-p to md-cpf
                   move nome-cli-p to md-nome
                   move agencia-cli-p to md-agencia
                   move nascimento-cli-p to md-nascimento
                   move responsavel-nome-p to md-resp-nome
                   move responsavel-cpf-p to md-resp-cpf
                   move ws-hoje to md-data-aviso
                   move "P" to md-situacao
                   move zeros to md-data-conf
                   move zeros to md-func
                   write reg-maioridade
                   add 1 to ws-cont-novos
               not invalid key
                   if md-confirmado
                       move responsavel-nome-p to md-resp-nome
                       move responsavel-cpf-p to md-resp-cpf
                       move ws-hoje to md-data-aviso
                       move "P" to md-situacao
                       move zeros to md-data-conf
                       move zeros to md-func
                       rewrite reg-maioridade
                       add 1 to ws-cont-novos
                   end-if
           end-read.

       Emite-Aviso.
           open input agencias.
           if arq-ok-ag = "00"
               move "S" to ws-tem-agencias
           end-if.
           open output relatorio.
           move ws-hoje to lc-hoje.
           move linha-cab1 to linha-rel.
           write linha-rel.
           sort sort-file on ascending key sr-agencia sr-cd-cliente
               input procedure is Seleciona-Pendentes
               output procedure is Gera-Aviso.
           move spaces to linha-rel.
           write linha-rel.
           move ws-cont-pendentes to lt-cont.
           move linha-total to linha-rel.
           write linha-rel.
           close relatorio.
           if ws-tem-agencias = "S"
               close agencias
           end-if.

       Seleciona-Pendentes.
           open input maioridade.
           if arq-ok2 not = "00"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read maioridade next record
                   at end
                       move "S" to ws-fim
                   not at end
                       if md-pendente
                           move md-agencia to sr-agencia
                           move md-cd-cliente to sr-cd-cliente
                           move md-cpf to sr-cpf
                           move md-nome to sr-nome
                           move md-nascimento to sr-nascimento
                           move md-resp-nome to sr-resp-nome
                           move md-data-aviso to sr-data-aviso
                           release sr-rec
                       end-if
               end-read
           end-perform.
           close maioridade.

       Gera-Aviso.
           move "N" to ws-fim-sort.
           move "N" to ws-primeira.
           perform until ws-fim-sort = "S"
               return sort-file
                   at end
                       move "S" to ws-fim-sort
                   not at end
                       if ws-primeira = "S" and
                          sr-agencia not = ws-agencia-atual
                           perform Escreve-Subtotal
                       end-if
                       if ws-primeira = "N" or
                          sr-agencia not = ws-agencia-atual
                           move sr-agencia to ws-agencia-atual
                           move zeros to ws-cont-agencia
                           move "S" to ws-primeira
                           perform Escreve-Cab-Agencia
                       end-if
                       move sr-cd-cliente to ld-codigo
                       move sr-cpf to ld-cpf
                       move sr-nome to ld-nome
                       move sr-nascimento to ld-nascimento
                       move sr-resp-nome to ld-resp-nome
                       move sr-data-aviso to ld-data-aviso
                       move linha-det to linha-rel
                       write linha-rel
                       add 1 to ws-cont-agencia
                       add 1 to ws-cont-pendentes
               end-return
           end-perform.
           if ws-primeira = "S"
               perform Escreve-Subtotal
           end-if.

       Escreve-Cab-Agencia.
           move spaces to ws-nome-agencia.
           if ws-tem-agencias = "S"
               move ws-agencia-atual to ag-codigo
               read agencias
                   invalid key
                       move "NAO CADASTRADA" to ws-nome-agencia
                   not invalid key
                       move ag-nome to ws-nome-agencia
               end-read
           end-if.
           move ws-agencia-atual to lca-agencia.
           move ws-nome-agencia to lca-nome.
           move spaces to linha-rel.
           write linha-rel.
           move linha-cab-ag to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.

       Escreve-Subtotal.
           move ws-cont-agencia to ls-cont.
           move linha-sub to linha-rel.
           write linha-rel.

       Confirma.
           display "CODIGO DO FUNCIONARIO: ".
           accept ws-cod-func.
           display "SENHA: ".
           accept ws-senha.
           perform Valida-Func.
           if ws-autorizado = "N"
               display "FUNCIONARIO OU SENHA INVALIDOS"
               move 8 to return-code
               goback
           end-if.
           open i-o cliente.
           if arq-ok not = "00"
               display "CADASTRO CLIENTE.DAT AUSENTE"
               move 8 to return-code
               goback
           end-if.
           perform Abre-Maioridade.
           move "N" to ws-fim.
           perform Confirma-Aviso until ws-fim = "S".
           close cliente.
           close maioridade.
           display "MAIORIDADES CONFIRMADAS: " ws-cont-confirmados.
           move zeros to return-code.

       Confirma-Aviso.
           read maioridade next record
               at end
                   move "S" to ws-fim
               not at end
                   if md-pendente
                       perform Pergunta-Aviso
                   end-if
           end-read.

      * F ENCERRA A CONFIRMACAO; OS PENDENTES NAO VISTOS CONTINUAM NO
      * AVISO DO DIA SEGUINTE
       Pergunta-Aviso.
           display " ".
           display "CLIENTE " md-cd-cliente " " md-nome.
           display "CPF " md-cpf "  AGENCIA " md-agencia
                   "  NASCIMENTO " md-nascimento.
           display "RESPONSAVEL " md-resp-nome " CPF " md-resp-cpf.
           display "CONFIRMA A MAIORIDADE E RETIRA O RESPONSAVEL "
                   "(S-SIM / N-PULA / F-FIM)? ".
           accept ws-resposta.
           if ws-resposta = "F" or ws-resposta = "f"
               move "S" to ws-fim
               exit paragraph
           end-if.
           if ws-resposta not = "S" and ws-resposta not = "s"
               exit paragraph
           end-if.
           move md-cd-cliente to cd-cliente-p.
           read cliente key is cd-cliente-p
               invalid key
                   display "FICHA NAO ENCONTRADA EM CLIENTE.DAT"
                   exit paragraph
           end-read.
           call "CalculaIdade" using nascimento-cli-p ws-hoje ws-idade
                                     ws-idade-ok.
           if ws-idade-ok not = "S" or ws-idade < 18
               display "NASCIMENTO DA FICHA FOI ALTERADO - CLIENTE "
                       "AINDA MENOR, AVISO MANTIDO"
               exit paragraph
           end-if.
           move spaces to responsavel-nome-p.
           move zeros to responsavel-cpf-p.
           rewrite reg-cliente
               invalid key
                   display "ERRO AO REGRAVAR A FICHA - STATUS " arq-ok
                   exit paragraph
           end-rewrite.
           move "C" to md-situacao.
           move ws-hoje to md-data-conf.
           move ws-cod-func to md-func.
           rewrite reg-maioridade.
           add 1 to ws-cont-confirmados.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move ws-cod-func to la-func.
           move ws-nome-func to la-nome-func.
           move md-cpf to la-cpf.
           move "MAIORIDADE" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.
           display "RESPONSAVEL RETIRADO DA FICHA".

       Valida-Func.
           move "N" to ws-troca-func.
           move "N" to ws-autorizado.
           open input func-file.
           if arq-ok4 not = "00"
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
                       call "HashSenha" using cod-func func-sal
                                              ws-senha ws-hash-senha
                       if func-hash = ws-hash-senha
                           move "S" to ws-autorizado
                           move nome-func to ws-nome-func
                           move func-troca to ws-troca-func
                       end-if
                       move "S" to ws-fim
                   end-if
           end-read.

       end program MaioridadeClientes.

       program-id. ConverteValores as "ConverteValores".

      * CONVERSAO UNICA DOS CAMPOS DE VALOR PARA ATE 999.999.999,99:
      * arqbc.dat (SALDO E LIMITE), movimentos.dat (VALOR E SALDO),
      * pendentes.dat, transfext.dat E chespec.dat SAO LIDOS NO
      * LEIAUTE ANTIGO (9(5)V99; ACUMULADO DO CHEQUE ESPECIAL EM
      * 9(7)V99), COPIADOS PARA O ARQUIVO DE TRABALHO valores.trb JA
      * NO LEIAUTE NOVO E RECARREGADOS. CADA ARQUIVO E RELIDO DEPOIS
      * DA CARGA E A QUANTIDADE DE REGISTROS E AS SOMAS DOS VALORES
      * TEM DE BATER COM AS DA LEITURA ANTIGA; DIVERGENCIA PARA O
      * PROGRAMA COM RETURN-CODE 8 E O valores.trb FICA GUARDADO
      * COMO COPIA DO ARQUIVO CONVERTIDO. NO FIM O LIMITE GRAVADO EM
      * contas_encerradas.txt (LINHA DE 84/87 POSICOES) PASSA PARA A
      * COLUNA LARGA (89/92), COM A MESMA CONFERENCIA DA SOMA.
      * bloqueios.dat (VALOR DO BLOQUEIO EM 9(7)V99) PASSA PELO
      * MESMO CAMINHO; RODAR ANTES DE O ManterBloqueios NOVO GRAVAR
      * NO ARQUIVO.
      * CADA ARQUIVO CONCLUIDO GANHA UMA LINHA EM valores.ctl E NAO E
      * CONVERTIDO DE NOVO: SE A CONVERSAO PARAR NO MEIO, BASTA
      * RODAR OUTRA VEZ. RODAR DEPOIS DA COPIA DO BackupNoturno E COM
      * O SISTEMA PARADO. CADA ARQUIVO CONVERTIDO VAI PARA
      * auditoria.txt. O movimentos.dat NOVO JA TRAZ O CPF DO
      * PROCURADOR QUE FEZ A OPERACAO, CARREGADO COM ZEROS.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select arqbc-ant assign to disk
           organization indexed
           access mode sequential
           record key aa-chave
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key chave-arqbc
           file status arq-ok.

           select movimentos-ant assign to disk
           organization indexed
           access mode sequential
           record key am-chave
           file status arq-ok.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok.

           select pendentes-ant assign to disk
           organization indexed
           access mode sequential
           record key ap-chave
           file status arq-ok.

           select pendentes assign to disk
           organization indexed
           access mode dynamic
           record key pd-chave
           file status arq-ok.

           select transfext-ant assign to disk
           organization indexed
           access mode sequential
           record key at-seq
           file status arq-ok.

           select transfext assign to disk
           organization indexed
           access mode dynamic
           record key te-seq
           file status arq-ok.

           select chespec-ant assign to disk
           organization indexed
           access mode sequential
           record key ac-chave
           file status arq-ok.

           select chespec assign to disk
           organization indexed
           access mode dynamic
           record key ce-chave
           file status arq-ok.

           select bloqueios-ant assign to disk
           organization indexed
           access mode sequential
           record key ab-chave
           file status arq-ok.

           select bloqueios assign to disk
           organization indexed
           access mode dynamic
           record key bq-chave
           file status arq-ok.

           select trabalho assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok-trb.

           select controle assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok-ctl.

           select arq-encerradas assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok-enc.

       data division.
       file section.
       fd  arqbc-ant label record standard
           data record is reg-arqbc-ant
           value of file-id is "arqbc.dat".
       01  reg-arqbc-ant.
           02 aa-chave.
               03 aa-cpf             pic 9(11).
               03 aa-tipo-conta      pic 9(1).
           02 aa-agencia         pic 9(4).
           02 aa-cc              pic 9(9).
           02 aa-nome            pic A(30).
           02 aa-saldo           pic s9(5)v99.
           02 aa-limite          pic 9(5)v99.
           02 aa-cont            pic 9(9).
           02 aa-cpf-titular2    pic 9(11).
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
       fd movimentos-ant label record standard
           data record is reg-movimento-ant
           value of file-id is "movimentos.dat".
       01 reg-movimento-ant.
           02 am-chave.
               03 am-cpf        pic 9(11).
               03 am-tipo-conta pic 9(1).
               03 am-data       pic 9(8).
               03 am-seq        pic 9(4).
           02 am-tipo   pic x(10).
           02 am-valor  pic 9(5)v99.
           02 am-saldo  pic s9(5)v99.
           02 am-func   pic 9(4).
           02 am-hora   pic 9(6).
           02 am-titular pic 9(1).
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
       fd pendentes-ant label record standard
           data record is reg-pendente-ant
           value of file-id is "pendentes.dat".
       01 reg-pendente-ant.
           02 ap-chave.
               03 ap-cpf        pic 9(11).
               03 ap-tipo-conta pic 9(1).
               03 ap-seq        pic 9(4).
           02 ap-valor    pic 9(5)v99.
           02 ap-data-dep pic 9(8).
           02 ap-data-lib pic 9(8).
           02 ap-status   pic x(1).
           02 ap-motivo   pic x(20).
       fd pendentes label record standard
           data record is reg-pendente
           value of file-id is "pendentes.dat".
       01 reg-pendente.
           02 pd-chave.
               03 pd-cpf        pic 9(11).
               03 pd-tipo-conta pic 9(1).
               03 pd-seq        pic 9(4).
           02 pd-valor    pic 9(9)v99.
           02 pd-data-dep pic 9(8).
           02 pd-data-lib pic 9(8).
           02 pd-status   pic x(1).
           02 pd-motivo   pic x(20).
       fd transfext-ant label record standard
           data record is reg-transfext-ant
           value of file-id is "transfext.dat".
       01 reg-transfext-ant.
           02 at-seq        pic 9(6).
           02 at-data       pic 9(8).
           02 at-cpf        pic 9(11).
           02 at-tipo-conta pic 9(1).
           02 at-banco      pic 9(3).
           02 at-agencia    pic 9(4).
           02 at-conta      pic 9(9).
           02 at-valor      pic 9(5)v99.
           02 at-status     pic x(1).
           02 at-motivo     pic x(20).
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
       fd chespec-ant label record standard
           data record is reg-chespec-ant
           value of file-id is "chespec.dat".
       01 reg-chespec-ant.
           02 ac-chave.
               03 ac-cpf        pic 9(11).
               03 ac-tipo-conta pic 9(1).
           02 ac-acumulado pic 9(7)v99.
           02 ac-dias      pic 9(3).
           02 ac-ult-dia   pic 9(8).
       fd chespec label record standard
           data record is reg-chespec
           value of file-id is "chespec.dat".
       01 reg-chespec.
           02 ce-chave.
               03 ce-cpf        pic 9(11).
               03 ce-tipo-conta pic 9(1).
           02 ce-acumulado pic 9(9)v99.
           02 ce-dias      pic 9(3).
           02 ce-ult-dia   pic 9(8).
       fd bloqueios-ant label record standard
           data record is reg-bloqueio-ant
           value of file-id is "bloqueios.dat".
       01 reg-bloqueio-ant.
           02 ab-chave.
               03 ab-cpf        pic 9(11).
               03 ab-tipo-conta pic 9(1).
               03 ab-seq        pic 9(4).
           02 ab-valor      pic 9(7)v99.
           02 ab-ordem      pic x(20).
           02 ab-origem     pic x(1).
           02 ab-orgao      pic x(30).
           02 ab-data       pic 9(8).
           02 ab-func       pic 9(4).
           02 ab-situacao   pic x(1).
           02 ab-data-baixa pic 9(8).
           02 ab-func-baixa pic 9(4).
           02 ab-destino    pic x(20).
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
           02 bq-orgao      pic x(30).
           02 bq-data       pic 9(8).
           02 bq-func       pic 9(4).
           02 bq-situacao   pic x(1).
           02 bq-data-baixa pic 9(8).
           02 bq-func-baixa pic 9(4).
           02 bq-destino    pic x(20).
       fd trabalho label record standard
           data record is reg-trabalho
           value of file-id is "valores.trb".
       01 reg-trabalho pic x(130).
       fd controle label record standard
           data record is reg-controle
           value of file-id is "valores.ctl".
       01 reg-controle.
           02 vc-arquivo   pic x(24).
           02 filler       pic x(1).
           02 vc-data      pic 9(8).
           02 filler       pic x(1).
           02 vc-registros pic 9(8).
       fd arq-encerradas label record standard
           data record is reg-encerrada
           value of file-id is "contas_encerradas.txt".
       01 reg-encerrada pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok-trb pic x(2).
       01 arq-ok-ctl pic x(2).
       01 arq-ok-enc pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-fim pic x value "N".
       01 ws-confirma pic x value space.
       01 ws-arquivo pic x(24) value spaces.
       01 ws-feito pic x value "N".
       01 ws-idx pic 9(4) value zeros.
       01 ws-len pic 9(3) value zeros.
       01 ws-num-ctl pic 9(2) value zeros.
       01 tabela-controle.
           02 tk-arquivo pic x(24) occurs 10 times.
       01 ws-cont-antes pic 9(8) value zeros.
       01 ws-cont-depois pic 9(8) value zeros.
       01 ws-soma1-antes pic s9(13)v99 value zeros.
       01 ws-soma1-depois pic s9(13)v99 value zeros.
       01 ws-soma2-antes pic s9(13)v99 value zeros.
       01 ws-soma2-depois pic s9(13)v99 value zeros.
       01 ws-soma-ed pic -z.zzz.zzz.zzz.zz9,99.
       01 ws-cont-ed pic zz.zzz.zz9.
       01 ws-limite-n pic 9(9)v99 value zeros.
       01 ws-num-enc pic 9(4) value zeros.
       01 ws-cont-convertidas pic 9(4) value zeros.
       01 tabela-encerradas.
           02 tx-linha pic x(100) occurs 1000 times.
       01 ws-linha pic x(100) value spaces.
       01 ws-linha-antiga redefines ws-linha.
           02 lx-prefixo pic x(72).
           02 lx-limite  pic zz.zz9,99.
           02 lx-sufixo  pic x(6).
           02 filler     pic x(13).
       01 ws-linha-atual redefines ws-linha.
           02 ly-prefixo pic x(72).
           02 ly-limite  pic zzz.zzz.zz9,99.
           02 ly-sufixo  pic x(6).
           02 filler     pic x(8).
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
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data(3:2) to ano
               move dmv-data(5:2) to mes
               move dmv-data(7:2) to dia
               move dmv-data to ws-hoje
           else
               compute ws-hoje = 20000000 + ano * 10000
                   + mes * 100 + dia
           end-if.
           display "CONVERSAO DOS CAMPOS DE VALOR PARA 999.999.999,99".
           display "FAZER ANTES A COPIA DO BackupNoturno E MANTER O "
                   "SISTEMA PARADO. CONFIRMA (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "CONVERSAO CANCELADA"
               stop run
           end-if.
           perform Carrega-Controle.
           move "arqbc.dat" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Arqbc
           end-if.
           move "movimentos.dat" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Movimentos
           end-if.
           move "pendentes.dat" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Pendentes
           end-if.
           move "transfext.dat" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Transfext
           end-if.
           move "chespec.dat" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Chespec
           end-if.
           move "bloqueios.dat" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Bloqueios
           end-if.
           move "contas_encerradas.txt" to ws-arquivo.
           perform Verifica-Feito.
           if ws-feito = "N"
               perform Converte-Encerradas
           end-if.
           display "CONVERSAO DOS VALORES CONCLUIDA".
           stop run.

      * valores.ctl AUSENTE = NENHUM ARQUIVO CONVERTIDO AINDA
       Carrega-Controle.
           move zeros to ws-num-ctl.
           move "N" to ws-fim.
           open input controle.
           if arq-ok-ctl not = "00"
               exit paragraph
           end-if.
           perform until ws-fim = "S"
               read controle
                   at end
                       move "S" to ws-fim
                   not at end
                       if ws-num-ctl < 10
                           add 1 to ws-num-ctl
                           move vc-arquivo to tk-arquivo(ws-num-ctl)
                       end-if
               end-read
           end-perform.
           close controle.

       Verifica-Feito.
           move "N" to ws-feito.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-ctl
               if tk-arquivo(ws-idx) = ws-arquivo
                   move "S" to ws-feito
               end-if
           end-perform.
           if ws-feito = "S"
               display ws-arquivo " JA CONVERTIDO - MANTIDO"
           end-if.
           move zeros to ws-cont-antes ws-cont-depois.
           move zeros to ws-soma1-antes ws-soma1-depois.
           move zeros to ws-soma2-antes ws-soma2-depois.

      * ARQUIVO AUSENTE TAMBEM E MARCADO: QUEM O CRIAR DEPOIS JA
      * GRAVA NO LEIAUTE NOVO
       Arquivo-Ausente.
           display ws-arquivo " AUSENTE - NADA A CONVERTER".
           perform Registra-Controle.

       Abre-Falhou.
           display "ERRO AO ABRIR " ws-arquivo " - STATUS " arq-ok
                   " - CONVERSAO INTERROMPIDA".
           move 8 to return-code.
           stop run.

       Abre-Trabalho.
           open output trabalho.
           if arq-ok-trb not = "00"
               display "ERRO AO CRIAR valores.trb - STATUS " arq-ok-trb
               move 8 to return-code
               stop run
           end-if.

       Converte-Arqbc.
           open input arqbc-ant.
           if arq-ok = "35"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           if arq-ok not = "00"
               perform Abre-Falhou
           end-if.
           perform Abre-Trabalho.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read arqbc-ant
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-antes
                       add aa-saldo to ws-soma1-antes
                       add aa-limite to ws-soma2-antes
                       move aa-chave to chave-arqbc
                       move aa-agencia to codigo-agencia-p
                       move aa-cc to codigo-cc-p
                       move aa-nome to nome-p
                       move aa-saldo to saldo-p
                       move aa-limite to limite-p
                       move aa-cont to cont-p
                       move aa-cpf-titular2 to cpf-titular2-p
                       move reg-arqbc to reg-trabalho
                       write reg-trabalho
               end-read
           end-perform.
           close arqbc-ant trabalho.
           open input trabalho.
           open output arq-banco.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read trabalho
                   at end
                       move "S" to ws-fim
                   not at end
                       move reg-trabalho to reg-arqbc
                       write reg-arqbc
                           invalid key
                               display "CHAVE REPETIDA " chave-arqbc
                       end-write
               end-read
           end-perform.
           close trabalho arq-banco.
           open input arq-banco.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read arq-banco next record
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       add saldo-p to ws-soma1-depois
                       add limite-p to ws-soma2-depois
               end-read
           end-perform.
           close arq-banco.
           display "arqbc.dat - SALDOS:".
           perform Confere-Arquivo.

       Converte-Movimentos.
           open input movimentos-ant.
           if arq-ok = "35"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           if arq-ok not = "00"
               perform Abre-Falhou
           end-if.
           perform Abre-Trabalho.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read movimentos-ant
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-antes
                       add am-valor to ws-soma1-antes
                       add am-saldo to ws-soma2-antes
                       move am-chave to mv-chave
                       move am-tipo to mv-tipo
                       move am-valor to mv-valor
                       move am-saldo to mv-saldo
                       move am-func to mv-func
                       move am-hora to mv-hora
                       move am-titular to mv-titular
                       move zeros to mv-procurador
                       move reg-movimento to reg-trabalho
                       write reg-trabalho
               end-read
           end-perform.
           close movimentos-ant trabalho.
           open input trabalho.
           open output movimentos.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read trabalho
                   at end
                       move "S" to ws-fim
                   not at end
                       move reg-trabalho to reg-movimento
                       write reg-movimento
                           invalid key
                               display "CHAVE REPETIDA " mv-chave
                       end-write
               end-read
           end-perform.
           close trabalho movimentos.
           open input movimentos.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read movimentos next record
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       add mv-valor to ws-soma1-depois
                       add mv-saldo to ws-soma2-depois
               end-read
           end-perform.
           close movimentos.
           display "movimentos.dat - VALORES:".
           perform Confere-Arquivo.

       Converte-Pendentes.
           open input pendentes-ant.
           if arq-ok = "35"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           if arq-ok not = "00"
               perform Abre-Falhou
           end-if.
           perform Abre-Trabalho.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read pendentes-ant
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-antes
                       add ap-valor to ws-soma1-antes
                       move ap-chave to pd-chave
                       move ap-valor to pd-valor
                       move ap-data-dep to pd-data-dep
                       move ap-data-lib to pd-data-lib
                       move ap-status to pd-status
                       move ap-motivo to pd-motivo
                       move reg-pendente to reg-trabalho
                       write reg-trabalho
               end-read
           end-perform.
           close pendentes-ant trabalho.
           open input trabalho.
           open output pendentes.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read trabalho
                   at end
                       move "S" to ws-fim
                   not at end
                       move reg-trabalho to reg-pendente
                       write reg-pendente
                           invalid key
                               display "CHAVE REPETIDA " pd-chave
                       end-write
               end-read
           end-perform.
           close trabalho pendentes.
           open input pendentes.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read pendentes next record
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       add pd-valor to ws-soma1-depois
               end-read
           end-perform.
           close pendentes.
           display "pendentes.dat - VALORES:".
           perform Confere-Arquivo.

       Converte-Transfext.
           open input transfext-ant.
           if arq-ok = "35"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           if arq-ok not = "00"
               perform Abre-Falhou
           end-if.
           perform Abre-Trabalho.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read transfext-ant
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-antes
                       add at-valor to ws-soma1-antes
                       move at-seq to te-seq
                       move at-data to te-data
                       move at-cpf to te-cpf
                       move at-tipo-conta to te-tipo-conta
                       move at-banco to te-banco
                       move at-agencia to te-agencia
                       move at-conta to te-conta
                       move at-valor to te-valor
                       move at-status to te-status
                       move at-motivo to te-motivo
                       move reg-transfext to reg-trabalho
                       write reg-trabalho
               end-read
           end-perform.
           close transfext-ant trabalho.
           open input trabalho.
           open output transfext.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read trabalho
                   at end
                       move "S" to ws-fim
                   not at end
                       move reg-trabalho to reg-transfext
                       write reg-transfext
                           invalid key
                               display "CHAVE REPETIDA " te-seq
                       end-write
               end-read
           end-perform.
           close trabalho transfext.
           open input transfext.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read transfext next record
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       add te-valor to ws-soma1-depois
               end-read
           end-perform.
           close transfext.
           display "transfext.dat - VALORES:".
           perform Confere-Arquivo.

       Converte-Chespec.
           open input chespec-ant.
           if arq-ok = "35"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           if arq-ok not = "00"
               perform Abre-Falhou
           end-if.
           perform Abre-Trabalho.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read chespec-ant
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-antes
                       add ac-acumulado to ws-soma1-antes
                       move ac-chave to ce-chave
                       move ac-acumulado to ce-acumulado
                       move ac-dias to ce-dias
                       move ac-ult-dia to ce-ult-dia
                       move reg-chespec to reg-trabalho
                       write reg-trabalho
               end-read
           end-perform.
           close chespec-ant trabalho.
           open input trabalho.
           open output chespec.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read trabalho
                   at end
                       move "S" to ws-fim
                   not at end
                       move reg-trabalho to reg-chespec
                       write reg-chespec
                           invalid key
                               display "CHAVE REPETIDA " ce-chave
                       end-write
               end-read
           end-perform.
           close trabalho chespec.
           open input chespec.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read chespec next record
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       add ce-acumulado to ws-soma1-depois
               end-read
           end-perform.
           close chespec.
           display "chespec.dat - ACUMULADOS:".
           perform Confere-Arquivo.

       Converte-Bloqueios.
           open input bloqueios-ant.
           if arq-ok = "35"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           if arq-ok not = "00"
               perform Abre-Falhou
           end-if.
           perform Abre-Trabalho.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read bloqueios-ant
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-antes
                       add ab-valor to ws-soma1-antes
                       move ab-chave to bq-chave
                       move ab-valor to bq-valor
                       move ab-ordem to bq-ordem
                       move ab-origem to bq-origem
                       move ab-orgao to bq-orgao
                       move ab-data to bq-data
                       move ab-func to bq-func
                       move ab-situacao to bq-situacao
                       move ab-data-baixa to bq-data-baixa
                       move ab-func-baixa to bq-func-baixa
                       move ab-destino to bq-destino
                       move reg-bloqueio to reg-trabalho
                       write reg-trabalho
               end-read
           end-perform.
           close bloqueios-ant trabalho.
           open input trabalho.
           open output bloqueios.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read trabalho
                   at end
                       move "S" to ws-fim
                   not at end
                       move reg-trabalho to reg-bloqueio
                       write reg-bloqueio
                           invalid key
                               display "CHAVE REPETIDA " bq-chave
                       end-write
               end-read
           end-perform.
           close trabalho bloqueios.
           open input bloqueios.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read bloqueios next record
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       add bq-valor to ws-soma1-depois
               end-read
           end-perform.
           close bloqueios.
           display "bloqueios.dat - VALORES:".
           perform Confere-Arquivo.

      * O ARQUIVO TEXTO E REGRAVADO INTEIRO: ACIMA DE 1000 LINHAS A
      * CONVERSAO NAO RODA, PARA NAO PERDER LINHAS
       Converte-Encerradas.
           move zeros to ws-num-enc ws-cont-convertidas.
           open input arq-encerradas.
           if arq-ok-enc not = "00"
               perform Arquivo-Ausente
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read arq-encerradas
                   at end
                       move "S" to ws-fim
                   not at end
                       if ws-num-enc >= 1000
                           display "contas_encerradas.txt COM MAIS DE "
                                   "1000 LINHAS - ARQUIVO INALTERADO"
                           close arq-encerradas
                           move 8 to return-code
                           stop run
                       end-if
                       add 1 to ws-num-enc
                       add 1 to ws-cont-antes
                       move reg-encerrada to tx-linha(ws-num-enc)
               end-read
           end-perform.
           close arq-encerradas.
           perform Converte-Encerrada
               varying ws-idx from 1 by 1
               until ws-idx > ws-num-enc.
           open output arq-encerradas.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-enc
               move tx-linha(ws-idx) to reg-encerrada
               write reg-encerrada
           end-perform.
           close arq-encerradas.
           open input arq-encerradas.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read arq-encerradas
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-depois
                       move reg-encerrada to ws-linha
                       perform Mede-Linha
                       if ws-len = 89 or ws-len = 92
                           move ly-limite to ws-limite-n
                           add ws-limite-n to ws-soma1-depois
                       end-if
               end-read
           end-perform.
           close arq-encerradas.
           display "contas_encerradas.txt - LINHAS CONVERTIDAS: "
                   ws-cont-convertidas.
           display "contas_encerradas.txt - LIMITES:".
           perform Confere-Arquivo.

      * 84/87 = LIMITE ATE 99.999,99 (87 COM O STATUS DA
      * REABERTURA); 89/92 = JA NO LEIAUTE NOVO
       Converte-Encerrada.
           move tx-linha(ws-idx) to ws-linha.
           perform Mede-Linha.
           evaluate ws-len
               when 84
               when 87
                   move lx-limite to ws-limite-n
                   add ws-limite-n to ws-soma1-antes
                   move lx-sufixo to ly-sufixo
                   move ws-limite-n to ly-limite
                   move ws-linha to tx-linha(ws-idx)
                   add 1 to ws-cont-convertidas
               when 89
               when 92
                   move ly-limite to ws-limite-n
                   add ws-limite-n to ws-soma1-antes
               when other
                   display "LINHA NAO RECONHECIDA EM "
                           "contas_encerradas.txt: " ws-idx
           end-evaluate.

       Mede-Linha.
           move zeros to ws-len.
           perform varying ws-len from 100 by -1
                   until ws-len = 0
                      or ws-linha(ws-len:1) not = space
               continue
           end-perform.

      * QUANTIDADE E SOMAS TEM DE SER AS MESMAS ANTES E DEPOIS; A
      * SEGUNDA SOMA SO EXISTE PARA arqbc.dat (LIMITES) E
      * movimentos.dat (SALDOS)
       Confere-Arquivo.
           move ws-soma1-antes to ws-soma-ed.
           display "    ANTES:  " ws-soma-ed.
           move ws-soma1-depois to ws-soma-ed.
           display "    DEPOIS: " ws-soma-ed.
           if ws-soma2-antes not = zeros or ws-soma2-depois not = zeros
               move ws-soma2-antes to ws-soma-ed
               display "    SEGUNDA SOMA ANTES:  " ws-soma-ed
               move ws-soma2-depois to ws-soma-ed
               display "    SEGUNDA SOMA DEPOIS: " ws-soma-ed
           end-if.
           move ws-cont-depois to ws-cont-ed.
           display "    REGISTROS: " ws-cont-ed.
           if ws-cont-antes not = ws-cont-depois
               or ws-soma1-antes not = ws-soma1-depois
               or ws-soma2-antes not = ws-soma2-depois
               move ws-cont-antes to ws-cont-ed
               display "DIVERGENCIA EM " ws-arquivo
                       " - REGISTROS LIDOS NO LEIAUTE ANTIGO: "
                       ws-cont-ed
               display "CONVERSAO INTERROMPIDA - CONFERIR O ARQUIVO "
                       "CONTRA valores.trb E A COPIA DO BackupNoturno"
               move 8 to return-code
               stop run
           end-if.
           perform Registra-Controle.

       Registra-Controle.
           open extend controle.
           if arq-ok-ctl not = "00" and arq-ok-ctl not = "05"
               open output controle
               close controle
               open extend controle
           end-if.
           move spaces to reg-controle.
           move ws-arquivo to vc-arquivo.
           move ws-hoje to vc-data.
           move ws-cont-depois to vc-registros.
           write reg-controle.
           close controle.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move zeros to la-func.
           move ws-arquivo to la-nome-func.
           move ws-cont-depois to la-cpf.
           move "CONVVALOR" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

       end program ConverteValores.

       program-id. ManterPortabilidade as "ManterPortabilidade".

      * CADASTRO DE PORTABILIDADE DE SALARIO (portabilidade.dat,
      * CHAVE CPF): O CLIENTE QUE RECEBE FOLHA PELA CreditoFolha NA
      * CONTA CORRENTE INDICA O BANCO, A AGENCIA E A CONTA DE DESTINO
      * E A DATA DE INICIO; A PARTIR DELA CADA SALARIO CREDITADO SAI
      * NO MESMO DIA COMO ORDEM EM transfext.dat, SEM TARIFA. O
      * CANCELAMENTO GRAVA A DATA FINAL (O SALARIO DESSE DIA EM DIANTE
      * FICA NA CONTA); UM CPF COM PORTABILIDADE CANCELADA PODE SER
      * CADASTRADO DE NOVO. INCLUSAO E CANCELAMENTO SAEM EM
      * auditoria.txt.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select portabilidade assign to disk
           organization indexed
           access mode dynamic
           record key pt-cpf
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

       data division.
       file section.
       fd portabilidade label record standard
           data record is reg-portabilidade
           value of file-id is "portabilidade.dat".
       01 reg-portabilidade.
           02 pt-cpf          pic 9(11).
           02 pt-banco        pic 9(3).
           02 pt-agencia      pic 9(4).
           02 pt-conta        pic 9(9).
           02 pt-inicio       pic 9(8).
           02 pt-cancelamento pic 9(8).
           02 pt-func         pic 9(4).

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

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 ws-modo pic x value space.
           88 modo-incluir   value "I" "i".
           88 modo-cancelar  value "X" "x".
           88 modo-consultar value "C" "c".
           88 modo-fim       value "F" "f".
       01 ws-func pic 9(4) value zeros.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-existe pic x value "N".
       01 ws-data-inf pic 9(8) value zeros.
       01 ws-data-dig redefines ws-data-inf.
           02 ws-data-dia pic 9(2).
           02 ws-data-mes pic 9(2).
           02 ws-data-ano pic 9(4).
       01 ws-data pic 9(8) value zeros.
       01 ws-hoje pic 9(8) value zeros.
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
           display "PORTABILIDADE DE SALARIO".
           display "CODIGO DO CAIXA: ".
           accept ws-func.
           open i-o portabilidade.
           if arq-ok not = "00"
               open output portabilidade
               close portabilidade
               open i-o portabilidade
           end-if.
           open input arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           perform Processo until modo-fim.
           display "FIM DE PROGRAMA".
           close portabilidade.
           close arq-banco.
           stop run.

       Processo.
           display "MODO (I-INCLUIR / X-CANCELAR / C-CONSULTAR / "
                   "F-FIM): ".
           accept ws-modo.
           evaluate true
               when modo-incluir
                   perform Inclui-Portabilidade
               when modo-cancelar
                   perform Cancela-Portabilidade
               when modo-consultar
                   perform Consulta-Portabilidade
               when modo-fim
                   continue
               when other
                   display "OPCAO INVALIDA"
           end-evaluate.

      * A FOLHA SO CREDITA NA CONTA CORRENTE (TIPO 1), ENTAO E ELA
      * QUE TEM DE EXISTIR; PORTABILIDADE ATIVA OU AGENDADA TEM DE
      * SER CANCELADA ANTES DE TROCAR O DESTINO
       Inclui-Portabilidade.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           move ws-cpf to cpf-p.
           move 1 to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CLIENTE SEM CONTA CORRENTE"
                   exit paragraph
           end-read.
           display "CONTA DE " nome-p
                   " AG " codigo-agencia-p
                   " CC " codigo-cc-p.
           move "N" to ws-existe.
           move ws-cpf to pt-cpf.
           read portabilidade
               invalid key
                   continue
               not invalid key
                   move "S" to ws-existe
           end-read.
           if ws-existe = "S"
               if pt-cancelamento = zeros
                   or pt-cancelamento > ws-hoje
                   display "PORTABILIDADE JA CADASTRADA PARA O BANCO "
                           pt-banco " - CANCELE ANTES DE TROCAR"
                   exit paragraph
               end-if
           end-if.
           move ws-cpf to pt-cpf.
           move zeros to pt-banco.
           display "BANCO DE DESTINO: ".
           accept pt-banco.
           if pt-banco = zeros
               display "BANCO INVALIDO"
               exit paragraph
           end-if.
           display "AGENCIA DE DESTINO: ".
           accept pt-agencia.
           display "CONTA DE DESTINO: ".
           accept pt-conta.
           if pt-agencia = zeros or pt-conta = zeros
               display "AGENCIA E CONTA OBRIGATORIAS"
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
           move ws-data to pt-inicio.
           move zeros to pt-cancelamento.
           move ws-func to pt-func.
           display "CONFIRMA PORTABILIDADE PARA BANCO " pt-banco
                   " AG " pt-agencia " CC " pt-conta " (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "INCLUSAO CANCELADA"
               exit paragraph
           end-if.
           if ws-existe = "S"
               rewrite reg-portabilidade
                   invalid key
                       display "ERRO AO GRAVAR - STATUS " arq-ok
                       exit paragraph
               end-rewrite
           else
               write reg-portabilidade
                   invalid key
                       display "ERRO AO GRAVAR - STATUS " arq-ok
                       exit paragraph
               end-write
           end-if.
           display "PORTABILIDADE CADASTRADA".
           move "PORTAB-INC" to la-op.
           perform Grava-Auditoria.

      * O CANCELAMENTO VALE A PARTIR DA DATA INFORMADA: A FOLHA
      * CREDITADA NESSE DIA JA FICA NA CONTA
       Cancela-Portabilidade.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           move ws-cpf to pt-cpf.
           read portabilidade
               invalid key
                   display "CPF SEM PORTABILIDADE"
                   exit paragraph
           end-read.
           if pt-cancelamento not = zeros
               and pt-cancelamento <= ws-hoje
               display "PORTABILIDADE JA CANCELADA EM " pt-cancelamento
               exit paragraph
           end-if.
           display "CANCELAMENTO (DDMMAAAA, ZEROS = HOJE): ".
           perform Recebe-Data.
           if ws-data = zeros
               exit paragraph
           end-if.
           if ws-data < ws-hoje
               display "CANCELAMENTO NAO PODE SER ANTERIOR A HOJE"
               exit paragraph
           end-if.
           if ws-data < pt-inicio
               move pt-inicio to ws-data
           end-if.
           move ws-data to pt-cancelamento.
           move ws-func to pt-func.
           rewrite reg-portabilidade
               invalid key
                   display "ERRO AO GRAVAR - STATUS " arq-ok
                   exit paragraph
           end-rewrite.
           display "PORTABILIDADE CANCELADA A PARTIR DE "
                   pt-cancelamento.
           move "PORTAB-CAN" to la-op.
           perform Grava-Auditoria.

       Consulta-Portabilidade.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           move ws-cpf to pt-cpf.
           read portabilidade
               invalid key
                   display "CPF SEM PORTABILIDADE"
                   exit paragraph
           end-read.
           display "DESTINO: BANCO " pt-banco " AG " pt-agencia
                   " CC " pt-conta.
           display "INICIO: " pt-inicio "  CANCELAMENTO: "
                   pt-cancelamento.
           if pt-inicio > ws-hoje
               display "SITUACAO: AGENDADA"
           else
               if pt-cancelamento = zeros
                   or pt-cancelamento > ws-hoje
                   display "SITUACAO: ATIVA"
               else
                   display "SITUACAO: CANCELADA"
               end-if
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

       end program ManterPortabilidade.

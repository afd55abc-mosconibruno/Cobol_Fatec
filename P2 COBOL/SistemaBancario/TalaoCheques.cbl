       program-id. TalaoCheques as "TalaoCheques".

      * CADASTRO DE TALOES DE CHEQUE E SUSTACAO DE CHEQUES. O CAIXA
      * (FUNCIONARIO ATIVO EM funcionarios.txt) REGISTRA EM
      * taloes.dat A FAIXA DE NUMEROS ENTREGUE A CADA CONTA CORRENTE,
      * COM DATA DE ENTREGA E FUNCIONARIO, E SUSTA CHEQUES DESSAS
      * FAIXAS COM MOTIVO (1 = FURTO/ROUBO, 2 = EXTRAVIO, 3 =
      * DESACORDO COMERCIAL) EM chqreg.dat, COBRANDO A TARIFA DE
      * SUSTACAO DA TABELA DE PARAMETROS (CODIGO TARSUSTCHQ; SEM
      * PARAMETRO, PEDE NA TELA). O InclearingCheques CONSULTA OS
      * DOIS ARQUIVOS: DEVOLVE CHEQUE NAO ENTREGUE, SUSTADO OU JA
      * PAGO, E MARCA EM chqreg.dat OS CHEQUES QUE PAGA.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select taloes assign to disk
           organization indexed
           access mode dynamic
           record key tl-chave
           file status arq-ok.

           select chqreg assign to disk
           organization indexed
           access mode dynamic
           record key cr-chave
           file status arq-ok2.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok3.

           select func-file assign to disk
           organization line sequential
           file status arq-ok4.

           select extrato assign to disk
           organization line sequential
           file status arq-ok5.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok-mov.

       data division.
       file section.
       fd taloes label record standard
           data record is reg-talao
           value of file-id is "taloes.dat".
       01 reg-talao.
           02 tl-chave.
               03 tl-cpf        pic 9(11).
               03 tl-tipo-conta pic 9(1).
               03 tl-num-ini    pic 9(6).
           02 tl-num-fim pic 9(6).
           02 tl-data    pic 9(8).
           02 tl-func    pic 9(4).

       fd chqreg label record standard
           data record is reg-chqreg
           value of file-id is "chqreg.dat".
       01 reg-chqreg.
           02 cr-chave.
               03 cr-cpf        pic 9(11).
               03 cr-tipo-conta pic 9(1).
               03 cr-numero     pic 9(6).
           02 cr-situacao pic x(1).
               88 cr-sustado value "S".
               88 cr-pago    value "P".
           02 cr-motivo pic 9(1).
           02 cr-data   pic 9(8).
           02 cr-valor  pic 9(7)v99.
           02 cr-func   pic 9(4).

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
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok-mov pic x(2).
       01 ws-fim pic x value "N".
       01 ws-fim-tl pic x value "N".
       01 ws-modo pic x value space.
           88 modo-talao    value "T" "t".
           88 modo-sustacao value "S" "s".
           88 modo-consulta value "C" "c".
           88 modo-fim      value "F" "f".
       01 ws-cod-func pic 9(4) value zeros.
       01 ws-senha pic x(8) value spaces.
       01 ws-hash-senha pic x(16) value spaces.
       01 ws-senha-nova pic x(8) value spaces.
       01 ws-senha-conf pic x(8) value spaces.
       01 ws-troca-func pic x value "N".
       01 ws-troca-res pic x value "N".
       01 ws-autorizado pic x value "N".
       01 ws-nome-func pic x(20) value spaces.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-tipo-conta pic 9(1) value zeros.
       01 ws-num-ini pic 9(6) value zeros.
       01 ws-num-fim pic 9(6) value zeros.
       01 ws-folhas pic 9(3) value zeros.
       01 ws-ultimo-num pic 9(6) value zeros.
       01 ws-numero pic 9(6) value zeros.
       01 ws-motivo pic 9(1) value zeros.
       01 ws-conta-ok pic x value "N".
       01 ws-conflito pic x value "N".
       01 ws-entregue pic x value "N".
       01 ws-tarifa pic 9(3)v99 value zeros.
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-mov-gravado pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-hora pic 9(8) value zeros.
       01 lp-codigo pic x(10) value spaces.
       01 lp-data pic 9(8) value zeros.
       01 lp-valor pic 9(5)v9999 value zeros.
       01 lp-resultado pic x(1) value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
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
       01 linha-talao.
           02 filler pic x(8) value "TALAO: ".
           02 lt-num-ini pic 9(6).
           02 filler pic x(3) value " A ".
           02 lt-num-fim pic 9(6).
           02 filler pic x(12) value "  ENTREGUE: ".
           02 lt-data pic 9(8).
           02 filler pic x(7) value "  FUNC ".
           02 lt-func pic 9(4).
       01 linha-cheque.
           02 filler pic x(8) value "CHEQUE ".
           02 lq-numero pic 9(6).
           02 filler pic x(2) value spaces.
           02 lq-situacao pic x(22).
           02 filler pic x(2) value spaces.
           02 lq-data pic 9(8).
           02 filler pic x(2) value spaces.
           02 lq-valor pic zzz.zz9,99.

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
           display "TALOES DE CHEQUE E SUSTACOES".
           display "CODIGO DO FUNCIONARIO: ".
           accept ws-cod-func.
           display "SENHA: ".
           accept ws-senha.
           perform Valida-Func.
           if ws-autorizado = "N"
               display "FUNCIONARIO OU SENHA INVALIDOS"
               stop run
           end-if.
           open i-o arq-banco.
           if arq-ok3 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open i-o taloes.
           if arq-ok not = "00"
               open output taloes
               close taloes
               open i-o taloes
           end-if.
           open i-o chqreg.
           if arq-ok2 not = "00"
               open output chqreg
               close chqreg
               open i-o chqreg
           end-if.
           open extend extrato.
           if arq-ok5 not = "00" and arq-ok5 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.
           open i-o movimentos.
           if arq-ok-mov not = "00"
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if.
           perform Processo until modo-fim.
           close taloes.
           close chqreg.
           close arq-banco.
           close extrato.
           close movimentos.
           display "FIM DE PROGRAMA".
           stop run.

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
           display "MODO (T-TALAO / S-SUSTAR / C-CONSULTAR / "
                   "F-FIM): ".
           accept ws-modo.
           evaluate true
               when modo-talao
                   perform Entrega-Talao
               when modo-sustacao
                   perform Susta-Cheque
               when modo-consulta
                   perform Consulta-Conta
               when modo-fim
                   continue
               when other
                   display "MODO INVALIDO"
           end-evaluate.

      * SO CONTA CORRENTE (TIPO 1) RECEBE TALAO
       Pede-Conta.
           move "N" to ws-conta-ok.
           display "CPF DO CORRENTISTA: ".
           accept ws-cpf.
           move 1 to ws-tipo-conta.
           move ws-cpf to cpf-p.
           move ws-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA CORRENTE NAO ENCONTRADA"
                   exit paragraph
           end-read.
           display "TITULAR: " nome-p.
           move "S" to ws-conta-ok.

      * A FAIXA NOVA NAO PODE CRUZAR COM TALAO JA ENTREGUE A CONTA;
      * PRIMEIRO NUMERO ZERO = CONTINUA DEPOIS DO ULTIMO TALAO
       Entrega-Talao.
           perform Pede-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           perform Varre-Taloes.
           display "PRIMEIRO NUMERO (0 = PROXIMO, " ws-ultimo-num
                   "): ".
           accept ws-num-ini.
           if ws-num-ini = zeros
               compute ws-num-ini = ws-ultimo-num + 1
           end-if.
           display "QUANTIDADE DE FOLHAS: ".
           accept ws-folhas.
           if ws-folhas = zeros
               display "QUANTIDADE INVALIDA"
               exit paragraph
           end-if.
           if ws-num-ini + ws-folhas - 1 > 999999
               display "FAIXA ULTRAPASSA O NUMERO 999999"
               exit paragraph
           end-if.
           compute ws-num-fim = ws-num-ini + ws-folhas - 1.
           perform Varre-Taloes.
           if ws-conflito = "S"
               display "FAIXA JA ENTREGUE A ESTA CONTA"
               exit paragraph
           end-if.
           move ws-cpf to tl-cpf.
           move ws-tipo-conta to tl-tipo-conta.
           move ws-num-ini to tl-num-ini.
           move ws-num-fim to tl-num-fim.
           move ws-hoje to tl-data.
           move ws-cod-func to tl-func.
           write reg-talao
               invalid key
                   display "ERRO AO GRAVAR TALAO"
                   exit paragraph
           end-write.
           display "TALAO REGISTRADO: " ws-num-ini " A " ws-num-fim.

      * PERCORRE OS TALOES DA CONTA: GUARDA O MAIOR NUMERO JA
      * ENTREGUE, MARCA CONFLITO COM A FAIXA ws-num-ini/ws-num-fim E
      * SE O CHEQUE ws-numero PERTENCE A ALGUM TALAO
       Varre-Taloes.
           move zeros to ws-ultimo-num.
           move "N" to ws-conflito.
           move "N" to ws-entregue.
           move ws-cpf to tl-cpf.
           move ws-tipo-conta to tl-tipo-conta.
           move zeros to tl-num-ini.
           move "N" to ws-fim-tl.
           start taloes key is not less than tl-chave
               invalid key
                   move "S" to ws-fim-tl
           end-start.
           perform Le-Talao until ws-fim-tl = "S".

       Le-Talao.
           read taloes next record
               at end
                   move "S" to ws-fim-tl
               not at end
                   if tl-cpf not = ws-cpf
                       or tl-tipo-conta not = ws-tipo-conta
                       move "S" to ws-fim-tl
                   else
                       if tl-num-fim > ws-ultimo-num
                           move tl-num-fim to ws-ultimo-num
                       end-if
                       if tl-num-ini not > ws-num-fim
                           and tl-num-fim not < ws-num-ini
                           move "S" to ws-conflito
                       end-if
                       if ws-numero not < tl-num-ini
                           and ws-numero not > tl-num-fim
                           move "S" to ws-entregue
                       end-if
                       if modo-consulta
                           move tl-num-ini to lt-num-ini
                           move tl-num-fim to lt-num-fim
                           move tl-data to lt-data
                           move tl-func to lt-func
                           display linha-talao
                       end-if
                   end-if
           end-read.

      * SO SUSTA CHEQUE DE TALAO ENTREGUE E AINDA NAO PAGO; A TARIFA
      * SO E DEBITADA SE COUBER NO SALDO MAIS LIMITE, MAS A SUSTACAO
      * VALE DE QUALQUER FORMA
       Susta-Cheque.
           perform Pede-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           display "NUMERO DO CHEQUE: ".
           accept ws-numero.
           move zeros to ws-num-ini ws-num-fim.
           perform Varre-Taloes.
           if ws-entregue = "N"
               display "CHEQUE NAO PERTENCE A TALAO DESTA CONTA"
               exit paragraph
           end-if.
           move ws-cpf to cr-cpf.
           move ws-tipo-conta to cr-tipo-conta.
           move ws-numero to cr-numero.
           read chqreg
               invalid key
                   continue
               not invalid key
                   if cr-pago
                       display "CHEQUE JA COMPENSADO EM " cr-data
                   else
                       display "CHEQUE JA SUSTADO EM " cr-data
                   end-if
                   exit paragraph
           end-read.
           display "MOTIVO (1-FURTO/ROUBO 2-EXTRAVIO "
                   "3-DESACORDO COMERCIAL): ".
           accept ws-motivo.
           if ws-motivo < 1 or ws-motivo > 3
               display "MOTIVO INVALIDO"
               exit paragraph
           end-if.
           move ws-cpf to cr-cpf.
           move ws-tipo-conta to cr-tipo-conta.
           move ws-numero to cr-numero.
           move "S" to cr-situacao.
           move ws-motivo to cr-motivo.
           move ws-hoje to cr-data.
           move zeros to cr-valor.
           move ws-cod-func to cr-func.
           write reg-chqreg
               invalid key
                   display "ERRO AO GRAVAR SUSTACAO"
                   exit paragraph
           end-write.
           display "CHEQUE " ws-numero " SUSTADO".
           perform Cobra-Tarifa-Sustacao.

      * TARIFA VIGENTE NA DATA DE MOVIMENTO; SEM PARAMETRO, PEDE NA
      * TELA
       Cobra-Tarifa-Sustacao.
           move "TARSUSTCHQ" to lp-codigo.
           move ws-hoje to lp-data.
           call "LeParametro" using lp-codigo lp-data lp-valor
                                    lp-resultado.
           if lp-resultado = "S"
               move lp-valor to ws-tarifa
               display "TARIFA DE SUSTACAO: " ws-tarifa
           else
               display "TARIFA DE SUSTACAO (EX: 015,00): "
               accept ws-tarifa
           end-if.
           if ws-tarifa = zeros
               exit paragraph
           end-if.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           compute ws-disponivel = saldo-p + limite-p - sb-valor.
           if ws-tarifa > ws-disponivel
               display "SALDO INSUFICIENTE: TARIFA NAO COBRADA"
               exit paragraph
           end-if.
           compute saldo-p = saldo-p - ws-tarifa.
           rewrite reg-arqbc
               invalid key
                   display "ERRO AO DEBITAR TARIFA"
                   exit paragraph
           end-rewrite.
           move "TAR-SUSTAC" to le-tipo.
           move ws-tarifa to le-valor.
           perform Grava-Extrato-Linha.

       Consulta-Conta.
           perform Pede-Conta.
           if ws-conta-ok = "N"
               exit paragraph
           end-if.
           move zeros to ws-numero ws-num-ini ws-num-fim.
           perform Varre-Taloes.
           if ws-ultimo-num = zeros
               display "NENHUM TALAO ENTREGUE"
           end-if.
           move ws-cpf to cr-cpf.
           move ws-tipo-conta to cr-tipo-conta.
           move zeros to cr-numero.
           move "N" to ws-fim-tl.
           start chqreg key is not less than cr-chave
               invalid key
                   move "S" to ws-fim-tl
           end-start.
           perform Le-Chqreg until ws-fim-tl = "S".

       Le-Chqreg.
           read chqreg next record
               at end
                   move "S" to ws-fim-tl
               not at end
                   if cr-cpf not = ws-cpf
                       or cr-tipo-conta not = ws-tipo-conta
                       move "S" to ws-fim-tl
                   else
                       move cr-numero to lq-numero
                       move cr-data to lq-data
                       move cr-valor to lq-valor
                       evaluate true
                           when cr-pago
                               move "COMPENSADO" to lq-situacao
                           when cr-motivo = 1
                               move "SUSTADO FURTO/ROUBO"
                                   to lq-situacao
                           when cr-motivo = 2
                               move "SUSTADO EXTRAVIO" to lq-situacao
                           when other
                               move "SUSTADO DESACORDO"
                                   to lq-situacao
                       end-evaluate
                       display linha-cheque
                   end-if
           end-read.

       Grava-Extrato-Linha.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move ws-cod-func to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.

      * A TARIFA TAMBEM E ESPELHADA NO ARQUIVO INDEXADO, SENAO O
      * EXTRATO POR CLIENTE (QUE LE movimentos.dat) NAO A MOSTRARIA
       Grava-Movimento-Idx.
           move le-cpf to mv-cpf.
           move le-tipo-conta to mv-tipo-conta.
           move ws-hoje to mv-data.
           move le-tipo to mv-tipo.
           move ws-tarifa to mv-valor.
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

       end program TalaoCheques.

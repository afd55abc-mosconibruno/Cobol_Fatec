       program-id. QuitaEmprestimo as "QuitaEmprestimo".

      * LIQUIDACAO ANTECIPADA E AMORTIZACAO DE EMPRESTIMO PESSOAL NO
      * CAIXA: PARA O CONTRATO ATIVO DE emprestimos.dat CALCULA, NA
      * DATA INFORMADA, O SALDO PARA QUITACAO - O ATRASO INTEGRAL
      * MAIS CADA PARCELA AINDA NAO FATURADA TRAZIDA A VALOR PRESENTE
      * PELA TAXA DO CONTRATO (JURO SIMPLES PRO RATA DIA ATE O
      * VENCIMENTO), O QUE DA O ABATIMENTO PROPORCIONAL DOS JUROS.
      * DATA FUTURA E SO SIMULACAO. NA DATA DE HOJE O CLIENTE PODE:
      *   Q - QUITAR O CONTRATO;
      *   T - ANTECIPAR AS ULTIMAS PARCELAS (REDUZ O PRAZO);
      *   V - AMORTIZAR UM VALOR (REDUZ O VALOR DA PARCELA).
      * O VALOR E DEBITADO NA CONTA DO CONTRATO (SALDO MAIS LIMITE NA
      * CONTA CORRENTE, SO SALDO NA POUPANCA) COM LANCAMENTO
      * QUIT-EMP OU AMORT-EMP NO EXTRATO, O CONTRATO E ATUALIZADO, A
      * OPERACAO FICA REGISTRADA EM amortizacoes.dat E O NOVO PLANO
      * SAI EM contrato-emp.txt.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select emprestimos assign to disk
           organization indexed
           access mode dynamic
           record key em-chave
           file status arq-ok3.

           select extrato assign to disk
           organization line sequential
           file status arq-ok4.

           select contrato assign to disk
           organization line sequential
           file status arq-ok5.

           select amortizacoes assign to disk
           organization indexed
           access mode dynamic
           record key am-chave
           file status arq-ok6.

       data division.
       file section.
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

       fd emprestimos label record standard
           data record is reg-emprestimo
           value of file-id is "emprestimos.dat".
       01 reg-emprestimo.
           02 em-chave.
               03 em-cpf pic 9(11).
               03 em-seq pic 9(4).
           02 em-tipo-conta pic 9(1).
           02 em-agencia pic 9(4).
           02 em-valor pic 9(7)v99.
           02 em-taxa pic 9(2)v99.
           02 em-parcelas pic 9(2).
           02 em-valor-parcela pic 9(7)v99.
           02 em-data pic 9(8).
           02 em-pagas pic 9(2).
           02 em-atraso pic 9(7)v99.
           02 em-status pic x(1).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd contrato label record standard
           data record is linha-contrato
           value of file-id is "contrato-emp.txt".
       01 linha-contrato pic x(80).

       fd amortizacoes label record standard
           data record is reg-amortizacao
           value of file-id is "amortizacoes.dat".
       01 reg-amortizacao.
           02 am-chave.
               03 am-cpf pic 9(11).
               03 am-seq pic 9(4).
               03 am-ord pic 9(3).
           02 am-data pic 9(8).
           02 am-tipo pic x(1).
           02 am-valor-pago pic 9(7)v99.
           02 am-atraso-pago pic 9(7)v99.
           02 am-desconto pic 9(7)v99.
           02 am-parc-antes pic 9(2).
           02 am-parc-depois pic 9(2).
           02 am-vlr-parc-antes pic 9(7)v99.
           02 am-vlr-parc-depois pic 9(7)v99.

       working-storage section.
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 ws-cpf pic 9(11) value zeros.
       01 ws-seq pic 9(4) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-data-calc pic 9(8) value zeros.
       01 ws-opcao pic x value space.
           88 opcao-valida value "Q" "T" "V" "N".
       01 ws-abertas pic 9(3) value zeros.
       01 ws-futuras pic 9(3) value zeros.
       01 ws-antecipar pic 9(3) value zeros.
       01 ws-idx pic 9(3) value zeros.
       01 ws-num-parc pic 9(3) value zeros.
       01 ws-meses pic 9(7) value zeros.
       01 ws-venc pic 9(8) value zeros.
       01 ws-venc-dia pic 9(2) value zeros.
       01 ws-dias pic s9(7) value zeros.
       01 ws-vp pic 9(7)v99 value zeros.
       01 ws-vp-total pic 9(8)v99 value zeros.
       01 ws-vp-ultimas pic 9(8)v99 value zeros.
       01 ws-nominal pic 9(8)v99 value zeros.
       01 ws-saldo-quitacao pic 9(8)v99 value zeros.
       01 ws-valor-pago pic 9(8)v99 value zeros.
       01 ws-amortizado pic 9(8)v99 value zeros.
       01 ws-desconto pic 9(8)v99 value zeros.
       01 ws-nova-parcela pic 9(7)v99 value zeros.
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-gravado pic x value "N".
       01 ws-confirma pic x value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 ws-hora pic 9(8) value zeros.
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
       01 linha-ctr-cab.
           02 filler pic x(22) value "CONTRATO EMPRESTIMO - ".
           02 lcc-cpf pic 9(11).
           02 filler pic x(6) value " SEQ: ".
           02 lcc-seq pic 9(4).
       01 linha-ctr-oper.
           02 lco-texto pic x(24).
           02 lco-data pic 9(8).
           02 filler pic x(8) value " PAGO: ".
           02 lco-valor pic zzz.zz9,99.
           02 filler pic x(12) value " ABATIMENTO ".
           02 lco-desconto pic zzz.zz9,99.
       01 linha-ctr-parc.
           02 filler pic x(9) value " PARCELA ".
           02 lcp-num pic z9.
           02 filler pic x(8) value " VALOR: ".
           02 lcp-valor pic zzz.zz9,99.

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
           display "LIQUIDACAO ANTECIPADA DE EMPRESTIMO".
           open i-o arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open i-o emprestimos.
           if arq-ok3 not = "00"
               display "SEM EMPRESTIMOS (emprestimos.dat)"
               close arq-banco
               stop run
           end-if.
           open i-o amortizacoes.
           if arq-ok6 not = "00"
               open output amortizacoes
               close amortizacoes
               open i-o amortizacoes
           end-if.
           open extend extrato.
           if arq-ok4 not = "00" and arq-ok4 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.
           display "CPF DO CLIENTE: ".
           accept ws-cpf.
           display "NUMERO DO CONTRATO (SEQ): ".
           accept ws-seq.
           move ws-cpf to em-cpf.
           move ws-seq to em-seq.
           read emprestimos
               invalid key
                   display "CONTRATO NAO ENCONTRADO"
                   perform Encerra
           end-read.
           if em-status not = "A"
               display "CONTRATO NAO ESTA ATIVO"
               perform Encerra
           end-if.
           display "DATA DO CALCULO AAAAMMDD (0 = HOJE): ".
           accept ws-data-calc.
           if ws-data-calc = zeros
               move ws-hoje to ws-data-calc
           end-if.
           if ws-data-calc < ws-hoje
               or function integer-of-date(ws-data-calc) = zeros
               display "DATA INVALIDA"
               perform Encerra
           end-if.
           perform Calcula-Saldo.
           display "PARCELAS EM ATRASO: " ws-abertas
                   " VALOR: " em-atraso.
           display "PARCELAS A VENCER: " ws-futuras
                   " NOMINAL: " ws-nominal.
           display "VALOR PRESENTE A VENCER: " ws-vp-total.
           display "ABATIMENTO DE JUROS: " ws-desconto.
           display "SALDO PARA QUITACAO EM " ws-data-calc ": "
                   ws-saldo-quitacao.
           if ws-data-calc not = ws-hoje
               display "SIMULACAO - NENHUM VALOR DEBITADO"
               perform Encerra
           end-if.
           move space to ws-opcao.
           perform until opcao-valida
               display "Q-QUITAR  T-REDUZIR PRAZO  V-REDUZIR PARCELA"
                       "  N-NADA: "
               accept ws-opcao
               inspect ws-opcao converting "qtvn" to "QTVN"
           end-perform.
           evaluate ws-opcao
               when "Q"
                   perform Prepara-Quitacao
               when "T"
                   perform Prepara-Prazo
               when "V"
                   perform Prepara-Valor
               when other
                   perform Encerra
           end-evaluate.
           display "VALOR A DEBITAR: " ws-valor-pago
                   " - CONFIRMA (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "OPERACAO CANCELADA"
               perform Encerra
           end-if.
           perform Debita-Conta.
           perform Atualiza-Contrato.
           perform Grava-Amortizacao.
           perform Imprime-Plano.
           display "OPERACAO REGISTRADA - NOVO PLANO EM "
                   "contrato-emp.txt".
           perform Encerra.

      * PARCELAS JA FATURADAS E NAO PAGAS ESTAO NO ATRASO (CONTADAS
      * COMO NO CobraEmprestimo, ARREDONDANDO PARA CIMA); AS DEMAIS
      * AINDA VAO VENCER E ENTRAM A VALOR PRESENTE
       Calcula-Saldo.
           compute ws-abertas = function integer
               ((em-atraso + em-valor-parcela - 0,01)
                / em-valor-parcela).
           if em-pagas + ws-abertas < em-parcelas
               compute ws-futuras = em-parcelas - em-pagas - ws-abertas
           else
               move zeros to ws-futuras
           end-if.
           move zeros to ws-vp-total ws-nominal.
           perform Soma-Futura
               varying ws-idx from 1 by 1 until ws-idx > ws-futuras.
           compute ws-desconto = ws-nominal - ws-vp-total.
           compute ws-saldo-quitacao = em-atraso + ws-vp-total.

       Soma-Futura.
           perform Valor-Presente.
           add ws-vp to ws-vp-total.
           add em-valor-parcela to ws-nominal.

      * PARCELA ws-idx DAS A VENCER: NUMERO NO CONTRATO, VENCIMENTO
      * (MESMO DIA DA CONTRATACAO, LIMITADO A 28) E DESCONTO PELA
      * TAXA MENSAL PRO RATA DIA ATE ELE
       Valor-Presente.
           compute ws-num-parc = em-pagas + ws-abertas + ws-idx.
           compute ws-meses = function integer(em-data / 10000) * 12
               + function mod(function integer(em-data / 100), 100)
               - 1 + ws-num-parc.
           move em-data(7:2) to ws-venc-dia.
           if ws-venc-dia > 28
               move 28 to ws-venc-dia
           end-if.
           compute ws-venc = function integer(ws-meses / 12) * 10000
               + (function mod(ws-meses, 12) + 1) * 100
               + ws-venc-dia.
           compute ws-dias = function integer-of-date(ws-venc)
                           - function integer-of-date(ws-data-calc).
           if ws-dias < zeros
               move zeros to ws-dias
           end-if.
           compute ws-vp rounded = em-valor-parcela
               / (1 + em-taxa / 100 * ws-dias / 30).

       Prepara-Quitacao.
           move ws-saldo-quitacao to ws-valor-pago.

      * ANTECIPA AS ULTIMAS PARCELAS, DE TRAS PARA FRENTE
       Prepara-Prazo.
           if ws-futuras < 2
               display "NAO HA PARCELAS PARA ANTECIPAR - USE QUITACAO"
               perform Encerra
           end-if.
           compute ws-num-parc = ws-futuras - 1.
           display "QUANTAS PARCELAS ANTECIPAR (1 A "
                   ws-num-parc "): ".
           accept ws-antecipar.
           if ws-antecipar = zeros or ws-antecipar >= ws-futuras
               display "QUANTIDADE INVALIDA"
               perform Encerra
           end-if.
           move zeros to ws-vp-ultimas.
           compute ws-idx = ws-futuras - ws-antecipar + 1.
           perform until ws-idx > ws-futuras
               perform Valor-Presente
               add ws-vp to ws-vp-ultimas
               add 1 to ws-idx
           end-perform.
           compute ws-valor-pago = em-atraso + ws-vp-ultimas.
           compute ws-desconto =
               ws-antecipar * em-valor-parcela - ws-vp-ultimas.

      * AMORTIZA UM VALOR: O QUE PASSA DO ATRASO ABATE O VALOR
      * PRESENTE DAS PARCELAS A VENCER, QUE CAEM NA MESMA PROPORCAO
       Prepara-Valor.
           if ws-futuras = zeros
               display "NAO HA PARCELAS A VENCER - USE QUITACAO"
               perform Encerra
           end-if.
           display "VALOR A PAGAR (MAIOR QUE O ATRASO E MENOR QUE O "
                   "SALDO PARA QUITACAO): ".
           accept ws-valor-pago.
           if ws-valor-pago <= em-atraso
               or ws-valor-pago >= ws-saldo-quitacao
               display "VALOR INVALIDO"
               perform Encerra
           end-if.
           compute ws-amortizado = ws-valor-pago - em-atraso.
           compute ws-nova-parcela rounded = em-valor-parcela
               * (ws-vp-total - ws-amortizado) / ws-vp-total.
           compute ws-desconto = ws-futuras
               * (em-valor-parcela - ws-nova-parcela) - ws-amortizado.
           display "NOVA PARCELA: " ws-nova-parcela.

       Debita-Conta.
           move em-cpf to cpf-p.
           move em-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA DO CONTRATO NAO EXISTE"
                   perform Encerra
           end-read.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           if tipo-conta-p = 2
               compute ws-disponivel = saldo-p - sb-valor
           else
               compute ws-disponivel = saldo-p + limite-p - sb-valor
           end-if.
           if ws-valor-pago > ws-disponivel
               display "SALDO INSUFICIENTE - DISPONIVEL: "
                       ws-disponivel
               perform Encerra
           end-if.
           compute saldo-p = saldo-p - ws-valor-pago.
           rewrite reg-arqbc
               invalid key
                   display "ERRO AO DEBITAR A CONTA"
                   perform Encerra
           end-rewrite.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           if ws-opcao = "Q"
               move "QUIT-EMP" to le-tipo
           else
               move "AMORT-EMP" to le-tipo
           end-if.
           move ws-valor-pago to le-valor.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.

      * O ATRASO SAI PAGO JUNTO, ENTAO AS PARCELAS QUE ELE CARREGAVA
      * PASSAM A PAGAS
       Atualiza-Contrato.
           move em-parcelas to am-parc-antes.
           move em-valor-parcela to am-vlr-parc-antes.
           move em-atraso to am-atraso-pago.
           add ws-abertas to em-pagas.
           move zeros to em-atraso.
           evaluate ws-opcao
               when "Q"
                   move em-parcelas to em-pagas
                   move "Q" to em-status
               when "T"
                   subtract ws-antecipar from em-parcelas
               when "V"
                   move ws-nova-parcela to em-valor-parcela
           end-evaluate.
           rewrite reg-emprestimo
               invalid key
                   display "ERRO AO ATUALIZAR O CONTRATO"
           end-rewrite.

       Grava-Amortizacao.
           move em-cpf to am-cpf.
           move em-seq to am-seq.
           move ws-hoje to am-data.
           move ws-opcao to am-tipo.
           move ws-valor-pago to am-valor-pago.
           move ws-desconto to am-desconto.
           move em-parcelas to am-parc-depois.
           move em-valor-parcela to am-vlr-parc-depois.
           move 1 to am-ord.
           move "N" to ws-gravado.
           perform Tenta-Gravar
               until ws-gravado = "S" or am-ord > 998.

       Tenta-Gravar.
           write reg-amortizacao
               invalid key
                   add 1 to am-ord
               not invalid key
                   move "S" to ws-gravado
           end-write.

       Imprime-Plano.
           open extend contrato.
           if arq-ok5 not = "00" and arq-ok5 not = "05"
               open output contrato
           end-if.
           move em-cpf to lcc-cpf.
           move em-seq to lcc-seq.
           move linha-ctr-cab to linha-contrato.
           write linha-contrato.
           evaluate ws-opcao
               when "Q"
                   move "QUITADO ANTECIPADO EM " to lco-texto
               when "T"
                   move "PRAZO REDUZIDO EM " to lco-texto
               when other
                   move "PARCELA REDUZIDA EM " to lco-texto
           end-evaluate.
           move ws-hoje to lco-data.
           move ws-valor-pago to lco-valor.
           move ws-desconto to lco-desconto.
           move linha-ctr-oper to linha-contrato.
           write linha-contrato.
           compute ws-idx = em-pagas + 1.
           perform Imprime-Parcela
               until ws-idx > em-parcelas.
           close contrato.

       Imprime-Parcela.
           move ws-idx to lcp-num.
           move em-valor-parcela to lcp-valor.
           move linha-ctr-parc to linha-contrato.
           write linha-contrato.
           add 1 to ws-idx.

       Encerra.
           close arq-banco.
           close emprestimos.
           close amortizacoes.
           close extrato.
           stop run.

       end program QuitaEmprestimo.

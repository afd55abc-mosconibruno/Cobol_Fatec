       program-id. RentabilidadeClientes as "RentabilidadeClientes".

      * RENTABILIDADE MENSAL POR CLIENTE (CPF): RECEITA DO MES -
      * TARIFA DE MANUTENCAO (TARIFA, DA TarifaMensal), JUROS DE
      * CHEQUE ESPECIAL (JUR-CHEESP, DA AcumulaLimite), JUROS DE
      * EMPRESTIMO RECEBIDOS, TARIFA DE DEVOLUCAO DE CHEQUE
      * (TAR-DEVCHQ) E AS DEMAIS TARIFAS DE SERVICO (TODO TIPO TAR-
      * DO EXTRATO: SUSTACAO, BOLETO, TRANSFERENCIA) - MENOS O CUSTO
      * DE CAPTACAO - RENDIMENTO PAGO NA POUPANCA (REND-POUP) E JURO
      * DE CDB APROPRIADO NO MES (aplicacoes.dat, MESMA CONTA DO
      * CdbDiario: TAXA MENSAL / 30 SOBRE O PRINCIPAL POR DIA UTIL
      * DO MES DENTRO DA VIGENCIA). O JURO DE EMPRESTIMO E A PARTE DE
      * JURO DAS PARCELAS (PARC-EMP) COBRADAS NO MES, NA PROPORCAO
      * JURO / TOTAL DAS PARCELAS DOS CONTRATOS DO CPF EM
      * emprestimos.dat; QUITACAO E AMORTIZACAO ANTECIPADAS CONTAM
      * COMO PRINCIPAL. O SALDO MEDIO E A MEDIA DO SALDO DE FIM DE
      * DIA DAS CONTAS DO CPF NOS DIAS DO MES (PELO extrato.txt;
      * CONTA SEM MOVIMENTO NO EXTRATO FICA COM O SALDO DE
      * arqbc.dat). O SEGMENTO E A FAIXA SALARIAL DA FICHA EM
      * CLIENTE.DAT (A MESMA DO SegmentaClientes). SAI EM
      * RENTABILIDADE.TXT O DETALHE POR AGENCIA COM SUBTOTAL, O
      * TOTAL POR SEGMENTO, O TOTAL GERAL E OS DEZ CLIENTES MAIS E
      * MENOS RENTAVEIS. CONTROLE MENSAL EM runctl.txt PELO
      * ControleJob.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select arq-banco assign to disk
           organization indexed
           access mode sequential
           record key chave-arqbc
           file status arq-ok.

           select extrato assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok2.

           select aplicacoes assign to disk
           organization indexed
           access mode sequential
           record key ap-chave
           file status arq-ok3.

           select emprestimos assign to disk
           organization indexed
           access mode sequential
           record key em-chave
           file status arq-ok4.

           select cliente assign to disk
           organization indexed
           access mode sequential
           record key cd-cliente-p
           file status arq-ok5.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok6.

           select agencias assign to disk
           organization indexed
           access mode dynamic
           record key ag-codigo
           file status arq-ok-ag.

           select sort-file assign to disk.

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

       fd extrato label record standard
           data record is linha-extrato
           value of file-id is "extrato.txt".
       01 linha-extrato.
           02 le-dia    pic 99.
           02 filler    pic x.
           02 le-mes    pic 99.
           02 filler    pic x.
           02 le-ano    pic 99.
           02 filler    pic x(2).
           02 le-cpf    pic 9(11).
           02 filler    pic x(2).
           02 le-tipo   pic x(10).
           02 filler    pic x(2).
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 le-tipo-conta pic 9(1).

       fd aplicacoes label record standard
           data record is reg-aplicacao
           value of file-id is "aplicacoes.dat".
       01 reg-aplicacao.
           02 ap-chave.
               03 ap-cpf        pic 9(11).
               03 ap-seq        pic 9(4).
           02 ap-tipo-conta pic 9(1).
           02 ap-principal  pic 9(7)v99.
           02 ap-taxa       pic 9(2)v99.
           02 ap-data-ini   pic 9(8).
           02 ap-data-vcto  pic 9(8).
           02 ap-juros      pic 9(7)v99.
           02 ap-ult-acum   pic 9(8).
           02 ap-status     pic x(1).

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

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "RENTABILIDADE.TXT".
       01 linha-rel pic x(132).

       fd agencias label record standard
           data record is reg-agencia
           value of file-id is "agencias.dat".
       01 reg-agencia.
           02 ag-codigo   pic 9(4).
           02 ag-nome     pic x(30).
           02 ag-endereco pic x(40).
           02 ag-ativa    pic x(1).

       sd sort-file.
       01 sr-rec.
           02 sr-agencia     pic 9(4).
           02 sr-cpf         pic 9(11).
           02 sr-segmento    pic 9(1).
           02 sr-valores.
               03 sr-valor occurs 8 times pic s9(9)v99.
           02 filler redefines sr-valores.
               03 filler       pic x(77).
               03 sr-resultado pic s9(9)v99.
           02 sr-saldo-medio pic s9(9)v99.

       working-storage section.
       01 arq-ok  pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 arq-ok-ag pic x(2).
       01 ws-tem-agencias pic x value "N".
       01 ws-nome-agencia pic x(20) value spaces.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-ref pic 9(6) value zeros.
       01 ws-ref-ano pic 9(4) value zeros.
       01 ws-ref-mes pic 9(2) value zeros.
       01 ws-mes-ini pic 9(8) value zeros.
       01 ws-mes-fim pic 9(8) value zeros.
       01 ws-prox-mes pic 9(8) value zeros.
       01 ws-dias-mes pic 9(2) value zeros.
       01 ws-data-linha pic 9(8) value zeros.
       01 ws-data-dia pic 9(8) value zeros.
       01 ws-dia pic 9(2) value zeros.
       01 ws-fim pic x value "N".
       01 ws-fim-sort pic x value "N".
       01 ws-primeira pic x value "N".
       01 ws-achou pic x value "N".
       01 ws-idx pic 9(4) value zeros.
       01 ws-idx-cpf pic 9(4) value zeros.
       01 ws-col pic 9(2) value zeros.
       01 ws-cpf pic 9(11) value zeros.
       01 ws-agencia pic 9(4) value zeros.
       01 ws-agencia-atual pic 9(4) value zeros.
       01 ws-cont-agencia pic 9(6) value zeros.
       01 ws-valor pic 9(9)v99 value zeros.
       01 le-saldo-n pic s9(9)v99 value zeros.
       01 ws-juro-dia pic 9(7)v99 value zeros.
       01 ws-total-parc pic 9(9)v99 value zeros.
       01 ws-posicao pic 9(4) value zeros.
       01 ws-total-ranking pic 9(4) value zeros.
       01 ws-du-dias pic 9(3) value zeros.
       01 ws-du-eh-util pic x value "N".
       01 ws-du-resultado pic 9(8) value zeros.
       01 ws-int-dia pic 9(7) value zeros.
       01 jb-nome pic x(12) value "RENTABIL    ".
       01 jb-frequencia pic x(1) value "M".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".

      * DIAS UTEIS DO MES DE REFERENCIA (DiaUtil)
       01 tabela-dias-uteis.
           02 du-util occurs 31 times pic x(1).

      * CONTAS (CPF + TIPO): SALDO CORRENTE NO EXTRATO E SOMA DOS
      * SALDOS DE FIM DE DIA NO MES
       01 ws-num-contas pic 9(4) value zeros.
       01 tabela-contas.
           02 tc-linha occurs 1000 times.
               03 tc-cpf        pic 9(11).
               03 tc-tipo-conta pic 9(1).
               03 tc-saldo      pic s9(9)v99.
               03 tc-saldo-razao pic s9(9)v99.
               03 tc-ult-dia    pic 9(2).
               03 tc-soma       pic s9(11)v99.
               03 tc-viu        pic x(1).

      * CLIENTES (CPF). COLUNAS DE rc-valor: 1 TARIFA DE MANUTENCAO,
      * 2 JUROS CHEQUE ESPECIAL, 3 JUROS EMPRESTIMO, 4 TARIFA
      * DEVOLUCAO CHEQUE, 5 OUTRAS TARIFAS, 6 RENDIMENTO POUPANCA,
      * 7 JURO CDB, 8 RESULTADO (1 A 5 MENOS 6 E 7)
       01 ws-num-cpfs pic 9(4) value zeros.
       01 tabela-cpfs.
           02 rc-linha occurs 1000 times.
               03 rc-cpf         pic 9(11).
               03 rc-agencia     pic 9(4).
               03 rc-segmento    pic 9(1).
               03 rc-valor occurs 8 times pic s9(9)v99.
               03 rc-saldo-medio pic s9(9)v99.
               03 rc-parc-emp    pic 9(9)v99.
               03 rc-emp-total   pic 9(9)v99.
               03 rc-emp-juros   pic 9(9)v99.

      * ACUMULADORES: 1 A 5 SEGMENTOS, 6 AGENCIA, 7 TOTAL GERAL
       01 tabela-totais.
           02 tt-linha occurs 7 times.
               03 tt-cont        pic 9(6).
               03 tt-valor occurs 8 times pic s9(11)v99.
               03 tt-saldo-medio pic s9(11)v99.
       01 rotulos-segmentos.
           02 filler pic x(22) value "SALARIO ATE 999,99".
           02 filler pic x(22) value "SALARIO 1000 A 2999,99".
           02 filler pic x(22) value "SALARIO 3000 A 4999,99".
           02 filler pic x(22) value "SALARIO 5000 OU MAIS".
           02 filler pic x(22) value "SEM FICHA CADASTRAL".
       01 tabela-rotulos redefines rotulos-segmentos.
           02 rs-rotulo occurs 5 times pic x(22).

      * DEZ MENOS RENTAVEIS: OS ULTIMOS DA ORDEM DECRESCENTE
       01 ws-num-piores pic 9(2) value zeros.
       01 tabela-piores.
           02 tw-linha occurs 10 times.
               03 tw-rec pic x(115).

       01 ws-data-entrada.
           02 ws-de-dia pic 99.
           02 ws-de-mes pic 99.
           02 ws-de-ano pic 9(04).
       01 ws-data-extenso pic x(40).
       01 linha-cab0.
           02 filler      pic x(24) value "MES DE REFERENCIA:     ".
           02 lc0-ref     pic 9(6).
       01 linha-cab1 pic x(70) value
          "RENTABILIDADE DE CLIENTES POR CPF E AGENCIA".
       01 linha-cab2.
           02 filler pic x(20) value "CPF         AG.  S  ".
           02 filler pic x(48) value
              "      TARIFA   JUR.CHESP    JUR.EMPR  TAR.DEVCHQ".
           02 filler pic x(48) value
              "  OUTRAS TAR   REND.POUP    JUR. CDB   RESULTADO".
           02 filler pic x(16) value "     SALDO MEDIO".
       01 linha-det.
           02 ld-cpf     pic 9(11).
           02 filler     pic x(01) value spaces.
           02 ld-agencia pic z(3)9.
           02 filler     pic x(02) value spaces.
           02 ld-segmento pic 9(1).
           02 filler     pic x(01) value spaces.
           02 ld-colunas.
               03 ld-col occurs 8 times.
                   04 filler    pic x(01).
                   04 ld-valor  pic -zzz.zz9,99.
           02 filler     pic x(01) value spaces.
           02 ld-saldo-medio pic -zzz.zzz.zz9,99.
       01 linha-tot.
           02 lt-rotulo  pic x(20).
           02 ld-colunas-tot.
               03 lt-col occurs 8 times.
                   04 filler    pic x(01).
                   04 lt-valor  pic -zzz.zz9,99.
           02 filler     pic x(01) value spaces.
           02 lt-saldo-medio pic -zzz.zzz.zz9,99.
       01 linha-sub-cab.
           02 filler      pic x(15) value "  SUBTOTAL AG. ".
           02 ls-agencia  pic z(3)9.
           02 filler      pic x(01) value spaces.
           02 ls-nome     pic x(20).
           02 filler      pic x(10) value "CLIENTES: ".
           02 ls-cont     pic z(5)9.
       01 linha-seg-cab.
           02 filler      pic x(11) value "SEGMENTO ".
           02 lg-segmento pic 9(1).
           02 filler      pic x(02) value " -".
           02 filler      pic x(01) value spaces.
           02 lg-rotulo   pic x(22).
           02 filler      pic x(10) value "CLIENTES: ".
           02 lg-cont     pic z(5)9.
       01 linha-total-cab.
           02 filler      pic x(38) value
              "TOTAL GERAL                 CLIENTES: ".
           02 lg-cont-geral pic z(5)9.
       01 linha-rank-cab1 pic x(70) value
          "OS DEZ CLIENTES MAIS RENTAVEIS NO MES".
       01 linha-rank-cab2 pic x(70) value
          "OS DEZ CLIENTES MENOS RENTAVEIS NO MES (DO PIOR PARA CIMA)".

       procedure division.
       Inicio.
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data to ws-hoje
           else
               move function current-date(1:8) to ws-hoje
           end-if.
           display "RENTABILIDADE DE CLIENTES".
           display "MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL): ".
           accept ws-ref.
           if ws-ref = zeros
               compute ws-ref = ws-hoje / 100
           end-if.
           compute ws-ref-ano = ws-ref / 100.
           compute ws-ref-mes = ws-ref - ws-ref-ano * 100.
           if ws-ref-mes < 1 or ws-ref-mes > 12
               display "MES INVALIDO"
               stop run
           end-if.
           compute ws-mes-ini = ws-ref * 100 + 1.
           if ws-ref-mes = 12
               compute ws-prox-mes = (ws-ref-ano + 1) * 10000 + 101
           else
               compute ws-prox-mes = ws-mes-ini + 100
           end-if.
           compute ws-dias-mes =
               function integer-of-date(ws-prox-mes)
               - function integer-of-date(ws-mes-ini).
           compute ws-mes-fim = ws-mes-ini + ws-dias-mes - 1.
           move "C" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           if jb-resultado = "N"
               display "JOB JA EXECUTADO NO PERIODO."
               display "REPETIR COM AUTORIZACAO DO SUPERVISOR "
                       "(S/N)? "
               accept ws-ctl-override
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   stop run
               end-if
           end-if.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Abre-Arquivos.
           perform Marca-Dias-Uteis.
           move "N" to ws-fim.
           perform Carrega-Contas until ws-fim = "S".
           move "N" to ws-fim.
           perform Le-Extrato until ws-fim = "S".
           perform Fecha-Saldo-Medio.
           if arq-ok3 = "00"
               move "N" to ws-fim
               perform Le-Aplicacao until ws-fim = "S"
           end-if.
           if arq-ok4 = "00"
               move "N" to ws-fim
               perform Le-Emprestimo until ws-fim = "S"
           end-if.
           perform Calcula-Resultado.
           if arq-ok5 = "00"
               move "N" to ws-fim
               perform Le-Ficha until ws-fim = "S"
           end-if.
           initialize tabela-totais.
           sort sort-file on ascending key sr-agencia sr-cpf
               input procedure is Libera-Clientes
               output procedure is Gera-Detalhe.
           perform Gera-Segmentos.
           sort sort-file on descending key sr-resultado
                            ascending key sr-cpf
               input procedure is Libera-Clientes
               output procedure is Gera-Ranking.
           perform Finaliza.

       Abre-Arquivos.
           open input arq-banco.
           if arq-ok not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open input extrato.
           if arq-ok2 not = "00"
               display "EXTRATO AUSENTE (extrato.txt)"
               stop run
           end-if.
           open input aplicacoes.
           open input emprestimos.
           open input cliente.
           if arq-ok5 not = "00"
               display "CLIENTE.DAT AUSENTE - TODOS SEM SEGMENTO"
           end-if.
           open input agencias.
           if arq-ok-ag = "00"
               move "S" to ws-tem-agencias
           end-if.
           open output relatorio.
           move ws-ref to lc0-ref.
           move linha-cab0 to linha-rel.
           write linha-rel.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.

       Marca-Dias-Uteis.
           perform varying ws-dia from 1 by 1
                   until ws-dia > ws-dias-mes
               compute ws-data-dia = ws-mes-ini + ws-dia - 1
               move zeros to ws-du-dias
               call "DiaUtil" using ws-data-dia ws-du-dias
                                   ws-du-eh-util ws-du-resultado
               move ws-du-eh-util to du-util(ws-dia)
           end-perform.

      * TODA CONTA DO RAZAO ENTRA, COM O SALDO ATUAL PARA O CASO DE
      * NAO TER MOVIMENTO NO EXTRATO
       Carrega-Contas.
           read arq-banco next record
               at end
                   move "S" to ws-fim
               not at end
                   move cpf-p to ws-cpf
                   move codigo-agencia-p to ws-agencia
                   perform Localiza-Cpf
                   if tipo-conta-p = 1 and ws-idx-cpf > zeros
                       move codigo-agencia-p to rc-agencia(ws-idx-cpf)
                   end-if
                   perform Localiza-Conta-Razao
           end-read.

       Localiza-Conta-Razao.
           if ws-num-contas < 1000
               add 1 to ws-num-contas
               move ws-num-contas to ws-idx
               move cpf-p to tc-cpf(ws-idx)
               move tipo-conta-p to tc-tipo-conta(ws-idx)
               move zeros to tc-saldo(ws-idx)
               move saldo-p to tc-saldo-razao(ws-idx)
               move 1 to tc-ult-dia(ws-idx)
               move zeros to tc-soma(ws-idx)
               move "N" to tc-viu(ws-idx)
           end-if.

       Localiza-Cpf.
           move "N" to ws-achou.
           perform varying ws-idx-cpf from 1 by 1
                   until ws-idx-cpf > ws-num-cpfs
               if rc-cpf(ws-idx-cpf) = ws-cpf
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               if ws-num-cpfs < 1000
                   add 1 to ws-num-cpfs
                   move ws-num-cpfs to ws-idx-cpf
                   initialize rc-linha(ws-idx-cpf)
                   move ws-cpf to rc-cpf(ws-idx-cpf)
                   move ws-agencia to rc-agencia(ws-idx-cpf)
                   move 5 to rc-segmento(ws-idx-cpf)
               else
                   move zeros to ws-idx-cpf
               end-if
           end-if.

      * O EXTRATO VEM EM ORDEM DE LANCAMENTO: ANTES DO MES SO ANDA O
      * SALDO; NO MES CADA TROCA DE DIA SOMA O SALDO DOS DIAS
      * PASSADOS; DEPOIS DO MES NAO INTERESSA
       Le-Extrato.
           read extrato next record
               at end
                   move "S" to ws-fim
               not at end
                   compute ws-data-linha = (2000 + le-ano) * 10000
                                         + le-mes * 100 + le-dia
                   if ws-data-linha not > ws-mes-fim
                       move le-saldo to le-saldo-n
                       perform Localiza-Conta
                       if ws-idx > zeros
                           perform Acompanha-Saldo
                       end-if
                       if ws-data-linha not < ws-mes-ini
                           perform Classifica-Receita
                       end-if
                   end-if
           end-read.

       Localiza-Conta.
           move "N" to ws-achou.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-contas
               if tc-cpf(ws-idx) = le-cpf
                       and tc-tipo-conta(ws-idx) = le-tipo-conta
                   move "S" to ws-achou
                   exit perform
               end-if
           end-perform.
           if ws-achou = "N"
               move le-cpf to cpf-p
               move le-tipo-conta to tipo-conta-p
               move zeros to saldo-p
               perform Localiza-Conta-Razao
               if ws-num-contas < ws-idx
                   move zeros to ws-idx
               end-if
           end-if.

       Acompanha-Saldo.
           move "S" to tc-viu(ws-idx).
           if ws-data-linha not < ws-mes-ini
               compute ws-dia = ws-data-linha - ws-mes-ini + 1
               if ws-dia > tc-ult-dia(ws-idx)
                   compute tc-soma(ws-idx) = tc-soma(ws-idx)
                       + tc-saldo(ws-idx)
                       * (ws-dia - tc-ult-dia(ws-idx))
                   move ws-dia to tc-ult-dia(ws-idx)
               end-if
           end-if.
           move le-saldo-n to tc-saldo(ws-idx).

       Classifica-Receita.
           move le-cpf to ws-cpf.
           move zeros to ws-agencia.
           perform Localiza-Cpf.
           if ws-idx-cpf = zeros
               exit paragraph
           end-if.
           move le-valor to ws-valor.
           evaluate true
               when le-tipo = "TARIFA"
                   add ws-valor to rc-valor(ws-idx-cpf 1)
               when le-tipo = "JUR-CHEESP"
                   add ws-valor to rc-valor(ws-idx-cpf 2)
               when le-tipo = "PARC-EMP"
                   add ws-valor to rc-parc-emp(ws-idx-cpf)
               when le-tipo = "TAR-DEVCHQ"
                   add ws-valor to rc-valor(ws-idx-cpf 4)
               when le-tipo(1:4) = "TAR-"
                   add ws-valor to rc-valor(ws-idx-cpf 5)
               when le-tipo = "REND-POUP"
                   add ws-valor to rc-valor(ws-idx-cpf 6)
               when other
                   continue
           end-evaluate.

      * FECHA O MES: O SALDO DO ULTIMO LANCAMENTO VALE ATE O ULTIMO
      * DIA; CONTA QUE NUNCA APARECEU NO EXTRATO FICA COM O SALDO DO
      * RAZAO O MES INTEIRO
       Fecha-Saldo-Medio.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-contas
               if tc-viu(ws-idx) = "N"
                   compute tc-soma(ws-idx) =
                       tc-saldo-razao(ws-idx) * ws-dias-mes
               else
                   compute tc-soma(ws-idx) = tc-soma(ws-idx)
                       + tc-saldo(ws-idx)
                       * (ws-dias-mes + 1 - tc-ult-dia(ws-idx))
               end-if
               move tc-cpf(ws-idx) to ws-cpf
               move zeros to ws-agencia
               perform Localiza-Cpf
               if ws-idx-cpf > zeros
                   compute rc-saldo-medio(ws-idx-cpf) rounded =
                       rc-saldo-medio(ws-idx-cpf)
                       + tc-soma(ws-idx) / ws-dias-mes
               end-if
           end-perform.

      * JURO DO CDB NO MES: UM DIA DE JURO POR DIA UTIL DENTRO DA
      * VIGENCIA, COMO O CdbDiario APROPRIA
       Le-Aplicacao.
           read aplicacoes next record
               at end
                   move "S" to ws-fim
               not at end
                   if ap-data-ini not > ws-mes-fim
                       and ap-data-vcto not < ws-mes-ini
                       move ap-cpf to ws-cpf
                       move zeros to ws-agencia
                       perform Localiza-Cpf
                       if ws-idx-cpf > zeros
                           perform Apropria-Cdb
                       end-if
                   end-if
           end-read.

       Apropria-Cdb.
           compute ws-juro-dia rounded =
               ap-principal * ap-taxa / 100 / 30.
           perform varying ws-dia from 1 by 1
                   until ws-dia > ws-dias-mes
               compute ws-data-dia = ws-mes-ini + ws-dia - 1
               if du-util(ws-dia) = "S"
                   and ws-data-dia not < ap-data-ini
                   and ws-data-dia not > ap-data-vcto
                   add ws-juro-dia to rc-valor(ws-idx-cpf 7)
               end-if
           end-perform.

       Le-Emprestimo.
           read emprestimos next record
               at end
                   move "S" to ws-fim
               not at end
                   move em-cpf to ws-cpf
                   move em-agencia to ws-agencia
                   perform Localiza-Cpf
                   if ws-idx-cpf > zeros
                       compute ws-total-parc =
                           em-parcelas * em-valor-parcela
                       add ws-total-parc to rc-emp-total(ws-idx-cpf)
                       if ws-total-parc > em-valor
                           compute rc-emp-juros(ws-idx-cpf) =
                               rc-emp-juros(ws-idx-cpf)
                               + ws-total-parc - em-valor
                       end-if
                   end-if
           end-read.

       Calcula-Resultado.
           perform varying ws-idx-cpf from 1 by 1
                   until ws-idx-cpf > ws-num-cpfs
               if rc-emp-total(ws-idx-cpf) > zeros
                   compute rc-valor(ws-idx-cpf 3) rounded =
                       rc-parc-emp(ws-idx-cpf)
                       * rc-emp-juros(ws-idx-cpf)
                       / rc-emp-total(ws-idx-cpf)
               end-if
               compute rc-valor(ws-idx-cpf 8) =
                   rc-valor(ws-idx-cpf 1) + rc-valor(ws-idx-cpf 2)
                   + rc-valor(ws-idx-cpf 3) + rc-valor(ws-idx-cpf 4)
                   + rc-valor(ws-idx-cpf 5) - rc-valor(ws-idx-cpf 6)
                   - rc-valor(ws-idx-cpf 7)
           end-perform.

      * SEGMENTO PELA FAIXA SALARIAL DA FICHA (SegmentaClientes)
       Le-Ficha.
           read cliente next record
               at end
                   move "S" to ws-fim
               not at end
                   perform varying ws-idx-cpf from 1 by 1
                           until ws-idx-cpf > ws-num-cpfs
                       if rc-cpf(ws-idx-cpf) = cpf-cli-p
                           evaluate true
                               when salario-cli-p < 1000
                                   move 1 to rc-segmento(ws-idx-cpf)
                               when salario-cli-p < 3000
                                   move 2 to rc-segmento(ws-idx-cpf)
                               when salario-cli-p < 5000
                                   move 3 to rc-segmento(ws-idx-cpf)
                               when other
                                   move 4 to rc-segmento(ws-idx-cpf)
                           end-evaluate
                           exit perform
                       end-if
                   end-perform
           end-read.

       Libera-Clientes.
           perform varying ws-idx-cpf from 1 by 1
                   until ws-idx-cpf > ws-num-cpfs
               move rc-agencia(ws-idx-cpf) to sr-agencia
               move rc-cpf(ws-idx-cpf) to sr-cpf
               move rc-segmento(ws-idx-cpf) to sr-segmento
               perform varying ws-col from 1 by 1 until ws-col > 8
                   move rc-valor(ws-idx-cpf ws-col) to sr-valor(ws-col)
               end-perform
               move rc-saldo-medio(ws-idx-cpf) to sr-saldo-medio
               release sr-rec
           end-perform.

       Gera-Detalhe.
           move "N" to ws-fim-sort.
           perform until ws-fim-sort = "S"
               return sort-file
                   at end
                       move "S" to ws-fim-sort
                   not at end
                       if ws-primeira = "S" and
                          sr-agencia not = ws-agencia-atual
                           perform Escreve-Subtotal
                       end-if
                       if sr-agencia not = ws-agencia-atual
                          or ws-primeira = "N"
                           move sr-agencia to ws-agencia-atual
                           initialize tt-linha(6)
                           move "S" to ws-primeira
                       end-if
                       perform Escreve-Detalhe
                       move 6 to ws-idx
                       perform Acumula-Total
                       move sr-segmento to ws-idx
                       perform Acumula-Total
                       move 7 to ws-idx
                       perform Acumula-Total
               end-return
           end-perform.
           if ws-primeira = "S"
               perform Escreve-Subtotal
           end-if.

       Escreve-Detalhe.
           move sr-cpf to ld-cpf.
           move sr-agencia to ld-agencia.
           move sr-segmento to ld-segmento.
           perform varying ws-col from 1 by 1 until ws-col > 8
               move sr-valor(ws-col) to ld-valor(ws-col)
           end-perform.
           move sr-saldo-medio to ld-saldo-medio.
           move linha-det to linha-rel.
           write linha-rel.

       Acumula-Total.
           add 1 to tt-cont(ws-idx).
           perform varying ws-col from 1 by 1 until ws-col > 8
               add sr-valor(ws-col) to tt-valor(ws-idx ws-col)
           end-perform.
           add sr-saldo-medio to tt-saldo-medio(ws-idx).

       Escreve-Total.
           perform varying ws-col from 1 by 1 until ws-col > 8
               move tt-valor(ws-idx ws-col) to lt-valor(ws-col)
           end-perform.
           move tt-saldo-medio(ws-idx) to lt-saldo-medio.
           move linha-tot to linha-rel.
           write linha-rel.

       Escreve-Subtotal.
           move ws-agencia-atual to ls-agencia.
           perform Busca-Nome-Agencia.
           move ws-nome-agencia to ls-nome.
           move tt-cont(6) to ls-cont.
           move linha-sub-cab to linha-rel.
           write linha-rel.
           move spaces to lt-rotulo.
           move 6 to ws-idx.
           perform Escreve-Total.

       Busca-Nome-Agencia.
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

       Gera-Segmentos.
           move spaces to linha-rel.
           write linha-rel.
           move "TOTAIS POR SEGMENTO" to linha-rel.
           write linha-rel.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               move ws-idx to lg-segmento
               move rs-rotulo(ws-idx) to lg-rotulo
               move tt-cont(ws-idx) to lg-cont
               move linha-seg-cab to linha-rel
               write linha-rel
               move spaces to lt-rotulo
               perform Escreve-Total
           end-perform.
           move spaces to linha-rel.
           write linha-rel.
           move tt-cont(7) to lg-cont-geral.
           move linha-total-cab to linha-rel.
           write linha-rel.
           move spaces to lt-rotulo.
           move 7 to ws-idx.
           perform Escreve-Total.

      * ORDEM DECRESCENTE DO RESULTADO: OS DEZ PRIMEIROS SAO OS MAIS
      * RENTAVEIS; OS DEZ ULTIMOS FICAM GUARDADOS EM RODIZIO
       Gera-Ranking.
           move spaces to linha-rel.
           write linha-rel.
           move linha-rank-cab1 to linha-rel.
           write linha-rel.
           move zeros to ws-posicao.
           move zeros to ws-num-piores.
           move "N" to ws-fim-sort.
           perform until ws-fim-sort = "S"
               return sort-file
                   at end
                       move "S" to ws-fim-sort
                   not at end
                       add 1 to ws-posicao
                       if ws-posicao not > 10
                           perform Escreve-Detalhe
                       end-if
                       if ws-num-piores < 10
                           add 1 to ws-num-piores
                       else
                           perform varying ws-idx from 1 by 1
                                   until ws-idx > 9
                               move tw-rec(ws-idx + 1) to tw-rec(ws-idx)
                           end-perform
                       end-if
                       move sr-rec to tw-rec(ws-num-piores)
               end-return
           end-perform.
           move ws-posicao to ws-total-ranking.
           move spaces to linha-rel.
           write linha-rel.
           move linha-rank-cab2 to linha-rel.
           write linha-rel.
           perform varying ws-idx from ws-num-piores by -1
                   until ws-idx < 1
               move tw-rec(ws-idx) to sr-rec
               perform Escreve-Detalhe
           end-perform.

       Finaliza.
           display "RELATORIO GERADO: RENTABILIDADE.TXT".
           display "CLIENTES: " ws-total-ranking.
           move ws-total-ranking to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           if ws-tem-agencias = "S"
               close agencias
           end-if.
           if arq-ok3 = "00"
               close aplicacoes
           end-if.
           if arq-ok4 = "00"
               close emprestimos
           end-if.
           if arq-ok5 = "00"
               close cliente
           end-if.
           close arq-banco.
           close extrato.
           close relatorio.
           stop run.

       end program RentabilidadeClientes.

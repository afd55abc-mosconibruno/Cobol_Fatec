       program-id. Emprestimo as "Emprestimo".

      * CONCESSAO DE EMPRESTIMO PESSOAL: CONFERE NA FICHA DO CLIENTE
      * (CLIENTE.DAT, A MESMA BASE DE NASCIMENTO E SALARIO USADA NA
      * ANALISE DE LIMITES) SE A IDADE NA DATA DE PROCESSAMENTO ESTA
      * ENTRE 18 E 75 ANOS E SE A PARCELA CABE EM 30% DO SALARIO. O
      * CONTRATO VAI PARA
      * emprestimos.dat COM O PLANO DE PARCELAS FIXAS MENSAIS (JURO
      * SIMPLES SOBRE O PRAZO), O PLANO E IMPRESSO EM
      * contrato-emp.txt E O VALOR E LIBERADO NA CONTA arqbc.dat COM
          02 cpf-cli-p pic 9(11).
          02 agencia-cli-p pic 9(5).
          02 conta-corrente-cli-p pic x(10).
          02 filler pic 9(3).
          02 sexo-cli-p pic x(01).
          02 saldo-cli-p pic 9(5)v99.
          02 deposito-cli-p pic 9(5)v99.
          02 limite-cli-p pic 9(5)v99.
          02 responsavel-nome-p pic x(30).
          02 responsavel-cpf-p pic 9(11).
          02 nascimento-cli-p pic 9(8).

       fd  arq-banco label record standard
           data record is reg-arqbc
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd contrato label record standard
           data record is linha-contrato
       01 ws-total-devido pic 9(8)v99 value zeros.
       01 ws-parcela pic 9(7)v99 value zeros.
       01 ws-parcela-max pic 9(7)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-idx pic 9(2) value zeros.
       01 ws-gravado pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-idade pic 9(3) value zeros.
       01 ws-idade-ok pic x value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
                       "EMPRESTIMO NEGADO"
               perform Encerra
           end-if.
      * IDADE NA DATA DE PROCESSAMENTO, PELO NASCIMENTO DA FICHA
           call "CalculaIdade" using nascimento-cli-p ws-hoje ws-idade
                                     ws-idade-ok.
           if ws-idade-ok not = "S"
               display "FICHA SEM DATA DE NASCIMENTO - EMPRESTIMO "
                       "NEGADO"
               perform Encerra
           end-if.
           if ws-idade < 18 or ws-idade > 75
               display "IDADE FORA DA POLITICA (18 A 75)"
               perform Encerra
           end-if.
           display "CLIENTE: " nome-p " IDADE: " ws-idade
                   " SALARIO: " salario-cli-p.
           display "VALOR DO EMPRESTIMO: ".
           accept ws-valor.
                       " ACIMA DE 30% DO SALARIO - NEGADO"
               perform Encerra
           end-if.
      * CREDITO QUE ESTOURA O CAMPO DE SALDO E RECUSADO, NUNCA
      * TRUNCADO
           compute ws-saldo-novo = saldo-p + ws-valor.
           if ws-saldo-novo > 999999999,99
               display "SALDO ULTRAPASSARIA O LIMITE DO CAMPO - "
                       "EMPRESTIMO NEGADO"
               perform Encerra
           end-if.
           add ws-valor to saldo-p.
           rewrite reg-arqbc
               invalid key

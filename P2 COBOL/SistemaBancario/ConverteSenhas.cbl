       program-id. ConverteSenhas as "ConverteSenhas".

      * CONVERSAO UNICA DO CADASTRO funcionarios.txt PARA SENHA COM
      * SAL E RESUMO: A SENHA ANTIGA, GRAVADA ABERTA NA POSICAO QUE
      * HOJE E O SAL, VIRA O RESUMO (ROTINA HashSenha) COM UM SAL
      * SORTEADO, E O FUNCIONARIO FICA MARCADO PARA TROCAR A SENHA NO
      * PROXIMO LOGIN. REGISTRO QUE JA TEM RESUMO NAO E TOCADO, ENTAO
      * RODAR DE NOVO NAO ESTRAGA NADA. CADA CONVERSAO VAI PARA
      * auditoria.txt (SEM A SENHA).
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select func-file assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok-func.

       data division.
       file section.
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
       01 arq-ok-func pic x(2).
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
       01 ws-fim pic x value "N".
       01 ws-confirma pic x value space.
       01 ws-num-func pic 9(2) value zeros.
       01 ws-idx pic 9(2) value zeros.
       01 ws-convertidos pic 9(2) value zeros.
       01 ws-ja-convertidos pic 9(2) value zeros.
       01 ws-senha-antiga pic x(8) value spaces.
       01 tabela-funcionarios.
           02 tf-linha occurs 50 times.
               03 tf-reg pic x(70).
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
           end-if.
           display "CONVERSAO DAS SENHAS DE funcionarios.txt".
           display "TODOS OS FUNCIONARIOS TROCARAO A SENHA NO PROXIMO "
                   "LOGIN. CONFIRMA (S/N)? ".
           accept ws-confirma.
           if ws-confirma not = "S" and ws-confirma not = "s"
               display "CONVERSAO CANCELADA"
               stop run
           end-if.
           perform Carrega-Funcionarios.
           if ws-num-func = zeros
               display "CADASTRO DE FUNCIONARIOS AUSENTE OU VAZIO"
               stop run
           end-if.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-func
               perform Converte-Funcionario
           end-perform.
           if ws-convertidos > zeros
               perform Regrava-Funcionarios
           end-if.
           move spaces to ws-senha-antiga.
           display "SENHAS CONVERTIDAS: " ws-convertidos
                   "  JA CONVERTIDAS: " ws-ja-convertidos.
           stop run.

      * LINHA GRAVADA NO FORMATO ANTIGO E MAIS CURTA: O RESUMO CHEGA
      * EM BRANCO E A POSICAO DO SAL TRAZ A SENHA ABERTA
       Converte-Funcionario.
           move tf-reg(ws-idx) to reg-func.
           if func-hash not = spaces
               add 1 to ws-ja-convertidos
               exit paragraph
           end-if.
           move func-sal to ws-senha-antiga.
           move spaces to func-sal.
           call "HashSenha" using cod-func func-sal ws-senha-antiga
                                  func-hash.
           move "S" to func-troca.
           move reg-func to tf-reg(ws-idx).
           add 1 to ws-convertidos.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move cod-func to la-func.
           move nome-func to la-nome-func.
           move zeros to la-cpf.
           move "CONVSENHA" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.

      * A REGRAVACAO E DO ARQUIVO INTEIRO: ACIMA DE 50 FUNCIONARIOS A
      * CONVERSAO NAO RODA, PARA NAO PERDER LINHAS
       Carrega-Funcionarios.
           move zeros to ws-num-func.
           move "N" to ws-fim.
           open input func-file.
           if arq-ok-func not = "00"
               exit paragraph
           end-if.
           perform until ws-fim = "S"
               read func-file
                   at end
                       move "S" to ws-fim
                   not at end
                       if ws-num-func >= 50
                           display "CADASTRO COM MAIS DE 50 "
                                   "FUNCIONARIOS - CONVERSAO ABORTADA,"
                                   " ARQUIVO INALTERADO"
                           close func-file
                           stop run
                       end-if
                       add 1 to ws-num-func
                       move reg-func to tf-reg(ws-num-func)
               end-read
           end-perform.
           close func-file.

       Regrava-Funcionarios.
           open output func-file.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-func
               move tf-reg(ws-idx) to reg-func
               write reg-func
           end-perform.
           close func-file.

       end program ConverteSenhas.

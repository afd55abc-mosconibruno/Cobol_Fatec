       program-id. TrocaSenha as "TrocaSenha".

      * ROTINA COMUM DE TROCA DE SENHA PARA OS LOGINS QUE LEEM
      * funcionarios.txt SEM TABELA PROPRIA (CONSOLE, UTILITARIOS DO
      * BANCO, VISAO DO CLIENTE): RECEBE O CODIGO E A SENHA NOVA JA
      * CONFIRMADA, SORTEIA UM SAL NOVO, GRAVA O RESUMO (HashSenha),
      * LIMPA A MARCA DE TROCA E AS FALHAS E DATA A SENHA. O ARQUIVO
      * E REGRAVADO INTEIRO, COMO NO SISTEMA BANCARIO E NO AdminFunc.
      * RESULTADO: "S" TROCADA, "N" SENHA EM BRANCO, "I" IGUAL A
      * ANTERIOR, "E" CADASTRO AUSENTE, CHEIO OU CODIGO NAO ACHADO.
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
       01 ws-fim pic x value "N".
       01 ws-estouro pic x value "N".
       01 ws-num-func pic 9(2) value zeros.
       01 ws-idx pic 9(2) value zeros.
       01 ws-achado pic 9(2) value zeros.
       01 ws-hash pic x(16) value spaces.
       01 tabela-funcionarios.
           02 tf-linha occurs 50 times.
               03 tf-reg pic x(70).

       linkage section.
       01 ts-cod      pic 9(4).
       01 ts-senha    pic x(8).
       01 ts-resultado pic x(1).

       procedure division using ts-cod ts-senha ts-resultado.
       Troca-Inicio.
           move "E" to ts-resultado.
           if ts-senha = spaces
               move "N" to ts-resultado
               goback
           end-if.
           perform Carrega-Funcionarios.
           if ws-estouro = "S" or ws-achado = zeros
               goback
           end-if.
           move tf-reg(ws-achado) to reg-func.
           call "HashSenha" using cod-func func-sal ts-senha ws-hash.
           if ws-hash = func-hash
               move "I" to ts-resultado
               move spaces to ws-hash
               goback
           end-if.
           move spaces to func-sal.
           call "HashSenha" using cod-func func-sal ts-senha func-hash.
           move "N" to func-troca.
           move zeros to func-falhas.
           move function current-date(1:8) to func-senha-data.
           move reg-func to tf-reg(ws-achado).
           perform Regrava-Funcionarios.
           move spaces to ws-hash.
           move "S" to ts-resultado.
           goback.

       Carrega-Funcionarios.
           move zeros to ws-num-func.
           move zeros to ws-achado.
           move "N" to ws-estouro.
           move "N" to ws-fim.
           open input func-file.
           if arq-ok-func not = "00"
               move "S" to ws-estouro
               exit paragraph
           end-if.
           perform until ws-fim = "S"
               read func-file
                   at end
                       move "S" to ws-fim
                   not at end
                       if ws-num-func >= 50
                           move "S" to ws-estouro
                       else
                           add 1 to ws-num-func
                           move reg-func to tf-reg(ws-num-func)
                           if cod-func = ts-cod
                               move ws-num-func to ws-achado
                           end-if
                       end-if
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

       end program TrocaSenha.

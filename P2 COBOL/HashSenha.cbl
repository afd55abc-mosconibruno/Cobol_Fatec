       program-id. HashSenha as "HashSenha".

      * ROTINA COMUM DE SENHA DOS FUNCIONARIOS: DEVOLVE O RESUMO
      * (16 CARACTERES HEXADECIMAIS) DA SENHA INFORMADA, CALCULADO SO
      * EM UM SENTIDO SOBRE SAL + CODIGO DO FUNCIONARIO + SENHA, COM
      * 1000 VOLTAS PARA ENCARECER TENTATIVAS EM MASSA. O CADASTRO
      * funcionarios.txt GUARDA SO O SAL E O RESUMO; QUEM FAZ LOGIN
      * CHAMA A ROTINA COM O SAL GRAVADO E COMPARA OS RESUMOS. SAL EM
      * BRANCO NA ENTRADA PEDE UM SAL NOVO, SORTEADO AQUI E DEVOLVIDO
      * NO PROPRIO CAMPO (USO NA TROCA OU NA INCLUSAO DE SENHA).
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

       data division.
       working-storage section.
       01 ws-chave.
           02 ws-ch-sal   pic x(8).
           02 ws-ch-cod   pic 9(4).
           02 ws-ch-senha pic x(8).
       01 ws-h1 pic 9(18) value zeros.
       01 ws-h2 pic 9(18) value zeros.
       01 ws-c pic 9(3) value zeros.
       01 ws-d pic 9(2) value zeros.
       01 ws-i pic 9(2) value zeros.
       01 ws-volta pic 9(4) value zeros.
       01 ws-voltas pic 9(4) value 1000.
       01 ws-hexa pic x(16) value "0123456789ABCDEF".
       01 ws-semeado pic x value "N".
       01 ws-semente pic 9(9) value zeros.
       01 ws-hora pic 9(8) value zeros.
       01 ws-sorteio pic 9(2) value zeros.

       linkage section.
       01 hs-cod   pic 9(4).
       01 hs-sal   pic x(8).
       01 hs-senha pic x(8).
       01 hs-hash  pic x(16).

       procedure division using hs-cod hs-sal hs-senha hs-hash.
       Hash-Inicio.
           if hs-sal = spaces
               perform Sorteia-Sal
           end-if.
           move hs-sal to ws-ch-sal.
           move hs-cod to ws-ch-cod.
           move hs-senha to ws-ch-senha.
           move 2166136261 to ws-h1.
           move 5381 to ws-h2.
           perform varying ws-volta from 1 by 1
                   until ws-volta > ws-voltas
               perform Mistura-Chave
           end-perform.
           move spaces to hs-hash.
           perform varying ws-i from 8 by -1 until ws-i < 1
               compute ws-d = function mod (ws-h1, 16)
               move ws-hexa(ws-d + 1:1) to hs-hash(ws-i:1)
               divide ws-h1 by 16 giving ws-h1
               compute ws-d = function mod (ws-h2, 16)
               move ws-hexa(ws-d + 1:1) to hs-hash(ws-i + 8:1)
               divide ws-h2 by 16 giving ws-h2
           end-perform.
           move low-values to ws-chave.
           goback.

      * OS DOIS ACUMULADORES FICAM ABAIXO DE 2**32 (MODULO PRIMO), O
      * QUE MANTEM TODA CONTA DENTRO DE 18 DIGITOS
       Mistura-Chave.
           perform varying ws-i from 1 by 1 until ws-i > 20
               compute ws-c = function ord (ws-chave(ws-i:1))
               compute ws-h1 = function mod
                   (ws-h1 * 16777619 + ws-c + ws-volta, 4294967291)
               compute ws-h2 = function mod
                   (ws-h2 * 33 + ws-c * 131 + ws-h1, 4294967279)
           end-perform.

      * A PRIMEIRA CHAMADA SEMEIA O SORTEIO COM A HORA E O CODIGO;
      * AS SEGUINTES CONTINUAM A MESMA SEQUENCIA, ENTAO DUAS TROCAS NO
      * MESMO INSTANTE (CONVERSAO DO CADASTRO) NAO REPETEM O SAL
       Sorteia-Sal.
           if ws-semeado not = "S"
               move function current-date(9:8) to ws-hora
               compute ws-semente = function mod
                   (ws-hora * 7 + hs-cod * 7919, 999999937)
               compute ws-sorteio = function random (ws-semente) * 16
               move "S" to ws-semeado
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > 8
               compute ws-sorteio = function random * 16
               move ws-hexa(ws-sorteio + 1:1) to hs-sal(ws-i:1)
           end-perform.

       end program HashSenha.

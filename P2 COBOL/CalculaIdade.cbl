       program-id. CalculaIdade as "CalculaIdade".

      * ROTINA COMUM DE IDADE DO CLIENTE: RECEBE A DATA DE NASCIMENTO
      * (AAAAMMDD, COMO FICA EM CLIENTE.DAT) E A DATA DE REFERENCIA E
      * DEVOLVE A IDADE EM ANOS COMPLETOS NAQUELA DATA. REFERENCIA EM
      * ZEROS VALE A DATA DE PROCESSAMENTO: O DIA ABERTO EM
      * datamov.txt (ROTINA DataMovimento) OU, SEM DIA ABERTO, O
      * RELOGIO. RESULTADO "S" IDADE CALCULADA; "N" NASCIMENTO
      * AUSENTE, DATA INEXISTENTE OU POSTERIOR A REFERENCIA (IDADE EM
      * ZEROS). QUEM RECEBE A DATA DIGITADA USA A MESMA ROTINA PARA
      * CRITICAR O NASCIMENTO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

       data division.
       working-storage section.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 ws-referencia pic 9(8) value zeros.
       01 ws-nascimento.
           02 ws-nasc-ano pic 9(4).
           02 ws-nasc-mes pic 9(2).
           02 ws-nasc-dia pic 9(2).
       01 ws-ref.
           02 ws-ref-ano pic 9(4).
           02 ws-ref-mes pic 9(2).
           02 ws-ref-dia pic 9(2).
       01 ws-ultimo-dia pic 9(2) value zeros.
       01 ws-resto4 pic 9(3) value zeros.
       01 ws-resto100 pic 9(3) value zeros.
       01 ws-resto400 pic 9(3) value zeros.
       01 ws-quociente pic 9(4) value zeros.
       01 dias-do-mes.
           02 filler pic x(24) value "312831303130313130313031".
       01 filler redefines dias-do-mes.
           02 ws-dias-mes pic 9(2) occurs 12 times.

       linkage section.
       01 ci-nascimento pic 9(8).
       01 ci-referencia pic 9(8).
       01 ci-idade      pic 9(3).
       01 ci-resultado  pic x(1).

       procedure division using ci-nascimento ci-referencia ci-idade
                                ci-resultado.
       Idade-Inicio.
           move zeros to ci-idade.
           move "N" to ci-resultado.
           if ci-nascimento not numeric or ci-nascimento = zeros
               goback
           end-if.
           move ci-nascimento to ws-nascimento.
           if ws-nasc-ano < 1850
               or ws-nasc-mes < 1 or ws-nasc-mes > 12
               or ws-nasc-dia < 1
               goback
           end-if.
           move ws-dias-mes(ws-nasc-mes) to ws-ultimo-dia.
           if ws-nasc-mes = 2
               perform Verifica-Bissexto
           end-if.
           if ws-nasc-dia > ws-ultimo-dia
               goback
           end-if.
           if ci-referencia numeric and ci-referencia not = zeros
               move ci-referencia to ws-referencia
           else
               call "DataMovimento" using dmv-data dmv-resultado
               if dmv-resultado = "S"
                   move dmv-data to ws-referencia
               else
                   move function current-date(1:8) to ws-referencia
               end-if
           end-if.
           if ci-nascimento > ws-referencia
               goback
           end-if.
           move ws-referencia to ws-ref.
           compute ci-idade = ws-ref-ano - ws-nasc-ano.
           if ws-ref-mes < ws-nasc-mes
               or (ws-ref-mes = ws-nasc-mes
                   and ws-ref-dia < ws-nasc-dia)
               subtract 1 from ci-idade
           end-if.
           move "S" to ci-resultado.
           goback.

      * NASCIDO EM 29/02 SO E ACEITO EM ANO BISSEXTO; NOS OUTROS ANOS
      * O ANIVERSARIO CAI EM 01/03 PELA COMPARACAO DE MES E DIA
       Verifica-Bissexto.
           divide ws-nasc-ano by 4 giving ws-quociente
               remainder ws-resto4.
           divide ws-nasc-ano by 100 giving ws-quociente
               remainder ws-resto100.
           divide ws-nasc-ano by 400 giving ws-quociente
               remainder ws-resto400.
           if ws-resto400 = zeros
               or (ws-resto4 = zeros and ws-resto100 not = zeros)
               move 29 to ws-ultimo-dia
           end-if.

       end program CalculaIdade.

       program-id. EquacaoLista as "EquacaoLista".

      * GERADOR DE LISTA DE EXERCICIOS DA EQUACAO DO 2o GRAU: SORTEIA
      * UMA LISTA NUMERADA DE EQUACOES COM A CARACTERISTICA ESCOLHIDA
      * (DUAS RAIZES REAIS, RAIZ DUPLA, SEM RAIZ REAL, RAIZES
      * INTEIRAS OU MISTA), COM OU SEM COEFICIENTES NEGATIVOS, PARA
      * UMA DISCIPLINA DE DISCIP.DAT. IMPRIME A FOLHA DO ALUNO EM
      * EQLISTA.TXT E O GABARITO COM DELTA E RAIZES EM EQGABAR.TXT,
      * PELO MESMO CALCULO DO EQUACAOLOTE. CADA LISTA FICA GRAVADA EM
      * LISTAEQ.DAT (REGISTRO 000 = CABECALHO, DEMAIS = EQUACOES) E
      * PODE SER REIMPRESSA PELO NUMERO.
       environment division.
       configuration section.

       input-output section.
       file-control.
           select disciplinas assign to disk
           organization indexed
           access mode dynamic
           record key ds-codigo
           file status arqst-dis.

           select lista-eq assign to disk
           organization indexed
           access mode dynamic
           record key lq-chave
           file status arqst-lis.

           select folha assign to disk
           organization line sequential
           file status arqst-fol.

           select gabarito assign to disk
           organization line sequential
           file status arqst-gab.

       data division.
       file section.
       fd  disciplinas label record standard
               data record is reg-disc
               value of file-id is "DISCIP.DAT".
          01 reg-disc.
              02 ds-codigo pic x(10).
              02 ds-nome   pic x(30).

       fd  lista-eq label record standard
               data record is reg-lista
               value of file-id is "LISTAEQ.DAT".
          01 reg-lista.
              02 lq-chave.
                  03 lq-lista pic 9(05).
                  03 lq-seq   pic 9(03).
              02 lq-dados pic x(40).
              02 lq-cab redefines lq-dados.
                  03 lq-data      pic 9(08).
                  03 lq-disc      pic x(10).
                  03 lq-tipo      pic x(01).
                  03 lq-negativos pic x(01).
                  03 lq-qtd       pic 9(03).
                  03 filler       pic x(17).
              02 lq-item redefines lq-dados.
                  03 lq-a pic S9(3)V99.
                  03 lq-b pic S9(3)V99.
                  03 lq-c pic S9(3)V99.
                  03 filler pic x(25).

       fd  folha label record standard
               data record is linha-fol
               value of file-id is "EQLISTA.TXT".
          01 linha-fol pic x(100).

       fd  gabarito label record standard
               data record is linha-gab
               value of file-id is "EQGABAR.TXT".
          01 linha-gab pic x(100).

       working-storage section.
           01 arqst-dis pic x(02).
           01 arqst-lis pic x(02).
           01 arqst-fol pic x(02).
           01 arqst-gab pic x(02).
           01 ws-modo pic x(01) value spaces.
               88 modo-gerar      value "G" "g".
               88 modo-reimprimir value "R" "r".
           01 ws-tipo pic x(01) value spaces.
               88 tipo-duas       value "D".
               88 tipo-dupla      value "U".
               88 tipo-nenhuma    value "N".
               88 tipo-inteiras   value "I".
               88 tipo-mista      value "M".
               88 tipo-valido     value "D" "U" "N" "I" "M".
           01 ws-tipo-eq pic x(01) value spaces.
           01 ws-negativos pic x(01) value "N".
           01 ws-tem-raiz pic x(01) value spaces.
               88 sem-raiz     value "N".
               88 raiz-unica   value "U".
               88 duas-raizes  value "D".
           01 ws-fim pic x(01) value "N".
           01 ws-aceita pic x(01) value "N".
           01 ws-disc pic x(10) value spaces.
           01 ws-nome-disc pic x(30) value spaces.
           01 ws-qtd pic 9(03) value zeros.
           01 ws-lista pic 9(05) value zeros.
           01 ws-num pic 9(03) value zeros.
           01 ws-tentativas pic 9(04) value zeros.
           01 ws-data pic 9(08) value zeros.
           01 ws-hora pic 9(08) value zeros.
           01 ws-rnd pic 9V9(09) value zeros.
           01 ws-min pic S9(03) value zeros.
           01 ws-max pic S9(03) value zeros.
           01 ws-sorteio pic S9(03) value zeros.
           01 ws-r1 pic S9(03) value zeros.
           01 ws-r2 pic S9(03) value zeros.
           01 ws-pos pic 9(03) value zeros.
           01 ws-sinal pic x(01) value spaces.
           01 ws-abs pic 9(03) value zeros.
           01 ws-abs-e pic zz9.
           01 ws-num-e pic zz9.
           01 equacao.
               02 a pic S9(3)V99.
               02 b pic S9(3)V99.
               02 c pic S9(3)V99.
               02 d pic S9(7)V9999.
               02 x1 pic S9(3)V99.
               02 x2 pic S9(3)V99.
           01 equacao-editada.
               02 a-e pic -999.99.
               02 b-e pic -999.99.
               02 c-e pic -999.99.
               02 d-e pic -9999999.9999.
               02 x1-e pic -999.99.
               02 x2-e pic -999.99.
           01 ws-desc-tipo pic x(24) value spaces.

       procedure division.
       Inicio.
           accept ws-data from date yyyymmdd.
           accept ws-hora from time.
           compute ws-rnd = function random(ws-hora).
           open input disciplinas.
           if arqst-dis not = "00"
               display "CADASTRO DE DISCIPLINAS AUSENTE"
               stop run
           end-if.
           open i-o lista-eq.
           if arqst-lis not = "00"
               open output lista-eq
               close lista-eq
               open i-o lista-eq
           end-if.
           display "LISTA DE EXERCICIOS - EQUACAO DO 2o GRAU".
           display "MODO (G-GERAR NOVA / R-REIMPRIMIR): ".
           accept ws-modo.
           evaluate true
               when modo-gerar
                   Perform Gera-Lista
               when modo-reimprimir
                   Perform Reimprime-Lista
               when other
                   display "OPCAO INVALIDA"
           end-evaluate.
           close disciplinas.
           close lista-eq.
           stop run.

       Entra-Disciplina.
           display "CODIGO DA DISCIPLINA: ".
           accept ws-disc.
           move ws-disc to ds-codigo.
           read disciplinas
               invalid key
                   move spaces to ws-disc
                   display "DISCIPLINA NAO CADASTRADA"
               not invalid key
                   move ds-nome to ws-nome-disc
                   display "DISCIPLINA: " ds-nome
           end-read.

       Gera-Lista.
           Perform Entra-Disciplina.
           if ws-disc = spaces
               exit paragraph
           end-if.
           display "TIPO (D-DUAS RAIZES REAIS / U-RAIZ DUPLA / "
                   "N-SEM RAIZ REAL / I-RAIZES INTEIRAS / M-MISTA): ".
           accept ws-tipo.
           move function upper-case(ws-tipo) to ws-tipo.
           if not tipo-valido
               display "TIPO INVALIDO"
               exit paragraph
           end-if.
           display "PERMITE COEFICIENTES NEGATIVOS (S/N): ".
           accept ws-negativos.
           if ws-negativos = "s"
               move "S" to ws-negativos
           end-if.
           if ws-negativos not = "S"
               move "N" to ws-negativos
           end-if.
           display "QUANTIDADE DE EQUACOES (1 A 50): ".
           accept ws-qtd.
           if ws-qtd = 0 or ws-qtd > 50
               display "QUANTIDADE INVALIDA"
               exit paragraph
           end-if.
           Perform Acha-Proxima-Lista.
           move ws-lista to lq-lista.
           move 0 to lq-seq.
           move spaces to lq-dados.
           move ws-data to lq-data.
           move ws-disc to lq-disc.
           move ws-tipo to lq-tipo.
           move ws-negativos to lq-negativos.
           move ws-qtd to lq-qtd.
           write reg-lista
               invalid key
                   display "ERRO AO GRAVAR A LISTA"
                   exit paragraph
           end-write.
           Perform Sorteia-Equacao
               varying ws-num from 1 by 1 until ws-num > ws-qtd.
           display "LISTA NUMERO " ws-lista " GRAVADA".
           Perform Imprime-Lista.

       Acha-Proxima-Lista.
           move 0 to ws-lista.
           move low-values to lq-chave.
           start lista-eq key is greater than lq-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           Perform Le-Ultima-Lista until ws-fim = "S".
           add 1 to ws-lista.

       Le-Ultima-Lista.
           read lista-eq next record
               at end
                   move "S" to ws-fim
               not at end
                   move lq-lista to ws-lista
           end-read.

      * NA LISTA MISTA OS TIPOS SE ALTERNAM: DUAS RAIZES, RAIZ DUPLA,
      * SEM RAIZ REAL E RAIZES INTEIRAS
       Sorteia-Equacao.
           if tipo-mista
               evaluate function mod(ws-num, 4)
                   when 1 move "D" to ws-tipo-eq
                   when 2 move "U" to ws-tipo-eq
                   when 3 move "N" to ws-tipo-eq
                   when other move "I" to ws-tipo-eq
               end-evaluate
           else
               move ws-tipo to ws-tipo-eq
           end-if.
           move "N" to ws-aceita.
           move 0 to ws-tentativas.
           Perform Sorteia-Candidata
               until ws-aceita = "S" or ws-tentativas > 999.
           move ws-lista to lq-lista.
           move ws-num to lq-seq.
           move spaces to lq-dados.
           move a to lq-a.
           move b to lq-b.
           move c to lq-c.
           write reg-lista
               invalid key
                   display "ERRO AO GRAVAR A EQUACAO " ws-num
           end-write.

      * RAIZ DUPLA E RAIZES INTEIRAS SAEM DAS RAIZES SORTEADAS
      * (A(X-R1)(X-R2)); AS DEMAIS SORTEIAM A, B E C ATE O DELTA TER O
      * SINAL PEDIDO. SEM NEGATIVOS, A, B E C FICAM >= 0
       Sorteia-Candidata.
           add 1 to ws-tentativas.
           if ws-negativos = "S"
               move -5 to ws-min
           else
               move 1 to ws-min
           end-if.
           move 5 to ws-max.
           Perform Sorteia-Inteiro.
           if ws-sorteio = 0
               exit paragraph
           end-if.
           move ws-sorteio to a.
           evaluate ws-tipo-eq
               when "U"
                   move -9 to ws-min
                   move 9 to ws-max
                   Perform Sorteia-Inteiro
                   move ws-sorteio to ws-r1
                   compute b = -2 * a * ws-r1
                   compute c = a * ws-r1 * ws-r1
               when "I"
                   move -9 to ws-min
                   move 9 to ws-max
                   Perform Sorteia-Inteiro
                   move ws-sorteio to ws-r1
                   Perform Sorteia-Inteiro
                   move ws-sorteio to ws-r2
                   if ws-r1 = ws-r2
                       exit paragraph
                   end-if
                   compute b = -1 * a * (ws-r1 + ws-r2)
                   compute c = a * ws-r1 * ws-r2
               when other
                   if ws-negativos = "S"
                       move -20 to ws-min
                   else
                       move 0 to ws-min
                   end-if
                   move 20 to ws-max
                   Perform Sorteia-Inteiro
                   move ws-sorteio to b
                   Perform Sorteia-Inteiro
                   move ws-sorteio to c
           end-evaluate.
           if ws-negativos = "N"
               and (b < 0 or c < 0)
               exit paragraph
           end-if.
           Perform Calcula-Delta.
           evaluate ws-tipo-eq
               when "D"
                   if d > 0
                       move "S" to ws-aceita
                   end-if
               when "N"
                   if d < 0
                       move "S" to ws-aceita
                   end-if
               when other
                   move "S" to ws-aceita
           end-evaluate.

       Sorteia-Inteiro.
           compute ws-rnd = function random.
           compute ws-sorteio = ws-min
               + function integer(ws-rnd * (ws-max - ws-min + 1)).

       Reimprime-Lista.
           display "NUMERO DA LISTA: ".
           accept ws-lista.
           move ws-lista to lq-lista.
           move 0 to lq-seq.
           read lista-eq
               invalid key
                   display "LISTA NAO ENCONTRADA"
                   exit paragraph
           end-read.
           move lq-disc to ws-disc.
           move lq-tipo to ws-tipo.
           move lq-negativos to ws-negativos.
           move lq-qtd to ws-qtd.
           move ws-disc to ds-codigo.
           read disciplinas
               invalid key
                   move spaces to ws-nome-disc
               not invalid key
                   move ds-nome to ws-nome-disc
           end-read.
           Perform Imprime-Lista.

      * FOLHA DO ALUNO E GABARITO SAEM DAS EQUACOES GRAVADAS, TANTO NA
      * GERACAO QUANTO NA REIMPRESSAO
       Imprime-Lista.
           open output folha.
           open output gabarito.
           evaluate true
               when tipo-duas
                   move "DUAS RAIZES REAIS" to ws-desc-tipo
               when tipo-dupla
                   move "RAIZ DUPLA" to ws-desc-tipo
               when tipo-nenhuma
                   move "SEM RAIZ REAL" to ws-desc-tipo
               when tipo-inteiras
                   move "RAIZES INTEIRAS" to ws-desc-tipo
               when other
                   move "MISTA" to ws-desc-tipo
           end-evaluate.
           move spaces to linha-fol.
           string "LISTA DE EXERCICIOS " ws-lista
                  " - EQUACAO DO 2o GRAU - " ws-desc-tipo
                  delimited by size into linha-fol.
           write linha-fol.
           move spaces to linha-fol.
           string "DISCIPLINA: " ws-disc " " ws-nome-disc
                  delimited by size into linha-fol.
           write linha-fol.
           move spaces to linha-fol.
           string "ALUNO: ______________________________  "
                  "DATA: ___/___/______"
                  delimited by size into linha-fol.
           write linha-fol.
           move spaces to linha-fol.
           write linha-fol.
           move "RESOLVA AS EQUACOES (DELTA E RAIZES REAIS):"
               to linha-fol.
           write linha-fol.
           move spaces to linha-fol.
           write linha-fol.
           move spaces to linha-gab.
           string "GABARITO DA LISTA " ws-lista
                  " - DISCIPLINA " ws-disc
                  delimited by size into linha-gab.
           write linha-gab.
           move spaces to linha-gab.
           write linha-gab.
           move ws-lista to lq-lista.
           move 0 to lq-seq.
           start lista-eq key is greater than lq-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           Perform Imprime-Equacao until ws-fim = "S".
           close folha.
           close gabarito.
           display "FOLHA DO ALUNO: EQLISTA.TXT".
           display "GABARITO: EQGABAR.TXT".

       Imprime-Equacao.
           read lista-eq next record
               at end
                   move "S" to ws-fim
               not at end
                   if lq-lista not = ws-lista
                       move "S" to ws-fim
                   else
                       move lq-a to a
                       move lq-b to b
                       move lq-c to c
                       Perform Escreve-Folha
                       Perform Calcula-Delta
                       Perform Calcula-x
                       Perform Escreve-Gabarito
                   end-if
           end-read.

      * A EQUACAO SAI NA FORMA AX^2 + BX + C = 0, SEM OS TERMOS NULOS
       Escreve-Folha.
           move spaces to linha-fol.
           move 1 to ws-pos.
           move lq-seq to ws-num-e.
           string ws-num-e ")  " delimited by size
               into linha-fol with pointer ws-pos.
           if a < 0
               string "-" delimited by size
                   into linha-fol with pointer ws-pos
           end-if.
           move function abs(a) to ws-abs.
           if ws-abs not = 1
               move ws-abs to ws-abs-e
               string function trim(ws-abs-e) delimited by size
                   into linha-fol with pointer ws-pos
           end-if.
           string "X^2" delimited by size
               into linha-fol with pointer ws-pos.
           if b not = 0
               Perform Monta-Sinal
               move function abs(b) to ws-abs
               string " " ws-sinal " " delimited by size
                   into linha-fol with pointer ws-pos
               if ws-abs not = 1
                   move ws-abs to ws-abs-e
                   string function trim(ws-abs-e) delimited by size
                       into linha-fol with pointer ws-pos
               end-if
               string "X" delimited by size
                   into linha-fol with pointer ws-pos
           end-if.
           if c not = 0
               if c < 0
                   move "-" to ws-sinal
               else
                   move "+" to ws-sinal
               end-if
               move function abs(c) to ws-abs
               move ws-abs to ws-abs-e
               string " " ws-sinal " " function trim(ws-abs-e)
                   delimited by size
                   into linha-fol with pointer ws-pos
           end-if.
           string " = 0" delimited by size
               into linha-fol with pointer ws-pos.
           write linha-fol.
           move spaces to linha-fol.
           write linha-fol.

       Monta-Sinal.
           if b < 0
               move "-" to ws-sinal
           else
               move "+" to ws-sinal
           end-if.

       Calcula-Delta.
           compute d =  b*b - 4*a*c.
           move d to d-e.

       Calcula-x.
           if d < 0
               move "N" to ws-tem-raiz
           else
               if d = 0
                   compute x1 = -b /(2*a)
                   move x1 to x1-e
                   move "U" to ws-tem-raiz
               else
                   compute x1 = (-b + function sqrt(d)) / (2*a)
                   compute x2 = (-b - function sqrt(d)) / (2*a)
                   move x1 to x1-e
                   move x2 to x2-e
                   move "D" to ws-tem-raiz
               end-if
           end-if.

       Escreve-Gabarito.
           move a to a-e.
           move b to b-e.
           move c to c-e.
           move lq-seq to ws-num-e.
           move spaces to linha-gab.
           evaluate true
               when sem-raiz
                   string ws-num-e ") A=" a-e " B=" b-e " C=" c-e
                          " DELTA=" d-e " SEM RAIZ REAL"
                          delimited by size into linha-gab
               when raiz-unica
                   string ws-num-e ") A=" a-e " B=" b-e " C=" c-e
                          " DELTA=" d-e " X=" x1-e
                          delimited by size into linha-gab
               when duas-raizes
                   string ws-num-e ") A=" a-e " B=" b-e " C=" c-e
                          " DELTA=" d-e " X1=" x1-e " X2=" x2-e
                          delimited by size into linha-gab
           end-evaluate.
           write linha-gab.

       end program EquacaoLista.

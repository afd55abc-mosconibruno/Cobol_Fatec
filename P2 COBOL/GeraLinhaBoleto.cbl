       program-id. GeraLinhaBoleto as "GeraLinhaBoleto".

      * ROTINA DE MONTAGEM DA LINHA DIGITAVEL (47 DIGITOS) DO BOLETO
      * EMITIDO PELO BANCO, NO MESMO LEIAUTE QUE A ValidaBoleto
      * CONFERE: CAMPO 1 = BANCO, MOEDA 9 E CAMPO LIVRE 1-5 COM DV;
      * CAMPO 2 = CAMPO LIVRE 6-15 COM DV; CAMPO 3 = CAMPO LIVRE
      * 16-25 COM DV (MODULO 10, PESOS 2 E 1 DA DIREITA PARA A
      * ESQUERDA); CAMPO 4 = DV GERAL DO CODIGO DE BARRAS (MODULO
      * 11, PESOS 2 A 9 DA DIREITA PARA A ESQUERDA SOBRE OS 43
      * DIGITOS SEM O PROPRIO DV; RESTO QUE DA 0, 10 OU 11 VIRA 1);
      * CAMPO 5 = FATOR DE VENCIMENTO (DIAS DESDE 07/10/1997; PASSANDO
      * DE 9999 RECOMECA EM 1000) E VALOR EM CENTAVOS. RESULTADO "N"
      * QUANDO O VENCIMENTO E ANTERIOR A DATA BASE OU O CAMPO LIVRE
      * NAO E NUMERICO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

       data division.
       working-storage section.
       01 ws-campo pic x(43) value spaces.
       01 ws-tam pic 9(2) value zeros.
       01 ws-dv pic 9(1) value zeros.
       01 ws-soma pic 9(4) value zeros.
       01 ws-produto pic 9(2) value zeros.
       01 ws-peso pic 9(1) value zeros.
       01 ws-dig pic 9(1) value zeros.
       01 ws-resto pic 9(2) value zeros.
       01 i pic 9(2) value zeros.
       01 ws-fator pic 9(5) value zeros.
       01 ws-fator-4 pic 9(4) value zeros.
       01 ws-valor-cent pic 9(10) value zeros.
       01 ws-moeda pic 9(1) value 9.
       01 ws-barras.
           02 cb-banco  pic 9(3).
           02 cb-moeda  pic 9(1).
           02 cb-dv     pic 9(1).
           02 cb-fator  pic 9(4).
           02 cb-valor  pic 9(10).
           02 cb-livre  pic x(25).
       01 ws-barras-sem-dv pic x(43) value spaces.
       01 ws-linha.
           02 ln-campo1.
               03 ln-c1-banco pic 9(3).
               03 ln-c1-moeda pic 9(1).
               03 ln-c1-livre pic x(5).
           02 ln-c1-dv    pic 9(1).
           02 ln-campo2   pic x(10).
           02 ln-c2-dv    pic 9(1).
           02 ln-campo3   pic x(10).
           02 ln-c3-dv    pic 9(1).
           02 ln-dv-geral pic 9(1).
           02 ln-fator    pic 9(4).
           02 ln-valor    pic 9(10).

       linkage section.
       01 gl-banco       pic 9(3).
       01 gl-campo-livre pic x(25).
       01 gl-vencimento  pic 9(8).
       01 gl-valor       pic 9(8)v99.
       01 gl-linha       pic x(47).
       01 gl-resultado   pic x(1).

       procedure division using gl-banco gl-campo-livre gl-vencimento
                                gl-valor gl-linha gl-resultado.
       Gera-Linha-Inicio.
           move "N" to gl-resultado.
           move spaces to gl-linha.
           if gl-campo-livre is not numeric
               goback
           end-if.
           if gl-vencimento < 19971008
               goback
           end-if.
           compute ws-fator = function integer-of-date(gl-vencimento)
                            - function integer-of-date(19971007).
           perform Recomeca-Fator until ws-fator < 10000.
           move ws-fator to ws-fator-4.
           compute ws-valor-cent = gl-valor * 100.
      * CODIGO DE BARRAS E DV GERAL
           move gl-banco to cb-banco.
           move ws-moeda to cb-moeda.
           move zeros to cb-dv.
           move ws-fator-4 to cb-fator.
           move ws-valor-cent to cb-valor.
           move gl-campo-livre to cb-livre.
           move spaces to ws-barras-sem-dv.
           string ws-barras(1:4) ws-barras(6:39)
               delimited by size into ws-barras-sem-dv.
           perform Calcula-Mod11.
           move ws-dv to cb-dv.
      * LINHA DIGITAVEL
           move gl-banco to ln-c1-banco.
           move ws-moeda to ln-c1-moeda.
           move gl-campo-livre(1:5) to ln-c1-livre.
           move gl-campo-livre(6:10) to ln-campo2.
           move gl-campo-livre(16:10) to ln-campo3.
           move spaces to ws-campo.
           move ln-campo1 to ws-campo.
           move 9 to ws-tam.
           perform Calcula-Mod10.
           move ws-dv to ln-c1-dv.
           move ln-campo2 to ws-campo.
           move 10 to ws-tam.
           perform Calcula-Mod10.
           move ws-dv to ln-c2-dv.
           move ln-campo3 to ws-campo.
           move 10 to ws-tam.
           perform Calcula-Mod10.
           move ws-dv to ln-c3-dv.
           move cb-dv to ln-dv-geral.
           move ws-fator-4 to ln-fator.
           move ws-valor-cent to ln-valor.
           move ws-linha to gl-linha.
           move "S" to gl-resultado.
           goback.

      * O FATOR TEM QUATRO DIGITOS: DEPOIS DE 9999 VOLTA A 1000
       Recomeca-Fator.
           subtract 9000 from ws-fator.

      * MODULO 10 DO CAMPO: PESOS 2,1,2,1... DA DIREITA PARA A
      * ESQUERDA; PRODUTO COM DOIS ALGARISMOS SOMA OS DOIS
       Calcula-Mod10.
           move zeros to ws-soma.
           move 2 to ws-peso.
           perform varying i from ws-tam by -1 until i < 1
               move function numval(ws-campo(i:1)) to ws-dig
               compute ws-produto = ws-dig * ws-peso
               if ws-produto > 9
                   compute ws-produto =
                       function integer(ws-produto / 10)
                       + function mod(ws-produto, 10)
               end-if
               add ws-produto to ws-soma
               if ws-peso = 2
                   move 1 to ws-peso
               else
                   move 2 to ws-peso
               end-if
           end-perform.
           compute ws-dv =
               function mod(10 - function mod(ws-soma, 10), 10).

      * MODULO 11 DO CODIGO DE BARRAS: PESOS 2 A 9 DA DIREITA PARA
      * A ESQUERDA, RECOMECANDO EM 2 DEPOIS DO 9
       Calcula-Mod11.
           move zeros to ws-soma.
           move 2 to ws-peso.
           perform varying i from 43 by -1 until i < 1
               move function numval(ws-barras-sem-dv(i:1)) to ws-dig
               compute ws-produto = ws-dig * ws-peso
               add ws-produto to ws-soma
               if ws-peso = 9
                   move 2 to ws-peso
               else
                   add 1 to ws-peso
               end-if
           end-perform.
           compute ws-resto = function mod(ws-soma, 11).
           if ws-resto = 0 or ws-resto = 1
               move 1 to ws-dv
           else
               compute ws-dv = 11 - ws-resto
           end-if.

       end program GeraLinhaBoleto.

       program-id. SeloTrilha as "SeloTrilha".

      * ROTINA COMUM DO SELO DAS TRILHAS DE AUDITORIA: CALCULA O
      * VALOR DE CONFERENCIA (16 CARACTERES HEXADECIMAIS) DE UM
      * REGISTRO A PARTIR DO SELO DO REGISTRO ANTERIOR, DO NUMERO DE
      * SEQUENCIA, DO MOMENTO DA GRAVACAO (AAAAMMDDHHMMSS) E DO TEXTO
      * DO REGISTRO. QUEM GRAVA (GravaTrilha) E QUEM CONFERE
      * (VerificaTrilhas) USAM A MESMA ROTINA, ENTAO QUALQUER LINHA
      * ALTERADA, APAGADA OU INTERCALADA QUEBRA O ELO SEGUINTE.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

       data division.
       working-storage section.
       01 ws-cabeca.
           02 ws-cb-anterior pic x(16).
           02 ws-cb-seq      pic 9(8).
           02 ws-cb-momento  pic 9(14).
       01 ws-h1 pic 9(18) value zeros.
       01 ws-h2 pic 9(18) value zeros.
       01 ws-c pic 9(3) value zeros.
       01 ws-d pic 9(2) value zeros.
       01 ws-i pic 9(3) value zeros.
       01 ws-hexa pic x(16) value "0123456789ABCDEF".

       linkage section.
       01 st-anterior pic x(16).
       01 st-seq      pic 9(8).
       01 st-momento  pic 9(14).
       01 st-linha    pic x(250).
       01 st-tamanho  pic 9(3).
       01 st-selo     pic x(16).

       procedure division using st-anterior st-seq st-momento
                                st-linha st-tamanho st-selo.
       Selo-Inicio.
           move st-anterior to ws-cb-anterior.
           move st-seq to ws-cb-seq.
           move st-momento to ws-cb-momento.
           move 2166136261 to ws-h1.
           move 5381 to ws-h2.
           perform varying ws-i from 1 by 1 until ws-i > 38
               compute ws-c = function ord (ws-cabeca(ws-i:1))
               perform Mistura-Caractere
           end-perform.
           perform varying ws-i from 1 by 1
                   until ws-i > st-tamanho or ws-i > 250
               compute ws-c = function ord (st-linha(ws-i:1))
               perform Mistura-Caractere
           end-perform.
           move spaces to st-selo.
           perform varying ws-i from 8 by -1 until ws-i < 1
               compute ws-d = function mod (ws-h1, 16)
               move ws-hexa(ws-d + 1:1) to st-selo(ws-i:1)
               divide ws-h1 by 16 giving ws-h1
               compute ws-d = function mod (ws-h2, 16)
               move ws-hexa(ws-d + 1:1) to st-selo(ws-i + 8:1)
               divide ws-h2 by 16 giving ws-h2
           end-perform.
           goback.

      * MESMA MISTURA DA ROTINA HashSenha: OS ACUMULADORES FICAM
      * ABAIXO DE 2**32 (MODULO PRIMO), DENTRO DE 18 DIGITOS
       Mistura-Caractere.
           compute ws-h1 = function mod
               (ws-h1 * 16777619 + ws-c + ws-i, 4294967291).
           compute ws-h2 = function mod
               (ws-h2 * 33 + ws-c * 131 + ws-h1, 4294967279).

       end program SeloTrilha.

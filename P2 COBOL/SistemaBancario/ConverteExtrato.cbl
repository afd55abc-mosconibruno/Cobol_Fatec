      * LEIAUTE NOVO PASSAM INALTERADAS - RODAR DE NOVO E INOFENSIVO.
      * O TAMANHO DA LINHA IDENTIFICA A GERACAO: 58 = ORIGINAL,
      * 64 = COM CAIXA, 65 = SALDO ASSINADO SEM HORA (INCLUI AS
      * LINHAS SALDO-ANT), 73/76 = VALOR E SALDO ATE 99.999,99
      * (76 COM O TITULAR), 83/86 = ATUAL, COM VALOR E SALDO ATE
      * 999.999.999,99 (99 QUANDO QUEM OPEROU FOI UM PROCURADOR,
      * COM O CPF DELE NO FIM DA LINHA). A SOMA DAS COLUNAS DE
      * VALOR E DE SALDO E TOMADA ANTES DA CONVERSAO E CONFERIDA
      * RELENDO O ARQUIVO GRAVADO; DIVERGENCIA SAI NA TELA COM
      * RETURN-CODE 8.
       environment division.
       configuration section.
       special-names.
       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 ws-fim pic x value "N".
       01 ws-len pic 9(3) value zeros.
       01 ws-idx pic 9(4) value zeros.
       01 ws-num-linhas pic 9(4) value zeros.
       01 ws-estouro pic x value "N".
       01 ws-cont-convertidas pic 9(4) value zeros.
       01 ws-cont-mantidas pic 9(4) value zeros.
       01 ws-cont-estranhas pic 9(4) value zeros.
       01 ws-valor-n pic 9(9)v99 value zeros.
       01 ws-saldo-n pic s9(9)v99 value zeros.
       01 ws-func-n pic 9(4) value zeros.
       01 ws-cont-lidas pic 9(4) value zeros.
       01 ws-cont-relidas pic 9(4) value zeros.
       01 ws-soma-valor-antes pic s9(13)v99 value zeros.
       01 ws-soma-saldo-antes pic s9(13)v99 value zeros.
       01 ws-soma-valor-depois pic s9(13)v99 value zeros.
       01 ws-soma-saldo-depois pic s9(13)v99 value zeros.
       01 ws-soma-ed pic -z.zzz.zzz.zzz.zz9,99.
       01 tabela-linhas.
           02 tl-linha pic x(100) occurs 5000 times.
       01 ws-linha pic x(100) value spaces.
       01 ws-linha-antiga redefines ws-linha.
           02 la-prefixo pic x(35).
           02 la-valor   pic zz.zz9,99.
           02 la-tipo-conta pic 9(1).
           02 filler     pic x(2).
           02 la-func    pic 9(4).
           02 filler     pic x(36).
       01 ws-linha-assinada redefines ws-linha.
           02 lb-prefixo pic x(35).
           02 lb-valor   pic zz.zz9,99.
           02 lb-tipo-conta pic 9(1).
           02 filler     pic x(2).
           02 lb-func    pic 9(4).
           02 filler     pic x(35).
       01 ws-linha-estreita redefines ws-linha.
           02 lc-prefixo pic x(35).
           02 lc-valor   pic zz.zz9,99.
           02 filler     pic x(2).
           02 lc-saldo   pic -zz.zz9,99.
           02 lc-sufixo  pic x(21).
           02 filler     pic x(23).
       01 ws-linha-atual redefines ws-linha.
           02 ld-prefixo pic x(35).
           02 ld-valor   pic zzz.zzz.zz9,99.
           02 filler     pic x(2).
           02 ld-saldo   pic -zzz.zzz.zz9,99.
           02 filler     pic x(34).
       01 linha-nova.
           02 ln-prefixo pic x(35).
           02 ln-valor   pic zzz.zzz.zz9,99.
           02 filler     pic x(2) value spaces.
           02 ln-saldo   pic -zzz.zzz.zz9,99.
           02 ln-sufixo.
               03 filler     pic x(2) value spaces.
               03 ln-tipo-conta pic 9(1).
               03 filler     pic x(2) value spaces.
               03 ln-func    pic 9(4).
               03 filler     pic x(2) value spaces.
               03 ln-hora    pic 9(6).
               03 ln-titular pic x(3) value spaces.

       procedure division.
       Inicio.
           display "CONVERTIDAS: " ws-cont-convertidas
                   " JA NO LEIAUTE: " ws-cont-mantidas
                   " NAO RECONHECIDAS: " ws-cont-estranhas.
           perform Confere-Totais.
           stop run.

       Carrega-Linha.
               at end
                   move "S" to ws-fim
               not at end
                   add 1 to ws-cont-lidas
                   if ws-num-linhas < 5000
                       add 1 to ws-num-linhas
                       move reg-extrato to tl-linha(ws-num-linhas)
               when 65
                   perform Converte-Assinada
               when 73
                   perform Converte-Estreita
               when 76
                   perform Converte-Estreita
               when 83
                   perform Soma-Atual
                   add 1 to ws-cont-mantidas
               when 86
                   perform Soma-Atual
                   add 1 to ws-cont-mantidas
               when 99
                   perform Soma-Atual
                   add 1 to ws-cont-mantidas
               when other
                   add 1 to ws-cont-estranhas

       Mede-Linha.
           move zeros to ws-len.
           perform varying ws-len from 100 by -1
                   until ws-len = 0
                      or ws-linha(ws-len:1) not = space
               continue
       Converte-Antiga.
           move la-valor to ws-valor-n.
           move la-saldo to ws-saldo-n.
           add ws-valor-n to ws-soma-valor-antes.
           add ws-saldo-n to ws-soma-saldo-antes.
           move spaces to ln-titular.
           if ws-len = 64 and la-func is numeric
               move la-func to ws-func-n
           else
       Converte-Assinada.
           move lb-valor to ws-valor-n.
           move lb-saldo to ws-saldo-n.
           add ws-valor-n to ws-soma-valor-antes.
           add ws-saldo-n to ws-soma-saldo-antes.
           move spaces to ln-titular.
           if lb-func is numeric
               move lb-func to ws-func-n
           else
           move linha-nova to tl-linha(ws-idx).
           add 1 to ws-cont-convertidas.

      * 73/76: SO AS COLUNAS DE VALOR E SALDO ALARGAM; CAIXA, HORA
      * E TITULAR SEGUEM COMO ESTAO
       Converte-Estreita.
           move lc-valor to ws-valor-n.
           move lc-saldo to ws-saldo-n.
           add ws-valor-n to ws-soma-valor-antes.
           add ws-saldo-n to ws-soma-saldo-antes.
           move lc-prefixo to ln-prefixo.
           move ws-valor-n to ln-valor.
           move ws-saldo-n to ln-saldo.
           move lc-sufixo to ln-sufixo.
           move linha-nova to tl-linha(ws-idx).
           add 1 to ws-cont-convertidas.

       Soma-Atual.
           move ld-valor to ws-valor-n.
           move ld-saldo to ws-saldo-n.
           add ws-valor-n to ws-soma-valor-antes.
           add ws-saldo-n to ws-soma-saldo-antes.

       Regrava-Linha.
           move tl-linha(ws-idx) to reg-extrato.
           write reg-extrato.

      * RELE O ARQUIVO GRAVADO: TODA LINHA RECONHECIDA TEM DE ESTAR
      * AGORA NO LEIAUTE ATUAL E AS SOMAS TEM DE BATER COM AS DE
      * ANTES DA CONVERSAO
       Confere-Totais.
           move "N" to ws-fim.
           open input extrato.
           perform Rele-Linha until ws-fim = "S".
           close extrato.
           move ws-soma-valor-antes to ws-soma-ed.
           display "SOMA DOS VALORES  ANTES: " ws-soma-ed.
           move ws-soma-valor-depois to ws-soma-ed.
           display "                 DEPOIS: " ws-soma-ed.
           move ws-soma-saldo-antes to ws-soma-ed.
           display "SOMA DOS SALDOS   ANTES: " ws-soma-ed.
           move ws-soma-saldo-depois to ws-soma-ed.
           display "                 DEPOIS: " ws-soma-ed.
           if ws-cont-relidas not = ws-cont-lidas
               or ws-soma-valor-antes not = ws-soma-valor-depois
               or ws-soma-saldo-antes not = ws-soma-saldo-depois
               display "DIVERGENCIA NA CONFERENCIA - LINHAS LIDAS "
                       ws-cont-lidas " RELIDAS " ws-cont-relidas
               move 8 to return-code
           else
               display "CONFERENCIA OK - " ws-cont-relidas " LINHAS"
           end-if.

       Rele-Linha.
           read extrato
               at end
                   move "S" to ws-fim
               not at end
                   add 1 to ws-cont-relidas
                   move reg-extrato to ws-linha
                   perform Mede-Linha
                   if ws-len = 83 or ws-len = 86 or ws-len = 99
                       move ld-valor to ws-valor-n
                       move ld-saldo to ws-saldo-n
                       add ws-valor-n to ws-soma-valor-depois
                       add ws-saldo-n to ws-soma-saldo-depois
                   end-if
           end-read.

       end program ConverteExtrato.

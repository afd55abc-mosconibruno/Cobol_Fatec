       program-id. GravaTrilha as "GravaTrilha".

      * ROTINA COMUM DE GRAVACAO DAS TRILHAS DE AUDITORIA
      * (auditoria.txt, ACESSOS.TXT, HISTCLI.TXT, lgpdlog.txt):
      * ACRESCENTA A LINHA DO CHAMADOR (OS gt-tamanho PRIMEIROS
      * CARACTERES, NO LEIAUTE DE SEMPRE) SEGUIDA DO SELO
      *     #SSSSSSSS#AAAAMMDDHHMMSS#XXXXXXXXXXXXXXXX
      * (SEQUENCIA DA TRILHA, MOMENTO DA GRAVACAO E VALOR DE
      * CONFERENCIA ENCADEADO AO REGISTRO ANTERIOR - ROTINA
      * SeloTrilha). O ULTIMO SELO DE CADA TRILHA FICA EM trilhas.ctl;
      * SEM A LINHA DE CONTROLE, O ESTADO E RECUPERADO DO PROPRIO
      * ARQUIVO. ACAO "G" GRAVA; ACAO "R" ESVAZIA A TRILHA E REINICIA
      * A CADEIA (SO PARA QUEM REESCREVE A TRILHA INTEIRA, COMO A
      * ANONIMIZACAO DA LGPD), FICANDO A DATA DO REINICIO NO CONTROLE.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select trilha assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok.

           select controle assign to disk
           organization line sequential
           access mode sequential
           file status arq-ok2.

       data division.
       file section.
       fd trilha label record standard
           data record is reg-trilha
           value of file-id is ws-arq-trilha.
       01 reg-trilha pic x(300).
       fd controle label record standard
           data record is reg-controle
           value of file-id is "trilhas.ctl".
       01 reg-controle.
           02 tc-arquivo  pic x(20).
           02 filler      pic x(1).
           02 tc-seq      pic 9(8).
           02 filler      pic x(1).
           02 tc-selo     pic x(16).
           02 filler      pic x(1).
           02 tc-momento  pic 9(14).
           02 filler      pic x(1).
           02 tc-reinicio pic 9(8).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 ws-arq-trilha pic x(20) value spaces.
       01 ws-fim pic x value "N".
       01 ws-num-ctl pic 9(2) value zeros.
       01 ws-idx pic 9(2) value zeros.
       01 ws-achado pic 9(2) value zeros.
       01 ws-tamanho pic 9(3) value zeros.
       01 ws-fim-linha pic 9(3) value zeros.
       01 ws-ini-selo pic 9(3) value zeros.
       01 ws-momento pic 9(14) value zeros.
       01 ws-selo-novo pic x(16) value spaces.
       01 ws-selo-linha.
           02 filler      pic x(1) value "#".
           02 sl-seq      pic 9(8).
           02 filler      pic x(1) value "#".
           02 sl-momento  pic 9(14).
           02 filler      pic x(1) value "#".
           02 sl-selo     pic x(16).
       01 ws-selo-lido.
           02 sd-marca1   pic x(1).
           02 sd-seq      pic 9(8).
           02 sd-marca2   pic x(1).
           02 sd-momento  pic 9(14).
           02 sd-marca3   pic x(1).
           02 sd-selo     pic x(16).
       01 tabela-controle.
           02 tc-linha occurs 20 times.
               03 tt-arquivo  pic x(20).
               03 tt-seq      pic 9(8).
               03 tt-selo     pic x(16).
               03 tt-momento  pic 9(14).
               03 tt-reinicio pic 9(8).

       linkage section.
       01 gt-acao     pic x(1).
       01 gt-arquivo  pic x(20).
       01 gt-linha    pic x(250).
       01 gt-tamanho  pic 9(3).

       procedure division using gt-acao gt-arquivo gt-linha
                                gt-tamanho.
       Grava-Inicio.
           move gt-arquivo to ws-arq-trilha.
           perform Carrega-Controle.
           if ws-achado = zeros
               if ws-num-ctl >= 20
                   display "trilhas.ctl CHEIO - " gt-arquivo
                           " GRAVADA SEM CONTROLE"
               else
                   add 1 to ws-num-ctl
                   move ws-num-ctl to ws-achado
                   move gt-arquivo to tt-arquivo(ws-achado)
                   move zeros to tt-reinicio(ws-achado)
                   perform Recupera-Estado
               end-if
           end-if.
           if gt-acao = "R"
               open output trilha
               close trilha
               if ws-achado not = zeros
                   move zeros to tt-seq(ws-achado)
                   move zeros to tt-selo(ws-achado)
                   move zeros to tt-momento(ws-achado)
                   move function current-date(1:8)
                       to tt-reinicio(ws-achado)
                   perform Regrava-Controle
               end-if
               goback
           end-if.
           move gt-tamanho to ws-tamanho.
           if ws-tamanho > 250
               move 250 to ws-tamanho
           end-if.
           move function current-date(1:14) to ws-momento.
           if ws-achado = zeros
               move 1 to sl-seq
               move all "0" to ws-selo-novo
           else
               compute sl-seq = tt-seq(ws-achado) + 1
               move tt-selo(ws-achado) to ws-selo-novo
           end-if.
           move ws-momento to sl-momento.
           call "SeloTrilha" using ws-selo-novo sl-seq ws-momento
                                   gt-linha ws-tamanho sl-selo.
           move spaces to reg-trilha.
           if ws-tamanho > zeros
               move gt-linha(1:ws-tamanho) to reg-trilha(1:ws-tamanho)
           end-if.
           move ws-selo-linha to reg-trilha(ws-tamanho + 1:41).
           open extend trilha.
           if arq-ok not = "00" and arq-ok not = "05"
               open output trilha
           end-if.
           write reg-trilha.
           close trilha.
           if ws-achado not = zeros
               move sl-seq to tt-seq(ws-achado)
               move sl-selo to tt-selo(ws-achado)
               move ws-momento to tt-momento(ws-achado)
               perform Regrava-Controle
           end-if.
           goback.

       Carrega-Controle.
           move zeros to ws-num-ctl.
           move zeros to ws-achado.
           move "N" to ws-fim.
           open input controle.
           if arq-ok2 not = "00"
               exit paragraph
           end-if.
           perform until ws-fim = "S"
               read controle
                   at end
                       move "S" to ws-fim
                   not at end
                       if ws-num-ctl < 20 and tc-arquivo not = spaces
                           add 1 to ws-num-ctl
                           move tc-arquivo to tt-arquivo(ws-num-ctl)
                           move tc-seq to tt-seq(ws-num-ctl)
                           move tc-selo to tt-selo(ws-num-ctl)
                           move tc-momento to tt-momento(ws-num-ctl)
                           move tc-reinicio to tt-reinicio(ws-num-ctl)
                           if tc-arquivo = gt-arquivo
                               move ws-num-ctl to ws-achado
                           end-if
                       end-if
               end-read
           end-perform.
           close controle.

       Regrava-Controle.
           open output controle.
           perform varying ws-idx from 1 by 1 until ws-idx > ws-num-ctl
               move spaces to reg-controle
               move tt-arquivo(ws-idx) to tc-arquivo
               move tt-seq(ws-idx) to tc-seq
               move tt-selo(ws-idx) to tc-selo
               move tt-momento(ws-idx) to tc-momento
               move tt-reinicio(ws-idx) to tc-reinicio
               write reg-controle
           end-perform.
           close controle.

      * SEM CONTROLE (PRIMEIRA GRAVACAO SELADA OU trilhas.ctl PERDIDO)
      * O ESTADO E O DO ULTIMO REGISTRO SELADO DA TRILHA; LINHAS
      * ANTIGAS, SEM SELO, NAO ENTRAM NA CADEIA
       Recupera-Estado.
           move zeros to tt-seq(ws-achado).
           move all "0" to tt-selo(ws-achado).
           move zeros to tt-momento(ws-achado).
           move "N" to ws-fim.
           open input trilha.
           if arq-ok not = "00"
               exit paragraph
           end-if.
           perform until ws-fim = "S"
               read trilha
                   at end
                       move "S" to ws-fim
                   not at end
                       perform Le-Selo-Linha
               end-read
           end-perform.
           close trilha.

       Le-Selo-Linha.
           move 300 to ws-fim-linha.
           perform until ws-fim-linha < 1
                   or reg-trilha(ws-fim-linha:1) not = space
               subtract 1 from ws-fim-linha
           end-perform.
           if ws-fim-linha < 41
               exit paragraph
           end-if.
           compute ws-ini-selo = ws-fim-linha - 40.
           move reg-trilha(ws-ini-selo:41) to ws-selo-lido.
           if sd-marca1 = "#" and sd-marca2 = "#" and sd-marca3 = "#"
               and sd-seq is numeric
               and sd-momento is numeric
               move sd-seq to tt-seq(ws-achado)
               move sd-selo to tt-selo(ws-achado)
               move sd-momento to tt-momento(ws-achado)
           end-if.

       end program GravaTrilha.

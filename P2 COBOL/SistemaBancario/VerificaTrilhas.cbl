       program-id. VerificaTrilhas as "VerificaTrilhas".

      * CONFERENCIA NOTURNA DAS TRILHAS DE AUDITORIA SELADAS PELA
      * ROTINA GravaTrilha (auditoria.txt, ACESSOS.TXT, HISTCLI.TXT E
      * lgpdlog.txt): PERCORRE CADA TRILHA, RECALCULA O VALOR DE
      * CONFERENCIA DE CADA LINHA (ROTINA SeloTrilha) A PARTIR DA
      * LINHA ANTERIOR E APONTA O PRIMEIRO ELO QUEBRADO, AS SEQUENCIAS
      * AUSENTES OU REPETIDAS, OS REGISTROS FORA DA ORDEM DE DATA E A
      * TRILHA TRUNCADA OU DIFERENTE DO ULTIMO SELO GUARDADO EM
      * trilhas.ctl. LINHAS SEM SELO ANTES DO PRIMEIRO REGISTRO SELADO
      * SAO DA EPOCA ANTERIOR AO SELO E SO SAO CONTADAS. RELATORIO EM
      * VERIFICA-TRILHAS.TXT; COM QUALQUER FALHA O JOB VERIFTRILHA
      * FICA COM ERRO NO runctl.txt E O PROGRAMA TERMINA COM
      * RETURN-CODE 8 (A CADEIA NOTURNA PARA NO PASSO).
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

           select relatorio assign to disk
           organization line sequential
           file status arq-ok3.

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
       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "VERIFICA-TRILHAS.TXT".
       01 linha-rel pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 ws-arq-trilha pic x(20) value spaces.
       01 jb-nome pic x(12) value "VERIFTRILHA ".
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-fim pic x value "N".
       01 ws-idx pic 9(2) value zeros.
       01 ws-t pic 9(2) value zeros.
       01 ws-num-ctl pic 9(2) value zeros.
       01 ws-achado pic 9(2) value zeros.
       01 ws-fim-linha pic 9(3) value zeros.
       01 ws-ini-selo pic 9(3) value zeros.
       01 ws-tamanho pic 9(3) value zeros.
       01 ws-linha pic x(250) value spaces.
       01 ws-selado pic x value "N".
       01 ws-tem-selo pic x value "N".
       01 ws-quebra pic x value "N".
       01 ws-seq-ant pic 9(8) value zeros.
       01 ws-seq-esperada pic 9(8) value zeros.
       01 ws-momento-ant pic 9(14) value zeros.
       01 ws-selo-ant pic x(16) value spaces.
       01 ws-selo-calc pic x(16) value spaces.
       01 ws-num-linha pic 9(8) value zeros.
       01 ws-cont-lidas pic 9(8) value zeros.
       01 ws-cont-legadas pic 9(8) value zeros.
       01 ws-cont-seladas pic 9(8) value zeros.
       01 ws-cont-falhas pic 9(6) value zeros.
       01 ws-total-falhas pic 9(6) value zeros.
       01 ws-total-lidas pic 9(8) value zeros.
       01 ws-selo-lido.
           02 sd-marca1   pic x(1).
           02 sd-seq      pic 9(8).
           02 sd-marca2   pic x(1).
           02 sd-momento  pic 9(14).
           02 sd-marca3   pic x(1).
           02 sd-selo     pic x(16).
       01 tabela-trilhas-padrao.
           02 filler pic x(20) value "auditoria.txt".
           02 filler pic x(20) value "ACESSOS.TXT".
           02 filler pic x(20) value "HISTCLI.TXT".
           02 filler pic x(20) value "lgpdlog.txt".
       01 filler redefines tabela-trilhas-padrao.
           02 tt-nome pic x(20) occurs 4 times.
       01 tabela-controle.
           02 tk-linha occurs 20 times.
               03 tk-arquivo  pic x(20).
               03 tk-seq      pic 9(8).
               03 tk-selo     pic x(16).
               03 tk-momento  pic 9(14).
               03 tk-reinicio pic 9(8).
       01 linha-cab1.
           02 filler pic x(36) value
              "CONFERENCIA DAS TRILHAS DE AUDITORIA".
           02 filler pic x(13) value "  EMITIDO EM ".
           02 lc-hoje pic 9(8).
       01 linha-cab2.
           02 filler pic x(9) value "TRILHA: ".
           02 lc-trilha pic x(20).
       01 linha-falha.
           02 filler pic x(8) value "  LINHA ".
           02 lf-linha pic z(7)9.
           02 filler pic x(6) value "  SEQ ".
           02 lf-seq pic z(7)9.
           02 filler pic x(2) value spaces.
           02 lf-texto pic x(68).
       01 linha-aviso.
           02 filler pic x(2) value spaces.
           02 la-texto pic x(60).
           02 la-valor pic z(7)9.
       01 linha-resumo.
           02 filler pic x(10) value "  LIDAS: ".
           02 lr-lidas pic z(7)9.
           02 filler pic x(12) value "  SEM SELO: ".
           02 lr-legadas pic z(7)9.
           02 filler pic x(11) value "  SELADAS: ".
           02 lr-seladas pic z(7)9.
           02 filler pic x(10) value "  FALHAS: ".
           02 lr-falhas pic z(5)9.
       01 linha-final.
           02 filler pic x(31) value "TOTAL DE FALHAS NAS TRILHAS:  ".
           02 lfi-falhas pic z(5)9.

      * A CONFERENCIA SO LE AS TRILHAS, ENTAO PODE SER REPETIDA NO
      * MESMO DIA SEM AUTORIZACAO DO SUPERVISOR
       procedure division.
       Inicio.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Carrega-Controle.
           open output relatorio.
           move function current-date(1:8) to lc-hoje.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move zeros to ws-total-falhas.
           move zeros to ws-total-lidas.
           perform Confere-Trilha
               varying ws-t from 1 by 1 until ws-t > 4.
           move ws-total-falhas to lfi-falhas.
           move spaces to linha-rel.
           write linha-rel.
           move linha-final to linha-rel.
           write linha-rel.
           close relatorio.
           display "RELATORIO GERADO: VERIFICA-TRILHAS.TXT".
           display "FALHAS NAS TRILHAS: " ws-total-falhas.
           if ws-total-falhas > zeros
               move ws-total-falhas to jb-contagem
               move "E" to jb-acao
               call "ControleJob" using jb-nome jb-frequencia jb-acao
                                        jb-contagem jb-resultado
               move 8 to return-code
               goback
           end-if.
           move ws-total-lidas to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           move zeros to return-code.
           goback.

       Carrega-Controle.
           move zeros to ws-num-ctl.
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
                           move tc-arquivo to tk-arquivo(ws-num-ctl)
                           move tc-seq to tk-seq(ws-num-ctl)
                           move tc-selo to tk-selo(ws-num-ctl)
                           move tc-momento to tk-momento(ws-num-ctl)
                           move tc-reinicio to tk-reinicio(ws-num-ctl)
                       end-if
               end-read
           end-perform.
           close controle.

       Confere-Trilha.
           move tt-nome(ws-t) to ws-arq-trilha.
           move ws-arq-trilha to lc-trilha.
           move spaces to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.
           move zeros to ws-achado.
           perform varying ws-idx from 1 by 1 until ws-idx > ws-num-ctl
               if tk-arquivo(ws-idx) = ws-arq-trilha
                   move ws-idx to ws-achado
               end-if
           end-perform.
           move zeros to ws-num-linha.
           move zeros to ws-cont-lidas.
           move zeros to ws-cont-legadas.
           move zeros to ws-cont-seladas.
           move zeros to ws-cont-falhas.
           move zeros to ws-seq-ant.
           move zeros to ws-momento-ant.
           move all "0" to ws-selo-ant.
           move "N" to ws-selado.
           move "N" to ws-quebra.
           move "N" to ws-fim.
           open input trilha.
           if arq-ok = "00"
               perform until ws-fim = "S"
                   read trilha
                       at end
                           move "S" to ws-fim
                       not at end
                           perform Confere-Linha
                   end-read
               end-perform
               close trilha
           end-if.
           perform Confere-Controle.
           move ws-cont-lidas to lr-lidas.
           move ws-cont-legadas to lr-legadas.
           move ws-cont-seladas to lr-seladas.
           move ws-cont-falhas to lr-falhas.
           move linha-resumo to linha-rel.
           write linha-rel.
           add ws-cont-falhas to ws-total-falhas.
           add ws-cont-lidas to ws-total-lidas.

       Confere-Linha.
           add 1 to ws-num-linha.
           add 1 to ws-cont-lidas.
           perform Le-Selo-Linha.
           if ws-tem-selo not = "S"
               if ws-selado = "S"
                   move zeros to lf-seq
                   move "LINHA SEM SELO NO MEIO DA TRILHA"
                       to lf-texto
                   perform Registra-Falha
               else
                   add 1 to ws-cont-legadas
               end-if
               exit paragraph
           end-if.
           add 1 to ws-cont-seladas.
           move sd-seq to lf-seq.
           compute ws-seq-esperada = ws-seq-ant + 1.
           if sd-seq < ws-seq-esperada
               move "SEQUENCIA REPETIDA OU FORA DE ORDEM" to lf-texto
               perform Registra-Falha
               perform Guarda-Elo
               exit paragraph
           end-if.
           if sd-seq > ws-seq-esperada
               move spaces to lf-texto
               string "SEQUENCIAS AUSENTES A PARTIR DE "
                      ws-seq-esperada delimited by size
                      into lf-texto
               perform Registra-Falha
               perform Guarda-Elo
               exit paragraph
           end-if.
           if sd-momento < ws-momento-ant
               move "REGISTRO FORA DA ORDEM DE DATA" to lf-texto
               perform Registra-Falha
           end-if.
           move spaces to ws-linha.
           if ws-tamanho > zeros
               move reg-trilha(1:ws-tamanho) to ws-linha
           end-if.
           call "SeloTrilha" using ws-selo-ant sd-seq sd-momento
                                   ws-linha ws-tamanho ws-selo-calc.
           if ws-selo-calc not = sd-selo
               if ws-quebra = "N"
                   move "PRIMEIRO ELO QUEBRADO (LINHA ALTERADA)"
                       to lf-texto
                   move "S" to ws-quebra
               else
                   move "ELO QUEBRADO" to lf-texto
               end-if
               perform Registra-Falha
           end-if.
           perform Guarda-Elo.

      * A CONFERENCIA SEGUE A PARTIR DO SELO GRAVADO NA LINHA, PARA
      * UMA UNICA ADULTERACAO NAO CONDENAR O RESTO DA TRILHA
       Guarda-Elo.
           move "S" to ws-selado.
           move sd-seq to ws-seq-ant.
           move sd-momento to ws-momento-ant.
           move sd-selo to ws-selo-ant.

      * O SELO SAO OS 41 ULTIMOS CARACTERES OCUPADOS DA LINHA; O
      * TEXTO SELADO E TUDO O QUE VEM ANTES DELE
       Le-Selo-Linha.
           move "N" to ws-tem-selo.
           move zeros to ws-tamanho.
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
               move "S" to ws-tem-selo
               compute ws-tamanho = ws-ini-selo - 1
               if ws-tamanho > 250
                   move 250 to ws-tamanho
               end-if
           end-if.

      * O CONTROLE GUARDA O ULTIMO SELO GRAVADO: SEQUENCIA MAIOR QUE A
      * DA TRILHA E FINAL APAGADO; SELO DIFERENTE E TRILHA TROCADA
       Confere-Controle.
           if ws-achado = zeros
               if ws-selado = "S"
                   move "TRILHA SELADA SEM LINHA EM trilhas.ctl"
                       to la-texto
                   move ws-seq-ant to la-valor
                   perform Registra-Aviso-Falha
               end-if
               exit paragraph
           end-if.
           if tk-reinicio(ws-achado) not = zeros
               move "CADEIA REINICIADA (REGRAVACAO DA TRILHA) EM"
                   to la-texto
               move tk-reinicio(ws-achado) to la-valor
               move linha-aviso to linha-rel
               write linha-rel
           end-if.
           if arq-ok not = "00" and tk-seq(ws-achado) > zeros
               move "TRILHA AUSENTE - ULTIMA SEQUENCIA NO CONTROLE"
                   to la-texto
               move tk-seq(ws-achado) to la-valor
               perform Registra-Aviso-Falha
               exit paragraph
           end-if.
           if tk-seq(ws-achado) > ws-seq-ant
               move "TRILHA TRUNCADA - ULTIMA SEQUENCIA NO CONTROLE"
                   to la-texto
               move tk-seq(ws-achado) to la-valor
               perform Registra-Aviso-Falha
               exit paragraph
           end-if.
           if tk-seq(ws-achado) < ws-seq-ant
               or (ws-seq-ant > zeros
                   and tk-selo(ws-achado) not = ws-selo-ant)
               move "ULTIMO SELO DIFERENTE DO CONTROLE - SEQUENCIA"
                   to la-texto
               move tk-seq(ws-achado) to la-valor
               perform Registra-Aviso-Falha
           end-if.

       Registra-Falha.
           move ws-num-linha to lf-linha.
           move linha-falha to linha-rel.
           write linha-rel.
           add 1 to ws-cont-falhas.

       Registra-Aviso-Falha.
           move linha-aviso to linha-rel.
           write linha-rel.
           add 1 to ws-cont-falhas.

       end program VerificaTrilhas.

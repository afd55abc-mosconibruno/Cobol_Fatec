       program-id. ProcessaRedeCartoes as "ProcessaRedeCartoes".

      * LOTE DIARIO DA REDE DE CARTOES DE DEBITO: LE O DIARIO DA
      * REDE CAIXAS ELETRONICOS / MAQUINAS DE LOJA (rede-cartoes.txt:
      * REGISTRO 0 CABECALHO, 1 TRANSACAO, 9 TRAILER COM QUANTIDADE E
      * TOTAL A LIQUIDAR) E LANCA NAS CONTAS DE arqbc.dat OS SAQUES
      * (SQ, EXTRATO SAQUE-ATM) E AS COMPRAS (CP, EXTRATO COMPRA-DEB),
      * ESPELHADOS EM movimentos.dat. E REJEITADA A TRANSACAO DE
      * CARTAO DESCONHECIDO, BLOQUEADO, SUBSTITUIDO OU VENCIDO
      * (cartoes.dat, ManterCartoes), DE CONTA DORMENTE
      * (dormencia.dat), ACIMA DOS TETOS DE limites.txt (SAQUE: OS
      * MESMOS DO CAIXA, SOMANDO SAQUE E SAQUE-ATM DO DIA NA CONTA;
      * COMPRA: lim-compra-op E lim-compra-dia; CAMPO AUSENTE = SEM
      * TETO) OU ACIMA DO DISPONIVEL (SALDO MAIS LIMITE MENOS
      * BLOQUEIOS, ROTINA SaldoBloqueado). CADA NSU FICA EM
      * redemov.dat COM O RESULTADO, ENTAO A REPETICAO DO LOTE NAO
      * LANCA DUAS VEZES. O RELATORIO REDE-CARTOES.TXT LISTA OS
      * REJEITADOS E CONCILIA O TOTAL A LIQUIDAR DA REDE COM O
      * LANCADO; A DIFERENCA TEM DE SER IGUAL AOS REJEITADOS.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select rede assign to disk
           organization line sequential
           file status arq-ok.

           select cartoes assign to disk
           organization indexed
           access mode dynamic
           record key ct-numero
           file status arq-ok2.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok3.

           select extrato assign to disk
           organization line sequential
           file status arq-ok4.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok-mov.

           select dormencia assign to disk
           organization indexed
           access mode dynamic
           record key dm-chave
           file status arq-ok5.

           select limites assign to disk
           organization line sequential
           file status arq-ok6.

           select redemov assign to disk
           organization indexed
           access mode dynamic
           record key rm-chave
           file status arq-ok7.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok8.

       data division.
       file section.
       fd rede label record standard
           data record is reg-rede
           value of file-id is "rede-cartoes.txt".
       01 reg-rede.
           02 rd-tipo-reg pic x(1).
               88 rd-cabecalho value "0".
               88 rd-transacao value "1".
               88 rd-trailer   value "9".
           02 filler       pic x(1).
           02 rd-dados     pic x(98).
           02 filler redefines rd-dados.
               03 rh-data      pic 9(8).
               03 filler       pic x(1).
               03 rh-rede      pic x(10).
               03 filler       pic x(79).
           02 filler redefines rd-dados.
               03 rd-nsu       pic 9(9).
               03 filler       pic x(1).
               03 rd-cartao    pic 9(16).
               03 filler       pic x(1).
               03 rd-operacao  pic x(2).
               03 filler       pic x(1).
               03 rd-valor     pic 9(7)v99.
               03 filler       pic x(1).
               03 rd-data      pic 9(8).
               03 filler       pic x(1).
               03 rd-hora      pic 9(6).
               03 filler       pic x(1).
               03 rd-terminal  pic x(8).
               03 filler       pic x(1).
               03 rd-estab     pic x(20).
               03 filler       pic x(13).
           02 filler redefines rd-dados.
               03 rt-qtd       pic 9(6).
               03 filler       pic x(1).
               03 rt-total     pic 9(9)v99.
               03 filler       pic x(80).

       fd cartoes label record standard
           data record is reg-cartao
           value of file-id is "cartoes.dat".
       01 reg-cartao.
           02 ct-numero       pic 9(16).
           02 ct-cpf          pic 9(11).
           02 ct-tipo-conta   pic 9(1).
           02 ct-portador     pic 9(11).
           02 ct-situacao     pic x(1).
               88 ct-ativo       value "A".
               88 ct-bloqueado   value "B".
               88 ct-substituido value "S".
               88 ct-vencido     value "V".
           02 ct-motivo       pic 9(1).
           02 ct-validade     pic 9(6).
           02 ct-pin          pic 9(4).
           02 ct-data-emissao pic 9(8).
           02 ct-data-situacao pic 9(8).
           02 ct-cartao-ant   pic 9(16).
           02 ct-func         pic 9(4).

       fd  arq-banco label record standard
           data record is reg-arqbc
           value of file-id is "arqbc.dat".
       01  reg-arqbc.
           02 chave-arqbc.
               03 cpf-p              pic 9(11).
               03 tipo-conta-p       pic 9(1).
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       fd extrato label record standard
           data record is reg-extrato
           value of file-id is "extrato.txt".
       01 reg-extrato pic x(100).

       fd movimentos label record standard
           data record is reg-movimento
           value of file-id is "movimentos.dat".
       01 reg-movimento.
           02 mv-chave.
               03 mv-cpf        pic 9(11).
               03 mv-tipo-conta pic 9(1).
               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).

       fd dormencia label record standard
           data record is reg-dormencia
           value of file-id is "dormencia.dat".
       01 reg-dormencia.
           02 dm-chave.
               03 dm-cpf        pic 9(11).
               03 dm-tipo-conta pic 9(1).
           02 dm-status   pic x(1).
           02 dm-ult-mov  pic 9(8).
           02 dm-data-marca pic 9(8).

       fd limites label record standard
           data record is reg-limites
           value of file-id is "limites.txt".
       01 reg-limites.
           02 lim-saque-op    pic 9(5)v99.
           02 lim-saque-dia   pic 9(7)v99.
           02 lim-transf-op   pic 9(5)v99.
           02 lim-transf-dia  pic 9(7)v99.
           02 lim-reportavel  pic 9(5)v99.
           02 lim-compra-op   pic 9(5)v99.
           02 lim-compra-dia  pic 9(7)v99.

       fd redemov label record standard
           data record is reg-redemov
           value of file-id is "redemov.dat".
       01 reg-redemov.
           02 rm-chave.
               03 rm-data     pic 9(8).
               03 rm-nsu      pic 9(9).
           02 rm-cartao    pic 9(16).
           02 rm-operacao  pic x(2).
           02 rm-valor     pic 9(7)v99.
           02 rm-situacao  pic x(1).
           02 rm-motivo    pic x(20).
           02 rm-data-proc pic 9(8).

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "REDE-CARTOES.TXT".
       01 linha-rel pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 arq-ok7 pic x(2).
       01 arq-ok8 pic x(2).
       01 arq-ok-mov pic x(2).
       01 ws-fim pic x value "N".
       01 ws-tem-dormencia pic x value "N".
       01 ws-mov-gravado pic x value "N".
       01 ws-motivo pic x(20) value spaces.
       01 ws-lim-saque-op   pic 9(5)v99 value zeros.
       01 ws-lim-saque-dia  pic 9(7)v99 value zeros.
       01 ws-lim-compra-op  pic 9(5)v99 value zeros.
       01 ws-lim-compra-dia pic 9(7)v99 value zeros.
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 ws-valor-lido pic 9(9)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-data-rede pic 9(8) value zeros.
       01 ws-nome-rede pic x(10) value spaces.
       01 ws-tem-trailer pic x value "N".
       01 ws-qtd-rede pic 9(6) value zeros.
       01 ws-total-rede pic 9(9)v99 value zeros.
       01 ws-cont-lidos pic 9(6) value zeros.
       01 ws-cont-lancados pic 9(6) value zeros.
       01 ws-cont-rejeitados pic 9(6) value zeros.
       01 ws-cont-repetidos pic 9(6) value zeros.
       01 ws-total-lancado pic 9(9)v99 value zeros.
       01 ws-total-rejeitado pic 9(9)v99 value zeros.
       01 ws-diferenca pic s9(9)v99 value zeros.
       01 ws-idx pic 9(4) value zeros.
       01 jb-nome pic x(12) value "REDECARTOES ".
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-ctl-override pic x value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.

      * SAQUES E COMPRAS JA FEITOS NO DIA POR CONTA (CAIXA E REDE)
       01 ws-num-contas pic 9(4) value zeros.
       01 tabela-dia.
           02 td-linha occurs 1000 times.
               03 td-cpf        pic 9(11).
               03 td-tipo-conta pic 9(1).
               03 td-saque      pic 9(9)v99.
               03 td-compra     pic 9(9)v99.

       01 linha-extrato.
           02 le-dia    pic 99.
           02 filler    pic x value "/".
           02 le-mes    pic 99.
           02 filler    pic x value "/".
           02 le-ano    pic 99.
           02 filler    pic x(2) value spaces.
           02 le-cpf    pic 9(11).
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 le-func   pic 9(4).
           02 filler    pic x(2) value spaces.
           02 le-hora   pic 9(6).
           02 filler    pic x(2) value spaces.
           02 le-titular pic 9(1) value 1.
       01 linha-extrato-lida.
           02 ll-dia    pic 99.
           02 filler    pic x.
           02 ll-mes    pic 99.
           02 filler    pic x.
           02 ll-ano    pic 99.
           02 filler    pic x(2).
           02 ll-cpf    pic 9(11).
           02 filler    pic x(2).
           02 ll-tipo   pic x(10).
           02 filler    pic x(2).
           02 ll-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 ll-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2).
           02 ll-tipo-conta pic 9(1).
           02 filler    pic x(21).

       01 linha-cab1.
           02 filler pic x(29) value "REDE DE CARTOES - MOVIMENTO ".
           02 lc-data pic 9(8).
           02 filler pic x(8) value "  REDE ".
           02 lc-rede pic x(10).
           02 filler pic x(14) value "  PROCESSADO ".
           02 lc-hoje pic 9(8).
       01 linha-cab2 pic x(100) value
          "NSU       CARTAO           OP       VALOR  MOTIVO".
       01 linha-det.
           02 ld-nsu     pic 9(9).
           02 filler     pic x(1) value spaces.
           02 ld-cartao  pic 9(16).
           02 filler     pic x(1) value spaces.
           02 ld-operacao pic x(2).
           02 filler     pic x(1) value spaces.
           02 ld-valor   pic z.zzz.zz9,99.
           02 filler     pic x(2) value spaces.
           02 ld-motivo  pic x(20).
       01 linha-total.
           02 lt-titulo pic x(30).
           02 lt-qtd    pic zzz.zz9.
           02 filler    pic x(2) value spaces.
           02 lt-valor  pic -zzz.zzz.zz9,99.
       01 linha-situacao pic x(100) value spaces.

       procedure division.
       Inicio.
           accept data-do-sistema from date.
      * A DATA CONTABIL VEM DO DIA ABERTO EM datamov.txt (ROTINA
      * DataMovimento); SEM DIA ABERTO VALE O RELOGIO, COMO ANTES
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data(3:2) to ano
               move dmv-data(5:2) to mes
               move dmv-data(7:2) to dia
           end-if.
           compute ws-hoje =
               (2000 + ano) * 10000 + mes * 100 + dia.
           display "REDE DE CARTOES - LANCAMENTO DO MOVIMENTO".
           move "C" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           if jb-resultado = "N"
               display "JOB JA EXECUTADO NO PERIODO."
               display "REPETIR COM AUTORIZACAO DO SUPERVISOR "
                       "(S/N)? "
               accept ws-ctl-override
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Carrega-Limites.
           perform Carrega-Movimento-Dia.
           perform Abre-Arq.
           move "N" to ws-fim.
           perform Processa-Rede until ws-fim = "S".
           perform Finaliza.

      * SEM limites.txt (OU SEM O CAMPO) O TETO FICA ZERADO = SEM
      * LIMITE, COMO NO CAIXA
       Carrega-Limites.
           open input limites.
           if arq-ok6 = "00"
               read limites
                   not at end
                       if lim-saque-op is numeric
                           move lim-saque-op to ws-lim-saque-op
                       end-if
                       if lim-saque-dia is numeric
                           move lim-saque-dia to ws-lim-saque-dia
                       end-if
                       if lim-compra-op is numeric
                           move lim-compra-op to ws-lim-compra-op
                       end-if
                       if lim-compra-dia is numeric
                           move lim-compra-dia to ws-lim-compra-dia
                       end-if
               end-read
               close limites
           end-if.

      * SAQUES NO CAIXA E JA LANCADOS DA REDE HOJE CONTAM NO TETO
      * DIARIO; AS COMPRAS SO VEM DA REDE
       Carrega-Movimento-Dia.
           open input extrato.
           if arq-ok4 not = "00"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Extrato-Dia until ws-fim = "S".
           close extrato.

       Le-Extrato-Dia.
           read extrato
               at end
                   move "S" to ws-fim
               not at end
                   move reg-extrato to linha-extrato-lida
                   if ll-dia = dia and ll-mes = mes and ll-ano = ano
                       and (ll-tipo = "SAQUE" or "SAQUE-ATM"
                            or "COMPRA-DEB")
                       move ll-cpf to cpf-p
                       move ll-tipo-conta to tipo-conta-p
                       perform Acha-Conta-Dia
                       if ws-idx not = zeros
                           move ll-valor to ws-valor-lido
                           if ll-tipo = "COMPRA-DEB"
                               add ws-valor-lido to td-compra(ws-idx)
                           else
                               add ws-valor-lido to td-saque(ws-idx)
                           end-if
                       end-if
                   end-if
           end-read.

      * POSICAO DA CONTA (cpf-p + tipo-conta-p) NA TABELA DO DIA;
      * ZERO SE A TABELA ESTIVER CHEIA
       Acha-Conta-Dia.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-contas
               if td-cpf(ws-idx) = cpf-p
                   and td-tipo-conta(ws-idx) = tipo-conta-p
                   exit perform
               end-if
           end-perform.
           if ws-idx > ws-num-contas
               if ws-num-contas < 1000
                   add 1 to ws-num-contas
                   move ws-num-contas to ws-idx
                   move cpf-p to td-cpf(ws-idx)
                   move tipo-conta-p to td-tipo-conta(ws-idx)
                   move zeros to td-saque(ws-idx)
                   move zeros to td-compra(ws-idx)
               else
                   move zeros to ws-idx
               end-if
           end-if.

       Abre-Arq.
           open input rede.
           if arq-ok not = "00"
               display "SEM MOVIMENTO DA REDE (rede-cartoes.txt)"
               goback
           end-if.
           open input cartoes.
           if arq-ok2 not = "00"
               display "CADASTRO DE CARTOES AUSENTE (cartoes.dat)"
               move 8 to return-code
               goback
           end-if.
           open i-o arq-banco.
           if arq-ok3 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               move 8 to return-code
               goback
           end-if.
           open extend extrato.
           if arq-ok4 not = "00" and arq-ok4 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.
           open i-o movimentos.
           if arq-ok-mov not = "00"
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if.
           open input dormencia.
           if arq-ok5 = "00"
               move "S" to ws-tem-dormencia
           end-if.
           open i-o redemov.
           if arq-ok7 not = "00"
               open output redemov
               close redemov
               open i-o redemov
           end-if.
           open output relatorio.

       Processa-Rede.
           read rede
               at end
                   move "S" to ws-fim
               not at end
                   evaluate true
                       when rd-cabecalho
                           perform Trata-Cabecalho
                       when rd-transacao
                           add 1 to ws-cont-lidos
                           perform Trata-Transacao
                       when rd-trailer
                           move "S" to ws-tem-trailer
                           move rt-qtd to ws-qtd-rede
                           move rt-total to ws-total-rede
                       when other
                           display "REGISTRO DESCONHECIDO IGNORADO: "
                                   rd-tipo-reg
                   end-evaluate
           end-read.

       Trata-Cabecalho.
           move rh-data to ws-data-rede.
           move rh-rede to ws-nome-rede.
           if rh-data not = ws-hoje
               display "ATENCAO: MOVIMENTO DA REDE DE " rh-data
                       " LANCADO NO DIA " ws-hoje
           end-if.
           move rh-data to lc-data.
           move rh-rede to lc-rede.
           move ws-hoje to lc-hoje.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.

      * NSU JA REGISTRADO (LOTE REPETIDO) NAO E LANCADO DE NOVO, MAS
      * ENTRA NA CONCILIACAO COM O RESULTADO DA PRIMEIRA VEZ
       Trata-Transacao.
           move rd-data to rm-data.
           move rd-nsu to rm-nsu.
           read redemov
               invalid key
                   continue
               not invalid key
                   add 1 to ws-cont-repetidos
                   if rm-situacao = "L"
                       add rm-valor to ws-total-lancado
                   else
                       add rm-valor to ws-total-rejeitado
                   end-if
                   exit paragraph
           end-read.
           perform Valida-Transacao.
           if ws-motivo not = spaces
               perform Rejeita-Transacao
               exit paragraph
           end-if.
           compute saldo-p = saldo-p - rd-valor.
           rewrite reg-arqbc
               invalid key
                   move "ERRO DE GRAVACAO" to ws-motivo
                   perform Rejeita-Transacao
                   exit paragraph
           end-rewrite.
           if rd-operacao = "SQ"
               add rd-valor to td-saque(ws-idx)
               move "SAQUE-ATM" to le-tipo
           else
               add rd-valor to td-compra(ws-idx)
               move "COMPRA-DEB" to le-tipo
           end-if.
           perform Grava-Extrato.
           add 1 to ws-cont-lancados.
           add rd-valor to ws-total-lancado.
           move "L" to rm-situacao.
           move spaces to rm-motivo.
           perform Grava-Redemov.

      * DEVOLVE ws-motivo EM BRANCO QUANDO A TRANSACAO PODE SER
      * LANCADA; A CONTA FICA LIDA EM reg-arqbc
       Valida-Transacao.
           move spaces to ws-motivo.
           if rd-operacao not = "SQ" and rd-operacao not = "CP"
               move "OPERACAO INVALIDA" to ws-motivo
               exit paragraph
           end-if.
           if rd-valor = zeros or rd-valor > 99999,99
               move "VALOR INVALIDO" to ws-motivo
               exit paragraph
           end-if.
           move rd-cartao to ct-numero.
           read cartoes
               invalid key
                   move "CARTAO DESCONHECIDO" to ws-motivo
                   exit paragraph
           end-read.
           evaluate true
               when ct-bloqueado
                   move "CARTAO BLOQUEADO" to ws-motivo
               when ct-substituido
                   move "CARTAO SUBSTITUIDO" to ws-motivo
               when ct-vencido
                   move "CARTAO VENCIDO" to ws-motivo
               when not ct-ativo
                   move "CARTAO INVALIDO" to ws-motivo
               when ct-validade < rd-data(1:6)
                   move "CARTAO VENCIDO" to ws-motivo
           end-evaluate.
           if ws-motivo not = spaces
               exit paragraph
           end-if.
           move ct-cpf to cpf-p.
           move ct-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   move "CONTA INEXISTENTE" to ws-motivo
                   exit paragraph
           end-read.
           if ws-tem-dormencia = "S"
               move cpf-p to dm-cpf
               move tipo-conta-p to dm-tipo-conta
               read dormencia
                   invalid key
                       continue
                   not invalid key
                       if dm-status = "D"
                           move "CONTA DORMENTE" to ws-motivo
                           exit paragraph
                       end-if
               end-read
           end-if.
           perform Acha-Conta-Dia.
           if ws-idx = zeros
               move "TABELA DO DIA CHEIA" to ws-motivo
               exit paragraph
           end-if.
           if rd-operacao = "SQ"
               if (ws-lim-saque-op not = zeros
                   and rd-valor > ws-lim-saque-op)
                   or (ws-lim-saque-dia not = zeros
                   and td-saque(ws-idx) + rd-valor > ws-lim-saque-dia)
                   move "ACIMA DO LIMITE" to ws-motivo
                   exit paragraph
               end-if
           else
               if (ws-lim-compra-op not = zeros
                   and rd-valor > ws-lim-compra-op)
                   or (ws-lim-compra-dia not = zeros
                   and td-compra(ws-idx) + rd-valor
                       > ws-lim-compra-dia)
                   move "ACIMA DO LIMITE" to ws-motivo
                   exit paragraph
               end-if
           end-if.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           if tipo-conta-p = 2
               compute ws-disponivel = saldo-p - sb-valor
           else
               compute ws-disponivel = saldo-p + limite-p - sb-valor
           end-if.
           if rd-valor > ws-disponivel
               if sb-resultado = "S"
                   move "SALDO BLOQUEADO" to ws-motivo
               else
                   move "SALDO INSUFICIENTE" to ws-motivo
               end-if
           end-if.

       Rejeita-Transacao.
           add 1 to ws-cont-rejeitados.
           add rd-valor to ws-total-rejeitado.
           move rd-nsu to ld-nsu.
           move rd-cartao to ld-cartao.
           move rd-operacao to ld-operacao.
           move rd-valor to ld-valor.
           move ws-motivo to ld-motivo.
           move linha-det to linha-rel.
           write linha-rel.
           move "R" to rm-situacao.
           move ws-motivo to rm-motivo.
           perform Grava-Redemov.

       Grava-Redemov.
           move rd-data to rm-data.
           move rd-nsu to rm-nsu.
           move rd-cartao to rm-cartao.
           move rd-operacao to rm-operacao.
           move rd-valor to rm-valor.
           move ws-hoje to rm-data-proc.
           write reg-redemov
               invalid key
                   display "ERRO AO REGISTRAR NSU " rd-nsu
           end-write.

      * QUEM USOU O CARTAO (TITULAR 1 OU 2) SAI NA COLUNA PROPRIA,
      * COMO NO CAIXA
       Grava-Extrato.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           if ct-portador not = cpf-p
               move 2 to le-titular
           else
               move 1 to le-titular
           end-if.
           move rd-valor to le-valor.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move rd-hora to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           move le-cpf to mv-cpf.
           move le-tipo-conta to mv-tipo-conta.
           move ws-hoje to mv-data.
           move le-tipo to mv-tipo.
           move rd-valor to mv-valor.
           move saldo-p to mv-saldo.
           move le-func to mv-func.
           move le-hora to mv-hora.
           move le-titular to mv-titular.
           move zeros to mv-procurador.
           move 1 to mv-seq.
           move "N" to ws-mov-gravado.
           perform Tenta-Gravar-Mov
               until ws-mov-gravado = "S" or mv-seq > 9999.

       Tenta-Gravar-Mov.
           write reg-movimento
               invalid key
                   add 1 to mv-seq
               not invalid key
                   move "S" to ws-mov-gravado
           end-write.

      * CONCILIACAO: TOTAL A LIQUIDAR DA REDE = LANCADO; A DIFERENCA
      * SO E ACEITAVEL QUANDO IGUAL AOS REJEITADOS (A CONTESTAR COM A
      * REDE)
       Finaliza.
           move spaces to linha-rel.
           write linha-rel.
           move "TRANSACOES LIDAS" to lt-titulo.
           move ws-cont-lidos to lt-qtd.
           move zeros to lt-valor.
           move linha-total to linha-rel.
           write linha-rel.
           move "LANCADAS" to lt-titulo.
           move ws-cont-lancados to lt-qtd.
           move ws-total-lancado to lt-valor.
           move linha-total to linha-rel.
           write linha-rel.
           move "REJEITADAS" to lt-titulo.
           move ws-cont-rejeitados to lt-qtd.
           move ws-total-rejeitado to lt-valor.
           move linha-total to linha-rel.
           write linha-rel.
           move "JA PROCESSADAS (REPETIDAS)" to lt-titulo.
           move ws-cont-repetidos to lt-qtd.
           move zeros to lt-valor.
           move linha-total to linha-rel.
           write linha-rel.
           move "TOTAL A LIQUIDAR DA REDE" to lt-titulo.
           move ws-qtd-rede to lt-qtd.
           move ws-total-rede to lt-valor.
           move linha-total to linha-rel.
           write linha-rel.
           compute ws-diferenca = ws-total-rede - ws-total-lancado.
           move "DIFERENCA REDE - LANCADO" to lt-titulo.
           move zeros to lt-qtd.
           move ws-diferenca to lt-valor.
           move linha-total to linha-rel.
           write linha-rel.
           evaluate true
               when ws-tem-trailer = "N"
                   move "SEM TRAILER DA REDE - MOVIMENTO INCOMPLETO"
                       to linha-situacao
               when ws-qtd-rede not = ws-cont-lidos
                   move "QUANTIDADE DO TRAILER NAO CONFERE"
                       to linha-situacao
               when ws-diferenca = zeros
                   move "CONCILIADO" to linha-situacao
               when ws-diferenca = ws-total-rejeitado
                   move
                   "CONCILIADO - DIFERENCA = REJEITADOS (CONTESTAR)"
                       to linha-situacao
               when other
                   move "DIVERGENCIA NAO EXPLICADA - VERIFICAR"
                       to linha-situacao
           end-evaluate.
           move linha-situacao to linha-rel.
           write linha-rel.
           display "TRANSACOES LANCADAS:   " ws-cont-lancados.
           display "TRANSACOES REJEITADAS: " ws-cont-rejeitados.
           display "JA PROCESSADAS:        " ws-cont-repetidos.
           display linha-situacao.
           display "RELATORIO GERADO: REDE-CARTOES.TXT".
           move ws-cont-lancados to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           close rede.
           close cartoes.
           close arq-banco.
           close extrato.
           close movimentos.
           if ws-tem-dormencia = "S"
               close dormencia
           end-if.
           close redemov.
           close relatorio.
           goback.

       end program ProcessaRedeCartoes.

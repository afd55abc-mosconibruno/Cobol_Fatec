       program-id. CobrancaDiaria as "CobrancaDiaria".

      * LOTE DIARIO DA COBRANCA DE TITULOS (JOB COBRANCA):
      * - LE A COMPENSACAO DOS BOLETOS PAGOS EM OUTROS BANCOS
      *   (compensacao-cobranca.txt: LINHA DIGITAVEL, DATA DO
      *   PAGAMENTO, VALOR PAGO, BANCO RECEBEDOR) E LIQUIDA O TITULO
      *   REGISTRADO EM titulos.dat PELA RemessaCobranca; LINHA SEM
      *   TITULO, TITULO BAIXADO OU JA PAGO E PAGAMENTO ABAIXO DO
      *   VALOR COM ENCARGOS (ROTINA EncargosTitulo) SAEM NO
      *   RELATORIO COBRANCA.TXT PARA A RETAGUARDA;
      * - CREDITA NA CONTA CORRENTE DA EMPRESA (arqbc.dat) CADA
      *   TITULO LIQUIDADO AINDA NAO CREDITADO, DO CAIXA (LIQ-COBCX)
      *   OU DA COMPENSACAO (LIQ-COBCP), E DEBITA A TARIFA POR
      *   TITULO (TAR-COBRAN, CODIGO TARCOBRANC DE parametros.dat);
      *   CREDITO QUE ESTOURARIA O SALDO FICA RETIDO PARA O DIA
      *   SEGUINTE;
      * - GRAVA O RETORNO DE CADA EMPRESA EM RETCOBnnnnnnnnnnn.TXT
      *   (nnnnnnnnnnn = CPF DA CONTA DA EMPRESA): LINHA H, UMA
      *   LINHA D POR TITULO LIQUIDADO OU BAIXADO NO DIA E POR
      *   TITULO VENCIDO EM ABERTO, E LINHA T COM OS TOTAIS.
      *   SITUACAO NA LINHA D: LQ = LIQUIDADO E CREDITADO, LP =
      *   LIQUIDADO COM CREDITO PENDENTE, BX = BAIXADO, VC = VENCIDO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select titulos assign to disk
           organization indexed
           access mode dynamic
           record key tc-chave
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok2.

           select extrato assign to disk
           organization line sequential
           file status arq-ok3.

           select movimentos assign to disk
           organization indexed
           access mode dynamic
           record key mv-chave
           file status arq-ok-mov.

           select compensacao assign to disk
           organization line sequential
           file status arq-ok4.

           select retorno assign to disk
           organization line sequential
           file status arq-ok5.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok6.

       data division.
       file section.
       fd titulos label record standard
           data record is reg-titulo
           value of file-id is "titulos.dat".
       01 reg-titulo.
           02 tc-chave.
               03 tc-cpf-benef    pic 9(11).
               03 tc-nosso-numero pic 9(11).
           02 tc-seu-numero   pic x(15).
           02 tc-sacado-cpf   pic 9(11).
           02 tc-sacado-nome  pic x(30).
           02 tc-valor        pic 9(8)v99.
           02 tc-vencimento   pic 9(8).
           02 tc-multa-pct    pic 9(2)v99.
           02 tc-juros-pct    pic 9(2)v99.
           02 tc-linha        pic x(47).
           02 tc-registro     pic 9(8).
           02 tc-situacao     pic x(1).
           02 tc-data-pagto   pic 9(8).
           02 tc-valor-pago   pic 9(9)v99.
           02 tc-encargos     pic 9(9)v99.
           02 tc-canal        pic x(1).
           02 tc-tarifa       pic 9(5)v99.
           02 tc-creditado    pic x(1).
           02 tc-data-credito pic 9(8).
           02 tc-data-baixa   pic 9(8).

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

       fd compensacao label record standard
           data record is reg-compensacao
           value of file-id is "compensacao-cobranca.txt".
       01 reg-compensacao.
           02 lk-linha      pic x(47).
           02 filler        pic x(1).
           02 lk-data-pagto pic 9(8).
           02 filler        pic x(1).
           02 lk-valor-pago pic 9(9)v99.
           02 filler        pic x(1).
           02 lk-banco      pic 9(3).

       fd retorno label record standard
           data record is reg-retorno
           value of file-id is ws-arq-retorno.
       01 reg-retorno pic x(120).

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "COBRANCA.TXT".
       01 linha-rel pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 arq-ok-mov pic x(2).
       01 ws-mov-gravado pic x value "N".
       01 ws-arq-retorno pic x(24) value spaces.
       01 ws-fim pic x value "N".
       01 ws-tem-titulos pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-hora pic 9(8) value zeros.
       01 ws-confirma pic x value "N".
      * CODIGO DE COMPENSACAO DO BANCO NA LINHA DIGITAVEL
       01 ws-banco-proprio pic 9(3) value 641.
       01 ws-campo-livre.
           02 cl-cpf-benef    pic 9(11).
           02 cl-nosso-numero pic 9(11).
           02 cl-carteira     pic 9(3).
       01 ws-tarifa pic 9(5)v99 value zeros.
       01 ws-devido pic 9(9)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-saldo-credito pic s9(9)v99 value zeros.
       01 ws-motivo pic x(30) value spaces.
       01 ws-et-dias pic 9(5) value zeros.
       01 ws-et-encargos pic 9(9)v99 value zeros.
       01 ws-empresa-atual pic 9(11) value zeros.
       01 ws-retorno-aberto pic x value "N".
       01 ws-situacao-ret pic x(2) value spaces.
       01 ws-ret-liquidados pic 9(6) value zeros.
       01 ws-ret-liquido pic 9(11)v99 value zeros.
       01 ws-ret-baixados pic 9(6) value zeros.
       01 ws-ret-vencidos pic 9(6) value zeros.
       01 ws-cont-compensacao pic 9(6) value zeros.
       01 ws-cont-comp-liquidados pic 9(6) value zeros.
       01 ws-cont-divergencias pic 9(6) value zeros.
       01 ws-cont-creditados pic 9(6) value zeros.
       01 ws-cont-retidos pic 9(6) value zeros.
       01 ws-cont-retornos pic 9(6) value zeros.
       01 ws-total-creditado pic 9(11)v99 value zeros.
       01 ws-total-tarifas pic 9(11)v99 value zeros.
       01 lp-codigo pic x(10) value spaces.
       01 lp-data pic 9(8) value zeros.
       01 lp-valor pic 9(5)v9999 value zeros.
       01 lp-resultado pic x(1) value "N".
       01 jb-nome pic x(12) value "COBRANCA    ".
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
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
       01 linha-ret-h.
           02 filler     pic x(2) value "H;".
           02 rh-cpf     pic 9(11).
           02 filler     pic x(1) value ";".
           02 rh-data    pic 9(8).
           02 filler     pic x(1) value ";".
           02 rh-nome    pic x(30).
       01 linha-ret-d.
           02 filler       pic x(2) value "D;".
           02 rd-nosso     pic 9(11).
           02 filler       pic x(1) value ";".
           02 rd-seu       pic x(15).
           02 filler       pic x(1) value ";".
           02 rd-situacao  pic x(2).
           02 filler       pic x(1) value ";".
           02 rd-vencto    pic 9(8).
           02 filler       pic x(1) value ";".
           02 rd-valor     pic 9(8)v99.
           02 filler       pic x(1) value ";".
           02 rd-data-pag  pic 9(8).
           02 filler       pic x(1) value ";".
           02 rd-valor-pag pic 9(9)v99.
           02 filler       pic x(1) value ";".
           02 rd-encargos  pic 9(9)v99.
           02 filler       pic x(1) value ";".
           02 rd-tarifa    pic 9(5)v99.
           02 filler       pic x(1) value ";".
           02 rd-canal     pic x(1).
       01 linha-ret-t.
           02 filler       pic x(2) value "T;".
           02 rt-liquidados pic 9(6).
           02 filler       pic x(1) value ";".
           02 rt-liquido   pic 9(11)v99.
           02 filler       pic x(1) value ";".
           02 rt-baixados  pic 9(6).
           02 filler       pic x(1) value ";".
           02 rt-vencidos  pic 9(6).
       01 linha-cab1.
           02 filler pic x(36) value
              "COBRANCA DE TITULOS - LOTE DIARIO - ".
           02 lc-data pic 9(8).
       01 linha-cab2 pic x(100) value
          "EMPRESA      NOSSO NUMERO          VALOR  OCORRENCIA".
       01 linha-det.
           02 ld-empresa pic 9(11).
           02 filler     pic x(02) value spaces.
           02 ld-nosso   pic 9(11).
           02 filler     pic x(02) value spaces.
           02 ld-valor   pic zzz.zzz.zz9,99.
           02 filler     pic x(02) value spaces.
           02 ld-motivo  pic x(30).
       01 linha-total1.
           02 filler pic x(34) value
              "LINHAS DA COMPENSACAO:            ".
           02 lt-compensacao pic z(5)9.
       01 linha-total2.
           02 filler pic x(34) value
              "LIQUIDADOS PELA COMPENSACAO:      ".
           02 lt-comp-liquidados pic z(5)9.
       01 linha-total3.
           02 filler pic x(34) value
              "OCORRENCIAS DA COMPENSACAO:       ".
           02 lt-divergencias pic z(5)9.
       01 linha-total4.
           02 filler pic x(34) value
              "TITULOS CREDITADOS AS EMPRESAS:   ".
           02 lt-creditados pic z(5)9.
       01 linha-total5.
           02 filler pic x(34) value
              "VALOR CREDITADO (BRUTO):          ".
           02 lt-creditado pic z(10)9,99.
       01 linha-total6.
           02 filler pic x(34) value
              "TARIFAS DEBITADAS:                ".
           02 lt-tarifas pic z(10)9,99.
       01 linha-total7.
           02 filler pic x(34) value
              "CREDITOS RETIDOS:                 ".
           02 lt-retidos pic z(5)9.
       01 linha-total8.
           02 filler pic x(34) value
              "ARQUIVOS DE RETORNO GRAVADOS:     ".
           02 lt-retornos pic z(5)9.

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
           compute ws-hoje = (2000 + ano) * 10000 + mes * 100 + dia.
           display "COBRANCA DE TITULOS - LOTE DIARIO".
           move "C" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           if jb-resultado = "N"
               display "COBRANCA JA PROCESSADA HOJE."
               display "REPETIR MESMO ASSIM (S/N)? "
               accept ws-confirma
               if ws-confirma not = "S" and ws-confirma not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
      * A TARIFA POR TITULO LIQUIDADO VEM DA TABELA CENTRAL
      * (parametros.dat, CODIGO TARCOBRANC); SEM PARAMETRO, PEDE NA
      * TELA (ZERO = SEM TARIFA)
           move "TARCOBRANC" to lp-codigo.
           move ws-hoje to lp-data.
           call "LeParametro" using lp-codigo lp-data lp-valor
                                    lp-resultado.
           if lp-resultado = "S"
               move lp-valor to ws-tarifa
               display "TARIFA DA TABELA DE PARAMETROS: " ws-tarifa
           else
               display "TARIFA POR TITULO LIQUIDADO: "
               accept ws-tarifa
           end-if.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Abre-Arquivos.
           if ws-tem-titulos not = "S"
               display "SEM TITULOS REGISTRADOS (titulos.dat AUSENTE)"
               perform Finaliza
               goback
           end-if.
           perform Le-Compensacao.
           perform Credita-E-Retorna.
           perform Finaliza.
           goback.

       Abre-Arquivos.
           open output relatorio.
           move ws-hoje to lc-data.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.
           open i-o titulos.
           if arq-ok not = "00"
               exit paragraph
           end-if.
           move "S" to ws-tem-titulos.
           open i-o arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               move "E" to jb-acao
               call "ControleJob" using jb-nome jb-frequencia jb-acao
                                        jb-contagem jb-resultado
               move 8 to return-code
               goback
           end-if.
           open i-o movimentos.
           if arq-ok-mov not = "00"
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if.
           open extend extrato.
           if arq-ok3 not = "00" and arq-ok3 not = "05"
               open output extrato
               close extrato
               open extend extrato
           end-if.

      * BOLETOS PAGOS EM OUTROS BANCOS; SEM ARQUIVO NO DIA, SO O
      * CAIXA LIQUIDOU
       Le-Compensacao.
           open input compensacao.
           if arq-ok4 not = "00"
               display "SEM COMPENSACAO NO DIA "
                       "(compensacao-cobranca.txt AUSENTE)"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform until ws-fim = "S"
               read compensacao
                   at end
                       move "S" to ws-fim
                   not at end
                       add 1 to ws-cont-compensacao
                       perform Liquida-Compensacao
               end-read
           end-perform.
           close compensacao.

      * O CAMPO LIVRE DA LINHA (POSICOES 5-9, 11-20 E 22-31) TRAZ
      * O CPF DA EMPRESA E O NOSSO NUMERO; A LINHA INTEIRA TEM DE
      * SER A MESMA QUE FOI REGISTRADA
       Liquida-Compensacao.
           move zeros to ws-campo-livre.
           if lk-linha is not numeric
               or lk-linha(1:3) not = ws-banco-proprio
               move "LINHA DE OUTRO BANCO/INVALIDA" to ws-motivo
               perform Grava-Ocorrencia
               exit paragraph
           end-if.
           string lk-linha(5:5) lk-linha(11:10) lk-linha(22:10)
               delimited by size into ws-campo-livre.
           move cl-cpf-benef to tc-cpf-benef.
           move cl-nosso-numero to tc-nosso-numero.
           read titulos
               invalid key
                   move "TITULO NAO REGISTRADO" to ws-motivo
                   perform Grava-Ocorrencia
                   exit paragraph
           end-read.
           if tc-linha not = lk-linha
               move "LINHA NAO CONFERE COM O TITULO" to ws-motivo
               perform Grava-Ocorrencia
               exit paragraph
           end-if.
           if tc-situacao = "P"
               move "TITULO JA LIQUIDADO" to ws-motivo
               perform Grava-Ocorrencia
               exit paragraph
           end-if.
           if tc-situacao = "B"
               move "TITULO BAIXADO - DEVOLVER" to ws-motivo
               perform Grava-Ocorrencia
               exit paragraph
           end-if.
           call "EncargosTitulo" using tc-valor tc-vencimento
                                       lk-data-pagto tc-multa-pct
                                       tc-juros-pct ws-et-dias
                                       ws-et-encargos.
           compute ws-devido = tc-valor + ws-et-encargos.
           move "P" to tc-situacao.
           move lk-data-pagto to tc-data-pagto.
           move lk-valor-pago to tc-valor-pago.
           if lk-valor-pago > tc-valor
               compute tc-encargos = lk-valor-pago - tc-valor
           else
               move zeros to tc-encargos
           end-if.
           move "K" to tc-canal.
           move "N" to tc-creditado.
           rewrite reg-titulo
               invalid key
                   move "ERRO AO GRAVAR O TITULO" to ws-motivo
                   perform Grava-Ocorrencia
                   exit paragraph
           end-rewrite.
           add 1 to ws-cont-comp-liquidados.
      * O DINHEIRO JA ENTROU PELA COMPENSACAO: O TITULO E LIQUIDADO
      * PELO VALOR RECEBIDO E A DIFERENCA VAI PARA A RETAGUARDA
           if lk-valor-pago < ws-devido
               move "PAGO ABAIXO DO DEVIDO" to ws-motivo
               perform Grava-Ocorrencia
           end-if.

       Grava-Ocorrencia.
           move cl-cpf-benef to ld-empresa.
           move cl-nosso-numero to ld-nosso.
           move lk-valor-pago to ld-valor.
           move ws-motivo to ld-motivo.
           move linha-det to linha-rel.
           write linha-rel.
           add 1 to ws-cont-divergencias.

      * UMA PASSADA EM ORDEM DE CHAVE (EMPRESA + NOSSO NUMERO):
      * CREDITA O QUE ESTA LIQUIDADO E AINDA NAO FOI CREDITADO E
      * MONTA O RETORNO DE CADA EMPRESA NA QUEBRA
       Credita-E-Retorna.
           move low-values to tc-chave.
           move "N" to ws-fim.
           start titulos key is not less than tc-chave
               invalid key
                   move "S" to ws-fim
           end-start.
           perform until ws-fim = "S"
               read titulos next record
                   at end
                       move "S" to ws-fim
                   not at end
                       perform Trata-Titulo
               end-read
           end-perform.
           if ws-retorno-aberto = "S"
               perform Fecha-Retorno
           end-if.

       Trata-Titulo.
           if tc-cpf-benef not = ws-empresa-atual
               if ws-retorno-aberto = "S"
                   perform Fecha-Retorno
               end-if
               move tc-cpf-benef to ws-empresa-atual
           end-if.
           if tc-situacao = "P" and tc-creditado not = "S"
               perform Credita-Titulo
           end-if.
           move spaces to ws-situacao-ret.
           evaluate true
               when tc-situacao = "P" and tc-creditado = "S"
                   and tc-data-credito = ws-hoje
                   move "LQ" to ws-situacao-ret
               when tc-situacao = "P" and tc-creditado not = "S"
                   move "LP" to ws-situacao-ret
               when tc-situacao = "B" and tc-data-baixa = ws-hoje
                   move "BX" to ws-situacao-ret
               when tc-situacao = "A" and tc-vencimento < ws-hoje
                   move "VC" to ws-situacao-ret
               when other
                   continue
           end-evaluate.
           if ws-situacao-ret not = spaces
               perform Grava-Retorno
           end-if.

      * CREDITO BRUTO E TARIFA NUMA SO REGRAVACAO DA CONTA; SE A
      * CONTA NAO EXISTE OU O SALDO ESTOURARIA, O TITULO FICA
      * PENDENTE E VOLTA NO LOTE SEGUINTE
       Credita-Titulo.
           move tc-cpf-benef to cpf-p.
           move 1 to tipo-conta-p.
           read arq-banco
               invalid key
                   move "EMPRESA SEM CONTA - RETIDO" to ws-motivo
                   perform Grava-Retido
                   exit paragraph
           end-read.
           compute ws-saldo-novo = saldo-p + tc-valor-pago.
           if ws-saldo-novo > 999999999,99
               move "SALDO ESTOURARIA - RETIDO" to ws-motivo
               perform Grava-Retido
               exit paragraph
           end-if.
           move ws-saldo-novo to ws-saldo-credito.
           compute saldo-p = ws-saldo-novo - ws-tarifa.
           rewrite reg-arqbc
               invalid key
                   move "ERRO AO CREDITAR - RETIDO" to ws-motivo
                   perform Grava-Retido
                   exit paragraph
           end-rewrite.
           if tc-canal = "C"
               move "LIQ-COBCX" to le-tipo
           else
               move "LIQ-COBCP" to le-tipo
           end-if.
           move tc-valor-pago to le-valor.
           move ws-saldo-credito to le-saldo.
           perform Grava-Lancamento.
           if ws-tarifa > zeros
               move "TAR-COBRAN" to le-tipo
               move ws-tarifa to le-valor
               move saldo-p to le-saldo
               perform Grava-Lancamento
           end-if.
           move "S" to tc-creditado.
           move ws-hoje to tc-data-credito.
           move ws-tarifa to tc-tarifa.
           rewrite reg-titulo
               invalid key
                   display "TITULO " tc-nosso-numero " DA EMPRESA "
                           tc-cpf-benef " CREDITADO MAS NAO MARCADO"
           end-rewrite.
           add 1 to ws-cont-creditados.
           add tc-valor-pago to ws-total-creditado.
           add ws-tarifa to ws-total-tarifas.

       Grava-Retido.
           move tc-cpf-benef to ld-empresa.
           move tc-nosso-numero to ld-nosso.
           move tc-valor-pago to ld-valor.
           move ws-motivo to ld-motivo.
           move linha-det to linha-rel.
           write linha-rel.
           add 1 to ws-cont-retidos.

       Grava-Lancamento.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           perform Grava-Movimento-Idx.

       Grava-Movimento-Idx.
           move le-cpf to mv-cpf.
           move le-tipo-conta to mv-tipo-conta.
           move ws-hoje to mv-data.
           move le-tipo to mv-tipo.
           move le-valor to mv-valor.
           move le-saldo to mv-saldo.
           move le-func to mv-func.
           move le-hora to mv-hora.
           move 1 to mv-seq.
           move "N" to ws-mov-gravado.
           perform Tenta-Gravar-Mov
               until ws-mov-gravado = "S" or mv-seq > 9999.

       Tenta-Gravar-Mov.
           move 1 to mv-titular.
           move zeros to mv-procurador.
           write reg-movimento
               invalid key
                   add 1 to mv-seq
               not invalid key
                   move "S" to ws-mov-gravado
           end-write.

      * O ARQUIVO DA EMPRESA SO E ABERTO QUANDO HA O QUE RETORNAR
       Grava-Retorno.
           if ws-retorno-aberto = "N"
               perform Abre-Retorno
           end-if.
           move tc-nosso-numero to rd-nosso.
           move tc-seu-numero to rd-seu.
           move ws-situacao-ret to rd-situacao.
           move tc-vencimento to rd-vencto.
           move tc-valor to rd-valor.
           move tc-data-pagto to rd-data-pag.
           move tc-valor-pago to rd-valor-pag.
           move tc-encargos to rd-encargos.
           move tc-tarifa to rd-tarifa.
           move tc-canal to rd-canal.
           move linha-ret-d to reg-retorno.
           write reg-retorno.
           evaluate ws-situacao-ret
               when "LQ"
                   add 1 to ws-ret-liquidados
                   compute ws-ret-liquido = ws-ret-liquido
                       + tc-valor-pago - tc-tarifa
               when "LP"
                   add 1 to ws-ret-liquidados
               when "BX"
                   add 1 to ws-ret-baixados
               when "VC"
                   add 1 to ws-ret-vencidos
           end-evaluate.

       Abre-Retorno.
           move spaces to ws-arq-retorno.
           string "RETCOB" tc-cpf-benef ".TXT"
               delimited by size into ws-arq-retorno.
           open output retorno.
           move "S" to ws-retorno-aberto.
           move zeros to ws-ret-liquidados ws-ret-liquido
                         ws-ret-baixados ws-ret-vencidos.
           move tc-cpf-benef to rh-cpf.
           move ws-hoje to rh-data.
           move spaces to rh-nome.
           move tc-cpf-benef to cpf-p.
           move 1 to tipo-conta-p.
           read arq-banco
               invalid key
                   continue
               not invalid key
                   move nome-p to rh-nome
           end-read.
           move linha-ret-h to reg-retorno.
           write reg-retorno.

       Fecha-Retorno.
           move ws-ret-liquidados to rt-liquidados.
           move ws-ret-liquido to rt-liquido.
           move ws-ret-baixados to rt-baixados.
           move ws-ret-vencidos to rt-vencidos.
           move linha-ret-t to reg-retorno.
           write reg-retorno.
           close retorno.
           move "N" to ws-retorno-aberto.
           add 1 to ws-cont-retornos.

       Finaliza.
           move ws-cont-compensacao to lt-compensacao.
           move linha-total1 to linha-rel.
           write linha-rel.
           move ws-cont-comp-liquidados to lt-comp-liquidados.
           move linha-total2 to linha-rel.
           write linha-rel.
           move ws-cont-divergencias to lt-divergencias.
           move linha-total3 to linha-rel.
           write linha-rel.
           move ws-cont-creditados to lt-creditados.
           move linha-total4 to linha-rel.
           write linha-rel.
           move ws-total-creditado to lt-creditado.
           move linha-total5 to linha-rel.
           write linha-rel.
           move ws-total-tarifas to lt-tarifas.
           move linha-total6 to linha-rel.
           write linha-rel.
           move ws-cont-retidos to lt-retidos.
           move linha-total7 to linha-rel.
           write linha-rel.
           move ws-cont-retornos to lt-retornos.
           move linha-total8 to linha-rel.
           write linha-rel.
           close relatorio.
           if ws-tem-titulos = "S"
               close titulos
               close arq-banco
               close movimentos
               close extrato
           end-if.
           move ws-cont-creditados to jb-contagem.
           move "F" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           display "RELATORIO GERADO: COBRANCA.TXT".
           display "CREDITADOS: " ws-cont-creditados
                   " RETIDOS: " ws-cont-retidos
                   " OCORRENCIAS: " ws-cont-divergencias
                   " RETORNOS: " ws-cont-retornos.

       end program CobrancaDiaria.

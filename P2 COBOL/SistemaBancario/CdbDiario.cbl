      * RESG-CDB NO EXTRATO E NOTA DE LIQUIDACAO IMPRESSA EM
      * liquida-cdb.txt. O CONTROLE DE EXECUCAO DIARIA FICA EM
      * runctl.txt PELO ControleJob.
      * NA LIQUIDACAO RETEM O IOF (RESGATE COM MENOS DE 30 DIAS,
      * ALIQUOTA POR DIA CORRIDO) E O IMPOSTO DE RENDA REGRESSIVO
      * PELO PRAZO DA APLICACAO SOBRE O RENDIMENTO LIQUIDO DE IOF.
      * AS ALIQUOTAS VEM DE parametros.dat (LeParametro): IRCDB180,
      * IRCDB360, IRCDB720, IRCDBACIMA E IOFCDB01 A IOFCDB29. OS
      * IMPOSTOS SAEM COMO LANCAMENTOS IOF-CDB E IR-CDB NO EXTRATO,
      * A NOTA MOSTRA BRUTO, IMPOSTOS E LIQUIDO, E CADA RETENCAO
      * FICA GRAVADA POR CPF EM retencoes.dat (RESUMO MENSAL PARA O
      * RECOLHIMENTO NO RecolhimentoImpostos).
       environment division.
       configuration section.
       special-names.
           organization line sequential
           file status arq-ok4.

           select retencoes assign to disk
           organization indexed
           access mode dynamic
           record key rt-chave
           file status arq-ok5.

       data division.
       file section.
       fd aplicacoes label record standard
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

       fd notas label record standard
           data record is linha-nota
           value of file-id is "liquida-cdb.txt".
       01 linha-nota pic x(80).

       fd retencoes label record standard
           data record is reg-retencao
           value of file-id is "retencoes.dat".
       01 reg-retencao.
           02 rt-chave.
               03 rt-cpf        pic 9(11).
               03 rt-data       pic 9(8).
               03 rt-seq        pic 9(4).
           02 rt-tipo-conta pic 9(1).
           02 rt-data-ini   pic 9(8).
           02 rt-dias       pic 9(5).
           02 rt-principal  pic 9(7)v99.
           02 rt-rendimento pic 9(7)v99.
           02 rt-aliq-iof   pic 9(3)v99.
           02 rt-iof        pic 9(7)v99.
           02 rt-aliq-ir    pic 9(3)v99.
           02 rt-ir         pic 9(7)v99.
           02 rt-liquido    pic 9(8)v99.

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-juro-dia pic 9(7)v99 value zeros.
       01 ws-valor-resgate pic 9(8)v99 value zeros.
       01 ws-cont-acumulados pic 9(5) value zeros.
       01 ws-cont-liquidados pic 9(5) value zeros.
       01 ws-dias-aplic pic 9(5) value zeros.
       01 ws-aliq-iof pic 9(3)v99 value zeros.
       01 ws-aliq-ir pic 9(3)v99 value zeros.
       01 ws-valor-iof pic 9(7)v99 value zeros.
       01 ws-valor-ir pic 9(7)v99 value zeros.
       01 ws-valor-liquido pic 9(8)v99 value zeros.
       01 ws-saldo-linha pic s9(9)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-ir-180 pic 9(3)v99 value zeros.
       01 ws-ir-360 pic 9(3)v99 value zeros.
       01 ws-ir-720 pic 9(3)v99 value zeros.
       01 ws-ir-acima pic 9(3)v99 value zeros.
       01 ws-tab-iof.
           02 ws-iof-dia occurs 29 times.
               03 ws-iof-lido pic x(1) value "N".
               03 ws-iof-aliq pic 9(3)v99 value zeros.
       01 lp-codigo pic x(10) value spaces.
       01 lp-data pic 9(8) value zeros.
       01 lp-valor pic 9(5)v9999 value zeros.
       01 lp-resultado pic x(1) value "N".
       01 ws-cod-iof.
           02 filler pic x(6) value "IOFCDB".
           02 ws-cod-iof-dia pic 9(2).
           02 filler pic x(2) value spaces.
       01 ws-du-dias pic 9(3) value zeros.
       01 ws-du-eh-util pic x value "N".
       01 ws-du-resultado pic 9(8) value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 ln-principal pic zzz.zz9,99.
           02 filler pic x(8) value " JUROS: ".
           02 ln-juros pic zzz.zz9,99.
       01 linha-nota-imp.
           02 filler pic x(8) value "  BRUTO ".
           02 ln-bruto pic z.zzz.zz9,99.
           02 filler pic x(5) value " IOF ".
           02 ln-iof pic zzz.zz9,99.
           02 filler pic x(4) value " IR ".
           02 ln-ir pic zzz.zz9,99.
           02 filler pic x(1) value "(".
           02 ln-aliq-ir pic z9,99.
           02 filler pic x(2) value "%)".
           02 filler pic x(9) value " LIQUIDO ".
           02 ln-liquido pic z.zzz.zz9,99.

       procedure division.
       Inicio.
                               ws-du-eh-util ws-du-resultado.
           if ws-du-eh-util = "N"
               display "HOJE NAO E DIA UTIL - SEM ACUMULO"
               goback
           end-if.
           move "C" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
               if ws-ctl-override not = "S"
                   and ws-ctl-override not = "s"
                   display "EXECUCAO CANCELADA"
                   move 4 to return-code
                   goback
               end-if
           end-if.
           perform Le-Aliquotas-IR.
           move "I" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           open i-o aplicacoes.
           if arq-ok not = "00"
               display "SEM APLICACOES (aplicacoes.dat)"
               goback
           end-if.
           open i-o arq-banco.
           open extend extrato.
           if arq-ok4 not = "00" and arq-ok4 not = "05"
               open output notas
           end-if.
           open i-o retencoes.
           if arq-ok5 not = "00"
               open output retencoes
               close retencoes
               open i-o retencoes
           end-if.
           perform Trata-Aplicacao until ws-fim = "S".
           display "CONTRATOS ACUMULADOS: " ws-cont-acumulados.
           display "CONTRATOS LIQUIDADOS: " ws-cont-liquidados.
           close arq-banco.
           close extrato.
           close notas.
           close retencoes.
           goback.

      * FAIXAS DO IR REGRESSIVO VIGENTES NA DATA DE PROCESSAMENTO;
      * SEM PARAMETRO CADASTRADO A ALIQUOTA E PEDIDA NA TELA
       Le-Aliquotas-IR.
           move ws-hoje to lp-data.
           move "IRCDB180" to lp-codigo.
           perform Le-Aliquota.
           move ws-aliq-ir to ws-ir-180.
           move "IRCDB360" to lp-codigo.
           perform Le-Aliquota.
           move ws-aliq-ir to ws-ir-360.
           move "IRCDB720" to lp-codigo.
           perform Le-Aliquota.
           move ws-aliq-ir to ws-ir-720.
           move "IRCDBACIMA" to lp-codigo.
           perform Le-Aliquota.
           move ws-aliq-ir to ws-ir-acima.

       Le-Aliquota.
           call "LeParametro" using lp-codigo lp-data lp-valor
                                    lp-resultado.
           if lp-resultado = "S"
               move lp-valor to ws-aliq-ir
               display "ALIQUOTA " lp-codigo ": " ws-aliq-ir "%"
           else
               display "ALIQUOTA " lp-codigo " EM % (EX: 22,50): "
               accept ws-aliq-ir
           end-if.

       Trata-Aplicacao.
           read aplicacoes next record
                   exit paragraph
           end-read.
           compute ws-valor-resgate = ap-principal + ap-juros.
           perform Calcula-Impostos.
           compute ws-saldo-novo = saldo-p + ws-valor-liquido.
           if ws-saldo-novo > 999999999,99
               display "CONTA DO CONTRATO " ap-cpf " " ap-seq
                       " ULTRAPASSA O LIMITE DO CAMPO - LIQUIDACAO "
                       "RETIDA"
               exit paragraph
           end-if.
           add ws-valor-liquido to saldo-p.
           rewrite reg-arqbc
               invalid key
                   display "ERRO AO CREDITAR O RESGATE"
           move cpf-p to le-cpf.
           move "RESG-CDB" to le-tipo.
           move ws-valor-resgate to le-valor.
           compute ws-saldo-linha = saldo-p + ws-valor-iof
                                  + ws-valor-ir.
           move ws-saldo-linha to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           if ws-valor-iof > zeros
               move "IOF-CDB" to le-tipo
               move ws-valor-iof to le-valor
               compute ws-saldo-linha = saldo-p + ws-valor-ir
               move ws-saldo-linha to le-saldo
               move linha-extrato to reg-extrato
               write reg-extrato
           end-if.
           if ws-valor-ir > zeros
               move "IR-CDB" to le-tipo
               move ws-valor-ir to le-valor
               move saldo-p to le-saldo
               move linha-extrato to reg-extrato
               write reg-extrato
           end-if.
           move ap-cpf to ln-cpf.
           move ap-seq to ln-seq.
           move ap-principal to ln-principal.
           move ap-juros to ln-juros.
           move linha-nota-det to linha-nota.
           write linha-nota.
           move ws-valor-resgate to ln-bruto.
           move ws-valor-iof to ln-iof.
           move ws-valor-ir to ln-ir.
           move ws-aliq-ir to ln-aliq-ir.
           move ws-valor-liquido to ln-liquido.
           move linha-nota-imp to linha-nota.
           write linha-nota.
           perform Grava-Retencao.
           add 1 to ws-cont-liquidados.

      * PRAZO EM DIAS CORRIDOS DA APLICACAO ATE A LIQUIDACAO. IOF SO
      * ABAIXO DE 30 DIAS, SOBRE O RENDIMENTO; IR PELA FAIXA DO PRAZO
      * SOBRE O RENDIMENTO JA DESCONTADO O IOF
       Calcula-Impostos.
           compute ws-dias-aplic =
               function integer-of-date(ws-hoje)
             - function integer-of-date(ap-data-ini).
           move zeros to ws-aliq-iof ws-valor-iof.
           if ws-dias-aplic < 30
               perform Le-Aliquota-IOF
               compute ws-valor-iof rounded =
                   ap-juros * ws-aliq-iof / 100
           end-if.
           evaluate true
               when ws-dias-aplic <= 180
                   move ws-ir-180 to ws-aliq-ir
               when ws-dias-aplic <= 360
                   move ws-ir-360 to ws-aliq-ir
               when ws-dias-aplic <= 720
                   move ws-ir-720 to ws-aliq-ir
               when other
                   move ws-ir-acima to ws-aliq-ir
           end-evaluate.
           compute ws-valor-ir rounded =
               (ap-juros - ws-valor-iof) * ws-aliq-ir / 100.
           compute ws-valor-liquido =
               ws-valor-resgate - ws-valor-iof - ws-valor-ir.

      * ALIQUOTA DO IOF DO DIA (RESGATE NO PROPRIO DIA CONTA COMO
      * DIA 1), LIDA UMA VEZ POR EXECUCAO
       Le-Aliquota-IOF.
           if ws-dias-aplic = zeros
               move 1 to ws-cod-iof-dia
           else
               move ws-dias-aplic to ws-cod-iof-dia
           end-if.
           if ws-iof-lido(ws-cod-iof-dia) = "N"
               move ws-cod-iof to lp-codigo
               move ws-hoje to lp-data
               call "LeParametro" using lp-codigo lp-data lp-valor
                                        lp-resultado
               if lp-resultado = "S"
                   move lp-valor to ws-iof-aliq(ws-cod-iof-dia)
               else
                   display "ALIQUOTA " lp-codigo " EM % (EX: 96,00): "
                   accept ws-iof-aliq(ws-cod-iof-dia)
               end-if
               move "S" to ws-iof-lido(ws-cod-iof-dia)
           end-if.
           move ws-iof-aliq(ws-cod-iof-dia) to ws-aliq-iof.

       Grava-Retencao.
           move ap-cpf to rt-cpf.
           move ws-hoje to rt-data.
           move ap-seq to rt-seq.
           move ap-tipo-conta to rt-tipo-conta.
           move ap-data-ini to rt-data-ini.
           move ws-dias-aplic to rt-dias.
           move ap-principal to rt-principal.
           move ap-juros to rt-rendimento.
           move ws-aliq-iof to rt-aliq-iof.
           move ws-valor-iof to rt-iof.
           move ws-aliq-ir to rt-aliq-ir.
           move ws-valor-ir to rt-ir.
           move ws-valor-liquido to rt-liquido.
           write reg-retencao
               invalid key
                   display "RETENCAO JA REGISTRADA: " ap-cpf " "
                           ap-seq
           end-write.

       end program CdbDiario.


      * COMPENSACAO DE CHEQUES EMITIDOS PELOS NOSSOS CLIENTES
      * (INCLEARING): LE O ARQUIVO DE CHEQUES APRESENTADOS PELOS
      * OUTROS BANCOS (cheques-apresentados.txt), DEBITA O EMITENTE EM
      * arqbc.dat DENTRO DO SALDO MAIS LIMITE (POUPANCA: SO SALDO),
      * DESCONTADOS OS BLOQUEIOS JUDICIAIS EM ABERTO (ROTINA
      * SaldoBloqueado), COM LANCAMENTO CHQ-COMP NO EXTRATO; O QUE NAO
      * CABE E DEVOLVIDO COM MOTIVO (11 = SEM FUNDOS 1A APRESENTACAO,
      * 12 = 2A) E TARIFA DE DEVOLUCAO. AS DEVOLUCOES FICAM EM
      * devolucoes.txt E, NA SEGUNDA DEVOLUCAO POR FALTA DE FUNDOS, O
      * CPF ENTRA EM blacklist.txt PARA O FLUXO QUE O ManterBlacklist
      * JA ADMINISTRA. ANTES DO SALDO, O CHEQUE E CONFERIDO CONTRA OS
      * TALOES ENTREGUES (taloes.dat) E O REGISTRO DE CHEQUES
      * (chqreg.dat), AMBOS MANTIDOS PELO TalaoCheques: NUMERO FORA
      * DOS TALOES DA CONTA VOLTA COM MOTIVO 35, SUSTADO POR
      * FURTO/ROUBO COM 28, POR EXTRAVIO COM 20, POR DESACORDO
      * COMERCIAL COM 21 E JA PAGO COM 49, SEM TARIFA DE DEVOLUCAO.
      * CHEQUE PAGO FICA MARCADO EM chqreg.dat. SEM taloes.dat A
      * CONFERENCIA DE NUMERACAO NAO E FEITA.
       environment division.
       configuration section.
       special-names.
           organization line sequential
           file status arq-ok6.

           select taloes assign to disk
           organization indexed
           access mode dynamic
           record key tl-chave
           file status arq-ok7.

           select chqreg assign to disk
           organization indexed
           access mode dynamic
           record key cr-chave
           file status arq-ok8.

       data division.
       file section.
       fd cheques label record standard
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

       fd devolucoes label record standard
           data record is reg-devolucao
           value of file-id is "inclearing-rel.txt".
       01 linha-rel pic x(80).

       fd taloes label record standard
           data record is reg-talao
           value of file-id is "taloes.dat".
       01 reg-talao.
           02 tl-chave.
               03 tl-cpf        pic 9(11).
               03 tl-tipo-conta pic 9(1).
               03 tl-num-ini    pic 9(6).
           02 tl-num-fim pic 9(6).
           02 tl-data    pic 9(8).
           02 tl-func    pic 9(4).

       fd chqreg label record standard
           data record is reg-chqreg
           value of file-id is "chqreg.dat".
       01 reg-chqreg.
           02 cr-chave.
               03 cr-cpf        pic 9(11).
               03 cr-tipo-conta pic 9(1).
               03 cr-numero     pic 9(6).
           02 cr-situacao pic x(1).
               88 cr-sustado value "S".
               88 cr-pago    value "P".
           02 cr-motivo pic 9(1).
           02 cr-data   pic 9(8).
           02 cr-valor  pic 9(7)v99.
           02 cr-func   pic 9(4).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 arq-ok7 pic x(2).
       01 arq-ok8 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-fim-tl pic x value "N".
       01 ws-tem-taloes pic x value "N".
       01 ws-entregue pic x value "N".
       01 ws-fim-dev pic x value "N".
       01 ws-tarifa pic 9(3)v99 value zeros.
       01 ws-disponivel pic s9(10)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
       01 ws-devolucoes-ant pic 9(3) value zeros.
       01 ws-motivo pic 9(2) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-cont-pagos pic 9(5) value zeros.
       01 ws-cont-devolvidos pic 9(5) value zeros.
       01 ws-cont-blacklist pic 9(5) value zeros.
       01 ws-cont-bloqueados pic 9(5) value zeros.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
               close extrato
               open extend extrato
           end-if.
           open input taloes.
           if arq-ok7 = "00"
               move "S" to ws-tem-taloes
           else
               display "SEM taloes.dat: NUMERACAO NAO CONFERIDA"
           end-if.
           open i-o chqreg.
           if arq-ok8 not = "00"
               open output chqreg
               close chqreg
               open i-o chqreg
           end-if.
           open output relatorio.
           move linha-cab to linha-rel.
           write linha-rel.
           display "CHEQUES PAGOS:      " ws-cont-pagos.
           display "CHEQUES DEVOLVIDOS: " ws-cont-devolvidos.
           display "CPFS PARA BLACKLIST: " ws-cont-blacklist.
           display "NAO ENTREGUES/SUSTADOS/JA PAGOS: "
                   ws-cont-bloqueados.
           display "RELATORIO GERADO: inclearing-rel.txt".
           close cheques.
           close arq-banco.
           close extrato.
           close relatorio.
           if ws-tem-taloes = "S"
               close taloes
           end-if.
           close chqreg.
           stop run.

       Processa-Cheque.
                   perform Registra-Devolucao-Simples
                   exit paragraph
           end-read.
           perform Confere-Numeracao.
           if ws-motivo not = zeros
               perform Registra-Devolucao-Simples
               add 1 to ws-cont-bloqueados
               exit paragraph
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
           if ch-valor > ws-disponivel
               perform Devolve-Cheque-Fundos
           move "CHQ-COMP" to le-tipo.
           move ch-valor to le-valor.
           perform Grava-Extrato-Linha.
           perform Marca-Cheque-Pago.
           move "PAGO" to ld-situacao.
           move linha-det to linha-rel.
           write linha-rel.
           add 1 to ws-cont-pagos.

      * NUMERO FORA DOS TALOES DA CONTA = 35; SUSTADO = 28 (FURTO
      * OU ROUBO), 20 (EXTRAVIO) OU 21 (DESACORDO); JA PAGO = 49.
      * DEVOLVE ZERO EM ws-motivo QUANDO O CHEQUE PODE SER PAGO
       Confere-Numeracao.
           move zeros to ws-motivo.
           if ws-tem-taloes = "S"
               perform Procura-Talao
               if ws-entregue = "N"
                   move 35 to ws-motivo
                   move "DEVOLVIDO MOTIVO 35" to ld-situacao
                   exit paragraph
               end-if
           end-if.
           move ch-cpf to cr-cpf.
           move ch-tipo-conta to cr-tipo-conta.
           move ch-numero to cr-numero.
           read chqreg
               invalid key
                   exit paragraph
           end-read.
           evaluate true
               when cr-pago
                   move 49 to ws-motivo
               when cr-motivo = 1
                   move 28 to ws-motivo
               when cr-motivo = 2
                   move 20 to ws-motivo
               when other
                   move 21 to ws-motivo
           end-evaluate.
           move spaces to ld-situacao.
           string "DEVOLVIDO MOTIVO " ws-motivo
               delimited by size into ld-situacao.

       Procura-Talao.
           move "N" to ws-entregue.
           move ch-cpf to tl-cpf.
           move ch-tipo-conta to tl-tipo-conta.
           move zeros to tl-num-ini.
           move "N" to ws-fim-tl.
           start taloes key is not less than tl-chave
               invalid key
                   move "S" to ws-fim-tl
           end-start.
           perform until ws-fim-tl = "S"
               read taloes next record
                   at end
                       move "S" to ws-fim-tl
                   not at end
                       if tl-cpf not = ch-cpf
                           or tl-tipo-conta not = ch-tipo-conta
                           or tl-num-ini > ch-numero
                           move "S" to ws-fim-tl
                       else
                           if ch-numero not > tl-num-fim
                               move "S" to ws-entregue
                               move "S" to ws-fim-tl
                           end-if
                       end-if
               end-read
           end-perform.

       Marca-Cheque-Pago.
           move ch-cpf to cr-cpf.
           move ch-tipo-conta to cr-tipo-conta.
           move ch-numero to cr-numero.
           move "P" to cr-situacao.
           move zeros to cr-motivo.
           move ws-hoje to cr-data.
           move ch-valor to cr-valor.
           move zeros to cr-func.
           write reg-chqreg
               invalid key
                   display "ERRO AO MARCAR CHEQUE PAGO " ch-numero
           end-write.

      * SEM FUNDOS: MOTIVO 11 NA PRIMEIRA APRESENTACAO, 12 NA
      * SEGUNDA; NA SEGUNDA O EMITENTE VAI PARA A blacklist.txt
       Devolve-Cheque-Fundos.
               exit paragraph
           end-if.
           if tipo-conta-p = 2
               compute ws-disponivel = saldo-p - sb-valor
           else
               compute ws-disponivel = saldo-p + limite-p - sb-valor
           end-if.
           if ws-tarifa > ws-disponivel
               move "TARIFA NAO COBRADA" to ld-situacao

      *   COM TOTAL POR BANCO, E MARCA CADA ORDEM COMO ENVIADA (E);
      * - PROCESSA O RETORNO (retorno-transf.txt: SEQ;MOTIVO) DOS
      *   BANCOS DESTINO, RECREDITANDO NA CONTA A ORDEM REJEITADA
      *   (STATUS R) COM O MOTIVO GRAVADO NO EXTRATO DO CLIENTE;
      *   AS ORDENS ENVIADAS QUE NAO VOLTARAM NO RETORNO FICAM
      *   LIQUIDADAS (L), O QUE CONFIRMA O PAGAMENTO A FORNECEDOR
      *   FEITO PELA LOJA (CPAGBCO). ORDEM DE PORTABILIDADE DE
      *   SALARIO (MOTIVO PORTABILIDADE, GERADA PELA CreditoFolha)
      *   DEVOLVIDA GANHA UMA SEGUNDA LINHA DE AVISO NO EXTRATO:
      *   O SALARIO FICA NA CONTA ATE O CLIENTE CORRIGIR O DESTINO.
      *   ORDEM DEVOLVIDA QUE NAO PODE SER RECREDITADA (CONTA
      *   INEXISTENTE, SALDO ESTOURARIA O CAMPO, ERRO DE GRAVACAO)
      *   FICA COMO DEVOLVIDA COM ESTORNO RETIDO (X) E O ESTORNO E
      *   TENTADO DE NOVO A CADA PROCESSAMENTO DE RETORNO; ELA NUNCA
      *   E DADA COMO LIQUIDADA.
       environment division.
       configuration section.
       special-names.
           02 te-banco      pic 9(3).
           02 te-agencia    pic 9(4).
           02 te-conta      pic 9(9).
           02 te-valor      pic 9(9)v99.
           02 te-status     pic x(1).
           02 te-motivo     pic x(20).

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

       fd remessa label record standard
           data record is linha-remessa
       01 ws-achou pic x value "N".
       01 ws-cont-ordens pic 9(5) value zeros.
       01 ws-cont-devolvidas pic 9(5) value zeros.
       01 ws-cont-liquidadas pic 9(5) value zeros.
       01 ws-cont-retidas pic 9(5) value zeros.
       01 ws-tem-retorno pic x value "N".
       01 ws-estornou pic x value "N".
       01 ws-motivo-dev pic x(20) value spaces.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-motivo-orig pic x(20) value spaces.
       01 tabela-bancos.
           02 tb-linha occurs 50 times.
               03 tb-banco pic 9(3).
               03 tb-total pic 9(11)v99.
               03 tb-ordens pic 9(5).
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
           02 filler pic x(1) value ";".
           02 lrd-conta pic 9(9).
           02 filler pic x(1) value ";".
           02 lrd-valor pic 9(9)v99.
       01 linha-rem-tot.
           02 filler pic x(18) value "  TOTAL DO BANCO: ".
           02 lrt-valor pic zz.zzz.zzz.zz9,99.
           02 filler pic x(10) value "  ORDENS: ".
           02 lrt-ordens pic zzzz9.
       01 linha-extrato.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
           02 filler pic x(2) value spaces.
           02 filler pic x(8) value "MOTIVO: ".
           02 lm-motivo pic x(20).
       01 linha-aviso-portab.
           02 filler pic x(11) value spaces.
           02 lp-cpf pic 9(11).
           02 filler pic x(2) value spaces.
           02 filler pic x(38) value
              "PORTABILIDADE RECUSADA - VALOR MANTIDO".

       procedure division.
       Inicio.
           open i-o transfext.
           if arq-ok not = "00"
               display "SEM TRANSFERENCIAS EXTERNAS (transfext.dat)"
               goback
           end-if.
           evaluate true
               when modo-remessa
                   display "OPCAO INVALIDA"
           end-evaluate.
           close transfext.
           goback.

       Gera-Remessa.
           open output remessa.

      * RETORNO: CADA LINHA (SEQ;MOTIVO) DEVOLVE UMA ORDEM ENVIADA;
      * O VALOR VOLTA PARA A CONTA E O MOTIVO SAI NO EXTRATO LOGO
      * ABAIXO DA LINHA DO ESTORNO. ANTES DO ARQUIVO, AS ORDENS COM
      * ESTORNO RETIDO EM RETORNOS ANTERIORES SAO TENTADAS DE NOVO
       Processa-Retorno.
           open input retorno.
           if arq-ok5 = "00"
               move "S" to ws-tem-retorno
           else
               display "SEM ARQUIVO DE RETORNO (retorno-transf.txt)"
           end-if.
           open i-o arq-banco.
           open extend extrato.
               close extrato
               open extend extrato
           end-if.
           move zeros to te-seq.
           start transfext key is greater than te-seq
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Retenta-Estorno until ws-fim = "S".
           if ws-tem-retorno = "S"
               move "N" to ws-fim
               perform Devolve-Ordem until ws-fim = "S"
               close retorno
           end-if.
           close arq-banco.
           close extrato.
           if ws-tem-retorno = "S"
               move zeros to te-seq
               start transfext key is greater than te-seq
                   invalid key
                       move "S" to ws-fim
                   not invalid key
                       move "N" to ws-fim
               end-start
               perform Liquida-Ordem until ws-fim = "S"
           end-if.
           display "ORDENS DEVOLVIDAS: " ws-cont-devolvidas.
           display "ORDENS LIQUIDADAS: " ws-cont-liquidadas.
           display "DEVOLVIDAS COM ESTORNO RETIDO: " ws-cont-retidas.

      * TODA ORDEM ENVIADA QUE O BANCO DESTINO NAO DEVOLVEU NESTE
      * RETORNO E DADA COMO LIQUIDADA; A DEVOLVIDA JA ESTA COMO R OU,
      * SE O ESTORNO FICOU RETIDO, COMO X
       Liquida-Ordem.
           read transfext next record
               at end
                   move "S" to ws-fim
               not at end
                   if te-status = "E"
                       move "L" to te-status
                       rewrite reg-transfext
                       end-rewrite
                       add 1 to ws-cont-liquidadas
                   end-if
           end-read.

       Devolve-Ordem.
           read retorno
               display "ORDEM " rt-seq " NAO ESTA ENVIADA"
               exit paragraph
           end-if.
           move te-motivo to ws-motivo-orig.
           move rt-motivo to ws-motivo-dev.
           perform Estorna-Ordem.
           if ws-estornou = "N"
               perform Retem-Ordem
           end-if.

      * ORDEM DEVOLVIDA EM RETORNO ANTERIOR COM O ESTORNO RETIDO; O
      * MOTIVO DO BANCO DESTINO FICOU GRAVADO NA ORDEM
       Retenta-Estorno.
           read transfext next record
               at end
                   move "S" to ws-fim
               not at end
                   if te-status = "X"
                       move te-motivo to ws-motivo-orig
                       move te-motivo to ws-motivo-dev
                       perform Estorna-Ordem
                       if ws-estornou = "N"
                           add 1 to ws-cont-retidas
                       end-if
                   end-if
           end-read.

      * ESTORNO QUE ESTOURA O CAMPO DE SALDO, CONTA QUE NAO EXISTE
      * OU ERRO AO GRAVAR A CONTA DEIXAM O ESTORNO RETIDO
       Estorna-Ordem.
           move "N" to ws-estornou.
           move te-cpf to cpf-p.
           move te-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   display "CONTA DA ORDEM " te-seq " NAO EXISTE, "
                           "ESTORNO RETIDO"
                   exit paragraph
           end-read.
           compute ws-saldo-novo = saldo-p + te-valor.
           if ws-saldo-novo > 999999999,99
               display "ORDEM " te-seq " - SALDO ULTRAPASSARIA O "
                       "LIMITE DO CAMPO, ESTORNO RETIDO"
               exit paragraph
           end-if.
           add te-valor to saldo-p.
           rewrite reg-arqbc
               invalid key
                   display "ERRO AO RECREDITAR A ORDEM " te-seq
                           ", ESTORNO RETIDO"
                   exit paragraph
           end-rewrite.
           move "S" to ws-estornou.
           move "R" to te-status.
           move ws-motivo-dev to te-motivo.
           rewrite reg-transfext
           end-rewrite.
           move dia to le-dia.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           move te-cpf to lm-cpf.
           move ws-motivo-dev to lm-motivo.
           move linha-motivo to reg-extrato.
           write reg-extrato.
           if ws-motivo-orig = "PORTABILIDADE"
               move te-cpf to lp-cpf
               move linha-aviso-portab to reg-extrato
               write reg-extrato
           end-if.
           add 1 to ws-cont-devolvidas.

      * A ORDEM FICA COMO DEVOLVIDA (NAO VAI PARA LIQUIDADA) COM O
      * MOTIVO DO BANCO DESTINO; A DE PORTABILIDADE GUARDA A MARCA
      * PORTABILIDADE PARA O AVISO NO EXTRATO QUANDO O ESTORNO SAIR
       Retem-Ordem.
           move "X" to te-status.
           if ws-motivo-orig not = "PORTABILIDADE"
               move ws-motivo-dev to te-motivo
           end-if.
           rewrite reg-transfext
               invalid key
                   display "ERRO AO RETER A ORDEM " te-seq
           end-rewrite.
           display "ORDEM " te-seq " DEVOLVIDA: " ws-motivo-dev.
           add 1 to ws-cont-retidas.

       end program LiquidacaoExterna.

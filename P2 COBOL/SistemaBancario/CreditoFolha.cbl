      * COM AGENCIA E NUMERO CONFERIDOS) E CREDITADA COM LANCAMENTO
      * "SALARIO" NO EXTRATO; AS DEMAIS SAEM NO RELATORIO DE
      * REJEITADOS COM O MOTIVO (folha-rejeitos.txt).
      * CPF COM PORTABILIDADE ATIVA EM portabilidade.dat (CADASTRO
      * DO ManterPortabilidade) TEM O SALARIO CREDITADO E, NA MESMA
      * HORA, DEBITADO (PORTAB-SAL NO EXTRATO, SEM TARIFA) PARA UMA
      * ORDEM PENDENTE EM transfext.dat AO BANCO DE DESTINO, QUE A
      * LiquidacaoExterna MANDA NA REMESSA DO DIA; A ORDEM FICA
      * ANOTADA EM portabilidade-mov.txt COM A EMPRESA PARA O
      * RELATORIO MENSAL (PortabilidadeMensal). A PORTABILIDADE
      * RESPEITA OS BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS DA CONTA
      * (ROTINA SaldoBloqueado): SO E PORTADO O QUE EXCEDE O VALOR
      * BLOQUEADO, LIMITADO AO SALARIO; O RESTANTE FICA NA CONTA.
       environment division.
       configuration section.
       special-names.
           organization line sequential
           file status arq-ok4.

           select portabilidade assign to disk
           organization indexed
           access mode dynamic
           record key pt-cpf
           file status arq-ok5.

           select transfext assign to disk
           organization indexed
           access mode dynamic
           record key te-seq
           file status arq-ok6.

           select portados assign to disk
           organization line sequential
           file status arq-ok7.

       data division.
       file section.
       fd folha label record standard
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

       fd rejeitos label record standard
           data record is reg-rejeito
           02 filler    pic x(1) value ";".
           02 rj-motivo pic x(25).

       fd portabilidade label record standard
           data record is reg-portabilidade
           value of file-id is "portabilidade.dat".
       01 reg-portabilidade.
           02 pt-cpf          pic 9(11).
           02 pt-banco        pic 9(3).
           02 pt-agencia      pic 9(4).
           02 pt-conta        pic 9(9).
           02 pt-inicio       pic 9(8).
           02 pt-cancelamento pic 9(8).
           02 pt-func         pic 9(4).

       fd transfext label record standard
           data record is reg-transfext
           value of file-id is "transfext.dat".
       01 reg-transfext.
           02 te-seq        pic 9(6).
           02 te-data       pic 9(8).
           02 te-cpf        pic 9(11).
           02 te-tipo-conta pic 9(1).
           02 te-banco      pic 9(3).
           02 te-agencia    pic 9(4).
           02 te-conta      pic 9(9).
           02 te-valor      pic 9(9)v99.
           02 te-status     pic x(1).
           02 te-motivo     pic x(20).

       fd portados label record standard
           data record is reg-portado
           value of file-id is "portabilidade-mov.txt".
       01 reg-portado.
           02 po-data    pic 9(8).
           02 filler     pic x(1).
           02 po-empresa pic 9(4).
           02 filler     pic x(1).
           02 po-cpf     pic 9(11).
           02 filler     pic x(1).
           02 po-seq     pic 9(6).
           02 filler     pic x(1).
           02 po-valor   pic 9(9)v99.

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 arq-ok5 pic x(2).
       01 arq-ok6 pic x(2).
       01 arq-ok7 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-tem-header pic x value "N".
       01 ws-empresa pic 9(4) value zeros.
       01 ws-cont-creditados pic 9(5) value zeros.
       01 ws-cont-rejeitados pic 9(5) value zeros.
       01 ws-total-creditado pic 9(9)v99 value zeros.
       01 ws-saldo-novo pic s9(10)v99 value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-tem-portab pic x value "N".
       01 ws-tex-gravado pic x value "N".
       01 ws-cont-portados pic 9(5) value zeros.
       01 ws-total-portado pic 9(9)v99 value zeros.
       01 ws-valor-portar pic s9(10)v99 value zeros.
       01 ws-cont-retidos pic 9(5) value zeros.
       01 ws-total-retido pic 9(9)v99 value zeros.
       01 sb-cpf pic 9(11) value zeros.
       01 sb-tipo-conta pic 9(1) value zeros.
       01 sb-valor pic 9(9)v99 value zeros.
       01 sb-resultado pic x(1) value "N".
      * O CREDITO DA FOLHA E TIPADO COMO SALARIO NO EXTRATO E COMO
      * LANCAMENTO SEM CAIXA (FUNCIONARIO ZERO)
       01 dmv-data pic 9(8) value zeros.
           02 filler    pic x(2) value spaces.
           02 le-tipo   pic x(10).
           02 filler    pic x(2) value spaces.
           02 le-valor  pic zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-saldo  pic -zzz.zzz.zz9,99.
           02 filler    pic x(2) value spaces.
           02 le-tipo-conta pic 9(1).
           02 filler    pic x(2) value spaces.
               move dmv-data(5:2) to mes
               move dmv-data(7:2) to dia
           end-if.
           compute ws-hoje = (2000 + ano) * 10000 + mes * 100 + dia.
           display "CREDITO DE FOLHA DE PAGAMENTO".
           open input folha.
           if arq-ok not = "00"
               open extend extrato
           end-if.
           open output rejeitos.
      * SEM CADASTRO DE PORTABILIDADE TODO SALARIO FICA NA CONTA
           move "N" to ws-tem-portab.
           open input portabilidade.
           if arq-ok5 = "00"
               move "S" to ws-tem-portab
               open i-o transfext
               if arq-ok6 not = "00"
                   open output transfext
                   close transfext
                   open i-o transfext
               end-if
               open extend portados
               if arq-ok7 not = "00" and arq-ok7 not = "05"
                   open output portados
                   close portados
                   open extend portados
               end-if
           end-if.

       Posta-Linha.
           read folha
               perform Grava-Rejeito
               exit paragraph
           end-if.
           compute ws-saldo-novo = saldo-p + fd-valor.
           if ws-saldo-novo > 999999999,99
               move "SALDO ULTRAPASSA O CAMPO" to rj-motivo
               perform Grava-Rejeito
               exit paragraph
           end-if.
           add fd-valor to saldo-p.
           rewrite reg-arqbc
               invalid key
           perform Grava-Extrato-Salario.
           add 1 to ws-cont-creditados.
           add fd-valor to ws-total-creditado.
           if ws-tem-portab = "S"
               perform Porta-Salario
           end-if.

      * PORTABILIDADE VALE DO INICIO ATE A VESPERA DO CANCELAMENTO.
      * A ORDEM E GRAVADA ANTES DO DEBITO: SE ELA NAO ENTRAR, O
      * SALARIO FICA NA CONTA
       Porta-Salario.
           move fd-cpf to pt-cpf.
           read portabilidade
               invalid key
                   exit paragraph
           end-read.
           if pt-inicio > ws-hoje
               exit paragraph
           end-if.
           if pt-cancelamento not = zeros
               and pt-cancelamento <= ws-hoje
               exit paragraph
           end-if.
           perform Calcula-Portavel.
           if ws-valor-portar <= zeros
               exit paragraph
           end-if.
           move 1 to te-seq.
           move ws-hoje to te-data.
           move cpf-p to te-cpf.
           move tipo-conta-p to te-tipo-conta.
           move pt-banco to te-banco.
           move pt-agencia to te-agencia.
           move pt-conta to te-conta.
           move ws-valor-portar to te-valor.
           move "P" to te-status.
           move "PORTABILIDADE" to te-motivo.
           move "N" to ws-tex-gravado.
           perform Tenta-Gravar-Transfext
               until ws-tex-gravado = "S" or te-seq > 999999.
           if ws-tex-gravado = "N"
               display "CPF " fd-cpf " - ORDEM DE PORTABILIDADE NAO "
                       "GRAVADA, SALARIO MANTIDO NA CONTA"
               exit paragraph
           end-if.
           subtract ws-valor-portar from saldo-p.
           rewrite reg-arqbc
               invalid key
                   display "CPF " fd-cpf " - ERRO AO DEBITAR A "
                           "PORTABILIDADE, ORDEM " te-seq " ANULADA"
                   delete transfext
                   end-delete
                   add ws-valor-portar to saldo-p
                   exit paragraph
           end-rewrite.
           move dia to le-dia.
           move mes to le-mes.
           move ano to le-ano.
           move cpf-p to le-cpf.
           move "PORTAB-SAL" to le-tipo.
           move ws-valor-portar to le-valor.
           move saldo-p to le-saldo.
           move tipo-conta-p to le-tipo-conta.
           move zeros to le-func.
           move function current-date(9:8) to ws-hora.
           move ws-hora(1:6) to le-hora.
           move linha-extrato to reg-extrato.
           write reg-extrato.
           move spaces to reg-portado.
           move ws-hoje to po-data.
           move ws-empresa to po-empresa.
           move fd-cpf to po-cpf.
           move te-seq to po-seq.
           move ws-valor-portar to po-valor.
           write reg-portado.
           add 1 to ws-cont-portados.
           add ws-valor-portar to ws-total-portado.

      * O DEBITO DA PORTABILIDADE NAO USA LIMITE: SAI NO MAXIMO O
      * SALDO MENOS OS BLOQUEIOS EM ABERTO, ATE O VALOR DO SALARIO;
      * A PARTE PRESA PELO BLOQUEIO FICA NA CONTA
       Calcula-Portavel.
           move cpf-p to sb-cpf.
           move tipo-conta-p to sb-tipo-conta.
           call "SaldoBloqueado" using sb-cpf sb-tipo-conta sb-valor
                                       sb-resultado.
           compute ws-valor-portar = saldo-p - sb-valor.
           if ws-valor-portar > fd-valor
               move fd-valor to ws-valor-portar
           end-if.
           if ws-valor-portar < zeros
               move zeros to ws-valor-portar
           end-if.
           if ws-valor-portar < fd-valor
               display "CPF " fd-cpf " - BLOQUEIO JUDICIAL/ADMIN. "
                       sb-valor " - PORTADO " ws-valor-portar
                       " DE " fd-valor ", RESTANTE MANTIDO NA CONTA"
               add 1 to ws-cont-retidos
               compute ws-total-retido =
                   ws-total-retido + fd-valor - ws-valor-portar
           end-if.

       Tenta-Gravar-Transfext.
           write reg-transfext
               invalid key
                   add 1 to te-seq
               not invalid key
                   move "S" to ws-tex-gravado
           end-write.

       Grava-Rejeito.
           move fd-cpf to rj-cpf.
                   " VALOR: " ws-total-creditado.
           display "REJEITADOS: " ws-cont-rejeitados
                   " (folha-rejeitos.txt)".
           display "PORTADOS: " ws-cont-portados
                   " VALOR: " ws-total-portado.
           display "RETIDOS POR BLOQUEIO: " ws-cont-retidos
                   " VALOR: " ws-total-retido.
           close folha.
           close arq-banco.
           close extrato.
           close rejeitos.
           if ws-tem-portab = "S"
               close portabilidade
               close transfext
               close portados
           end-if.
           stop run.

       end program CreditoFolha.

       program-id. RemessaCobranca as "RemessaCobranca".

      * REGISTRO DE TITULOS DE COBRANCA DA EMPRESA CLIENTE: LE A
      * REMESSA (remessa-cobranca.txt: LINHA H COM O CPF DA CONTA
      * CORRENTE DA EMPRESA, QUANTIDADE E TOTAL DE CONTROLE; LINHAS D
      * COM A INSTRUCAO 01 = REGISTRAR OU 02 = BAIXAR, NOSSO NUMERO,
      * SEU NUMERO, PAGADOR, VALOR, VENCIMENTO AAAAMMDD, MULTA % E
      * JUROS % AO MES). NADA E REGISTRADO ENQUANTO QUANTIDADE E SOMA
      * DAS LINHAS NAO FECHAREM COM O HEADER. O TITULO REGISTRADO
      * ENTRA EM titulos.dat (CHAVE CPF DA EMPRESA + NOSSO NUMERO)
      * COM A LINHA DIGITAVEL MONTADA PELA ROTINA GeraLinhaBoleto
      * (CAMPO LIVRE = CPF DA EMPRESA, NOSSO NUMERO E CARTEIRA 000).
      * CADA LINHA DA REMESSA VOLTA EM cobranca-registro.txt COM A
      * SITUACAO E, QUANDO REGISTRADA, A LINHA DIGITAVEL PARA A
      * EMPRESA IMPRIMIR O BOLETO. A LIQUIDACAO, O CREDITO NA CONTA
      * DA EMPRESA E O RETORNO DIARIO FICAM COM A CobrancaDiaria.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select remessa assign to disk
           organization line sequential
           file status arq-ok.

           select titulos assign to disk
           organization indexed
           access mode dynamic
           record key tc-chave
           file status arq-ok2.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key is chave-arqbc
           file status arq-ok3.

           select registro assign to disk
           organization line sequential
           file status arq-ok4.

       data division.
       file section.
       fd remessa label record standard
           data record is reg-remessa
           value of file-id is "remessa-cobranca.txt".
       01 reg-remessa.
           02 rm-tipo  pic x(1).
           02 filler   pic x(1).
           02 rm-resto pic x(118).
       01 reg-remessa-h redefines reg-remessa.
           02 rh-tipo       pic x(1).
           02 filler        pic x(1).
           02 rh-cpf        pic 9(11).
           02 filler        pic x(1).
           02 rh-quantidade pic 9(6).
           02 filler        pic x(1).
           02 rh-total      pic 9(11)v99.
           02 filler        pic x(86).
       01 reg-remessa-d redefines reg-remessa.
           02 rd-tipo         pic x(1).
           02 filler          pic x(1).
           02 rd-instrucao    pic 9(2).
           02 filler          pic x(1).
           02 rd-nosso-numero pic 9(11).
           02 filler          pic x(1).
           02 rd-seu-numero   pic x(15).
           02 filler          pic x(1).
           02 rd-sacado-cpf   pic 9(11).
           02 filler          pic x(1).
           02 rd-sacado-nome  pic x(30).
           02 filler          pic x(1).
           02 rd-valor        pic 9(8)v99.
           02 filler          pic x(1).
           02 rd-vencimento   pic 9(8).
           02 filler          pic x(1).
           02 rd-multa-pct    pic 9(2)v99.
           02 filler          pic x(1).
           02 rd-juros-pct    pic 9(2)v99.
           02 filler          pic x(15).

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

       fd registro label record standard
           data record is reg-registro
           value of file-id is "cobranca-registro.txt".
       01 reg-registro.
           02 rg-nosso-numero pic 9(11).
           02 filler          pic x(1) value ";".
           02 rg-seu-numero   pic x(15).
           02 filler          pic x(1) value ";".
           02 rg-situacao     pic x(25).
           02 filler          pic x(1) value ";".
           02 rg-linha        pic x(47).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok4 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-tem-header pic x value "N".
       01 ws-cpf-benef pic 9(11) value zeros.
       01 ws-qtd-header pic 9(6) value zeros.
       01 ws-total-header pic 9(11)v99 value zeros.
       01 ws-qtd-linhas pic 9(6) value zeros.
       01 ws-total-linhas pic 9(11)v99 value zeros.
       01 ws-cpf-valido pic x value "N".
       01 ws-cont-registrados pic 9(6) value zeros.
       01 ws-cont-baixados pic 9(6) value zeros.
       01 ws-cont-rejeitados pic 9(6) value zeros.
       01 ws-total-registrado pic 9(11)v99 value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-venc.
           02 ws-venc-ano pic 9(4).
           02 ws-venc-mes pic 9(2).
           02 ws-venc-dia pic 9(2).
      * CODIGO DE COMPENSACAO DO BANCO NA LINHA DIGITAVEL
       01 ws-banco-proprio pic 9(3) value 641.
       01 ws-campo-livre.
           02 cl-cpf-benef    pic 9(11).
           02 cl-nosso-numero pic 9(11).
           02 cl-carteira     pic 9(3) value zeros.
       01 ws-linha pic x(47) value spaces.
       01 ws-linha-ok pic x value "N".
       01 reg-auditoria pic x(80).
       01 ws-trilha-audit pic x(20) value "auditoria.txt".
       01 ws-acao-trilha pic x value "G".
       01 ws-tam-audit pic 9(3) value 80.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 data-do-sistema.
           02 ano pic 9(2) value zeros.
           02 mes pic 9(2) value zeros.
           02 dia pic 9(2) value zeros.
       01 linha-auditoria.
           02 la-dia       pic 99.
           02 filler       pic x value "/".
           02 la-mes       pic 99.
           02 filler       pic x value "/".
           02 la-ano       pic 99.
           02 filler       pic x(2) value spaces.
           02 la-func      pic 9(4).
           02 filler       pic x value "-".
           02 la-nome-func pic x(20).
           02 filler       pic x(2) value spaces.
           02 la-cpf       pic 9(11).
           02 filler       pic x(2) value spaces.
           02 la-op        pic x(10).

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
           display "REMESSA DE TITULOS DE COBRANCA".
           open input remessa.
           if arq-ok not = "00"
               display "REMESSA AUSENTE (remessa-cobranca.txt)"
               stop run
           end-if.
           perform Confere-Controle until ws-fim = "S".
           close remessa.
           if ws-tem-header = "N"
               display "REMESSA SEM HEADER - NADA REGISTRADO"
               stop run
           end-if.
           if ws-qtd-linhas not = ws-qtd-header
               or ws-total-linhas not = ws-total-header
               display "TOTAL DE CONTROLE NAO FECHA - NADA REGISTRADO"
               display "HEADER: " ws-qtd-header " " ws-total-header
               display "LINHAS: " ws-qtd-linhas " " ws-total-linhas
               stop run
           end-if.
           perform Abre-Registro.
           open input remessa.
           move "N" to ws-fim.
           perform Processa-Linha until ws-fim = "S".
           perform Finaliza.

       Confere-Controle.
           read remessa
               at end
                   move "S" to ws-fim
               not at end
                   if rm-tipo = "H"
                       move "S" to ws-tem-header
                       move rh-cpf to ws-cpf-benef
                       move rh-quantidade to ws-qtd-header
                       move rh-total to ws-total-header
                   end-if
                   if rm-tipo = "D"
                       add 1 to ws-qtd-linhas
                       if rd-valor is numeric
                           add rd-valor to ws-total-linhas
                       end-if
                   end-if
           end-read.

      * A EMPRESA PRECISA DE CONTA CORRENTE NO BANCO: E NELA QUE A
      * CobrancaDiaria CREDITA OS TITULOS PAGOS
       Abre-Registro.
           open input arq-banco.
           if arq-ok3 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           move ws-cpf-benef to cpf-p.
           move 1 to tipo-conta-p.
           read arq-banco
               invalid key
                   display "EMPRESA " ws-cpf-benef
                           " SEM CONTA CORRENTE - NADA REGISTRADO"
                   close arq-banco
                   stop run
           end-read.
           display "EMPRESA: " nome-p " AG " codigo-agencia-p
                   " CC " codigo-cc-p.
           open i-o titulos.
           if arq-ok2 not = "00"
               open output titulos
               close titulos
               open i-o titulos
           end-if.
           open output registro.

       Processa-Linha.
           read remessa
               at end
                   move "S" to ws-fim
               not at end
                   if rm-tipo = "D"
                       perform Trata-Instrucao
                   end-if
           end-read.

       Trata-Instrucao.
           move rd-nosso-numero to rg-nosso-numero.
           move rd-seu-numero to rg-seu-numero.
           move spaces to rg-linha.
           evaluate true
               when rd-instrucao = 1
                   perform Registra-Titulo
               when rd-instrucao = 2
                   perform Baixa-Titulo
               when other
                   move "INSTRUCAO INVALIDA" to rg-situacao
                   perform Grava-Rejeitado
           end-evaluate.

       Registra-Titulo.
           if rd-nosso-numero is not numeric
               or rd-nosso-numero = zeros
               move "NOSSO NUMERO INVALIDO" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           if rd-valor is not numeric or rd-valor = zeros
               move "VALOR INVALIDO" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           if rd-multa-pct is not numeric
               or rd-juros-pct is not numeric
               move "MULTA/JUROS INVALIDOS" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           move "N" to ws-cpf-valido.
           if rd-sacado-cpf is numeric
               call "ValidaCPF" using rd-sacado-cpf ws-cpf-valido
           end-if.
           if ws-cpf-valido = "N"
               move "CPF DO PAGADOR INVALIDO" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           if rd-sacado-nome = spaces
               move "NOME DO PAGADOR AUSENTE" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           move rd-vencimento to ws-venc.
           if rd-vencimento is not numeric
               or ws-venc-mes < 1 or ws-venc-mes > 12
               or ws-venc-dia < 1 or ws-venc-dia > 31
               move "VENCIMENTO INVALIDO" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           if rd-vencimento < ws-hoje
               move "VENCIMENTO JA PASSOU" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           move ws-cpf-benef to tc-cpf-benef.
           move rd-nosso-numero to tc-nosso-numero.
           read titulos
               invalid key
                   continue
               not invalid key
                   move "NOSSO NUMERO JA REGISTRADO" to rg-situacao
                   perform Grava-Rejeitado
                   exit paragraph
           end-read.
           move ws-cpf-benef to cl-cpf-benef.
           move rd-nosso-numero to cl-nosso-numero.
           call "GeraLinhaBoleto" using ws-banco-proprio ws-campo-livre
                                        rd-vencimento rd-valor
                                        ws-linha ws-linha-ok.
           if ws-linha-ok not = "S"
               move "LINHA DIGITAVEL NAO GERADA" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           initialize reg-titulo.
           move ws-cpf-benef to tc-cpf-benef.
           move rd-nosso-numero to tc-nosso-numero.
           move rd-seu-numero to tc-seu-numero.
           move rd-sacado-cpf to tc-sacado-cpf.
           move rd-sacado-nome to tc-sacado-nome.
           move rd-valor to tc-valor.
           move rd-vencimento to tc-vencimento.
           move rd-multa-pct to tc-multa-pct.
           move rd-juros-pct to tc-juros-pct.
           move ws-linha to tc-linha.
           move ws-hoje to tc-registro.
           move "A" to tc-situacao.
           move space to tc-canal.
           move "N" to tc-creditado.
           write reg-titulo
               invalid key
                   move "ERRO DE GRAVACAO" to rg-situacao
                   perform Grava-Rejeitado
                   exit paragraph
           end-write.
           move "REGISTRADO" to rg-situacao.
           move ws-linha to rg-linha.
           write reg-registro.
           add 1 to ws-cont-registrados.
           add rd-valor to ws-total-registrado.

      * SO TITULO EM ABERTO PODE SER BAIXADO; O PAGO FICA COMO ESTA
       Baixa-Titulo.
           move ws-cpf-benef to tc-cpf-benef.
           move rd-nosso-numero to tc-nosso-numero.
           read titulos
               invalid key
                   move "TITULO NAO REGISTRADO" to rg-situacao
                   perform Grava-Rejeitado
                   exit paragraph
           end-read.
           if tc-situacao = "P"
               move "TITULO JA PAGO" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           if tc-situacao = "B"
               move "TITULO JA BAIXADO" to rg-situacao
               perform Grava-Rejeitado
               exit paragraph
           end-if.
           move "B" to tc-situacao.
           move ws-hoje to tc-data-baixa.
           rewrite reg-titulo
               invalid key
                   move "ERRO DE GRAVACAO" to rg-situacao
                   perform Grava-Rejeitado
                   exit paragraph
           end-rewrite.
           move "BAIXADO" to rg-situacao.
           write reg-registro.
           add 1 to ws-cont-baixados.

       Grava-Rejeitado.
           move spaces to rg-linha.
           write reg-registro.
           add 1 to ws-cont-rejeitados.

       Finaliza.
           move dia to la-dia.
           move mes to la-mes.
           move ano to la-ano.
           move zeros to la-func.
           move spaces to la-nome-func.
           move ws-cpf-benef to la-cpf.
           move "COB-REMESS" to la-op.
           move linha-auditoria to reg-auditoria.
           call "GravaTrilha" using ws-acao-trilha ws-trilha-audit
                                    reg-auditoria ws-tam-audit.
           display "REGISTRADOS: " ws-cont-registrados
                   " VALOR: " ws-total-registrado.
           display "BAIXADOS: " ws-cont-baixados.
           display "REJEITADOS: " ws-cont-rejeitados.
           display "RETORNO DO REGISTRO: cobranca-registro.txt".
           close remessa.
           close titulos.
           close arq-banco.
           close registro.
           stop run.

       end program RemessaCobranca.

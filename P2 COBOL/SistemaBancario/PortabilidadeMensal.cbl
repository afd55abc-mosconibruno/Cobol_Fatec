       program-id. PortabilidadeMensal as "PortabilidadeMensal".

      * RELATORIO MENSAL DA PORTABILIDADE DE SALARIO POR EMPRESA:
      * LE AS ORDENS DO MES ANOTADAS PELA CreditoFolha EM
      * portabilidade-mov.txt, CONFERE A SITUACAO DE CADA UMA EM
      * transfext.dat (R = DEVOLVIDA PELO BANCO DE DESTINO, SALARIO
      * MANTIDO NA CONTA; X = DEVOLVIDA COM O ESTORNO AINDA RETIDO;
      * L = LIQUIDADA; P/E = AINDA SEM RETORNO) E
      * SAI EM PORTABILIDADE.TXT O DETALHE POR EMPRESA COM SUBTOTAL
      * DO VALOR PORTADO E DO DEVOLVIDO, E O TOTAL GERAL. O VALOR
      * PORTADO NAO INCLUI O DEVOLVIDO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select portados assign to disk
           organization line sequential
           file status arq-ok.

           select transfext assign to disk
           organization indexed
           access mode dynamic
           record key te-seq
           file status arq-ok2.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok3.

           select sort-file assign to disk.

       data division.
       file section.
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

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "PORTABILIDADE.TXT".
       01 linha-rel pic x(100).

       sd sort-file.
       01 sr-rec.
           02 sr-empresa pic 9(4).
           02 sr-cpf     pic 9(11).
           02 sr-data    pic 9(8).
           02 sr-seq     pic 9(6).
           02 sr-banco   pic 9(3).
           02 sr-valor   pic 9(9)v99.
           02 sr-status  pic x(1).

       working-storage section.
       01 arq-ok  pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-fim-sort pic x value "N".
       01 ws-primeira pic x value "S".
       01 ws-tem-transfext pic x value "N".
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 ws-ref pic 9(6) value zeros.
       01 ws-ref-ano pic 9(4) value zeros.
       01 ws-ref-mes pic 9(2) value zeros.
       01 ws-empresa-atual pic 9(4) value zeros.
       01 ws-sub-cont pic 9(6) value zeros.
       01 ws-sub-portado pic 9(11)v99 value zeros.
       01 ws-sub-devolvido pic 9(11)v99 value zeros.
       01 ws-tot-cont pic 9(6) value zeros.
       01 ws-tot-portado pic 9(11)v99 value zeros.
       01 ws-tot-devolvido pic 9(11)v99 value zeros.
       01 linha-cab1.
           02 filler pic x(40) value
              "PORTABILIDADE DE SALARIO POR EMPRESA - ".
           02 lc-mes pic 99.
           02 filler pic x value "/".
           02 lc-ano pic 9(4).
       01 linha-cab2 pic x(100) value
          "EMPRESA  CPF          DATA      ORDEM   BANCO          VALOR 
      -   " SITUACAO".
       01 linha-det.
           02 ld-empresa  pic z(3)9.
           02 filler      pic x(05) value spaces.
           02 ld-cpf      pic 9(11).
           02 filler      pic x(02) value spaces.
           02 ld-data     pic 9(8).
           02 filler      pic x(02) value spaces.
           02 ld-seq      pic 9(6).
           02 filler      pic x(03) value spaces.
           02 ld-banco    pic 9(3).
           02 filler      pic x(02) value spaces.
           02 ld-valor    pic zzz.zzz.zz9,99.
           02 filler      pic x(02) value spaces.
           02 ld-situacao pic x(20).
       01 linha-sub.
           02 filler      pic x(16) value "  SUBTOTAL EMP. ".
           02 ls-empresa  pic z(3)9.
           02 filler      pic x(10) value "  ORDENS: ".
           02 ls-cont     pic z(5)9.
           02 filler      pic x(11) value "  PORTADO: ".
           02 ls-portado  pic z(10)9,99.
           02 filler      pic x(13) value "  DEVOLVIDO: ".
           02 ls-devolvido pic z(10)9,99.
       01 linha-total1.
           02 filler pic x(30) value "TOTAL DE ORDENS NO MES:       ".
           02 lt-cont pic z(5)9.
       01 linha-total2.
           02 filler pic x(30) value "VALOR PORTADO NO MES:         ".
           02 lt-portado pic z(10)9,99.
       01 linha-total3.
           02 filler pic x(30) value "VALOR DEVOLVIDO NO MES:       ".
           02 lt-devolvido pic z(10)9,99.

       procedure division.
       Inicio.
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data to ws-hoje
           else
               move function current-date(1:8) to ws-hoje
           end-if.
           display "PORTABILIDADE DE SALARIO - RELATORIO MENSAL".
           display "MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL): ".
           accept ws-ref.
           if ws-ref = zeros
               compute ws-ref = ws-hoje / 100
           end-if.
           compute ws-ref-ano = ws-ref / 100.
           compute ws-ref-mes = ws-ref - ws-ref-ano * 100.
           if ws-ref-mes < 1 or ws-ref-mes > 12
               display "MES INVALIDO"
               stop run
           end-if.
           perform Abre-Arquivos.
           sort sort-file on ascending key sr-empresa sr-cpf
                                           sr-data sr-seq
               input procedure is Seleciona-Ordens
               output procedure is Gera-Relatorio.
           perform Finaliza.

       Abre-Arquivos.
           open input portados.
           if arq-ok not = "00"
               display "SEM PORTABILIDADE (portabilidade-mov.txt "
                       "AUSENTE)"
               stop run
           end-if.
           open input transfext.
           if arq-ok2 = "00"
               move "S" to ws-tem-transfext
           end-if.
           open output relatorio.
           move ws-ref-mes to lc-mes.
           move ws-ref-ano to lc-ano.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.

       Seleciona-Ordens.
           perform until ws-fim = "S"
               read portados
                   at end
                       move "S" to ws-fim
                   not at end
                       if po-data(1:6) = ws-ref
                           perform Libera-Ordem-Sort
                       end-if
               end-read
           end-perform.

      * A SITUACAO VEM DA ORDEM; ORDEM QUE SUMIU DE transfext.dat
      * SAI COMO NAO ENCONTRADA E NAO ENTRA NO VALOR PORTADO
       Libera-Ordem-Sort.
           move po-empresa to sr-empresa.
           move po-cpf to sr-cpf.
           move po-data to sr-data.
           move po-seq to sr-seq.
           move po-valor to sr-valor.
           move zeros to sr-banco.
           move space to sr-status.
           if ws-tem-transfext = "S"
               move po-seq to te-seq
               read transfext
                   invalid key
                       move space to sr-status
                   not invalid key
                       if te-cpf = po-cpf
                           move te-status to sr-status
                           move te-banco to sr-banco
                       end-if
               end-read
           end-if.
           release sr-rec.

       Gera-Relatorio.
           perform until ws-fim-sort = "S"
               return sort-file
                   at end
                       move "S" to ws-fim-sort
                   not at end
                       perform Processa-Ordem
               end-return
           end-perform.
           if ws-primeira = "N"
               perform Fecha-Empresa
           end-if.

       Processa-Ordem.
           if ws-primeira = "S"
               move "N" to ws-primeira
               move sr-empresa to ws-empresa-atual
           end-if.
           if sr-empresa not = ws-empresa-atual
               perform Fecha-Empresa
               move sr-empresa to ws-empresa-atual
           end-if.
           move sr-empresa to ld-empresa.
           move sr-cpf to ld-cpf.
           move sr-data to ld-data.
           move sr-seq to ld-seq.
           move sr-banco to ld-banco.
           move sr-valor to ld-valor.
           evaluate sr-status
               when "R"
                   move "DEVOLVIDA - NA CONTA" to ld-situacao
                   add sr-valor to ws-sub-devolvido
               when "X"
                   move "DEVOLVIDA-EST.RETIDO" to ld-situacao
                   add sr-valor to ws-sub-devolvido
               when "L"
                   move "LIQUIDADA" to ld-situacao
                   add sr-valor to ws-sub-portado
               when "E"
                   move "ENVIADA" to ld-situacao
                   add sr-valor to ws-sub-portado
               when "P"
                   move "PENDENTE DE REMESSA" to ld-situacao
                   add sr-valor to ws-sub-portado
               when other
                   move "ORDEM NAO ENCONTRADA" to ld-situacao
           end-evaluate.
           add 1 to ws-sub-cont.
           move linha-det to linha-rel.
           write linha-rel.

       Fecha-Empresa.
           move ws-empresa-atual to ls-empresa.
           move ws-sub-cont to ls-cont.
           move ws-sub-portado to ls-portado.
           move ws-sub-devolvido to ls-devolvido.
           move linha-sub to linha-rel.
           write linha-rel.
           move spaces to linha-rel.
           write linha-rel.
           add ws-sub-cont to ws-tot-cont.
           add ws-sub-portado to ws-tot-portado.
           add ws-sub-devolvido to ws-tot-devolvido.
           move zeros to ws-sub-cont ws-sub-portado ws-sub-devolvido.

       Finaliza.
           move ws-tot-cont to lt-cont.
           move linha-total1 to linha-rel.
           write linha-rel.
           move ws-tot-portado to lt-portado.
           move linha-total2 to linha-rel.
           write linha-rel.
           move ws-tot-devolvido to lt-devolvido.
           move linha-total3 to linha-rel.
           write linha-rel.
           close portados.
           if ws-tem-transfext = "S"
               close transfext
           end-if.
           close relatorio.
           display "RELATORIO GERADO: PORTABILIDADE.TXT".
           display "ORDENS: " ws-tot-cont.
           stop run.

       end program PortabilidadeMensal.

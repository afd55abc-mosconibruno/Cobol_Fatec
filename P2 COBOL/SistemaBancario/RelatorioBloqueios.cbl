       program-id. RelatorioBloqueios as "RelatorioBloqueios".

      * RELATORIO DOS BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS EM ABERTO
      * (bloqueios.dat, SITUACAO A) POR AGENCIA DA CONTA EM
      * arqbc.dat, COM SUBTOTAL POR AGENCIA E TOTAL GERAL, EM
      * BLOQUEIOS.TXT. CONTA QUE NAO ESTA MAIS NO RAZAO SAI NA
      * AGENCIA 0000 PARA SER CONFERIDA.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select bloqueios assign to disk
           organization indexed
           access mode sequential
           record key bq-chave
           file status arq-ok.

           select arq-banco assign to disk
           organization indexed
           access mode dynamic
           record key chave-arqbc
           file status arq-ok2.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok3.

           select agencias assign to disk
           organization indexed
           access mode dynamic
           record key ag-codigo
           file status arq-ok-ag.

           select sort-file assign to disk.

       data division.
       file section.
       fd bloqueios label record standard
           data record is reg-bloqueio
           value of file-id is "bloqueios.dat".
       01 reg-bloqueio.
           02 bq-chave.
               03 bq-cpf        pic 9(11).
               03 bq-tipo-conta pic 9(1).
               03 bq-seq        pic 9(4).
           02 bq-valor      pic 9(9)v99.
           02 bq-ordem      pic x(20).
           02 bq-origem     pic x(1).
           02 bq-orgao      pic x(30).
           02 bq-data       pic 9(8).
           02 bq-func       pic 9(4).
           02 bq-situacao   pic x(1).
           02 bq-data-baixa pic 9(8).
           02 bq-func-baixa pic 9(4).
           02 bq-destino    pic x(20).

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

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "BLOQUEIOS.TXT".
       01 linha-rel pic x(100).

       fd agencias label record standard
           data record is reg-agencia
           value of file-id is "agencias.dat".
       01 reg-agencia.
           02 ag-codigo   pic 9(4).
           02 ag-nome     pic x(30).
           02 ag-endereco pic x(40).
           02 ag-ativa    pic x(1).

       sd sort-file.
       01 sr-rec.
           02 sr-agencia    pic 9(4).
           02 sr-cpf        pic 9(11).
           02 sr-tipo-conta pic 9(1).
           02 sr-seq        pic 9(4).
           02 sr-valor      pic 9(9)v99.
           02 sr-ordem      pic x(20).
           02 sr-origem     pic x(1).
           02 sr-data       pic 9(8).
           02 sr-saldo      pic s9(9)v99.

       working-storage section.
       01 arq-ok  pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 arq-ok-ag pic x(2).
       01 ws-tem-agencias pic x value "N".
       01 ws-nome-agencia pic x(20) value spaces.
       01 ws-fim pic x value "N".
       01 ws-fim-sort      pic x value "N".
       01 ws-primeira      pic x value "N".
       01 ws-agencia-atual pic 9(4) value zeros.
       01 ws-subtotal      pic 9(11)v99 value zeros.
       01 ws-cont-agencia  pic 9(6) value zeros.
       01 ws-grande-total  pic 9(11)v99 value zeros.
       01 ws-cont-geral    pic 9(6) value zeros.
       01 linha-cab1 pic x(60) value
          "BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS EM ABERTO".
       01 linha-cab2 pic x(100) value
          "AGENCIA  CPF         T  SEQ  O ORDEM/PROCESSO       DATA
      -   "   BLOQUEADO            SALDO".
       01 linha-det.
           02 ld-agencia pic z(3)9.
           02 filler     pic x(02) value spaces.
           02 ld-cpf     pic 9(11).
           02 filler     pic x(01) value spaces.
           02 ld-tipo    pic 9(1).
           02 filler     pic x(02) value spaces.
           02 ld-seq     pic 9(4).
           02 filler     pic x(01) value spaces.
           02 ld-origem  pic x(1).
           02 filler     pic x(01) value spaces.
           02 ld-ordem   pic x(20).
           02 filler     pic x(01) value spaces.
           02 ld-data    pic 9(8).
           02 filler     pic x(02) value spaces.
           02 ld-valor   pic zzz.zzz.zz9,99.
           02 filler     pic x(02) value spaces.
           02 ld-saldo   pic -zzz.zzz.zz9,99.
       01 linha-sub.
           02 filler      pic x(15) value "  SUBTOTAL AG. ".
           02 ls-agencia  pic z(3)9.
           02 filler      pic x(01) value spaces.
           02 ls-nome     pic x(20).
           02 filler      pic x(01) value spaces.
           02 filler      pic x(11) value "BLOQUEIOS: ".
           02 ls-cont     pic z(5)9.
           02 filler      pic x(02) value spaces.
           02 filler      pic x(7) value "VALOR: ".
           02 ls-valor    pic zz.zzz.zzz.zz9,99.
       01 linha-total1.
           02 filler pic x(30) value "TOTAL DE BLOQUEIOS EM ABERTO: ".
           02 lt-cont-geral pic z(5)9.
       01 linha-total2.
           02 filler pic x(30) value "VALOR TOTAL BLOQUEADO:        ".
           02 lt-grande-total pic zz.zzz.zzz.zz9,99.

       procedure division.
       Inicio.
           perform Abre-Arquivos.
           sort sort-file on ascending key sr-agencia sr-cpf
                                           sr-tipo-conta sr-seq
               input procedure is Seleciona-Bloqueios
               output procedure is Gera-Relatorio.
           perform Finaliza.

       Abre-Arquivos.
           open input bloqueios.
           if arq-ok not = "00"
               display "SEM BLOQUEIOS (bloqueios.dat AUSENTE)"
               stop run
           end-if.
           open input arq-banco.
           if arq-ok2 not = "00"
               display "RAZAO arqbc.dat AUSENTE"
               stop run
           end-if.
           open input agencias.
           if arq-ok-ag = "00"
               move "S" to ws-tem-agencias
           end-if.
           open output relatorio.
           move linha-cab1 to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.

       Seleciona-Bloqueios.
           perform until ws-fim = "S"
               read bloqueios next record
                   at end
                       move "S" to ws-fim
                   not at end
                       if bq-situacao = "A"
                           perform Libera-Bloqueio-Sort
                       end-if
               end-read
           end-perform.

       Libera-Bloqueio-Sort.
           move bq-cpf to cpf-p.
           move bq-tipo-conta to tipo-conta-p.
           read arq-banco
               invalid key
                   move zeros to codigo-agencia-p
                   move zeros to saldo-p
           end-read.
           move codigo-agencia-p to sr-agencia.
           move bq-cpf to sr-cpf.
           move bq-tipo-conta to sr-tipo-conta.
           move bq-seq to sr-seq.
           move bq-valor to sr-valor.
           move bq-ordem to sr-ordem.
           move bq-origem to sr-origem.
           move bq-data to sr-data.
           move saldo-p to sr-saldo.
           release sr-rec.

       Gera-Relatorio.
           perform until ws-fim-sort = "S"
               return sort-file
                   at end
                       move "S" to ws-fim-sort
                   not at end
                       if ws-primeira = "S" and
                          sr-agencia not = ws-agencia-atual
                           perform Escreve-Subtotal
                       end-if
                       if sr-agencia not = ws-agencia-atual
                          or ws-primeira = "N"
                           move sr-agencia to ws-agencia-atual
                           move zeros to ws-subtotal
                           move zeros to ws-cont-agencia
                           move "S" to ws-primeira
                       end-if
                       move sr-agencia to ld-agencia
                       move sr-cpf to ld-cpf
                       move sr-tipo-conta to ld-tipo
                       move sr-seq to ld-seq
                       move sr-origem to ld-origem
                       move sr-ordem to ld-ordem
                       move sr-data to ld-data
                       move sr-valor to ld-valor
                       move sr-saldo to ld-saldo
                       move linha-det to linha-rel
                       write linha-rel
                       add sr-valor to ws-subtotal
                       add 1 to ws-cont-agencia
                       add sr-valor to ws-grande-total
                       add 1 to ws-cont-geral
               end-return
           end-perform.
           if ws-primeira = "S"
               perform Escreve-Subtotal
           end-if.

       Escreve-Subtotal.
           move ws-agencia-atual to ls-agencia.
           perform Busca-Nome-Agencia.
           move ws-nome-agencia to ls-nome.
           move ws-cont-agencia to ls-cont.
           move ws-subtotal to ls-valor.
           move linha-sub to linha-rel.
           write linha-rel.

       Busca-Nome-Agencia.
           move spaces to ws-nome-agencia.
           if ws-tem-agencias = "S"
               move ws-agencia-atual to ag-codigo
               read agencias
                   invalid key
                       move "NAO CADASTRADA" to ws-nome-agencia
                   not invalid key
                       move ag-nome to ws-nome-agencia
               end-read
           end-if.

       Finaliza.
           move ws-cont-geral to lt-cont-geral.
           move linha-total1 to linha-rel.
           write linha-rel.
           move ws-grande-total to lt-grande-total.
           move linha-total2 to linha-rel.
           write linha-rel.
           display "RELATORIO GERADO: BLOQUEIOS.TXT".
           display "BLOQUEIOS EM ABERTO: " ws-cont-geral.
           if ws-tem-agencias = "S"
               close agencias
           end-if.
           close bloqueios.
           close arq-banco.
           close relatorio.
           stop run.

       end program RelatorioBloqueios.

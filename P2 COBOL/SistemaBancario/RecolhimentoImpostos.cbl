       program-id. RecolhimentoImpostos as "RecolhimentoImpostos".

      * RESUMO MENSAL DOS IMPOSTOS RETIDOS NOS RESGATES DE CDB PARA
      * O RECOLHIMENTO: LE O REGISTRO DE RETENCOES (retencoes.dat,
      * GRAVADO PELO CdbDiario) DO MES INFORMADO (PADRAO: MES
      * ANTERIOR AO DIA DE MOVIMENTO) E LISTA EM recolhimento.txt O
      * TOTAL POR CPF (RESGATES, RENDIMENTO BRUTO, IOF E IR) E OS
      * TOTAIS DO MES DE IOF E DE IR A RECOLHER. PODE SER REPETIDO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select retencoes assign to disk
           organization indexed
           access mode dynamic
           record key rt-chave
           file status arq-ok.

           select relatorio assign to disk
           organization line sequential
           file status arq-ok2.

       data division.
       file section.
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

       fd relatorio label record standard
           data record is linha-rel
           value of file-id is "recolhimento.txt".
       01 linha-rel pic x(80).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-mes-ref pic 9(6) value zeros.
       01 ws-cpf-ant pic 9(11) value zeros.
       01 ws-cpf-resgates pic 9(5) value zeros.
       01 ws-cpf-rendimento pic 9(9)v99 value zeros.
       01 ws-cpf-iof pic 9(9)v99 value zeros.
       01 ws-cpf-ir pic 9(9)v99 value zeros.
       01 ws-tot-cpfs pic 9(5) value zeros.
       01 ws-tot-resgates pic 9(5) value zeros.
       01 ws-tot-rendimento pic 9(9)v99 value zeros.
       01 ws-tot-iof pic 9(9)v99 value zeros.
       01 ws-tot-ir pic 9(9)v99 value zeros.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 ws-hoje pic 9(8) value zeros.
       01 linha-cab.
           02 filler pic x(45) value
              "RECOLHIMENTO DE IMPOSTOS RETIDOS - CDB - MES ".
           02 lc-mes pic 9(2).
           02 filler pic x(1) value "/".
           02 lc-ano pic 9(4).
       01 linha-cab2 pic x(80) value
           "CPF          RESG.    RENDIMENTO           IOF            I
      -    "R".
       01 linha-det.
           02 ld-cpf pic 9(11).
           02 filler pic x(2) value spaces.
           02 ld-resgates pic zzzz9.
           02 filler pic x(2) value spaces.
           02 ld-rendimento pic zzz.zzz.zz9,99.
           02 filler pic x(1) value spaces.
           02 ld-iof pic zzz.zzz.zz9,99.
           02 filler pic x(1) value spaces.
           02 ld-ir pic zzz.zzz.zz9,99.
       01 linha-tot-iof.
           02 filler pic x(30) value "TOTAL DE IOF A RECOLHER:".
           02 lt-iof pic zzz.zzz.zz9,99.
       01 linha-tot-ir.
           02 filler pic x(30) value "TOTAL DE IR A RECOLHER:".
           02 lt-ir pic zzz.zzz.zz9,99.
       01 linha-tot-qtd.
           02 filler pic x(10) value "CLIENTES: ".
           02 lt-cpfs pic zzzz9.
           02 filler pic x(13) value "  RESGATES: ".
           02 lt-resgates pic zzzz9.
           02 filler pic x(16) value "  RENDIMENTO: ".
           02 lt-rendimento pic zzz.zzz.zz9,99.

       procedure division.
       Inicio.
           call "DataMovimento" using dmv-data dmv-resultado.
           if dmv-resultado = "S"
               move dmv-data to ws-hoje
           else
               move function current-date(1:8) to ws-hoje
           end-if.
           display "MES DE REFERENCIA AAAAMM (0 = MES ANTERIOR): ".
           accept ws-mes-ref.
           if ws-mes-ref = zeros
               compute ws-mes-ref = ws-hoje / 100
               if ws-mes-ref(5:2) = "01"
                   subtract 89 from ws-mes-ref
               else
                   subtract 1 from ws-mes-ref
               end-if
           end-if.
           open input retencoes.
           if arq-ok not = "00"
               display "SEM RETENCOES (retencoes.dat AUSENTE)"
               stop run
           end-if.
           open output relatorio.
           move ws-mes-ref(5:2) to lc-mes.
           move ws-mes-ref(1:4) to lc-ano.
           move linha-cab to linha-rel.
           write linha-rel.
           move linha-cab2 to linha-rel.
           write linha-rel.
           perform Le-Retencao until ws-fim = "S".
           if ws-cpf-resgates > zeros
               perform Fecha-Cpf
           end-if.
           move spaces to linha-rel.
           write linha-rel.
           move ws-tot-cpfs to lt-cpfs.
           move ws-tot-resgates to lt-resgates.
           move ws-tot-rendimento to lt-rendimento.
           move linha-tot-qtd to linha-rel.
           write linha-rel.
           move ws-tot-iof to lt-iof.
           move linha-tot-iof to linha-rel.
           write linha-rel.
           move ws-tot-ir to lt-ir.
           move linha-tot-ir to linha-rel.
           write linha-rel.
           close retencoes.
           close relatorio.
           display "RESUMO GERADO: recolhimento.txt".
           display "IOF A RECOLHER: " lt-iof.
           display "IR A RECOLHER:  " lt-ir.
           stop run.

      * O ARQUIVO VEM EM ORDEM DE CPF + DATA; SO ENTRA O MES PEDIDO
       Le-Retencao.
           read retencoes next record
               at end
                   move "S" to ws-fim
               not at end
                   if rt-data(1:6) = ws-mes-ref
                       if rt-cpf not = ws-cpf-ant
                           and ws-cpf-resgates > zeros
                           perform Fecha-Cpf
                       end-if
                       move rt-cpf to ws-cpf-ant
                       add 1 to ws-cpf-resgates
                       add rt-rendimento to ws-cpf-rendimento
                       add rt-iof to ws-cpf-iof
                       add rt-ir to ws-cpf-ir
                   end-if
           end-read.

       Fecha-Cpf.
           move ws-cpf-ant to ld-cpf.
           move ws-cpf-resgates to ld-resgates.
           move ws-cpf-rendimento to ld-rendimento.
           move ws-cpf-iof to ld-iof.
           move ws-cpf-ir to ld-ir.
           move linha-det to linha-rel.
           write linha-rel.
           add 1 to ws-tot-cpfs.
           add ws-cpf-resgates to ws-tot-resgates.
           add ws-cpf-rendimento to ws-tot-rendimento.
           add ws-cpf-iof to ws-tot-iof.
           add ws-cpf-ir to ws-tot-ir.
           move zeros to ws-cpf-resgates ws-cpf-rendimento
                         ws-cpf-iof ws-cpf-ir.

       end program RecolhimentoImpostos.

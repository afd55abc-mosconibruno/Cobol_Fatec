       program-id. SaldoBloqueado as "SaldoBloqueado".

      * ROTINA COMUM DE CONSULTA AOS BLOQUEIOS JUDICIAIS E
      * ADMINISTRATIVOS (bloqueios.dat, MANTIDO PELO
      * ManterBloqueios): DEVOLVE O TOTAL AINDA BLOQUEADO NA CONTA
      * (CPF + TIPO) INFORMADA. TODO CAMINHO DE DEBITO DESCONTA ESSE
      * TOTAL DO SALDO MAIS LIMITE ANTES DE AUTORIZAR O LANCAMENTO.
      * RESULTADO "S" QUANDO HA BLOQUEIO EM ABERTO; SEM O ARQUIVO
      * DEVOLVE ZERO E "N". SOMA ACIMA DE 999.999.999,99 NAO E
      * TRUNCADA: DEVOLVE ESSE MAXIMO, QUE PRENDE TODO O SALDO QUE
      * UMA CONTA COMPORTA.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select bloqueios assign to disk
           organization indexed
           access mode dynamic
           record key bq-chave
           file status arq-ok.

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

       working-storage section.
       01 arq-ok pic x(2).
       01 ws-fim pic x value "N".

       linkage section.
       01 sb-cpf        pic 9(11).
       01 sb-tipo-conta pic 9(1).
       01 sb-valor      pic 9(9)v99.
       01 sb-resultado  pic x(1).

       procedure division using sb-cpf sb-tipo-conta sb-valor
                                sb-resultado.
       Saldo-Bloqueado-Inicio.
           move "N" to sb-resultado.
           move zeros to sb-valor.
           open input bloqueios.
           if arq-ok not = "00"
               goback
           end-if.
           move sb-cpf to bq-cpf.
           move sb-tipo-conta to bq-tipo-conta.
           move zeros to bq-seq.
           start bloqueios key is not less than bq-chave
               invalid key
                   move "S" to ws-fim
               not invalid key
                   move "N" to ws-fim
           end-start.
           perform Soma-Bloqueio until ws-fim = "S".
           close bloqueios.
           goback.

      * SO O BLOQUEIO ATIVO (SITUACAO A) PRENDE SALDO; LIBERADO (L)
      * OU TRANSFERIDO AO DEPOSITO JUDICIAL (T) FICA SO NO HISTORICO
       Soma-Bloqueio.
           read bloqueios next record
               at end
                   move "S" to ws-fim
               not at end
                   if bq-cpf not = sb-cpf
                       or bq-tipo-conta not = sb-tipo-conta
                       move "S" to ws-fim
                   else
                       if bq-situacao = "A"
                           move "S" to sb-resultado
                           add bq-valor to sb-valor
                               on size error
                                   move 999999999,99 to sb-valor
                                   move "S" to ws-fim
                           end-add
                       end-if
                   end-if
           end-read.

       end program SaldoBloqueado.

      * DEPOIS QUE A ReconciliacaoDiaria DO DIA BATEU - O RESULTADO
      * DELA FICA EM reconcil-ok.txt (DATA;OK OU DATA;DIF). COM
      * DIVERGENCIA OU SEM RECONCILIACAO DO DIA, O DIA PERMANECE
      * ABERTO. DO MESMO JEITO O DIA PRECISA ESTAR CONTABILIZADO PELA
      * ContabilidadeDiaria (contabil-ok.txt, DATA;OK OU DATA;DIF):
      * SEM O DIARIO E O BALANCETE FECHADOS A DATA NAO ROLA.
       environment division.
       configuration section.
       special-names.
           organization line sequential
           file status arq-ok2.

           select contabil assign to disk
           organization line sequential
           file status arq-ok3.

       data division.
       file section.
       fd datamov label record standard
           02 filler       pic x(1).
           02 rc-resultado pic x(3).

       fd contabil label record standard
           data record is reg-contabil
           value of file-id is "contabil-ok.txt".
       01 reg-contabil.
           02 ct-data      pic 9(8).
           02 filler       pic x(1).
           02 ct-resultado pic x(3).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 ws-data-aberta pic 9(8) value zeros.
       01 ws-recon-ok pic x value "N".
       01 ws-contabil-ok pic x value "N".
       01 ws-fim pic x value "N".
       01 ws-du-dias pic 9(3) value zeros.
       01 ws-du-eh-util pic x value "N".
           open input datamov.
           if arq-ok not = "00"
               display "DIA NAO ABERTO (datamov.txt AUSENTE)"
               move 8 to return-code
               goback
           end-if.
           read datamov
               at end
                   display "datamov.txt VAZIO"
                   close datamov
                   move 8 to return-code
                   goback
           end-read.
           move dm-data to ws-data-aberta.
           close datamov.
           if dm-status not = "A"
               display "DIA " ws-data-aberta " JA ESTA FECHADO"
               move 8 to return-code
               goback
           end-if.
           perform Verifica-Reconciliacao.
           if ws-recon-ok = "N"
               display "RECONCILIACAO DO DIA " ws-data-aberta
                       " NAO BATEU OU NAO RODOU - DIA SEGUE ABERTO"
               move 8 to return-code
               goback
           end-if.
           perform Verifica-Contabilidade.
           if ws-contabil-ok = "N"
               display "CONTABILIDADE DO DIA " ws-data-aberta
                       " COM PENDENCIAS OU NAO RODOU - DIA SEGUE "
                       "ABERTO"
               move 8 to return-code
               goback
           end-if.
           compute ws-int-dia =
               function integer-of-date(ws-data-aberta) + 1.
           close datamov.
           display "DIA " ws-data-aberta " FECHADO.".
           display "PROXIMO DIA CONTABIL: " ws-proximo-dia.
           goback.

       Verifica-Reconciliacao.
           move "N" to ws-recon-ok.
                   end-if
           end-read.

       Verifica-Contabilidade.
           move "N" to ws-contabil-ok.
           open input contabil.
           if arq-ok3 not = "00"
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Contabil until ws-fim = "S".
           close contabil.

       Le-Contabil.
           read contabil
               at end
                   move "S" to ws-fim
               not at end
                   if ct-data = ws-data-aberta
                       if ct-resultado = "OK "
                           move "S" to ws-contabil-ok
                       else
                           move "N" to ws-contabil-ok
                       end-if
                   end-if
           end-read.

       end program FechaDia.

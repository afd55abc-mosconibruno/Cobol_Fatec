      * ROTINA COMUM DE CONTROLE DE EXECUCAO DE BATCH: REGISTRA EM
      * runctl.txt O INICIO (I), O FIM NORMAL (F) E O FIM COM ERRO (E)
      * DE CADA JOB, COM DATA, HORA, CONTAGEM E PERIODO (AAAAMMDD PARA
      * JOBS DIARIOS, AAAAMM00 PARA MENSAIS E AAAA0000 PARA ANUAIS).
      * A ACAO "C" CONSULTA SE O JOB JA TERMINOU BEM NO PERIODO
      * CORRENTE: RESULTADO "N" QUER DIZER QUE JA EXECUTOU E SO DEVE
      * RODAR DE NOVO COM AUTORIZACAO.
       environment division.
       configuration section.
       special-names.
           move "S" to jb-resultado.
           move function current-date(1:8) to ws-dc-aaaammdd.
           move function current-date(9:8) to ws-hora.
           evaluate jb-frequencia
               when "M"
                   compute ws-periodo =
                       function integer(ws-dc-aaaammdd / 100) * 100
               when "A"
                   compute ws-periodo =
                       function integer(ws-dc-aaaammdd / 10000) * 10000
               when other
                   move ws-dc-aaaammdd to ws-periodo
           end-evaluate.
           if jb-acao = "C"
               perform Consulta-Periodo
           else

       program-id. EncargosTitulo as "EncargosTitulo".

      * ROTINA COMUM DE ENCARGOS DO TITULO DE COBRANCA PAGO EM ATRASO
      * (CAIXA DO SistemaBancario E COMPENSACAO DA CobrancaDiaria):
      * VENCIMENTO EM DIA PARADO (ROTINA DiaUtil) PASSA PARA O
      * PROXIMO DIA UTIL SEM ENCARGO. DEPOIS DISSO COBRA A MULTA
      * (PERCENTUAL SOBRE O VALOR, UMA VEZ) E OS JUROS DE MORA
      * (PERCENTUAL AO MES, PRO RATA DIA SOBRE 30 DIAS, CONTADOS DO
      * VENCIMENTO ORIGINAL). DEVOLVE OS DIAS DE ATRASO E O TOTAL DE
      * ENCARGOS, ARREDONDADO NO CENTAVO.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

       data division.
       working-storage section.
       01 ws-du-dias pic 9(3) value zeros.
       01 ws-du-eh-util pic x value "N".
       01 ws-du-resultado pic 9(8) value zeros.
       01 ws-multa pic 9(9)v99 value zeros.
       01 ws-juros pic 9(9)v99 value zeros.

       linkage section.
       01 et-valor      pic 9(8)v99.
       01 et-vencimento pic 9(8).
       01 et-pagamento  pic 9(8).
       01 et-multa-pct  pic 9(2)v99.
       01 et-juros-pct  pic 9(2)v99.
       01 et-dias       pic 9(5).
       01 et-encargos   pic 9(9)v99.

       procedure division using et-valor et-vencimento et-pagamento
                                et-multa-pct et-juros-pct et-dias
                                et-encargos.
       Encargos-Inicio.
           move zeros to et-dias et-encargos.
           if et-pagamento <= et-vencimento
               goback
           end-if.
           move zeros to ws-du-dias.
           call "DiaUtil" using et-vencimento ws-du-dias
                                ws-du-eh-util ws-du-resultado.
           if et-pagamento <= ws-du-resultado
               goback
           end-if.
           compute et-dias = function integer-of-date(et-pagamento)
                           - function integer-of-date(et-vencimento).
           compute ws-multa rounded = et-valor * et-multa-pct / 100.
           compute ws-juros rounded =
               et-valor * et-juros-pct / 100 / 30 * et-dias.
           compute et-encargos = ws-multa + ws-juros.
           goback.

       end program EncargosTitulo.

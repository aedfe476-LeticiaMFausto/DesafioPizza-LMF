      * 03/09/2026  LMF   Toda execucao passa a deixar um registro no
      *                   log de operacao compartilhado (PIZZA-RUNLOG),
      *                   lido pelo resumo diario PizzaDiario.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
           05 log-aceitos                          pic 9(07).
           05 log-rejeitados                       pic 9(07).
           05 log-retcode                          pic 9(02).
           05 log-operador                         pic x(08).

      *----Variaveis de trabalho
       working-storage section.
               move qtd-hist to log-aceitos
               move zero to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

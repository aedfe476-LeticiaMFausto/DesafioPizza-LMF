      * 03/09/2026  LMF   Aceita (e ignora) o parametro LIMITE-MERCADO
      *                   incluido no PIZZA-PARAMETROS para a
      *                   comparacao de mercado do PizzaMercado.
      * 15/10/2026  LMF   Aceita (e ignora) o parametro TOLERANCIA-EST
      *                   incluido no PIZZA-PARAMETROS para a variacao
      *                   de estoque do PizzaEstoque.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros APROVA-PCT,
      *                   APROVA-VALOR e APROVA-DIAS incluidos no
      *                   PIZZA-PARAMETROS para a fila de aprovacao de
      *                   precos do DesafioPizza e do PizzaDiario.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros PREVISAO-SEM
      *                   e UPLIFT-PROMO incluidos no PIZZA-PARAMETROS
      *                   para o plano de producao do PizzaProducao.
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
                   when "PRECO-MAX"
                   when "TOLERANCIA-VEN"
                   when "LIMITE-MERCADO"
                   when "TOLERANCIA-EST"
                   when "APROVA-PCT"
                   when "APROVA-VALOR"
                   when "APROVA-DIAS"
                   when "PREVISAO-SEM"
                   when "UPLIFT-PROMO"
                       continue
                   when other
                       move "parametro desconhecido"
               move log-lidos to log-aceitos
               move zero to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

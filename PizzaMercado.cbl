      *                   equivalente no nosso catalogo. E a planilha
      *                   da reuniao de reprecificacao, sem depender
      *                   de alguem lembrar de atualiza-la.
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
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
                   when "MARKUP-PADRAO"
                   when "LIMITE-ALERTA"
                   when "TOLERANCIA-VEN"
                   when "TOLERANCIA-EST"
                   when "APROVA-PCT"
                   when "APROVA-VALOR"
                   when "APROVA-DIAS"
                   when "PREVISAO-SEM"
                   when "UPLIFT-PROMO"
                       continue
                   when other
                       move "parametro desconhecido"

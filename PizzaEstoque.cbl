      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaEstoque".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - variacao de estoque de
      *                   ingredientes: o movimento de vendas
      *                   (PIZZA-VENDAS) e explodido pelas receitas
      *                   (PIZZA-RECEITAS) no consumo teorico de cada
      *                   ingrediente; com a contagem fisica
      *                   (PIZZA-CONTAGEM) e as entradas de mercadoria
      *                   (PIZZA-ENTRADAS), o relatorio mostra por
      *                   ingrediente a contagem anterior mais as
      *                   entradas menos o consumo teorico contra a
      *                   contagem atual, com a diferenca valorizada
      *                   pelo preco da PIZZA-INGREDIENTES, e marca a
      *                   variacao acima do novo parametro
      *                   TOLERANCIA-EST do PIZZA-PARAMETROS.
      *                   Termina com RETURN-CODE 4 quando alguma
      *                   variacao passa da tolerancia. Ate agora
      *                   perda, desperdicio e porcao exagerada so
      *                   apareciam no fechamento do mes.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros APROVA-PCT,
      *                   APROVA-VALOR e APROVA-DIAS incluidos no
      *                   PIZZA-PARAMETROS para a fila de aprovacao de
      *                   precos do DesafioPizza e do PizzaDiario.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros PREVISAO-SEM
      *                   e UPLIFT-PROMO incluidos no PIZZA-PARAMETROS
      *                   para o plano de producao do PizzaProducao.
      * 15/10/2026  LMF   O movimento PIZZA-VENDAS passa a trazer o
      *                   canal da venda (ven-canal, em branco no
      *                   balcao); as vendas continuam somadas por
      *                   pizza.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
      * 15/10/2026  LMF   O consumo teorico passa a vir do historico
      *                   PIZZA-HIST-VENDAS em vez do movimento do dia
      *                   PIZZA-VENDAS, que so traz o ultimo dia do
      *                   periodo entre as contagens. Periodo com dia
      *                   sem venda no historico (fora os dias de loja
      *                   fechada do PIZZA-CALENDARIO) sai marcado sem
      *                   variacao, com RETURN-CODE 4.
      * 15/10/2026  LMF   Contagem e entrada com data ou quantidade
      *                   nao numerica sao ignoradas e contadas, como
      *                   ja era feito com o historico de vendas;
      *                   qualquer registro ignorado vira RETURN-CODE 4.
      * 15/10/2026  LMF   A cobertura do historico de vendas conta as
      *                   datas distintas lidas (tabela das datas ja
      *                   vistas), sem depender da ordem de data do
      *                   PIZZA-HIST-VENDAS.
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select pizza-parametros assign to "PIZZAPRM"
               organization is sequential
               file status is fs-parametros.

           select pizza-hist-vendas assign to "PIZZAVHS"
               organization is sequential
               file status is fs-hist-vendas.

           select pizza-calendario assign to "PIZZACAL"
               organization is sequential
               file status is fs-calendario.

           select pizza-ingredientes assign to "PIZZAING"
               organization is sequential
               file status is fs-ingrediente.

           select pizza-receitas assign to "PIZZARCP"
               organization is sequential
               file status is fs-receitas.

           select pizza-contagem assign to "PIZZACNT"
               organization is sequential
               file status is fs-contagem.

           select pizza-entradas assign to "PIZZAENT"
               organization is sequential
               file status is fs-entradas.

           select estoque-report assign to "PIZZAEST"
               organization is sequential
               file status is fs-estoque.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.

       i-o-control.

      *Declaracao de variaveis
       data division.

      *----Variaveis de arquivos
       file section.

      *Parametros da politica de precificacao, compartilhados com o
      *DesafioPizza; aqui so interessa o TOLERANCIA-EST, os demais
      *sao aceitos e ignorados.
       fd  pizza-parametros
           label records are standard.
       01  parametro-reg.
           05 param-nome                           pic x(15).
           05 param-valor                          pic 9(05)v99.

      *Historico de vendas gravado pelo DesafioPizza, um registro por
      *pizza, data e canal do movimento do PDV, em ordem de data.
       fd  pizza-hist-vendas
           label records are standard.
       01  hist-venda-reg.
           05 vhs-nome                             pic x(15).
           05 vhs-data                             pic 9(08).
           05 vhs-qtde                             pic 9(05).
           05 vhs-valor                            pic 9(07)v99.
           05 vhs-canal                            pic x(05).

      *Calendario da loja, o mesmo do PizzaProducao: um registro por
      *dia fora do normal. Dia de loja fechada nao tem venda e nao
      *falta no historico.
       fd  pizza-calendario
           label records are standard.
       01  calendario-reg.
           05 cal-data                             pic 9(08).
           05 cal-tipo                             pic x(01).
              88 cal-fechado                       value "F".
              88 cal-feriado                       value "H".
           05 cal-descricao                        pic x(20).

      *Tabela de precos de ingredientes do fornecedor, a mesma usada
      *pelo DesafioPizza para montar o custo por receita; aqui valora
      *a diferenca de estoque.
       fd  pizza-ingredientes
           label records are standard.
       01  ingrediente-reg.
           05 ing-nome                             pic x(15).
           05 ing-preco                            pic 9(03)v99.

      *Receitas do cardapio: um registro por ingrediente de cada
      *pizza, com a quantidade usada.
       fd  pizza-receitas
           label records are standard.
       01  receita-reg.
           05 rcp-pizza                            pic x(15).
           05 rcp-ingrediente                      pic x(15).
           05 rcp-qtde                             pic 9(03)v999.

      *Contagem fisica de estoque: um registro por ingrediente a cada
      *contagem, com a data e a quantidade na mesma unidade de compra
      *da PIZZA-INGREDIENTES. A contagem mais recente de cada
      *ingrediente fecha o periodo e a anterior o abre.
       fd  pizza-contagem
           label records are standard.
       01  contagem-reg.
           05 cnt-ingrediente                      pic x(15).
           05 cnt-data                             pic 9(08).
           05 cnt-qtde                             pic 9(05)v999.

      *Entradas de mercadoria: um registro por recebimento de
      *ingrediente, com a data, a quantidade (unidade de compra) e o
      *documento de entrega do fornecedor.
       fd  pizza-entradas
           label records are standard.
       01  entrada-reg.
           05 ent-ingrediente                      pic x(15).
           05 ent-data                             pic 9(08).
           05 ent-qtde                             pic 9(05)v999.
           05 ent-documento                        pic x(10).

      *Relatorio de variacao de estoque por ingrediente.
       fd  estoque-report
           label records are standard
           linage is 20 lines with footing at 18.
       01  report-linha                            pic x(80).

      *Log de operacao compartilhado da esteira: um registro por
      *execucao de cada programa, sempre estendido; o resumo diario
      *sai pelo PizzaDiario.
       fd  pizza-runlog
           label records are standard.
       01  runlog-reg.
           05 log-programa                         pic x(15).
           05 log-data                             pic 9(08).
           05 log-hora                             pic 9(06).
           05 log-modo                             pic x(01).
           05 log-parm                             pic x(20).
           05 log-lidos                            pic 9(07).
           05 log-aceitos                          pic 9(07).
           05 log-rejeitados                       pic 9(07).
           05 log-retcode                          pic 9(02).
           05 log-operador                         pic x(08).

      *----Variaveis de trabalho
       working-storage section.

      *Ingredientes e receitas em memoria, iguais aos do DesafioPizza.
       77  max-ingredientes                    pic 9(03) value 500.
       77  qtd-ingredientes                    pic 9(03) value zero.
       01  ingredientes-tab  occurs 1 to 500 times
                             depending on qtd-ingredientes.
           05 ing-nome-tab                         pic x(15).
           05 ing-preco-tab                        pic 9(03)v99.
       77  max-receitas                        pic 9(04) value 2000.
       77  qtd-receitas                        pic 9(04) value zero.
       01  receitas-tab  occurs 1 to 2000 times
                         depending on qtd-receitas.
           05 rcp-pizza-tab                        pic x(15).
           05 rcp-ingrediente-tab                  pic x(15).
           05 rcp-qtde-tab                         pic 9(03)v999.

      *Posicao de estoque por ingrediente: contagem de abertura
      *(penultima) e de fechamento (ultima), entradas e consumo
      *teorico dentro do periodo entre as duas. Ingrediente sem
      *contagem nenhuma entra na tabela so pelo consumo, para sair na
      *secao de consumo sem contagem.
       77  max-estoque                         pic 9(03) value 500.
       77  qtd-estoque                         pic 9(03) value zero.
       01  estoque-tab  occurs 1 to 500 times depending on qtd-estoque.
           05 est-nome                             pic x(15).
           05 est-data-abertura                    pic 9(08).
           05 est-qtde-abertura                    pic 9(05)v999.
           05 est-data-fechamento                  pic 9(08).
           05 est-qtde-fechamento                  pic 9(05)v999.
           05 est-entradas                         pic 9(06)v999.
           05 est-consumo                          pic 9(06)v999.
           05 est-dias-historico                   pic 9(05).

      *Dias de loja fechada do calendario, ja em dias corridos.
       77  max-fechados                        pic 9(03) value 400.
       77  qtd-fechados                        pic 9(03) value zero.
       01  fechados-tab  occurs 1 to 400 times
                         depending on qtd-fechados.
           05 fch-dias                             pic 9(07).

      *Pizzas vendidas sem receita cadastrada: o consumo delas nao
      *entra na conta e a diferenca do estoque fica distorcida.
       77  qtd-sem-receita                     pic 9(03) value zero.
       01  sem-receita-tab  occurs 1 to 500 times
                            depending on qtd-sem-receita.
           05 srp-nome                             pic x(15).
           05 srp-qtde                             pic 9(07).

      *Variaveis de controle
       77  ind-est                                 pic 9(03).
       77  ind-est-encontrado                      pic 9(03).
       77  ind-rcp                                 pic 9(04).
       77  ind-ing                                 pic 9(03).
       77  ind-ing-encontrado                      pic 9(03).
       77  ind-srp                                 pic 9(03).
       77  ind-srp-encontrado                      pic 9(03).
       77  ind-fch                                 pic 9(03).
       77  nome-pesquisa                           pic x(15).
       77  qtd-linhas-receita                      pic 9(04).
       77  fs-parametros                           pic x(02).
           88 fs-parametros-ok                     value '00'.
           88 fs-parametros-fim                    value '10'.
       77  fs-hist-vendas                          pic x(02).
           88 fs-hist-vendas-ok                    value '00'.
           88 fs-hist-vendas-fim                   value '10'.
       77  fs-calendario                           pic x(02).
           88 fs-calendario-ok                     value '00'.
           88 fs-calendario-fim                    value '10'.
       77  fs-ingrediente                          pic x(02).
           88 fs-ingrediente-ok                    value '00'.
           88 fs-ingrediente-fim                   value '10'.
       77  fs-receitas                             pic x(02).
           88 fs-receitas-ok                       value '00'.
           88 fs-receitas-fim                      value '10'.
       77  fs-contagem                             pic x(02).
           88 fs-contagem-ok                       value '00'.
           88 fs-contagem-fim                      value '10'.
       77  fs-entradas                             pic x(02).
           88 fs-entradas-ok                       value '00'.
           88 fs-entradas-fim                      value '10'.
       77  fs-estoque                              pic x(02).
           88 fs-estoque-ok                        value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.
       77  motivo-parametro                        pic x(45).
       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *Tolerancia da variacao de estoque, em percentual do consumo
      *teorico do periodo; acima dela o ingrediente sai marcado.
       77  tolerancia-estoque               pic 9(03)V99 value 5,00.

      *Contadores da leitura dos arquivos de movimento.
       77  qtd-vendas-lidas                    pic 9(07) value zero.
       77  qtd-contagens-lidas                 pic 9(07) value zero.
       77  qtd-entradas-lidas                  pic 9(07) value zero.
       77  qtd-vendas-invalidas                pic 9(07) value zero.
       77  qtd-contagens-invalidas             pic 9(07) value zero.
       77  qtd-entradas-invalidas              pic 9(07) value zero.

      *Cobertura do historico de vendas: cada data do historico conta
      *uma vez nos periodos em que cai; o periodo precisa de um dia de
      *historico (ou de loja fechada) por dia corrido. As datas da
      *janela ja contadas ficam na tabela, porque o historico pode
      *trazer uma data atrasada depois de outras mais novas.
       77  max-datas-historico                 pic 9(04) value 1000.
       77  qtd-datas-historico                 pic 9(04) value zero.
       01  datas-historico-tab  occurs 1 to 1000 times
                                depending on qtd-datas-historico.
           05 dth-data                             pic 9(08).
       77  ind-dth                                 pic 9(04).
       77  data-vista-sw                           pic x(01).
           88 data-ja-vista                        value "S".
       77  dia-fechado-sw                          pic x(01).
           88 dia-fechado                          value "S".
       77  dias-abertura                           pic 9(07).
       77  dias-fechamento                         pic 9(07).
       77  dias-periodo                            pic 9(07).
       77  dias-cobertos                           pic 9(07).
       77  dias-faltando                           pic 9(07).
       77  dias-faltando-ed                        pic z.zz9.

      *Janela das contagens (abertura mais antiga ate o fechamento
      *mais novo): o consumo sem contagem e as vendas sem receita so
      *contam dentro dela.
       77  janela-inicio                       pic 9(08) value zero.
       77  janela-fim                          pic 9(08) value zero.
       77  venda-janela-sw                         pic x(01).
           88 venda-na-janela                      value "S".

      *Numero de dias corridos de uma data (mesma conta do
      *PizzaDiario e do PizzaProducao).
       01  data-calculo                            pic 9(08).
       01  data-calculo-r redefines data-calculo.
           05 ano-calculo                          pic 9(04).
           05 mes-calculo                          pic 9(02).
           05 dia-calculo                          pic 9(02).
       77  ano-ajustado                            pic 9(04).
       77  mes-ajustado                            pic 9(02).
       77  quociente-4                             pic 9(04).
       77  quociente-100                           pic 9(04).
       77  quociente-400                           pic 9(04).
       77  dias-meses                              pic 9(04).
       77  dias-calculo                            pic 9(07).

      *Apuracao da variacao de um ingrediente.
       77  consumo-linha                           pic 9(06)v999.
       77  estoque-esperado                        pic s9(06)v999.
       77  variacao-qtde                           pic s9(06)v999.
       77  variacao-absoluta                       pic 9(06)v999.
       77  variacao-valor                          pic s9(07)v99.
       77  variacao-pct                            pic 9(03)v99.
       77  preco-ingrediente                       pic 9(03)v99.

      *Contadores e totais do resumo.
       77  qtd-conferidos                      pic 9(03) value zero.
       77  qtd-acima-tolerancia                pic 9(03) value zero.
       77  qtd-uma-contagem                    pic 9(03) value zero.
       77  qtd-sem-contagem                    pic 9(03) value zero.
       77  qtd-historico-incompleto            pic 9(03) value zero.
       77  total-variacao-valor             pic s9(07)v99 value zero.
       77  total-perda-valor                pic s9(07)v99 value zero.

      *Variaveis do relatorio impresso (PIZZAEST)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       01  data-edicao                             pic 9(08).
       01  data-edicao-r redefines data-edicao.
           05 ano-edicao                           pic 9(04).
           05 mes-edicao                           pic 9(02).
           05 dia-edicao                           pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.

      *Valores editados para as linhas do relatorio.
       77  qtde-abertura-ed                        pic zz.zz9,999.
       77  qtde-fechamento-ed                      pic zz.zz9,999.
       77  qtde-entradas-ed                        pic zzz.zz9,999.
       77  qtde-consumo-ed                         pic zzz.zz9,999.
       77  qtde-esperada-ed                        pic ---.--9,999.
       77  qtde-variacao-ed                        pic ---.--9,999.
       77  valor-variacao-ed                       pic --.---.--9,99.
       77  valor-perda-ed                          pic --.---.--9,99.
       77  pct-variacao-ed                         pic zz9,99.
       77  tolerancia-editada                      pic zz9,99.
       77  qtde-vendida-ed                         pic z.zzz.zz9.

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-contagens
           perform apura-janela
           perform carrega-entradas
           perform carrega-calendario
           perform carrega-vendas
           perform emite-estoque
           perform finaliza
           .

       inicializa section.

           accept data-relatorio from date yyyymmdd

           perform carrega-parametros

           .
       inicializa-exit.
           exit.

      *Carrega a tolerancia do arquivo de parametros compartilhado
      *com o DesafioPizza; sem o arquivo vale o padrao compilado, e
      *um parametro sem sentido encerra com RETURN-CODE 12.
       carrega-parametros section.

           open input pizza-parametros

           if not fs-parametros-ok
               display "Arquivo de parametros ausente (status "
                       fs-parametros ") - politica padrao em vigor."
           else
               perform until fs-parametros-fim
                   read pizza-parametros
                       at end
                           set fs-parametros-fim to true
                       not at end
                           perform aplica-parametro
                   end-read
               end-perform
               close pizza-parametros
           end-if

           .
       carrega-parametros-exit.
           exit.

      *Aplica um registro do arquivo de parametros: so o
      *TOLERANCIA-EST interessa a variacao de estoque; os demais
      *parametros da politica sao aceitos e ignorados.
       aplica-parametro section.

           move spaces to motivo-parametro

           evaluate true
               when param-valor not numeric
                   move "valor nao numerico" to motivo-parametro
               when param-valor > 999,99
                   move "valor acima de 999,99" to motivo-parametro
               when other
                   evaluate param-nome
                   when "TOLERANCIA-EST"
                       move param-valor to tolerancia-estoque
                   when "MARKUP-PADRAO"
                   when "LIMITE-ALERTA"
                   when "DIAMETRO-MAX"
                   when "PRECO-MIN"
                   when "PRECO-MAX"
                   when "TOLERANCIA-VEN"
                   when "LIMITE-MERCADO"
                   when "APROVA-PCT"
                   when "APROVA-VALOR"
                   when "APROVA-DIAS"
                   when "PREVISAO-SEM"
                   when "UPLIFT-PROMO"
                       continue
                   when other
                       move "parametro desconhecido"
                           to motivo-parametro
                   end-evaluate
           end-evaluate

           if motivo-parametro not = spaces
               perform recusa-parametro
           end-if

           .
       aplica-parametro-exit.
           exit.

      *Encerra a execucao por parametro invalido, com RETURN-CODE 12
      *para a JCL, antes de gerar o relatorio.
       recusa-parametro section.

           display "Parametro invalido em PIZZA-PARAMETROS ("
                   param-nome "): " motivo-parametro
           display "Execucao encerrada sem gerar a variacao de estoque."
           move 12 to return-code

           stop run
           .
       recusa-parametro-exit.
           exit.

      *Le a tabela de precos de ingredientes (PIZZA-INGREDIENTES)
      *para a memoria; sem o arquivo, a diferenca sai sem valor.
       carrega-ingredientes section.

           move zero to qtd-ingredientes
           open input pizza-ingredientes

           if fs-ingrediente-ok
               perform until fs-ingrediente-fim
                   read pizza-ingredientes
                       at end
                           set fs-ingrediente-fim to true
                       not at end
                           if qtd-ingredientes < max-ingredientes
                               add 1 to qtd-ingredientes
                               move ing-nome
                                   to ing-nome-tab(qtd-ingredientes)
                               move ing-preco
                                   to ing-preco-tab(qtd-ingredientes)
                           else
                               set fs-ingrediente-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-ingredientes
           else
               display "Atencao: nao foi possivel abrir PIZZA-INGREDIE"
                       "NTES (status " fs-ingrediente ") - diferencas "
                       "sem valor."
           end-if

           .
       carrega-ingredientes-exit.
           exit.

      *Le as receitas do cardapio (PIZZA-RECEITAS) para a memoria.
       carrega-receitas section.

           move zero to qtd-receitas
           open input pizza-receitas

           if fs-receitas-ok
               perform until fs-receitas-fim
                   read pizza-receitas
                       at end
                           set fs-receitas-fim to true
                       not at end
                           if qtd-receitas < max-receitas
                               add 1 to qtd-receitas
                               move rcp-pizza
                                   to rcp-pizza-tab(qtd-receitas)
                               move rcp-ingrediente
                                   to rcp-ingrediente-tab(qtd-receitas)
                               move rcp-qtde
                                   to rcp-qtde-tab(qtd-receitas)
                           else
                               display "Atencao: limite de "
                                       max-receitas " linhas de receit"
                                       "a atingido; excedente ignorad"
                                       "o."
                               set fs-receitas-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-receitas
           else
               display "Atencao: nao foi possivel abrir PIZZA-RECEITAS "
                       "(status " fs-receitas ") - nenhum consumo teori"
                       "co apurado."
           end-if

           .
       carrega-receitas-exit.
           exit.

      *Le a contagem fisica e guarda, por ingrediente, as duas
      *contagens mais recentes: a ultima fecha o periodo e a
      *anterior o abre. Duas contagens na mesma data valem como
      *recontagem (fica a ultima lida).
       carrega-contagens section.

           move zero to qtd-estoque
           open input pizza-contagem

           if not fs-contagem-ok
               display "Atencao: nao foi possivel abrir PIZZA-CONTAGEM "
                       "(status " fs-contagem ") - nenhum ingrediente "
                       "conferido."
           else
               perform until fs-contagem-fim
                   read pizza-contagem
                       at end
                           set fs-contagem-fim to true
                       not at end
                           add 1 to qtd-contagens-lidas
                           if cnt-data not numeric
                                   or cnt-qtde not numeric
                               add 1 to qtd-contagens-invalidas
                           else
                               perform trata-contagem
                           end-if
                   end-read
               end-perform
               close pizza-contagem
           end-if

           if qtd-contagens-invalidas > zero
               display "Atencao: " qtd-contagens-invalidas
                       " registro(s) invalido(s) na contagem fisica"
                       " ignorado(s)."
           end-if

           .
       carrega-contagens-exit.
           exit.

      *Encaixa uma contagem na posicao do ingrediente: mais nova que
      *o fechamento empurra o fechamento para a abertura; entre a
      *abertura e o fechamento substitui a abertura.
       trata-contagem section.

           move cnt-ingrediente to nome-pesquisa
           perform localiza-estoque

           if ind-est-encontrado > zero
               move ind-est-encontrado to ind-est
               evaluate true
                   when cnt-data > est-data-fechamento(ind-est)
                       move est-data-fechamento(ind-est)
                           to est-data-abertura(ind-est)
                       move est-qtde-fechamento(ind-est)
                           to est-qtde-abertura(ind-est)
                       move cnt-data to est-data-fechamento(ind-est)
                       move cnt-qtde to est-qtde-fechamento(ind-est)
                   when cnt-data = est-data-fechamento(ind-est)
                       move cnt-qtde to est-qtde-fechamento(ind-est)
                   when cnt-data > est-data-abertura(ind-est)
                       move cnt-data to est-data-abertura(ind-est)
                       move cnt-qtde to est-qtde-abertura(ind-est)
                   when cnt-data = est-data-abertura(ind-est)
                       move cnt-qtde to est-qtde-abertura(ind-est)
                   when other
                       continue
               end-evaluate
           end-if

           .
       trata-contagem-exit.
           exit.

      *Apura a janela das contagens: da abertura mais antiga ao
      *fechamento mais novo; sem contagem a janela fica aberta.
       apura-janela section.

           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
               if est-data-fechamento(ind-est) > janela-fim
                   move est-data-fechamento(ind-est) to janela-fim
               end-if
               if est-data-abertura(ind-est) > zero
                   if janela-inicio = zero
                           or est-data-abertura(ind-est) < janela-inicio
                       move est-data-abertura(ind-est) to janela-inicio
                   end-if
               end-if
           end-perform

           .
       apura-janela-exit.
           exit.

      *Localiza o ingrediente em nome-pesquisa na posicao de estoque,
      *incluindo-o zerado quando ainda nao consta; ind-est-encontrado
      *fica zero so quando a tabela esta cheia.
       localiza-estoque section.

           move zero to ind-est-encontrado
           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
                      or ind-est-encontrado > zero
               if est-nome(ind-est) = nome-pesquisa
                   move ind-est to ind-est-encontrado
               end-if
           end-perform

           if ind-est-encontrado = zero
               if qtd-estoque < max-estoque
                   add 1 to qtd-estoque
                   move qtd-estoque to ind-est-encontrado
                   move nome-pesquisa to est-nome(qtd-estoque)
                   move zero to est-data-abertura(qtd-estoque)
                                est-qtde-abertura(qtd-estoque)
                                est-data-fechamento(qtd-estoque)
                                est-qtde-fechamento(qtd-estoque)
                                est-entradas(qtd-estoque)
                                est-consumo(qtd-estoque)
                                est-dias-historico(qtd-estoque)
               else
                   display "Atencao: limite de " max-estoque
                           " ingredientes atingido; " nome-pesquisa
                           " ignorado."
               end-if
           end-if

           .
       localiza-estoque-exit.
           exit.

      *Le as entradas de mercadoria e soma as que caem no periodo de
      *cada ingrediente (depois da contagem de abertura, ate a de
      *fechamento). Ingrediente sem contagem soma todas as entradas,
      *so para informacao.
       carrega-entradas section.

           open input pizza-entradas

           if not fs-entradas-ok
               display "Atencao: nao foi possivel abrir PIZZA-ENTRADAS "
                       "(status " fs-entradas ") - periodo sem entradas"
                       " de mercadoria."
           else
               perform until fs-entradas-fim
                   read pizza-entradas
                       at end
                           set fs-entradas-fim to true
                       not at end
                           add 1 to qtd-entradas-lidas
                           if ent-data not numeric
                                   or ent-qtde not numeric
                               add 1 to qtd-entradas-invalidas
                           else
                               move ent-ingrediente to nome-pesquisa
                               perform localiza-estoque
                               if ind-est-encontrado > zero
                                   perform soma-entrada
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-entradas
           end-if

           if qtd-entradas-invalidas > zero
               display "Atencao: " qtd-entradas-invalidas
                       " registro(s) invalido(s) nas entradas de "
                       "mercadoria ignorado(s)."
           end-if

           .
       carrega-entradas-exit.
           exit.

      *Soma a entrada lida na posicao do ingrediente quando ela cai
      *no periodo conferido.
       soma-entrada section.

           evaluate true
               when est-data-fechamento(ind-est-encontrado) = zero
                   add ent-qtde to est-entradas(ind-est-encontrado)
               when ent-data > est-data-abertura(ind-est-encontrado)
                       and ent-data
                           not > est-data-fechamento(ind-est-encontrado)
                   add ent-qtde to est-entradas(ind-est-encontrado)
               when other
                   continue
           end-evaluate

           .
       soma-entrada-exit.
           exit.

      *Le o calendario da loja e guarda os dias de loja fechada, ja
      *em dias corridos. Sem o calendario todos os dias sao normais.
       carrega-calendario section.

           move zero to qtd-fechados
           open input pizza-calendario

           if not fs-calendario-ok
               display "Atencao: nao foi possivel abrir PIZZA-CALENDARI"
                       "O (status " fs-calendario ") - nenhum dia fech"
                       "ado."
           else
               perform until fs-calendario-fim
                   read pizza-calendario
                       at end
                           set fs-calendario-fim to true
                       not at end
                           if cal-data numeric and cal-fechado
                               perform guarda-dia-fechado
                           end-if
                   end-read
               end-perform
               close pizza-calendario
           end-if

           .
       carrega-calendario-exit.
           exit.

      *Guarda um dia de loja fechada do calendario.
       guarda-dia-fechado section.

           if qtd-fechados < max-fechados
               add 1 to qtd-fechados
               move cal-data to data-calculo
               perform calcula-dias
               move dias-calculo to fch-dias(qtd-fechados)
           else
               display "Atencao: limite de " max-fechados
                       " dias fechados atingido; " cal-data
                       " ignorado."
           end-if

           .
       guarda-dia-fechado-exit.
           exit.

      *Le o historico de vendas e explode cada registro pela receita
      *da pizza no consumo teorico de cada ingrediente; cada data da
      *janela lida pela primeira vez conta como dia coberto nos
      *periodos em que cai.
       carrega-vendas section.

           open input pizza-hist-vendas

           if not fs-hist-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-HIST-VEND"
                       "AS (status " fs-hist-vendas ") - consumo teoric"
                       "o zerado."
           else
               perform until fs-hist-vendas-fim
                   read pizza-hist-vendas
                       at end
                           set fs-hist-vendas-fim to true
                       not at end
                           add 1 to qtd-vendas-lidas
                           if vhs-data not numeric
                                   or vhs-qtde not numeric
                               add 1 to qtd-vendas-invalidas
                           else
                               perform confere-janela
                               if venda-na-janela
                                       and janela-fim > zero
                                   perform guarda-data-historico
                               end-if
                               perform explode-venda
                           end-if
                   end-read
               end-perform
               close pizza-hist-vendas
           end-if

           if qtd-vendas-invalidas > zero
               display "Atencao: " qtd-vendas-invalidas
                       " registro(s) invalido(s) no historico de vendas"
                       " ignorado(s)."
           end-if

           .
       carrega-vendas-exit.
           exit.

      *Conta a data lida como dia coberto no periodo de cada
      *ingrediente com duas contagens em que ela cai. Dia de loja
      *fechada ja conta pelo calendario e nao conta de novo.
       conta-dia-historico section.

           move vhs-data to data-calculo
           perform calcula-dias

           move "N" to dia-fechado-sw
           perform varying ind-fch from 1 by 1
                   until ind-fch > qtd-fechados
               if fch-dias(ind-fch) = dias-calculo
                   move "S" to dia-fechado-sw
               end-if
           end-perform

           if not dia-fechado
               perform varying ind-est from 1 by 1
                       until ind-est > qtd-estoque
                   if est-data-abertura(ind-est) > zero
                           and vhs-data > est-data-abertura(ind-est)
                           and vhs-data
                               not > est-data-fechamento(ind-est)
                       add 1 to est-dias-historico(ind-est)
                   end-if
               end-perform
           end-if

           .
       conta-dia-historico-exit.
           exit.

      *Guarda a data da venda lida na tabela das datas da janela; a
      *data ainda nao vista conta como dia coberto nos periodos.
       guarda-data-historico section.

           move "N" to data-vista-sw
           perform varying ind-dth from 1 by 1
                   until ind-dth > qtd-datas-historico or data-ja-vista
               if dth-data(ind-dth) = vhs-data
                   move "S" to data-vista-sw
               end-if
           end-perform

           if not data-ja-vista
               if qtd-datas-historico < max-datas-historico
                   add 1 to qtd-datas-historico
                   move vhs-data to dth-data(qtd-datas-historico)
                   perform conta-dia-historico
               else
                   display "Atencao: limite de " max-datas-historico
                           " datas de venda atingido; " vhs-data
                           " fora da cobertura."
               end-if
           end-if

           .
       guarda-data-historico-exit.
           exit.

      *Marca se a venda lida cai na janela das contagens.
       confere-janela section.

           evaluate true
               when janela-fim = zero
                   move "S" to venda-janela-sw
               when vhs-data > janela-inicio
                       and vhs-data not > janela-fim
                   move "S" to venda-janela-sw
               when other
                   move "N" to venda-janela-sw
           end-evaluate

           .
       confere-janela-exit.
           exit.

      *Explode um registro de venda pela receita: cada linha da
      *receita da pizza soma unidades vendidas vezes a quantidade do
      *ingrediente no consumo, quando a data da venda cai no periodo
      *daquele ingrediente. Pizza sem receita vai para a lista de
      *vendas sem receita.
       explode-venda section.

           move zero to qtd-linhas-receita

           perform varying ind-rcp from 1 by 1
                   until ind-rcp > qtd-receitas
               if rcp-pizza-tab(ind-rcp) = vhs-nome
                   add 1 to qtd-linhas-receita
                   move rcp-ingrediente-tab(ind-rcp) to nome-pesquisa
                   perform localiza-estoque
                   if ind-est-encontrado > zero
                       perform soma-consumo
                   end-if
               end-if
           end-perform

           if qtd-linhas-receita = zero and venda-na-janela
               perform acumula-sem-receita
           end-if

           .
       explode-venda-exit.
           exit.

      *Soma o consumo de uma linha de receita quando a venda cai no
      *periodo do ingrediente (ou na janela das contagens, para
      *ingrediente sem contagem).
       soma-consumo section.

           compute consumo-linha rounded =
                   vhs-qtde * rcp-qtde-tab(ind-rcp)
               on size error
                   move zero to consumo-linha
                   display "Atencao: consumo fora da faixa para "
                           vhs-nome " - linha ignorada."
           end-compute

           evaluate true
               when est-data-fechamento(ind-est-encontrado) = zero
                   if venda-na-janela
                       add consumo-linha
                           to est-consumo(ind-est-encontrado)
                   end-if
               when vhs-data > est-data-abertura(ind-est-encontrado)
                       and vhs-data
                           not > est-data-fechamento(ind-est-encontrado)
                   add consumo-linha to est-consumo(ind-est-encontrado)
               when other
                   continue
           end-evaluate

           .
       soma-consumo-exit.
           exit.

      *Acumula as unidades vendidas de uma pizza sem receita.
       acumula-sem-receita section.

           move zero to ind-srp-encontrado
           perform varying ind-srp from 1 by 1
                   until ind-srp > qtd-sem-receita
               if srp-nome(ind-srp) = vhs-nome
                   move ind-srp to ind-srp-encontrado
               end-if
           end-perform

           if ind-srp-encontrado = zero
               if qtd-sem-receita < max-estoque
                   add 1 to qtd-sem-receita
                   move vhs-nome to srp-nome(qtd-sem-receita)
                   move vhs-qtde to srp-qtde(qtd-sem-receita)
               end-if
           else
               add vhs-qtde to srp-qtde(ind-srp-encontrado)
           end-if

           .
       acumula-sem-receita-exit.
           exit.

      *Grava o relatorio: variacao dos ingredientes com duas
      *contagens, ingredientes com uma so contagem, consumo sem
      *contagem, vendas sem receita e o resumo.
       emite-estoque section.

           move zero to pagina-atual
           open output estoque-report

           if not fs-estoque-ok
               display "Atencao: nao foi possivel abrir PIZZAEST "
                       "para gravacao (status " fs-estoque ") - varia"
                       "cao de estoque nao foi gerada."
               move 12 to return-code
           else
               perform escreve-cabecalho

               move spaces to report-linha
               move "-- Variacao por ingrediente --" to report-linha
               perform escreve-linha

               perform varying ind-est from 1 by 1
                       until ind-est > qtd-estoque
                   if est-data-abertura(ind-est) > zero
                       perform confere-ingrediente
                   end-if
               end-perform

               if qtd-conferidos = zero
                       and qtd-historico-incompleto = zero
                   move spaces to report-linha
                   move "  (nenhum)" to report-linha
                   perform escreve-linha
               end-if

               perform lista-uma-contagem
               perform lista-sem-contagem
               perform lista-sem-receita
               perform resumo-estoque

               close estoque-report
           end-if

           .
       emite-estoque-exit.
           exit.

      *Confere um ingrediente com as duas contagens, desde que o
      *historico de vendas cubra todos os dias do periodo; com dia
      *faltando o consumo teorico sai curto e a variacao nao e
      *apurada.
       confere-ingrediente section.

           perform apura-cobertura

           if dias-faltando > zero
               perform lista-historico-incompleto
           else
               perform apura-variacao
           end-if

           .
       confere-ingrediente-exit.
           exit.

      *Dias do periodo do ingrediente sem venda no historico: dias
      *corridos entre as contagens menos os dias com historico e os
      *dias de loja fechada do calendario.
       apura-cobertura section.

           move est-data-abertura(ind-est) to data-calculo
           perform calcula-dias
           move dias-calculo to dias-abertura
           move est-data-fechamento(ind-est) to data-calculo
           perform calcula-dias
           move dias-calculo to dias-fechamento
           compute dias-periodo = dias-fechamento - dias-abertura

           move est-dias-historico(ind-est) to dias-cobertos
           perform varying ind-fch from 1 by 1
                   until ind-fch > qtd-fechados
               if fch-dias(ind-fch) > dias-abertura
                       and fch-dias(ind-fch) not > dias-fechamento
                   add 1 to dias-cobertos
               end-if
           end-perform

           if dias-cobertos < dias-periodo
               compute dias-faltando = dias-periodo - dias-cobertos
           else
               move zero to dias-faltando
           end-if

           .
       apura-cobertura-exit.
           exit.

      *Ingrediente com periodo incompleto no historico de vendas: sai
      *com as contagens e os dias faltando, sem variacao.
       lista-historico-incompleto section.

           add 1 to qtd-historico-incompleto

           move est-data-abertura(ind-est) to data-edicao
           move est-qtde-abertura(ind-est) to qtde-abertura-ed
           move est-qtde-fechamento(ind-est) to qtde-fechamento-ed
           move spaces to report-linha
           string "  " delimited by size
                   est-nome(ind-est) delimited by size
                   " abertura" delimited by size
                   qtde-abertura-ed delimited by size
                   " em " delimited by size
                   dia-edicao delimited by size
                   "/" delimited by size
                   mes-edicao delimited by size
                   "/" delimited by size
                   ano-edicao delimited by size
                   " contado" delimited by size
                   qtde-fechamento-ed delimited by size
               into report-linha
           perform escreve-linha

           move dias-faltando to dias-faltando-ed
           move spaces to report-linha
           string "    ** HISTORICO INCOMPLETO:" delimited by size
                   dias-faltando-ed delimited by size
                   " dia(s) sem venda, sem variacao **"
                       delimited by size
               into report-linha
           perform escreve-linha

           display "Atencao: " est-nome(ind-est)
                   " periodo com " dias-faltando-ed
                   " dia(s) fora do historico de vendas."

           .
       lista-historico-incompleto-exit.
           exit.

      *Apura a variacao de um ingrediente: esperado = abertura +
      *entradas - consumo teorico; variacao = contado - esperado
      *(negativa e falta). A variacao e valorizada pelo preco do
      *ingrediente e comparada em percentual do consumo com a
      *tolerancia.
       apura-variacao section.

           add 1 to qtd-conferidos

           compute estoque-esperado =
                   est-qtde-abertura(ind-est)
                   + est-entradas(ind-est)
                   - est-consumo(ind-est)
           compute variacao-qtde =
                   est-qtde-fechamento(ind-est) - estoque-esperado

           if variacao-qtde < zero
               compute variacao-absoluta = zero - variacao-qtde
           else
               move variacao-qtde to variacao-absoluta
           end-if

           move zero to preco-ingrediente
           move zero to ind-ing-encontrado
           perform varying ind-ing from 1 by 1
                   until ind-ing > qtd-ingredientes
               if ing-nome-tab(ind-ing) = est-nome(ind-est)
                   move ind-ing to ind-ing-encontrado
               end-if
           end-perform
           if ind-ing-encontrado > zero
               move ing-preco-tab(ind-ing-encontrado)
                   to preco-ingrediente
           end-if

           compute variacao-valor rounded =
                   variacao-qtde * preco-ingrediente
               on size error
                   move zero to variacao-valor
           end-compute
           add variacao-valor to total-variacao-valor
           if variacao-valor < zero
               add variacao-valor to total-perda-valor
           end-if

           evaluate true
               when variacao-absoluta = zero
                   move zero to variacao-pct
               when est-consumo(ind-est) = zero
                   move 999,99 to variacao-pct
               when other
                   compute variacao-pct rounded =
                           (variacao-absoluta * 100)
                           / est-consumo(ind-est)
                       on size error
                           move 999,99 to variacao-pct
                   end-compute
           end-evaluate

           move est-data-abertura(ind-est) to data-edicao
           move est-qtde-abertura(ind-est) to qtde-abertura-ed
           move est-entradas(ind-est) to qtde-entradas-ed
           move est-consumo(ind-est) to qtde-consumo-ed
           move spaces to report-linha
           string "  " delimited by size
                   est-nome(ind-est) delimited by size
                   " abertura" delimited by size
                   qtde-abertura-ed delimited by size
                   " entradas" delimited by size
                   qtde-entradas-ed delimited by size
                   " consumo" delimited by size
                   qtde-consumo-ed delimited by size
               into report-linha
           perform escreve-linha

           move estoque-esperado to qtde-esperada-ed
           move est-qtde-fechamento(ind-est) to qtde-fechamento-ed
           move variacao-qtde to qtde-variacao-ed
           move variacao-valor to valor-variacao-ed
           move spaces to report-linha
           string "    esperado" delimited by size
                   qtde-esperada-ed delimited by size
                   " contado" delimited by size
                   qtde-fechamento-ed delimited by size
                   " dif" delimited by size
                   qtde-variacao-ed delimited by size
                   " R$" delimited by size
                   valor-variacao-ed delimited by size
               into report-linha
           perform escreve-linha

           move variacao-pct to pct-variacao-ed
           move spaces to report-linha
           if variacao-pct > tolerancia-estoque
               add 1 to qtd-acima-tolerancia
               string "    variacao " delimited by size
                       pct-variacao-ed delimited by size
                       "% do consumo  ** ACIMA DA TOLERANCIA **"
                           delimited by size
                   into report-linha
               display "Atencao: " est-nome(ind-est)
                       " variacao de estoque " pct-variacao-ed
                       "% acima da tolerancia."
           else
               string "    variacao " delimited by size
                       pct-variacao-ed delimited by size
                       "% do consumo" delimited by size
                   into report-linha
           end-if
           if ind-ing-encontrado = zero
               move "(sem preco)" to report-linha(68:11)
           end-if
           perform escreve-linha

           .
       apura-variacao-exit.
           exit.

      *Lista os ingredientes com uma so contagem: a variacao so
      *fecha a partir da proxima contagem.
       lista-uma-contagem section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Ingredientes com uma so contagem (sem abertura) --"
               to report-linha
           perform escreve-linha

           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
               if est-data-fechamento(ind-est) > zero
                       and est-data-abertura(ind-est) = zero
                   add 1 to qtd-uma-contagem
                   move est-data-fechamento(ind-est) to data-edicao
                   move est-qtde-fechamento(ind-est)
                       to qtde-fechamento-ed
                   move spaces to report-linha
                   string "  " delimited by size
                           est-nome(ind-est) delimited by size
                           " contado em " delimited by size
                           dia-edicao delimited by size
                           "/" delimited by size
                           mes-edicao delimited by size
                           "/" delimited by size
                           ano-edicao delimited by size
                           ":" delimited by size
                           qtde-fechamento-ed delimited by size
                       into report-linha
                   perform escreve-linha
               end-if
           end-perform

           if qtd-uma-contagem = zero
               move spaces to report-linha
               move "  (nenhum)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-uma-contagem-exit.
           exit.

      *Lista os ingredientes consumidos pelas vendas (ou recebidos)
      *sem nenhuma contagem fisica: ficam fora da conferencia.
       lista-sem-contagem section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Ingredientes sem contagem fisica --" to report-linha
           perform escreve-linha

           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
               if est-data-fechamento(ind-est) = zero
                   add 1 to qtd-sem-contagem
                   move est-consumo(ind-est) to qtde-consumo-ed
                   move est-entradas(ind-est) to qtde-entradas-ed
                   move spaces to report-linha
                   string "  " delimited by size
                           est-nome(ind-est) delimited by size
                           " consumo" delimited by size
                           qtde-consumo-ed delimited by size
                           " entradas" delimited by size
                           qtde-entradas-ed delimited by size
                       into report-linha
                   perform escreve-linha
               end-if
           end-perform

           if qtd-sem-contagem = zero
               move spaces to report-linha
               move "  (nenhum)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-sem-contagem-exit.
           exit.

      *Lista as pizzas vendidas sem receita: o consumo delas nao
      *entrou no teorico.
       lista-sem-receita section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Pizzas vendidas sem receita (fora do consumo) --"
               to report-linha
           perform escreve-linha

           perform varying ind-srp from 1 by 1
                   until ind-srp > qtd-sem-receita
               move srp-qtde(ind-srp) to qtde-vendida-ed
               move spaces to report-linha
               string "  " delimited by size
                       srp-nome(ind-srp) delimited by size
                       " unidades " delimited by size
                       qtde-vendida-ed delimited by size
                   into report-linha
               perform escreve-linha
           end-perform

           if qtd-sem-receita = zero
               move spaces to report-linha
               move "  (nenhuma)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-sem-receita-exit.
           exit.

      *Resumo da conferencia no fim do relatorio.
       resumo-estoque section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           string "Conferidos: " delimited by size
                   qtd-conferidos delimited by size
                   "  acima da tolerancia: " delimited by size
                   qtd-acima-tolerancia delimited by size
                   "  sem abertura: " delimited by size
                   qtd-uma-contagem delimited by size
                   "  sem contagem: " delimited by size
                   qtd-sem-contagem delimited by size
               into report-linha
           perform escreve-linha
           display report-linha

           if qtd-historico-incompleto > zero
               move spaces to report-linha
               string "Sem variacao (historico incompleto): "
                       delimited by size
                       qtd-historico-incompleto delimited by size
                   into report-linha
               perform escreve-linha
               display report-linha
           end-if

           move total-variacao-valor to valor-variacao-ed
           move total-perda-valor to valor-perda-ed
           move spaces to report-linha
           string "Saldo das diferencas R$" delimited by size
                   valor-variacao-ed delimited by size
                   "  faltas R$" delimited by size
                   valor-perda-ed delimited by size
               into report-linha
           perform escreve-linha
           display report-linha

           .
       resumo-estoque-exit.
           exit.

      *Converte a data em data-calculo no numero de dias corridos
      *dias-calculo (mesma formula do PizzaDiario): o ano passa a
      *comecar em marco, assim o dia bissexto cai no fim do ano e os
      *meses somam dias pela formula fixa (153 x mes + 2) / 5.
       calcula-dias section.

           if mes-calculo > 2
               move ano-calculo to ano-ajustado
               compute mes-ajustado = mes-calculo - 3
           else
               compute ano-ajustado = ano-calculo - 1
               compute mes-ajustado = mes-calculo + 9
           end-if

           divide ano-ajustado by 4   giving quociente-4
           divide ano-ajustado by 100 giving quociente-100
           divide ano-ajustado by 400 giving quociente-400
           compute dias-meses = 153 * mes-ajustado + 2
           divide dias-meses by 5 giving dias-meses

           compute dias-calculo = 365 * ano-ajustado
                   + quociente-4 - quociente-100 + quociente-400
                   + dias-meses + dia-calculo

           .
       calcula-dias-exit.
           exit.

      *Escreve uma linha no relatorio, reabrindo o cabecalho quando a
      *pagina vira.
       escreve-linha section.

           write report-linha
               at end-of-page
                   perform escreve-cabecalho
           end-write

           .
       escreve-linha-exit.
           exit.

      *Escreve o cabecalho de titulo/data/pagina no topo de cada
      *pagina do relatorio impresso.
       escreve-cabecalho section.

           add 1 to pagina-atual
           move tolerancia-estoque to tolerancia-editada

           move spaces to report-linha
           string "------ Variacao de Estoque de Ingredientes ------"
                   delimited by size
                   "  Pagina " delimited by size
                   pagina-atual delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           string "Data: " delimited by size
                   dia-relatorio delimited by size
                   "/" delimited by size
                   mes-relatorio delimited by size
                   "/" delimited by size
                   ano-relatorio delimited by size
                   "   Tolerancia: " delimited by size
                   tolerancia-editada delimited by size
                   "% do consumo" delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Variacao acima da tolerancia, periodo sem historico de vendas
      *completo ou registro de movimento ignorado vira RETURN-CODE 4,
      *para a JCL acusar a perda (ou a falta de base) antes do
      *fechamento do mes.
       finaliza section.

           if (qtd-acima-tolerancia > zero
                   or qtd-historico-incompleto > zero
                   or qtd-vendas-invalidas > zero
                   or qtd-contagens-invalidas > zero
                   or qtd-entradas-invalidas > zero)
                   and return-code = zero
               move 4 to return-code
           end-if

      *Toda execucao deixa um registro no log de operacao.
           perform grava-runlog

           stop run
           .
       finaliza-exit.
           exit.

      *Acrescenta ao log de operacao compartilhado o registro desta
      *execucao: lidos sao vendas, contagens e entradas; aceitos os
      *ingredientes conferidos e rejeitados os acima da tolerancia.
       grava-runlog section.

           open extend pizza-runlog
           if not fs-runlog-ok
               open output pizza-runlog
           end-if

           if not fs-runlog-ok
               display "Atencao: nao foi possivel gravar PIZZA-RUNLOG "
                       "(status " fs-runlog ") - execucao fora do log "
                       "de operacao."
           else
               move "PizzaEstoque" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move spaces to log-parm
               compute log-lidos = qtd-vendas-lidas
                       + qtd-contagens-lidas + qtd-entradas-lidas
               move qtd-conferidos to log-aceitos
               move qtd-acima-tolerancia to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

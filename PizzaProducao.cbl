      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaProducao".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - plano de producao do dia
      *                   seguinte (ou da data AAAAMMDD do parametro
      *                   de chamada): previsao de unidades por pizza
      *                   pelo mesmo dia da semana das ultimas semanas
      *                   do historico PIZZA-HIST-VENDAS, com peso
      *                   maior para as semanas recentes (novo
      *                   parametro PREVISAO-SEM), acrescida do
      *                   UPLIFT-PROMO quando a pizza esta em promocao
      *                   na data; dias fechados e feriados do novo
      *                   calendario PIZZA-CALENDARIO ficam fora da
      *                   base. Folha de preparo com as bolas de massa
      *                   por tamanho (PIZZA-VARIACOES ou forma e
      *                   diametro), os ingredientes pela
      *                   PIZZA-RECEITAS e a sugestao de compra contra
      *                   a ultima contagem de estoque; o plano fica
      *                   gravado no PIZZA-PLANO e o plano do ultimo
      *                   dia vendido e comparado com o que saiu.
      *                   Relatorio no PIZZAPRD.
      * 15/10/2026  LMF   O historico PIZZA-HIST-VENDAS passa a trazer
      *                   o canal da venda (vhs-canal, em branco no
      *                   balcao); as vendas continuam somadas por
      *                   pizza.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
      * 15/10/2026  LMF   Contagem e entrada com data ou quantidade
      *                   nao numerica sao ignoradas e contadas
      *                   (RETURN-CODE 4); dia da base depois do
      *                   ultimo dia do historico de vendas fica fora
      *                   da previsao, como o anterior ao inicio; a
      *                   data do parametro e conferida contra os dias
      *                   do mes.
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

           select pizza-master assign to "PIZZAMAS"
               organization is indexed
               access mode is dynamic
               record key is master-nome
               file status is fs-master.

           select pizza-hist-vendas assign to "PIZZAVHS"
               organization is sequential
               file status is fs-hist-vendas.

           select pizza-variacoes assign to "PIZZAVAR"
               organization is sequential
               file status is fs-variacoes.

           select pizza-receitas assign to "PIZZARCP"
               organization is sequential
               file status is fs-receitas.

           select pizza-ingredientes assign to "PIZZAING"
               organization is sequential
               file status is fs-ingrediente.

           select pizza-promocoes assign to "PIZZAPRO"
               organization is sequential
               file status is fs-promocoes.

           select pizza-calendario assign to "PIZZACAL"
               organization is sequential
               file status is fs-calendario.

           select pizza-contagem assign to "PIZZACNT"
               organization is sequential
               file status is fs-contagem.

           select pizza-entradas assign to "PIZZAENT"
               organization is sequential
               file status is fs-entradas.

           select pizza-plano assign to "PIZZAPLN"
               organization is sequential
               file status is fs-plano.

           select producao-report assign to "PIZZAPRD"
               organization is sequential
               file status is fs-producao.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.

       i-o-control.

      *Declaracao de variaveis
       data division.

      *----Variaveis de arquivos
       file section.

      *Parametros da politica de precificacao, compartilhados com o
      *DesafioPizza; aqui so interessam o PREVISAO-SEM e o
      *UPLIFT-PROMO, os demais sao aceitos e ignorados.
       fd  pizza-parametros
           label records are standard.
       01  parametro-reg.
           05 param-nome                           pic x(15).
           05 param-valor                          pic 9(05)v99.

      *Catalogo de pizzas, aberto so para leitura: forma e medidas
      *para o tamanho da bola de massa.
       fd  pizza-master
           label records are standard.
       01  master-reg.
           05 master-nome                          pic x(15).
           05 master-forma                         pic x(01).
           05 master-diametro                      pic 9(03).
           05 master-altura                        pic 9(03).
           05 master-preco                         pic 9(03)v99.

      *Historico de vendas gravado pelo DesafioPizza, um registro por
      *pizza e data do movimento do PDV.
       fd  pizza-hist-vendas
           label records are standard.
       01  hist-venda-reg.
           05 vhs-nome                             pic x(15).
           05 vhs-data                             pic 9(08).
           05 vhs-qtde                             pic 9(05).
           05 vhs-valor                            pic 9(07)v99.
           05 vhs-canal                            pic x(05).

      *Familias de sabor e tamanho.
       fd  pizza-variacoes
           label records are standard.
       01  variacao-reg.
           05 var-sabor                            pic x(15).
           05 var-tamanho                          pic x(02).
           05 var-nome                             pic x(15).

      *Receitas do cardapio.
       fd  pizza-receitas
           label records are standard.
       01  receita-reg.
           05 rcp-pizza                            pic x(15).
           05 rcp-ingrediente                      pic x(15).
           05 rcp-qtde                             pic 9(03)v999.

      *Tabela de precos de ingredientes: valora a sugestao de compra.
       fd  pizza-ingredientes
           label records are standard.
       01  ingrediente-reg.
           05 ing-nome                             pic x(15).
           05 ing-preco                            pic 9(03)v99.

      *Calendario de promocoes do DesafioPizza.
       fd  pizza-promocoes
           label records are standard.
       01  promocao-reg.
           05 pro-nome                             pic x(15).
           05 pro-data-ini                         pic 9(08).
           05 pro-data-fim                         pic 9(08).
           05 pro-tipo                             pic x(01).
              88 pro-preco-fixo                    value "P".
              88 pro-desconto                      value "D".
           05 pro-valor                            pic 9(03)v99.

      *Calendario da loja: um registro por dia fora do normal, com o
      *tipo (F = loja fechada, H = feriado) e a descricao. Esses dias
      *nao entram na base da previsao.
       fd  pizza-calendario
           label records are standard.
       01  calendario-reg.
           05 cal-data                             pic 9(08).
           05 cal-tipo                             pic x(01).
              88 cal-fechado                       value "F".
              88 cal-feriado                       value "H".
           05 cal-descricao                        pic x(20).

      *Contagem fisica de estoque (a mesma do PizzaEstoque).
       fd  pizza-contagem
           label records are standard.
       01  contagem-reg.
           05 cnt-ingrediente                      pic x(15).
           05 cnt-data                             pic 9(08).
           05 cnt-qtde                             pic 9(05)v999.

      *Entradas de mercadoria (as mesmas do PizzaEstoque).
       fd  pizza-entradas
           label records are standard.
       01  entrada-reg.
           05 ent-ingrediente                      pic x(15).
           05 ent-data                             pic 9(08).
           05 ent-qtde                             pic 9(05)v999.
           05 ent-documento                        pic x(10).

      *Planos de producao gravados, sempre estendidos: um registro por
      *pizza planejada, com a data do plano e o momento da geracao.
      *Quando a mesma data e planejada de novo, vale a ultima geracao.
       fd  pizza-plano
           label records are standard.
       01  plano-reg.
           05 pln-data                             pic 9(08).
           05 pln-nome                             pic x(15).
           05 pln-tamanho                          pic x(02).
           05 pln-qtde                             pic 9(05).
           05 pln-promocao                         pic x(01).
           05 pln-data-geracao                     pic 9(08).
           05 pln-hora                             pic 9(06).

      *Folha de preparo e comparacao do plano com a venda.
       fd  producao-report
           label records are standard
           linage is 20 lines with footing at 18.
       01  report-linha                            pic x(80).

      *Log de operacao compartilhado da esteira.
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

      *Catalogo com o tamanho da bola de massa, as unidades vendidas
      *em cada dia da base, a previsao e o plano e a venda do ultimo
      *dia do historico para a comparacao.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
           05 cat-forma                            pic x(01).
           05 cat-diametro                         pic 9(03).
           05 cat-altura                           pic 9(03).
           05 cat-tamanho                          pic x(02).
           05 cat-base-qtde    occurs 12 times     pic 9(05).
           05 cat-media                            pic 9(05)v9.
           05 cat-previsto                         pic 9(05).
           05 cat-promocao                         pic x(01).
              88 cat-em-promocao                   value "S".
           05 cat-vendido                          pic 9(07).
           05 cat-planejado                        pic 9(05).

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

      *Posicao de cada ingrediente: a ultima contagem, as entradas e
      *o consumo teorico vendido depois dela e a necessidade do plano.
       77  max-estoque                         pic 9(03) value 500.
       77  qtd-estoque                         pic 9(03) value zero.
       01  estoque-tab  occurs 1 to 500 times depending on qtd-estoque.
           05 est-nome                             pic x(15).
           05 est-data-contagem                    pic 9(08).
           05 est-qtde-contagem                    pic 9(05)v999.
           05 est-entradas                         pic 9(06)v999.
           05 est-consumo                          pic 9(06)v999.
           05 est-necessidade                      pic 9(06)v999.

      *Dias fora do normal do calendario da loja.
       77  max-calendario                      pic 9(03) value 400.
       77  qtd-calendario                      pic 9(03) value zero.
       01  calendario-tab  occurs 1 to 400 times
                           depending on qtd-calendario.
           05 cld-dias                             pic 9(07).
           05 cld-tipo                             pic x(01).
           05 cld-descricao                        pic x(20).

      *Dias da base da previsao: o mesmo dia da semana nas semanas
      *anteriores, do mais recente para o mais antigo, com peso
      *decrescente (o mais recente pesa PREVISAO-SEM, o mais antigo 1).
       77  qtd-amostras                        pic 9(02) value zero.
       01  amostras-tab  occurs 12 times.
           05 amo-dias                             pic 9(07).
           05 amo-peso                             pic 9(02).
           05 amo-situacao                         pic x(01).
              88 amo-valida                        value "S".

      *Bolas de massa por tamanho.
       77  max-massas                          pic 9(02) value 20.
       77  qtd-massas                          pic 9(02) value zero.
       01  massas-tab  occurs 1 to 20 times depending on qtd-massas.
           05 mas-tamanho                          pic x(02).
           05 mas-qtde                             pic 9(07).

      *Nomes dos dias da semana na ordem de calcula-dia-semana.
       01  dias-semana-nomes.
           05 filler                       pic x(07) value "TERCA".
           05 filler                       pic x(07) value "QUARTA".
           05 filler                       pic x(07) value "QUINTA".
           05 filler                       pic x(07) value "SEXTA".
           05 filler                       pic x(07) value "SABADO".
           05 filler                       pic x(07) value "DOMINGO".
           05 filler                       pic x(07) value "SEGUNDA".
       01  dias-semana-r redefines dias-semana-nomes.
           05 nome-dia-semana  occurs 7 times      pic x(07).

      *Parametros da previsao: semanas da base e acrescimo percentual
      *das pizzas em promocao na data planejada.
       77  previsao-semanas                 pic 9(02) value 4.
       77  uplift-promocao                  pic 9(03)v99 value 20,00.
       77  semanas-parametro                       pic 9(05).

      *Data planejada: o parametro de chamada AAAAMMDD ou amanha.
       77  linha-comando                           pic x(20).
       01  data-plano                              pic 9(08).
       01  data-plano-r redefines data-plano.
           05 ano-plano                            pic 9(04).
           05 mes-plano                            pic 9(02).
           05 dia-plano                            pic 9(02).
       77  dias-plano                              pic 9(07).
       77  dia-semana-plano                        pic 9(01).
       77  dias-no-mes                             pic 9(02).
       77  quociente-ano                           pic 9(04).
       77  resto-4                                 pic 9(01).
       77  resto-100                               pic 9(02).
       77  resto-400                               pic 9(03).
       77  situacao-plano                          pic x(01) value "N".
           88 plano-loja-fechada                   value "F".
           88 plano-feriado                        value "H".
       77  descricao-dia-plano                     pic x(20).

      *Numero de dias corridos de uma data (mesma conta do
      *PizzaDiario).
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
       77  dias-venda                              pic 9(07).
       77  dias-primeira-venda                 pic 9(07) value 9999999.
       77  dias-ultima-venda                   pic 9(07) value zero.
       77  qtd-amostras-futuras                    pic 9(02).
       77  dia-trabalho                            pic 9(07).
       77  semana-trabalho                         pic 9(02).
       77  quociente-semana                        pic 9(07).
       77  resto-semana                            pic 9(01).
       77  dia-semana                              pic 9(01).

      *Ultimo dia do historico e o plano gravado para ele.
       77  data-ultima-venda                   pic 9(08) value zero.
       77  plano-anterior-geracao              pic 9(08) value zero.
       77  plano-anterior-hora                 pic 9(06) value zero.
       77  plano-anterior-sw                   pic x(01) value "N".
           88 plano-anterior-achado                value "S".

      *Variaveis de controle
       77  ind                                     pic 9(04).
       77  ind-pizza                               pic 9(03).
       77  ind-achado                              pic 9(03).
       77  ind-amo                                 pic 9(02).
       77  ind-amo-encontrado                      pic 9(02).
       77  ind-cal                                 pic 9(03).
       77  ind-cal-encontrado                      pic 9(03).
       77  ind-mas                                 pic 9(02).
       77  ind-mas-encontrado                      pic 9(02).
       77  ind-est                                 pic 9(03).
       77  ind-est-encontrado                      pic 9(03).
       77  ind-rcp                                 pic 9(04).
       77  ind-ing                                 pic 9(03).
       77  ind-ing-encontrado                      pic 9(03).
       77  nome-pesquisa                           pic x(15).
       77  qtd-linhas-receita                      pic 9(04).
       77  fs-parametros                           pic x(02).
           88 fs-parametros-ok                     value '00'.
           88 fs-parametros-fim                    value '10'.
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-hist-vendas                          pic x(02).
           88 fs-hist-vendas-ok                    value '00'.
           88 fs-hist-vendas-fim                   value '10'.
       77  fs-variacoes                            pic x(02).
           88 fs-variacoes-ok                      value '00'.
           88 fs-variacoes-fim                     value '10'.
       77  fs-receitas                             pic x(02).
           88 fs-receitas-ok                       value '00'.
           88 fs-receitas-fim                      value '10'.
       77  fs-ingrediente                          pic x(02).
           88 fs-ingrediente-ok                    value '00'.
           88 fs-ingrediente-fim                   value '10'.
       77  fs-promocoes                            pic x(02).
           88 fs-promocoes-ok                      value '00'.
           88 fs-promocoes-fim                     value '10'.
       77  fs-calendario                           pic x(02).
           88 fs-calendario-ok                     value '00'.
           88 fs-calendario-fim                    value '10'.
       77  fs-contagem                             pic x(02).
           88 fs-contagem-ok                       value '00'.
           88 fs-contagem-fim                      value '10'.
       77  fs-entradas                             pic x(02).
           88 fs-entradas-ok                       value '00'.
           88 fs-entradas-fim                      value '10'.
       77  fs-plano                                pic x(02).
           88 fs-plano-ok                          value '00'.
           88 fs-plano-fim                         value '10'.
       77  fs-producao                             pic x(02).
           88 fs-producao-ok                       value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.
       77  motivo-parametro                        pic x(45).
       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *Apuracao da previsao e da compra.
       77  soma-pesos                              pic 9(05).
       77  soma-ponderada                          pic 9(09).
       77  qtd-amostras-validas                    pic 9(02).
       77  area-pizza                              pic 9(07)v99.
       77  consumo-linha                           pic 9(06)v999.
       77  estoque-estimado                        pic s9(06)v999.
       77  compra-qtde                             pic 9(06)v999.
       77  compra-valor                            pic 9(07)v99.
       77  erro-qtde                               pic s9(07).
       77  erro-absoluto                           pic 9(07).
       77  erro-pct                                pic s9(05)v9.
       77  descricao-tamanho                       pic x(07).

      *Contadores e totais da execucao.
       77  qtd-vendas-lidas                    pic 9(07) value zero.
       77  qtd-vendas-invalidas                pic 9(07) value zero.
       77  qtd-calendario-invalidos            pic 9(05) value zero.
       77  qtd-promocoes-invalidas             pic 9(05) value zero.
       77  qtd-estoque-invalidos               pic 9(05) value zero.
       77  qtd-planejadas                      pic 9(03) value zero.
       77  qtd-em-promocao                     pic 9(03) value zero.
       77  qtd-sem-receita                     pic 9(03) value zero.
       77  qtd-sem-contagem                    pic 9(03) value zero.
       77  qtd-comprar                         pic 9(03) value zero.
       77  qtd-planos-gravados                 pic 9(05) value zero.
       77  total-previsto                      pic 9(07) value zero.
       77  total-compra-valor                  pic 9(09)v99 value zero.
       77  total-comparado-previsto            pic 9(07) value zero.
       77  total-comparado-vendido             pic 9(07) value zero.
       77  total-erro-absoluto                 pic 9(07) value zero.
       77  erro-medio-pct                      pic 9(05)v9 value zero.

      *Variaveis do relatorio impresso (PIZZAPRD)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.
       01  data-formatar                           pic 9(08).
       01  data-formatar-r redefines data-formatar.
           05 ano-formatar                         pic 9(04).
           05 mes-formatar                         pic 9(02).
           05 dia-formatar                         pic 9(02).
       77  data-formatada                          pic x(10).
       77  data-plano-formatada                    pic x(10).
       77  qtde-editada                            pic zz.zz9.
       77  qtde2-editada                           pic z.zzz.zz9.
       77  media-editada                           pic zz.zz9,9.
       77  erro-editado                            pic -.---.--9.
       77  pct-editado                             pic ----9,9.
       77  insumo-editado                          pic zzz.zz9,999.
       77  insumo2-editado                         pic zzz.zz9,999.
       77  estoque-editado                         pic ---.--9,999.
       77  valor-editado                           pic zz.zzz.zz9,99.
       77  peso-editado                            pic z9.
       77  semanas-editadas                        pic z9.
       77  uplift-editado                          pic zz9,99.

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-parametros
           perform carrega-calendario
           perform situa-data-plano
           perform carrega-master
           perform carrega-variacoes
           perform classifica-tamanhos
           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-promocoes
           perform carrega-contagens
           perform carrega-entradas
           perform monta-amostras
           perform le-historico-vendas
           perform calcula-previsao
           perform le-plano-anterior
           perform grava-plano
           perform emite-producao
           perform finaliza
           .

      *Data planejada pelo parametro de chamada (PARM da JCL, ou
      *primeiro argumento no PC) no formato AAAAMMDD; sem parametro
      *vale o dia seguinte.
       inicializa section.

           accept data-relatorio from date yyyymmdd
           accept hora-completa from time

           move spaces to linha-comando
           accept linha-comando from command-line

           if linha-comando = spaces
               perform calcula-amanha
           else
               if linha-comando(1:8) not numeric
                       or linha-comando(9:12) not = spaces
                   display "Data invalida no parametro (esperado AAAAMM"
                           "DD): " linha-comando
                   display "Plano de producao nao gerado."
                   move 12 to return-code
                   perform finaliza
               end-if
               move linha-comando(1:8) to data-plano
               if mes-plano < 1 or mes-plano > 12
                   move zero to dias-no-mes
               else
                   perform calcula-dias-no-mes
               end-if
               if dia-plano < 1 or dia-plano > dias-no-mes
                   display "Data invalida no parametro: " linha-comando
                   display "Plano de producao nao gerado."
                   move 12 to return-code
                   perform finaliza
               end-if
           end-if

           move data-plano to data-calculo
           perform calcula-dias
           move dias-calculo to dias-plano
           perform calcula-dia-semana
           move dia-semana to dia-semana-plano

           move data-plano to data-formatar
           perform formata-data
           move data-formatada to data-plano-formatada

           .
       inicializa-exit.
           exit.

      *Dia seguinte a data de hoje, com a virada de mes e de ano.
       calcula-amanha section.

           move data-relatorio to data-plano
           perform calcula-dias-no-mes

           if dia-plano < dias-no-mes
               add 1 to dia-plano
           else
               move 1 to dia-plano
               if mes-plano < 12
                   add 1 to mes-plano
               else
                   move 1 to mes-plano
                   add 1 to ano-plano
               end-if
           end-if

           .
       calcula-amanha-exit.
           exit.

      *Numero de dias do mes de data-plano em dias-no-mes, com o
      *fevereiro do ano bissexto.
       calcula-dias-no-mes section.

           evaluate mes-plano
               when 4
               when 6
               when 9
               when 11
                   move 30 to dias-no-mes
               when 2
                   divide ano-plano by 4
                       giving quociente-ano remainder resto-4
                   divide ano-plano by 100
                       giving quociente-ano remainder resto-100
                   divide ano-plano by 400
                       giving quociente-ano remainder resto-400
                   if resto-4 = zero
                           and (resto-100 not = zero
                                or resto-400 = zero)
                       move 29 to dias-no-mes
                   else
                       move 28 to dias-no-mes
                   end-if
               when other
                   move 31 to dias-no-mes
           end-evaluate

           .
       calcula-dias-no-mes-exit.
           exit.

      *Le o arquivo de parametros da politica. Sem o arquivo valem as
      *semanas e o acrescimo de promocao padrao.
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
      *PREVISAO-SEM (1 a 12 semanas) e o UPLIFT-PROMO interessam ao
      *plano de producao; os demais parametros da politica sao
      *aceitos e ignorados.
       aplica-parametro section.

           move spaces to motivo-parametro

           evaluate true
               when param-valor not numeric
                   move "valor nao numerico" to motivo-parametro
               when param-valor > 999,99
                   move "valor acima de 999,99" to motivo-parametro
               when other
                   evaluate param-nome
                   when "PREVISAO-SEM"
                       move param-valor to semanas-parametro
                       if param-valor < 1 or param-valor > 12
                               or param-valor not = semanas-parametro
                           move "semanas deve ser inteiro de 1 a 12"
                               to motivo-parametro
                       else
                           move param-valor to previsao-semanas
                       end-if
                   when "UPLIFT-PROMO"
                       move param-valor to uplift-promocao
                   when "MARKUP-PADRAO"
                   when "LIMITE-ALERTA"
                   when "DIAMETRO-MAX"
                   when "PRECO-MIN"
                   when "PRECO-MAX"
                   when "TOLERANCIA-VEN"
                   when "LIMITE-MERCADO"
                   when "TOLERANCIA-EST"
                   when "APROVA-PCT"
                   when "APROVA-VALOR"
                   when "APROVA-DIAS"
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
      *para a JCL, antes de gerar o plano.
       recusa-parametro section.

           display "Parametro invalido em PIZZA-PARAMETROS ("
                   param-nome "): " motivo-parametro
           display "Plano de producao nao gerado."
           move 12 to return-code

           perform finaliza
           .
       recusa-parametro-exit.
           exit.

      *Le o calendario da loja para a memoria, com a data ja em dias
      *corridos. Sem o calendario todos os dias sao normais.
       carrega-calendario section.

           move zero to qtd-calendario
           open input pizza-calendario

           if not fs-calendario-ok
               display "Atencao: nao foi possivel abrir PIZZA-CALENDARI"
                       "O (status " fs-calendario ") - nenhum dia fech"
                       "ado ou feriado."
           else
               perform until fs-calendario-fim
                   read pizza-calendario
                       at end
                           set fs-calendario-fim to true
                       not at end
                           perform carrega-dia-calendario
                   end-read
               end-perform
               close pizza-calendario
           end-if

           .
       carrega-calendario-exit.
           exit.

      *Critica e guarda um dia do calendario.
       carrega-dia-calendario section.

           evaluate true
               when cal-data not numeric
                       or (not cal-fechado and not cal-feriado)
                   add 1 to qtd-calendario-invalidos
                   display "Atencao: dia invalido no calendario ("
                           cal-data " " cal-tipo ") ignorado."
               when qtd-calendario >= max-calendario
                   display "Atencao: limite de " max-calendario
                           " dias do calendario atingido; " cal-data
                           " ignorado."
               when other
                   add 1 to qtd-calendario
                   move cal-data to data-calculo
                   perform calcula-dias
                   move dias-calculo to cld-dias(qtd-calendario)
                   move cal-tipo to cld-tipo(qtd-calendario)
                   move cal-descricao
                       to cld-descricao(qtd-calendario)
           end-evaluate

           .
       carrega-dia-calendario-exit.
           exit.

      *Procura o dia em dia-trabalho no calendario; o ultimo registro
      *do mesmo dia vale. ind-cal-encontrado fica zero no dia normal.
       localiza-calendario section.

           move zero to ind-cal-encontrado
           perform varying ind-cal from 1 by 1
                   until ind-cal > qtd-calendario
               if cld-dias(ind-cal) = dia-trabalho
                   move ind-cal to ind-cal-encontrado
               end-if
           end-perform

           .
       localiza-calendario-exit.
           exit.

      *Situacao da data planejada no calendario: loja fechada nao tem
      *plano; feriado tem, mas com aviso de que a previsao e de dia
      *normal.
       situa-data-plano section.

           move dias-plano to dia-trabalho
           perform localiza-calendario

           if ind-cal-encontrado > zero
               move cld-tipo(ind-cal-encontrado) to situacao-plano
               move cld-descricao(ind-cal-encontrado)
                   to descricao-dia-plano
               if plano-loja-fechada
                   display "Loja fechada em " data-plano-formatada
                           " (" descricao-dia-plano
                           ") - nada a produzir."
               else
                   display "Atencao: " data-plano-formatada " e feriado"
                           " (" descricao-dia-plano ") - previsao de d"
                           "ia normal, conferir."
               end-if
           end-if

           .
       situa-data-plano-exit.
           exit.

      *Le o catalogo PIZZA-MASTER. Sem o catalogo nao ha o que
      *planejar: encerra com RETURN-CODE 12.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if not fs-master-ok
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - plano nao gerado."
               move 12 to return-code
               perform finaliza
           end-if

           perform until fs-master-fim
               read pizza-master next record
                   at end
                       set fs-master-fim to true
                   not at end
                       if qtd-pizzas < max-pizzas
                           add 1 to qtd-pizzas
                           initialize catalogo-tab(qtd-pizzas)
                           move master-nome to cat-nome(qtd-pizzas)
                           move master-forma to cat-forma(qtd-pizzas)
                           move master-diametro
                               to cat-diametro(qtd-pizzas)
                           move master-altura to cat-altura(qtd-pizzas)
                           move "N" to cat-promocao(qtd-pizzas)
                       else
                           set fs-master-fim to true
                       end-if
               end-read
           end-perform
           close pizza-master

           .
       carrega-master-exit.
           exit.

      *O tamanho da familia de sabor vale para a bola de massa.
       carrega-variacoes section.

           open input pizza-variacoes

           if fs-variacoes-ok
               perform until fs-variacoes-fim
                   read pizza-variacoes
                       at end
                           set fs-variacoes-fim to true
                       not at end
                           perform varying ind-pizza from 1 by 1
                                   until ind-pizza > qtd-pizzas
                               if cat-nome(ind-pizza) = var-nome
                                   move var-tamanho
                                       to cat-tamanho(ind-pizza)
                               end-if
                           end-perform
                   end-read
               end-perform
               close pizza-variacoes
           end-if

           .
       carrega-variacoes-exit.
           exit.

      *Pizza sem familia tem a bola de massa pela area da forma: ate
      *a de uma circular de 28 cm e broto, ate a de 33 cm e media,
      *acima disso grande.
       classifica-tamanhos section.

           perform varying ind-pizza from 1 by 1
                   until ind-pizza > qtd-pizzas
               if cat-tamanho(ind-pizza) = spaces
                   evaluate cat-forma(ind-pizza)
                       when "Q"
                           compute area-pizza =
                                   cat-diametro(ind-pizza)
                                   * cat-diametro(ind-pizza)
                       when "R"
                           compute area-pizza =
                                   cat-diametro(ind-pizza)
                                   * cat-altura(ind-pizza)
                       when other
                           compute area-pizza rounded = 3,14159
                                   * cat-diametro(ind-pizza)
                                   * cat-diametro(ind-pizza) / 4
                   end-evaluate
                   evaluate true
                       when area-pizza <= 615,75
                           move "BR" to cat-tamanho(ind-pizza)
                       when area-pizza <= 855,30
                           move "MD" to cat-tamanho(ind-pizza)
                       when other
                           move "GD" to cat-tamanho(ind-pizza)
                   end-evaluate
               end-if
           end-perform

           .
       classifica-tamanhos-exit.
           exit.

      *Le a tabela de precos de ingredientes para a memoria.
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
           end-if

           .
       carrega-ingredientes-exit.
           exit.

      *Le as receitas do cardapio para a memoria.
       carrega-receitas section.

           move zero to qtd-receitas
           open input pizza-receitas

           if not fs-receitas-ok
               display "Atencao: nao foi possivel abrir PIZZA-RECEITAS "
                       "(status " fs-receitas ") - plano sem ingredie"
                       "ntes."
           else
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
           end-if

           .
       carrega-receitas-exit.
           exit.

      *Marca as pizzas com promocao valida em vigor na data
      *planejada (a critica e a do DesafioPizza).
       carrega-promocoes section.

           open input pizza-promocoes

           if fs-promocoes-ok
               perform until fs-promocoes-fim
                   read pizza-promocoes
                       at end
                           set fs-promocoes-fim to true
                       not at end
                           perform marca-promocao
                   end-read
               end-perform
               close pizza-promocoes
           end-if

           .
       carrega-promocoes-exit.
           exit.

      *Critica um registro do calendario de promocoes e marca a
      *pizza quando a promocao cobre a data planejada.
       marca-promocao section.

           evaluate true
               when pro-data-ini not numeric
                       or pro-data-fim not numeric
                       or pro-data-ini > pro-data-fim
                       or pro-valor not numeric
                       or (not pro-preco-fixo and not pro-desconto)
                       or (pro-desconto and pro-valor >= 100,00)
                   add 1 to qtd-promocoes-invalidas
                   display "Atencao: promocao invalida de " pro-nome
                           " ignorada."
               when pro-data-ini > data-plano
                       or pro-data-fim < data-plano
                   continue
               when other
                   perform varying ind-pizza from 1 by 1
                           until ind-pizza > qtd-pizzas
                       if cat-nome(ind-pizza) = pro-nome
                           move "S" to cat-promocao(ind-pizza)
                       end-if
                   end-perform
           end-evaluate

           .
       marca-promocao-exit.
           exit.

      *Le as contagens fisicas e guarda a ultima de cada ingrediente.
       carrega-contagens section.

           move zero to qtd-estoque
           open input pizza-contagem

           if not fs-contagem-ok
               display "Atencao: nao foi possivel abrir PIZZA-CONTAGEM "
                       "(status " fs-contagem ") - compra sugerida sem"
                       " desconto do estoque."
           else
               perform until fs-contagem-fim
                   read pizza-contagem
                       at end
                           set fs-contagem-fim to true
                       not at end
                           if cnt-data not numeric
                                   or cnt-qtde not numeric
                               add 1 to qtd-estoque-invalidos
                               display "Atencao: contagem invalida de "
                                       cnt-ingrediente " ignorada."
                           else
                               move cnt-ingrediente to nome-pesquisa
                               perform localiza-estoque
                               if ind-est-encontrado > zero
                                   and cnt-data not <
                                       est-data-contagem(
                                       ind-est-encontrado)
                                   move cnt-data to est-data-contagem(
                                       ind-est-encontrado)
                                   move cnt-qtde to est-qtde-contagem(
                                       ind-est-encontrado)
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-contagem
           end-if

           .
       carrega-contagens-exit.
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
                   move zero to est-data-contagem(qtd-estoque)
                                est-qtde-contagem(qtd-estoque)
                                est-entradas(qtd-estoque)
                                est-consumo(qtd-estoque)
                                est-necessidade(qtd-estoque)
               else
                   display "Atencao: limite de " max-estoque
                           " ingredientes atingido; " nome-pesquisa
                           " ignorado."
               end-if
           end-if

           .
       localiza-estoque-exit.
           exit.

      *Soma as entradas de mercadoria recebidas depois da ultima
      *contagem de cada ingrediente (a contagem vale no fim do dia).
       carrega-entradas section.

           open input pizza-entradas

           if fs-entradas-ok
               perform until fs-entradas-fim
                   read pizza-entradas
                       at end
                           set fs-entradas-fim to true
                       not at end
                           if ent-data not numeric
                                   or ent-qtde not numeric
                               add 1 to qtd-estoque-invalidos
                               display "Atencao: entrada invalida de "
                                       ent-ingrediente " ignorada."
                           else
                               perform soma-entrada
                           end-if
                   end-read
               end-perform
               close pizza-entradas
           end-if

           .
       carrega-entradas-exit.
           exit.

      *Soma a entrada lida quando ela e posterior a ultima contagem
      *do ingrediente.
       soma-entrada section.

           move zero to ind-est-encontrado
           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
               if est-nome(ind-est) = ent-ingrediente
                   move ind-est to ind-est-encontrado
               end-if
           end-perform
           if ind-est-encontrado > zero
               and ent-data > est-data-contagem(ind-est-encontrado)
               add ent-qtde to est-entradas(ind-est-encontrado)
           end-if

           .
       soma-entrada-exit.
           exit.

      *Escolhe os dias da base: o mesmo dia da semana da data
      *planejada, semana a semana para tras, pulando os dias fechados
      *e feriados, ate juntar PREVISAO-SEM dias (no maximo um ano).
       monta-amostras section.

           move zero to qtd-amostras
           move dias-plano to dia-trabalho

           perform varying semana-trabalho from 1 by 1
                   until semana-trabalho > 52
                      or qtd-amostras >= previsao-semanas
               subtract 7 from dia-trabalho
               perform localiza-calendario
               if ind-cal-encontrado = zero
                   add 1 to qtd-amostras
                   move dia-trabalho to amo-dias(qtd-amostras)
                   compute amo-peso(qtd-amostras) =
                           previsao-semanas - qtd-amostras + 1
                   move "S" to amo-situacao(qtd-amostras)
               end-if
           end-perform

           .
       monta-amostras-exit.
           exit.

      *Le o historico de vendas em fluxo: unidades de cada pizza nos
      *dias da base, consumo teorico depois da ultima contagem de
      *cada ingrediente e a venda do ultimo dia do historico.
       le-historico-vendas section.

           open input pizza-hist-vendas

           if not fs-hist-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-HIST-VEND"
                       "AS (status " fs-hist-vendas ") - sem base para "
                       "a previsao."
               move 8 to return-code
           else
               perform until fs-hist-vendas-fim
                   read pizza-hist-vendas
                       at end
                           set fs-hist-vendas-fim to true
                       not at end
                           add 1 to qtd-vendas-lidas
                           perform distribui-venda
                   end-read
               end-perform
               close pizza-hist-vendas
           end-if

      *Dia da base anterior ao inicio do historico ou posterior ao
      *ultimo dia dele nao conta: sem venda registrada, entraria como
      *venda zero (e o mais recente pesa mais).
           move zero to dias-ultima-venda
           if data-ultima-venda > zero
               move data-ultima-venda to data-calculo
               perform calcula-dias
               move dias-calculo to dias-ultima-venda
           end-if

           move zero to qtd-amostras-validas
           move zero to qtd-amostras-futuras
           move zero to soma-pesos
           perform varying ind-amo from 1 by 1
                   until ind-amo > qtd-amostras
               evaluate true
                   when amo-dias(ind-amo) < dias-primeira-venda
                       move "N" to amo-situacao(ind-amo)
                   when amo-dias(ind-amo) > dias-ultima-venda
                       move "N" to amo-situacao(ind-amo)
                       add 1 to qtd-amostras-futuras
                   when other
                       add 1 to qtd-amostras-validas
                       add amo-peso(ind-amo) to soma-pesos
               end-evaluate
           end-perform

           if qtd-amostras-futuras > zero
               move data-ultima-venda to data-formatar
               perform formata-data
               display "Atencao: historico de vendas ate "
                       data-formatada "; " qtd-amostras-futuras
                       " dia(s) da base depois dele fora da previsao."
           end-if

           .
       le-historico-vendas-exit.
           exit.

      *Distribui um registro do historico de vendas.
       distribui-venda section.

           if vhs-data not numeric or vhs-qtde not numeric
                   or vhs-valor not numeric
               add 1 to qtd-vendas-invalidas
           else
               move vhs-data to data-calculo
               perform calcula-dias
               move dias-calculo to dias-venda
               if dias-venda < dias-primeira-venda
                   move dias-venda to dias-primeira-venda
               end-if

      *Dia mais novo que o ultimo visto recomeca a venda do dia.
               if vhs-data > data-ultima-venda
                   move vhs-data to data-ultima-venda
                   perform varying ind-pizza from 1 by 1
                           until ind-pizza > qtd-pizzas
                       move zero to cat-vendido(ind-pizza)
                   end-perform
               end-if

               move zero to ind-amo-encontrado
               perform varying ind-amo from 1 by 1
                       until ind-amo > qtd-amostras
                   if amo-dias(ind-amo) = dias-venda
                       move ind-amo to ind-amo-encontrado
                   end-if
               end-perform

               move zero to ind-achado
               perform varying ind-pizza from 1 by 1
                       until ind-pizza > qtd-pizzas
                   if cat-nome(ind-pizza) = vhs-nome
                       move ind-pizza to ind-achado
                   end-if
               end-perform

               if ind-achado > zero
                   if vhs-data = data-ultima-venda
                       add vhs-qtde to cat-vendido(ind-achado)
                   end-if
                   if ind-amo-encontrado > zero
                       add vhs-qtde to cat-base-qtde(ind-achado,
                                                     ind-amo-encontrado)
                   end-if
               end-if

               perform explode-venda
           end-if

           .
       distribui-venda-exit.
           exit.

      *Consumo teorico da venda lida nos ingredientes contados antes
      *dela: a contagem vale no fim do dia, entao so a venda de dia
      *posterior sai do estoque contado.
       explode-venda section.

           perform varying ind-rcp from 1 by 1
                   until ind-rcp > qtd-receitas
               if rcp-pizza-tab(ind-rcp) = vhs-nome
                   perform varying ind-est from 1 by 1
                           until ind-est > qtd-estoque
                       if est-nome(ind-est)
                               = rcp-ingrediente-tab(ind-rcp)
                               and est-data-contagem(ind-est) > zero
                               and vhs-data > est-data-contagem(ind-est)
                           compute consumo-linha =
                                   vhs-qtde * rcp-qtde-tab(ind-rcp)
                           add consumo-linha to est-consumo(ind-est)
                       end-if
                   end-perform
               end-if
           end-perform

           .
       explode-venda-exit.
           exit.

      *Previsao de cada pizza: media das unidades nos dias da base,
      *ponderada pelo peso de cada dia, mais o acrescimo da promocao;
      *depois as bolas de massa por tamanho e a necessidade de cada
      *ingrediente pela receita. Loja fechada nao tem previsao.
       calcula-previsao section.

           move zero to qtd-massas

           perform varying ind-pizza from 1 by 1
                   until ind-pizza > qtd-pizzas
               move zero to soma-ponderada
               perform varying ind-amo from 1 by 1
                       until ind-amo > qtd-amostras
                   if amo-valida(ind-amo)
                       compute soma-ponderada = soma-ponderada
                               + amo-peso(ind-amo)
                               * cat-base-qtde(ind-pizza, ind-amo)
                   end-if
               end-perform

               move zero to cat-media(ind-pizza)
               move zero to cat-previsto(ind-pizza)
               if soma-pesos > zero and not plano-loja-fechada
                   compute cat-media(ind-pizza) rounded =
                           soma-ponderada / soma-pesos
                   if cat-em-promocao(ind-pizza)
                       compute cat-previsto(ind-pizza) rounded =
                               cat-media(ind-pizza)
                               * (100 + uplift-promocao) / 100
                   else
                       compute cat-previsto(ind-pizza) rounded =
                               cat-media(ind-pizza)
                   end-if
               end-if

               if cat-previsto(ind-pizza) > zero
                   add 1 to qtd-planejadas
                   add cat-previsto(ind-pizza) to total-previsto
                   if cat-em-promocao(ind-pizza)
                       add 1 to qtd-em-promocao
                   end-if
                   perform soma-massa
                   perform explode-previsao
               end-if
           end-perform

           .
       calcula-previsao-exit.
           exit.

      *Soma a previsao da pizza em ind-pizza nas bolas do tamanho.
       soma-massa section.

           move zero to ind-mas-encontrado
           perform varying ind-mas from 1 by 1
                   until ind-mas > qtd-massas
               if mas-tamanho(ind-mas) = cat-tamanho(ind-pizza)
                   move ind-mas to ind-mas-encontrado
               end-if
           end-perform

           if ind-mas-encontrado = zero
               if qtd-massas < max-massas
                   add 1 to qtd-massas
                   move qtd-massas to ind-mas-encontrado
                   move cat-tamanho(ind-pizza)
                       to mas-tamanho(qtd-massas)
                   move zero to mas-qtde(qtd-massas)
               else
                   display "Atencao: limite de " max-massas
                           " tamanhos de massa atingido; "
                           cat-nome(ind-pizza) " fora da massa."
               end-if
           end-if

           if ind-mas-encontrado > zero
               add cat-previsto(ind-pizza)
                   to mas-qtde(ind-mas-encontrado)
           end-if

           .
       soma-massa-exit.
           exit.

      *Explode a previsao da pizza em ind-pizza pela receita na
      *necessidade de cada ingrediente.
       explode-previsao section.

           move zero to qtd-linhas-receita

           perform varying ind-rcp from 1 by 1
                   until ind-rcp > qtd-receitas
               if rcp-pizza-tab(ind-rcp) = cat-nome(ind-pizza)
                   add 1 to qtd-linhas-receita
                   move rcp-ingrediente-tab(ind-rcp) to nome-pesquisa
                   perform localiza-estoque
                   if ind-est-encontrado > zero
                       compute consumo-linha = cat-previsto(ind-pizza)
                               * rcp-qtde-tab(ind-rcp)
                       add consumo-linha
                           to est-necessidade(ind-est-encontrado)
                   end-if
               end-if
           end-perform

           if qtd-linhas-receita = zero
               add 1 to qtd-sem-receita
           end-if

           .
       explode-previsao-exit.
           exit.

      *Le os planos gravados e guarda, por pizza, a ultima geracao do
      *plano para o ultimo dia do historico, para comparar com o que
      *vendeu. Uma geracao mais nova da mesma data substitui a outra.
       le-plano-anterior section.

           if data-ultima-venda > zero
               open input pizza-plano
               if fs-plano-ok
                   perform until fs-plano-fim
                       read pizza-plano
                           at end
                               set fs-plano-fim to true
                           not at end
                               if pln-data = data-ultima-venda
                                   perform guarda-plano-anterior
                               end-if
                       end-read
                   end-perform
                   close pizza-plano
               end-if
           end-if

           .
       le-plano-anterior-exit.
           exit.

      *Guarda um registro do plano do ultimo dia vendido.
       guarda-plano-anterior section.

           if pln-data-geracao not = plano-anterior-geracao
                   or pln-hora not = plano-anterior-hora
               move pln-data-geracao to plano-anterior-geracao
               move pln-hora to plano-anterior-hora
               perform varying ind-pizza from 1 by 1
                       until ind-pizza > qtd-pizzas
                   move zero to cat-planejado(ind-pizza)
               end-perform
           end-if

           move "S" to plano-anterior-sw
           perform varying ind-pizza from 1 by 1
                   until ind-pizza > qtd-pizzas
               if cat-nome(ind-pizza) = pln-nome
                   move pln-qtde to cat-planejado(ind-pizza)
               end-if
           end-perform

           .
       guarda-plano-anterior-exit.
           exit.

      *Acrescenta o plano da data ao PIZZA-PLANO, uma linha por pizza
      *com previsao, para a comparacao da manha seguinte.
       grava-plano section.

           if qtd-planejadas > zero
               open extend pizza-plano
               if not fs-plano-ok
                   open output pizza-plano
               end-if

               if not fs-plano-ok
                   display "Atencao: nao foi possivel gravar PIZZA-PLAN"
                           "O (status " fs-plano ") - plano sem compara"
                           "cao amanha."
                   if return-code < 8
                       move 8 to return-code
                   end-if
               else
                   perform varying ind-pizza from 1 by 1
                           until ind-pizza > qtd-pizzas
                       if cat-previsto(ind-pizza) > zero
                           move data-plano to pln-data
                           move cat-nome(ind-pizza) to pln-nome
                           move cat-tamanho(ind-pizza) to pln-tamanho
                           move cat-previsto(ind-pizza) to pln-qtde
                           move cat-promocao(ind-pizza) to pln-promocao
                           move data-relatorio to pln-data-geracao
                           move hora-execucao to pln-hora
                           write plano-reg
                           add 1 to qtd-planos-gravados
                       end-if
                   end-perform
                   close pizza-plano
               end-if
           end-if

           .
       grava-plano-exit.
           exit.

      *Grava a folha de preparo: previsao por pizza, bolas de massa,
      *ingredientes, sugestao de compra, plano contra venda do ultimo
      *dia e o resumo.
       emite-producao section.

           move zero to pagina-atual
           open output producao-report

           if not fs-producao-ok
               display "Atencao: nao foi possivel abrir PIZZAPRD para "
                       "gravacao (status " fs-producao ") - folha de pr"
                       "eparo nao gravada."
               if return-code < 8
                   move 8 to return-code
               end-if
           else
               perform escreve-cabecalho
               perform lista-previsao
               perform lista-massas
               perform lista-ingredientes
               perform lista-compras
               perform lista-comparacao
               perform resumo-producao
               close producao-report
           end-if

           .
       emite-producao-exit.
           exit.

      *Previsao de unidades por pizza.
       lista-previsao section.

           move spaces to report-linha
           move "-- Previsao por pizza --" to report-linha
           perform escreve-linha

           move previsao-semanas to peso-editado
           move qtd-amostras-validas to semanas-editadas
           move spaces to report-linha
           string "  Base: " delimited by size
                   semanas-editadas delimited by size
                   " de " delimited by size
                   peso-editado delimited by size
                   " " delimited by size
                   nome-dia-semana(dia-semana-plano) delimited by space
                   " anteriores, peso maior no mais recente"
                       delimited by size
               into report-linha
           perform escreve-linha

           evaluate true
               when plano-loja-fechada
                   move spaces to report-linha
                   string "  Loja fechada (" delimited by size
                           descricao-dia-plano delimited by size
                           ") - nada a produzir" delimited by size
                       into report-linha
                   perform escreve-linha
               when qtd-planejadas = zero
                   move spaces to report-linha
                   move "  (nenhuma)" to report-linha
                   perform escreve-linha
               when other
                   move spaces to report-linha
                   string "  Pizza           Tam       Media  Promo  "
                               delimited by size
                           "Previsto" delimited by size
                       into report-linha
                   perform escreve-linha
                   perform varying ind-pizza from 1 by 1
                           until ind-pizza > qtd-pizzas
                       if cat-previsto(ind-pizza) > zero
                           move cat-media(ind-pizza) to media-editada
                           move cat-previsto(ind-pizza) to qtde-editada
                           move spaces to report-linha
                           string "  " delimited by size
                                   cat-nome(ind-pizza) delimited by size
                                   " " delimited by size
                                   cat-tamanho(ind-pizza)
                                       delimited by size
                                   "   " delimited by size
                                   media-editada delimited by size
                                   "    " delimited by size
                                   cat-promocao(ind-pizza)
                                       delimited by size
                                   "      " delimited by size
                                   qtde-editada delimited by size
                               into report-linha
                           perform escreve-linha
                       end-if
                   end-perform
           end-evaluate

           if qtd-em-promocao > zero
               move uplift-promocao to uplift-editado
               move spaces to report-linha
               string "  (promocao S: media acrescida de "
                           delimited by size
                       uplift-editado delimited by size
                       "%)" delimited by size
                   into report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           perform escreve-linha

           .
       lista-previsao-exit.
           exit.

      *Bolas de massa a preparar por tamanho.
       lista-massas section.

           move spaces to report-linha
           move "-- Bolas de massa por tamanho --" to report-linha
           perform escreve-linha

           if qtd-massas = zero
               move spaces to report-linha
               move "  (nenhuma)" to report-linha
               perform escreve-linha
           end-if

           perform varying ind-mas from 1 by 1
                   until ind-mas > qtd-massas
               evaluate mas-tamanho(ind-mas)
                   when "BR"
                       move "BROTO" to descricao-tamanho
                   when "MD"
                       move "MEDIA" to descricao-tamanho
                   when "GD"
                       move "GRANDE" to descricao-tamanho
                   when other
                       move mas-tamanho(ind-mas) to descricao-tamanho
               end-evaluate
               move mas-qtde(ind-mas) to qtde2-editada
               move spaces to report-linha
               string "  " delimited by size
                       descricao-tamanho delimited by size
                       "  " delimited by size
                       qtde2-editada delimited by size
                       " bolas" delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-perform

           move spaces to report-linha
           perform escreve-linha

           .
       lista-massas-exit.
           exit.

      *Quantidade total de cada ingrediente para a previsao, e as
      *pizzas previstas sem receita (fora da conta).
       lista-ingredientes section.

           move spaces to report-linha
           move "-- Ingredientes --" to report-linha
           perform escreve-linha

           move zero to ind-achado
           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
               if est-necessidade(ind-est) > zero
                   move ind-est to ind-achado
                   move est-necessidade(ind-est) to insumo-editado
                   move spaces to report-linha
                   string "  " delimited by size
                           est-nome(ind-est) delimited by size
                           " " delimited by size
                           insumo-editado delimited by size
                       into report-linha
                   perform escreve-linha
               end-if
           end-perform

           if ind-achado = zero
               move spaces to report-linha
               move "  (nenhum)" to report-linha
               perform escreve-linha
           end-if

           if qtd-sem-receita > zero
               move spaces to report-linha
               move "  Pizzas previstas sem receita (fora da conta):"
                   to report-linha
               perform escreve-linha
               perform varying ind-pizza from 1 by 1
                       until ind-pizza > qtd-pizzas
                   if cat-previsto(ind-pizza) > zero
                       move zero to qtd-linhas-receita
                       perform varying ind-rcp from 1 by 1
                               until ind-rcp > qtd-receitas
                           if rcp-pizza-tab(ind-rcp)
                                   = cat-nome(ind-pizza)
                               add 1 to qtd-linhas-receita
                           end-if
                       end-perform
                       if qtd-linhas-receita = zero
                           move cat-previsto(ind-pizza) to qtde-editada
                           move spaces to report-linha
                           string "    " delimited by size
                                   cat-nome(ind-pizza) delimited by size
                                   " " delimited by size
                                   qtde-editada delimited by size
                               into report-linha
                           perform escreve-linha
                       end-if
                   end-if
               end-perform
           end-if

           move spaces to report-linha
           perform escreve-linha

           .
       lista-ingredientes-exit.
           exit.

      *Sugestao de compra: o que a previsao precisa alem do estoque
      *estimado (ultima contagem mais entradas menos o consumo
      *teorico vendido depois dela). Ingrediente sem contagem sai com
      *a necessidade inteira e marcado.
       lista-compras section.

           move spaces to report-linha
           move "-- Sugestao de compra --" to report-linha
           perform escreve-linha

           move spaces to report-linha
           string "  Ingrediente     Necessario     Estoque     "
                       delimited by size
                   "Comprar         Valor" delimited by size
               into report-linha
           perform escreve-linha

           perform varying ind-est from 1 by 1
                   until ind-est > qtd-estoque
               if est-necessidade(ind-est) > zero
                   perform lista-uma-compra
               end-if
           end-perform

           if qtd-comprar = zero
               move spaces to report-linha
               move "  (nada a comprar)" to report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           perform escreve-linha

           .
       lista-compras-exit.
           exit.

      *Linha de compra do ingrediente em ind-est, quando falta.
       lista-uma-compra section.

           if est-data-contagem(ind-est) = zero
               move zero to estoque-estimado
               add 1 to qtd-sem-contagem
           else
               compute estoque-estimado = est-qtde-contagem(ind-est)
                       + est-entradas(ind-est) - est-consumo(ind-est)
           end-if

           if estoque-estimado < est-necessidade(ind-est)
               if estoque-estimado > zero
                   compute compra-qtde = est-necessidade(ind-est)
                           - estoque-estimado
               else
                   move est-necessidade(ind-est) to compra-qtde
               end-if
               add 1 to qtd-comprar

               move zero to ind-ing-encontrado
               perform varying ind-ing from 1 by 1
                       until ind-ing > qtd-ingredientes
                   if ing-nome-tab(ind-ing) = est-nome(ind-est)
                       move ind-ing to ind-ing-encontrado
                   end-if
               end-perform

               move est-necessidade(ind-est) to insumo-editado
               move estoque-estimado to estoque-editado
               move compra-qtde to insumo2-editado
               move spaces to report-linha
               if ind-ing-encontrado > zero
                   compute compra-valor rounded = compra-qtde
                           * ing-preco-tab(ind-ing-encontrado)
                   add compra-valor to total-compra-valor
                   move compra-valor to valor-editado
                   string "  " delimited by size
                           est-nome(ind-est) delimited by size
                           insumo-editado delimited by size
                           " " delimited by size
                           estoque-editado delimited by size
                           " " delimited by size
                           insumo2-editado delimited by size
                           " " delimited by size
                           valor-editado delimited by size
                       into report-linha
               else
                   string "  " delimited by size
                           est-nome(ind-est) delimited by size
                           insumo-editado delimited by size
                           " " delimited by size
                           estoque-editado delimited by size
                           " " delimited by size
                           insumo2-editado delimited by size
                           "     sem preco" delimited by size
                       into report-linha
               end-if
               perform escreve-linha

               if est-data-contagem(ind-est) = zero
                   move spaces to report-linha
                   move "    (sem contagem de estoque)" to report-linha
                   perform escreve-linha
               end-if
           end-if

           .
       lista-uma-compra-exit.
           exit.

      *Plano gravado para o ultimo dia do historico contra o que
      *vendeu, com o erro por pizza e o erro medio do dia (soma dos
      *erros sem sinal sobre o vendido).
       lista-comparacao section.

           move spaces to report-linha
           move "-- Previsto x vendido --" to report-linha
           perform escreve-linha

           if not plano-anterior-achado
               move spaces to report-linha
               if data-ultima-venda = zero
                   move "  (sem historico de vendas)" to report-linha
               else
                   move data-ultima-venda to data-formatar
                   perform formata-data
                   string "  (sem plano gravado para " delimited by size
                           data-formatada delimited by size
                           ")" delimited by size
                       into report-linha
               end-if
               perform escreve-linha
           else
               move data-ultima-venda to data-formatar
               perform formata-data
               move spaces to report-linha
               string "  Dia " delimited by size
                       data-formatada delimited by size
                       ": Pizza            Previsto   Vendido      Erro"
                           delimited by size
                       "  Erro %" delimited by size
                   into report-linha
               perform escreve-linha

               perform varying ind-pizza from 1 by 1
                       until ind-pizza > qtd-pizzas
                   if cat-planejado(ind-pizza) > zero
                           or cat-vendido(ind-pizza) > zero
                       perform lista-um-erro
                   end-if
               end-perform

               if total-comparado-vendido > zero
                   compute erro-medio-pct rounded =
                           total-erro-absoluto * 100
                           / total-comparado-vendido
                       on size error
                           move 9999,9 to erro-medio-pct
                   end-compute
               end-if
               move total-comparado-previsto to qtde2-editada
               move total-comparado-vendido to qtde-editada
               move total-erro-absoluto to erro-editado
               move spaces to report-linha
               string "  Total" delimited by size
                       "                           " delimited by size
                       qtde2-editada delimited by size
                       "    " delimited by size
                       qtde-editada delimited by size
                       " " delimited by size
                       erro-editado delimited by size
                   into report-linha
               perform escreve-linha

               move erro-medio-pct to pct-editado
               move spaces to report-linha
               string "  Erro medio do dia (erro sem sinal sobre o vend"
                           delimited by size
                       "ido): " delimited by size
                       pct-editado delimited by size
                       "%" delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           perform escreve-linha

           .
       lista-comparacao-exit.
           exit.

      *Linha de erro da pizza em ind-pizza.
       lista-um-erro section.

           compute erro-qtde = cat-vendido(ind-pizza)
                   - cat-planejado(ind-pizza)
           if erro-qtde < zero
               compute erro-absoluto = zero - erro-qtde
           else
               move erro-qtde to erro-absoluto
           end-if
           add cat-planejado(ind-pizza) to total-comparado-previsto
           add cat-vendido(ind-pizza) to total-comparado-vendido
           add erro-absoluto to total-erro-absoluto

           move cat-planejado(ind-pizza) to qtde2-editada
           move cat-vendido(ind-pizza) to qtde-editada
           move erro-qtde to erro-editado
           move spaces to report-linha
           if cat-planejado(ind-pizza) > zero
               compute erro-pct rounded = erro-qtde * 100
                       / cat-planejado(ind-pizza)
                   on size error
                       move 9999,9 to erro-pct
               end-compute
               move erro-pct to pct-editado
               string "                  " delimited by size
                       cat-nome(ind-pizza) delimited by size
                       " " delimited by size
                       qtde2-editada delimited by size
                       "    " delimited by size
                       qtde-editada delimited by size
                       " " delimited by size
                       erro-editado delimited by size
                       " " delimited by size
                       pct-editado delimited by size
                   into report-linha
           else
               string "                  " delimited by size
                       cat-nome(ind-pizza) delimited by size
                       " " delimited by size
                       qtde2-editada delimited by size
                       "    " delimited by size
                       qtde-editada delimited by size
                       " " delimited by size
                       erro-editado delimited by size
                       "     --" delimited by size
                   into report-linha
           end-if
           perform escreve-linha

           .
       lista-um-erro-exit.
           exit.

      *Resumo do plano no relatorio e no console.
       resumo-producao section.

           move spaces to report-linha
           move "-- Resumo --" to report-linha
           perform escreve-linha

           move total-previsto to qtde2-editada
           move spaces to report-linha
           string "Pizzas planejadas: " delimited by size
                   qtd-planejadas delimited by size
                   "  Unidades: " delimited by size
                   qtde2-editada delimited by size
                   "  Em promocao: " delimited by size
                   qtd-em-promocao delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           move total-compra-valor to valor-editado
           move spaces to report-linha
           string "Itens a comprar: " delimited by size
                   qtd-comprar delimited by size
                   "  Valor estimado: " delimited by size
                   valor-editado delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           move spaces to report-linha
           string "Sem receita: " delimited by size
                   qtd-sem-receita delimited by size
                   "  Sem contagem: " delimited by size
                   qtd-sem-contagem delimited by size
                   "  Vendas invalidas: " delimited by size
                   qtd-vendas-invalidas delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           if qtd-estoque-invalidos > zero
               move spaces to report-linha
               string "Contagens e entradas invalidas: "
                           delimited by size
                       qtd-estoque-invalidos delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           .
       resumo-producao-exit.
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

      *Dia da semana (1 a 7) do numero de dias em dias-calculo: dias
      *corridos com o mesmo resto por 7 caem no mesmo dia da semana.
       calcula-dia-semana section.

           divide dias-calculo by 7 giving quociente-semana
               remainder resto-semana
           compute dia-semana = resto-semana + 1

           .
       calcula-dia-semana-exit.
           exit.

      *Formata data-formatar (AAAAMMDD) como DD/MM/AAAA.
       formata-data section.

           move spaces to data-formatada
           string dia-formatar delimited by size
                   "/" delimited by size
                   mes-formatar delimited by size
                   "/" delimited by size
                   ano-formatar delimited by size
               into data-formatada

           .
       formata-data-exit.
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

           move spaces to report-linha
           string "------ Plano de Producao ------" delimited by size
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
                   "   Plano para " delimited by size
                   nome-dia-semana(dia-semana-plano) delimited by space
                   " " delimited by size
                   data-plano-formatada delimited by size
               into report-linha
           if plano-feriado
               move spaces to report-linha
               string "Data: " delimited by size
                       dia-relatorio delimited by size
                       "/" delimited by size
                       mes-relatorio delimited by size
                       "/" delimited by size
                       ano-relatorio delimited by size
                       "   Plano para " delimited by size
                       nome-dia-semana(dia-semana-plano)
                           delimited by space
                       " " delimited by size
                       data-plano-formatada delimited by size
                       " - FERIADO" delimited by size
                   into report-linha
           end-if
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Sem historico de vendas ja saiu com RETURN-CODE 8; loja
      *fechada, feriado, pizza prevista sem receita, ingrediente sem
      *contagem ou registro invalido (historico, calendario,
      *promocao, contagem ou entrada) vira 4.
       finaliza section.

           if return-code = zero
                   and (plano-loja-fechada
                        or plano-feriado
                        or qtd-sem-receita > zero
                        or qtd-sem-contagem > zero
                        or qtd-vendas-invalidas > zero
                        or qtd-calendario-invalidos > zero
                        or qtd-promocoes-invalidas > zero
                        or qtd-estoque-invalidos > zero)
               move 4 to return-code
           end-if

      *Toda execucao deixa um registro no log de operacao.
           perform grava-runlog

           stop run
           .
       finaliza-exit.
           exit.

      *Acrescenta ao log de operacao compartilhado o registro desta
      *execucao: lidos sao os registros do historico de vendas,
      *aceitos as pizzas planejadas e rejeitados os registros de
      *venda invalidos.
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
               move "PizzaProducao" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move linha-comando to log-parm
               move qtd-vendas-lidas to log-lidos
               move qtd-planejadas to log-aceitos
               move qtd-vendas-invalidas to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

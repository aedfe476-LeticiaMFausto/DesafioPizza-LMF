      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaSimula".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - simulacao de precos ("e se
      *                   a mussarela subir 12% e o markup cair para
      *                   35?"): le um arquivo de cenario (PIZZA-
      *                   CENARIO) com mudancas de preco de ingrediente
      *                   e parametros da politica trocados, refaz o
      *                   custo por receita, a reprecificacao e o preco
      *                   por cm2 com as mesmas regras do DesafioPizza
      *                   e imprime, pizza a pizza, custo, preco, preco
      *                   por cm2, margem e posicao no ranking atuais e
      *                   simulados, mais o impacto no faturamento e na
      *                   margem pelas quantidades do ultimo movimento
      *                   de vendas. So le os arquivos da esteira: a
      *                   unica saida e o proprio relatorio (PIZZASIM).
      *                   Ate agora a unica forma de responder era
      *                   trocar PIZZAING/PIZZAPRM e rodar a
      *                   precificacao de verdade.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros PREVISAO-SEM
      *                   e UPLIFT-PROMO incluidos no PIZZA-PARAMETROS
      *                   para o plano de producao do PizzaProducao.
      * 15/10/2026  LMF   O movimento PIZZA-VENDAS passa a trazer o
      *                   canal da venda (ven-canal, em branco no
      *                   balcao); as vendas continuam somadas por
      *                   pizza.
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select pizza-master assign to "PIZZAMAS"
               organization is indexed
               access mode is dynamic
               record key is master-nome
               file status is fs-master.

           select pizza-fornecedor assign to "FORNECED"
               organization is sequential
               file status is fs-fornecedor.

           select pizza-parametros assign to "PIZZAPRM"
               organization is sequential
               file status is fs-parametros.

           select pizza-ingredientes assign to "PIZZAING"
               organization is sequential
               file status is fs-ingrediente.

           select pizza-receitas assign to "PIZZARCP"
               organization is sequential
               file status is fs-receitas.

           select pizza-vendas assign to "PIZZAVEN"
               organization is sequential
               file status is fs-vendas.

           select pizza-cenario assign to "PIZZACEN"
               organization is sequential
               file status is fs-cenario.

           select simula-report assign to "PIZZASIM"
               organization is sequential
               file status is fs-simula.

       i-o-control.

      *Declaracao de variaveis
       data division.

      *----Variaveis de arquivos
       file section.

      *Catalogo de pizzas, aberto so para leitura.
       fd  pizza-master
           label records are standard.
       01  master-reg.
           05 master-nome                          pic x(15).
           05 master-forma                         pic x(01).
           05 master-diametro                      pic 9(03).
           05 master-altura                        pic 9(03).
           05 master-preco                         pic 9(03)v99.

      *Extrato de custo por pizza do fornecedor, reserva do custo
      *quando a pizza nao tem receita completa.
       fd  pizza-fornecedor
           label records are standard.
       01  fornecedor-reg.
           05 forn-nome                            pic x(15).
           05 forn-custo                           pic 9(03)v99.

      *Parametros da politica de precificacao em vigor, os mesmos do
      *DesafioPizza; o cenario troca os que quiser na simulacao.
       fd  pizza-parametros
           label records are standard.
       01  parametro-reg.
           05 param-nome                           pic x(15).
           05 param-valor                          pic 9(05)v99.

      *Tabela de precos de ingredientes em vigor.
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

      *Movimento de vendas do PDV, de onde saem as quantidades que
      *pesam o impacto no faturamento e na margem.
       fd  pizza-vendas
           label records are standard.
       01  venda-reg.
           05 ven-nome                             pic x(15).
           05 ven-data                             pic 9(08).
           05 ven-qtde                             pic 9(05).
           05 ven-valor                            pic 9(07)v99.
           05 ven-canal                            pic x(05).

      *Cenario da simulacao, uma mudanca por registro:
      *  I - preco do ingrediente cen-nome: cen-modo '%' aplica o
      *      percentual cen-valor (cen-sinal '+' sobe, '-' desce) e
      *      '=' troca pelo valor cen-valor;
      *  P - parametro cen-nome da politica passa a valer cen-valor
      *      (so cen-modo '=').
      *Mudancas do mesmo ingrediente se acumulam, na ordem do arquivo.
       fd  pizza-cenario
           label records are standard.
       01  cenario-reg.
           05 cen-tipo                             pic x(01).
              88 cen-ingrediente                   value "I".
              88 cen-parametro                     value "P".
           05 cen-nome                             pic x(15).
           05 cen-modo                             pic x(01).
              88 cen-percentual                    value "%".
              88 cen-absoluto                      value "=".
           05 cen-sinal                            pic x(01).
              88 cen-sobe                          value "+".
              88 cen-desce                         value "-".
           05 cen-valor                            pic 9(05)v99.

       fd  simula-report
           label records are standard
           linage is 20 lines with footing at 18.
       01  report-linha                            pic x(80).

      *----Variaveis de trabalho
       working-storage section.

      *Tamanho maximo e quantidade atual das tabelas em memoria.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       77  qtd-fornecedores                    pic 9(03) value zero.

      *Catalogo carregado do PIZZA-MASTER, com o resultado atual e o
      *simulado de cada pizza lado a lado. A origem do custo e R-
      *eceita, F-ornecedor ou N-enhum.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
           05 cat-forma                            pic x(01).
              88 cat-circular                      value "C".
              88 cat-quadrada                      value "Q".
              88 cat-retangular                    value "R".
           05 cat-diametro                         pic 9(03).
           05 cat-altura                           pic 9(03).
           05 cat-preco                            pic 9(03)v99.
           05 cat-origem-atual                     pic x(01).
              88 cat-sem-custo-atual               value "N".
           05 cat-custo-atual                      pic 9(05)v99.
           05 cat-cm2-atual                        pic 9(05)v99.
           05 cat-pos-atual                        pic 9(03).
           05 cat-origem-sim                       pic x(01).
              88 cat-sem-custo-sim                 value "N".
           05 cat-custo-sim                        pic 9(05)v99.
           05 cat-preco-sim                        pic 9(03)v99.
           05 cat-cm2-sim                          pic 9(05)v99.
           05 cat-pos-sim                          pic 9(03).
           05 cat-qtde                             pic 9(07).
           05 cat-fora-faixa-tab                   pic x(01).
              88 cat-fora-faixa                    value "S".
           05 cat-aprovacao-tab                    pic x(01).
              88 cat-pede-aprovacao                value "S".

      *Extrato de custos carregado do FORNECED.
       01  fornecedor-tab  occurs 1 to 500 times
                           depending on qtd-fornecedores.
           05 forn-nome-tab                        pic x(15).
           05 forn-custo-tab                       pic 9(03)v99.

      *Ingredientes com o preco em vigor e o preco do cenario.
       77  max-ingredientes                    pic 9(03) value 500.
       77  qtd-ingredientes                    pic 9(03) value zero.
       01  ingredientes-tab  occurs 1 to 500 times
                             depending on qtd-ingredientes.
           05 ing-nome-tab                         pic x(15).
           05 ing-preco-tab                        pic 9(03)v99.
           05 ing-preco-sim-tab                    pic 9(03)v99.
       77  max-receitas                        pic 9(04) value 2000.
       77  qtd-receitas                        pic 9(04) value zero.
       01  receitas-tab  occurs 1 to 2000 times
                         depending on qtd-receitas.
           05 rcp-pizza-tab                        pic x(15).
           05 rcp-ingrediente-tab                  pic x(15).
           05 rcp-qtde-tab                         pic 9(03)v999.

      *Linhas do cenario com o valor antes e depois de aplicadas, ou
      *o motivo por que foram ignoradas, para o relatorio mostrar
      *exatamente o que foi simulado.
       77  max-cenario                         pic 9(03) value 100.
       77  qtd-cenario                         pic 9(03) value zero.
       01  cenario-tab  occurs 1 to 100 times depending on qtd-cenario.
           05 cnt-tipo                             pic x(01).
           05 cnt-nome                             pic x(15).
           05 cnt-modo                             pic x(01).
           05 cnt-sinal                            pic x(01).
           05 cnt-valor                            pic 9(05)v99.
           05 cnt-antes                            pic 9(05)v99.
           05 cnt-depois                           pic 9(05)v99.
           05 cnt-motivo                           pic x(30).

      *Politica de precificacao em vigor (PIZZA-PARAMETROS) e a do
      *cenario, que comeca igual e recebe as trocas do arquivo.
       77  markup-padrao                    pic 9(03)V99 value 40,00.
       77  diametro-max                     pic 9(03)    value 150.
       77  preco-min                        pic 9(03)V99 value 0,01.
       77  preco-max                        pic 9(03)V99 value 500,00.
       77  aprova-pct                       pic 9(03)V99 value 10,00.
       77  aprova-valor                     pic 9(03)V99 value zero.
       77  markup-sim                       pic 9(03)V99.
       77  diametro-max-sim                 pic 9(03).
       77  preco-min-sim                    pic 9(03)V99.
       77  preco-max-sim                    pic 9(03)V99.
       77  aprova-pct-sim                   pic 9(03)V99.
       77  aprova-valor-sim                 pic 9(03)V99.

      *Variaveis de controle
       77  ind                                     pic 9(03).
       77  ind-outra                               pic 9(03).
       77  ind-forn                                pic 9(03).
       77  ind-forn-encontrado                     pic 9(03).
       77  ind-cen                                 pic 9(03).
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-fornecedor                           pic x(02).
           88 fs-fornecedor-ok                     value '00'.
           88 fs-fornecedor-fim                    value '10'.
       77  fs-parametros                           pic x(02).
           88 fs-parametros-ok                     value '00'.
           88 fs-parametros-fim                    value '10'.
       77  fs-ingrediente                          pic x(02).
           88 fs-ingrediente-ok                    value '00'.
           88 fs-ingrediente-fim                   value '10'.
       77  fs-receitas                             pic x(02).
           88 fs-receitas-ok                       value '00'.
           88 fs-receitas-fim                      value '10'.
       77  fs-vendas                               pic x(02).
           88 fs-vendas-ok                         value '00'.
           88 fs-vendas-fim                        value '10'.
       77  fs-cenario                              pic x(02).
           88 fs-cenario-ok                        value '00'.
           88 fs-cenario-fim                       value '10'.
       77  fs-simula                               pic x(02).
           88 fs-simula-ok                         value '00'.
       77  motivo-parametro                        pic x(45).

      *Custo por receita (mesma regra do DesafioPizza), com a chave
      *para somar pelo preco em vigor ou pelo preco do cenario.
       77  ind-rcp                                 pic 9(04).
       77  ind-ing                                 pic 9(03).
       77  ind-ing-encontrado                      pic 9(03).
       77  nome-pesquisa                           pic x(15).
       77  custo-receita                           pic 9(05)V99.
       77  qtd-linhas-receita                      pic 9(04).
       77  receita-valida                          pic x(01)
                                                   value 'N'.
           88 receita-achada                       value 'S'.
       77  ingrediente-falta                       pic x(01)
                                                   value 'N'.
           88 receita-incompleta                   value 'S'.
       77  preco-simulado-sw                       pic x(01)
                                                   value 'N'.
           88 usa-preco-simulado                   value 'S'.
       77  preco-receita                           pic 9(05)V99.

      *Preco por cm2 (mesma regra do CALCULO do DesafioPizza): a
      *pizza de medida, preco ou forma invalidos fica com o valor
      *sentinela e vai para o fim do ranking.
       77  pi                               pic 9(01)V999999
                                                   value 3,141592.
       77  raio                                    pic 9(02)V999.
       77  area-pizza                              pic 9(05)V99.
       77  preco-calculo                           pic 9(03)V99.
       77  diametro-max-calculo                    pic 9(03).
       77  preco-min-calculo                       pic 9(03)V99.
       77  preco-max-calculo                       pic 9(03)V99.
       77  cm2-calculo                             pic 9(05)V99.

      *Conferencia contra o limite de aprovacao do cenario.
       77  dif-preco                               pic 9(03)V99.
       77  pct-preco                               pic 9(05)V99.

      *Margem de cada pizza sobre o custo apurado, em percentual.
       77  margem-pct                              pic s9(05)V99.

      *Totais do impacto sobre o movimento de vendas.
       77  qtd-vendas-lidas                    pic 9(05) value zero.
       77  unidades-consideradas               pic 9(09) value zero.
       77  unidades-sem-catalogo               pic 9(09) value zero.
       77  unidades-sem-custo                  pic 9(09) value zero.
       77  fat-atual                        pic s9(11)V99 value zero.
       77  fat-simulado                     pic s9(11)V99 value zero.
       77  fat-diferenca                           pic s9(11)V99.
       77  margem-atual                     pic s9(11)V99 value zero.
       77  margem-simulada                  pic s9(11)V99 value zero.
       77  margem-diferenca                        pic s9(11)V99.

      *Contadores do resumo.
       77  qtd-cenario-ignoradas               pic 9(03) value zero.
       77  qtd-preco-alterado                  pic 9(03) value zero.
       77  qtd-pede-aprovacao                  pic 9(03) value zero.
       77  qtd-fora-faixa                      pic 9(03) value zero.
       77  qtd-sem-custo                       pic 9(03) value zero.

      *Variaveis do relatorio impresso (PIZZASIM)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.

      *Valores editados para as linhas do relatorio.
       77  markup-editado                          pic zz9,99.
       77  markup-sim-editado                      pic zz9,99.
       77  custo-editado                           pic x(09).
       77  custo-numerico-ed                       pic zz.zz9,99.
       77  preco-editado                           pic zz9,99.
       77  cm2-editado                             pic zz.zz9,99.
       77  margem-editada                          pic x(10).
       77  margem-numerica-ed                      pic ---.--9,99.
       77  posicao-editada                         pic zz9.
       77  rotulo-linha                            pic x(07).
       77  marca-aprovacao                         pic x(01).
       77  marca-faixa                             pic x(01).
       77  valor-cenario-ed                        pic zz.zz9,99.
       77  antes-cenario-ed                        pic zz.zz9,99.
       77  depois-cenario-ed                       pic zz.zz9,99.
       77  unidades-editadas                       pic zzz.zzz.zz9.
       77  total-atual-ed                          pic ---.---.--9,99.
       77  total-sim-ed                            pic ---.---.--9,99.
       77  total-dif-ed                            pic ---.---.--9,99.

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-master
           perform carrega-fornecedores
           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-cenario
           perform valida-cenario
           perform carrega-vendas
           perform simula-catalogo
           perform classifica-catalogo
           perform emite-simulacao
           perform finaliza
           .

       inicializa section.

           accept data-relatorio from date yyyymmdd

           perform carrega-parametros

      *O cenario parte da politica em vigor.
           move markup-padrao to markup-sim
           move diametro-max  to diametro-max-sim
           move preco-min     to preco-min-sim
           move preco-max     to preco-max-sim
           move aprova-pct    to aprova-pct-sim
           move aprova-valor  to aprova-valor-sim

           .
       inicializa-exit.
           exit.

      *Carrega a politica em vigor do arquivo de parametros
      *compartilhado com o DesafioPizza; sem o arquivo valem os
      *padroes compilados, e um parametro desconhecido ou sem valor
      *numerico encerra com RETURN-CODE 12.
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

      *Aplica um registro do arquivo de parametros: a simulacao usa
      *a politica de preco e os limites de aprovacao; os demais
      *parametros sao aceitos e ignorados.
       aplica-parametro section.

           move spaces to motivo-parametro

           evaluate true
               when param-valor not numeric
                   move "valor nao numerico" to motivo-parametro
               when param-valor > 999,99
                   move "valor acima de 999,99" to motivo-parametro
               when other
                   evaluate param-nome
                   when "MARKUP-PADRAO"
                       move param-valor to markup-padrao
                   when "DIAMETRO-MAX"
                       move param-valor to diametro-max
                   when "PRECO-MIN"
                       move param-valor to preco-min
                   when "PRECO-MAX"
                       move param-valor to preco-max
                   when "APROVA-PCT"
                       move param-valor to aprova-pct
                   when "APROVA-VALOR"
                       move param-valor to aprova-valor
                   when "LIMITE-ALERTA"
                   when "TOLERANCIA-VEN"
                   when "LIMITE-MERCADO"
                   when "TOLERANCIA-EST"
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
           display "Execucao encerrada sem gerar a simulacao."
           move 12 to return-code

           stop run
           .
       recusa-parametro-exit.
           exit.

      *Le o catalogo PIZZA-MASTER inteiro para a tabela em memoria.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if fs-master-ok
               perform until fs-master-fim
                   read pizza-master next record
                       at end
                           set fs-master-fim to true
                       not at end
                           if qtd-pizzas < max-pizzas
                               add 1 to qtd-pizzas
                               move master-nome  to cat-nome(qtd-pizzas)
                               move master-forma
                                   to cat-forma(qtd-pizzas)
                               move master-diametro
                                   to cat-diametro(qtd-pizzas)
                               move master-altura
                                   to cat-altura(qtd-pizzas)
                               move master-preco
                                   to cat-preco(qtd-pizzas)
                               move zero to cat-qtde(qtd-pizzas)
                           else
                               set fs-master-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-master
           else
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - catalogo vazio na si"
                       "mulacao."
           end-if

           .
       carrega-master-exit.
           exit.

      *Le o extrato de custos FORNECED inteiro para a tabela em
      *memoria.
       carrega-fornecedores section.

           move zero to qtd-fornecedores
           open input pizza-fornecedor

           if fs-fornecedor-ok
               perform until fs-fornecedor-fim
                   read pizza-fornecedor
                       at end
                           set fs-fornecedor-fim to true
                       not at end
                           if qtd-fornecedores < max-pizzas
                               add 1 to qtd-fornecedores
                               move forn-nome
                                   to forn-nome-tab(qtd-fornecedores)
                               move forn-custo
                                   to forn-custo-tab(qtd-fornecedores)
                           else
                               set fs-fornecedor-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-fornecedor
           end-if

           .
       carrega-fornecedores-exit.
           exit.

      *Le a tabela de precos de ingredientes (PIZZA-INGREDIENTES)
      *para a memoria; o preco do cenario comeca igual ao em vigor.
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
                               move ing-preco
                                 to ing-preco-sim-tab(qtd-ingredientes)
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
           end-if

           .
       carrega-receitas-exit.
           exit.

      *Le o cenario (PIZZA-CENARIO) e aplica cada mudanca sobre a
      *politica e os precos simulados. Sem o arquivo, a simulacao
      *sai com a politica e os precos em vigor (o que a proxima
      *precificacao faria hoje), com aviso.
       carrega-cenario section.

           move zero to qtd-cenario
           open input pizza-cenario

           if not fs-cenario-ok
               display "Atencao: nao foi possivel abrir PIZZA-CENARIO "
                       "(status " fs-cenario ") - simulacao sem mudanc"
                       "as."
               add 1 to qtd-cenario-ignoradas
           else
               perform until fs-cenario-fim
                   read pizza-cenario
                       at end
                           set fs-cenario-fim to true
                       not at end
                           if qtd-cenario < max-cenario
                               add 1 to qtd-cenario
                               perform aplica-cenario
                           else
                               display "Atencao: limite de "
                                       max-cenario " linhas de cenari"
                                       "o atingido; excedente ignorad"
                                       "o."
                               add 1 to qtd-cenario-ignoradas
                               set fs-cenario-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-cenario
           end-if

           .
       carrega-cenario-exit.
           exit.

      *Guarda uma linha do cenario e aplica conforme o tipo; o motivo
      *de uma linha que nao pode ser aplicada fica em cnt-motivo.
       aplica-cenario section.

           move cen-tipo  to cnt-tipo(qtd-cenario)
           move cen-nome  to cnt-nome(qtd-cenario)
           move cen-modo  to cnt-modo(qtd-cenario)
           move cen-sinal to cnt-sinal(qtd-cenario)
           move zero      to cnt-valor(qtd-cenario)
           move zero      to cnt-antes(qtd-cenario)
           move zero      to cnt-depois(qtd-cenario)
           move spaces    to cnt-motivo(qtd-cenario)

           evaluate true
               when cen-valor not numeric
                   move "valor nao numerico" to cnt-motivo(qtd-cenario)
               when cen-ingrediente
                   move cen-valor to cnt-valor(qtd-cenario)
                   perform aplica-cenario-ingrediente
               when cen-parametro
                   move cen-valor to cnt-valor(qtd-cenario)
                   perform aplica-cenario-parametro
               when other
                   move "tipo desconhecido" to cnt-motivo(qtd-cenario)
           end-evaluate

           if cnt-motivo(qtd-cenario) not = spaces
               add 1 to qtd-cenario-ignoradas
           end-if

           .
       aplica-cenario-exit.
           exit.

      *Muda o preco simulado de um ingrediente: percentual para cima
      *ou para baixo, ou um preco novo.
       aplica-cenario-ingrediente section.

           move zero to ind-ing-encontrado
           perform varying ind-ing from 1 by 1
                   until ind-ing > qtd-ingredientes
               if ing-nome-tab(ind-ing) = cen-nome
                   move ind-ing to ind-ing-encontrado
               end-if
           end-perform

           evaluate true
               when ind-ing-encontrado = zero
                   move "ingrediente desconhecido"
                       to cnt-motivo(qtd-cenario)
               when not cen-percentual and not cen-absoluto
                   move "modo desconhecido" to cnt-motivo(qtd-cenario)
               when cen-percentual and not cen-sobe and not cen-desce
                   move "sinal desconhecido" to cnt-motivo(qtd-cenario)
               when cen-percentual and cen-desce and cen-valor >= 100
                   move "reducao de 100% ou mais"
                       to cnt-motivo(qtd-cenario)
               when other
                   move ing-preco-sim-tab(ind-ing-encontrado)
                       to cnt-antes(qtd-cenario)
                   evaluate true
                       when cen-absoluto
                           compute cnt-depois(qtd-cenario) = cen-valor
                       when cen-sobe
                           compute cnt-depois(qtd-cenario) rounded =
                                   cnt-antes(qtd-cenario)
                                   * (1 + cen-valor / 100)
                       when other
                           compute cnt-depois(qtd-cenario) rounded =
                                   cnt-antes(qtd-cenario)
                                   * (1 - cen-valor / 100)
                   end-evaluate
                   if cnt-depois(qtd-cenario) > 999,99
                       move "preco resultante acima de 999,99"
                           to cnt-motivo(qtd-cenario)
                   else
                       move cnt-depois(qtd-cenario)
                           to ing-preco-sim-tab(ind-ing-encontrado)
                   end-if
           end-evaluate

           .
       aplica-cenario-ingrediente-exit.
           exit.

      *Troca um parametro da politica simulada. So os parametros que
      *mexem no preco ou na aprovacao tem efeito; os demais sao
      *apontados como sem efeito na simulacao.
       aplica-cenario-parametro section.

           evaluate true
               when not cen-absoluto
                   move "parametro so aceita o modo '='"
                       to cnt-motivo(qtd-cenario)
               when cen-valor > 999,99
                   move "valor acima de 999,99"
                       to cnt-motivo(qtd-cenario)
               when other
                   evaluate cen-nome
                       when "MARKUP-PADRAO"
                           move markup-sim to cnt-antes(qtd-cenario)
                           move cen-valor to markup-sim
                       when "DIAMETRO-MAX"
                           move diametro-max-sim
                               to cnt-antes(qtd-cenario)
                           move cen-valor to diametro-max-sim
                       when "PRECO-MIN"
                           move preco-min-sim to cnt-antes(qtd-cenario)
                           move cen-valor to preco-min-sim
                       when "PRECO-MAX"
                           move preco-max-sim to cnt-antes(qtd-cenario)
                           move cen-valor to preco-max-sim
                       when "APROVA-PCT"
                           move aprova-pct-sim
                               to cnt-antes(qtd-cenario)
                           move cen-valor to aprova-pct-sim
                       when "APROVA-VALOR"
                           move aprova-valor-sim
                               to cnt-antes(qtd-cenario)
                           move cen-valor to aprova-valor-sim
                       when "LIMITE-ALERTA"
                       when "TOLERANCIA-VEN"
                       when "LIMITE-MERCADO"
                       when "TOLERANCIA-EST"
                       when "APROVA-DIAS"
                       when "PREVISAO-SEM"
                       when "UPLIFT-PROMO"
                           move "parametro sem efeito no preco"
                               to cnt-motivo(qtd-cenario)
                       when other
                           move "parametro desconhecido"
                               to cnt-motivo(qtd-cenario)
                   end-evaluate
                   if cnt-motivo(qtd-cenario) = spaces
                       move cen-valor to cnt-depois(qtd-cenario)
                   end-if
           end-evaluate

           .
       aplica-cenario-parametro-exit.
           exit.

      *Critica a politica simulada com as regras do DesafioPizza: um
      *cenario sem sentido encerra com RETURN-CODE 12 em vez de
      *imprimir uma simulacao enganosa.
       valida-cenario section.

           move spaces to motivo-parametro

           evaluate true
               when markup-sim > 900,00
                   move "MARKUP-PADRAO" to param-nome
                   move "markup acima de 900,00" to motivo-parametro
               when diametro-max-sim < 1
                   move "DIAMETRO-MAX" to param-nome
                   move "diametro maximo zerado" to motivo-parametro
               when preco-min-sim < 0,01
                   move "PRECO-MIN" to param-nome
                   move "preco minimo abaixo de 0,01"
                       to motivo-parametro
               when preco-max-sim not > preco-min-sim
                   move "PRECO-MAX" to param-nome
                   move "preco maximo nao supera o minimo"
                       to motivo-parametro
           end-evaluate

           if motivo-parametro not = spaces
               display "Cenario invalido em PIZZA-CENARIO ("
                       param-nome "): " motivo-parametro
               display "Execucao encerrada sem gerar a simulacao."
               move 12 to return-code
               stop run
           end-if

           .
       valida-cenario-exit.
           exit.

      *Soma as quantidades do movimento de vendas em cada pizza do
      *catalogo; as vendas de pizza fora do catalogo sao so contadas.
       carrega-vendas section.

           open input pizza-vendas

           if not fs-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-VENDAS "
                       "(status " fs-vendas ") - impacto nas vendas nao"
                       " sera apurado."
           else
               perform until fs-vendas-fim
                   read pizza-vendas
                       at end
                           set fs-vendas-fim to true
                       not at end
                           add 1 to qtd-vendas-lidas
                           perform acumula-venda
                   end-read
               end-perform
               close pizza-vendas
           end-if

           .
       carrega-vendas-exit.
           exit.

      *Acumula um registro de vendas na pizza do catalogo.
       acumula-venda section.

           if ven-qtde numeric
               move zero to ind-outra
               perform varying ind from 1 by 1 until ind > qtd-pizzas
                   if cat-nome(ind) = ven-nome
                       move ind to ind-outra
                   end-if
               end-perform

               if ind-outra = zero
                   add ven-qtde to unidades-sem-catalogo
               else
                   add ven-qtde to cat-qtde(ind-outra)
               end-if
           end-if

           .
       acumula-venda-exit.
           exit.

      *Apura, para cada pizza do catalogo, o resultado atual e o
      *simulado: custo, preco, preco por cm2 e a marca de aprovacao.
       simula-catalogo section.

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               perform simula-pizza
           end-perform

           .
       simula-catalogo-exit.
           exit.

      *Resultado atual e simulado de uma pizza. O preco simulado e o
      *que a precificacao faria com o cenario: a pizza com receita
      *completa recebe o custo simulado mais o markup simulado,
      *desde que caiba na faixa simulada; sem receita, ou com o
      *preco fora da faixa, fica o preco de tabela (como no
      *REPRECIFICA-PIZZA do DesafioPizza).
       simula-pizza section.

           move cat-nome(ind) to nome-pesquisa
           move "N" to cat-fora-faixa-tab(ind)
           move "N" to cat-aprovacao-tab(ind)

      *Custo atual: receita pelos precos em vigor, senao FORNECED.
           move 'N' to preco-simulado-sw
           perform apura-custo
           move custo-receita to cat-custo-atual(ind)
           move cat-origem-sim(ind) to cat-origem-atual(ind)

      *Custo simulado: receita pelos precos do cenario, senao o mesmo
      *custo do FORNECED (o cenario nao muda o extrato).
           move 'S' to preco-simulado-sw
           perform apura-custo
           move custo-receita to cat-custo-sim(ind)

           move cat-preco(ind) to cat-preco-sim(ind)
           if receita-achada
               compute preco-receita rounded =
                       custo-receita * (1 + markup-sim / 100)
                   on size error
                       move 99999,99 to preco-receita
               end-compute
               if preco-receita >= preco-min-sim
                       and preco-receita <= preco-max-sim
                   move preco-receita to cat-preco-sim(ind)
               else
                   set cat-fora-faixa(ind) to true
                   add 1 to qtd-fora-faixa
               end-if
           end-if

           if cat-preco-sim(ind) not = cat-preco(ind)
               add 1 to qtd-preco-alterado
               perform confere-aprovacao
           end-if

      *Preco por cm2 atual, com a politica em vigor.
           move cat-preco(ind) to preco-calculo
           move diametro-max   to diametro-max-calculo
           move preco-min      to preco-min-calculo
           move preco-max      to preco-max-calculo
           perform calcula-cm2
           move cm2-calculo to cat-cm2-atual(ind)

      *Preco por cm2 simulado, com a politica do cenario.
           move cat-preco-sim(ind) to preco-calculo
           move diametro-max-sim   to diametro-max-calculo
           move preco-min-sim      to preco-min-calculo
           move preco-max-sim      to preco-max-calculo
           perform calcula-cm2
           move cm2-calculo to cat-cm2-sim(ind)

           .
       simula-pizza-exit.
           exit.

      *Apura o custo da pizza em nome-pesquisa pelos precos em vigor
      *ou pelos do cenario (usa-preco-simulado): a receita quando
      *fecha, senao o custo por pizza do FORNECED, deixando a origem
      *em cat-origem-sim e o custo em custo-receita.
       apura-custo section.

           perform calcula-custo-receita

           if receita-achada
               move "R" to cat-origem-sim(ind)
           else
               move zero to ind-forn-encontrado
               perform varying ind-forn from 1 by 1
                       until ind-forn > qtd-fornecedores
                   if forn-nome-tab(ind-forn) = nome-pesquisa
                       move ind-forn to ind-forn-encontrado
                   end-if
               end-perform

               if ind-forn-encontrado > zero
                       and forn-custo-tab(ind-forn-encontrado) > zero
                   move "F" to cat-origem-sim(ind)
                   move forn-custo-tab(ind-forn-encontrado)
                       to custo-receita
               else
                   move "N" to cat-origem-sim(ind)
                   move zero to custo-receita
               end-if
           end-if

           .
       apura-custo-exit.
           exit.

      *Monta o custo da pizza em nome-pesquisa a partir da receita
      *(mesma regra do DesafioPizza): soma quantidade vezes preco de
      *cada ingrediente; a receita so vale quando tem ao menos uma
      *linha e todos os ingredientes tem preco.
       calcula-custo-receita section.

           move 'N' to receita-valida
           move 'N' to ingrediente-falta
           move zero to custo-receita
           move zero to qtd-linhas-receita

           perform varying ind-rcp from 1 by 1
                   until ind-rcp > qtd-receitas
               if rcp-pizza-tab(ind-rcp) = nome-pesquisa
                   add 1 to qtd-linhas-receita
                   perform soma-ingrediente-receita
               end-if
           end-perform

           if qtd-linhas-receita > zero
                   and not receita-incompleta
               move 'S' to receita-valida
           end-if

           .
       calcula-custo-receita-exit.
           exit.

      *Soma uma linha da receita no custo: localiza o ingrediente e
      *acumula quantidade vezes o preco em vigor ou o do cenario.
       soma-ingrediente-receita section.

           move zero to ind-ing-encontrado
           perform varying ind-ing from 1 by 1
                   until ind-ing > qtd-ingredientes
               if ing-nome-tab(ind-ing)
                       = rcp-ingrediente-tab(ind-rcp)
                   move ind-ing to ind-ing-encontrado
               end-if
           end-perform

           evaluate true
               when ind-ing-encontrado = zero
                   move 'S' to ingrediente-falta
               when usa-preco-simulado
                   compute custo-receita rounded = custo-receita
                           + rcp-qtde-tab(ind-rcp)
                           * ing-preco-sim-tab(ind-ing-encontrado)
                       on size error
                           move 'S' to ingrediente-falta
                   end-compute
               when other
                   compute custo-receita rounded = custo-receita
                           + rcp-qtde-tab(ind-rcp)
                           * ing-preco-tab(ind-ing-encontrado)
                       on size error
                           move 'S' to ingrediente-falta
                   end-compute
           end-evaluate

           .
       soma-ingrediente-receita-exit.
           exit.

      *Marca a pizza cujo preco simulado passaria do limite de
      *aprovacao do cenario (a mesma conta da fila de aprovacao do
      *DesafioPizza): na precificacao de verdade, essa mudanca ficaria
      *esperando o supervisor.
       confere-aprovacao section.

           if cat-preco-sim(ind) > cat-preco(ind)
               compute dif-preco = cat-preco-sim(ind) - cat-preco(ind)
           else
               compute dif-preco = cat-preco(ind) - cat-preco-sim(ind)
           end-if
           compute pct-preco rounded =
                   (dif-preco * 100) / cat-preco(ind)
               on size error
                   move 99999,99 to pct-preco
           end-compute

           if (aprova-pct-sim > zero and pct-preco > aprova-pct-sim)
                   or (aprova-valor-sim > zero
                       and dif-preco > aprova-valor-sim)
               set cat-pede-aprovacao(ind) to true
               add 1 to qtd-pede-aprovacao
           end-if

           .
       confere-aprovacao-exit.
           exit.

      *Preco por cm2 da pizza da posicao 'ind' com o preco em
      *preco-calculo e a faixa em *-calculo (mesma regra do CALCULO
      *do DesafioPizza); invalida sai com o sentinela 99999,99.
       calcula-cm2 section.

           if cat-diametro(ind) < 1
                   or cat-diametro(ind) > diametro-max-calculo
                   or (cat-retangular(ind)
                       and (cat-altura(ind) < 1
                            or cat-altura(ind) > diametro-max-calculo))
                   or preco-calculo < preco-min-calculo
                   or preco-calculo > preco-max-calculo
                   or (not cat-circular(ind)
                       and not cat-quadrada(ind)
                       and not cat-retangular(ind))
               move 99999,99 to cm2-calculo
           else
               evaluate true
                   when cat-quadrada(ind)
                       compute area-pizza =
                               cat-diametro(ind) * cat-diametro(ind)
                   when cat-retangular(ind)
                       compute area-pizza =
                               cat-diametro(ind) * cat-altura(ind)
                   when other
                       compute raio       = cat-diametro(ind) / 2
                       compute area-pizza = pi * (raio * raio)
               end-evaluate

               compute cm2-calculo = preco-calculo / area-pizza
                   on size error
                       move 99999,99 to cm2-calculo
               end-compute
           end-if

           .
       calcula-cm2-exit.
           exit.

      *Posicao de cada pizza no ranking de preco por cm2 (1 = melhor
      *custo-beneficio), atual e simulada: quantas pizzas tem preco
      *por cm2 menor, mais um; empates ficam na mesma posicao.
       classifica-catalogo section.

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               move 1 to cat-pos-atual(ind)
               move 1 to cat-pos-sim(ind)
               perform varying ind-outra from 1 by 1
                       until ind-outra > qtd-pizzas
                   if cat-cm2-atual(ind-outra) < cat-cm2-atual(ind)
                       add 1 to cat-pos-atual(ind)
                   end-if
                   if cat-cm2-sim(ind-outra) < cat-cm2-sim(ind)
                       add 1 to cat-pos-sim(ind)
                   end-if
               end-perform
           end-perform

           .
       classifica-catalogo-exit.
           exit.

      *Grava o relatorio da simulacao: o cenario aplicado, a
      *comparacao pizza a pizza e o impacto sobre as vendas.
       emite-simulacao section.

           move zero to pagina-atual
           open output simula-report

           if not fs-simula-ok
               display "Atencao: nao foi possivel abrir PIZZASIM "
                       "para gravacao (status " fs-simula ") - simula"
                       "cao nao foi gerada."
               move 12 to return-code
           else
               perform escreve-cabecalho

               perform lista-cenario
               perform lista-pizzas
               perform impacto-vendas
               perform resumo-simulacao

               close simula-report
           end-if

           .
       emite-simulacao-exit.
           exit.

      *Lista as linhas do cenario com o valor antes e depois, ou o
      *motivo de terem sido ignoradas.
       lista-cenario section.

           move spaces to report-linha
           move "-- Cenario simulado --" to report-linha
           perform escreve-linha

           perform varying ind-cen from 1 by 1
                   until ind-cen > qtd-cenario
               move cnt-valor(ind-cen)  to valor-cenario-ed
               move cnt-antes(ind-cen)  to antes-cenario-ed
               move cnt-depois(ind-cen) to depois-cenario-ed
               move spaces to report-linha
               if cnt-motivo(ind-cen) = spaces
                   string "  " delimited by size
                           cnt-tipo(ind-cen) delimited by size
                           " " delimited by size
                           cnt-nome(ind-cen) delimited by size
                           " " delimited by size
                           cnt-modo(ind-cen) delimited by size
                           cnt-sinal(ind-cen) delimited by size
                           valor-cenario-ed delimited by size
                           "  de " delimited by size
                           antes-cenario-ed delimited by size
                           " para " delimited by size
                           depois-cenario-ed delimited by size
                       into report-linha
               else
                   string "  " delimited by size
                           cnt-tipo(ind-cen) delimited by size
                           " " delimited by size
                           cnt-nome(ind-cen) delimited by size
                           " IGNORADA: " delimited by size
                           cnt-motivo(ind-cen) delimited by size
                       into report-linha
                   display report-linha
               end-if
               perform escreve-linha
           end-perform

           if qtd-cenario = zero
               move spaces to report-linha
               move "  (nenhuma mudanca)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-cenario-exit.
           exit.

      *Comparacao pizza a pizza: uma linha com o resultado atual e
      *outra com o simulado, nas mesmas colunas.
       lista-pizzas section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Atual x simulado por pizza --" to report-linha
           perform escreve-linha

           move spaces to report-linha
           string "  Pizza                     Custo  Preco"
                       delimited by size
                   "    R$/cm2      Marg% Pos" delimited by size
               into report-linha
           perform escreve-linha

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               perform imprime-pizza
           end-perform

           if qtd-pizzas = zero
               move spaces to report-linha
               move "  (catalogo vazio)" to report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           perform escreve-linha
           move spaces to report-linha
           move "  * passaria pelo limite de aprovacao   F preco da rec"
               to report-linha
           move "eita fora da faixa" to report-linha(55:18)
           perform escreve-linha

           .
       lista-pizzas-exit.
           exit.

      *Escreve as duas linhas (atual e simulada) de uma pizza.
       imprime-pizza section.

      *Linha do resultado atual.
           move " atual " to rotulo-linha
           move cat-custo-atual(ind) to custo-numerico-ed
           move cat-preco(ind)       to preco-editado
           move cat-cm2-atual(ind)   to cm2-editado
           move cat-pos-atual(ind)   to posicao-editada
           if cat-sem-custo-atual(ind)
               move "        -" to custo-editado
               move "         -" to margem-editada
           else
               move custo-numerico-ed to custo-editado
               compute margem-pct rounded =
                       ((cat-preco(ind) - cat-custo-atual(ind)) * 100)
                       / cat-custo-atual(ind)
                   on size error
                       move 99999,99 to margem-pct
               end-compute
               move margem-pct to margem-numerica-ed
               move margem-numerica-ed to margem-editada
           end-if
           move space to marca-aprovacao
           move space to marca-faixa

           move spaces to report-linha
           string "  " delimited by size
                   cat-nome(ind) delimited by size
                   rotulo-linha delimited by size
                   custo-editado delimited by size
                   " " delimited by size
                   preco-editado delimited by size
                   " " delimited by size
                   cm2-editado delimited by size
                   " " delimited by size
                   margem-editada delimited by size
                   " " delimited by size
                   posicao-editada delimited by size
               into report-linha
           perform escreve-linha

      *Linha do resultado simulado, com as marcas de aprovacao e de
      *preco da receita fora da faixa.
           move " simul " to rotulo-linha
           move cat-custo-sim(ind)   to custo-numerico-ed
           move cat-preco-sim(ind)   to preco-editado
           move cat-cm2-sim(ind)     to cm2-editado
           move cat-pos-sim(ind)     to posicao-editada
           if cat-sem-custo-sim(ind)
               move "        -" to custo-editado
               move "         -" to margem-editada
           else
               move custo-numerico-ed to custo-editado
               compute margem-pct rounded =
                       ((cat-preco-sim(ind) - cat-custo-sim(ind))
                        * 100) / cat-custo-sim(ind)
                   on size error
                       move 99999,99 to margem-pct
               end-compute
               move margem-pct to margem-numerica-ed
               move margem-numerica-ed to margem-editada
           end-if
           if cat-pede-aprovacao(ind)
               move "*" to marca-aprovacao
           end-if
           if cat-fora-faixa(ind)
               move "F" to marca-faixa
           end-if

           move spaces to report-linha
           string "  " delimited by size
                   "               " delimited by size
                   rotulo-linha delimited by size
                   custo-editado delimited by size
                   " " delimited by size
                   preco-editado delimited by size
                   " " delimited by size
                   cm2-editado delimited by size
                   " " delimited by size
                   margem-editada delimited by size
                   " " delimited by size
                   posicao-editada delimited by size
                   " " delimited by size
                   marca-aprovacao delimited by size
                   marca-faixa delimited by size
               into report-linha
           perform escreve-linha

           .
       imprime-pizza-exit.
           exit.

      *Impacto sobre o ultimo movimento de vendas: as quantidades
      *vendidas de cada pizza vezes o preco atual e o simulado
      *(faturamento) e vezes a margem em reais de cada um. Pizza
      *vendida sem custo apurado entra no faturamento e fica fora da
      *margem, contada a parte.
       impacto-vendas section.

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               if cat-qtde(ind) > zero
                   add cat-qtde(ind) to unidades-consideradas
                   compute fat-atual = fat-atual
                           + cat-qtde(ind) * cat-preco(ind)
                   compute fat-simulado = fat-simulado
                           + cat-qtde(ind) * cat-preco-sim(ind)
                   if cat-sem-custo-atual(ind)
                       add cat-qtde(ind) to unidades-sem-custo
                   else
                       compute margem-atual = margem-atual
                               + cat-qtde(ind)
                               * (cat-preco(ind)
                                  - cat-custo-atual(ind))
                       compute margem-simulada = margem-simulada
                               + cat-qtde(ind)
                               * (cat-preco-sim(ind)
                                  - cat-custo-sim(ind))
                   end-if
               end-if
           end-perform

           compute fat-diferenca = fat-simulado - fat-atual
           compute margem-diferenca = margem-simulada - margem-atual

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Impacto sobre o movimento de vendas --"
               to report-linha
           perform escreve-linha

           if qtd-vendas-lidas = zero
               move spaces to report-linha
               move "  (sem movimento de vendas)" to report-linha
               perform escreve-linha
           else
               move unidades-consideradas to unidades-editadas
               move spaces to report-linha
               string "  Unidades vendidas: " delimited by size
                       unidades-editadas delimited by size
                   into report-linha
               perform escreve-linha

               move spaces to report-linha
               string "                          Atual       Simulado"
                           delimited by size
                       "      Diferenca" delimited by size
                   into report-linha
               perform escreve-linha

               move fat-atual     to total-atual-ed
               move fat-simulado  to total-sim-ed
               move fat-diferenca to total-dif-ed
               move spaces to report-linha
               string "  Faturamento " delimited by size
                       total-atual-ed delimited by size
                       " " delimited by size
                       total-sim-ed delimited by size
                       " " delimited by size
                       total-dif-ed delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha

               move margem-atual     to total-atual-ed
               move margem-simulada  to total-sim-ed
               move margem-diferenca to total-dif-ed
               move spaces to report-linha
               string "  Margem      " delimited by size
                       total-atual-ed delimited by size
                       " " delimited by size
                       total-sim-ed delimited by size
                       " " delimited by size
                       total-dif-ed delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha

               if unidades-sem-custo > zero
                   move unidades-sem-custo to unidades-editadas
                   move spaces to report-linha
                   string "  Unidades sem custo (fora da margem): "
                               delimited by size
                           unidades-editadas delimited by size
                       into report-linha
                   perform escreve-linha
               end-if

               if unidades-sem-catalogo > zero
                   move unidades-sem-catalogo to unidades-editadas
                   move spaces to report-linha
                   string "  Unidades de pizza fora do catalogo: "
                               delimited by size
                           unidades-editadas delimited by size
                       into report-linha
                   perform escreve-linha
               end-if
           end-if

           .
       impacto-vendas-exit.
           exit.

      *Resumo da simulacao no fim do relatorio.
       resumo-simulacao section.

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               if cat-sem-custo-sim(ind)
                   add 1 to qtd-sem-custo
               end-if
           end-perform

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           string "Pizzas: " delimited by size
                   qtd-pizzas delimited by size
                   "  preco mudaria: " delimited by size
                   qtd-preco-alterado delimited by size
                   "  aprovacao: " delimited by size
                   qtd-pede-aprovacao delimited by size
                   "  fora da faixa: " delimited by size
                   qtd-fora-faixa delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           move spaces to report-linha
           string "Sem custo: " delimited by size
                   qtd-sem-custo delimited by size
                   "  linhas do cenario ignoradas: " delimited by size
                   qtd-cenario-ignoradas delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           .
       resumo-simulacao-exit.
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
      *pagina do relatorio impresso, com o markup em vigor e o
      *simulado.
       escreve-cabecalho section.

           add 1 to pagina-atual
           move markup-padrao to markup-editado
           move markup-sim    to markup-sim-editado

           move spaces to report-linha
           string "---------- Simulacao de Precos ----------"
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
                   "   Markup atual " delimited by size
                   markup-editado delimited by size
                   "% simulado " delimited by size
                   markup-sim-editado delimited by size
                   "%" delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Linha do cenario ignorada termina com RETURN-CODE 4, para a
      *simulacao nao passar por completa sem ser.
       finaliza section.

           if qtd-cenario-ignoradas > zero and return-code = zero
               move 4 to return-code
           end-if

           stop run
           .
       finaliza-exit.
           exit.

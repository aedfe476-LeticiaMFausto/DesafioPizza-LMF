      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaPromocao".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - avaliacao das promocoes
      *                   encerradas no periodo (parametro de chamada
      *                   AAAAMMDD inicial e final; sem parametro, do
      *                   primeiro dia do mes anterior ate hoje) sobre
      *                   o historico de vendas PIZZA-HIST-VENDAS:
      *                   unidades por dia na promocao contra os mesmos
      *                   dias da semana das semanas anteriores, o
      *                   aumento de unidades, a receita abatida pelo
      *                   desconto, a margem ganha ou perdida contra o
      *                   custo da receita (ou FORNECED) e o efeito
      *                   nos outros tamanhos do mesmo sabor (PIZZA-
      *                   VARIACOES). Termina com o veredito de cada
      *                   promocao: repetir ou nao. Relatorio no
      *                   PIZZAPMR.
      * 15/10/2026  LMF   O historico PIZZA-HIST-VENDAS passa a trazer
      *                   o canal da venda (vhs-canal, em branco no
      *                   balcao); as vendas continuam somadas por
      *                   pizza.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
      * 15/10/2026  LMF   A margem na promocao passa a ser calculada
      *                   pelo preco da promocao, como a margem da
      *                   base pelo preco de tabela; a receita do
      *                   historico traz as vendas de canal pelo preco
      *                   do canal e inflava o lado da promocao.
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

           select pizza-promocoes assign to "PIZZAPRO"
               organization is sequential
               file status is fs-promocoes.

           select pizza-hist-vendas assign to "PIZZAVHS"
               organization is sequential
               file status is fs-hist-vendas.

           select pizza-variacoes assign to "PIZZAVAR"
               organization is sequential
               file status is fs-variacoes.

           select pizza-ingredientes assign to "PIZZAING"
               organization is sequential
               file status is fs-ingrediente.

           select pizza-receitas assign to "PIZZARCP"
               organization is sequential
               file status is fs-receitas.

           select pizza-fornecedor assign to "FORNECED"
               organization is sequential
               file status is fs-fornecedor.

           select promocao-report assign to "PIZZAPMR"
               organization is sequential
               file status is fs-promocao-rel.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.

       i-o-control.

      *Declaracao de variaveis
       data division.

      *----Variaveis de arquivos
       file section.

      *Catalogo de pizzas, aberto so para leitura: o preco de tabela.
       fd  pizza-master
           label records are standard.
       01  master-reg.
           05 master-nome                          pic x(15).
           05 master-forma                         pic x(01).
           05 master-diametro                      pic 9(03).
           05 master-altura                        pic 9(03).
           05 master-preco                         pic 9(03)v99.

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

      *Tabela de precos de ingredientes.
       fd  pizza-ingredientes
           label records are standard.
       01  ingrediente-reg.
           05 ing-nome                             pic x(15).
           05 ing-preco                            pic 9(03)v99.

      *Receitas do cardapio.
       fd  pizza-receitas
           label records are standard.
       01  receita-reg.
           05 rcp-pizza                            pic x(15).
           05 rcp-ingrediente                      pic x(15).
           05 rcp-qtde                             pic 9(03)v999.

      *Extrato de custo por pizza do fornecedor.
       fd  pizza-fornecedor
           label records are standard.
       01  fornecedor-reg.
           05 forn-nome                            pic x(15).
           05 forn-custo                           pic 9(03)v99.

      *Relatorio de avaliacao das promocoes.
       fd  promocao-report
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

      *Catalogo com o preco de tabela, o sabor (familia; em branco
      *quando a pizza nao tem familia) e o custo unitario.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
           05 cat-preco                            pic 9(03)v99.
           05 cat-sabor                            pic x(15).
           05 cat-custo                            pic 9(05)v99.
           05 cat-origem                           pic x(01).
              88 cat-sem-custo                     value "N".

      *Ingredientes, receitas e extrato do fornecedor para o custo.
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
       77  qtd-fornecedores                    pic 9(03) value zero.
       01  fornecedor-tab  occurs 1 to 500 times
                           depending on qtd-fornecedores.
           05 forn-nome-tab                        pic x(15).
           05 forn-custo-tab                       pic 9(03)v99.

      *Promocoes encerradas no periodo, com o que o historico de
      *vendas mostrou para a pizza da promocao (na promocao e na base
      *por dia da semana) e para os outros tamanhos do mesmo sabor.
       77  max-promocoes                       pic 9(03) value 100.
       77  qtd-promocoes                       pic 9(03) value zero.
       01  promocoes-tab  occurs 1 to 100 times
                          depending on qtd-promocoes.
           05 prm-nome                             pic x(15).
           05 prm-ini                              pic 9(08).
           05 prm-fim                              pic 9(08).
           05 prm-tipo                             pic x(01).
           05 prm-valor                            pic 9(03)v99.
           05 prm-ini-dias                         pic 9(07).
           05 prm-fim-dias                         pic 9(07).
           05 prm-pizza                            pic 9(03).
           05 prm-sabor                            pic x(15).
           05 prm-dias-semana  occurs 7 times      pic 9(03).
           05 prm-qtde                             pic 9(07).
           05 prm-receita                          pic 9(09)v99.
           05 prm-base-qtde    occurs 7 times      pic 9(07).
           05 prm-irm-qtde                         pic 9(07).
           05 prm-irm-margem                       pic s9(09)v99.
           05 prm-irm-base-qtde    occurs 7 times  pic 9(07).
           05 prm-irm-base-margem  occurs 7 times  pic s9(09)v99.
           05 prm-veredito                         pic x(01).
              88 prm-repetir                       value "R".
              88 prm-nao-repetir                   value "N".
              88 prm-inconclusivo                  value "I".
           05 prm-motivo                           pic x(27).

      *Semanas anteriores a promocao usadas como base de comparacao.
       77  semanas-base                        pic 9(02) value 4.

      *Periodo de encerramento das promocoes avaliadas.
       77  linha-comando                           pic x(20).
       01  periodo-ini                             pic 9(08).
       01  periodo-ini-r redefines periodo-ini.
           05 ano-periodo-ini                      pic 9(04).
           05 mes-periodo-ini                      pic 9(02).
           05 dia-periodo-ini                      pic 9(02).
       01  periodo-fim                             pic 9(08).

      *Numero de dias corridos de uma data (mesma conta do
      *PizzaDiario), para achar o dia da semana e as semanas de base
      *sem aritmetica de calendario mes a mes.
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
       77  dias-inicio-base                        pic 9(07).
       77  dias-primeira-venda                 pic 9(07) value 9999999.
       77  dia-trabalho                            pic 9(07).
       77  quociente-semana                        pic 9(07).
       77  resto-semana                            pic 9(01).
       77  dia-semana                              pic 9(01).

      *Variaveis de controle
       77  ind                                     pic 9(04).
       77  ind-pro                                 pic 9(03).
       77  ind-pizza                               pic 9(03).
       77  ind-achado                              pic 9(03).
       77  ind-semana                              pic 9(01).
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-promocoes                            pic x(02).
           88 fs-promocoes-ok                      value '00'.
           88 fs-promocoes-fim                     value '10'.
       77  fs-hist-vendas                          pic x(02).
           88 fs-hist-vendas-ok                    value '00'.
           88 fs-hist-vendas-fim                   value '10'.
       77  fs-variacoes                            pic x(02).
           88 fs-variacoes-ok                      value '00'.
           88 fs-variacoes-fim                     value '10'.
       77  fs-ingrediente                          pic x(02).
           88 fs-ingrediente-ok                    value '00'.
           88 fs-ingrediente-fim                   value '10'.
       77  fs-receitas                             pic x(02).
           88 fs-receitas-ok                       value '00'.
           88 fs-receitas-fim                      value '10'.
       77  fs-fornecedor                           pic x(02).
           88 fs-fornecedor-ok                     value '00'.
           88 fs-fornecedor-fim                    value '10'.
       77  fs-promocao-rel                         pic x(02).
           88 fs-promocao-rel-ok                   value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.

      *Custo por receita (mesma regra do DesafioPizza).
       77  ind-rcp                                 pic 9(04).
       77  ind-ing                                 pic 9(03).
       77  ind-ing-encontrado                      pic 9(03).
       77  ind-forn                                pic 9(03).
       77  ind-forn-encontrado                     pic 9(03).
       77  nome-pesquisa                           pic x(15).
       77  custo-receita                           pic 9(05)V99.
       77  qtd-linhas-receita                      pic 9(04).
       77  receita-valida                          pic x(01)
                                                   value 'N'.
           88 receita-achada                       value 'S'.
       77  ingrediente-falta                       pic x(01)
                                                   value 'N'.
           88 receita-incompleta                   value 'S'.

      *Apuracao de uma promocao.
       77  sabor-venda                             pic x(15).
       77  margem-unitaria                         pic s9(05)v99.
       77  dias-promocao                           pic 9(05).
       77  base-esperada                           pic 9(07)v99.
       77  irm-base-esperada                       pic 9(07)v99.
       77  irm-base-margem                         pic s9(09)v99.
       77  unid-dia-promocao                       pic 9(07)v9.
       77  unid-dia-base                           pic 9(07)v9.
       77  aumento-pct                             pic s9(05)v9.
       77  preco-tabela                            pic 9(03)v99.
       77  preco-promocao                          pic 9(03)v99.
       77  custo-unitario                          pic 9(05)v99.
       77  desconto-concedido                      pic 9(09)v99.
       77  margem-promocao                         pic s9(09)v99.
       77  margem-base                             pic s9(09)v99.
       77  margem-diferenca                        pic s9(09)v99.
       77  irm-diferenca-qtde                      pic s9(07)v99.
       77  irm-diferenca-margem                    pic s9(09)v99.
       77  resultado-promocao                      pic s9(09)v99.
       77  base-sw                                 pic x(01).
           88 base-completa                        value 'S'.

      *Totais da execucao.
       77  qtd-vendas-lidas                    pic 9(07) value zero.
       77  qtd-vendas-invalidas                pic 9(07) value zero.
       77  qtd-promocoes-invalidas             pic 9(05) value zero.
       77  qtd-repetir                         pic 9(03) value zero.
       77  qtd-nao-repetir                     pic 9(03) value zero.
       77  qtd-inconclusivas                   pic 9(03) value zero.

      *Variaveis do relatorio impresso (PIZZAPMR)
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
       77  data-ini-formatada                      pic x(10).
       77  data-fim-formatada                      pic x(10).
       77  qtde-editada                            pic z.zzz.zz9.
       77  qtde-dec-editada                        pic z.zzz.zz9,9.
       77  qtde-sinal-editada                      pic -.---.--9,9.
       77  dia-editado                             pic zz.zz9,9.
       77  base-dia-editado                        pic zz.zz9,9.
       77  dias-editados                           pic zz9.
       77  aumento-editado                         pic -----9,9.
       77  preco-editado                           pic zz9,99.
       77  promocao-editada                        pic zz9,99.
       77  custo-editado                           pic zz.zz9,99.
       77  valor-editado                           pic zzz.zzz.zz9,99.
       77  valor2-editado                          pic zzz.zzz.zz9,99.
       77  margem-editada                          pic ---.---.--9,99.
       77  margem2-editada                         pic ---.---.--9,99.
       77  margem3-editada                         pic ---.---.--9,99.
       77  descricao-veredito                      pic x(12).

       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-master
           perform carrega-variacoes
           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-fornecedores
           perform apura-custos
           perform carrega-promocoes
           perform le-historico-vendas
           perform avalia-promocoes
           perform emite-avaliacao
           perform finaliza
           .

      *Periodo de encerramento pelo parametro de chamada (PARM da
      *JCL, ou primeiro argumento no PC): AAAAMMDD inicial e,
      *opcionalmente, AAAAMMDD final; sem data final vale hoje, e sem
      *parametro o periodo vai do primeiro dia do mes anterior ate
      *hoje. Promocao que ainda nao terminou nao e avaliada.
       inicializa section.

           accept data-relatorio from date yyyymmdd
           accept hora-completa from time

           move spaces to linha-comando
           accept linha-comando from command-line

           move data-relatorio to periodo-fim
           if linha-comando = spaces
               move data-relatorio to periodo-ini
               if mes-periodo-ini > 1
                   subtract 1 from mes-periodo-ini
               else
                   move 12 to mes-periodo-ini
                   subtract 1 from ano-periodo-ini
               end-if
               move 1 to dia-periodo-ini
           else
               if linha-comando(1:8) not numeric
                       or (linha-comando(9:8) not numeric
                           and linha-comando(9:8) not = spaces)
                   display "Periodo invalido no parametro (esperado AA"
                           "AAMMDD[AAAAMMDD]): " linha-comando
                   display "Avaliacao nao executada."
                   move 12 to return-code
                   perform finaliza
               end-if
               move linha-comando(1:8) to periodo-ini
               if linha-comando(9:8) not = spaces
                   move linha-comando(9:8) to periodo-fim
               end-if
           end-if

           if periodo-ini > periodo-fim
               display "Periodo invalido: inicio depois do fim."
               display "Avaliacao nao executada."
               move 12 to return-code
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

      *Le o catalogo PIZZA-MASTER. Sem o catalogo nao ha preco de
      *tabela: encerra com RETURN-CODE 12.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if not fs-master-ok
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - promocoes nao avaliad"
                       "as."
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
                           move master-nome  to cat-nome(qtd-pizzas)
                           move master-preco to cat-preco(qtd-pizzas)
                           move spaces       to cat-sabor(qtd-pizzas)
                       else
                           set fs-master-fim to true
                       end-if
               end-read
           end-perform
           close pizza-master

           .
       carrega-master-exit.
           exit.

      *Marca no catalogo o sabor de cada pizza com familia.
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
                                   move var-sabor
                                       to cat-sabor(ind-pizza)
                               end-if
                           end-perform
                   end-read
               end-perform
               close pizza-variacoes
           end-if

           .
       carrega-variacoes-exit.
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

      *Le o extrato de custos FORNECED para a memoria.
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

      *Custo unitario de cada pizza do catalogo: a receita quando
      *fecha, senao o custo do FORNECED; sem nenhum dos dois a pizza
      *fica sem custo.
       apura-custos section.

           perform varying ind-pizza from 1 by 1
                   until ind-pizza > qtd-pizzas
               move cat-nome(ind-pizza) to nome-pesquisa
               perform calcula-custo-receita
               if receita-achada
                   move "R" to cat-origem(ind-pizza)
                   move custo-receita to cat-custo(ind-pizza)
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
                       move "F" to cat-origem(ind-pizza)
                       move forn-custo-tab(ind-forn-encontrado)
                           to cat-custo(ind-pizza)
                   else
                       move "N" to cat-origem(ind-pizza)
                       move zero to cat-custo(ind-pizza)
                   end-if
               end-if
           end-perform

           .
       apura-custos-exit.
           exit.

      *Monta o custo da pizza em nome-pesquisa a partir da receita
      *(mesma regra do DesafioPizza): a receita so vale quando tem ao
      *menos uma linha e todos os ingredientes tem preco.
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

      *Soma uma linha da receita no custo.
       soma-ingrediente-receita section.

           move zero to ind-ing-encontrado
           perform varying ind-ing from 1 by 1
                   until ind-ing > qtd-ingredientes
               if ing-nome-tab(ind-ing)
                       = rcp-ingrediente-tab(ind-rcp)
                   move ind-ing to ind-ing-encontrado
               end-if
           end-perform

           if ind-ing-encontrado = zero
               move 'S' to ingrediente-falta
           else
               compute custo-receita rounded = custo-receita
                       + rcp-qtde-tab(ind-rcp)
                       * ing-preco-tab(ind-ing-encontrado)
                   on size error
                       move 'S' to ingrediente-falta
               end-compute
           end-if

           .
       soma-ingrediente-receita-exit.
           exit.

      *Le o calendario de promocoes e guarda as que terminaram no
      *periodo (e antes de hoje), com a critica do DesafioPizza.
       carrega-promocoes section.

           move zero to qtd-promocoes
           open input pizza-promocoes

           if not fs-promocoes-ok
               display "Atencao: nao foi possivel abrir PIZZA-PROMOCOE"
                       "S (status " fs-promocoes ") - nenhuma promocao"
                       " a avaliar."
           else
               perform until fs-promocoes-fim
                   read pizza-promocoes
                       at end
                           set fs-promocoes-fim to true
                       not at end
                           perform carrega-promocao
                   end-read
               end-perform
               close pizza-promocoes
           end-if

           .
       carrega-promocoes-exit.
           exit.

      *Critica um registro do calendario e, se encerrado no periodo,
      *guarda a promocao com os acumuladores zerados.
       carrega-promocao section.

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
               when pro-data-fim < periodo-ini
                       or pro-data-fim > periodo-fim
                       or pro-data-fim >= data-relatorio
                   continue
               when qtd-promocoes >= max-promocoes
                   display "Atencao: limite de " max-promocoes
                           " promocoes atingido; promocao de "
                           pro-nome " ignorada."
               when other
                   add 1 to qtd-promocoes
                   move qtd-promocoes to ind-pro
                   initialize promocoes-tab(ind-pro)
                   move pro-nome     to prm-nome(ind-pro)
                   move pro-data-ini to prm-ini(ind-pro)
                   move pro-data-fim to prm-fim(ind-pro)
                   move pro-tipo     to prm-tipo(ind-pro)
                   move pro-valor    to prm-valor(ind-pro)
                   move pro-data-ini to data-calculo
                   perform calcula-dias
                   move dias-calculo to prm-ini-dias(ind-pro)
                   move pro-data-fim to data-calculo
                   perform calcula-dias
                   move dias-calculo to prm-fim-dias(ind-pro)

                   move zero to prm-pizza(ind-pro)
                   perform varying ind-pizza from 1 by 1
                           until ind-pizza > qtd-pizzas
                       if cat-nome(ind-pizza) = pro-nome
                           move ind-pizza to prm-pizza(ind-pro)
                           move cat-sabor(ind-pizza)
                               to prm-sabor(ind-pro)
                       end-if
                   end-perform

      *Quantos dias de cada dia da semana a promocao cobriu.
                   perform varying dia-trabalho
                           from prm-ini-dias(ind-pro) by 1
                           until dia-trabalho > prm-fim-dias(ind-pro)
                       move dia-trabalho to dias-calculo
                       perform calcula-dia-semana
                       add 1 to prm-dias-semana(ind-pro, dia-semana)
                   end-perform
           end-evaluate

           .
       carrega-promocao-exit.
           exit.

      *Le o historico de vendas em fluxo e distribui cada registro
      *pelas promocoes a que ele interessa: a pizza da promocao, na
      *promocao ou nas semanas de base antes dela; ou outro tamanho do
      *mesmo sabor, nos mesmos dois intervalos.
       le-historico-vendas section.

           if qtd-promocoes > zero
               open input pizza-hist-vendas
               if not fs-hist-vendas-ok
                   display "Atencao: nao foi possivel abrir PIZZA-HIST-"
                           "VENDAS (status " fs-hist-vendas ") - promo"
                           "coes sem vendas para avaliar."
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
               perform calcula-dia-semana
               if dias-venda < dias-primeira-venda
                   move dias-venda to dias-primeira-venda
               end-if

               move spaces to sabor-venda
               move zero to margem-unitaria
               perform varying ind-pizza from 1 by 1
                       until ind-pizza > qtd-pizzas
                   if cat-nome(ind-pizza) = vhs-nome
                       move cat-sabor(ind-pizza) to sabor-venda
                       compute margem-unitaria = cat-preco(ind-pizza)
                               - cat-custo(ind-pizza)
                   end-if
               end-perform

               perform varying ind-pro from 1 by 1
                       until ind-pro > qtd-promocoes
                   compute dias-inicio-base = prm-ini-dias(ind-pro)
                           - 7 * semanas-base
                   evaluate true
                       when vhs-nome = prm-nome(ind-pro)
                           perform acumula-pizza-promocao
                       when sabor-venda not = spaces
                               and sabor-venda = prm-sabor(ind-pro)
                           perform acumula-outro-tamanho
                       when other
                           continue
                   end-evaluate
               end-perform
           end-if

           .
       distribui-venda-exit.
           exit.

      *Venda da propria pizza da promocao.
       acumula-pizza-promocao section.

           evaluate true
               when dias-venda >= prm-ini-dias(ind-pro)
                       and dias-venda <= prm-fim-dias(ind-pro)
                   add vhs-qtde  to prm-qtde(ind-pro)
                   add vhs-valor to prm-receita(ind-pro)
               when dias-venda >= dias-inicio-base
                       and dias-venda < prm-ini-dias(ind-pro)
                   add vhs-qtde
                       to prm-base-qtde(ind-pro, dia-semana)
               when other
                   continue
           end-evaluate

           .
       acumula-pizza-promocao-exit.
           exit.

      *Venda de outro tamanho do mesmo sabor, valorizada pela margem
      *de tabela (preco menos custo) desse tamanho.
       acumula-outro-tamanho section.

           evaluate true
               when dias-venda >= prm-ini-dias(ind-pro)
                       and dias-venda <= prm-fim-dias(ind-pro)
                   add vhs-qtde to prm-irm-qtde(ind-pro)
                   compute prm-irm-margem(ind-pro) =
                           prm-irm-margem(ind-pro)
                           + vhs-qtde * margem-unitaria
               when dias-venda >= dias-inicio-base
                       and dias-venda < prm-ini-dias(ind-pro)
                   add vhs-qtde
                       to prm-irm-base-qtde(ind-pro, dia-semana)
                   compute prm-irm-base-margem(ind-pro, dia-semana) =
                           prm-irm-base-margem(ind-pro, dia-semana)
                           + vhs-qtde * margem-unitaria
               when other
                   continue
           end-evaluate

           .
       acumula-outro-tamanho-exit.
           exit.

      *Fecha a apuracao de cada promocao e da o veredito.
       avalia-promocoes section.

           perform varying ind-pro from 1 by 1
                   until ind-pro > qtd-promocoes
               perform apura-promocao
           end-perform

           .
       avalia-promocoes-exit.
           exit.

      *Da o veredito da promocao da posicao ind-pro: vale repetir a
      *promocao que trouxe mais margem (na pizza e nos outros
      *tamanhos do sabor) do que a base teria trazido a preco de
      *tabela.
       apura-promocao section.

           perform calcula-promocao

           evaluate true
               when prm-pizza(ind-pro) = zero
                   move "I" to prm-veredito(ind-pro)
                   move "pizza fora do catalogo" to prm-motivo(ind-pro)
               when cat-sem-custo(ind-pizza)
                   move "I" to prm-veredito(ind-pro)
                   move "pizza sem custo" to prm-motivo(ind-pro)
               when not base-completa
                   move "I" to prm-veredito(ind-pro)
                   move "historico curto para a base"
                       to prm-motivo(ind-pro)
               when resultado-promocao > zero
                   move "R" to prm-veredito(ind-pro)
                   move "margem maior que a base"
                       to prm-motivo(ind-pro)
               when other
                   move "N" to prm-veredito(ind-pro)
                   move "margem nao superou a base"
                       to prm-motivo(ind-pro)
           end-evaluate

           evaluate true
               when prm-repetir(ind-pro)
                   add 1 to qtd-repetir
               when prm-nao-repetir(ind-pro)
                   add 1 to qtd-nao-repetir
               when other
                   add 1 to qtd-inconclusivas
           end-evaluate

           .
       apura-promocao-exit.
           exit.

      *Calcula os numeros da promocao da posicao ind-pro: a base
      *esperada soma, para cada dia da semana, os dias de promocao
      *vezes a media de unidades daquele dia da semana nas semanas
      *de base. O preco de tabela e o custo sao os de hoje. As duas
      *margens comparadas sao de preco de cardapio: a da promocao
      *pelo preco da promocao e a da base pelo de tabela (a receita
      *do historico inclui as vendas de canal, pelo preco do canal,
      *e so aparece no relatorio).
       calcula-promocao section.

           compute dias-promocao = prm-fim-dias(ind-pro)
                   - prm-ini-dias(ind-pro) + 1

           move zero to base-esperada
           move zero to irm-base-esperada
           move zero to irm-base-margem
           perform varying ind-semana from 1 by 1 until ind-semana > 7
               compute base-esperada rounded = base-esperada
                       + prm-dias-semana(ind-pro, ind-semana)
                       * prm-base-qtde(ind-pro, ind-semana)
                       / semanas-base
               compute irm-base-esperada rounded = irm-base-esperada
                       + prm-dias-semana(ind-pro, ind-semana)
                       * prm-irm-base-qtde(ind-pro, ind-semana)
                       / semanas-base
               compute irm-base-margem rounded = irm-base-margem
                       + prm-dias-semana(ind-pro, ind-semana)
                       * prm-irm-base-margem(ind-pro, ind-semana)
                       / semanas-base
           end-perform

           compute unid-dia-promocao rounded =
                   prm-qtde(ind-pro) / dias-promocao
           compute unid-dia-base rounded = base-esperada / dias-promocao

           move zero to aumento-pct
           if base-esperada > zero
               compute aumento-pct rounded =
                       (prm-qtde(ind-pro) - base-esperada)
                       / base-esperada * 100
                   on size error
                       move 99999,9 to aumento-pct
               end-compute
           end-if

           compute irm-diferenca-qtde =
                   prm-irm-qtde(ind-pro) - irm-base-esperada
           compute irm-diferenca-margem =
                   prm-irm-margem(ind-pro) - irm-base-margem

      *O historico precisa cobrir todas as semanas de base.
           if dias-primeira-venda
                   <= prm-ini-dias(ind-pro) - 7 * semanas-base
               move 'S' to base-sw
           else
               move 'N' to base-sw
           end-if

           move zero to preco-tabela
           move zero to preco-promocao
           move zero to custo-unitario
           move zero to desconto-concedido
           move zero to margem-promocao
           move zero to margem-base
           move zero to margem-diferenca
           move zero to resultado-promocao

           if prm-pizza(ind-pro) > zero
               move prm-pizza(ind-pro) to ind-pizza
               move cat-preco(ind-pizza) to preco-tabela
               move cat-custo(ind-pizza) to custo-unitario
               if prm-tipo(ind-pro) = "P"
                   move prm-valor(ind-pro) to preco-promocao
               else
                   compute preco-promocao rounded = preco-tabela
                           * (1 - prm-valor(ind-pro) / 100)
                       on size error
                           move preco-tabela to preco-promocao
                   end-compute
               end-if
               if preco-promocao < preco-tabela
                   compute desconto-concedido = prm-qtde(ind-pro)
                           * (preco-tabela - preco-promocao)
               end-if
               compute margem-promocao = prm-qtde(ind-pro)
                       * (preco-promocao - custo-unitario)
               compute margem-base rounded = base-esperada
                       * (preco-tabela - custo-unitario)
               compute margem-diferenca = margem-promocao - margem-base
               compute resultado-promocao =
                       margem-diferenca + irm-diferenca-margem
           end-if

           .
       calcula-promocao-exit.
           exit.

      *Grava o relatorio: um bloco por promocao e, no fim, o
      *veredito de cada uma.
       emite-avaliacao section.

           move zero to pagina-atual
           open output promocao-report

           if not fs-promocao-rel-ok
               display "Atencao: nao foi possivel abrir PIZZAPMR para "
                       "gravacao (status " fs-promocao-rel ") - avaliac"
                       "ao nao gravada."
               if return-code < 8
                   move 8 to return-code
               end-if
           else
               perform escreve-cabecalho

               if qtd-promocoes = zero
                   move spaces to report-linha
                   move "  (nenhuma promocao encerrada no periodo)"
                       to report-linha
                   perform escreve-linha
               end-if

               perform varying ind-pro from 1 by 1
                       until ind-pro > qtd-promocoes
                   perform calcula-promocao
                   perform lista-promocao
               end-perform

               perform lista-vereditos

               close promocao-report
           end-if

           .
       emite-avaliacao-exit.
           exit.

      *Bloco de uma promocao no relatorio.
       lista-promocao section.

           move prm-ini(ind-pro) to data-formatar
           perform formata-data
           move data-formatada to data-ini-formatada
           move prm-fim(ind-pro) to data-formatar
           perform formata-data
           move data-formatada to data-fim-formatada

           move spaces to report-linha
           move prm-valor(ind-pro) to preco-editado
           if prm-tipo(ind-pro) = "P"
               string "-- " delimited by size
                       prm-nome(ind-pro) delimited by size
                       " " delimited by size
                       data-ini-formatada delimited by size
                       " a " delimited by size
                       data-fim-formatada delimited by size
                       "  preco fixo " delimited by size
                       preco-editado delimited by size
                       " --" delimited by size
                   into report-linha
           else
               string "-- " delimited by size
                       prm-nome(ind-pro) delimited by size
                       " " delimited by size
                       data-ini-formatada delimited by size
                       " a " delimited by size
                       data-fim-formatada delimited by size
                       "  desconto " delimited by size
                       preco-editado delimited by size
                       "% --" delimited by size
                   into report-linha
           end-if
           perform escreve-linha

           move prm-qtde(ind-pro) to qtde-editada
           move unid-dia-promocao to dia-editado
           move dias-promocao     to dias-editados
           move spaces to report-linha
           string "  Unidades na promocao: " delimited by size
                   qtde-editada delimited by size
                   "  por dia: " delimited by size
                   dia-editado delimited by size
                   "  dias: " delimited by size
                   dias-editados delimited by size
               into report-linha
           perform escreve-linha

           move base-esperada to qtde-dec-editada
           move unid-dia-base to base-dia-editado
           move spaces to report-linha
           string "  Esperado sem promocao (" delimited by size
                   semanas-base delimited by size
                   " semanas): " delimited by size
                   qtde-dec-editada delimited by size
                   "  por dia: " delimited by size
                   base-dia-editado delimited by size
               into report-linha
           perform escreve-linha

           move spaces to report-linha
           if base-esperada > zero
               move aumento-pct to aumento-editado
               string "  Aumento de unidades: " delimited by size
                       aumento-editado delimited by size
                       "%" delimited by size
                   into report-linha
           else
               move "  Aumento de unidades: (sem vendas na base)"
                   to report-linha
           end-if
           perform escreve-linha

           if prm-pizza(ind-pro) > zero
               move preco-tabela   to preco-editado
               move preco-promocao to promocao-editada
               move custo-unitario to custo-editado
               move spaces to report-linha
               string "  Preco de tabela: " delimited by size
                       preco-editado delimited by size
                       "  na promocao: " delimited by size
                       promocao-editada delimited by size
                       "  custo: " delimited by size
                       custo-editado delimited by size
                   into report-linha
               perform escreve-linha

               move prm-receita(ind-pro) to valor-editado
               move desconto-concedido   to valor2-editado
               move spaces to report-linha
               string "  Receita na promocao: " delimited by size
                       valor-editado delimited by size
                       "  desconto dado: " delimited by size
                       valor2-editado delimited by size
                   into report-linha
               perform escreve-linha

               move margem-promocao  to margem-editada
               move margem-base      to margem2-editada
               move margem-diferenca to margem3-editada
               move spaces to report-linha
               string "  Margem: promocao" delimited by size
                       margem-editada delimited by size
                       "  base" delimited by size
                       margem2-editada delimited by size
                       "  dif." delimited by size
                       margem3-editada delimited by size
                   into report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           if prm-sabor(ind-pro) = spaces
               move "  Outros tamanhos do sabor: (pizza sem familia)"
                   to report-linha
           else
               move irm-diferenca-qtde   to qtde-sinal-editada
               move irm-diferenca-margem to margem-editada
               string "  Outros tamanhos do sabor: unidades"
                           delimited by size
                       qtde-sinal-editada delimited by size
                       "  margem" delimited by size
                       margem-editada delimited by size
                   into report-linha
           end-if
           perform escreve-linha

           if prm-sabor(ind-pro) not = spaces
                   and irm-diferenca-qtde < zero
               move spaces to report-linha
               move "  (outros tamanhos perderam vendas na promocao)"
                   to report-linha
               perform escreve-linha
           end-if

           perform descreve-veredito
           move resultado-promocao to margem-editada
           move spaces to report-linha
           string "  Resultado:" delimited by size
                   margem-editada delimited by size
                   "  Veredito: " delimited by size
                   descricao-veredito delimited by size
               into report-linha
           perform escreve-linha

           move spaces to report-linha
           perform escreve-linha

           .
       lista-promocao-exit.
           exit.

      *Veredito de cada promocao no fim do relatorio e no console.
       lista-vereditos section.

           move spaces to report-linha
           move "-- Veredito por promocao --" to report-linha
           perform escreve-linha

           if qtd-promocoes = zero
               move spaces to report-linha
               move "  (nenhuma)" to report-linha
               perform escreve-linha
           end-if

           perform varying ind-pro from 1 by 1
                   until ind-pro > qtd-promocoes
               move prm-ini(ind-pro) to data-formatar
               perform formata-data
               move data-formatada to data-ini-formatada
               move prm-fim(ind-pro) to data-formatar
               perform formata-data
               move data-formatada to data-fim-formatada
               perform descreve-veredito
               move spaces to report-linha
               string "  " delimited by size
                       prm-nome(ind-pro) delimited by size
                       " " delimited by size
                       data-ini-formatada delimited by size
                       "-" delimited by size
                       data-fim-formatada delimited by size
                       " " delimited by size
                       descricao-veredito delimited by size
                       " " delimited by size
                       prm-motivo(ind-pro) delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-perform

           move spaces to report-linha
           string "Repetir: " delimited by size
                   qtd-repetir delimited by size
                   "  Nao repetir: " delimited by size
                   qtd-nao-repetir delimited by size
                   "  Inconclusivas: " delimited by size
                   qtd-inconclusivas delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           .
       lista-vereditos-exit.
           exit.

      *Texto do veredito da promocao em ind-pro.
       descreve-veredito section.

           evaluate true
               when prm-repetir(ind-pro)
                   move "REPETIR" to descricao-veredito
               when prm-nao-repetir(ind-pro)
                   move "NAO REPETIR" to descricao-veredito
               when other
                   move "INCONCLUSIVA" to descricao-veredito
           end-evaluate

           .
       descreve-veredito-exit.
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
           string "------ Avaliacao de Promocoes ------"
                   delimited by size
                   "  Pagina " delimited by size
                   pagina-atual delimited by size
               into report-linha
           write report-linha

           move periodo-ini to data-formatar
           perform formata-data
           move data-formatada to data-ini-formatada
           move periodo-fim to data-formatar
           perform formata-data
           move data-formatada to data-fim-formatada

           move spaces to report-linha
           string "Data: " delimited by size
                   dia-relatorio delimited by size
                   "/" delimited by size
                   mes-relatorio delimited by size
                   "/" delimited by size
                   ano-relatorio delimited by size
                   "   Encerradas de " delimited by size
                   data-ini-formatada delimited by size
                   " a " delimited by size
                   data-fim-formatada delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Sem historico de vendas ja saiu com RETURN-CODE 8; promocao
      *inconclusiva, invalida ou periodo sem promocao vira 4.
       finaliza section.

           if return-code = zero
                   and (qtd-inconclusivas > zero
                        or qtd-promocoes-invalidas > zero
                        or qtd-promocoes = zero)
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
      *aceitos as promocoes avaliadas e rejeitados os registros de
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
               move "PizzaPromocao" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move linha-comando to log-parm
               move qtd-vendas-lidas to log-lidos
               move qtd-promocoes to log-aceitos
               move qtd-vendas-invalidas to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

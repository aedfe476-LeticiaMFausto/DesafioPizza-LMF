      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaContabil".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - interface com a
      *                   contabilidade: os lancamentos diarios de
      *                   venda bruta pelo preco de tabela, desconto de
      *                   promocao, receita liquida (valor do PDV) e
      *                   custo da mercadoria vendida (receita do
      *                   cardapio, senao FORNECED) saem no arquivo
      *                   PIZZAGL para a importacao do razao, com
      *                   header e trailer (quantidade, debitos e
      *                   creditos), nas contas do novo mapa PIZZA-
      *                   CONTAS (cada familia de sabor pode ter a sua
      *                   conta de receita). Partidas que nao fecham
      *                   ou conta nao mapeada: nada e gravado. Data
      *                   ja postada (controle PIZZAGLC) nao e postada
      *                   de novo. Resumo da postagem no PIZZACTB. A
      *                   contabilidade deixa de redigitar relatorio
      *                   impresso todo mes.
      * 15/10/2026  LMF   O movimento PIZZA-VENDAS passa a trazer o
      *                   canal da venda (ven-canal, em branco no
      *                   balcao); as vendas continuam somadas por
      *                   pizza.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
      * 15/10/2026  LMF   Venda de canal valorizada pelo preco do
      *                   canal (PIZZA-CANAIS e PIZZA-CANAL-PRECOS, a
      *                   mesma derivacao do CALCULA-PRECO-CANAL do
      *                   DesafioPizza): a comissao repassada no preco
      *                   deixa de cair inteira na DIFERENCA todo dia.
      *                   Venda de canal nao cadastrado fica pela
      *                   tabela e e apontada no resumo.
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

           select pizza-vendas assign to "PIZZAVEN"
               organization is sequential
               file status is fs-vendas.

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

           select pizza-promocoes assign to "PIZZAPRO"
               organization is sequential
               file status is fs-promocoes.

           select pizza-canais assign to "PIZZACNL"
               organization is sequential
               file status is fs-canais.

           select pizza-canal-precos assign to "PIZZACPR"
               organization is sequential
               file status is fs-canal-precos.

           select pizza-contas assign to "PIZZACTA"
               organization is sequential
               file status is fs-contas.

           select pizza-glcontrole assign to "PIZZAGLC"
               organization is sequential
               file status is fs-glcontrole.

           select pizza-razao assign to "PIZZAGL"
               organization is sequential
               file status is fs-razao.

           select contabil-report assign to "PIZZACTB"
               organization is sequential
               file status is fs-contabil.

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

      *Movimento de vendas do PDV: um registro por pizza e dia.
       fd  pizza-vendas
           label records are standard.
       01  venda-reg.
           05 ven-nome                             pic x(15).
           05 ven-data                             pic 9(08).
           05 ven-qtde                             pic 9(05).
           05 ven-valor                            pic 9(07)v99.
           05 ven-canal                            pic x(05).

      *Familias de sabor e tamanho: o sabor escolhe a conta.
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

      *Canais de venda do DesafioPizza: comissao, taxa fixa, regra de
      *arredondamento e se o canal aceita a promocao.
       fd  pizza-canais
           label records are standard.
       01  canal-reg.
           05 cnl-codigo                           pic x(05).
           05 cnl-nome                             pic x(20).
           05 cnl-comissao                         pic 9(02)v99.
           05 cnl-taxa                             pic 9(03)v99.
           05 cnl-arredonda                        pic x(01).
              88 cnl-arredonda-valida              value "N" "I" "9".
           05 cnl-promocao                         pic x(01).
              88 cnl-promocao-valida               value "S" "N".

      *Preco proprio de uma pizza num canal, no lugar do preco
      *derivado da tabela.
       fd  pizza-canal-precos
           label records are standard.
       01  canal-preco-reg.
           05 cpr-canal                            pic x(05).
           05 cpr-nome                             pic x(15).
           05 cpr-preco                            pic 9(03)v99.

      *Mapa de contas do razao: evento contabil, sabor (em branco =
      *conta padrao do evento) e o codigo da conta. Eventos: VENDA
      *(receita bruta, credito), DESCONTO (desconto de promocao,
      *debito), CAIXA (valor recebido do PDV, debito), CMV (custo da
      *mercadoria vendida, debito), ESTOQUE (baixa do estoque,
      *credito) e DIFERENCA (diferenca entre o recebido e o esperado
      *pela tabela, ou pelo preco do canal na venda de canal, debito
      *ou credito).
       fd  pizza-contas
           label records are standard.
       01  conta-reg.
           05 cta-evento                           pic x(10).
           05 cta-sabor                            pic x(15).
           05 cta-conta                            pic x(12).

      *Controle das datas de movimento ja postadas no razao: um
      *registro por data, sempre estendido, com quando foi gerado e
      *os totais do que foi postado.
       fd  pizza-glcontrole
           label records are standard.
       01  glcontrole-reg.
           05 glc-data                             pic 9(08).
           05 glc-data-geracao                     pic 9(08).
           05 glc-hora                             pic 9(06).
           05 glc-lancamentos                      pic 9(05).
           05 glc-debitos                          pic 9(11)v99.
           05 glc-creditos                         pic 9(11)v99.

      *Lancamentos para a importacao do razao: header 'H' com a data
      *e hora da geracao, um detalhe 'D' por lancamento e trailer 'T'
      *com a quantidade de detalhes e os totais de debito e credito.
       fd  pizza-razao
           label records are standard.
       01  razao-reg.
           05 gl-tipo                              pic x(01).
           05 gl-dados.
              10 gl-data                           pic 9(08).
              10 gl-conta                          pic x(12).
              10 gl-natureza                       pic x(01).
              10 gl-valor                          pic 9(09)v99.
              10 gl-evento                         pic x(10).
              10 gl-sabor                          pic x(15).
           05 gl-header-dados redefines gl-dados.
              10 gl-data-geracao                   pic 9(08).
              10 gl-hora-geracao                   pic 9(06).
              10 filler                            pic x(43).
           05 gl-trailer-dados redefines gl-dados.
              10 gl-qtd                            pic 9(07).
              10 gl-total-debitos                  pic 9(11)v99.
              10 gl-total-creditos                 pic 9(11)v99.
              10 filler                            pic x(24).

      *Resumo da postagem.
       fd  contabil-report
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

      *Catalogo com o preco de tabela, o sabor (familia, ou o proprio
      *nome da pizza sem familia) e o custo unitario apurado.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
           05 cat-preco                            pic 9(03)v99.
           05 cat-sabor                            pic x(15).
           05 cat-custo                            pic 9(05)v99.
           05 cat-origem                           pic x(01).
              88 cat-sem-custo                     value "N".

      *Familias de sabor em memoria.
       77  qtd-variacoes                       pic 9(03) value zero.
       01  variacoes-tab  occurs 1 to 500 times
                          depending on qtd-variacoes.
           05 vtab-sabor                           pic x(15).
           05 vtab-nome                            pic x(15).

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

      *Calendario de promocoes validas (mesma critica do
      *DesafioPizza).
       77  max-promocoes                       pic 9(03) value 100.
       77  qtd-promocoes                       pic 9(03) value zero.
       01  promocoes-tab  occurs 1 to 100 times
                          depending on qtd-promocoes.
           05 pro-nome-tab                         pic x(15).
           05 pro-ini-tab                          pic 9(08).
           05 pro-fim-tab                          pic 9(08).
           05 pro-tipo-tab                         pic x(01).
           05 pro-valor-tab                        pic 9(03)v99.

      *Canais de venda e precos proprios por canal, com a mesma
      *critica do DesafioPizza.
       77  max-canais                          pic 9(02) value 20.
       77  qtd-canais                          pic 9(02) value zero.
       01  canais-tab  occurs 1 to 20 times depending on qtd-canais.
           05 can-codigo                           pic x(05).
           05 can-comissao                         pic 9(02)v99.
           05 can-taxa                             pic 9(03)v99.
           05 can-arredonda                        pic x(01).
           05 can-promocao                         pic x(01).
              88 can-com-promocao                  value "S".
       77  max-canal-precos                    pic 9(04) value 2000.
       77  qtd-canal-precos                    pic 9(04) value zero.
       01  canal-precos-tab  occurs 1 to 2000 times
                             depending on qtd-canal-precos.
           05 cpt-canal                            pic x(05).
           05 cpt-nome                             pic x(15).
           05 cpt-preco                            pic 9(03)v99.

      *Mapa de contas em memoria.
       77  max-contas                          pic 9(03) value 300.
       77  qtd-contas                          pic 9(03) value zero.
       01  contas-tab  occurs 1 to 300 times depending on qtd-contas.
           05 cta-evento-tab                       pic x(10).
           05 cta-sabor-tab                        pic x(15).
           05 cta-conta-tab                        pic x(12).

      *Datas ja postadas no razao, com a data da postagem.
       77  max-postadas                        pic 9(04) value 5000.
       77  qtd-postadas                        pic 9(04) value zero.
       01  postadas-tab  occurs 1 to 5000 times
                         depending on qtd-postadas.
           05 pst-data                             pic 9(08).
           05 pst-data-geracao                     pic 9(08).

      *Datas do movimento de vendas: P-ostar nesta execucao ou
      *J-a postada antes, com os totais e as partidas da data.
       77  max-datas                           pic 9(03) value 100.
       77  qtd-datas                           pic 9(03) value zero.
       01  datas-tab  occurs 1 to 100 times depending on qtd-datas.
           05 dat-data                             pic 9(08).
           05 dat-situacao                         pic x(01).
              88 dat-postar                        value "P".
              88 dat-ja-postada                    value "J".
           05 dat-data-postagem                    pic 9(08).
           05 dat-bruto                            pic 9(09)v99.
           05 dat-desconto                         pic 9(09)v99.
           05 dat-liquido                          pic 9(09)v99.
           05 dat-custo                            pic 9(09)v99.
           05 dat-debitos                          pic 9(11)v99.
           05 dat-creditos                         pic 9(11)v99.
           05 dat-lancamentos                      pic 9(05).

      *Movimento somado por data e sabor.
       77  max-movimentos                      pic 9(04) value 2000.
       77  qtd-movimentos                      pic 9(04) value zero.
       01  movimentos-tab  occurs 1 to 2000 times
                           depending on qtd-movimentos.
           05 mov-data                             pic 9(08).
           05 mov-sabor                            pic x(15).
           05 mov-bruto                            pic 9(09)v99.
           05 mov-desconto                         pic 9(09)v99.
           05 mov-liquido                          pic 9(09)v99.
           05 mov-custo                            pic 9(09)v99.

      *Lancamentos montados para as datas a postar.
       77  max-lancamentos                     pic 9(04) value 3000.
       77  qtd-lancamentos                     pic 9(04) value zero.
       01  lancamentos-tab  occurs 1 to 3000 times
                            depending on qtd-lancamentos.
           05 lan-data                             pic 9(08).
           05 lan-conta                            pic x(12).
           05 lan-natureza                         pic x(01).
           05 lan-evento                           pic x(10).
           05 lan-sabor                            pic x(15).
           05 lan-valor                            pic 9(09)v99.

      *Eventos sem conta no mapa, para o relatorio.
       77  max-faltas                          pic 9(02) value 50.
       77  qtd-faltas                          pic 9(02) value zero.
       01  faltas-tab  occurs 1 to 50 times depending on qtd-faltas.
           05 flt-evento                           pic x(10).
           05 flt-sabor                            pic x(15).

      *Filtro opcional de data no parametro de chamada.
       77  linha-comando                           pic x(20).
       77  data-filtro                             pic 9(08) value zero.

      *Variaveis de controle
       77  ind                                     pic 9(04).
       77  ind-dat                                 pic 9(03).
       77  ind-mov                                 pic 9(04).
       77  ind-lan                                 pic 9(04).
       77  ind-cta                                 pic 9(03).
       77  ind-pro                                 pic 9(03).
       77  ind-pro-ativa                           pic 9(03).
       77  ind-achado                              pic 9(04).
       77  ind-pizza                               pic 9(03).
       77  ind-can                                 pic 9(02).
       77  ind-can-encontrado                      pic 9(02).
       77  ind-cpt                                 pic 9(04).
       77  ind-cpt-encontrado                      pic 9(04).
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-vendas                               pic x(02).
           88 fs-vendas-ok                         value '00'.
           88 fs-vendas-fim                        value '10'.
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
       77  fs-promocoes                            pic x(02).
           88 fs-promocoes-ok                      value '00'.
           88 fs-promocoes-fim                     value '10'.
       77  fs-canais                               pic x(02).
           88 fs-canais-ok                         value '00'.
           88 fs-canais-fim                        value '10'.
       77  fs-canal-precos                         pic x(02).
           88 fs-canal-precos-ok                   value '00'.
           88 fs-canal-precos-fim                  value '10'.
       77  fs-contas                               pic x(02).
           88 fs-contas-ok                         value '00'.
           88 fs-contas-fim                        value '10'.
       77  fs-glcontrole                           pic x(02).
           88 fs-glcontrole-ok                     value '00'.
           88 fs-glcontrole-fim                    value '10'.
       77  fs-razao                                pic x(02).
           88 fs-razao-ok                          value '00'.
       77  fs-contabil                             pic x(02).
           88 fs-contabil-ok                       value '00'.
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

      *Area de trabalho de uma venda e de um lancamento.
       77  sabor-venda                             pic x(15).
       77  preco-tabela                            pic 9(03)v99.
       77  preco-vigente                           pic 9(03)v99.
       77  preco-base-canal                        pic 9(03)v99.
       77  preco-canal                             pic 9(03)v99.
       77  preco-canal-inteiro                     pic 9(03).
       77  preco-canal-cheio                       pic 9(03)v99.
       77  valor-bruto                             pic 9(09)v99.
       77  valor-desconto                          pic 9(09)v99.
       77  valor-custo                             pic 9(09)v99.
       77  evento-atual                            pic x(10).
       77  sabor-atual                             pic x(15).
       77  natureza-atual                          pic x(01).
       77  valor-atual                             pic 9(09)v99.
       77  conta-atual                             pic x(12).
       77  diferenca-caixa                         pic s9(09)v99.
       77  postagem-sw                             pic x(01)
                                                   value 'S'.
           88 postagem-liberada                    value 'S'.
       77  motivo-recusa                           pic x(50)
                                                   value spaces.

      *Totais da execucao.
       77  qtd-vendas-lidas                    pic 9(07) value zero.
       77  qtd-vendas-aceitas                  pic 9(07) value zero.
       77  qtd-vendas-rejeitadas               pic 9(07) value zero.
       77  qtd-vendas-filtradas                pic 9(07) value zero.
       77  qtd-fora-catalogo                   pic 9(07) value zero.
       77  qtd-canal-desconhecido              pic 9(07) value zero.
       77  unidades-sem-custo                  pic 9(07) value zero.
       77  qtd-datas-postadas                  pic 9(03) value zero.
       77  qtd-datas-ignoradas                 pic 9(03) value zero.
       77  total-debitos                       pic 9(11)v99 value zero.
       77  total-creditos                      pic 9(11)v99 value zero.
       77  razao-sw                                pic x(01)
                                                   value 'N'.
           88 razao-gravado                        value 'S'.

      *Variaveis do relatorio impresso (PIZZACTB)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.
       77  descricao-filtro                        pic x(16).
       01  data-formatar                           pic 9(08).
       01  data-formatar-r redefines data-formatar.
           05 ano-formatar                         pic 9(04).
           05 mes-formatar                         pic 9(02).
           05 dia-formatar                         pic 9(02).
       77  data-formatada                          pic x(10).
       77  bruto-editado                           pic zzz.zzz.zz9,99.
       77  desconto-editado                        pic zzz.zzz.zz9,99.
       77  liquido-editado                         pic zzz.zzz.zz9,99.
       77  custo-editado                           pic zzz.zzz.zz9,99.
       77  valor-editado                           pic zzz.zzz.zz9,99.
       77  debitos-editado                     pic zz.zzz.zzz.zz9,99.
       77  creditos-editado                    pic zz.zzz.zzz.zz9,99.
       77  qtde-editada                            pic z.zzz.zz9.

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
           perform carrega-canais
           perform carrega-contas
           perform carrega-postadas
           perform carrega-vendas
           perform monta-lancamentos
           perform confere-partidas
           perform grava-razao
           perform emite-resumo
           perform finaliza
           .

       inicializa section.

           accept data-relatorio from date yyyymmdd
           accept hora-completa from time

      *O parametro de chamada (PARM da JCL, ou primeiro argumento no
      *PC) pode trazer uma data AAAAMMDD para postar so aquele dia
      *do movimento; sem parametro, posta todas as datas ainda nao
      *postadas.
           move spaces to linha-comando
           accept linha-comando from command-line
           move "todas as datas" to descricao-filtro
           if linha-comando not = spaces
               if linha-comando(1:8) not numeric
                   display "Data invalida no parametro (esperado AAAAM"
                           "MDD): " linha-comando(1:8)
                   display "Execucao encerrada sem postar."
                   move 12 to return-code
                   perform finaliza
               end-if
               move linha-comando(1:8) to data-filtro
               move data-filtro to data-formatar
               perform formata-data
               move data-formatada to descricao-filtro
           end-if

           .
       inicializa-exit.
           exit.

      *Le o catalogo PIZZA-MASTER. Sem o catalogo nao ha preco de
      *tabela: encerra com RETURN-CODE 12 sem postar.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if not fs-master-ok
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - nada postado."
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
                           move master-nome  to cat-sabor(qtd-pizzas)
                       else
                           set fs-master-fim to true
                       end-if
               end-read
           end-perform
           close pizza-master

           .
       carrega-master-exit.
           exit.

      *Le as familias de sabor e marca no catalogo o sabor de cada
      *pizza; a pizza sem familia fica com o proprio nome.
       carrega-variacoes section.

           move zero to qtd-variacoes
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
      *fica sem custo e a venda dela nao gera CMV.
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

      *Le o calendario de promocoes, com a mesma critica do
      *DesafioPizza (registro invalido e ignorado com aviso).
       carrega-promocoes section.

           move zero to qtd-promocoes
           open input pizza-promocoes

           if fs-promocoes-ok
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

      *Critica e carrega um registro do calendario de promocoes.
       carrega-promocao section.

           evaluate true
               when pro-data-ini not numeric
                       or pro-data-fim not numeric
                       or pro-data-ini > pro-data-fim
                       or pro-valor not numeric
                       or (not pro-preco-fixo and not pro-desconto)
                       or (pro-desconto and pro-valor >= 100,00)
                   display "Atencao: promocao invalida de " pro-nome
                           " ignorada."
               when qtd-promocoes >= max-promocoes
                   display "Atencao: limite de " max-promocoes
                           " promocoes atingido; promocao de "
                           pro-nome " ignorada."
               when other
                   add 1 to qtd-promocoes
                   move pro-nome     to pro-nome-tab(qtd-promocoes)
                   move pro-data-ini to pro-ini-tab(qtd-promocoes)
                   move pro-data-fim to pro-fim-tab(qtd-promocoes)
                   move pro-tipo     to pro-tipo-tab(qtd-promocoes)
                   move pro-valor    to pro-valor-tab(qtd-promocoes)
           end-evaluate

           .
       carrega-promocao-exit.
           exit.

      *Le os canais de venda e os precos proprios por canal. Sem o
      *PIZZA-CANAIS toda venda fica pelo preco de tabela.
       carrega-canais section.

           move zero to qtd-canais
           move zero to qtd-canal-precos
           open input pizza-canais

           if fs-canais-ok
               perform until fs-canais-fim
                   read pizza-canais
                       at end
                           set fs-canais-fim to true
                       not at end
                           perform carrega-canal
                   end-read
               end-perform
               close pizza-canais

               open input pizza-canal-precos
               if fs-canal-precos-ok
                   perform until fs-canal-precos-fim
                       read pizza-canal-precos
                           at end
                               set fs-canal-precos-fim to true
                           not at end
                               perform carrega-canal-preco
                       end-read
                   end-perform
                   close pizza-canal-precos
               end-if
           end-if

           .
       carrega-canais-exit.
           exit.

      *Critica e carrega um registro de canal de venda.
       carrega-canal section.

           move cnl-codigo to nome-pesquisa
           perform localiza-canal

           evaluate true
               when cnl-codigo = spaces
                       or cnl-comissao not numeric
                       or cnl-taxa not numeric
                       or not cnl-arredonda-valida
                       or not cnl-promocao-valida
                   display "Atencao: canal de venda invalido ("
                           cnl-codigo ") ignorado."
               when ind-can-encontrado > zero
                   display "Atencao: canal de venda " cnl-codigo
                           " repetido; vale o primeiro."
               when qtd-canais >= max-canais
                   display "Atencao: limite de " max-canais
                           " canais de venda atingido; canal "
                           cnl-codigo " ignorado."
               when other
                   add 1 to qtd-canais
                   move cnl-codigo    to can-codigo(qtd-canais)
                   move cnl-comissao  to can-comissao(qtd-canais)
                   move cnl-taxa      to can-taxa(qtd-canais)
                   move cnl-arredonda to can-arredonda(qtd-canais)
                   move cnl-promocao  to can-promocao(qtd-canais)
           end-evaluate

           .
       carrega-canal-exit.
           exit.

      *Critica e carrega um preco proprio de pizza num canal.
       carrega-canal-preco section.

           move cpr-canal to nome-pesquisa
           perform localiza-canal

           evaluate true
               when cpr-preco not numeric or cpr-preco = zero
                   display "Atencao: preco de canal invalido para "
                           cpr-nome " (" cpr-canal ") ignorado."
               when ind-can-encontrado = zero
                   display "Atencao: preco de " cpr-nome " para o canal"
                           " nao cadastrado " cpr-canal " ignorado."
               when qtd-canal-precos >= max-canal-precos
                   display "Atencao: limite de " max-canal-precos
                           " precos de canal atingido; " cpr-nome
                           " (" cpr-canal ") ignorado."
               when other
                   add 1 to qtd-canal-precos
                   move cpr-canal to cpt-canal(qtd-canal-precos)
                   move cpr-nome  to cpt-nome(qtd-canal-precos)
                   move cpr-preco to cpt-preco(qtd-canal-precos)
           end-evaluate

           .
       carrega-canal-preco-exit.
           exit.

      *Procura o canal de codigo em nome-pesquisa; ind-can-encontrado
      *fica zero quando o canal nao esta cadastrado.
       localiza-canal section.

           move zero to ind-can-encontrado
           perform varying ind-can from 1 by 1
                   until ind-can > qtd-canais
               if can-codigo(ind-can) = nome-pesquisa
                   move ind-can to ind-can-encontrado
               end-if
           end-perform

           .
       localiza-canal-exit.
           exit.

      *Le o mapa de contas. Sem o mapa nenhum lancamento tem conta, e
      *a postagem e recusada na montagem.
       carrega-contas section.

           move zero to qtd-contas
           open input pizza-contas

           if not fs-contas-ok
               display "Atencao: nao foi possivel abrir PIZZA-CONTAS "
                       "(status " fs-contas ") - nenhuma conta mapeada"
                       "."
           else
               perform until fs-contas-fim
                   read pizza-contas
                       at end
                           set fs-contas-fim to true
                       not at end
                           if qtd-contas < max-contas
                               add 1 to qtd-contas
                               move cta-evento
                                   to cta-evento-tab(qtd-contas)
                               move cta-sabor
                                   to cta-sabor-tab(qtd-contas)
                               move cta-conta
                                   to cta-conta-tab(qtd-contas)
                           else
                               display "Atencao: limite de "
                                       max-contas " contas atingido; "
                                       "excedente ignorado."
                               set fs-contas-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-contas
           end-if

           .
       carrega-contas-exit.
           exit.

      *Le o controle das datas ja postadas. Sem o arquivo, nada foi
      *postado ainda.
       carrega-postadas section.

           move zero to qtd-postadas
           open input pizza-glcontrole

           if fs-glcontrole-ok
               perform until fs-glcontrole-fim
                   read pizza-glcontrole
                       at end
                           set fs-glcontrole-fim to true
                       not at end
                           if qtd-postadas < max-postadas
                               add 1 to qtd-postadas
                               move glc-data
                                   to pst-data(qtd-postadas)
                               move glc-data-geracao
                                   to pst-data-geracao(qtd-postadas)
                           else
                               display "Atencao: limite de "
                                       max-postadas " datas postadas "
                                       "atingido; excedente ignorado."
                               set fs-glcontrole-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-glcontrole
           end-if

           .
       carrega-postadas-exit.
           exit.

      *Le o movimento de vendas e soma cada venda por data e sabor.
       carrega-vendas section.

           open input pizza-vendas

           if not fs-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-VENDAS "
                       "(status " fs-vendas ") - nada a postar."
           else
               perform until fs-vendas-fim
                   read pizza-vendas
                       at end
                           set fs-vendas-fim to true
                       not at end
                           add 1 to qtd-vendas-lidas
                           perform trata-venda
                   end-read
               end-perform
               close pizza-vendas
           end-if

           .
       carrega-vendas-exit.
           exit.

      *Valoriza uma venda: bruto pelo preco de tabela, desconto da
      *promocao vigente na data da venda, liquido pelo valor do PDV e
      *custo pela quantidade vezes o custo unitario. Pizza fora do
      *catalogo entra com o valor do PDV como bruto, sem desconto e
      *sem custo.
       trata-venda section.

           evaluate true
               when ven-data not numeric or ven-qtde not numeric
                       or ven-valor not numeric
                   add 1 to qtd-vendas-rejeitadas
                   display "Atencao: venda invalida de " ven-nome
                           " ignorada."
               when data-filtro > zero and ven-data not = data-filtro
                   add 1 to qtd-vendas-filtradas
               when other
                   add 1 to qtd-vendas-aceitas
                   perform localiza-data
                   if dat-postar(ind-dat)
                       perform valoriza-venda
                       perform acumula-movimento
                   end-if
           end-evaluate

           .
       trata-venda-exit.
           exit.

      *Localiza (ou inclui) a data da venda na tabela de datas,
      *marcando a data ja postada no controle.
       localiza-data section.

           move zero to ind-achado
           perform varying ind-dat from 1 by 1 until ind-dat > qtd-datas
               if dat-data(ind-dat) = ven-data
                   move ind-dat to ind-achado
               end-if
           end-perform

           if ind-achado > zero
               move ind-achado to ind-dat
           else
               if qtd-datas >= max-datas
                   display "Atencao: limite de " max-datas " datas de "
                           "movimento atingido - postagem recusada."
                   move 'N' to postagem-sw
                   move "limite de datas de movimento atingido"
                       to motivo-recusa
                   move qtd-datas to ind-dat
               else
                   add 1 to qtd-datas
                   move qtd-datas to ind-dat
                   move ven-data to dat-data(ind-dat)
                   move "P"  to dat-situacao(ind-dat)
                   move zero to dat-data-postagem(ind-dat)
                   move zero to dat-bruto(ind-dat)
                   move zero to dat-desconto(ind-dat)
                   move zero to dat-liquido(ind-dat)
                   move zero to dat-custo(ind-dat)
                   move zero to dat-debitos(ind-dat)
                   move zero to dat-creditos(ind-dat)
                   move zero to dat-lancamentos(ind-dat)
                   perform varying ind from 1 by 1
                           until ind > qtd-postadas
                       if pst-data(ind) = ven-data
                           move "J" to dat-situacao(ind-dat)
                           move pst-data-geracao(ind)
                               to dat-data-postagem(ind-dat)
                       end-if
                   end-perform
               end-if
           end-if

           .
       localiza-data-exit.
           exit.

      *Calcula bruto, desconto e custo de uma venda aceita. Venda de
      *canal cadastrado tem o bruto pelo preco do canal e o desconto
      *da promocao no preco do canal, quando o canal aceita a
      *promocao.
       valoriza-venda section.

           move zero to ind-achado
           perform varying ind-pizza from 1 by 1
                   until ind-pizza > qtd-pizzas
               if cat-nome(ind-pizza) = ven-nome
                   move ind-pizza to ind-achado
               end-if
           end-perform

           move zero to valor-desconto
           move zero to valor-custo

           if ind-achado = zero
               add 1 to qtd-fora-catalogo
               move ven-nome  to sabor-venda
               move ven-valor to valor-bruto
               add ven-qtde to unidades-sem-custo
           else
               move ind-achado to ind-pizza
               move cat-sabor(ind-pizza) to sabor-venda
               move cat-preco(ind-pizza) to preco-tabela
               perform calcula-preco-vigente

               move zero to ind-can-encontrado
               if ven-canal not = spaces
                   move ven-canal to nome-pesquisa
                   perform localiza-canal
                   if ind-can-encontrado = zero
                       add 1 to qtd-canal-desconhecido
                       display "Atencao: canal " ven-canal " da venda "
                               "de " ven-nome " nao cadastrado; valori"
                               "zada pela tabela."
                   end-if
               end-if

               if ind-can-encontrado > zero
                   perform valoriza-venda-canal
               else
                   compute valor-bruto = ven-qtde * preco-tabela
                   if preco-vigente < preco-tabela
                       compute valor-desconto =
                               ven-qtde * (preco-tabela - preco-vigente)
                   end-if
               end-if

               if cat-sem-custo(ind-pizza)
                   add ven-qtde to unidades-sem-custo
               else
                   compute valor-custo rounded =
                           ven-qtde * cat-custo(ind-pizza)
               end-if
           end-if

           .
       valoriza-venda-exit.
           exit.

      *Bruto e desconto da venda no canal ind-can-encontrado: o preco
      *proprio da pizza no canal, quando existe, sem desconto; senao
      *o preco do canal derivado da tabela, e o desconto e a
      *diferenca para o derivado do preco promocional quando o canal
      *aceita a promocao.
       valoriza-venda-canal section.

           move ind-can-encontrado to ind-can

           move zero to ind-cpt-encontrado
           perform varying ind-cpt from 1 by 1
                   until ind-cpt > qtd-canal-precos
               if cpt-canal(ind-cpt) = ven-canal
                       and cpt-nome(ind-cpt) = ven-nome
                   move ind-cpt to ind-cpt-encontrado
               end-if
           end-perform

           if ind-cpt-encontrado > zero
               move cpt-preco(ind-cpt-encontrado) to preco-canal-cheio
               move preco-canal-cheio to preco-canal
           else
               move preco-tabela to preco-base-canal
               perform calcula-preco-canal
               move preco-canal to preco-canal-cheio
               if can-com-promocao(ind-can)
                       and preco-vigente < preco-tabela
                   move preco-vigente to preco-base-canal
                   perform calcula-preco-canal
               end-if
           end-if

           compute valor-bruto = ven-qtde * preco-canal-cheio
           if preco-canal < preco-canal-cheio
               compute valor-desconto =
                       ven-qtde * (preco-canal-cheio - preco-canal)
           end-if

           .
       valoriza-venda-canal-exit.
           exit.

      *Preco do canal ind-can a partir de preco-base-canal (mesma
      *regra do CALCULA-PRECO-CANAL do DesafioPizza): o preco mais a
      *taxa fixa, dividido pelo que sobra da comissao, e arredondado
      *para cima pela regra do canal.
       calcula-preco-canal section.

           compute preco-canal rounded =
                   (preco-base-canal + can-taxa(ind-can)) * 100
                   / (100 - can-comissao(ind-can))
               on size error
                   move 999,99 to preco-canal
           end-compute

           move preco-canal to preco-canal-inteiro
           evaluate can-arredonda(ind-can)
               when "I"
                   if preco-canal > preco-canal-inteiro
                       compute preco-canal = preco-canal-inteiro + 1
                           on size error
                               move 999,99 to preco-canal
                       end-compute
                   end-if
               when "9"
                   if preco-canal > preco-canal-inteiro + 0,90
                       add 1 to preco-canal-inteiro
                           on size error
                               move 998 to preco-canal-inteiro
                       end-add
                   end-if
                   compute preco-canal = preco-canal-inteiro + 0,90
               when other
                   continue
           end-evaluate

           .
       calcula-preco-canal-exit.
           exit.

      *Preco vigente da pizza na data da venda (mesma regra do
      *CALCULA-PRECO-VIGENTE do DesafioPizza): vale a ultima
      *promocao do calendario que cobre a data, preco fixo ou
      *desconto percentual; sem promocao, o preco de tabela.
       calcula-preco-vigente section.

           move preco-tabela to preco-vigente
           move zero to ind-pro-ativa

           perform varying ind-pro from 1 by 1
                   until ind-pro > qtd-promocoes
               if pro-nome-tab(ind-pro) = ven-nome
                       and ven-data >= pro-ini-tab(ind-pro)
                       and ven-data <= pro-fim-tab(ind-pro)
                   move ind-pro to ind-pro-ativa
               end-if
           end-perform

           if ind-pro-ativa > zero
               if pro-tipo-tab(ind-pro-ativa) = "P"
                   move pro-valor-tab(ind-pro-ativa) to preco-vigente
               else
                   compute preco-vigente rounded =
                           preco-tabela
                           * (1 - pro-valor-tab(ind-pro-ativa) / 100)
                       on size error
                           move preco-tabela to preco-vigente
                   end-compute
               end-if
           end-if

           .
       calcula-preco-vigente-exit.
           exit.

      *Soma a venda valorizada no movimento da data e do sabor.
       acumula-movimento section.

           add valor-bruto    to dat-bruto(ind-dat)
           add valor-desconto to dat-desconto(ind-dat)
           add ven-valor      to dat-liquido(ind-dat)
           add valor-custo    to dat-custo(ind-dat)

           move zero to ind-achado
           perform varying ind-mov from 1 by 1
                   until ind-mov > qtd-movimentos
               if mov-data(ind-mov) = ven-data
                       and mov-sabor(ind-mov) = sabor-venda
                   move ind-mov to ind-achado
               end-if
           end-perform

           if ind-achado = zero
               if qtd-movimentos >= max-movimentos
                   display "Atencao: limite de " max-movimentos
                           " movimentos por data e sabor atingido - p"
                           "ostagem recusada."
                   move 'N' to postagem-sw
                   move "limite de movimentos por sabor atingido"
                       to motivo-recusa
               else
                   add 1 to qtd-movimentos
                   move qtd-movimentos to ind-achado
                   move ven-data    to mov-data(ind-achado)
                   move sabor-venda to mov-sabor(ind-achado)
                   move zero to mov-bruto(ind-achado)
                   move zero to mov-desconto(ind-achado)
                   move zero to mov-liquido(ind-achado)
                   move zero to mov-custo(ind-achado)
               end-if
           end-if

           if ind-achado > zero
               add valor-bruto    to mov-bruto(ind-achado)
               add valor-desconto to mov-desconto(ind-achado)
               add ven-valor      to mov-liquido(ind-achado)
               add valor-custo    to mov-custo(ind-achado)
           end-if

           .
       acumula-movimento-exit.
           exit.

      *Monta as partidas de cada data a postar: por sabor, credito de
      *VENDA (bruto), debito de DESCONTO e debito de CMV; pela data,
      *debito de CAIXA (liquido), credito de ESTOQUE (custo) e a
      *DIFERENCA entre o liquido recebido e o bruto menos desconto,
      *a debito quando faltou e a credito quando sobrou.
       monta-lancamentos section.

           move zero to qtd-lancamentos

           perform varying ind-dat from 1 by 1 until ind-dat > qtd-datas
               if dat-postar(ind-dat)
                   perform monta-data
               else
                   add 1 to qtd-datas-ignoradas
               end-if
           end-perform

           if qtd-faltas > zero
               move 'N' to postagem-sw
               move "evento sem conta no mapa PIZZA-CONTAS"
                   to motivo-recusa
           end-if

           .
       monta-lancamentos-exit.
           exit.

      *Monta as partidas da data da posicao ind-dat.
       monta-data section.

           perform varying ind-mov from 1 by 1
                   until ind-mov > qtd-movimentos
               if mov-data(ind-mov) = dat-data(ind-dat)
                   move mov-sabor(ind-mov) to sabor-atual
                   move "VENDA" to evento-atual
                   move "C" to natureza-atual
                   move mov-bruto(ind-mov) to valor-atual
                   perform inclui-lancamento
                   move "DESCONTO" to evento-atual
                   move "D" to natureza-atual
                   move mov-desconto(ind-mov) to valor-atual
                   perform inclui-lancamento
                   move "CMV" to evento-atual
                   move "D" to natureza-atual
                   move mov-custo(ind-mov) to valor-atual
                   perform inclui-lancamento
               end-if
           end-perform

           move spaces to sabor-atual
           move "CAIXA" to evento-atual
           move "D" to natureza-atual
           move dat-liquido(ind-dat) to valor-atual
           perform inclui-lancamento

           move "ESTOQUE" to evento-atual
           move "C" to natureza-atual
           move dat-custo(ind-dat) to valor-atual
           perform inclui-lancamento

           compute diferenca-caixa = dat-liquido(ind-dat)
                   - (dat-bruto(ind-dat) - dat-desconto(ind-dat))
           move "DIFERENCA" to evento-atual
           if diferenca-caixa < zero
               move "D" to natureza-atual
               compute valor-atual = zero - diferenca-caixa
           else
               move "C" to natureza-atual
               move diferenca-caixa to valor-atual
           end-if
           perform inclui-lancamento

           .
       monta-data-exit.
           exit.

      *Inclui um lancamento da data em ind-dat, com a conta do mapa
      *(a do sabor, senao a padrao do evento). Valor zero nao gera
      *lancamento; evento sem conta vai para a lista de faltas.
       inclui-lancamento section.

           if valor-atual > zero
               perform procura-conta

               if conta-atual = spaces
                   perform registra-falta
               else
                   if qtd-lancamentos >= max-lancamentos
                       move 'N' to postagem-sw
                       move "limite de lancamentos atingido"
                           to motivo-recusa
                   else
                       add 1 to qtd-lancamentos
                       move dat-data(ind-dat)
                           to lan-data(qtd-lancamentos)
                       move conta-atual
                           to lan-conta(qtd-lancamentos)
                       move natureza-atual
                           to lan-natureza(qtd-lancamentos)
                       move evento-atual
                           to lan-evento(qtd-lancamentos)
                       move sabor-atual
                           to lan-sabor(qtd-lancamentos)
                       move valor-atual
                           to lan-valor(qtd-lancamentos)
                       add 1 to dat-lancamentos(ind-dat)
                       if natureza-atual = "D"
                           add valor-atual to dat-debitos(ind-dat)
                       else
                           add valor-atual to dat-creditos(ind-dat)
                       end-if
                   end-if
               end-if
           end-if

           .
       inclui-lancamento-exit.
           exit.

      *Procura no mapa a conta do evento e do sabor correntes; sem a
      *do sabor, vale a conta padrao (sabor em branco) do evento.
       procura-conta section.

           move spaces to conta-atual

           perform varying ind-cta from 1 by 1
                   until ind-cta > qtd-contas
               if cta-evento-tab(ind-cta) = evento-atual
                       and cta-sabor-tab(ind-cta) = spaces
                       and conta-atual = spaces
                   move cta-conta-tab(ind-cta) to conta-atual
               end-if
           end-perform

           if sabor-atual not = spaces
               perform varying ind-cta from 1 by 1
                       until ind-cta > qtd-contas
                   if cta-evento-tab(ind-cta) = evento-atual
                           and cta-sabor-tab(ind-cta) = sabor-atual
                       move cta-conta-tab(ind-cta) to conta-atual
                   end-if
               end-perform
           end-if

           .
       procura-conta-exit.
           exit.

      *Guarda o evento e sabor sem conta no mapa (uma vez so).
       registra-falta section.

           move zero to ind-achado
           perform varying ind from 1 by 1 until ind > qtd-faltas
               if flt-evento(ind) = evento-atual
                       and flt-sabor(ind) = sabor-atual
                   move ind to ind-achado
               end-if
           end-perform

           if ind-achado = zero and qtd-faltas < max-faltas
               add 1 to qtd-faltas
               move evento-atual to flt-evento(qtd-faltas)
               move sabor-atual  to flt-sabor(qtd-faltas)
           end-if

           .
       registra-falta-exit.
           exit.

      *Confere as partidas dobradas: debitos e creditos de cada data
      *tem que fechar; uma data que nao fecha recusa a postagem
      *inteira (o motivo mostrado e o primeiro encontrado).
       confere-partidas section.

           perform varying ind-dat from 1 by 1 until ind-dat > qtd-datas
               if dat-postar(ind-dat)
                   add dat-debitos(ind-dat)  to total-debitos
                   add dat-creditos(ind-dat) to total-creditos
                   if dat-debitos(ind-dat) not = dat-creditos(ind-dat)
                           and postagem-liberada
                       move 'N' to postagem-sw
                       move dat-data(ind-dat) to data-formatar
                       perform formata-data
                       move spaces to motivo-recusa
                       string "debitos e creditos nao fecham em "
                                   delimited by size
                               data-formatada delimited by size
                           into motivo-recusa
                   end-if
               end-if
           end-perform

           .
       confere-partidas-exit.
           exit.

      *Grava o arquivo do razao e estende o controle das datas
      *postadas. Nada a postar deixa o PIZZAGL anterior como esta;
      *postagem recusada nao grava nada.
       grava-razao section.

           evaluate true
               when not postagem-liberada
                   display "Postagem recusada: " motivo-recusa
                   move 8 to return-code
               when qtd-lancamentos = zero
                   display "Nenhuma data nova a postar - PIZZAGL nao "
                           "foi regravado."
               when other
                   perform grava-lancamentos
           end-evaluate

           .
       grava-razao-exit.
           exit.

      *Grava header, lancamentos e trailer no PIZZAGL e registra as
      *datas postadas no PIZZAGLC.
       grava-lancamentos section.

           open output pizza-razao
           if not fs-razao-ok
               display "Atencao: nao foi possivel abrir PIZZAGL para "
                       "gravacao (status " fs-razao ") - nada postado."
               move 8 to return-code
               move 'N' to postagem-sw
               move "PIZZAGL nao pode ser gravado" to motivo-recusa
           else
               move spaces to razao-reg
               move "H" to gl-tipo
               move data-relatorio to gl-data-geracao
               move hora-execucao  to gl-hora-geracao
               write razao-reg

               perform varying ind-lan from 1 by 1
                       until ind-lan > qtd-lancamentos
                   move spaces to razao-reg
                   move "D" to gl-tipo
                   move lan-data(ind-lan)     to gl-data
                   move lan-conta(ind-lan)    to gl-conta
                   move lan-natureza(ind-lan) to gl-natureza
                   move lan-valor(ind-lan)    to gl-valor
                   move lan-evento(ind-lan)   to gl-evento
                   move lan-sabor(ind-lan)    to gl-sabor
                   write razao-reg
               end-perform

               move spaces to razao-reg
               move "T" to gl-tipo
               move qtd-lancamentos to gl-qtd
               move total-debitos   to gl-total-debitos
               move total-creditos  to gl-total-creditos
               write razao-reg
               close pizza-razao
               move 'S' to razao-sw

               perform grava-controle
           end-if

           .
       grava-lancamentos-exit.
           exit.

      *Estende o PIZZAGLC com as datas postadas nesta execucao.
       grava-controle section.

           open extend pizza-glcontrole
           if not fs-glcontrole-ok
               open output pizza-glcontrole
           end-if

           if not fs-glcontrole-ok
               display "Atencao: nao foi possivel gravar PIZZAGLC "
                       "(status " fs-glcontrole ") - as datas postadas"
                       " nao ficaram registradas; nao reprocessar sem"
                       " conferir o razao."
               move 8 to return-code
           else
               perform varying ind-dat from 1 by 1
                       until ind-dat > qtd-datas
                   if dat-postar(ind-dat)
                           and dat-lancamentos(ind-dat) > zero
                       add 1 to qtd-datas-postadas
                       move dat-data(ind-dat)     to glc-data
                       move data-relatorio        to glc-data-geracao
                       move hora-execucao         to glc-hora
                       move dat-lancamentos(ind-dat)
                           to glc-lancamentos
                       move dat-debitos(ind-dat)  to glc-debitos
                       move dat-creditos(ind-dat) to glc-creditos
                       write glcontrole-reg
                   end-if
               end-perform
               close pizza-glcontrole
           end-if

           .
       grava-controle-exit.
           exit.

      *Grava o resumo da postagem: data a data, o movimento por
      *sabor e as partidas, depois o resumo da execucao.
       emite-resumo section.

           move zero to pagina-atual
           open output contabil-report

           if not fs-contabil-ok
               display "Atencao: nao foi possivel abrir PIZZACTB "
                       "para gravacao (status " fs-contabil ") - resu"
                       "mo so no console."
           else
               perform escreve-cabecalho

               perform varying ind-dat from 1 by 1
                       until ind-dat > qtd-datas
                   perform lista-data
               end-perform

               if qtd-datas = zero
                   move spaces to report-linha
                   move "  (sem movimento de vendas a postar)"
                       to report-linha
                   perform escreve-linha
               end-if

               perform resumo-postagem

               close contabil-report
           end-if

           .
       emite-resumo-exit.
           exit.

      *Lista o movimento e as partidas da data da posicao ind-dat.
       lista-data section.

           move dat-data(ind-dat) to data-formatar
           perform formata-data

           move spaces to report-linha
           string "-- Movimento de " delimited by size
                   data-formatada delimited by size
                   " --" delimited by size
               into report-linha
           perform escreve-linha

           if dat-ja-postada(ind-dat)
               move dat-data-postagem(ind-dat) to data-formatar
               perform formata-data
               move spaces to report-linha
               string "  Ja postado em " delimited by size
                       data-formatada delimited by size
                       " - ignorado." delimited by size
                   into report-linha
               perform escreve-linha
           else
               move spaces to report-linha
               string "  Sabor                    Bruto       Desconto"
                           delimited by size
                       "        Liquido            CMV"
                           delimited by size
                   into report-linha
               perform escreve-linha

               perform varying ind-mov from 1 by 1
                       until ind-mov > qtd-movimentos
                   if mov-data(ind-mov) = dat-data(ind-dat)
                       move mov-bruto(ind-mov)    to bruto-editado
                       move mov-desconto(ind-mov) to desconto-editado
                       move mov-liquido(ind-mov)  to liquido-editado
                       move mov-custo(ind-mov)    to custo-editado
                       move spaces to report-linha
                       string "  " delimited by size
                               mov-sabor(ind-mov) delimited by size
                               bruto-editado delimited by size
                               " " delimited by size
                               desconto-editado delimited by size
                               " " delimited by size
                               liquido-editado delimited by size
                               " " delimited by size
                               custo-editado delimited by size
                           into report-linha
                       perform escreve-linha
                   end-if
               end-perform

               move spaces to report-linha
               move "  Partidas:" to report-linha
               perform escreve-linha

               perform varying ind-lan from 1 by 1
                       until ind-lan > qtd-lancamentos
                   if lan-data(ind-lan) = dat-data(ind-dat)
                       move lan-valor(ind-lan) to valor-editado
                       move spaces to report-linha
                       string "    " delimited by size
                               lan-conta(ind-lan) delimited by size
                               " " delimited by size
                               lan-natureza(ind-lan) delimited by size
                               " " delimited by size
                               valor-editado delimited by size
                               "  " delimited by size
                               lan-evento(ind-lan) delimited by size
                               " " delimited by size
                               lan-sabor(ind-lan) delimited by size
                           into report-linha
                       perform escreve-linha
                   end-if
               end-perform

               move dat-debitos(ind-dat)  to debitos-editado
               move dat-creditos(ind-dat) to creditos-editado
               move spaces to report-linha
               string "  Debitos: " delimited by size
                       debitos-editado delimited by size
                       "  Creditos: " delimited by size
                       creditos-editado delimited by size
                   into report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           perform escreve-linha

           .
       lista-data-exit.
           exit.

      *Resumo da execucao no fim do relatorio e no console.
       resumo-postagem section.

           move spaces to report-linha
           move "-- Resumo da postagem --" to report-linha
           perform escreve-linha

           move spaces to report-linha
           if razao-gravado
               move qtd-lancamentos to qtde-editada
               string "PIZZAGL gravado: " delimited by size
                       qtde-editada delimited by size
                       " lancamento(s), " delimited by size
                       qtd-datas-postadas delimited by size
                       " data(s) postada(s)" delimited by size
                   into report-linha
           else
               if postagem-liberada
                   move "PIZZAGL nao regravado: nenhuma data nova"
                       to report-linha
               else
                   string "PIZZAGL NAO GRAVADO: " delimited by size
                           motivo-recusa delimited by size
                       into report-linha
               end-if
           end-if
           display report-linha
           perform escreve-linha

           move total-debitos  to debitos-editado
           move total-creditos to creditos-editado
           move spaces to report-linha
           string "Debitos: " delimited by size
                   debitos-editado delimited by size
                   "  Creditos: " delimited by size
                   creditos-editado delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           perform varying ind from 1 by 1 until ind > qtd-faltas
               move spaces to report-linha
               string "  Sem conta no mapa: evento " delimited by size
                       flt-evento(ind) delimited by size
                       " sabor " delimited by size
                       flt-sabor(ind) delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-perform

           if qtd-datas-ignoradas > zero
               move spaces to report-linha
               string "Datas ja postadas ignoradas: " delimited by size
                       qtd-datas-ignoradas delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           if qtd-vendas-rejeitadas > zero
               move qtd-vendas-rejeitadas to qtde-editada
               move spaces to report-linha
               string "Vendas invalidas ignoradas: " delimited by size
                       qtde-editada delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           if qtd-fora-catalogo > zero
               move qtd-fora-catalogo to qtde-editada
               move spaces to report-linha
               string "Vendas de pizza fora do catalogo (bruto = valor"
                           delimited by size
                       " do PDV): " delimited by size
                       qtde-editada delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           if qtd-canal-desconhecido > zero
               move qtd-canal-desconhecido to qtde-editada
               move spaces to report-linha
               string "Vendas de canal nao cadastrado (pela tabela): "
                           delimited by size
                       qtde-editada delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           if unidades-sem-custo > zero
               move unidades-sem-custo to qtde-editada
               move spaces to report-linha
               string "Unidades vendidas sem custo (fora do CMV): "
                           delimited by size
                       qtde-editada delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           .
       resumo-postagem-exit.
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
           string "------ Interface Contabil (Razao) ------"
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
                   "   Movimento: " delimited by size
                   descricao-filtro delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Postagem recusada ja saiu com RETURN-CODE 8; data ja postada,
      *nada a postar, venda invalida, sem custo ou de canal nao
      *cadastrado vira 4.
       finaliza section.

           if return-code = zero
                   and (qtd-datas-ignoradas > zero
                        or qtd-lancamentos = zero
                        or qtd-vendas-rejeitadas > zero
                        or qtd-fora-catalogo > zero
                        or qtd-canal-desconhecido > zero
                        or unidades-sem-custo > zero)
               move 4 to return-code
           end-if

      *Toda execucao deixa um registro no log de operacao.
           perform grava-runlog

           stop run
           .
       finaliza-exit.
           exit.

      *Acrescenta ao log de operacao compartilhado o registro desta
      *execucao: lidos sao as vendas, aceitos as vendas validas e
      *rejeitados as invalidas.
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
               move "PizzaContabil" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move linha-comando to log-parm
               move qtd-vendas-lidas to log-lidos
               move qtd-vendas-aceitas to log-aceitos
               move qtd-vendas-rejeitadas to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

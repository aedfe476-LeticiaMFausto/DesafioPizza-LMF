      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaIntegra".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - integridade entre os
      *                   arquivos da esteira, para rodar toda noite
      *                   antes da precificacao: confere cada arquivo
      *                   que carrega nome de pizza ou de ingrediente
      *                   contra o PIZZA-MASTER e o PIZZA-INGREDIENTES
      *                   (a renomeacao 'R' e a exclusao 'E' da
      *                   manutencao so mexem no catalogo), as chaves
      *                   duplicadas, as promocoes sobrepostas da mesma
      *                   pizza e as receitas com ingrediente
      *                   desconhecido. Relatorio de excecoes por
      *                   arquivo e regra (PIZZAINT), registro no
      *                   PIZZA-RUNLOG e RETURN-CODE 8 com erro (4 so
      *                   com aviso) para a JCL segurar a precificacao.
      *                   Nome antigo de pizza renomeada (pelo PIZZA-
      *                   JORNAL) vira sugestao de correcao no
      *                   PIZZACOR, que depois de revisado e aplicado
      *                   com PARM='A' em vez de editar seis arquivos
      *                   a mao.
      * 15/10/2026  LMF   O movimento PIZZA-VENDAS passa a trazer o
      *                   canal da venda (ven-canal, em branco no
      *                   balcao); as vendas continuam somadas por
      *                   pizza.
      * 15/10/2026  LMF   O PIZZA-RUNLOG e o PIZZA-JORNAL passam a
      *                   trazer o operador identificado na execucao
      *                   (log-operador, em branco aqui, e
      *                   jrn-operador).
      * 15/10/2026  LMF   Confere tambem os arquivos criados depois
      *                   desta verificacao: precos por canal
      *                   (PIZZA-CANAL-PRECOS, pizza e canal),
      *                   historico de vendas (PIZZA-HIST-VENDAS,
      *                   pizza e canal), canal do movimento de
      *                   vendas, canais de venda (PIZZA-CANAIS, codigo
      *                   repetido), atributos de ingrediente
      *                   (PIZZA-ATRIBUTOS) e mapa de contas
      *                   (PIZZA-CONTAS, sabor). O PARM='A' passa a
      *                   corrigir tambem os precos por canal e o
      *                   historico de vendas, e o REWRITE que falha
      *                   interrompe a correcao do arquivo com
      *                   RETURN-CODE 8.
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

           select pizza-ingredientes assign to "PIZZAING"
               organization is sequential
               file status is fs-ingrediente.

           select pizza-variacoes assign to "PIZZAVAR"
               organization is sequential
               file status is fs-variacoes.

           select pizza-receitas assign to "PIZZARCP"
               organization is sequential
               file status is fs-receitas.

           select pizza-promocoes assign to "PIZZAPRO"
               organization is sequential
               file status is fs-promocoes.

           select pizza-pdv assign to "PIZZAPUL"
               organization is sequential
               file status is fs-pdv.

           select pizza-fornecedor assign to "FORNECED"
               organization is sequential
               file status is fs-fornecedor.

           select pizza-aprovacao assign to "PIZZAAPV"
               organization is sequential
               file status is fs-aprovacao.

           select pizza-benchmark assign to "PIZZABMK"
               organization is sequential
               file status is fs-benchmark.

           select pizza-hist assign to "PIZZAHIS"
               organization is sequential
               file status is fs-hist.

           select pizza-canal-precos assign to "PIZZACPR"
               organization is sequential
               file status is fs-canal-precos.

           select pizza-hist-vendas assign to "PIZZAVHS"
               organization is sequential
               file status is fs-hist-vendas.

           select pizza-canais assign to "PIZZACNL"
               organization is sequential
               file status is fs-canais.

           select pizza-vendas assign to "PIZZAVEN"
               organization is sequential
               file status is fs-vendas.

           select pizza-contagem assign to "PIZZACNT"
               organization is sequential
               file status is fs-contagem.

           select pizza-entradas assign to "PIZZAENT"
               organization is sequential
               file status is fs-entradas.

           select pizza-atributos assign to "PIZZAATR"
               organization is sequential
               file status is fs-atributos.

           select pizza-contas assign to "PIZZACTA"
               organization is sequential
               file status is fs-contas.

           select pizza-jornal assign to "PIZZAJRN"
               organization is sequential
               file status is fs-jornal.

           select pizza-correcao assign to "PIZZACOR"
               organization is sequential
               file status is fs-correcao.

           select integridade-report assign to "PIZZAINT"
               organization is sequential
               file status is fs-integridade.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.

       i-o-control.

      *Declaracao de variaveis
       data division.

      *----Variaveis de arquivos
       file section.

      *Catalogo de pizzas, a referencia dos nomes de pizza; aberto so
      *para leitura.
       fd  pizza-master
           label records are standard.
       01  master-reg.
           05 master-nome                          pic x(15).
           05 master-forma                         pic x(01).
           05 master-diametro                      pic 9(03).
           05 master-altura                        pic 9(03).
           05 master-preco                         pic 9(03)v99.

      *Tabela de precos de ingredientes, a referencia dos nomes de
      *ingrediente.
       fd  pizza-ingredientes
           label records are standard.
       01  ingrediente-reg.
           05 ing-nome                             pic x(15).
           05 ing-preco                            pic 9(03)v99.

      *Familias de sabor e tamanho do DesafioPizza.
       fd  pizza-variacoes
           label records are standard.
       01  variacao-reg.
           05 var-sabor                            pic x(15).
           05 var-tamanho                          pic x(02).
           05 var-nome                             pic x(15).

      *Receitas do cardapio, um registro por ingrediente de cada
      *pizza.
       fd  pizza-receitas
           label records are standard.
       01  receita-reg.
           05 rcp-pizza                            pic x(15).
           05 rcp-ingrediente                      pic x(15).
           05 rcp-qtde                             pic 9(03)v999.

      *Calendario de promocoes do DesafioPizza.
       fd  pizza-promocoes
           label records are standard.
       01  promocao-reg.
           05 pro-nome                             pic x(15).
           05 pro-data-ini                         pic 9(08).
           05 pro-data-fim                         pic 9(08).
           05 pro-tipo                             pic x(01).
           05 pro-valor                            pic 9(03)v99.

      *Precos atualmente carregados no PDV.
       fd  pizza-pdv
           label records are standard.
       01  pdv-reg.
           05 pdv-nome                             pic x(15).
           05 pdv-preco                            pic 9(03)v99.

      *Extrato de custo por pizza do fornecedor.
       fd  pizza-fornecedor
           label records are standard.
       01  fornecedor-reg.
           05 forn-nome                            pic x(15).
           05 forn-custo                           pic 9(03)v99.

      *Fila de aprovacao de precos do DesafioPizza.
       fd  pizza-aprovacao
           label records are standard.
       01  aprovacao-reg.
           05 apv-nome                             pic x(15).
           05 apv-situacao                         pic x(01).
           05 apv-data                             pic 9(08).
           05 apv-hora                             pic 9(06).
           05 apv-origem                           pic x(12).
           05 apv-preco-ant                        pic 9(03)v99.
           05 apv-preco-novo                       pic 9(03)v99.
           05 apv-motivo                           pic x(30).

      *Referencia de precos de concorrentes do PizzaMercado, com o
      *nome da pizza equivalente do nosso catalogo.
       fd  pizza-benchmark
           label records are standard.
       01  benchmark-reg.
           05 bmk-concorrente                      pic x(15).
           05 bmk-pizza                            pic x(15).
           05 bmk-forma                            pic x(01).
           05 bmk-diametro                         pic 9(03).
           05 bmk-altura                           pic 9(03).
           05 bmk-preco                            pic 9(03)v99.

      *Historico de preco por cm2 do DesafioPizza.
       fd  pizza-hist
           label records are standard.
       01  hist-reg.
           05 hist-nome                            pic x(15).
           05 hist-data                            pic 9(08).
           05 hist-preco-cm2                       pic 9(05)V99.

      *Preco proprio de uma pizza num canal, do DesafioPizza.
       fd  pizza-canal-precos
           label records are standard.
       01  canal-preco-reg.
           05 cpr-canal                            pic x(05).
           05 cpr-nome                             pic x(15).
           05 cpr-preco                            pic 9(03)v99.

      *Historico de vendas do DesafioPizza, um registro por pizza,
      *data e canal.
       fd  pizza-hist-vendas
           label records are standard.
       01  hist-venda-reg.
           05 vhs-nome                             pic x(15).
           05 vhs-data                             pic 9(08).
           05 vhs-qtde                             pic 9(05).
           05 vhs-valor                            pic 9(07)v99.
           05 vhs-canal                            pic x(05).

      *Canais de venda do DesafioPizza, a referencia dos codigos de
      *canal.
       fd  pizza-canais
           label records are standard.
       01  canal-reg.
           05 cnl-codigo                           pic x(05).
           05 cnl-nome                             pic x(20).
           05 cnl-comissao                         pic 9(02)v99.
           05 cnl-taxa                             pic 9(03)v99.
           05 cnl-arredonda                        pic x(01).
           05 cnl-promocao                         pic x(01).

      *Movimento diario de vendas do PDV.
       fd  pizza-vendas
           label records are standard.
       01  venda-reg.
           05 ven-nome                             pic x(15).
           05 ven-data                             pic 9(08).
           05 ven-qtde                             pic 9(05).
           05 ven-valor                            pic 9(07)v99.
           05 ven-canal                            pic x(05).

      *Contagens fisicas de estoque do PizzaEstoque.
       fd  pizza-contagem
           label records are standard.
       01  contagem-reg.
           05 cnt-ingrediente                      pic x(15).
           05 cnt-data                             pic 9(08).
           05 cnt-qtde                             pic 9(05)v999.

      *Entradas de mercadoria do PizzaEstoque.
       fd  pizza-entradas
           label records are standard.
       01  entrada-reg.
           05 ent-ingrediente                      pic x(15).
           05 ent-data                             pic 9(08).
           05 ent-qtde                             pic 9(05)v999.
           05 ent-documento                        pic x(10).

      *Alergenos e nutricao por ingrediente do PizzaRotulo.
       fd  pizza-atributos
           label records are standard.
       01  atributo-reg.
           05 atr-ingrediente                      pic x(15).
           05 atr-alergenos                        pic x(08).
           05 atr-calorias                         pic 9(05)v99.
           05 atr-sodio                            pic 9(06)v99.

      *Mapa de contas do razao do PizzaContabil; o sabor em branco e
      *a conta padrao do evento.
       fd  pizza-contas
           label records are standard.
       01  conta-reg.
           05 cta-evento                           pic x(10).
           05 cta-sabor                            pic x(15).
           05 cta-conta                            pic x(12).

      *Jornal de auditoria do catalogo: daqui saem as renomeacoes e
      *exclusoes que explicam um nome que sumiu do PIZZA-MASTER.
       fd  pizza-jornal
           label records are standard.
       01  jornal-reg.
           05 jrn-data                             pic 9(08).
           05 jrn-hora                             pic 9(06).
           05 jrn-modo                             pic x(01).
           05 jrn-origem                           pic x(12).
           05 jrn-acao                             pic x(01).
              88 jrn-exclusao                      value "E".
              88 jrn-renomeacao                    value "R".
           05 jrn-antes.
              10 jrn-ant-nome                      pic x(15).
              10 jrn-ant-forma                     pic x(01).
              10 jrn-ant-diametro                  pic 9(03).
              10 jrn-ant-altura                    pic 9(03).
              10 jrn-ant-preco                     pic 9(03)v99.
           05 jrn-depois.
              10 jrn-dep-nome                      pic x(15).
              10 jrn-dep-forma                     pic x(01).
              10 jrn-dep-diametro                  pic 9(03).
              10 jrn-dep-altura                    pic 9(03).
              10 jrn-dep-preco                     pic 9(03)v99.
           05 jrn-operador                         pic x(08).

      *Correcoes sugeridas para nomes antigos de pizza renomeada: um
      *registro por arquivo e nome antigo, com o nome atual no
      *catalogo e a quantidade de registros afetados. Gravado a cada
      *verificacao; antes de rodar com PARM='A' o responsavel revisa
      *e troca cor-aplicar para 'N' no que nao deve ser aplicado.
       fd  pizza-correcao
           label records are standard.
       01  correcao-reg.
           05 cor-arquivo                          pic x(08).
           05 cor-nome-antigo                      pic x(15).
           05 cor-nome-novo                        pic x(15).
           05 cor-aplicar                          pic x(01).
              88 cor-aprovada                      value "S".
           05 cor-qtde                             pic 9(07).

      *Relatorio de excecoes por arquivo e regra.
       fd  integridade-report
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

      *Arquivos conferidos, na ordem do relatorio. Os de 2 a 11 sao
      *os que aceitam correcao de nome de pizza pelo PIZZACOR; o
      *movimento de vendas e corrigido na origem (PDV), os arquivos
      *de estoque e de atributos so carregam ingrediente, e o mapa de
      *contas carrega sabor.
       01  arquivos-nomes.
           05 filler                  pic x(08) value "PIZZAING".
           05 filler                  pic x(08) value "PIZZAVAR".
           05 filler                  pic x(08) value "PIZZARCP".
           05 filler                  pic x(08) value "PIZZAPRO".
           05 filler                  pic x(08) value "PIZZAPUL".
           05 filler                  pic x(08) value "FORNECED".
           05 filler                  pic x(08) value "PIZZAAPV".
           05 filler                  pic x(08) value "PIZZABMK".
           05 filler                  pic x(08) value "PIZZAHIS".
           05 filler                  pic x(08) value "PIZZACPR".
           05 filler                  pic x(08) value "PIZZAVHS".
           05 filler                  pic x(08) value "PIZZACNL".
           05 filler                  pic x(08) value "PIZZAVEN".
           05 filler                  pic x(08) value "PIZZACNT".
           05 filler                  pic x(08) value "PIZZAENT".
           05 filler                  pic x(08) value "PIZZAATR".
           05 filler                  pic x(08) value "PIZZACTA".
       01  arquivos-r redefines arquivos-nomes.
           05 arq-nome  occurs 17 times            pic x(08).
       01  arquivos-descricoes.
           05 filler          pic x(24) value "ingredientes".
           05 filler          pic x(24) value "familias de sabor".
           05 filler          pic x(24) value "receitas".
           05 filler          pic x(24) value "promocoes".
           05 filler          pic x(24) value "precos no PDV".
           05 filler          pic x(24) value "custos do fornecedor".
           05 filler          pic x(24) value "fila de aprovacao".
           05 filler          pic x(24) value "referencia de mercado".
           05 filler          pic x(24) value "historico de precos".
           05 filler          pic x(24) value "precos por canal".
           05 filler          pic x(24) value "historico de vendas".
           05 filler          pic x(24) value "canais de venda".
           05 filler          pic x(24) value "movimento de vendas".
           05 filler          pic x(24) value "contagens de estoque".
           05 filler          pic x(24) value "entradas de mercadoria".
           05 filler          pic x(24)
                              value "atributos de ingrediente".
           05 filler          pic x(24) value "mapa de contas".
       01  arquivos-descricoes-r redefines arquivos-descricoes.
           05 arq-descricao  occurs 17 times       pic x(24).
      *Situacao e contadores de cada arquivo na verificacao.
       01  arquivos-contadores.
           05 arq-contador  occurs 17 times.
              10 arq-situacao                      pic x(01).
                 88 arq-lido                       value "L".
                 88 arq-ausente                    value "A".
              10 arq-lidos                         pic 9(07).
              10 arq-erros                         pic 9(07).
              10 arq-avisos                        pic 9(07).
       77  max-arquivos                        pic 9(02) value 17.
       77  ultimo-corrigivel                   pic 9(02) value 11.

      *Regras conferidas, na ordem em que aparecem no relatorio.
       01  regras-descricoes.
           05 filler       pic x(36) value "pizza fora do catalogo".
           05 filler       pic x(36) value "ingrediente desconhecido".
           05 filler       pic x(36) value "chave duplicada".
           05 filler       pic x(36)
                           value "promocoes sobrepostas da pizza".
           05 filler       pic x(36)
                           value "periodo de promocao invalido".
           05 filler       pic x(36)
                           value "pizza em mais de uma familia".
           05 filler       pic x(36)
                           value "arquivo de referencia ausente".
           05 filler       pic x(36)
                           value "canal de venda desconhecido".
           05 filler       pic x(36)
                           value "sabor fora das familias e catalogo".
       01  regras-r redefines regras-descricoes.
           05 regra-descricao  occurs 9 times      pic x(36).
       77  max-regras                          pic 9(01) value 9.

      *Catalogo e ingredientes de referencia em memoria.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
       77  max-ingredientes                    pic 9(03) value 500.
       77  qtd-ingredientes                    pic 9(03) value zero.
       01  ingredientes-tab  occurs 1 to 500 times
                             depending on qtd-ingredientes.
           05 ing-nome-tab                         pic x(15).
       77  ingredientes-sw                     pic x(01) value 'S'.
           88 ingredientes-carregados              value 'S'.

      *Canais de venda e sabores das familias de referencia em
      *memoria.
       77  max-canais                          pic 9(02) value 50.
       77  qtd-canais                          pic 9(02) value zero.
       01  canais-tab  occurs 1 to 50 times depending on qtd-canais.
           05 can-codigo                           pic x(05).
       77  max-sabores                         pic 9(03) value 500.
       77  qtd-sabores                         pic 9(03) value zero.
       01  sabores-tab  occurs 1 to 500 times depending on qtd-sabores.
           05 sab-nome                             pic x(15).

      *Renomeacoes e exclusoes do jornal, na ordem em que aconteceram
      *(a mais recente do mesmo nome vale).
       77  max-jornal                          pic 9(03) value 500.
       77  qtd-renomeacoes                     pic 9(03) value zero.
       01  renomeacoes-tab  occurs 1 to 500 times
                            depending on qtd-renomeacoes.
           05 ren-antigo                           pic x(15).
           05 ren-novo                             pic x(15).
       77  qtd-exclusoes                       pic 9(03) value zero.
       01  exclusoes-tab  occurs 1 to 500 times
                          depending on qtd-exclusoes.
           05 exl-nome                             pic x(15).
           05 exl-data                             pic 9(08).

      *Chaves ja vistas no arquivo em conferencia, para achar as
      *duplicadas; o primeiro caractere separa os tipos de chave do
      *mesmo arquivo.
       77  max-chaves                          pic 9(04) value 3000.
       77  qtd-chaves                          pic 9(04) value zero.
       01  chaves-tab  occurs 1 to 3000 times depending on qtd-chaves.
           05 chave-tab                            pic x(31).

      *Promocoes do calendario, para cruzar os periodos da mesma
      *pizza.
       77  max-promocoes                       pic 9(03) value 500.
       77  qtd-promocoes                       pic 9(03) value zero.
       01  promocoes-tab  occurs 1 to 500 times
                          depending on qtd-promocoes.
           05 prm-nome                             pic x(15).
           05 prm-data-ini                         pic 9(08).
           05 prm-data-fim                         pic 9(08).

      *Excecoes encontradas: a mesma excecao no mesmo arquivo so e
      *listada uma vez, com a quantidade de registros.
       77  max-excecoes                        pic 9(04) value 2000.
       77  qtd-excecoes                        pic 9(04) value zero.
       01  excecoes-tab  occurs 1 to 2000 times
                         depending on qtd-excecoes.
           05 exc-arquivo                          pic 9(02).
           05 exc-regra                            pic 9(01).
           05 exc-grave                            pic x(01).
           05 exc-texto                            pic x(62).
           05 exc-qtde                             pic 9(07).
       77  excecoes-excedentes                 pic 9(07) value zero.

      *Correcoes sugeridas nesta verificacao (gravadas no PIZZACOR).
       77  max-correcoes                       pic 9(03) value 500.
       77  qtd-sugestoes                       pic 9(03) value zero.
       01  sugestoes-tab  occurs 1 to 500 times
                          depending on qtd-sugestoes.
           05 sug-arquivo                          pic x(08).
           05 sug-antigo                           pic x(15).
           05 sug-novo                             pic x(15).
           05 sug-qtde                             pic 9(07).

      *Correcoes lidas do PIZZACOR revisado, no modo 'A': S-e
      *aplica, N-ao aprovada pelo revisor ou R-ecusada na critica.
       77  qtd-correcoes                       pic 9(03) value zero.
       01  correcoes-tab  occurs 1 to 500 times
                          depending on qtd-correcoes.
           05 crr-arquivo                          pic x(08).
           05 crr-antigo                           pic x(15).
           05 crr-novo                             pic x(15).
           05 crr-situacao                         pic x(01).
              88 crr-aplicavel                     value "S".
              88 crr-recusada                      value "R".
           05 crr-motivo                           pic x(30).
           05 crr-aplicados                        pic 9(07).

      *Modo de execucao: V-erificacao (padrao) ou A-plicacao das
      *correcoes revisadas seguida da verificacao.
       77  linha-comando                           pic x(20).
       77  modo-execucao                           pic x(01).
           88 modo-verificacao                     value 'V'.
           88 modo-aplicacao                       value 'A'.

      *Variaveis de controle
       77  ind                                     pic 9(04).
       77  ind-outra                               pic 9(04).
       77  ind-arquivo                             pic 9(02).
       77  ind-regra                               pic 9(02).
       77  ind-achado                              pic 9(04).
       77  ind-exc                                 pic 9(04).
       77  saltos                                  pic 9(02).
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-ingrediente                          pic x(02).
           88 fs-ingrediente-ok                    value '00'.
           88 fs-ingrediente-fim                   value '10'.
       77  fs-variacoes                            pic x(02).
           88 fs-variacoes-ok                      value '00'.
           88 fs-variacoes-fim                     value '10'.
       77  fs-receitas                             pic x(02).
           88 fs-receitas-ok                       value '00'.
           88 fs-receitas-fim                      value '10'.
       77  fs-promocoes                            pic x(02).
           88 fs-promocoes-ok                      value '00'.
           88 fs-promocoes-fim                     value '10'.
       77  fs-pdv                                  pic x(02).
           88 fs-pdv-ok                            value '00'.
           88 fs-pdv-fim                           value '10'.
       77  fs-fornecedor                           pic x(02).
           88 fs-fornecedor-ok                     value '00'.
           88 fs-fornecedor-fim                    value '10'.
       77  fs-aprovacao                            pic x(02).
           88 fs-aprovacao-ok                      value '00'.
           88 fs-aprovacao-fim                     value '10'.
       77  fs-benchmark                            pic x(02).
           88 fs-benchmark-ok                      value '00'.
           88 fs-benchmark-fim                     value '10'.
       77  fs-hist                                 pic x(02).
           88 fs-hist-ok                           value '00'.
           88 fs-hist-fim                          value '10'.
       77  fs-canal-precos                         pic x(02).
           88 fs-canal-precos-ok                   value '00'.
           88 fs-canal-precos-fim                  value '10'.
       77  fs-hist-vendas                          pic x(02).
           88 fs-hist-vendas-ok                    value '00'.
           88 fs-hist-vendas-fim                   value '10'.
       77  fs-canais                               pic x(02).
           88 fs-canais-ok                         value '00'.
           88 fs-canais-fim                        value '10'.
       77  fs-atributos                            pic x(02).
           88 fs-atributos-ok                      value '00'.
           88 fs-atributos-fim                     value '10'.
       77  fs-contas                               pic x(02).
           88 fs-contas-ok                         value '00'.
           88 fs-contas-fim                        value '10'.
       77  fs-vendas                               pic x(02).
           88 fs-vendas-ok                         value '00'.
           88 fs-vendas-fim                        value '10'.
       77  fs-contagem                             pic x(02).
           88 fs-contagem-ok                       value '00'.
           88 fs-contagem-fim                      value '10'.
       77  fs-entradas                             pic x(02).
           88 fs-entradas-ok                       value '00'.
           88 fs-entradas-fim                      value '10'.
       77  fs-jornal                               pic x(02).
           88 fs-jornal-ok                         value '00'.
           88 fs-jornal-fim                        value '10'.
       77  fs-correcao                             pic x(02).
           88 fs-correcao-ok                       value '00'.
           88 fs-correcao-fim                      value '10'.
       77  fs-integridade                          pic x(02).
           88 fs-integridade-ok                    value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.
       77  fs-regravacao                           pic x(02).

      *Area de trabalho das conferencias de um registro.
       77  nome-pesquisa                           pic x(15).
       77  nome-destino                            pic x(15).
       77  nome-corrigido                          pic x(15).
       77  chave-pesquisa                          pic x(31).
       77  complemento-texto                       pic x(40).
       77  canal-pesquisa                          pic x(05).
       77  regra-atual                             pic 9(01).
       77  grave-atual                             pic x(01).
           88 grave-erro                           value 'E'.
           88 grave-aviso                          value 'A'.
       77  texto-excecao                           pic x(62).
       77  achou-sw                                pic x(01).
           88 achou                                value 'S'.
       77  renomeada-sw                            pic x(01).
           88 renomeada                            value 'S'.
       77  registro-sw                             pic x(01).
           88 registro-com-excecao                 value 'S'.
       77  correcao-sw                             pic x(01).
           88 correcao-achada                      value 'S'.
       77  arquivo-correcao-sw                     pic x(01).
           88 arquivo-tem-correcao                 value 'S'.
       77  ind-correcao                            pic 9(03).

      *Totais da execucao.
       77  qtd-lidos                           pic 9(07) value zero.
       77  qtd-registros-excecao               pic 9(07) value zero.
       77  qtd-erros                           pic 9(07) value zero.
       77  qtd-avisos                          pic 9(07) value zero.
       77  qtd-aplicados                       pic 9(07) value zero.
       77  qtd-correcoes-recusadas             pic 9(03) value zero.
       77  qtd-falhas-regravacao               pic 9(02) value zero.

      *Variaveis do relatorio impresso (PIZZAINT)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.
       77  descricao-modo                          pic x(11).
       01  data-formatar                           pic 9(08).
       01  data-formatar-r redefines data-formatar.
           05 ano-formatar                         pic 9(04).
           05 mes-formatar                         pic 9(02).
           05 dia-formatar                         pic 9(02).
       77  data-formatada                          pic x(10).
       77  data-formatada-2                        pic x(10).
       77  qtde-editada                            pic zzzzzz9.
       77  total-editado                           pic z.zzz.zz9.
       77  total-editado-2                         pic z.zzz.zz9.
       77  qtd-regra                               pic 9(07).

       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-master
           perform verifica-ingredientes
           perform verifica-canais
           perform carrega-jornal
           if modo-aplicacao
               perform carrega-correcoes
               perform aplica-correcoes
           end-if
           perform verifica-variacoes
           perform verifica-receitas
           perform verifica-promocoes
           perform verifica-pdv
           perform verifica-fornecedores
           perform verifica-aprovacoes
           perform verifica-benchmark
           perform verifica-historico
           perform verifica-canal-precos
           perform verifica-historico-vendas
           perform verifica-vendas
           perform verifica-contagens
           perform verifica-entradas
           perform verifica-atributos
           perform verifica-contas
           perform grava-sugestoes
           perform emite-integridade
           perform finaliza
           .

       inicializa section.

           accept data-relatorio from date yyyymmdd

      *O modo vem no parametro de chamada (PARM da JCL, ou primeiro
      *argumento no PC): 'A' aplica as correcoes revisadas do
      *PIZZACOR antes de verificar; sem parametro so verifica.
           move spaces to linha-comando
           accept linha-comando from command-line
           move linha-comando(1:1) to modo-execucao
           if not modo-aplicacao
               move 'V' to modo-execucao
               move "verificacao" to descricao-modo
           else
               move "aplicacao" to descricao-modo
           end-if

           perform varying ind-arquivo from 1 by 1
                   until ind-arquivo > max-arquivos
               move "A"  to arq-situacao(ind-arquivo)
               move zero to arq-lidos(ind-arquivo)
               move zero to arq-erros(ind-arquivo)
               move zero to arq-avisos(ind-arquivo)
           end-perform

           .
       inicializa-exit.
           exit.

      *Le o catalogo PIZZA-MASTER para a tabela de referencia. Sem o
      *catalogo nao ha contra o que conferir: encerra com RETURN-CODE
      *12.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if not fs-master-ok
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - integridade nao conf"
                       "erida."
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
                           move master-nome to cat-nome(qtd-pizzas)
                       else
                           set fs-master-fim to true
                       end-if
               end-read
           end-perform
           close pizza-master

           .
       carrega-master-exit.
           exit.

      *Le o PIZZA-INGREDIENTES para a tabela de referencia, ja
      *conferindo o nome repetido. Sem o arquivo, os nomes de
      *ingrediente dos demais arquivos ficam sem conferir (aviso).
       verifica-ingredientes section.

           move 1 to ind-arquivo
           move zero to qtd-chaves
           move zero to qtd-ingredientes
           open input pizza-ingredientes

           if not fs-ingrediente-ok
               move 'N' to ingredientes-sw
               move 7 to regra-atual
               move 'A' to grave-atual
               move "PIZZAING ausente: ingredientes nao conferidos"
                   to texto-excecao
               perform registra-excecao
           else
               set arq-lido(ind-arquivo) to true
               perform until fs-ingrediente-fim
                   read pizza-ingredientes
                       at end
                           set fs-ingrediente-fim to true
                       not at end
                           perform inicia-registro
                           move spaces to chave-pesquisa
                           move ing-nome to chave-pesquisa
                           move ing-nome to texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           if qtd-ingredientes < max-ingredientes
                               add 1 to qtd-ingredientes
                               move ing-nome
                                   to ing-nome-tab(qtd-ingredientes)
                           end-if
                           perform termina-registro
                   end-read
               end-perform
               close pizza-ingredientes
           end-if

           .
       verifica-ingredientes-exit.
           exit.

      *PIZZA-CANAIS: codigo repetido. Os codigos lidos sao a
      *referencia do canal nos precos por canal e nas vendas; sem o
      *arquivo a loja nao vende por canal e nenhum canal e aceito.
       verifica-canais section.

           move 12 to ind-arquivo
           move zero to qtd-chaves
           move zero to qtd-canais
           open input pizza-canais

           if fs-canais-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-canais-fim
                   read pizza-canais
                       at end
                           set fs-canais-fim to true
                       not at end
                           perform inicia-registro
                           move spaces to chave-pesquisa
                           move cnl-codigo to chave-pesquisa
                           move spaces to texto-excecao
                           string cnl-codigo delimited by size
                                   " " delimited by size
                                   cnl-nome delimited by size
                               into texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           if qtd-canais < max-canais
                               add 1 to qtd-canais
                               move cnl-codigo
                                   to can-codigo(qtd-canais)
                           end-if
                           perform termina-registro
                   end-read
               end-perform
               close pizza-canais
           end-if

           .
       verifica-canais-exit.
           exit.

      *Le do PIZZA-JORNAL as renomeacoes e as exclusoes do catalogo,
      *que explicam o nome que sumiu e indicam o nome atual. Sem o
      *jornal, o nome orfao sai sem explicacao nem sugestao.
       carrega-jornal section.

           open input pizza-jornal

           if fs-jornal-ok
               perform until fs-jornal-fim
                   read pizza-jornal
                       at end
                           set fs-jornal-fim to true
                       not at end
                           evaluate true
                               when jrn-renomeacao
                                   perform guarda-renomeacao
                               when jrn-exclusao
                                   perform guarda-exclusao
                           end-evaluate
                   end-read
               end-perform
               close pizza-jornal
           end-if

           .
       carrega-jornal-exit.
           exit.

      *Guarda uma renomeacao do jornal; a mais recente do mesmo nome
      *antigo substitui a anterior.
       guarda-renomeacao section.

           move zero to ind-achado
           perform varying ind from 1 by 1
                   until ind > qtd-renomeacoes
               if ren-antigo(ind) = jrn-ant-nome
                   move ind to ind-achado
               end-if
           end-perform

           evaluate true
               when ind-achado > zero
                   move jrn-dep-nome to ren-novo(ind-achado)
               when qtd-renomeacoes < max-jornal
                   add 1 to qtd-renomeacoes
                   move jrn-ant-nome to ren-antigo(qtd-renomeacoes)
                   move jrn-dep-nome to ren-novo(qtd-renomeacoes)
               when other
                   display "Atencao: limite de " max-jornal
                           " renomeacoes do jornal atingido; excedente"
                           " ignorado."
           end-evaluate

           .
       guarda-renomeacao-exit.
           exit.

      *Guarda uma exclusao do jornal; a mais recente do mesmo nome
      *substitui a anterior.
       guarda-exclusao section.

           move zero to ind-achado
           perform varying ind from 1 by 1
                   until ind > qtd-exclusoes
               if exl-nome(ind) = jrn-ant-nome
                   move ind to ind-achado
               end-if
           end-perform

           evaluate true
               when ind-achado > zero
                   move jrn-data to exl-data(ind-achado)
               when qtd-exclusoes < max-jornal
                   add 1 to qtd-exclusoes
                   move jrn-ant-nome to exl-nome(qtd-exclusoes)
                   move jrn-data     to exl-data(qtd-exclusoes)
               when other
                   display "Atencao: limite de " max-jornal
                           " exclusoes do jornal atingido; excedente "
                           "ignorado."
           end-evaluate

           .
       guarda-exclusao-exit.
           exit.

      *Le o PIZZACOR revisado para o modo 'A' e critica cada
      *correcao: so arquivos que aceitam correcao, nome novo que
      *exista no catalogo e nome antigo que nao exista mais (senao a
      *correcao juntaria duas pizzas). A recusada fica no relatorio.
       carrega-correcoes section.

           move zero to qtd-correcoes
           open input pizza-correcao

           if not fs-correcao-ok
               display "Atencao: nao foi possivel abrir PIZZACOR "
                       "(status " fs-correcao ") - nenhuma correcao a"
                       "plicada."
               add 1 to qtd-correcoes-recusadas
           else
               perform until fs-correcao-fim
                   read pizza-correcao
                       at end
                           set fs-correcao-fim to true
                       not at end
                           if qtd-correcoes < max-correcoes
                               add 1 to qtd-correcoes
                               perform critica-correcao
                           else
                               display "Atencao: limite de "
                                       max-correcoes " correcoes atin"
                                       "gido; excedente ignorado."
                               add 1 to qtd-correcoes-recusadas
                               set fs-correcao-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-correcao
           end-if

           .
       carrega-correcoes-exit.
           exit.

      *Critica uma correcao lida do PIZZACOR.
       critica-correcao section.

           move cor-arquivo     to crr-arquivo(qtd-correcoes)
           move cor-nome-antigo to crr-antigo(qtd-correcoes)
           move cor-nome-novo   to crr-novo(qtd-correcoes)
           move spaces          to crr-motivo(qtd-correcoes)
           move zero            to crr-aplicados(qtd-correcoes)
           move "S"             to crr-situacao(qtd-correcoes)

           move zero to ind-achado
           perform varying ind-arquivo from 2 by 1
                   until ind-arquivo > ultimo-corrigivel
               if arq-nome(ind-arquivo) = cor-arquivo
                   move ind-arquivo to ind-achado
               end-if
           end-perform

           move cor-nome-novo to nome-pesquisa
           perform procura-catalogo
           evaluate true
               when not cor-aprovada
                   move "N" to crr-situacao(qtd-correcoes)
                   move "nao aprovada na revisao"
                       to crr-motivo(qtd-correcoes)
               when ind-achado = zero
                   move "arquivo nao aceita correcao"
                       to crr-motivo(qtd-correcoes)
               when not achou
                   move "nome novo fora do catalogo"
                       to crr-motivo(qtd-correcoes)
               when other
                   move cor-nome-antigo to nome-pesquisa
                   perform procura-catalogo
                   if achou
                       move "nome antigo ainda no catalogo"
                           to crr-motivo(qtd-correcoes)
                   end-if
           end-evaluate

           if crr-aplicavel(qtd-correcoes)
                   and crr-motivo(qtd-correcoes) not = spaces
               set crr-recusada(qtd-correcoes) to true
               add 1 to qtd-correcoes-recusadas
           end-if

           .
       critica-correcao-exit.
           exit.

      *Aplica as correcoes aceitas, arquivo por arquivo, regravando
      *no lugar so os registros com o nome antigo. Arquivo sem
      *correcao nem e aberto.
       aplica-correcoes section.

           move 2 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-variacoes
           end-if

           move 3 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-receitas
           end-if

           move 4 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-promocoes
           end-if

           move 5 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-pdv
           end-if

           move 6 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-fornecedores
           end-if

           move 7 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-aprovacoes
           end-if

           move 8 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-benchmark
           end-if

           move 9 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-historico
           end-if

           move 10 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-canal-precos
           end-if

           move 11 to ind-arquivo
           perform confere-correcoes-arquivo
           if arquivo-tem-correcao
               perform aplica-historico-vendas
           end-if

           .
       aplica-correcoes-exit.
           exit.

      *Diz se ha correcao aceita para o arquivo da posicao
      *ind-arquivo.
       confere-correcoes-arquivo section.

           move 'N' to arquivo-correcao-sw
           perform varying ind from 1 by 1 until ind > qtd-correcoes
               if crr-arquivo(ind) = arq-nome(ind-arquivo)
                       and crr-aplicavel(ind)
                   move 'S' to arquivo-correcao-sw
               end-if
           end-perform

           .
       confere-correcoes-arquivo-exit.
           exit.

      *Procura uma correcao aceita para nome-pesquisa no arquivo da
      *posicao ind-arquivo, devolvendo o nome atual em
      *nome-corrigido e contando o registro corrigido.
       procura-correcao section.

           move 'N' to correcao-sw
           perform varying ind from 1 by 1 until ind > qtd-correcoes
               if crr-arquivo(ind) = arq-nome(ind-arquivo)
                       and crr-antigo(ind) = nome-pesquisa
                       and crr-aplicavel(ind)
                       and not correcao-achada
                   move 'S' to correcao-sw
                   move ind to ind-correcao
                   move crr-novo(ind) to nome-corrigido
                   add 1 to crr-aplicados(ind)
                   add 1 to qtd-aplicados
               end-if
           end-perform

           .
       procura-correcao-exit.
           exit.

      *Avisa que um arquivo com correcao a aplicar nao pode ser
      *aberto para atualizacao.
       avisa-aplicacao section.

           display "Atencao: nao foi possivel abrir "
                   arq-nome(ind-arquivo) " para atualizacao - correcoe"
                   "s do arquivo nao aplicadas."
           if return-code < 8
               move 8 to return-code
           end-if

           .
       avisa-aplicacao-exit.
           exit.

      *Avisa que o REWRITE de uma correcao falhou (status em
      *fs-regravacao): o registro nao conta como corrigido e a
      *correcao do arquivo para ali, com RETURN-CODE 8.
       avisa-regravacao section.

           display "Atencao: falha ao regravar " arq-nome(ind-arquivo)
                   " (status " fs-regravacao ") - correcao do arquivo "
                   "interrompida."
           subtract 1 from crr-aplicados(ind-correcao)
           subtract 1 from qtd-aplicados
           add 1 to qtd-falhas-regravacao
           if return-code < 8
               move 8 to return-code
           end-if

           .
       avisa-regravacao-exit.
           exit.

      *Corrige var-nome no PIZZA-VARIACOES.
       aplica-variacoes section.

           open i-o pizza-variacoes
           if not fs-variacoes-ok
               perform avisa-aplicacao
           else
               perform until fs-variacoes-fim
                   read pizza-variacoes
                       at end
                           set fs-variacoes-fim to true
                       not at end
                           move var-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to var-nome
                               rewrite variacao-reg
                               if not fs-variacoes-ok
                                   move fs-variacoes to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-variacoes-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-variacoes
           end-if

           .
       aplica-variacoes-exit.
           exit.

      *Corrige rcp-pizza no PIZZA-RECEITAS.
       aplica-receitas section.

           open i-o pizza-receitas
           if not fs-receitas-ok
               perform avisa-aplicacao
           else
               perform until fs-receitas-fim
                   read pizza-receitas
                       at end
                           set fs-receitas-fim to true
                       not at end
                           move rcp-pizza to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to rcp-pizza
                               rewrite receita-reg
                               if not fs-receitas-ok
                                   move fs-receitas to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-receitas-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-receitas
           end-if

           .
       aplica-receitas-exit.
           exit.

      *Corrige pro-nome no PIZZA-PROMOCOES.
       aplica-promocoes section.

           open i-o pizza-promocoes
           if not fs-promocoes-ok
               perform avisa-aplicacao
           else
               perform until fs-promocoes-fim
                   read pizza-promocoes
                       at end
                           set fs-promocoes-fim to true
                       not at end
                           move pro-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to pro-nome
                               rewrite promocao-reg
                               if not fs-promocoes-ok
                                   move fs-promocoes to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-promocoes-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-promocoes
           end-if

           .
       aplica-promocoes-exit.
           exit.

      *Corrige pdv-nome no PIZZA-PDV.
       aplica-pdv section.

           open i-o pizza-pdv
           if not fs-pdv-ok
               perform avisa-aplicacao
           else
               perform until fs-pdv-fim
                   read pizza-pdv
                       at end
                           set fs-pdv-fim to true
                       not at end
                           move pdv-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to pdv-nome
                               rewrite pdv-reg
                               if not fs-pdv-ok
                                   move fs-pdv to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-pdv-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-pdv
           end-if

           .
       aplica-pdv-exit.
           exit.

      *Corrige forn-nome no FORNECED.
       aplica-fornecedores section.

           open i-o pizza-fornecedor
           if not fs-fornecedor-ok
               perform avisa-aplicacao
           else
               perform until fs-fornecedor-fim
                   read pizza-fornecedor
                       at end
                           set fs-fornecedor-fim to true
                       not at end
                           move forn-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to forn-nome
                               rewrite fornecedor-reg
                               if not fs-fornecedor-ok
                                   move fs-fornecedor to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-fornecedor-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-fornecedor
           end-if

           .
       aplica-fornecedores-exit.
           exit.

      *Corrige apv-nome no PIZZA-APROVACAO.
       aplica-aprovacoes section.

           open i-o pizza-aprovacao
           if not fs-aprovacao-ok
               perform avisa-aplicacao
           else
               perform until fs-aprovacao-fim
                   read pizza-aprovacao
                       at end
                           set fs-aprovacao-fim to true
                       not at end
                           move apv-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to apv-nome
                               rewrite aprovacao-reg
                               if not fs-aprovacao-ok
                                   move fs-aprovacao to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-aprovacao-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-aprovacao
           end-if

           .
       aplica-aprovacoes-exit.
           exit.

      *Corrige bmk-pizza no PIZZA-BENCHMARK.
       aplica-benchmark section.

           open i-o pizza-benchmark
           if not fs-benchmark-ok
               perform avisa-aplicacao
           else
               perform until fs-benchmark-fim
                   read pizza-benchmark
                       at end
                           set fs-benchmark-fim to true
                       not at end
                           move bmk-pizza to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to bmk-pizza
                               rewrite benchmark-reg
                               if not fs-benchmark-ok
                                   move fs-benchmark to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-benchmark-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-benchmark
           end-if

           .
       aplica-benchmark-exit.
           exit.

      *Corrige hist-nome no PIZZA-HIST.
       aplica-historico section.

           open i-o pizza-hist
           if not fs-hist-ok
               perform avisa-aplicacao
           else
               perform until fs-hist-fim
                   read pizza-hist
                       at end
                           set fs-hist-fim to true
                       not at end
                           move hist-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to hist-nome
                               rewrite hist-reg
                               if not fs-hist-ok
                                   move fs-hist to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-hist-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-hist
           end-if

           .
       aplica-historico-exit.
           exit.

      *Corrige cpr-nome no PIZZA-CANAL-PRECOS.
       aplica-canal-precos section.

           open i-o pizza-canal-precos
           if not fs-canal-precos-ok
               perform avisa-aplicacao
           else
               perform until fs-canal-precos-fim
                   read pizza-canal-precos
                       at end
                           set fs-canal-precos-fim to true
                       not at end
                           move cpr-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to cpr-nome
                               rewrite canal-preco-reg
                               if not fs-canal-precos-ok
                                   move fs-canal-precos
                                       to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-canal-precos-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-canal-precos
           end-if

           .
       aplica-canal-precos-exit.
           exit.

      *Corrige vhs-nome no PIZZA-HIST-VENDAS.
       aplica-historico-vendas section.

           open i-o pizza-hist-vendas
           if not fs-hist-vendas-ok
               perform avisa-aplicacao
           else
               perform until fs-hist-vendas-fim
                   read pizza-hist-vendas
                       at end
                           set fs-hist-vendas-fim to true
                       not at end
                           move vhs-nome to nome-pesquisa
                           perform procura-correcao
                           if correcao-achada
                               move nome-corrigido to vhs-nome
                               rewrite hist-venda-reg
                               if not fs-hist-vendas-ok
                                   move fs-hist-vendas
                                       to fs-regravacao
                                   perform avisa-regravacao
                                   set fs-hist-vendas-fim to true
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-hist-vendas
           end-if

           .
       aplica-historico-vendas-exit.
           exit.

      *PIZZA-VARIACOES: pizza fora do catalogo, sabor e tamanho
      *repetidos e a mesma pizza em mais de uma familia/tamanho.
       verifica-variacoes section.

           move 2 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-variacoes

           if fs-variacoes-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-variacoes-fim
                   read pizza-variacoes
                       at end
                           set fs-variacoes-fim to true
                       not at end
                           perform inicia-registro
                           move var-nome to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           move spaces to chave-pesquisa
                           string "1" delimited by size
                                   var-sabor delimited by size
                                   var-tamanho delimited by size
                               into chave-pesquisa
                           move spaces to texto-excecao
                           string var-sabor delimited by size
                                   " " delimited by size
                                   var-tamanho delimited by size
                               into texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           move spaces to chave-pesquisa
                           string "2" delimited by size
                                   var-nome delimited by size
                               into chave-pesquisa
                           move spaces to texto-excecao
                           string var-nome delimited by size
                                   " (de novo em " delimited by size
                                   var-sabor delimited by size
                                   " " delimited by size
                                   var-tamanho delimited by size
                                   ")" delimited by size
                               into texto-excecao
                           move 6 to regra-atual
                           perform confere-chave
                           perform guarda-sabor
                           perform termina-registro
                   end-read
               end-perform
               close pizza-variacoes
           end-if

           .
       verifica-variacoes-exit.
           exit.

      *Guarda o sabor da variacao lida, uma vez so, para a
      *conferencia do mapa de contas.
       guarda-sabor section.

           move 'N' to achou-sw
           perform varying ind from 1 by 1
                   until ind > qtd-sabores or achou
               if sab-nome(ind) = var-sabor
                   move 'S' to achou-sw
               end-if
           end-perform

           if not achou and qtd-sabores < max-sabores
               add 1 to qtd-sabores
               move var-sabor to sab-nome(qtd-sabores)
           end-if

           .
       guarda-sabor-exit.
           exit.

      *PIZZA-RECEITAS: pizza fora do catalogo, ingrediente
      *desconhecido e o mesmo ingrediente repetido na receita.
       verifica-receitas section.

           move 3 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-receitas

           if fs-receitas-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-receitas-fim
                   read pizza-receitas
                       at end
                           set fs-receitas-fim to true
                       not at end
                           perform inicia-registro
                           move rcp-pizza to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           move rcp-ingrediente to nome-pesquisa
                           move spaces to complemento-texto
                           string "na receita de " delimited by size
                                   rcp-pizza delimited by size
                               into complemento-texto
                           perform confere-ingrediente
                           move spaces to chave-pesquisa
                           string rcp-pizza delimited by size
                                   rcp-ingrediente delimited by size
                               into chave-pesquisa
                           move spaces to texto-excecao
                           string rcp-pizza delimited by size
                                   " " delimited by size
                                   rcp-ingrediente delimited by size
                               into texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-receitas
           end-if

           .
       verifica-receitas-exit.
           exit.

      *PIZZA-PROMOCOES: pizza fora do catalogo, periodo invalido e,
      *depois de lido o calendario inteiro, promocoes da mesma pizza
      *com periodos que se cruzam (so uma delas vale no PDV).
       verifica-promocoes section.

           move 4 to ind-arquivo
           move zero to qtd-promocoes
           open input pizza-promocoes

           if fs-promocoes-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-promocoes-fim
                   read pizza-promocoes
                       at end
                           set fs-promocoes-fim to true
                       not at end
                           perform inicia-registro
                           move pro-nome to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           perform confere-periodo
                           perform termina-registro
                   end-read
               end-perform
               close pizza-promocoes

               perform varying ind from 1 by 1
                       until ind > qtd-promocoes
                   compute ind-outra = ind + 1
                   perform until ind-outra > qtd-promocoes
                       if prm-nome(ind-outra) = prm-nome(ind)
                           and prm-data-ini(ind-outra)
                               <= prm-data-fim(ind)
                           and prm-data-ini(ind)
                               <= prm-data-fim(ind-outra)
                           perform registra-sobreposicao
                       end-if
                       add 1 to ind-outra
                   end-perform
               end-perform
           end-if

           .
       verifica-promocoes-exit.
           exit.

      *Confere as datas de uma promocao e guarda a valida para o
      *cruzamento dos periodos.
       confere-periodo section.

           if pro-data-ini not numeric or pro-data-fim not numeric
                   or pro-data-ini > pro-data-fim
               move 5 to regra-atual
               move 'E' to grave-atual
               move spaces to texto-excecao
               string pro-nome delimited by size
                       " " delimited by size
                       pro-data-ini delimited by size
                       " a " delimited by size
                       pro-data-fim delimited by size
                   into texto-excecao
               perform registra-excecao
           else
               if qtd-promocoes < max-promocoes
                   add 1 to qtd-promocoes
                   move pro-nome     to prm-nome(qtd-promocoes)
                   move pro-data-ini to prm-data-ini(qtd-promocoes)
                   move pro-data-fim to prm-data-fim(qtd-promocoes)
               end-if
           end-if

           .
       confere-periodo-exit.
           exit.

      *Registra o cruzamento de duas promocoes da mesma pizza.
       registra-sobreposicao section.

           move prm-data-ini(ind) to data-formatar
           perform formata-data
           move data-formatada to data-formatada-2
           move prm-data-ini(ind-outra) to data-formatar
           perform formata-data

           move 4 to regra-atual
           move 'E' to grave-atual
           move spaces to texto-excecao
           string prm-nome(ind) delimited by size
                   " de " delimited by size
                   data-formatada-2 delimited by size
                   " cruza a de " delimited by size
                   data-formatada delimited by size
               into texto-excecao
           perform registra-excecao

           .
       registra-sobreposicao-exit.
           exit.

      *PIZZA-PDV: pizza fora do catalogo e pizza repetida.
       verifica-pdv section.

           move 5 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-pdv

           if fs-pdv-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-pdv-fim
                   read pizza-pdv
                       at end
                           set fs-pdv-fim to true
                       not at end
                           perform inicia-registro
                           move pdv-nome to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           move spaces to chave-pesquisa
                           move pdv-nome to chave-pesquisa
                           move pdv-nome to texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-pdv
           end-if

           .
       verifica-pdv-exit.
           exit.

      *FORNECED: pizza fora do catalogo e pizza repetida.
       verifica-fornecedores section.

           move 6 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-fornecedor

           if fs-fornecedor-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-fornecedor-fim
                   read pizza-fornecedor
                       at end
                           set fs-fornecedor-fim to true
                       not at end
                           perform inicia-registro
                           move forn-nome to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           move spaces to chave-pesquisa
                           move forn-nome to chave-pesquisa
                           move forn-nome to texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-fornecedor
           end-if

           .
       verifica-fornecedores-exit.
           exit.

      *PIZZA-APROVACAO: pizza fora do catalogo e mais de uma entrada
      *da mesma pizza na fila.
       verifica-aprovacoes section.

           move 7 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-aprovacao

           if fs-aprovacao-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-aprovacao-fim
                   read pizza-aprovacao
                       at end
                           set fs-aprovacao-fim to true
                       not at end
                           perform inicia-registro
                           move apv-nome to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           move spaces to chave-pesquisa
                           move apv-nome to chave-pesquisa
                           move apv-nome to texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-aprovacao
           end-if

           .
       verifica-aprovacoes-exit.
           exit.

      *PIZZA-BENCHMARK: pizza fora do catalogo (aviso, o PizzaMercado
      *ja lista a pizza de concorrente sem equivalente) e
      *concorrente e pizza repetidos.
       verifica-benchmark section.

           move 8 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-benchmark

           if fs-benchmark-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-benchmark-fim
                   read pizza-benchmark
                       at end
                           set fs-benchmark-fim to true
                       not at end
                           perform inicia-registro
                           move bmk-pizza to nome-pesquisa
                           move 'A' to grave-atual
                           perform confere-pizza
                           move spaces to chave-pesquisa
                           string bmk-concorrente delimited by size
                                   bmk-pizza delimited by size
                               into chave-pesquisa
                           move spaces to texto-excecao
                           string bmk-concorrente delimited by size
                                   " " delimited by size
                                   bmk-pizza delimited by size
                               into texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-benchmark
           end-if

           .
       verifica-benchmark-exit.
           exit.

      *PIZZA-HIST: pizza fora do catalogo, como aviso (o historico
      *guarda de proposito a pizza excluida ate o expurgo).
       verifica-historico section.

           move 9 to ind-arquivo
           open input pizza-hist

           if fs-hist-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-hist-fim
                   read pizza-hist
                       at end
                           set fs-hist-fim to true
                       not at end
                           perform inicia-registro
                           move hist-nome to nome-pesquisa
                           move 'A' to grave-atual
                           perform confere-pizza
                           perform termina-registro
                   end-read
               end-perform
               close pizza-hist
           end-if

           .
       verifica-historico-exit.
           exit.

      *PIZZA-CANAL-PRECOS: pizza fora do catalogo, canal desconhecido
      *e o mesmo preco repetido para canal e pizza.
       verifica-canal-precos section.

           move 10 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-canal-precos

           if fs-canal-precos-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-canal-precos-fim
                   read pizza-canal-precos
                       at end
                           set fs-canal-precos-fim to true
                       not at end
                           perform inicia-registro
                           move cpr-nome to nome-pesquisa
                           move 'E' to grave-atual
                           perform confere-pizza
                           move cpr-canal to canal-pesquisa
                           move cpr-nome to complemento-texto
                           move 'E' to grave-atual
                           perform confere-canal
                           move spaces to chave-pesquisa
                           string cpr-canal delimited by size
                                   cpr-nome delimited by size
                               into chave-pesquisa
                           move spaces to texto-excecao
                           string cpr-canal delimited by size
                                   " " delimited by size
                                   cpr-nome delimited by size
                               into texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-canal-precos
           end-if

           .
       verifica-canal-precos-exit.
           exit.

      *PIZZA-HIST-VENDAS: pizza fora do catalogo e canal
      *desconhecido, como aviso (o historico guarda de proposito a
      *pizza excluida ate o expurgo).
       verifica-historico-vendas section.

           move 11 to ind-arquivo
           open input pizza-hist-vendas

           if fs-hist-vendas-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-hist-vendas-fim
                   read pizza-hist-vendas
                       at end
                           set fs-hist-vendas-fim to true
                       not at end
                           perform inicia-registro
                           move vhs-nome to nome-pesquisa
                           move 'A' to grave-atual
                           perform confere-pizza
                           move vhs-canal to canal-pesquisa
                           move vhs-nome to complemento-texto
                           move 'A' to grave-atual
                           perform confere-canal
                           perform termina-registro
                   end-read
               end-perform
               close pizza-hist-vendas
           end-if

           .
       verifica-historico-vendas-exit.
           exit.

      *PIZZA-VENDAS: pizza fora do catalogo e canal desconhecido,
      *como aviso (o movimento e do PDV e so pode ser corrigido la).
       verifica-vendas section.

           move 13 to ind-arquivo
           open input pizza-vendas

           if fs-vendas-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-vendas-fim
                   read pizza-vendas
                       at end
                           set fs-vendas-fim to true
                       not at end
                           perform inicia-registro
                           move ven-nome to nome-pesquisa
                           move 'A' to grave-atual
                           perform confere-pizza
                           move ven-canal to canal-pesquisa
                           move ven-nome to complemento-texto
                           move 'A' to grave-atual
                           perform confere-canal
                           perform termina-registro
                   end-read
               end-perform
               close pizza-vendas
           end-if

           .
       verifica-vendas-exit.
           exit.

      *PIZZA-CONTAGEM: ingrediente desconhecido.
       verifica-contagens section.

           move 14 to ind-arquivo
           open input pizza-contagem

           if fs-contagem-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-contagem-fim
                   read pizza-contagem
                       at end
                           set fs-contagem-fim to true
                       not at end
                           perform inicia-registro
                           move cnt-ingrediente to nome-pesquisa
                           move spaces to complemento-texto
                           perform confere-ingrediente
                           perform termina-registro
                   end-read
               end-perform
               close pizza-contagem
           end-if

           .
       verifica-contagens-exit.
           exit.

      *PIZZA-ENTRADAS: ingrediente desconhecido.
       verifica-entradas section.

           move 15 to ind-arquivo
           open input pizza-entradas

           if fs-entradas-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-entradas-fim
                   read pizza-entradas
                       at end
                           set fs-entradas-fim to true
                       not at end
                           perform inicia-registro
                           move ent-ingrediente to nome-pesquisa
                           move spaces to complemento-texto
                           perform confere-ingrediente
                           perform termina-registro
                   end-read
               end-perform
               close pizza-entradas
           end-if

           .
       verifica-entradas-exit.
           exit.

      *PIZZA-ATRIBUTOS: ingrediente desconhecido e ingrediente
      *repetido.
       verifica-atributos section.

           move 16 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-atributos

           if fs-atributos-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-atributos-fim
                   read pizza-atributos
                       at end
                           set fs-atributos-fim to true
                       not at end
                           perform inicia-registro
                           move atr-ingrediente to nome-pesquisa
                           move spaces to complemento-texto
                           perform confere-ingrediente
                           move spaces to chave-pesquisa
                           move atr-ingrediente to chave-pesquisa
                           move atr-ingrediente to texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-atributos
           end-if

           .
       verifica-atributos-exit.
           exit.

      *PIZZA-CONTAS: sabor que nao e familia do PIZZA-VARIACOES nem
      *pizza do catalogo (aviso: a venda cai na conta padrao) e a
      *mesma conta repetida para evento e sabor.
       verifica-contas section.

           move 17 to ind-arquivo
           move zero to qtd-chaves
           open input pizza-contas

           if fs-contas-ok
               set arq-lido(ind-arquivo) to true
               perform until fs-contas-fim
                   read pizza-contas
                       at end
                           set fs-contas-fim to true
                       not at end
                           perform inicia-registro
                           perform confere-sabor
                           move spaces to chave-pesquisa
                           string cta-evento delimited by size
                                   cta-sabor delimited by size
                               into chave-pesquisa
                           move spaces to texto-excecao
                           string cta-evento delimited by size
                                   " " delimited by size
                                   cta-sabor delimited by size
                               into texto-excecao
                           move 3 to regra-atual
                           perform confere-chave
                           perform termina-registro
                   end-read
               end-perform
               close pizza-contas
           end-if

           .
       verifica-contas-exit.
           exit.

      *Confere o sabor de uma conta: em branco e a conta padrao do
      *evento; senao tem de ser familia do PIZZA-VARIACOES ou, para a
      *pizza sem familia, nome do catalogo.
       confere-sabor section.

           if cta-sabor not = spaces
               move 'N' to achou-sw
               perform varying ind from 1 by 1
                       until ind > qtd-sabores or achou
                   if sab-nome(ind) = cta-sabor
                       move 'S' to achou-sw
                   end-if
               end-perform

               if not achou
                   move cta-sabor to nome-pesquisa
                   perform procura-catalogo
               end-if

               if not achou
                   move 9 to regra-atual
                   move 'A' to grave-atual
                   move spaces to texto-excecao
                   string cta-sabor delimited by size
                           " (evento " delimited by size
                           cta-evento delimited by size
                           ")" delimited by size
                       into texto-excecao
                   perform registra-excecao
               end-if
           end-if

           .
       confere-sabor-exit.
           exit.

      *Conta um registro lido do arquivo em conferencia.
       inicia-registro section.

           add 1 to arq-lidos(ind-arquivo)
           add 1 to qtd-lidos
           move 'N' to registro-sw

           .
       inicia-registro-exit.
           exit.

      *Conta o registro que gerou alguma excecao.
       termina-registro section.

           if registro-com-excecao
               add 1 to qtd-registros-excecao
           end-if

           .
       termina-registro-exit.
           exit.

      *Diz se nome-pesquisa esta no catalogo.
       procura-catalogo section.

           move 'N' to achou-sw
           perform varying ind-outra from 1 by 1
                   until ind-outra > qtd-pizzas or achou
               if cat-nome(ind-outra) = nome-pesquisa
                   move 'S' to achou-sw
               end-if
           end-perform

           .
       procura-catalogo-exit.
           exit.

      *Confere um nome de pizza contra o catalogo. O nome que nao
      *esta la e explicado pelo jornal: renomeada (seguindo as
      *renomeacoes ate um nome do catalogo, que vira sugestao de
      *correcao nos arquivos que a aceitam) ou excluida.
       confere-pizza section.

           perform procura-catalogo

           if not achou
               perform procura-destino
               move spaces to complemento-texto
               evaluate true
                   when nome-pesquisa = spaces
                       move "(nome em branco)" to complemento-texto
                   when renomeada
                       string "renomeada para " delimited by size
                               nome-destino delimited by size
                           into complemento-texto
                       if ind-arquivo >= 2
                               and ind-arquivo <= ultimo-corrigivel
                           perform registra-sugestao
                       end-if
                   when other
                       perform procura-exclusao
                       if achou
                           move exl-data(ind-achado) to data-formatar
                           perform formata-data
                           string "excluida em " delimited by size
                                   data-formatada delimited by size
                               into complemento-texto
                       else
                           move "sem rastro no jornal"
                               to complemento-texto
                       end-if
               end-evaluate

               move 1 to regra-atual
               move spaces to texto-excecao
               string nome-pesquisa delimited by size
                       " " delimited by size
                       complemento-texto delimited by size
                   into texto-excecao
               perform registra-excecao
           end-if

           .
       confere-pizza-exit.
           exit.

      *Segue as renomeacoes do jornal a partir de nome-pesquisa ate
      *chegar a um nome do catalogo (renomeada) ou acabar a trilha;
      *o limite de saltos corta uma trilha circular.
       procura-destino section.

           move 'N' to renomeada-sw
           move nome-pesquisa to nome-destino
           move zero to saltos

           perform until renomeada or saltos > 10
               move zero to ind-achado
               perform varying ind from 1 by 1
                       until ind > qtd-renomeacoes
                   if ren-antigo(ind) = nome-destino
                       move ind to ind-achado
                   end-if
               end-perform

               if ind-achado = zero
                   move 99 to saltos
               else
                   add 1 to saltos
                   move ren-novo(ind-achado) to nome-destino
                   perform varying ind-outra from 1 by 1
                           until ind-outra > qtd-pizzas or renomeada
                       if cat-nome(ind-outra) = nome-destino
                           move 'S' to renomeada-sw
                       end-if
                   end-perform
               end-if
           end-perform

           .
       procura-destino-exit.
           exit.

      *Procura nome-pesquisa nas exclusoes do jornal.
       procura-exclusao section.

           move 'N' to achou-sw
           move zero to ind-achado
           perform varying ind from 1 by 1 until ind > qtd-exclusoes
               if exl-nome(ind) = nome-pesquisa
                   move ind to ind-achado
                   move 'S' to achou-sw
               end-if
           end-perform

           .
       procura-exclusao-exit.
           exit.

      *Confere um nome de ingrediente contra o PIZZA-INGREDIENTES,
      *com o complemento do texto montado por quem chama.
       confere-ingrediente section.

           if ingredientes-carregados
               move 'N' to achou-sw
               perform varying ind from 1 by 1
                       until ind > qtd-ingredientes or achou
                   if ing-nome-tab(ind) = nome-pesquisa
                       move 'S' to achou-sw
                   end-if
               end-perform

               if not achou
                   move 2 to regra-atual
                   move 'E' to grave-atual
                   move spaces to texto-excecao
                   string nome-pesquisa delimited by size
                           " " delimited by size
                           complemento-texto delimited by size
                       into texto-excecao
                   perform registra-excecao
               end-if
           end-if

           .
       confere-ingrediente-exit.
           exit.

      *Confere canal-pesquisa contra o PIZZA-CANAIS (gravidade em
      *grave-atual, complemento do texto montado por quem chama); o
      *canal em branco e a venda de balcao.
       confere-canal section.

           if canal-pesquisa not = spaces
               move 'N' to achou-sw
               perform varying ind from 1 by 1
                       until ind > qtd-canais or achou
                   if can-codigo(ind) = canal-pesquisa
                       move 'S' to achou-sw
                   end-if
               end-perform

               if not achou
                   move 8 to regra-atual
                   move spaces to texto-excecao
                   string canal-pesquisa delimited by size
                           " " delimited by size
                           complemento-texto delimited by size
                       into texto-excecao
                   perform registra-excecao
               end-if
           end-if

           .
       confere-canal-exit.
           exit.

      *Confere chave-pesquisa contra as chaves ja vistas no arquivo:
      *repetida vira excecao (regra em regra-atual, texto ja montado
      *em texto-excecao); nova entra na tabela.
       confere-chave section.

           move 'N' to achou-sw
           perform varying ind from 1 by 1
                   until ind > qtd-chaves or achou
               if chave-tab(ind) = chave-pesquisa
                   move 'S' to achou-sw
               end-if
           end-perform

           evaluate true
               when achou
                   move 'E' to grave-atual
                   perform registra-excecao
               when qtd-chaves < max-chaves
                   add 1 to qtd-chaves
                   move chave-pesquisa to chave-tab(qtd-chaves)
           end-evaluate

           .
       confere-chave-exit.
           exit.

      *Registra uma excecao do arquivo da posicao ind-arquivo: a
      *mesma excecao ja registrada so soma a quantidade.
       registra-excecao section.

           move 'S' to registro-sw
           if grave-erro
               add 1 to arq-erros(ind-arquivo)
               add 1 to qtd-erros
           else
               add 1 to arq-avisos(ind-arquivo)
               add 1 to qtd-avisos
           end-if

           move zero to ind-achado
           perform varying ind-exc from 1 by 1
                   until ind-exc > qtd-excecoes or ind-achado > zero
               if exc-arquivo(ind-exc) = ind-arquivo
                       and exc-regra(ind-exc) = regra-atual
                       and exc-texto(ind-exc) = texto-excecao
                   move ind-exc to ind-achado
               end-if
           end-perform

           evaluate true
               when ind-achado > zero
                   add 1 to exc-qtde(ind-achado)
               when qtd-excecoes < max-excecoes
                   add 1 to qtd-excecoes
                   move ind-arquivo   to exc-arquivo(qtd-excecoes)
                   move regra-atual   to exc-regra(qtd-excecoes)
                   move grave-atual   to exc-grave(qtd-excecoes)
                   move texto-excecao to exc-texto(qtd-excecoes)
                   move 1             to exc-qtde(qtd-excecoes)
               when other
                   add 1 to excecoes-excedentes
           end-evaluate

           .
       registra-excecao-exit.
           exit.

      *Registra a sugestao de trocar nome-pesquisa por nome-destino
      *no arquivo da posicao ind-arquivo.
       registra-sugestao section.

           move zero to ind-achado
           perform varying ind-exc from 1 by 1
                   until ind-exc > qtd-sugestoes or ind-achado > zero
               if sug-arquivo(ind-exc) = arq-nome(ind-arquivo)
                       and sug-antigo(ind-exc) = nome-pesquisa
                   move ind-exc to ind-achado
               end-if
           end-perform

           evaluate true
               when ind-achado > zero
                   add 1 to sug-qtde(ind-achado)
               when qtd-sugestoes < max-correcoes
                   add 1 to qtd-sugestoes
                   move arq-nome(ind-arquivo)
                       to sug-arquivo(qtd-sugestoes)
                   move nome-pesquisa to sug-antigo(qtd-sugestoes)
                   move nome-destino  to sug-novo(qtd-sugestoes)
                   move 1             to sug-qtde(qtd-sugestoes)
           end-evaluate

           .
       registra-sugestao-exit.
           exit.

      *Grava as sugestoes desta verificacao no PIZZACOR, ja marcadas
      *para aplicar; o arquivo sempre reflete a ultima verificacao.
       grava-sugestoes section.

           open output pizza-correcao

           if not fs-correcao-ok
               display "Atencao: nao foi possivel gravar PIZZACOR "
                       "(status " fs-correcao ") - sugestoes so no rel"
                       "atorio."
           else
               perform varying ind from 1 by 1
                       until ind > qtd-sugestoes
                   move sug-arquivo(ind) to cor-arquivo
                   move sug-antigo(ind)  to cor-nome-antigo
                   move sug-novo(ind)    to cor-nome-novo
                   move "S"              to cor-aplicar
                   move sug-qtde(ind)    to cor-qtde
                   write correcao-reg
               end-perform
               close pizza-correcao
           end-if

           .
       grava-sugestoes-exit.
           exit.

      *Grava o relatorio de integridade: correcoes aplicadas (modo
      *'A'), excecoes por arquivo e regra, correcoes sugeridas e o
      *resumo.
       emite-integridade section.

           move zero to pagina-atual
           open output integridade-report

           if not fs-integridade-ok
               display "Atencao: nao foi possivel abrir PIZZAINT "
                       "para gravacao (status " fs-integridade ") - e"
                       "xcecoes so no console."
           else
               perform escreve-cabecalho

               if modo-aplicacao
                   perform lista-aplicadas
               end-if

               perform varying ind-arquivo from 1 by 1
                       until ind-arquivo > max-arquivos
                   perform lista-arquivo
               end-perform

               perform lista-sugestoes
               perform resumo-integridade

               close integridade-report
           end-if

           .
       emite-integridade-exit.
           exit.

      *Lista as correcoes do PIZZACOR com o que foi feito de cada
      *uma.
       lista-aplicadas section.

           move spaces to report-linha
           move "-- Correcoes aplicadas (PIZZACOR) --" to report-linha
           perform escreve-linha

           perform varying ind from 1 by 1 until ind > qtd-correcoes
               move spaces to report-linha
               if crr-aplicavel(ind)
                   move crr-aplicados(ind) to qtde-editada
                   string "  " delimited by size
                           crr-arquivo(ind) delimited by size
                           " " delimited by size
                           crr-antigo(ind) delimited by size
                           " -> " delimited by size
                           crr-novo(ind) delimited by size
                           " " delimited by size
                           qtde-editada delimited by size
                           " reg." delimited by size
                       into report-linha
               else
                   string "  " delimited by size
                           crr-arquivo(ind) delimited by size
                           " " delimited by size
                           crr-antigo(ind) delimited by size
                           " NAO APLICADA: " delimited by size
                           crr-motivo(ind) delimited by size
                       into report-linha
               end-if
               perform escreve-linha
           end-perform

           if qtd-correcoes = zero
               move spaces to report-linha
               move "  (nenhuma)" to report-linha
               perform escreve-linha
           end-if

           move spaces to report-linha
           perform escreve-linha

           .
       lista-aplicadas-exit.
           exit.

      *Lista as excecoes do arquivo da posicao ind-arquivo, regra a
      *regra.
       lista-arquivo section.

           move arq-lidos(ind-arquivo) to qtde-editada
           move spaces to report-linha
           if arq-lido(ind-arquivo)
               string "-- " delimited by size
                       arq-nome(ind-arquivo) delimited by size
                       " " delimited by size
                       arq-descricao(ind-arquivo) delimited by "  "
                       " -- lidos " delimited by size
                       qtde-editada delimited by size
                   into report-linha
           else
               string "-- " delimited by size
                       arq-nome(ind-arquivo) delimited by size
                       " " delimited by size
                       arq-descricao(ind-arquivo) delimited by "  "
                       " -- arquivo ausente" delimited by size
                   into report-linha
           end-if
           perform escreve-linha

           perform varying ind-regra from 1 by 1
                   until ind-regra > max-regras
               perform lista-regra
           end-perform

           if arq-erros(ind-arquivo) = zero
                   and arq-avisos(ind-arquivo) = zero
                   and arq-lido(ind-arquivo)
               move spaces to report-linha
               move "  (sem excecoes)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-arquivo-exit.
           exit.

      *Lista as excecoes de uma regra do arquivo em ind-arquivo,
      *precedidas do nome da regra e do total de registros.
       lista-regra section.

           move zero to qtd-regra
           perform varying ind from 1 by 1 until ind > qtd-excecoes
               if exc-arquivo(ind) = ind-arquivo
                       and exc-regra(ind) = ind-regra
                   add exc-qtde(ind) to qtd-regra
               end-if
           end-perform

           if qtd-regra > zero
               move qtd-regra to qtde-editada
               move spaces to report-linha
               string "  Regra: " delimited by size
                       regra-descricao(ind-regra) delimited by "  "
                       " (" delimited by size
                       qtde-editada delimited by size
                       " reg.)" delimited by size
                   into report-linha
               perform escreve-linha

               perform varying ind from 1 by 1
                       until ind > qtd-excecoes
                   if exc-arquivo(ind) = ind-arquivo
                           and exc-regra(ind) = ind-regra
                       move exc-qtde(ind) to qtde-editada
                       move spaces to report-linha
                       string "    " delimited by size
                               exc-grave(ind) delimited by size
                               qtde-editada delimited by size
                               " " delimited by size
                               exc-texto(ind) delimited by size
                           into report-linha
                       perform escreve-linha
                   end-if
               end-perform
           end-if

           .
       lista-regra-exit.
           exit.

      *Lista as correcoes sugeridas gravadas no PIZZACOR.
       lista-sugestoes section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Correcoes sugeridas (PIZZACOR) --" to report-linha
           perform escreve-linha

           perform varying ind from 1 by 1 until ind > qtd-sugestoes
               move sug-qtde(ind) to qtde-editada
               move spaces to report-linha
               string "  " delimited by size
                       sug-arquivo(ind) delimited by size
                       " " delimited by size
                       sug-antigo(ind) delimited by size
                       " -> " delimited by size
                       sug-novo(ind) delimited by size
                       " " delimited by size
                       qtde-editada delimited by size
                       " reg." delimited by size
                   into report-linha
               perform escreve-linha
           end-perform

           if qtd-sugestoes = zero
               move spaces to report-linha
               move "  (nenhuma)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-sugestoes-exit.
           exit.

      *Resumo da verificacao no fim do relatorio e no console.
       resumo-integridade section.

           move spaces to report-linha
           perform escreve-linha

           move qtd-lidos to total-editado
           move qtd-registros-excecao to total-editado-2
           move spaces to report-linha
           string "Registros lidos: " delimited by size
                   total-editado delimited by size
                   "  com excecao: " delimited by size
                   total-editado-2 delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           move qtd-erros to total-editado
           move qtd-avisos to total-editado-2
           move spaces to report-linha
           string "Erros: " delimited by size
                   total-editado delimited by size
                   "  Avisos: " delimited by size
                   total-editado-2 delimited by size
                   "  Sugestoes: " delimited by size
                   qtd-sugestoes delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           if modo-aplicacao
               move qtd-aplicados to total-editado
               move spaces to report-linha
               string "Registros corrigidos: " delimited by size
                       total-editado delimited by size
                       "  correcoes nao aplicadas: " delimited by size
                       qtd-correcoes-recusadas delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           if qtd-falhas-regravacao > zero
               move qtd-falhas-regravacao to total-editado
               move spaces to report-linha
               string "Arquivos com falha ao regravar (correcao "
                           delimited by size
                       "interrompida): " delimited by size
                       total-editado delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           if excecoes-excedentes > zero
               move excecoes-excedentes to total-editado
               move spaces to report-linha
               string "Excecoes alem do limite (nao listadas): "
                           delimited by size
                       total-editado delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           .
       resumo-integridade-exit.
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
           string "------ Integridade dos Arquivos da Esteira ------"
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
                   "   Modo: " delimited by size
                   descricao-modo delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Erro de integridade vira RETURN-CODE 8, para a JCL segurar a
      *precificacao; so aviso (ou correcao nao aplicada) vira 4.
       finaliza section.

           if qtd-erros > zero and return-code < 8
               move 8 to return-code
           end-if
           if (qtd-avisos > zero or qtd-correcoes-recusadas > zero)
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
      *execucao: lidos sao os registros conferidos, aceitos os sem
      *excecao e rejeitados os com alguma excecao.
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
               move "PizzaIntegra" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move modo-execucao to log-modo
               move linha-comando to log-parm
               move qtd-lidos to log-lidos
               compute log-aceitos = qtd-lidos - qtd-registros-excecao
               move qtd-registros-excecao to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

      * 03/09/2026  LMF   Aceita (e ignora) o parametro LIMITE-MERCADO
      *                   incluido no PIZZA-PARAMETROS para a
      *                   comparacao de mercado do PizzaMercado.
      * 15/10/2026  LMF   Aceita (e ignora) o parametro TOLERANCIA-EST
      *                   incluido no PIZZA-PARAMETROS para a variacao
      *                   de estoque do PizzaEstoque.
      * 15/10/2026  LMF   Fila de aprovacao de precos: mudanca de preco
      *                   de pizza ja cadastrada (reprecificacao por
      *                   receita, fornecedor, entrada interativa, lote
      *                   ou transacao de alteracao) acima dos novos
      *                   parametros APROVA-PCT (percentual) ou
      *                   APROVA-VALOR (valor absoluto) do PIZZA-
      *                   PARAMETROS deixa de ser aplicada e vai para
      *                   o arquivo de pendencias PIZZA-APROVACAO, com
      *                   o preco antigo, o novo, a origem e o motivo;
      *                   o catalogo e a interface do PDV ficam no
      *                   preco antigo. O novo modo 'A' le as decisoes
      *                   do supervisor (PIZZA-DECISAO), aplica as
      *                   aprovadas com a origem APROVACAO no jornal,
      *                   baixa as recusadas e grava a listagem em
      *                   PIZZA-APROVLIST. Uma proposta recusada fica
      *                   registrada para nao voltar para a fila a
      *                   cada execucao.
      * 15/10/2026  LMF   O movimento de vendas do PDV passa a ser
      *                   acumulado no historico permanente de vendas
      *                   PIZZA-HIST-VENDAS (pizza, data, quantidade e
      *                   valor), estendido a cada precificacao; data
      *                   do movimento que ja esta no historico nao e
      *                   gravada de novo. Base da avaliacao de
      *                   promocoes do PizzaPromocao.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros PREVISAO-SEM
      *                   e UPLIFT-PROMO incluidos no PIZZA-PARAMETROS
      *                   para o plano de producao do PizzaProducao.
      * 15/10/2026  LMF   Canais de venda dos aplicativos de entrega:
      *                   o novo PIZZA-CANAIS (codigo, comissao, taxa
      *                   fixa, regra de arredondamento e se a
      *                   promocao vale no canal) e os precos proprios
      *                   por pizza do PIZZA-CANAL-PRECOS dao o preco
      *                   de cada pizza em cada canal, o mesmo que o
      *                   novo PizzaCanal exporta para o canal. O
      *                   relatorio ganha a secao de margem por canal,
      *                   que marca a pizza cujo preco no canal, menos
      *                   comissao e taxa, fica abaixo do custo da
      *                   receita mais o markup-padrao. O movimento de
      *                   vendas (e o historico de vendas) passa a
      *                   trazer o canal da venda, em branco no
      *                   balcao: a conciliacao de receita confere a
      *                   venda de canal pelo preco do canal e
      *                   totaliza por canal, e a engenharia de
      *                   cardapio mostra as vendas por canal.
      * 15/10/2026  LMF   Identificacao do operador: os modos
      *                   interativo, consulta, manutencao, aprovacao
      *                   e retomada abrem com a tela de acesso
      *                   (operador e senha do novo PIZZA-OPERADORES)
      *                   e o lote 'B' entra com o id de sistema
      *                   informado no parametro (posicoes 3 a 10).
      *                   Cada modo exige um nivel minimo: consulta
      *                   qualquer operador, precos, manutencao,
      *                   aprovacao e retomada o supervisor, 'RV' e a
      *                   exclusao 'E' da manutencao so o gerente.
      *                   Acesso que falha ou e negado vai para o
      *                   novo log de seguranca PIZZA-SEGURANCA
      *                   (listado pelo PizzaSeguranca) e o operador
      *                   identificado vai em cada registro do
      *                   PIZZA-JORNAL e do PIZZA-RUNLOG.
      * 15/10/2026  LMF   Promocao em vigor apurada numa data
      *                   informada (promo-data-busca): a conciliacao
      *                   confere a venda de canal pelas promocoes do
      *                   dia da venda, e nao do dia da execucao.
      * 15/10/2026  LMF   A fila de aprovacao (PIZZA-APROVACAO) passa
      *                   a ser gravada ja na abertura do controle da
      *                   execucao, antes do catalogo, com as
      *                   aprovadas ainda pendentes, e e fechada no
      *                   fim sob a nova pendencia ctl-pendentes do
      *                   PIZZA-CONTROLE; a retomada 'R' fecha a fila
      *                   pelo catalogo gravado e acrescenta ao
      *                   historico de vendas o movimento da execucao
      *                   interrompida.
      *----------------------------------------------------------------


               organization is sequential
               file status is fs-runlog.

           select pizza-aprovacao assign to "PIZZAAPV"
               organization is sequential
               file status is fs-aprovacao.

           select pizza-decisao assign to "PIZZAAPT"
               organization is sequential
               file status is fs-decisao.

           select pizza-aprovlist assign to "PIZZAAPL"
               organization is sequential
               file status is fs-aprovlist.

           select pizza-hist-vendas assign to "PIZZAVHS"
               organization is sequential
               file status is fs-hist-vendas.

           select pizza-canais assign to "PIZZACNL"
               organization is sequential
               file status is fs-canais.

           select pizza-canal-precos assign to "PIZZACPR"
               organization is sequential
               file status is fs-canal-precos.

           select pizza-operadores assign to "PIZZAOPR"
               organization is sequential
               file status is fs-operadores.

           select pizza-seguranca assign to "PIZZASEG"
               organization is sequential
               file status is fs-seguranca.

       i-o-control.

      *Declaracao de variaveis
              10 filler                            pic x(04).

      *Movimento diario de vendas exportado do PDV: um registro por
      *pizza, dia e canal de venda (em branco no balcao), com a
      *quantidade vendida e o valor bruto.
       fd  pizza-vendas
           label records are standard.
       01  venda-reg.
           05 ven-data                             pic 9(08).
           05 ven-qtde                             pic 9(05).
           05 ven-valor                            pic 9(07)v99.
           05 ven-canal                            pic x(05).

      *Relatorio de engenharia de cardapio: vendas cruzadas com o
      *preco por cm2 de cada pizza.

      *Jornal de auditoria do catalogo: um registro por inclusao,
      *alteracao, exclusao ou renomeacao aplicada ao PIZZA-MASTER,
      *com data/hora, modo de execucao, origem da mudanca, a imagem
      *completa do registro antes e depois e o operador identificado
      *na execucao. O arquivo e permanente (sempre estendido) e a
      *listagem sai pelo programa PizzaJornal.
       fd  pizza-jornal
           label records are standard.
       01  jornal-reg.
              10 jrn-dep-diametro                  pic 9(03).
              10 jrn-dep-altura                    pic 9(03).
              10 jrn-dep-preco                     pic 9(03)v99.
           05 jrn-operador                         pic x(08).

      *Relatorio da conciliacao de receita: faturamento esperado pelo
      *catalogo contra o valor bruto reportado pelo PDV.
           05 ger-preco                            pic 9(03)v99.

      *Controle da execucao: um registro so, regravado a cada saida
      *concluida (historico, catalogo, interface do PDV, fila de
      *aprovacao), para a retomada saber exatamente o que a execucao
      *interrompida deixou de gravar.
       fd  pizza-controle
           label records are standard.
       01  controle-reg.
           05 ctl-historico                        pic x(01).
           05 ctl-master                           pic x(01).
           05 ctl-pos                              pic x(01).
           05 ctl-pendentes                        pic x(01).

      *Familias de sabor e tamanho: cada registro liga um sabor e um
      *tamanho (BR-oto, MD-ia, GD-rande...) ao nome da entrada
           05 log-aceitos                          pic 9(07).
           05 log-rejeitados                       pic 9(07).
           05 log-retcode                          pic 9(02).
           05 log-operador                         pic x(08).

      *Fila de aprovacao de precos: uma mudanca de preco acima de
      *APROVA-PCT/APROVA-VALOR fica aqui, com o preco antigo, o novo,
      *a origem e o motivo, ate o supervisor decidir no modo 'A'. Uma
      *entrada por pizza: P-endente ou R-ecusada (a recusada fica
      *para a mesma proposta nao voltar para a fila a cada noite).
       fd  pizza-aprovacao
           label records are standard.
       01  aprovacao-reg.
           05 apv-nome                             pic x(15).
           05 apv-situacao                         pic x(01).
              88 apv-pendente                      value "P".
              88 apv-recusada                      value "R".
           05 apv-data                             pic 9(08).
           05 apv-hora                             pic 9(06).
           05 apv-origem                           pic x(12).
           05 apv-preco-ant                        pic 9(03)v99.
           05 apv-preco-novo                       pic 9(03)v99.
           05 apv-motivo                           pic x(30).

      *Decisoes do supervisor sobre a fila de aprovacao, uma por
      *registro: A-provar ou R-ecusar, com o preco novo proposto,
      *que precisa ser o mesmo da pendencia (uma proposta trocada
      *depois da revisao nao e aprovada as cegas).
       fd  pizza-decisao
           label records are standard.
       01  decisao-reg.
           05 apt-nome                             pic x(15).
           05 apt-decisao                          pic x(01).
              88 apt-aprovar                       value "A".
              88 apt-recusar                       value "R".
           05 apt-preco-novo                       pic 9(03)v99.

      *Listagem do resultado das decisoes, uma linha por decisao
      *aplicada ou rejeitada, mais o resumo.
       fd  pizza-aprovlist
           label records are standard.
       01  aprovlist-linha                         pic x(80).

      *Historico permanente de vendas: o movimento do PDV de cada
      *data, acumulado execucao a execucao (expurgado e resumido por
      *mes pelo PizzaExpurgo).
       fd  pizza-hist-vendas
           label records are standard.
       01  hist-venda-reg.
           05 vhs-nome                             pic x(15).
           05 vhs-data                             pic 9(08).
           05 vhs-qtde                             pic 9(05).
           05 vhs-valor                            pic 9(07)v99.
           05 vhs-canal                            pic x(05).

      *Canais de venda dos aplicativos de entrega: comissao em
      *percentual do preco cobrado, taxa fixa por pizza, regra de
      *arredondamento do preco no canal (N nenhuma, I para o real
      *inteiro acima, 9 para o final ,90 acima) e se a promocao do
      *calendario vale no canal.
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

      *Cadastro de operadores: id, nome, senha (guardada so como o
      *codigo calculado pelo CALCULA-HASH-SENHA, nunca a senha
      *digitada), nivel de autoridade (1 operador, 2 supervisor, 3
      *gerente, 9 id de sistema do lote, que nao entra pela tela) e
      *se o operador esta ativo.
       fd  pizza-operadores
           label records are standard.
       01  operador-reg.
           05 opr-id                               pic x(08).
           05 opr-nome                             pic x(20).
           05 opr-senha                            pic 9(10).
           05 opr-nivel                            pic 9(01).
           05 opr-ativo                            pic x(01).
              88 opr-ativo-sim                     value "S".

      *Log de seguranca: uma linha por acesso que falhou (operador
      *desconhecido, inativo ou senha errada) ou que foi negado por
      *falta de nivel, sempre estendido. A listagem sai pelo
      *PizzaSeguranca.
       fd  pizza-seguranca
           label records are standard.
       01  seguranca-reg.
           05 seg-data                             pic 9(08).
           05 seg-hora                             pic 9(06).
           05 seg-programa                         pic x(15).
           05 seg-operador                         pic x(08).
           05 seg-modo                             pic x(02).
           05 seg-evento                           pic x(01).
              88 seg-falha                         value "F".
              88 seg-negado                        value "N".
           05 seg-motivo                           pic x(30).


      *----Variaveis de trabalho
           88 modo-consulta                         value 'C'.
           88 modo-restart                          value 'R'.
           88 modo-interativo                       value 'I'.
           88 modo-aprovacao                        value 'A'.

      *Sequencia do relatorio, escolhida no segundo caractere do
      *parametro de chamada (ex. PARM='BN' roda em lote ordenado por
           05 vnd-nome                             pic x(15).
           05 vnd-qtde                             pic 9(07).
           05 vnd-valor                            pic 9(09)v99.
           05 vnd-esperado                         pic 9(11)v99.
       77  fs-vendas                                  pic x(02).
           88 fs-vendas-ok                            value '00'.
           88 fs-vendas-fim                           value '10'.
       77  classe-alvo                                pic x(01).
       77  qtd-no-grupo                               pic 9(03).
       77  qtd-vendas-orfas                           pic 9(03).

      *Datas do movimento de vendas e se ja estao no historico de
      *vendas (PIZZA-HIST-VENDAS).
       77  max-datas-venda                     pic 9(03) value 100.
       77  qtd-datas-venda                     pic 9(03) value zero.
       01  datas-venda-tab  occurs 1 to 100 times
                            depending on qtd-datas-venda.
           05 dvh-data                             pic 9(08).
           05 dvh-situacao                         pic x(01).
              88 dvh-no-historico                  value 'S'.
       77  ind-dvh                                    pic 9(03).
       77  ind-dvh-encontrado                         pic 9(03).
       77  qtd-datas-novas                            pic 9(03).
       77  qtd-hist-vendas-gravados                   pic 9(07).
       77  fs-hist-vendas                             pic x(02).
           88 fs-hist-vendas-ok                       value '00'.
           88 fs-hist-vendas-fim                      value '10'.
      *Classe de cada pizza do catalogo na engenharia de cardapio:
      *E-strela, R-eprecificar, P-romover, B-aixa procura e valor, ou
      *espaco quando a pizza esta sem preco_cm2 valido.
              88 ctl-master-feito                  value 'S'.
           05 ctl-ws-pos                           pic x(01).
              88 ctl-pos-feito                     value 'S'.
           05 ctl-ws-pendentes                     pic x(01).
              88 ctl-pendentes-feito               value 'S'.
       77  retomada-pendente                          pic x(01)
                                                      value 'N'.
           88 ha-retomada                             value 'S'.
       77  ind-pdv-encontrado                         pic 9(03).
       77  promo-nome-busca                           pic x(15).
       77  promo-preco-base                           pic 9(03)v99.
       77  promo-data-busca                           pic 9(08).
       77  promo-em-vigor                             pic x(01)
                                                      value 'N'.
           88 promo-ativa                             value 'S'.
       77  dif-receita-editada                 pic ----.---.--9,99.
       77  pct-receita-editado                 pic ---.--9,99.
       77  tolerancia-editada                  pic zz9,99.
       77  canal-receita                              pic x(06).
       77  total-canal-esperado                       pic 9(11)v99.
       77  total-canal-conferido                      pic 9(11)v99.

      *Variaveis dos canais de venda (PIZZA-CANAIS e
      *PIZZA-CANAL-PRECOS): o preco da pizza no canal e o preco de
      *tabela (ou o promocional, quando o canal aceita a promocao)
      *mais a taxa fixa, dividido pelo que sobra da comissao e
      *arredondado pela regra do canal; a pizza com preco proprio no
      *canal fica com ele. Por canal, as vendas do movimento e a
      *conciliacao; balcao (canal em branco) e canal nao cadastrado
      *tem os seus totais a parte.
       77  max-canais                          pic 9(02) value 20.
       77  qtd-canais                          pic 9(02) value zero.
       01  canais-tab  occurs 1 to 20 times depending on qtd-canais.
           05 can-codigo                           pic x(05).
           05 can-nome                             pic x(20).
           05 can-comissao                         pic 9(02)v99.
           05 can-taxa                             pic 9(03)v99.
           05 can-arredonda                        pic x(01).
           05 can-promocao                         pic x(01).
              88 can-com-promocao                  value "S".
           05 can-qtde                             pic 9(07).
           05 can-valor                            pic 9(09)v99.
           05 can-esperado                         pic 9(11)v99.
           05 can-conferido                        pic 9(11)v99.
       77  max-canal-precos                    pic 9(04) value 2000.
       77  qtd-canal-precos                    pic 9(04) value zero.
       01  canal-precos-tab  occurs 1 to 2000 times
                             depending on qtd-canal-precos.
           05 cpt-canal                            pic x(05).
           05 cpt-nome                             pic x(15).
           05 cpt-preco                            pic 9(03)v99.
       01  balcao-totais.
           05 bal-qtde                 pic 9(07) value zero.
           05 bal-valor                pic 9(09)v99 value zero.
           05 bal-esperado             pic 9(11)v99 value zero.
           05 bal-conferido            pic 9(11)v99 value zero.
       01  outros-totais.
           05 out-qtde                 pic 9(07) value zero.
           05 out-valor                pic 9(09)v99 value zero.
           05 out-esperado             pic 9(11)v99 value zero.
           05 out-conferido            pic 9(11)v99 value zero.
      *Preco minimo de cada pizza do catalogo (custo da receita mais
      *o markup-padrao), zero quando a receita nao fecha.
       01  minimos-canal-tab.
           05 minimo-canal  occurs 500 times       pic 9(05)v99.
       77  fs-canais                                  pic x(02).
           88 fs-canais-ok                            value '00'.
           88 fs-canais-fim                           value '10'.
       77  fs-canal-precos                            pic x(02).
           88 fs-canal-precos-ok                      value '00'.
           88 fs-canal-precos-fim                     value '10'.
       77  ind-can                                    pic 9(02).
       77  ind-can-encontrado                         pic 9(02).
       77  ind-cpt                                    pic 9(04).
       77  ind-cpt-encontrado                         pic 9(04).
       77  preco-canal                                pic 9(03)v99.
       77  preco-canal-inteiro                        pic 9(03).
       77  preco-canal-sw                             pic x(01).
           88 preco-canal-proprio                     value 'S'.
       77  liquido-canal                              pic s9(05)v99.
       77  receita-venda                              pic 9(11)v99.
       77  qtd-canal-abaixo                           pic 9(03).
       77  qtd-canal-sem-receita                      pic 9(03).
       77  qtd-canais-abaixo                   pic 9(05) value zero.
       77  qtd-vendas-canal-desconhecido       pic 9(05) value zero.
       77  comissao-canal-ed                          pic z9,99.
       77  taxa-canal-ed                              pic zz9,99.
       77  preco-canal-ed                             pic zz9,99.
       77  liquido-canal-ed                           pic ---.--9,99.
       77  minimo-canal-ed                            pic zz.zz9,99.

      *Variaveis da identificacao do operador (PIZZA-OPERADORES) e
      *do log de seguranca (PIZZA-SEGURANCA): o nivel exigido pelo
      *modo da execucao, o operador identificado e o seu nivel.
       77  nivel-consulta                      pic 9(01) value 1.
       77  nivel-supervisor                    pic 9(01) value 2.
       77  nivel-gerente                       pic 9(01) value 3.
       77  nivel-sistema                       pic 9(01) value 9.
       77  nivel-exigido                              pic 9(01).
       77  nivel-sessao                        pic 9(01) value zero.
       77  operador-sessao                     pic x(08) value spaces.
       77  nome-sessao                                pic x(20).
       77  operador-entrada                           pic x(08).
       77  senha-entrada                              pic x(06).
       77  senha-numero                               pic 9(06).
       77  senha-hash                                 pic 9(10).
       77  semente-hash                               pic 9(10).
       77  produto-hash                               pic 9(15).
       77  quociente-hash                             pic 9(15).
       77  max-tentativas                      pic 9(01) value 3.
       77  tentativas-acesso                          pic 9(01).
       77  acesso-sw                                  pic x(01)
                                                      value 'N'.
           88 acesso-liberado                         value 'S'.
       77  operador-sw                                pic x(01).
           88 operador-achado                         value 'S'.
       77  motivo-acesso                              pic x(30).
       77  mensagem-acesso                            pic x(60).
       77  descricao-modo-acesso                      pic x(30).
       77  evento-seguranca                           pic x(01).
       77  fs-operadores                              pic x(02).
           88 fs-operadores-ok                        value '00'.
           88 fs-operadores-fim                       value '10'.
       77  fs-seguranca                               pic x(02).
           88 fs-seguranca-ok                         value '00'.

      *Variaveis do jornal de auditoria do catalogo (PIZZA-JORNAL):
      *a imagem antes e capturada no ponto da mudanca, antes de mexer
       77  ind-melhor                        pic 9(03).
       77  ind-pior                          pic 9(03).

      *Variaveis da fila de aprovacao de precos (PIZZA-APROVACAO,
      *PIZZA-DECISAO e PIZZA-APROVLIST): uma mudanca de preco de pizza
      *ja cadastrada acima de aprova-pct por cento ou de aprova-valor
      *(zero desliga o limite) fica retida na fila, com o preco antigo
      *mantido no catalogo e no PDV, ate o supervisor aprovar.
       77  aprova-pct                       pic 9(03)V99 value 10,00.
       77  aprova-valor                     pic 9(03)V99 value zero.
       77  max-pendentes                       pic 9(03) value 500.
       77  qtd-pendentes                       pic 9(03) value zero.
       01  pendentes-tab  occurs 1 to 500 times
                          depending on qtd-pendentes.
           05 pnd-nome                             pic x(15).
           05 pnd-situacao                         pic x(01).
              88 pnd-pendente                      value "P".
              88 pnd-recusada                      value "R".
              88 pnd-baixada                       value "B".
              88 pnd-aprovada                      value "A".
           05 pnd-data                             pic 9(08).
           05 pnd-hora                             pic 9(06).
           05 pnd-origem                           pic x(12).
           05 pnd-preco-ant                        pic 9(03)v99.
           05 pnd-preco-novo                       pic 9(03)v99.
           05 pnd-motivo                           pic x(30).
       77  fs-aprovacao                               pic x(02).
           88 fs-aprovacao-ok                         value '00'.
           88 fs-aprovacao-fim                        value '10'.
       77  fs-decisao                                 pic x(02).
           88 fs-decisao-ok                           value '00'.
           88 fs-decisao-fim                          value '10'.
       77  fs-aprovlist                               pic x(02).
           88 fs-aprovlist-ok                         value '00'.
       77  aprovlist-aberta                           pic x(01)
                                                      value 'N'.
           88 aprovlist-ok                            value 'S'.
       77  pendentes-mudaram                          pic x(01)
                                                      value 'N'.
           88 pendentes-alterados                     value 'S'.
       77  preco-retido-sw                            pic x(01)
                                                      value 'N'.
           88 preco-retido                            value 'S'.
       77  ind-pnd                                    pic 9(03).
       77  qtd-aprovadas-catalogo                     pic 9(03).
       77  ind-pnd-encontrado                         pic 9(03).
       77  preco-proposto                             pic 9(03)v99.
       77  dif-preco-proposto                         pic 9(03)v99.
       77  pct-preco-proposto                         pic 9(05)v99.
       77  motivo-aprovacao                           pic x(30).
       77  pct-proposto-ed                            pic zzzz9,99.
       77  dif-proposto-ed                            pic zz9,99.
       77  preco-ant-ed                               pic zz9,99.
       77  preco-novo-ed                              pic zz9,99.
       01  data-pendente                              pic 9(08).
       01  data-pendente-r redefines data-pendente.
           05 ano-pendente                         pic 9(04).
           05 mes-pendente                         pic 9(02).
           05 dia-pendente                         pic 9(02).
       77  qtd-retidas                         pic 9(04) value zero.
       77  apt-lidas                           pic 9(04) value zero.
       77  apt-aprovadas                       pic 9(04) value zero.
       77  apt-recusadas                       pic 9(04) value zero.
       77  apt-rejeitadas                      pic 9(04) value zero.




              value "(N)proxima (A)nterior (O)utra (F)im:".
           05 line 18 column 42 pic x(01) using comando-consulta.

      *Tela de acesso: operador e senha, antes de qualquer modo que
      *nao seja o lote.
       01  tela-acesso.
           05 blank screen.
           05 line 01 column 05
              value "----- Acesso ao Catalogo de Pizzas -----".
           05 line 03 column 05 value "Modo.....:".
           05 line 03 column 16 pic x(30) from descricao-modo-acesso.
           05 line 05 column 05 value "Operador.:".
           05 line 05 column 16 pic x(08) using operador-entrada.
           05 line 06 column 05 value "Senha....:".
           05 line 06 column 16 pic x(06) using senha-entrada secure.
           05 line 08 column 05 pic x(60) from mensagem-acesso.


      *Declaracao do corpo do programa
       procedure division.

      *O modo de execucao vem como parametro de chamada (PARM da JCL,
      *ou primeiro argumento no PC): 'B' liga o modo em lote e 'M' o
      *modo de manutencao do catalogo por arquivo de transacoes; 'A'
      *aplica as decisoes do supervisor sobre a fila de aprovacao. No
      *lote, as posicoes 3 a 10 trazem o id de sistema do operador.
           move spaces to linha-comando
           accept linha-comando from command-line
           move linha-comando(1:1) to modo-execucao
           if not modo-batch and not modo-manutencao
                   and not modo-consulta and not modo-restart
                   and not modo-aprovacao
               move 'I' to modo-execucao
           end-if

                       to descricao-sequencia
           end-evaluate

      *Ninguem passa daqui sem se identificar com nivel para o modo.
           perform identifica-operador

           perform carrega-parametros

           perform carrega-master
           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-promocoes
           perform carrega-canais
           perform carrega-precos-pdv
           perform carrega-pendentes

      *O jornal de auditoria acompanha qualquer modo que possa mexer
      *no catalogo; a consulta e somente leitura e fica fora.
       inicializa-exit.
           exit.

      *Identifica o operador da execucao e confere o nivel exigido
      *pelo modo: a consulta vale para qualquer operador; precos,
      *manutencao, aprovacao e retomada exigem supervisor; a volta
      *de geracao ('RV') exige gerente. O lote entra com o id de
      *sistema do parametro, sem tela. Sem identificacao ou sem
      *nivel a execucao termina com RETURN-CODE 12, antes de ler o
      *catalogo.
       identifica-operador section.

           evaluate true
               when modo-batch
                   move nivel-sistema to nivel-exigido
                   move "Lote" to descricao-modo-acesso
               when modo-consulta
                   move nivel-consulta to nivel-exigido
                   move "Consulta" to descricao-modo-acesso
               when modo-restart
                       and (linha-comando(2:1) = 'V'
                            or linha-comando(2:1) = 'v')
                   move nivel-gerente to nivel-exigido
                   move "Volta da geracao anterior"
                       to descricao-modo-acesso
               when modo-restart
                   move nivel-supervisor to nivel-exigido
                   move "Retomada" to descricao-modo-acesso
               when modo-manutencao
                   move nivel-supervisor to nivel-exigido
                   move "Manutencao do catalogo"
                       to descricao-modo-acesso
               when modo-aprovacao
                   move nivel-supervisor to nivel-exigido
                   move "Aprovacao de precos" to descricao-modo-acesso
               when other
                   move nivel-supervisor to nivel-exigido
                   move "Entrada de precos" to descricao-modo-acesso
           end-evaluate

           if modo-batch
               perform identifica-lote
           else
               perform identifica-tela
           end-if

      *Identidade conferida; falta o nivel. O id de sistema so vale
      *no lote, e o lote so aceita id de sistema.
           move spaces to motivo-acesso
           evaluate true
               when modo-batch and nivel-sessao not = nivel-sistema
                   move "lote exige id de sistema" to motivo-acesso
               when not modo-batch and nivel-sessao = nivel-sistema
                   move "id de sistema fora do lote" to motivo-acesso
               when nivel-sessao < nivel-exigido
                   string "nivel " delimited by size
                           nivel-sessao delimited by size
                           " abaixo do exigido " delimited by size
                           nivel-exigido delimited by size
                       into motivo-acesso
           end-evaluate

           if motivo-acesso not = spaces
               move 'N' to evento-seguranca
               perform grava-seguranca
               display "Operador " operador-entrada " sem autorizacao "
                       "para o modo: " descricao-modo-acesso
               move operador-entrada to operador-sessao
               perform encerra-sem-acesso
           end-if

           move operador-entrada to operador-sessao

           .
       identifica-operador-exit.
           exit.

      *Identificacao do lote: o id de sistema vem no parametro de
      *chamada, sem senha (o agendador nao digita).
       identifica-lote section.

           move linha-comando(3:8) to operador-entrada
           move spaces to senha-entrada
           perform valida-operador

           if motivo-acesso not = spaces
               move 'F' to evento-seguranca
               perform grava-seguranca
               display "Lote sem operador valido no parametro (posico"
                       "es 3 a 10): " motivo-acesso
               perform encerra-sem-acesso
           end-if

           .
       identifica-lote-exit.
           exit.

      *Tela de acesso: ate max-tentativas tentativas de operador e
      *senha. Cada tentativa que falha vai para o log de seguranca
      *com o motivo; a tela so diz que operador ou senha nao
      *conferem.
       identifica-tela section.

           move 'N' to acesso-sw
           move zero to tentativas-acesso
           move spaces to mensagem-acesso

           perform until acesso-liberado
                   or tentativas-acesso >= max-tentativas
               add 1 to tentativas-acesso
               move spaces to operador-entrada
               move spaces to senha-entrada
               display tela-acesso
               accept tela-acesso

               perform valida-operador
               if motivo-acesso = spaces
                   move 'S' to acesso-sw
               else
                   move 'F' to evento-seguranca
                   perform grava-seguranca
                   move "Operador ou senha nao conferem."
                       to mensagem-acesso
               end-if
           end-perform

           if not acesso-liberado
               display "Acesso recusado depois de " max-tentativas
                       " tentativas."
               perform encerra-sem-acesso
           end-if

           .
       identifica-tela-exit.
           exit.

      *Procura operador-entrada no PIZZA-OPERADORES e confere se
      *esta ativo e, fora do lote, se a senha digitada confere com a
      *guardada. O motivo da recusa fica em motivo-acesso; sem o
      *cadastro de operadores ninguem entra.
       valida-operador section.

           move spaces to motivo-acesso
           move 'N' to operador-sw
           move zero to nivel-sessao
           open input pizza-operadores

           evaluate true
               when not fs-operadores-ok
                   move "cadastro de operadores ausente"
                       to motivo-acesso
               when operador-entrada = spaces
                   move "operador em branco" to motivo-acesso
                   close pizza-operadores
               when other
                   perform until fs-operadores-fim or operador-achado
                       read pizza-operadores
                           at end
                               set fs-operadores-fim to true
                           not at end
                               if opr-id = operador-entrada
                                   perform confere-operador
                               end-if
                       end-read
                   end-perform
                   close pizza-operadores

                   if not operador-achado
                       move "operador nao cadastrado"
                           to motivo-acesso
                   end-if
           end-evaluate

           .
       valida-operador-exit.
           exit.

      *Confere o registro do operador encontrado.
       confere-operador section.

           move 'S' to operador-sw

           if not modo-batch
               if senha-entrada numeric
                   move senha-entrada to senha-numero
               else
                   move zero to senha-numero
               end-if
               perform calcula-hash-senha
           end-if

           evaluate true
               when not opr-ativo-sim
                   move "operador inativo" to motivo-acesso
               when opr-nivel not numeric
                   move "nivel invalido no cadastro" to motivo-acesso
               when not modo-batch
                       and (senha-entrada not numeric
                            or opr-senha not numeric
                            or senha-hash not = opr-senha)
                   move "senha incorreta" to motivo-acesso
               when other
                   move opr-nivel to nivel-sessao
                   move opr-nome  to nome-sessao
           end-evaluate

           .
       confere-operador-exit.
           exit.

      *Codigo guardado no lugar da senha: a senha numerica de seis
      *digitos passa tres vezes pelo gerador multiplicativo 16807
      *modulo 2147483647. A mesma conta esta no PizzaSeguranca, que
      *gera o codigo para o cadastro de um operador novo.
       calcula-hash-senha section.

           compute semente-hash = senha-numero + 104729
           perform 3 times
               compute produto-hash = semente-hash * 16807
               divide produto-hash by 2147483647
                   giving quociente-hash remainder semente-hash
           end-perform
           move semente-hash to senha-hash

           .
       calcula-hash-senha-exit.
           exit.

      *Acrescenta ao log de seguranca o acesso que falhou ou foi
      *negado, com o motivo em motivo-acesso.
       grava-seguranca section.

           open extend pizza-seguranca
           if not fs-seguranca-ok
               open output pizza-seguranca
           end-if

           if not fs-seguranca-ok
               display "Atencao: nao foi possivel gravar PIZZA-SEGURAN"
                       "CA (status " fs-seguranca ") - acesso fora do"
                       " log de seguranca."
           else
               accept hora-completa from time
               move data-relatorio      to seg-data
               move hora-execucao       to seg-hora
               move "DesafioPizza"      to seg-programa
               move operador-entrada    to seg-operador
               move linha-comando(1:2)  to seg-modo
               if modo-interativo
                   move "I" to seg-modo
               end-if
               move evento-seguranca    to seg-evento
               move motivo-acesso       to seg-motivo
               write seguranca-reg
               close pizza-seguranca
           end-if

           .
       grava-seguranca-exit.
           exit.

      *Encerra a execucao sem acesso, com RETURN-CODE 12 e o registro
      *no log de operacao, sem ter lido nem gravado o catalogo.
       encerra-sem-acesso section.

           display "Execucao encerrada sem processar o catalogo."
           move 12 to return-code
           perform grava-runlog

           stop run
           .
       encerra-sem-acesso-exit.
           exit.

      *Carrega a politica de precificacao do arquivo PIZZA-PARAMETROS
      *(um parametro por registro, palavra-chave e valor). Sem o
      *arquivo, valem os valores padrao compilados; um parametro
                       move param-valor to preco-max
                   when "TOLERANCIA-VEN"
                       move param-valor to tolerancia-venda
                   when "APROVA-PCT"
                       move param-valor to aprova-pct
                   when "APROVA-VALOR"
                       move param-valor to aprova-valor
      *LIMITE-MERCADO e do PizzaMercado, TOLERANCIA-EST do
      *PizzaEstoque e APROVA-DIAS do PizzaDiario; aceitos e ignorados
      *aqui para o arquivo de parametros continuar um so.
                   when "LIMITE-MERCADO"
                   when "TOLERANCIA-EST"
                   when "APROVA-DIAS"
                   when "PREVISAO-SEM"
                   when "UPLIFT-PROMO"
                       continue
                   when other
                       move "parametro desconhecido"
       carrega-promocao-exit.
           exit.

      *Le os canais de venda e os precos proprios por canal para a
      *memoria. Sem o PIZZA-CANAIS a loja so vende no balcao e nada
      *muda na execucao.
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

           move zero to ind-can-encontrado
           perform varying ind-can from 1 by 1
                   until ind-can > qtd-canais
               if can-codigo(ind-can) = cnl-codigo
                   move ind-can to ind-can-encontrado
               end-if
           end-perform

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
                   initialize canais-tab(qtd-canais)
                   move cnl-codigo    to can-codigo(qtd-canais)
                   move cnl-nome      to can-nome(qtd-canais)
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

           move zero to ind-can-encontrado
           perform varying ind-can from 1 by 1
                   until ind-can > qtd-canais
               if can-codigo(ind-can) = cpr-canal
                   move ind-can to ind-can-encontrado
               end-if
           end-perform

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

      *Le os precos atualmente carregados no PDV (PIZZA-PDV) para a
      *memoria. Sem o arquivo (primeira execucao), a exportacao
      *compara contra os precos do catalogo na carga, como antes.

      *Apura o preco vigente da pizza em promo-nome-busca, partindo
      *do preco de tabela em promo-preco-base: enquanto uma promocao
      *do calendario vigora na data em promo-data-busca (a da
      *execucao, ou a da venda na conciliacao), vale o preco
      *promocional (fixo ou desconto percentual); fora da vigencia,
      *vale o preco de tabela, sem ninguem precisar lembrar de
      *desligar nada.
           perform varying ind-pro from 1 by 1
                   until ind-pro > qtd-promocoes
               if pro-nome-tab(ind-pro) = promo-nome-busca
                       and promo-data-busca >= pro-ini-tab(ind-pro)
                       and promo-data-busca <= pro-fim-tab(ind-pro)
                   move ind-pro to ind-pro-ativa
               end-if
           end-perform
       calcula-preco-vigente-exit.
           exit.

      *Apura em preco-canal o preco da pizza em promo-nome-busca no
      *canal da posicao ind-can, partindo do preco de tabela em
      *promo-preco-base, na data em promo-data-busca: o preco
      *proprio da pizza no canal, quando existe; senao o preco
      *(promocional, se o canal aceita a promocao) mais a taxa fixa,
      *dividido pelo que sobra da comissao, para o canal repassar o
      *preco de balcao, e arredondado para cima pela regra do canal.
       calcula-preco-canal section.

           move 'N' to preco-canal-sw
           move zero to ind-cpt-encontrado
           perform varying ind-cpt from 1 by 1
                   until ind-cpt > qtd-canal-precos
               if cpt-canal(ind-cpt) = can-codigo(ind-can)
                       and cpt-nome(ind-cpt) = promo-nome-busca
                   move ind-cpt to ind-cpt-encontrado
               end-if
           end-perform

           if ind-cpt-encontrado > zero
               move 'S' to preco-canal-sw
               move cpt-preco(ind-cpt-encontrado) to preco-canal
           else
               if can-com-promocao(ind-can)
                   perform calcula-preco-vigente
               else
                   move promo-preco-base to preco-vigente
               end-if

               compute preco-canal rounded =
                       (preco-vigente + can-taxa(ind-can)) * 100
                       / (100 - can-comissao(ind-can))
                   on size error
                       move 999,99 to preco-canal
               end-compute

               move preco-canal to preco-canal-inteiro
               evaluate can-arredonda(ind-can)
                   when "I"
                       if preco-canal > preco-canal-inteiro
                           compute preco-canal =
                                   preco-canal-inteiro + 1
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
           end-if

           .
       calcula-preco-canal-exit.
           exit.

      *Regrava o arquivo de precos do PDV com o preco vigente de
      *cada pizza do catalogo, espelhando o que o PDV passa a ter
      *depois de importar a interface desta execucao.
               perform varying ind from 1 by 1 until ind > qtd-pizzas
                   move nome(ind)  to promo-nome-busca
                   move preco(ind) to promo-preco-base
                   move data-relatorio to promo-data-busca
                   perform calcula-preco-vigente
                   move nome(ind)      to pdv-nome
                   move preco-vigente  to pdv-preco

      *Reprecifica uma pizza do catalogo quando a receita dela fecha
      *e o preco resultante respeita a faixa; a mudanca sai no jornal
      *de auditoria com a origem RECEITA. Uma mudanca acima do limite
      *de aprovacao fica retida na fila, com o preco de tabela
      *mantido.
       reprecifica-pizza section.

           move nome(ind-rep) to nome-entrada
                       and preco-receita <= preco-max
                   if preco-receita not = preco(ind-rep)
                       move ind-rep to posicao
                       move "RECEITA" to origem-jornal
                       move preco-receita to preco-proposto
                       perform confere-aprovacao
                       if not preco-retido
                           move 'A' to acao-jornal
                           perform guarda-imagem-antes
                           move preco-receita to preco(ind-rep)
                           perform guarda-imagem-depois
                           perform grava-jornal
                           add 1 to qtd-reprecificadas
                       end-if
                   end-if
               else
                   display "Atencao: receita de " nome(ind-rep)
               else
                   move zero to altura(posicao)
               end-if
      *Preco novo de pizza ja cadastrada passa pela fila de
      *aprovacao; retido, o preco de tabela fica e o resto do
      *registro e aplicado.
               if ind-encontrado > zero
                   move "LOTE" to origem-jornal
                   move in-preco to preco-proposto
                   perform confere-aprovacao
                   if not preco-retido
                       move in-preco to preco(posicao)
                   end-if
               else
                   move in-preco to preco(posicao)
               end-if
               add 1 to lote-aceitos

      *A mudanca fica aguardando: so vai para o jornal quando o lote
               move acao-jornal     to jrn-acao
               move imagem-antes    to jrn-antes
               move imagem-depois   to jrn-depois
               move operador-sessao to jrn-operador
               write jornal-reg
               if not fs-jornal-ok
                   display "Atencao: falha ao gravar PIZZA-JORNAL "
           end-if
           move 'N' to ctl-ws-master
           move 'N' to ctl-ws-pos
      *A fila de aprovacao que mudou nesta execucao e gravada ja
      *aqui, antes do catalogo: uma queda em qualquer ponto adiante
      *nao perde as mudancas retidas, e a aprovada ainda sai como
      *pendente, coerente com o catalogo antigo (o 'RV' volta o
      *catalogo sem perder a aprovacao). A fila e fechada no fim
      *(conclui-pendentes), ou pela retomada.
           if pendentes-alterados
               move 'N' to ctl-ws-pendentes
           else
               move 'S' to ctl-ws-pendentes
           end-if
           perform grava-controle

           if pendentes-alterados
               perform grava-pendentes
           end-if

           .
       inicia-controle-exit.
           exit.
                   if not ctl-historico-feito
                           or not ctl-master-feito
                           or not ctl-pos-feito
                           or not ctl-pendentes-feito
                       move 'S' to retomada-pendente
                   end-if
               end-if
               move 'S' to ctl-ws-historico
               move 'S' to ctl-ws-master
               move 'S' to ctl-ws-pos
               move 'S' to ctl-ws-pendentes
               perform grava-controle
           end-if

               display "Execucao de " ctl-ws-data " (modo "
                       ctl-ws-modo ") interrompida: historico="
                       ctl-ws-historico " catalogo=" ctl-ws-master
                       " pdv=" ctl-ws-pos " aprovacao="
                       ctl-ws-pendentes

      *A retomada regrava o controle conforme baixa cada pendencia.
               move 'S' to controle-iniciado
                   end-if
               end-if

      *O historico de vendas e o ultimo passo da precificacao e nao
      *tem pendencia propria: e refeito sempre no lote e no
      *interativo. As datas que ja estao no historico nao sao
      *gravadas de novo, entao refazer nao duplica.
               if ctl-ws-modo = 'B' or ctl-ws-modo = 'I'
                   perform grava-historico-vendas
               end-if

               if not ctl-pos-feito
                   perform carrega-geracao-originais
      *A execucao que caiu pode ter regravado o PIZZA-PDV sem chegar
                   perform exporta-precos-pos
               end-if

      *A fila gravada na abertura do controle ainda traz como
      *pendentes as aprovadas da execucao interrompida; as que o
      *catalogo gravado ja tem saem da fila.
               if not ctl-pendentes-feito
                   perform reconcilia-pendentes
                   perform conclui-pendentes
               end-if

               display "Retomada concluida."
           end-if

       aplica-transacao section.

           move spaces to motivo-rejeicao
           move 'N' to preco-retido-sw
           move trn-nome to nome-entrada
           perform busca-pizza

                           move ind-encontrado to posicao
                           move 'A' to acao-jornal
                           perform guarda-imagem-antes
                           move "TRANSACAO" to origem-jornal
                           move trn-preco to preco-proposto
                           perform confere-aprovacao
                           perform move-campos-transacao
      *Preco retido na fila de aprovacao: o resto da alteracao vale,
      *o preco de tabela fica.
                           if preco-retido
                               move ant-preco to preco(posicao)
                           end-if
                           perform guarda-imagem-depois
                           perform grava-jornal
                       end-if
                   end-if

      *A exclusao e do gerente: abaixo disso a transacao e rejeitada
      *e a tentativa vai para o log de seguranca.
               when trn-excluir
                   evaluate true
                       when nivel-sessao < nivel-gerente
                           move "exclusao exige nivel de gerente"
                               to motivo-rejeicao
                           move spaces to motivo-acesso
                           string "exclusao de " delimited by size
                                   trn-nome delimited by size
                               into motivo-acesso
                           move 'N' to evento-seguranca
                           perform grava-seguranca
                       when ind-encontrado = zero
                           move "pizza nao existe no catalogo"
                               to motivo-rejeicao
                       when other
                           move ind-encontrado to posicao
                           move 'E' to acao-jornal
                           perform guarda-imagem-antes
      *Pizza excluida nao tem mais preco a aprovar.
                           perform localiza-pendente
                           perform baixa-pendente
                           perform exclui-pizza
                           perform limpa-imagem-depois
                           move "TRANSACAO" to origem-jornal
                           perform grava-jornal
                   end-evaluate

               when trn-renomear
                   if ind-encontrado = zero
                               perform guarda-imagem-depois
                               move "TRANSACAO" to origem-jornal
                               perform grava-jornal
      *A pendencia de aprovacao acompanha a pizza no nome novo.
                               move trn-nome to nome-entrada
                               perform localiza-pendente
                               if ind-pnd-encontrado > zero
                                   move trn-novo-nome
                                       to pnd-nome(ind-pnd-encontrado)
                                   move 'S' to pendentes-mudaram
                               end-if
                       end-evaluate
                   end-if

       escreve-listagem section.

           move spaces to manutencao-linha
           evaluate true
               when motivo-rejeicao = spaces and preco-retido
                   string trn-acao delimited by size
                           " " delimited by size
                           trn-nome delimited by size
                           " - APLICADA; preco aguarda aprovacao"
                               delimited by size
                       into manutencao-linha
               when motivo-rejeicao = spaces
                   string trn-acao delimited by size
                           " " delimited by size
                           trn-nome delimited by size
                           " - APLICADA" delimited by size
                       into manutencao-linha
               when other
                   string trn-acao delimited by size
                           " " delimited by size
                           trn-nome delimited by size
                           " - REJEITADA: " delimited by size
                           motivo-rejeicao delimited by size
                       into manutencao-linha
           end-evaluate

           display manutencao-linha
           if listagem-ok
       resumo-manutencao-exit.
           exit.

      *Le a fila de aprovacao de precos (PIZZA-APROVACAO) para a
      *memoria: as propostas pendentes e as ja recusadas pelo
      *supervisor. Sem o arquivo, a fila comeca vazia.
       carrega-pendentes section.

           move zero to qtd-pendentes
           move 'N' to pendentes-mudaram
           open input pizza-aprovacao

           if fs-aprovacao-ok
               perform until fs-aprovacao-fim
                   read pizza-aprovacao
                       at end
                           set fs-aprovacao-fim to true
                       not at end
                           evaluate true
                               when not apv-pendente
                                       and not apv-recusada
                                   display "Atencao: pendencia de apro"
                                           "vacao invalida de "
                                           apv-nome " ignorada."
                               when qtd-pendentes >= max-pendentes
                                   display "Atencao: limite de "
                                           max-pendentes " pendencias"
                                           " de aprovacao atingido; "
                                           apv-nome " ignorada."
                               when other
                                   add 1 to qtd-pendentes
                                   move aprovacao-reg
                                       to pendentes-tab(qtd-pendentes)
                           end-evaluate
                   end-read
               end-perform
               close pizza-aprovacao
           end-if

           .
       carrega-pendentes-exit.
           exit.

      *Confere a mudanca do preco da pizza na posicao 'posicao' (que
      *ainda tem o preco de tabela) para preco-proposto contra os
      *limites de aprovacao. Acima de aprova-pct por cento ou de
      *aprova-valor, a mudanca fica retida (preco-retido) e vai para
      *a fila com a origem em origem-jornal; dentro dos limites, a
      *mudanca segue e uma pendencia anterior da pizza deixa de valer.
       confere-aprovacao section.

           move 'N' to preco-retido-sw
           move spaces to motivo-aprovacao

           if preco-proposto not = preco(posicao)
               if preco-proposto > preco(posicao)
                   compute dif-preco-proposto =
                           preco-proposto - preco(posicao)
               else
                   compute dif-preco-proposto =
                           preco(posicao) - preco-proposto
               end-if
               compute pct-preco-proposto rounded =
                       (dif-preco-proposto * 100) / preco(posicao)
                   on size error
                       move 99999,99 to pct-preco-proposto
               end-compute

               move pct-preco-proposto to pct-proposto-ed
               move dif-preco-proposto to dif-proposto-ed
               evaluate true
                   when aprova-pct > zero
                           and pct-preco-proposto > aprova-pct
                       string "variacao de " delimited by size
                               pct-proposto-ed delimited by size
                               "%" delimited by size
                           into motivo-aprovacao
                   when aprova-valor > zero
                           and dif-preco-proposto > aprova-valor
                       string "variacao de " delimited by size
                               dif-proposto-ed delimited by size
                               " no preco" delimited by size
                           into motivo-aprovacao
               end-evaluate

               move nome(posicao) to nome-entrada
               perform localiza-pendente
               if motivo-aprovacao = spaces
                   perform baixa-pendente
               else
                   move 'S' to preco-retido-sw
                   perform registra-pendente
               end-if
           end-if

           .
       confere-aprovacao-exit.
           exit.

      *Procura a pendencia (pendente ou recusada) da pizza em
      *nome-entrada na fila de aprovacao, devolvendo em
      *ind-pnd-encontrado a posicao (zero se a pizza nao tem).
       localiza-pendente section.

           move zero to ind-pnd-encontrado
           perform varying ind-pnd from 1 by 1
                   until ind-pnd > qtd-pendentes
               if pnd-nome(ind-pnd) = nome-entrada
                       and not pnd-baixada(ind-pnd)
                       and not pnd-aprovada(ind-pnd)
                   move ind-pnd to ind-pnd-encontrado
               end-if
           end-perform

           .
       localiza-pendente-exit.
           exit.

      *Tira da fila a pendencia em ind-pnd-encontrado (se houver):
      *a pizza teve o preco mudado por outro caminho, foi aprovada ou
      *deixou de existir. A entrada baixada nao e regravada.
       baixa-pendente section.

           if ind-pnd-encontrado > zero
               set pnd-baixada(ind-pnd-encontrado) to true
               move 'S' to pendentes-mudaram
           end-if

           .
       baixa-pendente-exit.
           exit.

      *Poe na fila a mudanca retida da pizza na posicao 'posicao'. A
      *mesma proposta ja pendente continua com a data original (e o
      *envelhecimento que o PizzaDiario cobra); a mesma proposta ja
      *recusada nao volta para a fila; uma proposta diferente
      *substitui a anterior da pizza.
       registra-pendente section.

           move preco(posicao) to preco-ant-ed
           move preco-proposto to preco-novo-ed

           evaluate true
               when ind-pnd-encontrado > zero
                       and pnd-preco-ant(ind-pnd-encontrado)
                           = preco(posicao)
                       and pnd-preco-novo(ind-pnd-encontrado)
                           = preco-proposto
                   if pnd-recusada(ind-pnd-encontrado)
                       display "Preco " preco-novo-ed " de "
                               nome(posicao) " ja recusado pelo super"
                               "visor; preco de tabela mantido."
                   else
                       display "Preco " preco-novo-ed " de "
                               nome(posicao) " aguarda aprovacao desd"
                               "e " pnd-data(ind-pnd-encontrado) "."
                   end-if
               when ind-pnd-encontrado = zero
                       and qtd-pendentes >= max-pendentes
                   display "Atencao: fila de aprovacao cheia; mudanca "
                           "de preco de " nome(posicao) " descartada."
               when other
                   if ind-pnd-encontrado = zero
                       add 1 to qtd-pendentes
                       move qtd-pendentes to ind-pnd-encontrado
                   end-if
                   accept hora-completa from time
                   move nome(posicao)
                       to pnd-nome(ind-pnd-encontrado)
                   move "P" to pnd-situacao(ind-pnd-encontrado)
                   move data-relatorio
                       to pnd-data(ind-pnd-encontrado)
                   move hora-execucao
                       to pnd-hora(ind-pnd-encontrado)
                   move origem-jornal
                       to pnd-origem(ind-pnd-encontrado)
                   move preco(posicao)
                       to pnd-preco-ant(ind-pnd-encontrado)
                   move preco-proposto
                       to pnd-preco-novo(ind-pnd-encontrado)
                   move motivo-aprovacao
                       to pnd-motivo(ind-pnd-encontrado)
                   move 'S' to pendentes-mudaram
                   add 1 to qtd-retidas
                   display "Preco de " nome(posicao) " retido para ap"
                           "rovacao: " preco-ant-ed " -> "
                           preco-novo-ed " (" motivo-aprovacao ")"
           end-evaluate

           .
       registra-pendente-exit.
           exit.

      *Regrava a fila de aprovacao (PIZZA-APROVACAO) com as
      *pendencias e recusas ainda valendo; as baixadas ficam de fora.
      *A aprovada nesta execucao so sai da fila depois do catalogo
      *novo gravado; antes disso e gravada de novo como pendente.
       grava-pendentes section.

           open output pizza-aprovacao
           if not fs-aprovacao-ok
               display "Atencao: nao foi possivel regravar PIZZA-APROV"
                       "ACAO (status " fs-aprovacao ") - fila de aprov"
                       "acao desta execucao perdida; os precos retidos"
                       " ficam no valor de tabela."
           else
               perform varying ind-pnd from 1 by 1
                       until ind-pnd > qtd-pendentes
                   evaluate true
                       when pnd-baixada(ind-pnd)
                           continue
                       when pnd-aprovada(ind-pnd)
                               and ctl-master-feito
                           continue
                       when other
                           move pendentes-tab(ind-pnd)
                               to aprovacao-reg
                           if pnd-aprovada(ind-pnd)
                               set apv-pendente to true
                           end-if
                           write aprovacao-reg
                   end-evaluate
               end-perform
               close pizza-aprovacao
           end-if

           if qtd-retidas > zero and ctl-master-feito
               display "Aprovacao: " qtd-retidas " mudanca(s) de prec"
                       "o retida(s) para o supervisor."
           end-if

           .
       grava-pendentes-exit.
           exit.

      *Fecha a fila de aprovacao gravada na abertura do controle:
      *regrava sem as aprovadas, que o catalogo gravado ja tem, e
      *baixa a pendencia no controle da execucao.
       conclui-pendentes section.

           if not ctl-pendentes-feito and ctl-master-feito
               perform grava-pendentes
               move 'S' to ctl-ws-pendentes
               perform grava-controle
           end-if

           .
       conclui-pendentes-exit.
           exit.

      *Na retomada: a pendencia da fila cujo preco novo e o que o
      *catalogo gravado ja tem foi aprovada pela execucao
      *interrompida e e marcada como aprovada, para sair da fila.
       reconcilia-pendentes section.

           move zero to qtd-aprovadas-catalogo
           perform varying ind-pnd from 1 by 1
                   until ind-pnd > qtd-pendentes
               if pnd-pendente(ind-pnd)
                   move pnd-nome(ind-pnd) to nome-entrada
                   perform busca-pizza
                   if ind-encontrado > zero
                       if preco(ind-encontrado)
                               = pnd-preco-novo(ind-pnd)
                           set pnd-aprovada(ind-pnd) to true
                           add 1 to qtd-aprovadas-catalogo
                       end-if
                   end-if
               end-if
           end-perform

           if qtd-aprovadas-catalogo > zero
               display "Aprovacao: " qtd-aprovadas-catalogo " preco(s"
                       ") aprovado(s) ja no catalogo saem da fila."
           end-if

           .
       reconcilia-pendentes-exit.
           exit.

      *Modo de aprovacao ('A' como parametro de chamada): le as
      *decisoes do supervisor (PIZZA-DECISAO), aplica cada uma contra
      *a fila e o catalogo em memoria (que FINALIZA regrava junto com
      *a interface do PDV) e grava em PIZZA-APROVLIST a listagem das
      *decisoes e a fila que sobrou. Sem o arquivo de decisoes, sai so
      *a fila, para o supervisor revisar.
       aprova-precos section.

           move 'N' to aprovlist-aberta
           open output pizza-aprovlist
           if fs-aprovlist-ok
               move 'S' to aprovlist-aberta
           else
               display "Atencao: nao foi possivel abrir PIZZA-APROVLI"
                       "ST (status " fs-aprovlist ") - listagem da ap"
                       "rovacao nao sera gravada."
           end-if

           open input pizza-decisao
           if not fs-decisao-ok
               display "Arquivo de decisoes ausente (status "
                       fs-decisao ") - nenhuma decisao aplicada."
           else
               perform until fs-decisao-fim
                   read pizza-decisao
                       at end
                           set fs-decisao-fim to true
                       not at end
                           add 1 to apt-lidas
                           perform aplica-decisao
                   end-read
               end-perform
               close pizza-decisao
           end-if

           perform resumo-aprovacao

           if aprovlist-ok
               close pizza-aprovlist
           end-if

           .
       aprova-precos-exit.
           exit.

      *Aplica uma decisao do supervisor. Quando a decisao nao pode
      *ser aplicada, o motivo fica em motivo-rejeicao e a fila e o
      *catalogo nao sao tocados.
       aplica-decisao section.

           move spaces to motivo-rejeicao
           move apt-nome to nome-entrada
           perform localiza-pendente

           evaluate true
               when ind-pnd-encontrado = zero
                   move "pizza sem preco aguardando aprovacao"
                       to motivo-rejeicao
               when pnd-recusada(ind-pnd-encontrado)
                   move "proposta ja recusada" to motivo-rejeicao
               when not apt-aprovar and not apt-recusar
                   move "decisao desconhecida" to motivo-rejeicao
               when apt-preco-novo not numeric
                       or apt-preco-novo
                           not = pnd-preco-novo(ind-pnd-encontrado)
                   move "preco difere do que aguarda aprovacao"
                       to motivo-rejeicao
               when apt-recusar
                   move "R" to pnd-situacao(ind-pnd-encontrado)
                   move 'S' to pendentes-mudaram
                   add 1 to apt-recusadas
               when other
                   perform aprova-pendente
           end-evaluate

           if motivo-rejeicao not = spaces
               add 1 to apt-rejeitadas
           end-if

           perform escreve-aprovlist

           .
       aplica-decisao-exit.
           exit.

      *Aplica ao catalogo o preco aprovado da pendencia em
      *ind-pnd-encontrado, com a origem APROVACAO no jornal. So
      *aprova quando o catalogo ainda tem o preco de quando a
      *proposta entrou na fila e o preco novo respeita a faixa em
      *vigor; senao a proposta ficou velha e a decisao e rejeitada.
       aprova-pendente section.

           perform busca-pizza

           evaluate true
               when ind-encontrado = zero
                   move "pizza nao existe no catalogo"
                       to motivo-rejeicao
               when preco(ind-encontrado)
                       not = pnd-preco-ant(ind-pnd-encontrado)
                   move "preco do catalogo mudou desde a proposta"
                       to motivo-rejeicao
               when pnd-preco-novo(ind-pnd-encontrado) < preco-min
                       or pnd-preco-novo(ind-pnd-encontrado)
                           > preco-max
                   move "preco fora da faixa" to motivo-rejeicao
               when other
                   move ind-encontrado to posicao
                   move 'A' to acao-jornal
                   perform guarda-imagem-antes
                   move pnd-preco-novo(ind-pnd-encontrado)
                       to preco(posicao)
                   perform guarda-imagem-depois
                   move "APROVACAO" to origem-jornal
                   perform grava-jornal
                   set pnd-aprovada(ind-pnd-encontrado) to true
                   move 'S' to pendentes-mudaram
                   add 1 to apt-aprovadas
           end-evaluate

           .
       aprova-pendente-exit.
           exit.

      *Escreve na listagem (e na tela) o resultado de uma decisao.
       escreve-aprovlist section.

           move apt-preco-novo to preco-novo-ed
           move spaces to aprovlist-linha
           evaluate true
               when motivo-rejeicao not = spaces
                   string apt-decisao delimited by size
                           " " delimited by size
                           apt-nome delimited by size
                           " - REJEITADA: " delimited by size
                           motivo-rejeicao delimited by size
                       into aprovlist-linha
               when apt-aprovar
                   string apt-decisao delimited by size
                           " " delimited by size
                           apt-nome delimited by size
                           " - APROVADA, preco " delimited by size
                           preco-novo-ed delimited by size
                       into aprovlist-linha
               when other
                   string apt-decisao delimited by size
                           " " delimited by size
                           apt-nome delimited by size
                           " - RECUSADA, preco " delimited by size
                           preco-novo-ed delimited by size
                       into aprovlist-linha
           end-evaluate

           display aprovlist-linha
           if aprovlist-ok
               write aprovlist-linha
           end-if

           .
       escreve-aprovlist-exit.
           exit.

      *Resumo das decisoes no fim da listagem, seguido da fila que
      *continua aguardando o supervisor.
       resumo-aprovacao section.

           move spaces to aprovlist-linha
           if aprovlist-ok
               write aprovlist-linha
           end-if

           move spaces to aprovlist-linha
           string "Decisoes lidas: " delimited by size
                   apt-lidas delimited by size
                   "  aprovadas: " delimited by size
                   apt-aprovadas delimited by size
                   "  recusadas: " delimited by size
                   apt-recusadas delimited by size
                   "  rejeitadas: " delimited by size
                   apt-rejeitadas delimited by size
               into aprovlist-linha
           display aprovlist-linha
           if aprovlist-ok
               write aprovlist-linha
               move spaces to aprovlist-linha
               write aprovlist-linha
               move "Aguardando aprovacao:" to aprovlist-linha
               write aprovlist-linha
           end-if

           move zero to ind-pnd-encontrado
           perform varying ind-pnd from 1 by 1
                   until ind-pnd > qtd-pendentes
               if pnd-pendente(ind-pnd)
                   move ind-pnd to ind-pnd-encontrado
                   perform lista-pendente
               end-if
           end-perform

           if ind-pnd-encontrado = zero and aprovlist-ok
               move "  (nenhuma)" to aprovlist-linha
               write aprovlist-linha
           end-if

           .
       resumo-aprovacao-exit.
           exit.

      *Lista uma pendencia da fila (posicao ind-pnd): pizza, data de
      *entrada, origem, preco antigo e novo e o motivo.
       lista-pendente section.

           move pnd-data(ind-pnd) to data-pendente
           move pnd-preco-ant(ind-pnd)  to preco-ant-ed
           move pnd-preco-novo(ind-pnd) to preco-novo-ed
           move spaces to aprovlist-linha
           string "  " delimited by size
                   pnd-nome(ind-pnd) delimited by size
                   " " delimited by size
                   dia-pendente delimited by size
                   "/" delimited by size
                   mes-pendente delimited by size
                   " " delimited by size
                   pnd-origem(ind-pnd) delimited by size
                   preco-ant-ed delimited by size
                   " ->" delimited by size
                   preco-novo-ed delimited by size
                   " " delimited by size
                   pnd-motivo(ind-pnd) delimited by size
               into aprovlist-linha
           if aprovlist-ok
               write aprovlist-linha
           end-if

           .
       lista-pendente-exit.
           exit.



       processamento section.

           evaluate true
               when modo-manutencao
                   perform manutencao-catalogo
               when modo-consulta
                   perform consulta-catalogo
               when modo-restart
                   perform restaura-execucao
               when modo-aprovacao
                   perform aprova-precos
               when modo-batch
                   perform carrega-lote
      *Com a estrutura do lote ja conferida, as mudancas aplicadas
      *vao para o jornal; um lote recusado fica fora dele, porque
      *nada do que ele trouxe chega ao catalogo.
                   perform grava-jornal-lote
               when other
                   perform abre-checkpoint

      *Laco de controle para entrada de valores.
               move 0 to ind
               perform until ind > max-pizzas
                       or    opcao <> 'S'

                   display erase

                           perform aceita-preco

      *Jornal de auditoria: a origem distingue o preco digitado pelo
      *operador do preco calculado a partir do fornecedor.
                           evaluate true
                               when preco-veio-receita
                                   move "RECEITA" to origem-jornal
                               when other
                                   move "INTERATIVO" to origem-jornal
                           end-evaluate

      *Reentrada de pizza ja cadastrada: o preco novo passa pela fila
      *de aprovacao, conferido contra o preco de antes da reentrada;
      *retido, a pizza volta ao preco antigo (tambem no checkpoint).
                           if acao-jornal = 'A'
                               move preco(posicao) to preco-proposto
                               move ant-preco to preco(posicao)
                               perform confere-aprovacao
                               if not preco-retido
                                   move preco-proposto
                                       to preco(posicao)
                               end-if
                           end-if

                           perform grava-checkpoint

                           perform guarda-imagem-depois
                           perform grava-jornal
                       end-if
                   end-if
      *quando as vendas foram batidas), pizza a pizza e no total,
      *dentro da tolerancia parametrizada.
               perform concilia-receita

      *Acumula o movimento de vendas do dia no historico de vendas.
               perform grava-historico-vendas
           end-if


      *esta indo para o PDV e a data em que a promocao acaba.
                   move nome(ind)  to promo-nome-busca
                   move preco(ind) to promo-preco-base
                   move data-relatorio to promo-data-busca
                   perform calcula-preco-vigente
                   if promo-ativa
                       move pro-fim-tab(ind-pro-ativa)
      *contra o custo apurado, apontando a promocao que da prejuizo.
               perform relatorio-promocoes

      *Margem de cada pizza em cada canal de venda, depois da
      *comissao e da taxa do aplicativo.
               perform relatorio-canais

      *Em lote, a linha de resumo da carga fecha o relatorio, para o
      *registro impresso mostrar o que entrou e o que foi rejeitado.
               if modo-batch
       grava-historico-exit.
           exit.

      *Acrescenta ao historico de vendas PIZZA-HIST-VENDAS o
      *movimento do PDV, data a data. Uma data que ja esta no
      *historico (reexecucao, ou o PDV mandou de novo o movimento do
      *dia anterior) nao e gravada outra vez, para nao dobrar as
      *vendas daquele dia; registro de venda invalido fica de fora,
      *como na carga do movimento.
       grava-historico-vendas section.

           move zero to qtd-datas-venda
           move zero to qtd-datas-novas
           move zero to qtd-hist-vendas-gravados

      *Primeira leitura do movimento: as datas que ele traz.
           open input pizza-vendas
           if fs-vendas-ok
               perform until fs-vendas-fim
                   read pizza-vendas
                       at end
                           set fs-vendas-fim to true
                       not at end
                           if ven-data numeric and ven-qtde numeric
                                   and ven-valor numeric
                               perform guarda-data-venda
                           end-if
                   end-read
               end-perform
               close pizza-vendas
           end-if

      *Marca as datas que o historico ja tem.
           if qtd-datas-venda > zero
               open input pizza-hist-vendas
               if fs-hist-vendas-ok
                   perform until fs-hist-vendas-fim
                       read pizza-hist-vendas
                           at end
                               set fs-hist-vendas-fim to true
                           not at end
                               perform varying ind-dvh from 1 by 1
                                       until ind-dvh > qtd-datas-venda
                                   if dvh-data(ind-dvh) = vhs-data
                                       move 'S'
                                           to dvh-situacao(ind-dvh)
                                   end-if
                               end-perform
                       end-read
                   end-perform
                   close pizza-hist-vendas
               end-if

               perform varying ind-dvh from 1 by 1
                       until ind-dvh > qtd-datas-venda
                   if not dvh-no-historico(ind-dvh)
                       add 1 to qtd-datas-novas
                   end-if
               end-perform
           end-if

      *Segunda leitura: grava no historico as vendas das datas novas.
           if qtd-datas-novas > zero
               open extend pizza-hist-vendas
               if not fs-hist-vendas-ok
                   close pizza-hist-vendas
                   open output pizza-hist-vendas
               end-if

               if not fs-hist-vendas-ok
                   display "Atencao: nao foi possivel abrir PIZZA-HIST-"
                           "VENDAS para gravacao (status "
                           fs-hist-vendas ") - historico de vendas nao"
                           " foi atualizado nesta execucao."
               else
                   open input pizza-vendas
                   if fs-vendas-ok
                       perform until fs-vendas-fim
                           read pizza-vendas
                               at end
                                   set fs-vendas-fim to true
                               not at end
                                   perform grava-venda-historico
                           end-read
                       end-perform
                       close pizza-vendas
                   end-if
                   close pizza-hist-vendas
               end-if
           end-if

           if qtd-hist-vendas-gravados > zero
               display "Historico de vendas: " qtd-hist-vendas-gravados
                       " registro(s) de " qtd-datas-novas
                       " data(s) acrescentado(s)."
           end-if

           if qtd-datas-venda > qtd-datas-novas
               subtract qtd-datas-novas from qtd-datas-venda
                   giving ind-dvh
               display "Historico de vendas: " ind-dvh " data(s) do m"
                       "ovimento ja estavam no historico e nao foram g"
                       "ravadas de novo."
           end-if

           .
       grava-historico-vendas-exit.
           exit.

      *Guarda a data do registro de venda corrente na tabela de datas
      *do movimento (uma vez so).
       guarda-data-venda section.

           move zero to ind-dvh-encontrado
           perform varying ind-dvh from 1 by 1
                   until ind-dvh > qtd-datas-venda
               if dvh-data(ind-dvh) = ven-data
                   move ind-dvh to ind-dvh-encontrado
               end-if
           end-perform

           if ind-dvh-encontrado = zero
               if qtd-datas-venda < max-datas-venda
                   add 1 to qtd-datas-venda
                   move ven-data to dvh-data(qtd-datas-venda)
                   move 'N' to dvh-situacao(qtd-datas-venda)
               else
                   display "Atencao: limite de " max-datas-venda
                           " datas no movimento de vendas atingido; "
                           ven-data " fora do historico de vendas."
               end-if
           end-if

           .
       guarda-data-venda-exit.
           exit.

      *Grava no historico de vendas o registro de venda corrente,
      *quando valido e de uma data que o historico ainda nao tem.
       grava-venda-historico section.

           if ven-data numeric and ven-qtde numeric
                   and ven-valor numeric
               move zero to ind-dvh-encontrado
               perform varying ind-dvh from 1 by 1
                       until ind-dvh > qtd-datas-venda
                   if dvh-data(ind-dvh) = ven-data
                           and not dvh-no-historico(ind-dvh)
                       move ind-dvh to ind-dvh-encontrado
                   end-if
               end-perform

               if ind-dvh-encontrado > zero
                   move ven-nome  to vhs-nome
                   move ven-data  to vhs-data
                   move ven-qtde  to vhs-qtde
                   move ven-valor to vhs-valor
                   move ven-canal to vhs-canal
                   write hist-venda-reg
                   add 1 to qtd-hist-vendas-gravados
               end-if
           end-if

           .
       grava-venda-historico-exit.
           exit.

      *Resumo de excecao: aponta a pizza de melhor e de pior
      *custo-beneficio por cm2, e avisa quando alguma pizza fica mais
      *de limite-alerta por cento mais cara que a mais barata.
           else
               move nome(ind-encontrado)  to promo-nome-busca
               move preco(ind-encontrado) to promo-preco-base
               move data-relatorio to promo-data-busca
               perform calcula-preco-vigente

      *Custo apurado: receita quando fecha, senao o custo por pizza
       lista-promocao-exit.
           exit.

      *Secao de margem por canal: para cada canal de venda, as
      *pizzas cujo preco no canal, descontadas a comissao e a taxa
      *fixa, rende menos que o custo da receita mais o
      *markup-padrao. Pizza sem receita fechada so e contada.
       relatorio-canais section.

           if qtd-canais > zero
               perform varying ind from 1 by 1 until ind > qtd-pizzas
                   move nome(ind) to nome-entrada
                   perform calcula-custo-receita
                   if receita-achada
                       compute minimo-canal(ind) rounded =
                               custo-receita * (1 + markup-padrao / 100)
                           on size error
                               move 99999,99 to minimo-canal(ind)
                       end-compute
                   else
                       move zero to minimo-canal(ind)
                   end-if
               end-perform

               move spaces to report-linha
               write report-linha
                   at end-of-page
                       perform escreve-cabecalho
               end-write

               move spaces to report-linha
               move "-- Margem por canal de venda --" to report-linha
               write report-linha
                   at end-of-page
                       perform escreve-cabecalho
               end-write

               perform varying ind-can from 1 by 1
                       until ind-can > qtd-canais
                   perform lista-canal
               end-perform
           end-if

           .
       relatorio-canais-exit.
           exit.

      *Bloco de um canal (posicao ind-can) na secao de margem.
       lista-canal section.

           move can-comissao(ind-can) to comissao-canal-ed
           move can-taxa(ind-can)     to taxa-canal-ed
           move spaces to report-linha
           string "Canal " delimited by size
                   can-codigo(ind-can) delimited by size
                   " " delimited by size
                   can-nome(ind-can) delimited by size
                   " comissao " delimited by size
                   comissao-canal-ed delimited by size
                   "% taxa " delimited by size
                   taxa-canal-ed delimited by size
               into report-linha
           write report-linha
               at end-of-page
                   perform escreve-cabecalho
           end-write

           move zero to qtd-canal-abaixo
           move zero to qtd-canal-sem-receita
           perform varying ind from 1 by 1 until ind > qtd-pizzas
               if minimo-canal(ind) = zero
                   add 1 to qtd-canal-sem-receita
               else
                   move nome(ind)  to promo-nome-busca
                   move preco(ind) to promo-preco-base
                   move data-relatorio to promo-data-busca
                   perform calcula-preco-canal
                   compute liquido-canal rounded = preco-canal
                           - preco-canal * can-comissao(ind-can) / 100
                           - can-taxa(ind-can)
                   if liquido-canal < minimo-canal(ind)
                       add 1 to qtd-canal-abaixo
                       add 1 to qtd-canais-abaixo
                       move preco-canal       to preco-canal-ed
                       move liquido-canal     to liquido-canal-ed
                       move minimo-canal(ind) to minimo-canal-ed
                       move spaces to report-linha
                       string "  " delimited by size
                               nome(ind) delimited by size
                               " " delimited by size
                               can-codigo(ind-can) delimited by size
                               " " delimited by size
                               preco-canal-ed delimited by size
                               " liquido " delimited by size
                               liquido-canal-ed delimited by size
                               " minimo " delimited by size
                               minimo-canal-ed delimited by size
                               " ABAIXO" delimited by size
                           into report-linha
                       write report-linha
                           at end-of-page
                               perform escreve-cabecalho
                       end-write
                       display report-linha
                   end-if
               end-if
           end-perform

           if qtd-canal-abaixo = zero
               move spaces to report-linha
               move "  (nenhuma pizza abaixo do minimo)" to report-linha
               write report-linha
                   at end-of-page
                       perform escreve-cabecalho
               end-write
           end-if

           if qtd-canal-sem-receita > zero
               move spaces to report-linha
               string "  Pizzas sem receita, nao conferidas: "
                           delimited by size
                       qtd-canal-sem-receita delimited by size
                   into report-linha
               write report-linha
                   at end-of-page
                       perform escreve-cabecalho
               end-write
           end-if

           .
       lista-canal-exit.
           exit.

      *Le o movimento diario de vendas do PDV (PIZZA-VENDAS) para a
      *tabela em memoria, somando quantidade e valor por pizza (o
      *movimento pode ter varios dias do mesmo nome).
               display "Atencao: registro de venda invalido para "
                       ven-nome " ignorado."
           else
               perform apura-esperado-venda

               move ven-nome to nome-entrada
               perform busca-venda

               if ind-vnd-encontrado > zero
                   add ven-qtde  to vnd-qtde(ind-vnd-encontrado)
                   add ven-valor to vnd-valor(ind-vnd-encontrado)
                   add receita-venda
                       to vnd-esperado(ind-vnd-encontrado)
               else
                   if qtd-vendas < max-pizzas
                       add 1 to qtd-vendas
                       move ven-nome  to vnd-nome(qtd-vendas)
                       move ven-qtde  to vnd-qtde(qtd-vendas)
                       move ven-valor to vnd-valor(qtd-vendas)
                       move receita-venda to vnd-esperado(qtd-vendas)
                   else
                       display "Atencao: limite de " max-pizzas
                               " pizzas no movimento de vendas atingi"
       acumula-venda-exit.
           exit.

      *Faturamento esperado do registro de venda corrente: a
      *quantidade vezes o preco do catalogo na carga no balcao, ou
      *vezes o preco do canal derivado dele na venda de canal. Venda
      *de canal nao cadastrado e conferida pelo preco de balcao e
      *fica nos totais de canal nao cadastrado.
       apura-esperado-venda section.

           move zero to receita-venda

           move zero to ind-orig-encontrado
           perform varying ind-orig from 1 by 1
                   until ind-orig > qtd-originais
               if orig-nome(ind-orig) = ven-nome
                   move ind-orig to ind-orig-encontrado
               end-if
           end-perform

           move zero to ind-can-encontrado
           if ven-canal not = spaces
               perform varying ind-can from 1 by 1
                       until ind-can > qtd-canais
                   if can-codigo(ind-can) = ven-canal
                       move ind-can to ind-can-encontrado
                   end-if
               end-perform
               if ind-can-encontrado = zero
                   add 1 to qtd-vendas-canal-desconhecido
                   display "Atencao: canal " ven-canal " da venda de "
                           ven-nome " nao cadastrado; conferida pelo "
                           "preco de balcao."
               end-if
           end-if

           if ind-orig-encontrado > zero
               if ind-can-encontrado > zero
                   move ind-can-encontrado to ind-can
                   move ven-nome to promo-nome-busca
                   move orig-preco(ind-orig-encontrado)
                       to promo-preco-base
                   if ven-data numeric
                       move ven-data to promo-data-busca
                   else
                       move data-relatorio to promo-data-busca
                   end-if
                   perform calcula-preco-canal
                   compute receita-venda = ven-qtde * preco-canal
               else
                   compute receita-venda = ven-qtde
                           * orig-preco(ind-orig-encontrado)
               end-if
           end-if

           evaluate true
               when ven-canal = spaces
                   add ven-qtde  to bal-qtde
                   add ven-valor to bal-valor
                   if ind-orig-encontrado > zero
                       add receita-venda to bal-esperado
                       add ven-valor     to bal-conferido
                   end-if
               when ind-can-encontrado > zero
                   add ven-qtde  to can-qtde(ind-can-encontrado)
                   add ven-valor to can-valor(ind-can-encontrado)
                   if ind-orig-encontrado > zero
                       add receita-venda
                           to can-esperado(ind-can-encontrado)
                       add ven-valor
                           to can-conferido(ind-can-encontrado)
                   end-if
               when other
                   add ven-qtde  to out-qtde
                   add ven-valor to out-valor
                   if ind-orig-encontrado > zero
                       add receita-venda to out-esperado
                       add ven-valor     to out-conferido
                   end-if
           end-evaluate

           .
       apura-esperado-venda-exit.
           exit.

      *Relatorio de engenharia de cardapio: classifica cada pizza do
      *catalogo cruzando a quantidade vendida (contra a media do
      *catalogo) com o preco por cm2 (contra a media apurada), e

               perform vendas-sem-catalogo

               if qtd-canais > zero or out-qtde > zero
                   perform vendas-por-canal
               end-if

               close pizza-menu
           end-if

       vendas-sem-catalogo-exit.
           exit.

      *Lista as vendas do movimento por canal: balcao, cada canal de
      *venda e o que veio com canal nao cadastrado.
       vendas-por-canal section.

           move spaces to menu-linha
           perform escreve-linha-menu

           move spaces to menu-linha
           move "-- Vendas por canal --" to menu-linha
           perform escreve-linha-menu

           move bal-qtde  to qtde-editada
           move bal-valor to valor-editado
           move spaces to menu-linha
           string "  BALCAO" delimited by size
                   "                     qtde " delimited by size
                   qtde-editada delimited by size
                   " valor " delimited by size
                   valor-editado delimited by size
               into menu-linha
           perform escreve-linha-menu

           perform varying ind-can from 1 by 1
                   until ind-can > qtd-canais
               move can-qtde(ind-can)  to qtde-editada
               move can-valor(ind-can) to valor-editado
               move spaces to menu-linha
               string "  " delimited by size
                       can-codigo(ind-can) delimited by size
                       " " delimited by size
                       can-nome(ind-can) delimited by size
                       " qtde " delimited by size
                       qtde-editada delimited by size
                       " valor " delimited by size
                       valor-editado delimited by size
                   into menu-linha
               perform escreve-linha-menu
           end-perform

           if out-qtde > zero
               move out-qtde  to qtde-editada
               move out-valor to valor-editado
               move spaces to menu-linha
               string "  (canal nao cadastrado)    " delimited by size
                       " qtde " delimited by size
                       qtde-editada delimited by size
                       " valor " delimited by size
                       valor-editado delimited by size
                   into menu-linha
               perform escreve-linha-menu
           end-if

           .
       vendas-por-canal-exit.
           exit.

      *Escreve uma linha no relatorio de engenharia de cardapio,
      *reabrindo o cabecalho quando a pagina vira.
       escreve-linha-menu section.
           exit.

      *Confere a receita de uma pizza do movimento: esperado contra
      *reportado. O esperado foi somado registro a registro na carga
      *das vendas: no balcao, pelo preco do catalogo NA CARGA; na
      *venda de canal, pelo preco do canal derivado dele. O preco do
      *catalogo NA CARGA
      *(originais-tab): as vendas do movimento foram batidas com o
      *preco que valia antes desta execucao, e conferir contra o
      *preco ja reprecificado pelas receitas apontaria divergencia
           if ind-orig-encontrado = zero
               add 1 to qtd-vendas-nao-conferidas
           else
               move vnd-esperado(ind-vnd) to receita-esperada

               add receita-esperada    to total-esperado
               add vnd-valor(ind-vnd)  to total-reportado
           perform escreve-linha-receita
           display receita-linha

           if qtd-canais > zero or out-qtde > zero
               perform totais-receita-canal
           end-if

           .
       totais-receita-exit.
           exit.

      *Conciliacao separada por canal: balcao, cada canal de venda e
      *o que veio com canal nao cadastrado (conferido pelo preco de
      *balcao).
       totais-receita-canal section.

           move spaces to receita-linha
           perform escreve-linha-receita

           move spaces to receita-linha
           move "-- Por canal --" to receita-linha
           perform escreve-linha-receita

           move "BALCAO" to canal-receita
           move bal-esperado  to total-canal-esperado
           move bal-conferido to total-canal-conferido
           perform linha-receita-canal

           perform varying ind-can from 1 by 1
                   until ind-can > qtd-canais
               move can-codigo(ind-can)    to canal-receita
               move can-esperado(ind-can)  to total-canal-esperado
               move can-conferido(ind-can) to total-canal-conferido
               perform linha-receita-canal
           end-perform

           if out-qtde > zero
               move "OUTRO" to canal-receita
               move out-esperado  to total-canal-esperado
               move out-conferido to total-canal-conferido
               perform linha-receita-canal
           end-if

           if qtd-vendas-canal-desconhecido > zero
               move spaces to receita-linha
               string "Vendas de canal nao cadastrado: "
                           delimited by size
                       qtd-vendas-canal-desconhecido delimited by size
                   into receita-linha
               perform escreve-linha-receita
               display receita-linha
           end-if

           .
       totais-receita-canal-exit.
           exit.

      *Linha de totais de um canal na conciliacao de receita.
       linha-receita-canal section.

           compute dif-total-receita =
                   total-canal-conferido - total-canal-esperado
           move total-canal-esperado  to esperado-editado
           move total-canal-conferido to reportado-editado
           move dif-total-receita     to dif-receita-editada

           move spaces to receita-linha
           string "  " delimited by size
                   canal-receita delimited by size
                   "  esp " delimited by size
                   esperado-editado delimited by size
                   " rep " delimited by size
                   reportado-editado delimited by size
                   " dif " delimited by size
                   dif-receita-editada delimited by size
               into receita-linha
           perform escreve-linha-receita

           .
       linha-receita-canal-exit.
           exit.

      *Escreve uma linha na conciliacao de receita, reabrindo o
      *cabecalho quando a pagina vira.
       escreve-linha-receita section.
               end-if

               perform exporta-precos-pos

      *A fila de aprovacao, gravada na abertura do controle, e
      *fechada por ultimo: o catalogo gravado acima fica no preco
      *antigo das mudancas retidas e ja tem o das aprovadas.
               perform conclui-pendentes
           end-if

      *A execucao chegou ao fim normalmente, entao o checkpoint da
                       move trn-lidas       to log-lidos
                       move trn-aplicadas   to log-aceitos
                       move trn-rejeitadas  to log-rejeitados
                   when modo-aprovacao
                       move apt-lidas       to log-lidos
                       compute log-aceitos =
                               apt-aprovadas + apt-recusadas
                       move apt-rejeitadas  to log-rejeitados
                   when other
                       move qtd-pizzas      to log-lidos
                       move qtd-pizzas      to log-aceitos
               end-evaluate

               move return-code to log-retcode
               move operador-sessao to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           move nome(ind)  to promo-nome-busca
           move preco(ind) to promo-preco-base
           move data-relatorio to promo-data-busca
           perform calcula-preco-vigente

           if pdv-carregado

      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaCanal".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - interface de precos de um
      *                   canal de venda (aplicativo de entrega). O
      *                   codigo do canal vem no parametro de chamada;
      *                   o preco de cada pizza no canal sai do preco
      *                   de tabela do PIZZA-MASTER pela regra do
      *                   PIZZA-CANAIS (promocao se o canal aceita,
      *                   taxa fixa, comissao e arredondamento) ou do
      *                   preco proprio do PIZZA-CANAL-PRECOS, a mesma
      *                   conta do relatorio do DesafioPizza. So vai
      *                   para o PIZZACEX o preco novo ou alterado
      *                   contra o ultimo enviado ao canal (PIZZACUL),
      *                   entre header e trailer como no PIZZAPOS. Um
      *                   passo de JCL por canal, cada um com o seu
      *                   PIZZACEX.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
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
               file status is fs-promocao.

           select pizza-canais assign to "PIZZACNL"
               organization is sequential
               file status is fs-canais.

           select pizza-canal-precos assign to "PIZZACPR"
               organization is sequential
               file status is fs-canal-precos.

           select pizza-canal-ultimo assign to "PIZZACUL"
               organization is sequential
               file status is fs-canal-ultimo.

           select pizza-canal-export assign to "PIZZACEX"
               organization is sequential
               file status is fs-canal-export.

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

      *Ultimo preco enviado de cada pizza a cada canal, regravado a
      *cada execucao.
       fd  pizza-canal-ultimo
           label records are standard.
       01  canal-ultimo-reg.
           05 cul-canal                            pic x(05).
           05 cul-nome                             pic x(15).
           05 cul-preco                            pic 9(03)v99.

      *Interface de precos do canal: header 'H' com a data da
      *execucao e o codigo do canal, um detalhe 'D' por pizza com
      *preco novo ou alterado e trailer 'T' com a contagem de
      *detalhes e o hash total dos precos (mesmo leiaute do PIZZAPOS).
       fd  pizza-canal-export
           label records are standard.
       01  cex-reg.
           05 cex-tipo                             pic x(01).
           05 cex-dados.
              10 cex-nome                          pic x(15).
              10 cex-preco                         pic 9(03)v99.
           05 cex-header-dados redefines cex-dados.
              10 cex-data                          pic 9(08).
              10 cex-canal                         pic x(05).
              10 filler                            pic x(07).
           05 cex-trailer-dados redefines cex-dados.
              10 cex-qtd                           pic 9(05).
              10 cex-hash                          pic 9(09)v99.
              10 filler                            pic x(04).

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

      *Catalogo com o preco de tabela.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
           05 cat-preco                            pic 9(03)v99.
           05 cat-preco-canal                      pic 9(03)v99.

      *Calendario de promocoes (mesma critica do DesafioPizza).
       77  max-promocoes                       pic 9(03) value 100.
       77  qtd-promocoes                       pic 9(03) value zero.
       01  promocoes-tab  occurs 1 to 100 times
                          depending on qtd-promocoes.
           05 pro-nome-tab                         pic x(15).
           05 pro-ini-tab                          pic 9(08).
           05 pro-fim-tab                          pic 9(08).
           05 pro-tipo-tab                         pic x(01).
           05 pro-valor-tab                        pic 9(03)v99.

      *O canal da execucao e os precos proprios das pizzas nele.
       77  codigo-canal                            pic x(05).
       77  canal-sw                                pic x(01)
                                                   value 'N'.
           88 canal-achado                         value 'S'.
       77  canal-invalido-sw                       pic x(01)
                                                   value 'N'.
           88 canal-invalido                       value 'S'.
       77  nome-canal                              pic x(20).
       77  comissao-canal                          pic 9(02)v99.
       77  taxa-canal                              pic 9(03)v99.
       77  arredonda-canal                         pic x(01).
       77  promocao-canal                          pic x(01).
           88 canal-com-promocao                   value "S".
       77  max-canal-precos                    pic 9(04) value 2000.
       77  qtd-canal-precos                    pic 9(04) value zero.
       01  canal-precos-tab  occurs 1 to 2000 times
                             depending on qtd-canal-precos.
           05 cpt-nome                             pic x(15).
           05 cpt-preco                            pic 9(03)v99.

      *Ultimos precos enviados, de todos os canais: os dos outros
      *canais voltam como estao para o PIZZACUL.
       77  max-ultimos                         pic 9(05) value 10000.
       77  qtd-ultimos                         pic 9(05) value zero.
       01  ultimos-tab  occurs 1 to 10000 times
                        depending on qtd-ultimos.
           05 ult-canal                            pic x(05).
           05 ult-nome                             pic x(15).
           05 ult-preco                            pic 9(03)v99.
       77  ultimo-sw                               pic x(01)
                                                   value 'N'.
           88 ultimo-carregado                     value 'S'.

      *Preco vigente e preco no canal (mesma regra do DesafioPizza).
       77  promo-nome-busca                        pic x(15).
       77  promo-preco-base                        pic 9(03)v99.
       77  preco-vigente                           pic 9(03)v99.
       77  preco-canal                             pic 9(03)v99.
       77  preco-canal-inteiro                     pic 9(03).

      *Variaveis de controle
       77  linha-comando                           pic x(20).
       77  ind                                     pic 9(03).
       77  ind-pro                                 pic 9(03).
       77  ind-pro-ativa                           pic 9(03).
       77  ind-cpt                                 pic 9(04).
       77  ind-cpt-encontrado                      pic 9(04).
       77  ind-ult                                 pic 9(05).
       77  ind-ult-encontrado                      pic 9(05).
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-promocao                             pic x(02).
           88 fs-promocao-ok                       value '00'.
           88 fs-promocao-fim                      value '10'.
       77  fs-canais                               pic x(02).
           88 fs-canais-ok                         value '00'.
           88 fs-canais-fim                        value '10'.
       77  fs-canal-precos                         pic x(02).
           88 fs-canal-precos-ok                   value '00'.
           88 fs-canal-precos-fim                  value '10'.
       77  fs-canal-ultimo                         pic x(02).
           88 fs-canal-ultimo-ok                   value '00'.
           88 fs-canal-ultimo-fim                  value '10'.
       77  fs-canal-export                         pic x(02).
           88 fs-canal-export-ok                   value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.

      *Totais da execucao.
       77  qtd-precos-alterados                pic 9(05) value zero.
       77  hash-precos                         pic 9(09)v99 value zero.
       77  qtd-registros-invalidos             pic 9(05) value zero.

       01  data-relatorio                          pic 9(08).
       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-canal
           perform carrega-master
           perform carrega-promocoes
           perform carrega-canal-precos
           perform carrega-ultimos
           perform exporta-canal
           perform grava-ultimos
           perform finaliza
           .

      *Codigo do canal pelo parametro de chamada (PARM da JCL, ou
      *primeiro argumento no PC). Sem canal nao ha o que exportar:
      *encerra com RETURN-CODE 12.
       inicializa section.

           accept data-relatorio from date yyyymmdd
           accept hora-completa from time

           move spaces to linha-comando
           accept linha-comando from command-line

           if linha-comando = spaces
                   or linha-comando(6:15) not = spaces
               display "Canal invalido no parametro (esperado o codig"
                       "o do canal, ate 5 posicoes): " linha-comando
               display "Interface do canal nao gerada."
               move 12 to return-code
               perform finaliza
           end-if

           move linha-comando(1:5) to codigo-canal

           .
       inicializa-exit.
           exit.

      *Localiza o canal da execucao no PIZZA-CANAIS. Canal que nao
      *esta cadastrado, ou cujo cadastro nao passa na critica,
      *encerra com RETURN-CODE 12.
       carrega-canal section.

           open input pizza-canais

           if not fs-canais-ok
               display "Atencao: nao foi possivel abrir PIZZA-CANAIS "
                       "(status " fs-canais ") - interface do canal "
                       "nao gerada."
               move 12 to return-code
               perform finaliza
           end-if

           perform until fs-canais-fim or canal-achado
               read pizza-canais
                   at end
                       set fs-canais-fim to true
                   not at end
                       if cnl-codigo = codigo-canal
                           perform guarda-canal
                       end-if
               end-read
           end-perform
           close pizza-canais

           if not canal-achado
               display "Canal " codigo-canal " nao cadastrado no PIZZA"
                       "-CANAIS - interface do canal nao gerada."
               move 12 to return-code
               perform finaliza
           end-if

           if canal-invalido
               display "Canal " codigo-canal " com cadastro invalido no"
                       " PIZZA-CANAIS - interface do canal nao gerada."
               move 12 to return-code
               perform finaliza
           end-if

           .
       carrega-canal-exit.
           exit.

      *Guarda o registro do canal da execucao, criticando o cadastro.
       guarda-canal section.

           move 'S' to canal-sw

           if cnl-comissao not numeric
                   or cnl-taxa not numeric
                   or not cnl-arredonda-valida
                   or not cnl-promocao-valida
               move 'S' to canal-invalido-sw
           else
               move cnl-nome      to nome-canal
               move cnl-comissao  to comissao-canal
               move cnl-taxa      to taxa-canal
               move cnl-arredonda to arredonda-canal
               move cnl-promocao  to promocao-canal
           end-if

           .
       guarda-canal-exit.
           exit.

      *Le o catalogo PIZZA-MASTER. Sem o catalogo nao ha preco de
      *tabela: encerra com RETURN-CODE 12.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if not fs-master-ok
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - interface do canal n"
                       "ao gerada."
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
                       else
                           set fs-master-fim to true
                       end-if
               end-read
           end-perform
           close pizza-master

           .
       carrega-master-exit.
           exit.

      *Le o calendario de promocoes, so quando o canal aceita a
      *promocao; sem o arquivo a tabela fica vazia.
       carrega-promocoes section.

           move zero to qtd-promocoes

           if canal-com-promocao
               open input pizza-promocoes
               if fs-promocao-ok
                   perform until fs-promocao-fim
                       read pizza-promocoes
                           at end
                               set fs-promocao-fim to true
                           not at end
                               perform carrega-promocao
                       end-read
                   end-perform
                   close pizza-promocoes
               end-if
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
                   add 1 to qtd-registros-invalidos
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

      *Le os precos proprios das pizzas no canal da execucao.
       carrega-canal-precos section.

           move zero to qtd-canal-precos
           open input pizza-canal-precos

           if fs-canal-precos-ok
               perform until fs-canal-precos-fim
                   read pizza-canal-precos
                       at end
                           set fs-canal-precos-fim to true
                       not at end
                           if cpr-canal = codigo-canal
                               perform carrega-canal-preco
                           end-if
                   end-read
               end-perform
               close pizza-canal-precos
           end-if

           .
       carrega-canal-precos-exit.
           exit.

      *Critica e carrega um preco proprio de pizza no canal.
       carrega-canal-preco section.

           evaluate true
               when cpr-preco not numeric or cpr-preco = zero
                   add 1 to qtd-registros-invalidos
                   display "Atencao: preco de canal invalido para "
                           cpr-nome " ignorado."
               when qtd-canal-precos >= max-canal-precos
                   display "Atencao: limite de " max-canal-precos
                           " precos de canal atingido; " cpr-nome
                           " ignorado."
               when other
                   add 1 to qtd-canal-precos
                   move cpr-nome  to cpt-nome(qtd-canal-precos)
                   move cpr-preco to cpt-preco(qtd-canal-precos)
           end-evaluate

           .
       carrega-canal-preco-exit.
           exit.

      *Le o ultimo preco enviado a cada canal. Sem o PIZZACUL (a
      *primeira execucao) todas as pizzas vao para o canal.
       carrega-ultimos section.

           move zero to qtd-ultimos
           open input pizza-canal-ultimo

           if fs-canal-ultimo-ok
               move 'S' to ultimo-sw
               perform until fs-canal-ultimo-fim
                   read pizza-canal-ultimo
                       at end
                           set fs-canal-ultimo-fim to true
                       not at end
                           if qtd-ultimos < max-ultimos
                               add 1 to qtd-ultimos
                               move cul-canal to ult-canal(qtd-ultimos)
                               move cul-nome  to ult-nome(qtd-ultimos)
                               move cul-preco to ult-preco(qtd-ultimos)
                           else
                               display "Atencao: limite de "
                                       max-ultimos " ultimos precos"
                                       " enviados atingido."
                               set fs-canal-ultimo-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-canal-ultimo
           end-if

           .
       carrega-ultimos-exit.
           exit.

      *Grava a interface do canal: header com a data e o canal, um
      *detalhe por pizza com preco novo ou alterado no canal e o
      *trailer com a contagem e o hash. Sem mudanca nenhuma o
      *arquivo sai mesmo assim, so com header e trailer zerado.
       exporta-canal section.

           open output pizza-canal-export

           if not fs-canal-export-ok
               display "Atencao: nao foi possivel abrir PIZZA-CANAL-EX"
                       "PORT para gravacao (status " fs-canal-export
                       ") - interface do canal nao gerada."
               move 12 to return-code
               perform finaliza
           end-if

           move spaces to cex-reg
           move "H" to cex-tipo
           move data-relatorio to cex-data
           move codigo-canal to cex-canal
           write cex-reg

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               perform exporta-preco-canal
           end-perform

           move spaces to cex-reg
           move "T" to cex-tipo
           move qtd-precos-alterados to cex-qtd
           move hash-precos to cex-hash
           write cex-reg

           close pizza-canal-export

           display "Interface do canal " codigo-canal ": "
                   qtd-precos-alterados
                   " preco(s) alterado(s) exportado(s)."

           .
       exporta-canal-exit.
           exit.

      *Exporta a pizza da posicao 'ind' quando o preco dela no canal
      *difere do ultimo enviado ao canal, ou nunca foi enviado.
       exporta-preco-canal section.

           move cat-nome(ind)  to promo-nome-busca
           move cat-preco(ind) to promo-preco-base
           perform calcula-preco-canal
           move preco-canal to cat-preco-canal(ind)

           move zero to ind-ult-encontrado
           perform varying ind-ult from 1 by 1
                   until ind-ult > qtd-ultimos
               if ult-canal(ind-ult) = codigo-canal
                       and ult-nome(ind-ult) = cat-nome(ind)
                   move ind-ult to ind-ult-encontrado
               end-if
           end-perform

           if ind-ult-encontrado = zero
                   or ult-preco(ind-ult-encontrado) not = preco-canal
               add 1 to qtd-precos-alterados
               add preco-canal to hash-precos
               move spaces to cex-reg
               move "D" to cex-tipo
               move cat-nome(ind) to cex-nome
               move preco-canal   to cex-preco
               write cex-reg
           end-if

           .
       exporta-preco-canal-exit.
           exit.

      *Preco da pizza em promo-nome-busca no canal (mesma regra do
      *CALCULA-PRECO-CANAL do DesafioPizza): o preco proprio, quando
      *existe; senao o preco (promocional, se o canal aceita a
      *promocao) mais a taxa fixa, dividido pelo que sobra da
      *comissao e arredondado para cima pela regra do canal.
       calcula-preco-canal section.

           move zero to ind-cpt-encontrado
           perform varying ind-cpt from 1 by 1
                   until ind-cpt > qtd-canal-precos
               if cpt-nome(ind-cpt) = promo-nome-busca
                   move ind-cpt to ind-cpt-encontrado
               end-if
           end-perform

           if ind-cpt-encontrado > zero
               move cpt-preco(ind-cpt-encontrado) to preco-canal
           else
               perform calcula-preco-vigente

               compute preco-canal rounded =
                       (preco-vigente + taxa-canal) * 100
                       / (100 - comissao-canal)
                   on size error
                       move 999,99 to preco-canal
               end-compute

               move preco-canal to preco-canal-inteiro
               evaluate arredonda-canal
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

      *Preco vigente da pizza na data da execucao (mesma regra do
      *CALCULA-PRECO-VIGENTE do DesafioPizza): vale a ultima
      *promocao do calendario que cobre a data, preco fixo ou
      *desconto percentual; sem promocao, o preco de tabela. A
      *tabela de promocoes so e carregada quando o canal aceita a
      *promocao.
       calcula-preco-vigente section.

           move promo-preco-base to preco-vigente
           move zero to ind-pro-ativa

           perform varying ind-pro from 1 by 1
                   until ind-pro > qtd-promocoes
               if pro-nome-tab(ind-pro) = promo-nome-busca
                       and data-relatorio >= pro-ini-tab(ind-pro)
                       and data-relatorio <= pro-fim-tab(ind-pro)
                   move ind-pro to ind-pro-ativa
               end-if
           end-perform

           if ind-pro-ativa > zero
               if pro-tipo-tab(ind-pro-ativa) = "P"
                   move pro-valor-tab(ind-pro-ativa)
                       to preco-vigente
               else
                   compute preco-vigente rounded =
                           promo-preco-base
                           * (1 - pro-valor-tab(ind-pro-ativa) / 100)
                       on size error
                           move promo-preco-base to preco-vigente
                   end-compute
               end-if
           end-if

           .
       calcula-preco-vigente-exit.
           exit.

      *Regrava o PIZZACUL: os ultimos precos dos outros canais como
      *estavam e, do canal da execucao, o preco atual de cada pizza
      *do catalogo, para a proxima execucao exportar so o que mudar.
       grava-ultimos section.

           open output pizza-canal-ultimo

           if not fs-canal-ultimo-ok
               display "Atencao: nao foi possivel gravar PIZZA-CANAL-U"
                       "LTIMO (status " fs-canal-ultimo ") - a proxima"
                       " execucao reenvia os precos do canal."
               move 8 to return-code
           else
               perform varying ind-ult from 1 by 1
                       until ind-ult > qtd-ultimos
                   if ult-canal(ind-ult) not = codigo-canal
                       move ult-canal(ind-ult) to cul-canal
                       move ult-nome(ind-ult)  to cul-nome
                       move ult-preco(ind-ult) to cul-preco
                       write canal-ultimo-reg
                   end-if
               end-perform

               perform varying ind from 1 by 1 until ind > qtd-pizzas
                   move codigo-canal         to cul-canal
                   move cat-nome(ind)        to cul-nome
                   move cat-preco-canal(ind) to cul-preco
                   write canal-ultimo-reg
               end-perform

               close pizza-canal-ultimo
           end-if

           .
       grava-ultimos-exit.
           exit.

      *Encerra a execucao. Registro invalido nos arquivos de
      *promocao ou de precos proprios e aviso: RETURN-CODE 4.
       finaliza section.

           if return-code = zero
                   and qtd-registros-invalidos > zero
               move 4 to return-code
           end-if

      *Toda execucao deixa um registro no log de operacao.
           perform grava-runlog

           stop run
           .
       finaliza-exit.
           exit.

      *Acrescenta ao log de operacao compartilhado o registro desta
      *execucao: lidos sao as pizzas do catalogo, aceitos os precos
      *exportados ao canal e rejeitados os registros invalidos.
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
               move "PizzaCanal" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move linha-comando to log-parm
               move qtd-pizzas to log-lidos
               move qtd-precos-alterados to log-aceitos
               move qtd-registros-invalidos to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

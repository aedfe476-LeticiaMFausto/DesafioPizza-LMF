      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaRotulo".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - rotulo de alergenicos e
      *                   informacao nutricional de cada pizza: o novo
      *                   arquivo de atributos de ingrediente (PIZZA-
      *                   ATRIBUTOS, com a mesma chave do PIZZA-
      *                   INGREDIENTES: oito alergenicos, calorias e
      *                   sodio por unidade de compra) e somado pela
      *                   receita (rcp-qtde) de cada pizza do PIZZA-
      *                   MASTER. Sai a listagem dos rotulos por sabor
      *                   e tamanho (PIZZA-VARIACOES) no PIZZAROT e o
      *                   arquivo de layout fixo PIZZAETQ para a
      *                   impressora do cardapio e a carga dos
      *                   aplicativos de entrega. Pizza com ingrediente
      *                   sem atributo, ou sem receita, sai como SEM
      *                   ROTULO, nunca como livre de alergenicos.
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

           select pizza-atributos assign to "PIZZAATR"
               organization is sequential
               file status is fs-atributos.

           select pizza-receitas assign to "PIZZARCP"
               organization is sequential
               file status is fs-receitas.

           select pizza-variacoes assign to "PIZZAVAR"
               organization is sequential
               file status is fs-variacoes.

           select rotulo-report assign to "PIZZAROT"
               organization is sequential
               file status is fs-rotulo.

           select pizza-etiquetas assign to "PIZZAETQ"
               organization is sequential
               file status is fs-etiquetas.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.

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

      *Atributos de cada ingrediente, com a mesma chave do PIZZA-
      *INGREDIENTES: 'S' ou 'N' para cada alergenico, na ordem
      *gluten, lactose, ovo, soja, castanhas, amendoim, peixe e
      *crustaceos, e as calorias (kcal) e o sodio (mg) por unidade de
      *compra, a mesma unidade da quantidade da receita.
       fd  pizza-atributos
           label records are standard.
       01  atributo-reg.
           05 atr-ingrediente                      pic x(15).
           05 atr-alergenos.
              10 atr-alergeno  occurs 8 times      pic x(01).
           05 atr-calorias                         pic 9(05)v99.
           05 atr-sodio                            pic 9(06)v99.

      *Receitas do cardapio: um registro por ingrediente de cada
      *pizza, com a quantidade usada.
       fd  pizza-receitas
           label records are standard.
       01  receita-reg.
           05 rcp-pizza                            pic x(15).
           05 rcp-ingrediente                      pic x(15).
           05 rcp-qtde                             pic 9(03)v999.

      *Familias de sabor e tamanho do DesafioPizza.
       fd  pizza-variacoes
           label records are standard.
       01  variacao-reg.
           05 var-sabor                            pic x(15).
           05 var-tamanho                          pic x(02).
           05 var-nome                             pic x(15).

      *Listagem dos rotulos por sabor e tamanho.
       fd  rotulo-report
           label records are standard
           linage is 20 lines with footing at 18.
       01  report-linha                            pic x(80).

      *Rotulos para a impressora do cardapio e os aplicativos de
      *entrega: header 'H' com a data, um detalhe 'D' por pizza na
      *ordem da listagem e trailer 'T' com a contagem de detalhes, de
      *rotuladas e de sem rotulo. A situacao do detalhe e R-otulada,
      *S-em atributo de algum ingrediente ou N-ao tem receita; so a
      *rotulada traz alergenicos e totais nutricionais.
       fd  pizza-etiquetas
           label records are standard.
       01  etiqueta-reg.
           05 etq-tipo                             pic x(01).
           05 etq-dados.
              10 etq-nome                          pic x(15).
              10 etq-sabor                         pic x(15).
              10 etq-tamanho                       pic x(02).
              10 etq-situacao                      pic x(01).
              10 etq-alergenos.
                 15 etq-alergeno  occurs 8 times   pic x(01).
              10 etq-calorias                      pic 9(07)v99.
              10 etq-sodio                         pic 9(08)v99.
           05 etq-header-dados redefines etq-dados.
              10 etq-data                          pic 9(08).
              10 filler                            pic x(52).
           05 etq-trailer-dados redefines etq-dados.
              10 etq-qtd                           pic 9(05).
              10 etq-qtd-rotuladas                 pic 9(05).
              10 etq-qtd-sem-rotulo                pic 9(05).
              10 filler                            pic x(45).

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

      *Nomes dos alergenicos, na ordem das marcas do PIZZA-ATRIBUTOS.
       01  alergenos-nomes.
           05 filler                  pic x(10) value "GLUTEN".
           05 filler                  pic x(10) value "LACTOSE".
           05 filler                  pic x(10) value "OVO".
           05 filler                  pic x(10) value "SOJA".
           05 filler                  pic x(10) value "CASTANHAS".
           05 filler                  pic x(10) value "AMENDOIM".
           05 filler                  pic x(10) value "PEIXE".
           05 filler                  pic x(10) value "CRUSTACEOS".
       01  alergenos-r redefines alergenos-nomes.
           05 alergeno-nome  occurs 8 times        pic x(10).
       77  max-alergenos                       pic 9(01) value 8.

      *Catalogo com o rotulo apurado de cada pizza: situacao
      *R-otulada, S-em atributo ou N-ao tem receita, os alergenicos
      *somados da receita e os totais da pizza inteira.
       77  max-pizzas                          pic 9(03) value 500.
       77  qtd-pizzas                          pic 9(03) value zero.
       01  catalogo-tab  occurs 1 to 500 times depending on qtd-pizzas.
           05 cat-nome                             pic x(15).
           05 cat-situacao                         pic x(01).
              88 cat-rotulada                      value "R".
              88 cat-sem-atributo                  value "S".
              88 cat-sem-receita                   value "N".
           05 cat-alergeno  occurs 8 times         pic x(01).
           05 cat-calorias                         pic 9(07)v99.
           05 cat-sodio                            pic 9(08)v99.
           05 cat-falta                            pic x(15).
           05 cat-qtd-falta                        pic 9(03).
           05 cat-listada-tab                      pic x(01).
              88 cat-listada                       value "S".

      *Atributos de ingrediente em memoria.
       77  max-atributos                       pic 9(03) value 500.
       77  qtd-atributos                       pic 9(03) value zero.
       01  atributos-tab  occurs 1 to 500 times
                          depending on qtd-atributos.
           05 atb-ingrediente                      pic x(15).
           05 atb-alergeno  occurs 8 times         pic x(01).
              88 atb-contem                        value "S".
           05 atb-calorias                         pic 9(05)v99.
           05 atb-sodio                            pic 9(06)v99.

      *Receitas do cardapio em memoria.
       77  max-receitas                        pic 9(04) value 2000.
       77  qtd-receitas                        pic 9(04) value zero.
       01  receitas-tab  occurs 1 to 2000 times
                         depending on qtd-receitas.
           05 rcp-pizza-tab                        pic x(15).
           05 rcp-ingrediente-tab                  pic x(15).
           05 rcp-qtde-tab                         pic 9(03)v999.

      *Familias de sabor e tamanho em memoria, marcando a variacao
      *ja listada para o sabor nao repetir (como no relatorio de
      *familias do DesafioPizza).
       77  qtd-variacoes                       pic 9(03) value zero.
       01  variacoes-tab  occurs 1 to 500 times
                          depending on qtd-variacoes.
           05 vtab-sabor                           pic x(15).
           05 vtab-tamanho                         pic x(02).
           05 vtab-nome                            pic x(15).
           05 vtab-listada-tab                     pic x(01).
              88 vtab-listada                      value "S".

      *Variaveis de controle
       77  ind                                     pic 9(03).
       77  ind-alg                                 pic 9(01).
       77  ind-atr                                 pic 9(03).
       77  ind-atr-encontrado                      pic 9(03).
       77  ind-rcp                                 pic 9(04).
       77  ind-var                                 pic 9(03).
       77  ind-var-sabor                           pic 9(03).
       77  ind-encontrado                          pic 9(03).
       77  fs-master                               pic x(02).
           88 fs-master-ok                         value '00'.
           88 fs-master-fim                        value '10'.
       77  fs-atributos                            pic x(02).
           88 fs-atributos-ok                      value '00'.
           88 fs-atributos-fim                     value '10'.
       77  fs-receitas                             pic x(02).
           88 fs-receitas-ok                       value '00'.
           88 fs-receitas-fim                      value '10'.
       77  fs-variacoes                            pic x(02).
           88 fs-variacoes-ok                      value '00'.
           88 fs-variacoes-fim                     value '10'.
       77  fs-rotulo                               pic x(02).
           88 fs-rotulo-ok                         value '00'.
       77  fs-etiquetas                            pic x(02).
           88 fs-etiquetas-ok                      value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.
       77  etiquetas-sw                            pic x(01)
                                                   value 'N'.
           88 etiquetas-abertas                    value 'S'.
       77  atributo-sw                             pic x(01).
           88 atributo-valido                      value 'S'.
       77  qtd-linhas-receita                      pic 9(04).
       77  sabor-corrente                          pic x(15).
       77  tamanho-corrente                        pic x(02).
       77  qtd-tamanhos-sabor                      pic 9(02).

      *Totais da execucao.
       77  qtd-atributos-invalidos             pic 9(05) value zero.
       77  qtd-rotuladas                       pic 9(05) value zero.
       77  qtd-sem-rotulo                      pic 9(05) value zero.
       77  qtd-etiquetas                       pic 9(05) value zero.

      *Variaveis do relatorio impresso (PIZZAROT)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.
       77  lista-alergenos                         pic x(80).
       77  lista-auxiliar                          pic x(80).
       77  calorias-editadas                       pic z.zzz.zz9,99.
       77  sodio-editado                           pic zz.zzz.zz9,99.
       77  qtd-falta-editada                       pic zz9.

       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-master
           perform carrega-atributos
           perform carrega-receitas
           perform carrega-variacoes
           perform apura-rotulos
           perform emite-rotulos
           perform finaliza
           .

       inicializa section.

           accept data-relatorio from date yyyymmdd

           .
       inicializa-exit.
           exit.

      *Le o catalogo PIZZA-MASTER para a tabela em memoria. Sem o
      *catalogo nao ha o que rotular: encerra com RETURN-CODE 12.
       carrega-master section.

           move zero to qtd-pizzas
           open input pizza-master

           if not fs-master-ok
               display "Atencao: nao foi possivel abrir PIZZA-MASTER "
                       "(status " fs-master ") - rotulos nao gerados."
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
                           move "N" to cat-listada-tab(qtd-pizzas)
                       else
                           set fs-master-fim to true
                       end-if
               end-read
           end-perform
           close pizza-master

           .
       carrega-master-exit.
           exit.

      *Le os atributos de ingrediente para a memoria. Registro com
      *marca de alergenico que nao seja 'S'/'N' ou valor nao numerico
      *fica de fora (o ingrediente passa a ser sem atributo), com
      *aviso. Sem o arquivo, nenhuma pizza tem rotulo.
       carrega-atributos section.

           move zero to qtd-atributos
           open input pizza-atributos

           if not fs-atributos-ok
               display "Atencao: nao foi possivel abrir PIZZA-ATRIBUTO"
                       "S (status " fs-atributos ") - nenhuma pizza se"
                       "ra rotulada."
           else
               perform until fs-atributos-fim
                   read pizza-atributos
                       at end
                           set fs-atributos-fim to true
                       not at end
                           perform guarda-atributo
                   end-read
               end-perform
               close pizza-atributos
           end-if

           .
       carrega-atributos-exit.
           exit.

      *Critica e guarda um registro de atributos.
       guarda-atributo section.

           move 'S' to atributo-sw
           if atr-calorias not numeric or atr-sodio not numeric
               move 'N' to atributo-sw
           end-if
           perform varying ind-alg from 1 by 1
                   until ind-alg > max-alergenos
               if atr-alergeno(ind-alg) not = "S"
                       and atr-alergeno(ind-alg) not = "N"
                   move 'N' to atributo-sw
               end-if
           end-perform

           evaluate true
               when not atributo-valido
                   add 1 to qtd-atributos-invalidos
                   display "Atencao: atributos invalidos de "
                           atr-ingrediente " - ingrediente tratado co"
                           "mo sem atributo."
               when qtd-atributos < max-atributos
                   add 1 to qtd-atributos
                   move atr-ingrediente
                       to atb-ingrediente(qtd-atributos)
                   perform varying ind-alg from 1 by 1
                           until ind-alg > max-alergenos
                       move atr-alergeno(ind-alg)
                           to atb-alergeno(qtd-atributos, ind-alg)
                   end-perform
                   move atr-calorias to atb-calorias(qtd-atributos)
                   move atr-sodio    to atb-sodio(qtd-atributos)
               when other
                   display "Atencao: limite de " max-atributos
                           " atributos atingido; excedente ignorado."
                   set fs-atributos-fim to true
           end-evaluate

           .
       guarda-atributo-exit.
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

      *Le as familias de sabor e tamanho (PIZZA-VARIACOES). Sem o
      *arquivo, todas as pizzas saem como sem familia.
       carrega-variacoes section.

           move zero to qtd-variacoes
           open input pizza-variacoes

           if fs-variacoes-ok
               perform until fs-variacoes-fim
                   read pizza-variacoes
                       at end
                           set fs-variacoes-fim to true
                       not at end
                           if qtd-variacoes < max-pizzas
                               add 1 to qtd-variacoes
                               move var-sabor
                                   to vtab-sabor(qtd-variacoes)
                               move var-tamanho
                                   to vtab-tamanho(qtd-variacoes)
                               move var-nome
                                   to vtab-nome(qtd-variacoes)
                               move "N"
                                   to vtab-listada-tab(qtd-variacoes)
                           else
                               set fs-variacoes-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-variacoes
           end-if

           .
       carrega-variacoes-exit.
           exit.

      *Apura o rotulo de cada pizza do catalogo.
       apura-rotulos section.

           perform varying ind from 1 by 1 until ind > qtd-pizzas
               perform apura-pizza
               if cat-rotulada(ind)
                   add 1 to qtd-rotuladas
               else
                   add 1 to qtd-sem-rotulo
               end-if
           end-perform

           .
       apura-rotulos-exit.
           exit.

      *Soma os atributos dos ingredientes da receita da pizza da
      *posicao 'ind': um alergenico de qualquer ingrediente vale para
      *a pizza; calorias e sodio sao a quantidade da receita vezes o
      *valor por unidade. Um so ingrediente sem atributo deixa a
      *pizza sem rotulo.
       apura-pizza section.

           move "R"    to cat-situacao(ind)
           move zero   to cat-calorias(ind)
           move zero   to cat-sodio(ind)
           move spaces to cat-falta(ind)
           move zero   to cat-qtd-falta(ind)
           move zero   to qtd-linhas-receita
           perform varying ind-alg from 1 by 1
                   until ind-alg > max-alergenos
               move "N" to cat-alergeno(ind, ind-alg)
           end-perform

           perform varying ind-rcp from 1 by 1
                   until ind-rcp > qtd-receitas
               if rcp-pizza-tab(ind-rcp) = cat-nome(ind)
                   add 1 to qtd-linhas-receita
                   perform soma-atributo
               end-if
           end-perform

           evaluate true
               when qtd-linhas-receita = zero
                   move "N" to cat-situacao(ind)
               when cat-qtd-falta(ind) > zero
                   move "S" to cat-situacao(ind)
           end-evaluate

           .
       apura-pizza-exit.
           exit.

      *Soma uma linha da receita no rotulo da pizza.
       soma-atributo section.

           move zero to ind-atr-encontrado
           perform varying ind-atr from 1 by 1
                   until ind-atr > qtd-atributos
               if atb-ingrediente(ind-atr)
                       = rcp-ingrediente-tab(ind-rcp)
                   move ind-atr to ind-atr-encontrado
               end-if
           end-perform

           if ind-atr-encontrado = zero
               add 1 to cat-qtd-falta(ind)
               if cat-falta(ind) = spaces
                   move rcp-ingrediente-tab(ind-rcp) to cat-falta(ind)
               end-if
           else
               perform varying ind-alg from 1 by 1
                       until ind-alg > max-alergenos
                   if atb-contem(ind-atr-encontrado, ind-alg)
                       move "S" to cat-alergeno(ind, ind-alg)
                   end-if
               end-perform
               compute cat-calorias(ind) rounded = cat-calorias(ind)
                       + rcp-qtde-tab(ind-rcp)
                       * atb-calorias(ind-atr-encontrado)
                   on size error
                       move 9999999,99 to cat-calorias(ind)
               end-compute
               compute cat-sodio(ind) rounded = cat-sodio(ind)
                       + rcp-qtde-tab(ind-rcp)
                       * atb-sodio(ind-atr-encontrado)
                   on size error
                       move 99999999,99 to cat-sodio(ind)
               end-compute
           end-if

           .
       soma-atributo-exit.
           exit.

      *Grava a listagem e o arquivo de rotulos: primeiro cada sabor
      *com os seus tamanhos, na ordem do PIZZA-VARIACOES, depois as
      *pizzas do catalogo que nao estao em nenhuma familia.
       emite-rotulos section.

           move zero to pagina-atual
           open output rotulo-report

           if not fs-rotulo-ok
               display "Atencao: nao foi possivel abrir PIZZAROT "
                       "para gravacao (status " fs-rotulo ") - rotulo"
                       "s nao gerados."
               move 12 to return-code
           else
               open output pizza-etiquetas
               if not fs-etiquetas-ok
                   display "Atencao: nao foi possivel abrir PIZZAETQ "
                           "para gravacao (status " fs-etiquetas ") - "
                           "so a listagem sera gerada."
                   move 8 to return-code
               else
                   set etiquetas-abertas to true
                   move spaces to etiqueta-reg
                   move "H" to etq-tipo
                   move data-relatorio to etq-data
                   write etiqueta-reg
               end-if

               perform escreve-cabecalho

               perform varying ind-var from 1 by 1
                       until ind-var > qtd-variacoes
                   if not vtab-listada(ind-var)
                       move vtab-sabor(ind-var) to sabor-corrente
                       perform lista-sabor
                   end-if
               end-perform

               perform lista-sem-familia
               perform resumo-rotulos

               if etiquetas-abertas
                   move spaces to etiqueta-reg
                   move "T" to etq-tipo
                   move qtd-etiquetas to etq-qtd
                   move qtd-rotuladas to etq-qtd-rotuladas
                   move qtd-sem-rotulo to etq-qtd-sem-rotulo
                   write etiqueta-reg
                   close pizza-etiquetas
               end-if

               close rotulo-report
           end-if

           .
       emite-rotulos-exit.
           exit.

      *Lista o bloco de um sabor: uma entrada por tamanho cadastrado,
      *marcando as variacoes ja listadas para o sabor nao repetir.
       lista-sabor section.

           move zero to qtd-tamanhos-sabor

           move spaces to report-linha
           perform escreve-linha
           move spaces to report-linha
           string "Sabor: " delimited by size
                   sabor-corrente delimited by size
               into report-linha
           perform escreve-linha

           perform varying ind-var-sabor from 1 by 1
                   until ind-var-sabor > qtd-variacoes
               if vtab-sabor(ind-var-sabor) = sabor-corrente
                   set vtab-listada(ind-var-sabor) to true
                   move vtab-tamanho(ind-var-sabor)
                       to tamanho-corrente
                   perform lista-tamanho
               end-if
           end-perform

           if qtd-tamanhos-sabor = zero
               move spaces to report-linha
               move "  (nenhum tamanho no catalogo)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-sabor-exit.
           exit.

      *Lista um tamanho do sabor corrente com o rotulo da entrada do
      *catalogo ligada a variacao.
       lista-tamanho section.

           move zero to ind-encontrado
           perform varying ind from 1 by 1 until ind > qtd-pizzas
               if cat-nome(ind) = vtab-nome(ind-var-sabor)
                   move ind to ind-encontrado
               end-if
           end-perform

           if ind-encontrado = zero
               move spaces to report-linha
               string "  " delimited by size
                       vtab-tamanho(ind-var-sabor) delimited by size
                       "  " delimited by size
                       vtab-nome(ind-var-sabor) delimited by size
                       " (fora do catalogo)" delimited by size
                   into report-linha
               perform escreve-linha
           else
               add 1 to qtd-tamanhos-sabor
               move ind-encontrado to ind
               set cat-listada(ind) to true
               perform lista-rotulo
           end-if

           .
       lista-tamanho-exit.
           exit.

      *Lista as pizzas do catalogo que nao estao em nenhuma familia
      *de sabor e tamanho.
       lista-sem-familia section.

           move spaces to report-linha
           perform escreve-linha
           move spaces to report-linha
           move "-- Pizzas sem familia de sabor --" to report-linha
           perform escreve-linha

           move zero to qtd-tamanhos-sabor
           move spaces to sabor-corrente
           move spaces to tamanho-corrente
           perform varying ind from 1 by 1 until ind > qtd-pizzas
               if not cat-listada(ind)
                   add 1 to qtd-tamanhos-sabor
                   set cat-listada(ind) to true
                   perform lista-rotulo
               end-if
           end-perform

           if qtd-tamanhos-sabor = zero
               move spaces to report-linha
               move "  (nenhuma)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-sem-familia-exit.
           exit.

      *Escreve o rotulo da pizza da posicao 'ind' na listagem e no
      *arquivo de rotulos: alergenicos e totais da pizza inteira, ou
      *SEM ROTULO com o motivo.
       lista-rotulo section.

           move spaces to report-linha
           string "  " delimited by size
                   tamanho-corrente delimited by size
                   "  " delimited by size
                   cat-nome(ind) delimited by size
               into report-linha
           perform escreve-linha

           move spaces to report-linha
           evaluate true
               when cat-sem-receita(ind)
                   move "      SEM ROTULO: pizza sem receita"
                       to report-linha
                   perform escreve-linha
               when cat-sem-atributo(ind)
                   move cat-qtd-falta(ind) to qtd-falta-editada
                   string "      SEM ROTULO: " delimited by size
                           qtd-falta-editada delimited by size
                           " ingrediente(s) sem atributo (" delimited
                               by size
                           cat-falta(ind) delimited by "  "
                           ")" delimited by size
                       into report-linha
                   perform escreve-linha
               when other
                   perform monta-alergenos
                   string "      Alergenicos: " delimited by size
                           lista-alergenos delimited by size
                       into report-linha
                   perform escreve-linha
                   move cat-calorias(ind) to calorias-editadas
                   move cat-sodio(ind)    to sodio-editado
                   move spaces to report-linha
                   string "      Valor energetico: " delimited by size
                           calorias-editadas delimited by size
                           " kcal  Sodio: " delimited by size
                           sodio-editado delimited by size
                           " mg" delimited by size
                       into report-linha
                   perform escreve-linha
           end-evaluate

           if etiquetas-abertas
               move spaces to etiqueta-reg
               move "D" to etq-tipo
               move cat-nome(ind)     to etq-nome
               move sabor-corrente    to etq-sabor
               move tamanho-corrente  to etq-tamanho
               move cat-situacao(ind) to etq-situacao
               if cat-rotulada(ind)
                   perform varying ind-alg from 1 by 1
                           until ind-alg > max-alergenos
                       move cat-alergeno(ind, ind-alg)
                           to etq-alergeno(ind-alg)
                   end-perform
                   move cat-calorias(ind) to etq-calorias
                   move cat-sodio(ind)    to etq-sodio
               else
                   move zero to etq-calorias
                   move zero to etq-sodio
               end-if
               write etiqueta-reg
               add 1 to qtd-etiquetas
           end-if

           .
       lista-rotulo-exit.
           exit.

      *Monta a lista dos alergenicos presentes na pizza da posicao
      *'ind', separados por virgula.
       monta-alergenos section.

           move spaces to lista-alergenos
           perform varying ind-alg from 1 by 1
                   until ind-alg > max-alergenos
               if cat-alergeno(ind, ind-alg) = "S"
                   if lista-alergenos = spaces
                       move alergeno-nome(ind-alg) to lista-alergenos
                   else
                       move spaces to lista-auxiliar
                       string lista-alergenos delimited by "  "
                               ", " delimited by size
                               alergeno-nome(ind-alg) delimited by " "
                           into lista-auxiliar
                       move lista-auxiliar to lista-alergenos
                   end-if
               end-if
           end-perform

           if lista-alergenos = spaces
               move "nenhum declarado" to lista-alergenos
           end-if

           .
       monta-alergenos-exit.
           exit.

      *Resumo da listagem, no fim do relatorio e no console.
       resumo-rotulos section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           string "Pizzas: " delimited by size
                   qtd-pizzas delimited by size
                   "  rotuladas: " delimited by size
                   qtd-rotuladas delimited by size
                   "  SEM ROTULO: " delimited by size
                   qtd-sem-rotulo delimited by size
               into report-linha
           display report-linha
           perform escreve-linha

           if qtd-atributos-invalidos > zero
               move spaces to report-linha
               string "Atributos invalidos ignorados: " delimited by
                           size
                       qtd-atributos-invalidos delimited by size
                   into report-linha
               display report-linha
               perform escreve-linha
           end-if

           .
       resumo-rotulos-exit.
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
           string "------ Rotulos: Alergenicos e Nutricao ------"
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
                   "   Totais por pizza inteira" delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Pizza sem rotulo ou atributo invalido vira RETURN-CODE 4, para
      *a lacuna nao passar despercebida antes da carga nos
      *aplicativos.
       finaliza section.

           if (qtd-sem-rotulo > zero or qtd-atributos-invalidos > zero)
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
      *execucao: lidos sao as pizzas do catalogo, aceitos as
      *rotuladas e rejeitados as sem rotulo.
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
               move "PizzaRotulo" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move spaces to log-parm
               move qtd-pizzas to log-lidos
               move qtd-rotuladas to log-aceitos
               move qtd-sem-rotulo to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

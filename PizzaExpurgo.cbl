      *                   lido pelo resumo diario PizzaDiario. Foi um
      *                   expurgo que ficou cinco semanas sem rodar
      *                   sem ninguem notar que pediu este log.
      * 15/10/2026  LMF   O historico de vendas PIZZA-HIST-VENDAS,
      *                   acumulado pelo DesafioPizza, recebe o mesmo
      *                   tratamento com a mesma data de corte: o
      *                   detalhe antigo vai para o arquivo morto
      *                   PIZZA-ARQ-VENDAS e e consolidado por pizza e
      *                   mes no PIZZA-RES-VENDAS (quantidade, valor e
      *                   dias com venda). Sem o PIZZA-HIST o expurgo
      *                   segue para o historico de vendas.
      * 15/10/2026  LMF   O historico PIZZA-HIST-VENDAS passa a trazer
      *                   o canal da venda (vhs-canal, em branco no
      *                   balcao), que vai junto para o arquivo morto;
      *                   o resumo mensal continua por pizza.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador), em
      *                   branco aqui, que roda sem identificacao.
      * 15/10/2026  LMF   Dias com venda do resumo mensal (vms-dias)
      *                   contados por data, e nao por registro: com o
      *                   canal a pizza tem um registro por canal no
      *                   mesmo dia.
      * 15/10/2026  LMF   Os dias com venda do mes sao marcados dia a
      *                   dia, sem depender da ordem de data do
      *                   PIZZA-HIST-VENDAS: a data que chega atrasada
      *                   no historico nao conta o dia duas vezes.
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
               organization is sequential
               file status is fs-trabalho.

           select pizza-hist-vendas assign to "PIZZAVHS"
               organization is sequential
               file status is fs-hist-vendas.

           select pizza-arq-vendas assign to "PIZZAVHA"
               organization is sequential
               file status is fs-arq-vendas.

           select pizza-res-vendas assign to "PIZZAVMS"
               organization is sequential
               file status is fs-res-vendas.

           select pizza-trab-vendas assign to "PIZZAVHSW"
               organization is sequential
               file status is fs-trab-vendas.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.
           05 res-maximo                           pic 9(05)V99.
           05 res-qtd                              pic 9(05).

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

      *Arquivo morto do historico de vendas.
       fd  pizza-arq-vendas
           label records are standard.
       01  arq-venda-reg.
           05 vha-nome                             pic x(15).
           05 vha-data                             pic 9(08).
           05 vha-qtde                             pic 9(05).
           05 vha-valor                            pic 9(07)v99.
           05 vha-canal                            pic x(05).

      *Arquivo de trabalho com a janela recente do historico de
      *vendas.
       fd  pizza-trab-vendas
           label records are standard.
       01  trab-venda-reg.
           05 vhw-nome                             pic x(15).
           05 vhw-data                             pic 9(08).
           05 vhw-qtde                             pic 9(05).
           05 vhw-valor                            pic 9(07)v99.
           05 vhw-canal                            pic x(05).

      *Resumo mensal das vendas expurgadas: um registro por pizza e
      *mes, com a quantidade, o valor e os dias com venda.
       fd  pizza-res-vendas
           label records are standard.
       01  res-venda-reg.
           05 vms-nome                             pic x(15).
           05 vms-mes                              pic 9(06).
           05 vms-qtde                             pic 9(07).
           05 vms-valor                            pic 9(09)v99.
           05 vms-dias                             pic 9(03).

      *Log de operacao compartilhado da esteira: um registro por
      *execucao de cada programa, sempre estendido; o resumo diario
      *sai pelo PizzaDiario.
           05 log-aceitos                          pic 9(07).
           05 log-rejeitados                       pic 9(07).
           05 log-retcode                          pic 9(02).
           05 log-operador                         pic x(08).

      *----Variaveis de trabalho
       working-storage section.
           05 rtab-maximo                          pic 9(05)V99.
           05 rtab-qtd                             pic 9(05).

      *Resumo mensal das vendas em memoria, como o de precos.
       77  qtd-res-vendas                      pic 9(04) value zero.
       01  res-vendas-tab  occurs 1 to 9999 times
                           depending on qtd-res-vendas.
           05 rvtab-nome                           pic x(15).
           05 rvtab-mes                            pic 9(06).
           05 rvtab-qtde                           pic 9(07).
           05 rvtab-valor                          pic 9(09)v99.
           05 rvtab-dias                           pic 9(03).
           05 rvtab-dias-vistos.
              10 rvtab-dia-visto  occurs 31 times  pic x(01).

      *Variaveis de controle
       77  ind-res                                 pic 9(04).
       77  ind-res-encontrado                      pic 9(04).
       77  fs-trabalho                             pic x(02).
           88 fs-trabalho-ok                       value '00'.
           88 fs-trabalho-fim                      value '10'.
       77  fs-hist-vendas                          pic x(02).
           88 fs-hist-vendas-ok                    value '00'.
           88 fs-hist-vendas-fim                   value '10'.
       77  fs-arq-vendas                           pic x(02).
           88 fs-arq-vendas-ok                     value '00'.
       77  fs-res-vendas                           pic x(02).
           88 fs-res-vendas-ok                     value '00'.
           88 fs-res-vendas-fim                    value '10'.
       77  fs-trab-vendas                          pic x(02).
           88 fs-trab-vendas-ok                    value '00'.
           88 fs-trab-vendas-fim                   value '10'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.
      *Cada historico so e resumido e regravado quando foi aberto.
       77  hist-sw                                 pic x(01)
                                                   value 'N'.
           88 hist-aberto                          value 'S'.
       77  hist-vendas-sw                          pic x(01)
                                                   value 'N'.
           88 hist-vendas-aberto                   value 'S'.
       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 mes-corte                            pic 9(02).
           05 dia-corte                            pic 9(02).

      *Mes (AAAAMM) e dia do registro de historico em consolidacao.
       77  mes-registro                            pic 9(06).
       77  dia-registro                            pic 9(02).

      *Contadores do resumo do expurgo.
       77  qtd-expurgados                      pic 9(07) value zero.
       77  qtd-mantidos                        pic 9(07) value zero.
       77  qtd-vendas-expurgadas               pic 9(07) value zero.
       77  qtd-vendas-mantidas                 pic 9(07) value zero.

      *Declaracao do corpo do programa
       procedure division.
           perform inicializa
           perform carrega-resumo
           perform consolida-expurgo
           if hist-aberto
               perform grava-resumo
               perform regrava-historico
           end-if
           perform carrega-resumo-vendas
           perform consolida-expurgo-vendas
           if hist-vendas-aberto
               perform grava-resumo-vendas
               perform regrava-historico-vendas
           end-if
           perform finaliza
           .

           if not fs-hist-ok
               display "Atencao: nao foi possivel abrir PIZZA-HIST "
                       "(status " fs-hist ") - nada a expurgar."
           else
               move 'S' to hist-sw
               perform expurga-historico
           end-if

           .
       consolida-expurgo-exit.
           exit.

      *Roteia o PIZZA-HIST ja aberto para o arquivo morto e para o
      *arquivo de trabalho.
       expurga-historico section.

           open extend pizza-arquivo
           if not fs-arquivo-ok
               open output pizza-arquivo
           close pizza-trabalho

           .
       expurga-historico-exit.
           exit.

      *Consolida o registro de historico corrente no mes da sua pizza
       regrava-historico-exit.
           exit.

      *Le o resumo mensal de vendas ja existente para a memoria.
       carrega-resumo-vendas section.

           move zero to qtd-res-vendas
           open input pizza-res-vendas

           if fs-res-vendas-ok
               perform until fs-res-vendas-fim
                   read pizza-res-vendas
                       at end
                           set fs-res-vendas-fim to true
                       not at end
                           if qtd-res-vendas < max-resumo
                               add 1 to qtd-res-vendas
                               move vms-nome
                                   to rvtab-nome(qtd-res-vendas)
                               move vms-mes
                                   to rvtab-mes(qtd-res-vendas)
                               move vms-qtde
                                   to rvtab-qtde(qtd-res-vendas)
                               move vms-valor
                                   to rvtab-valor(qtd-res-vendas)
                               move vms-dias
                                   to rvtab-dias(qtd-res-vendas)
                               move spaces
                                   to rvtab-dias-vistos(qtd-res-vendas)
                           else
                               display "Atencao: resumo mensal de vend"
                                       "as passou de " max-resumo
                                       " meses; expurgo interrompido."
                               move 12 to return-code
                               stop run
                           end-if
                   end-read
               end-perform
               close pizza-res-vendas
           end-if

           .
       carrega-resumo-vendas-exit.
           exit.

      *Percorre o historico de vendas em fluxo, como o de precos: o
      *anterior ao corte e consolidado e vai para o arquivo morto, o
      *resto para o arquivo de trabalho.
       consolida-expurgo-vendas section.

           open input pizza-hist-vendas
           if not fs-hist-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-HIST-VEND"
                       "AS (status " fs-hist-vendas ") - nada a expurg"
                       "ar."
           else
               move 'S' to hist-vendas-sw
               perform expurga-historico-vendas
           end-if

           .
       consolida-expurgo-vendas-exit.
           exit.

      *Roteia o PIZZA-HIST-VENDAS ja aberto para o arquivo morto e
      *para o arquivo de trabalho.
       expurga-historico-vendas section.

           open extend pizza-arq-vendas
           if not fs-arq-vendas-ok
               open output pizza-arq-vendas
           end-if
           if not fs-arq-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-ARQ-VEND"
                       "AS (status " fs-arq-vendas ") - expurgo inter"
                       "rompido sem regravar as vendas."
               move 12 to return-code
               stop run
           end-if

           open output pizza-trab-vendas
           if not fs-trab-vendas-ok
               display "Atencao: nao foi possivel abrir PIZZA-TRAB-VEN"
                       "DAS (status " fs-trab-vendas ") - expurgo int"
                       "errompido sem regravar as vendas."
               move 12 to return-code
               stop run
           end-if

           perform until fs-hist-vendas-fim
               read pizza-hist-vendas
                   at end
                       set fs-hist-vendas-fim to true
                   not at end
                       if vhs-data < data-corte
                           add 1 to qtd-vendas-expurgadas
                           perform consolida-venda
                           move vhs-nome  to vha-nome
                           move vhs-data  to vha-data
                           move vhs-qtde  to vha-qtde
                           move vhs-valor to vha-valor
                           move vhs-canal to vha-canal
                           write arq-venda-reg
                       else
                           add 1 to qtd-vendas-mantidas
                           move vhs-nome  to vhw-nome
                           move vhs-data  to vhw-data
                           move vhs-qtde  to vhw-qtde
                           move vhs-valor to vhw-valor
                           move vhs-canal to vhw-canal
                           write trab-venda-reg
                       end-if
               end-read
           end-perform

           close pizza-hist-vendas
           close pizza-arq-vendas
           close pizza-trab-vendas

           .
       expurga-historico-vendas-exit.
           exit.

      *Consolida a venda corrente no mes da sua pizza. O historico
      *tem um registro por pizza, data e canal, e uma data pode
      *chegar atrasada depois de outras mais novas: o dia do mes fica
      *marcado, e so o primeiro registro de cada dia conta um dia com
      *venda da pizza no mes.
       consolida-venda section.

           move vhs-data(1:6) to mes-registro
           move vhs-data(7:2) to dia-registro

           move zero to ind-res-encontrado
           perform varying ind-res from 1 by 1
                   until ind-res > qtd-res-vendas
               if rvtab-nome(ind-res) = vhs-nome
                       and rvtab-mes(ind-res) = mes-registro
                   move ind-res to ind-res-encontrado
               end-if
           end-perform

           if ind-res-encontrado = zero
               if qtd-res-vendas < max-resumo
                   add 1 to qtd-res-vendas
                   move qtd-res-vendas to ind-res-encontrado
                   move vhs-nome     to rvtab-nome(ind-res-encontrado)
                   move mes-registro to rvtab-mes(ind-res-encontrado)
                   move zero to rvtab-qtde(ind-res-encontrado)
                   move zero to rvtab-valor(ind-res-encontrado)
                   move zero to rvtab-dias(ind-res-encontrado)
                   move spaces to rvtab-dias-vistos(ind-res-encontrado)
               else
                   display "Atencao: resumo mensal de vendas cheio; ex"
                           "purgo interrompido."
                   move 12 to return-code
                   stop run
               end-if
           end-if

           add vhs-qtde  to rvtab-qtde(ind-res-encontrado)
           add vhs-valor to rvtab-valor(ind-res-encontrado)
           if dia-registro >= 1 and dia-registro <= 31
               if rvtab-dia-visto(ind-res-encontrado, dia-registro)
                       not = "S"
                   add 1 to rvtab-dias(ind-res-encontrado)
                   move "S" to rvtab-dia-visto(ind-res-encontrado,
                                               dia-registro)
               end-if
           end-if

           .
       consolida-venda-exit.
           exit.

      *Regrava o resumo mensal de vendas inteiro; sem conseguir, o
      *expurgo para antes de enxugar o PIZZA-HIST-VENDAS, como no de
      *precos.
       grava-resumo-vendas section.

           open output pizza-res-vendas
           if not fs-res-vendas-ok
               display "Atencao: nao foi possivel regravar PIZZA-RES-V"
                       "ENDAS (status " fs-res-vendas ") - expurgo in"
                       "terrompido sem enxugar o PIZZA-HIST-VENDAS; re"
                       "executar."
               move 12 to return-code
               stop run
           else
               perform varying ind-res from 1 by 1
                       until ind-res > qtd-res-vendas
                   move rvtab-nome(ind-res)  to vms-nome
                   move rvtab-mes(ind-res)   to vms-mes
                   move rvtab-qtde(ind-res)  to vms-qtde
                   move rvtab-valor(ind-res) to vms-valor
                   move rvtab-dias(ind-res)  to vms-dias
                   write res-venda-reg
               end-perform
               close pizza-res-vendas
           end-if

           .
       grava-resumo-vendas-exit.
           exit.

      *Regrava o PIZZA-HIST-VENDAS a partir do arquivo de trabalho.
       regrava-historico-vendas section.

           open input pizza-trab-vendas
           if not fs-trab-vendas-ok
               display "Atencao: nao foi possivel reler PIZZA-TRAB-VEN"
                       "DAS (status " fs-trab-vendas ") - historico d"
                       "e vendas nao foi enxugado; janela recente em P"
                       "IZZAVHSW."
               move 12 to return-code
               stop run
           end-if

           open output pizza-hist-vendas
           if not fs-hist-vendas-ok
               display "Atencao: nao foi possivel regravar PIZZA-HIST-"
                       "VENDAS (status " fs-hist-vendas ") - historic"
                       "o de vendas nao foi enxugado; janela recente e"
                       "m PIZZAVHSW."
               move 12 to return-code
           else
               perform until fs-trab-vendas-fim
                   read pizza-trab-vendas
                       at end
                           set fs-trab-vendas-fim to true
                       not at end
                           move vhw-nome  to vhs-nome
                           move vhw-data  to vhs-data
                           move vhw-qtde  to vhs-qtde
                           move vhw-valor to vhs-valor
                           move vhw-canal to vhs-canal
                           write hist-venda-reg
                   end-read
               end-perform
               close pizza-hist-vendas
           end-if

           close pizza-trab-vendas

           .
       regrava-historico-vendas-exit.
           exit.

       finaliza section.

           display "Expurgo concluido: " qtd-expurgados " registros e"
                   "xpurgados, " qtd-mantidos " mantidos, "
                   qtd-resumo " meses no resumo."
           display "Vendas: " qtd-vendas-expurgadas " registros expur"
                   "gados, " qtd-vendas-mantidas " mantidos, "
                   qtd-res-vendas " meses no resumo."

      *Toda execucao deixa um registro no log de operacao.
           perform grava-runlog
           exit.

      *Acrescenta ao log de operacao compartilhado o registro desta
      *execucao: registros dos historicos (precos e vendas) lidos e
      *os expurgados para o arquivo morto.
       grava-runlog section.

           open extend pizza-runlog
               move space to log-modo
               move linha-comando to log-parm
               compute log-lidos = qtd-expurgados + qtd-mantidos
                       + qtd-vendas-expurgadas + qtd-vendas-mantidas
               compute log-aceitos = qtd-expurgados
                       + qtd-vendas-expurgadas
               move zero to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

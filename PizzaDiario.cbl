      *                   com RETURN-CODE 4 quando ha pendencia, para
      *                   o checklist sair da cabeca do operador e
      *                   entrar na JCL.
      * 15/10/2026  LMF   Pendencias passam a incluir as mudancas de
      *                   preco paradas na fila de aprovacao (PIZZA-
      *                   APROVACAO) ha mais dias que o novo parametro
      *                   APROVA-DIAS do PIZZA-PARAMETROS, lido aqui com
      *                   a mesma critica dos demais programas.
      * 15/10/2026  LMF   Acompanha tambem o PizzaIntegra (integridade
      *                   entre os arquivos), cobrado toda noite como
      *                   a precificacao que ele antecede.
      * 15/10/2026  LMF   Aceita (e ignora) os parametros PREVISAO-SEM
      *                   e UPLIFT-PROMO incluidos no PIZZA-PARAMETROS
      *                   para o plano de producao do PizzaProducao.
      * 15/10/2026  LMF   O PIZZA-RUNLOG passa a trazer o operador
      *                   identificado na execucao (log-operador).
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
               organization is sequential
               file status is fs-diario.

           select pizza-parametros assign to "PIZZAPRM"
               organization is sequential
               file status is fs-parametros.

           select pizza-aprovacao assign to "PIZZAAPV"
               organization is sequential
               file status is fs-aprovacao.

       i-o-control.

      *Declaracao de variaveis
       file section.

      *Log de operacao compartilhado, gravado por DesafioPizza,
      *PizzaTendencia, PizzaConcilia, PizzaExpurgo, PizzaEstoque,
      *PizzaIntegra, PizzaRotulo, PizzaContabil, PizzaPromocao,
      *PizzaProducao, PizzaCanal e PizzaSeguranca, um registro por
      *execucao.
       fd  pizza-runlog
           label records are standard.
           05 log-aceitos                          pic 9(07).
           05 log-rejeitados                       pic 9(07).
           05 log-retcode                          pic 9(02).
           05 log-operador                         pic x(08).

       fd  diario-report
           label records are standard
           linage is 20 lines with footing at 18.
       01  report-linha                            pic x(80).

      *Parametros da politica, compartilhados com o DesafioPizza;
      *aqui so interessa o APROVA-DIAS, os demais sao aceitos e
      *ignorados.
       fd  pizza-parametros
           label records are standard.
       01  parametro-reg.
           05 param-nome                           pic x(15).
           05 param-valor                          pic 9(05)v99.

      *Fila de aprovacao de precos gravada pelo DesafioPizza: uma
      *entrada por pizza, P-endente ou R-ecusada pelo supervisor.
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

      *----Variaveis de trabalho
       working-storage section.

           05 filler                  pic x(15) value "PizzaTendencia".
           05 filler                  pic x(15) value "PizzaConcilia".
           05 filler                  pic x(15) value "PizzaExpurgo".
           05 filler                  pic x(15) value "PizzaIntegra".
       01  programas-r redefines programas-nomes.
           05 prog-nome  occurs 5 times            pic x(15).
      *Data da ultima execucao registrada de cada programa (zero
      *quando o programa nunca apareceu no log).
       01  ultimas-execucoes.
           05 prog-ultima  occurs 5 times          pic 9(08)
                                                   value zero.
      *Data da ultima execucao que de fato precificou o catalogo:
      *so os modos 'B' e 'I' do DesafioPizza contam, e ainda assim
           88 fs-runlog-fim                        value '10'.
       77  fs-diario                               pic x(02).
           88 fs-diario-ok                         value '00'.
       77  fs-parametros                           pic x(02).
           88 fs-parametros-ok                     value '00'.
           88 fs-parametros-fim                    value '10'.
       77  motivo-parametro                        pic x(45).
       77  fs-aprovacao                            pic x(02).
           88 fs-aprovacao-ok                      value '00'.
           88 fs-aprovacao-fim                     value '10'.

      *Dias que uma mudanca de preco pode ficar na fila de aprovacao
      *antes de virar pendencia (parametro APROVA-DIAS).
       77  aprova-dias                         pic 9(03) value 3.

      *Numero de dias corridos de uma data (contados de uma origem
      *fixa, com o ano comecando em marco para o fevereiro cair no
      *fim), para medir a idade de uma pendencia de aprovacao sem
      *aritmetica de calendario mes a mes.
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
       77  dias-relatorio                          pic 9(07).
       77  idade-aprovacao                         pic 9(07).
       77  idade-editada                           pic z.zz9.
       77  preco-ant-editado                       pic zz9,99.
       77  preco-novo-editado                      pic zz9,99.

      *Contadores do resumo.
       77  qtd-execucoes-ontem                 pic 9(04) value zero.
       77  qtd-pendencias                      pic 9(04) value zero.

      *Data da execucao e data de ontem (calculada com virada de mes,
      *de ano e fevereiro de ano bissexto).

           perform calcula-ontem

           perform carrega-parametros

           move data-relatorio to data-calculo
           perform calcula-dias
           move dias-calculo to dias-relatorio

           .
       inicializa-exit.
           exit.
       calcula-ontem-exit.
           exit.

      *Carrega o APROVA-DIAS do arquivo PIZZA-PARAMETROS. Sem o
      *arquivo, vale o padrao; um parametro desconhecido ou sem
      *sentido encerra a execucao com RETURN-CODE 12, como nos demais
      *programas que leem a politica.
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

      *Aplica um registro do arquivo de parametros: so o APROVA-DIAS
      *interessa ao resumo diario; os demais parametros da politica
      *sao aceitos e ignorados.
       aplica-parametro section.

           move spaces to motivo-parametro

           evaluate true
               when param-valor not numeric
                   move "valor nao numerico" to motivo-parametro
               when param-valor > 999,99
                   move "valor acima de 999,99" to motivo-parametro
               when other
                   evaluate param-nome
                   when "APROVA-DIAS"
                       move param-valor to aprova-dias
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
      *para a JCL, antes de gerar o resumo.
       recusa-parametro section.

           display "Parametro invalido em PIZZA-PARAMETROS ("
                   param-nome "): " motivo-parametro
           display "Execucao encerrada sem gerar o resumo diario."
           move 12 to return-code

           stop run
           .
       recusa-parametro-exit.
           exit.

      *Converte a data em data-calculo no numero de dias corridos
      *dias-calculo: o ano passa a comecar em marco (janeiro e
      *fevereiro contam no ano anterior), assim o dia bissexto cai
      *no fim do ano e os meses de marco a janeiro somam dias pela
      *formula fixa (153 x mes + 2) / 5.
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

      *Percorre o log, lista as execucoes de ontem e guarda a data da
      *ultima execucao de cada programa acompanhado; no fim, aponta
      *as pendencias.
               perform imprime-execucao
           end-if

           perform varying ind-prog from 1 by 1 until ind-prog > 5
               if log-programa = prog-nome(ind-prog)
                       and log-data > prog-ultima(ind-prog)
                   move log-data to prog-ultima(ind-prog)
           exit.

      *Aponta o que esta faltando ou atrasado: precificacao sem rodar
      *ontem, tendencia e integridade idem, conciliacao sem rodar no
      *mes corrente e expurgo parado ha mais de um mes.
       aponta-pendencias section.

           move spaces to report-linha
               perform marca-pendencia
           end-if

      *Integridade dos arquivos roda toda noite antes da
      *precificacao.
           if prog-ultima(5) < data-ontem
               move "  Integridade nao rodou ontem (PizzaIntegra)."
                   to report-linha
               perform marca-pendencia
           end-if

      *Mudanca de preco esperando o supervisor alem do prazo.
           perform confere-aprovacoes

           perform varying ind-prog from 1 by 1 until ind-prog > 5
               if prog-ultima(ind-prog) = zero
                   move spaces to report-linha
                   string "  " delimited by size
       aponta-pendencias-exit.
           exit.

      *Percorre a fila de aprovacao de precos e aponta como pendencia
      *cada mudanca que esta esperando o supervisor ha mais de
      *aprova-dias dias. Sem o arquivo, nunca houve mudanca retida e
      *nao ha o que cobrar.
       confere-aprovacoes section.

           open input pizza-aprovacao
           if fs-aprovacao-ok
               perform until fs-aprovacao-fim
                   read pizza-aprovacao
                       at end
                           set fs-aprovacao-fim to true
                       not at end
                           if apv-pendente and apv-data numeric
                               perform confere-aprovacao
                           end-if
                   end-read
               end-perform
               close pizza-aprovacao
           end-if

           .
       confere-aprovacoes-exit.
           exit.

      *Mede a idade de uma mudanca pendente e aponta a que passou do
      *prazo, com a pizza e o preco antigo e o novo.
       confere-aprovacao section.

           move apv-data to data-calculo
           perform calcula-dias
           if dias-calculo < dias-relatorio
               compute idade-aprovacao = dias-relatorio - dias-calculo
           else
               move zero to idade-aprovacao
           end-if

           if idade-aprovacao > aprova-dias
               move idade-aprovacao to idade-editada
               move apv-preco-ant   to preco-ant-editado
               move apv-preco-novo  to preco-novo-editado
               move spaces to report-linha
               string "  Preco de " delimited by size
                       apv-nome delimited by size
                       " aguarda aprovacao ha" delimited by size
                       idade-editada delimited by size
                       " dias (" delimited by size
                       preco-ant-editado delimited by size
                       " ->" delimited by size
                       preco-novo-editado delimited by size
                       ")." delimited by size
                   into report-linha
               perform marca-pendencia
           end-if

           .
       confere-aprovacao-exit.
           exit.

      *Escreve a linha de pendencia ja montada e conta a pendencia.
       marca-pendencia section.


      *Divisao de identificacao do programa
       identification division.
       program-id. "PizzaSeguranca".
       author. "Leticia M Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *----------------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026  LMF   Versao original - listagem do log de
      *                   seguranca (PIZZA-SEGURANCA, gravado pelo
      *                   DesafioPizza): cada acesso que falhou ou foi
      *                   negado, com data/hora, operador, modo e
      *                   motivo, e o total por operador, apontando
      *                   quem errou a senha max-tentativas vezes ou
      *                   mais. Parametro de chamada AAAAMMDD inicial
      *                   e, opcionalmente, AAAAMMDD final; em branco,
      *                   o log sai inteiro. Com PARM='H' o programa
      *                   pede uma senha e mostra o codigo a gravar no
      *                   PIZZA-OPERADORES para o operador novo.
      *                   Relatorio no PIZZASGR.
      * 15/10/2026  LMF   A senha do PARM='H' passa a ser digitada na
      *                   tela TELA-SENHA, sem eco, como na tela de
      *                   acesso do DesafioPizza.
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select pizza-seguranca assign to "PIZZASEG"
               organization is sequential
               file status is fs-seguranca.

           select pizza-operadores assign to "PIZZAOPR"
               organization is sequential
               file status is fs-operadores.

           select seguranca-report assign to "PIZZASGR"
               organization is sequential
               file status is fs-report.

           select pizza-runlog assign to "PIZZALOG"
               organization is sequential
               file status is fs-runlog.

       i-o-control.

      *Declaracao de variaveis
       data division.

      *----Variaveis de arquivos
       file section.

      *Log de seguranca gravado pelo DesafioPizza: um registro por
      *acesso que falhou (F) ou foi negado por falta de nivel (N).
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

      *Cadastro de operadores, so para o nome na listagem.
       fd  pizza-operadores
           label records are standard.
       01  operador-reg.
           05 opr-id                               pic x(08).
           05 opr-nome                             pic x(20).
           05 opr-senha                            pic 9(10).
           05 opr-nivel                            pic 9(01).
           05 opr-ativo                            pic x(01).
              88 opr-ativo-sim                     value "S".

      *Relatorio de seguranca.
       fd  seguranca-report
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

      *Variaveis de controle
       77  fs-seguranca                            pic x(02).
           88 fs-seguranca-ok                      value '00'.
           88 fs-seguranca-fim                     value '10'.
       77  fs-operadores                           pic x(02).
           88 fs-operadores-ok                     value '00'.
           88 fs-operadores-fim                    value '10'.
       77  fs-report                               pic x(02).
           88 fs-report-ok                         value '00'.
       77  fs-runlog                               pic x(02).
           88 fs-runlog-ok                         value '00'.

      *Periodo listado, do parametro de chamada; sem parametro vai
      *de 00000000 a 99999999 (o log inteiro).
       77  linha-comando                           pic x(20).
       01  periodo-ini                             pic 9(08).
       01  periodo-fim                             pic 9(08).

      *Operadores do log, com o nome do cadastro e os totais de
      *falhas e negacoes no periodo.
       77  max-operadores                      pic 9(03) value 200.
       77  qtd-operadores                      pic 9(03) value zero.
       01  operadores-tab  occurs 1 to 200 times
                           depending on qtd-operadores.
           05 ope-id                               pic x(08).
           05 ope-nome                             pic x(20).
           05 ope-falhas                           pic 9(05).
           05 ope-negados                          pic 9(05).
       77  ind-ope                                 pic 9(03).
       77  ind-ope-encontrado                      pic 9(03).

      *Tentativas de senha da tela de acesso do DesafioPizza; quem
      *falha isso ou mais no periodo e apontado.
       77  max-tentativas                      pic 9(01) value 3.

      *Codigo da senha (mesma conta do CALCULA-HASH-SENHA do
      *DesafioPizza).
       77  senha-entrada                           pic x(06).
       77  senha-numero                            pic 9(06).
       77  senha-hash                              pic 9(10).
       77  semente-hash                            pic 9(10).
       77  produto-hash                            pic 9(15).
       77  quociente-hash                          pic 9(15).

      *Contadores do resumo da listagem.
       77  qtd-lidas                           pic 9(07) value zero.
       77  qtd-listadas                        pic 9(07) value zero.
       77  qtd-falhas                          pic 9(07) value zero.
       77  qtd-negados                         pic 9(07) value zero.
       77  qtd-apontados                       pic 9(03) value zero.

      *Variaveis do relatorio impresso (PIZZASGR)
       01  data-relatorio                          pic 9(08).
       01  data-relatorio-r redefines data-relatorio.
           05 ano-relatorio                        pic 9(04).
           05 mes-relatorio                        pic 9(02).
           05 dia-relatorio                        pic 9(02).
       77  pagina-atual                        pic 9(02) value zero.
       77  descricao-evento                        pic x(06).
       77  falhas-editadas                         pic zz.zz9.
       77  negados-editados                        pic zz.zz9.

      *Data e hora do registro do log desdobradas para impressao.
       01  data-seguranca                          pic 9(08).
       01  data-seguranca-r redefines data-seguranca.
           05 ano-seguranca                        pic 9(04).
           05 mes-seguranca                        pic 9(02).
           05 dia-seguranca                        pic 9(02).
       01  hora-seguranca                          pic 9(06).
       01  hora-seguranca-r redefines hora-seguranca.
           05 hh-seguranca                         pic 9(02).
           05 mm-seguranca                         pic 9(02).
           05 ss-seguranca                         pic 9(02).

       01  hora-completa                           pic 9(08).
       01  hora-completa-r redefines hora-completa.
           05 hora-execucao                        pic 9(06).
           05 filler                               pic 9(02).

      *----Declaracao de tela
       screen section.

      *Tela da senha do operador novo, sem eco da senha digitada.
       01  tela-senha.
           05 blank screen.
           05 line 01 column 05
              value "----- Codigo de Senha do Operador -----".
           05 line 03 column 05 value "Senha....:".
           05 line 03 column 16 pic x(06) using senha-entrada secure.
           05 line 05 column 05 value "(seis digitos)".

      *Declaracao do corpo do programa
       procedure division.

           perform inicializa
           perform carrega-operadores
           perform lista-seguranca
           perform finaliza
           .

      *Inicializacao: data da execucao e periodo do parametro de
      *chamada. PARM='H' desvia para o calculo do codigo de senha.
       inicializa section.

           accept data-relatorio from date yyyymmdd

           move spaces to linha-comando
           accept linha-comando from command-line

           if linha-comando = "H" or linha-comando = "h"
               perform gera-codigo-senha
           end-if

           move zero to periodo-ini
           move 99999999 to periodo-fim
           if linha-comando not = spaces
               if linha-comando(1:8) not numeric
                       or (linha-comando(9:8) not numeric
                           and linha-comando(9:8) not = spaces)
                   display "Periodo invalido no parametro (esperado AA"
                           "AAMMDD[AAAAMMDD]): " linha-comando
                   display "Listagem nao executada."
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
               display "Listagem nao executada."
               move 12 to return-code
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

      *Pede a senha de seis digitos do operador novo e mostra o
      *codigo a gravar em opr-senha no PIZZA-OPERADORES. A senha nao
      *e gravada em lugar nenhum.
       gera-codigo-senha section.

           move spaces to senha-entrada
           display tela-senha
           accept tela-senha

           if senha-entrada not numeric
               display "Senha invalida: use seis digitos."
               move 12 to return-code
           else
               move senha-entrada to senha-numero
               perform calcula-hash-senha
               display "Codigo para o PIZZA-OPERADORES: " senha-hash
           end-if

           move spaces to senha-entrada
           move zero to senha-numero
           perform finaliza
           .
       gera-codigo-senha-exit.
           exit.

      *Codigo guardado no lugar da senha: a senha numerica de seis
      *digitos passa tres vezes pelo gerador multiplicativo 16807
      *modulo 2147483647.
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

      *Le o cadastro de operadores para a tabela, so com o id e o
      *nome. Sem o cadastro a listagem sai sem os nomes.
       carrega-operadores section.

           move zero to qtd-operadores
           open input pizza-operadores

           if fs-operadores-ok
               perform until fs-operadores-fim
                   read pizza-operadores
                       at end
                           set fs-operadores-fim to true
                       not at end
                           if qtd-operadores < max-operadores
                               add 1 to qtd-operadores
                               move opr-id
                                   to ope-id(qtd-operadores)
                               move opr-nome
                                   to ope-nome(qtd-operadores)
                               move zero
                                   to ope-falhas(qtd-operadores)
                               move zero
                                   to ope-negados(qtd-operadores)
                           else
                               set fs-operadores-fim to true
                           end-if
                   end-read
               end-perform
               close pizza-operadores
           end-if

           .
       carrega-operadores-exit.
           exit.

      *Percorre o log de seguranca e lista cada ocorrencia do
      *periodo; no fim, os totais por operador e o resumo.
       lista-seguranca section.

           move zero to pagina-atual
           open output seguranca-report

           if not fs-report-ok
               display "Atencao: nao foi possivel abrir PIZZASGR "
                       "para gravacao (status " fs-report ") - listage"
                       "m de seguranca nao foi gerada."
               move 12 to return-code
               perform finaliza
           end-if

           perform escreve-cabecalho

           move spaces to report-linha
           move "-- Acessos que falharam ou foram negados --"
               to report-linha
           perform escreve-linha

           open input pizza-seguranca
           if fs-seguranca-ok
               perform until fs-seguranca-fim
                   read pizza-seguranca
                       at end
                           set fs-seguranca-fim to true
                       not at end
                           add 1 to qtd-lidas
                           if seg-data >= periodo-ini
                                   and seg-data <= periodo-fim
                               perform lista-ocorrencia
                           end-if
                   end-read
               end-perform
               close pizza-seguranca
           end-if

           if qtd-listadas = zero
               move spaces to report-linha
               move "  (nenhum)" to report-linha
               perform escreve-linha
           end-if

           perform lista-operadores
           perform resumo-listagem

           close seguranca-report

           .
       lista-seguranca-exit.
           exit.

      *Imprime uma ocorrencia do log e soma no total do operador.
       lista-ocorrencia section.

           add 1 to qtd-listadas

           if seg-falha
               add 1 to qtd-falhas
               move "FALHA" to descricao-evento
           else
               add 1 to qtd-negados
               move "NEGADO" to descricao-evento
           end-if

           move zero to ind-ope-encontrado
           perform varying ind-ope from 1 by 1
                   until ind-ope > qtd-operadores
               if ope-id(ind-ope) = seg-operador
                   move ind-ope to ind-ope-encontrado
               end-if
           end-perform

           if ind-ope-encontrado = zero
                   and qtd-operadores < max-operadores
               add 1 to qtd-operadores
               move qtd-operadores to ind-ope-encontrado
               move seg-operador to ope-id(ind-ope-encontrado)
               if seg-operador = spaces
                   move "(em branco)" to ope-nome(ind-ope-encontrado)
               else
                   move "(fora do cadastro)"
                       to ope-nome(ind-ope-encontrado)
               end-if
               move zero to ope-falhas(ind-ope-encontrado)
               move zero to ope-negados(ind-ope-encontrado)
           end-if

           if ind-ope-encontrado > zero
               if seg-falha
                   add 1 to ope-falhas(ind-ope-encontrado)
               else
                   add 1 to ope-negados(ind-ope-encontrado)
               end-if
           end-if

           move seg-data to data-seguranca
           move seg-hora to hora-seguranca

           move spaces to report-linha
           string "  " delimited by size
                   dia-seguranca delimited by size
                   "/" delimited by size
                   mes-seguranca delimited by size
                   "/" delimited by size
                   ano-seguranca delimited by size
                   " " delimited by size
                   hh-seguranca delimited by size
                   ":" delimited by size
                   mm-seguranca delimited by size
                   ":" delimited by size
                   ss-seguranca delimited by size
                   " " delimited by size
                   seg-operador delimited by size
                   " modo " delimited by size
                   seg-modo delimited by size
                   " " delimited by size
                   descricao-evento delimited by size
                   " " delimited by size
                   seg-motivo delimited by size
               into report-linha
           perform escreve-linha

           .
       lista-ocorrencia-exit.
           exit.

      *Totais por operador com alguma ocorrencia no periodo. Quem
      *falhou max-tentativas vezes ou mais e apontado.
       lista-operadores section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           move "-- Por operador --" to report-linha
           perform escreve-linha

           perform varying ind-ope from 1 by 1
                   until ind-ope > qtd-operadores
               if ope-falhas(ind-ope) > zero
                       or ope-negados(ind-ope) > zero
                   move ope-falhas(ind-ope)  to falhas-editadas
                   move ope-negados(ind-ope) to negados-editados
                   move spaces to report-linha
                   string "  " delimited by size
                           ope-id(ind-ope) delimited by size
                           " " delimited by size
                           ope-nome(ind-ope) delimited by size
                           " falhas " delimited by size
                           falhas-editadas delimited by size
                           " negados " delimited by size
                           negados-editados delimited by size
                       into report-linha
                   if ope-falhas(ind-ope) >= max-tentativas
                       add 1 to qtd-apontados
                       move "ATENCAO" to report-linha(71:7)
                       display report-linha
                   end-if
                   perform escreve-linha
               end-if
           end-perform

           if qtd-listadas = zero
               move spaces to report-linha
               move "  (nenhum)" to report-linha
               perform escreve-linha
           end-if

           .
       lista-operadores-exit.
           exit.

      *Resumo da listagem no fim do relatorio.
       resumo-listagem section.

           move spaces to report-linha
           perform escreve-linha

           move spaces to report-linha
           string "Registros no log: " delimited by size
                   qtd-lidas delimited by size
                   "  listados: " delimited by size
                   qtd-listadas delimited by size
               into report-linha
           perform escreve-linha
           display report-linha

           move spaces to report-linha
           string "Falhas de acesso: " delimited by size
                   qtd-falhas delimited by size
                   "  negados: " delimited by size
                   qtd-negados delimited by size
               into report-linha
           perform escreve-linha
           display report-linha

           .
       resumo-listagem-exit.
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
      *pagina do relatorio impresso, com o periodo listado.
       escreve-cabecalho section.

           add 1 to pagina-atual

           move spaces to report-linha
           string "------- Log de Seguranca -------"
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
                   "   Periodo: " delimited by size
                   periodo-ini delimited by size
                   " a " delimited by size
                   periodo-fim delimited by size
               into report-linha
           write report-linha

           move spaces to report-linha
           write report-linha

           .
       escreve-cabecalho-exit.
           exit.

      *Encerra a execucao. Ocorrencia no periodo e aviso para quem
      *acompanha a esteira: RETURN-CODE 4.
       finaliza section.

           if return-code = zero and qtd-listadas > zero
               move 4 to return-code
           end-if

      *Toda execucao deixa um registro no log de operacao.
           perform grava-runlog

           stop run
           .
       finaliza-exit.
           exit.

      *Acrescenta ao log de operacao compartilhado o registro desta
      *execucao: lidos sao os registros do log de seguranca, aceitos
      *os listados no periodo.
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
               move "PizzaSeguranca" to log-programa
               accept log-data from date yyyymmdd
               accept hora-completa from time
               move hora-execucao to log-hora
               move space to log-modo
               move linha-comando to log-parm
               move qtd-lidas to log-lidos
               move qtd-listadas to log-aceitos
               move zero to log-rejeitados
               move return-code to log-retcode
               move spaces to log-operador
               write runlog-reg
               close pizza-runlog
           end-if

           .
       grava-runlog-exit.
           exit.

      *                   pizza (15 primeiras posicoes) e por data
      *                   (AAAAMMDD nas 8 seguintes); em branco, o
      *                   jornal sai inteiro.
      * 15/10/2026  LMF   O PIZZA-JORNAL passa a trazer o operador
      *                   identificado na execucao que fez a mudanca
      *                   (jrn-operador), listado ao lado da origem.
      *----------------------------------------------------------------

      *Divisao para configuracao do ambiente
              10 jrn-dep-diametro                  pic 9(03).
              10 jrn-dep-altura                    pic 9(03).
              10 jrn-dep-preco                     pic 9(03)v99.
           05 jrn-operador                         pic x(08).

       fd  jornal-report
           label records are standard
                   jrn-origem delimited by size
                   "  " delimited by size
                   descricao-acao delimited by size
                   " oper " delimited by size
                   jrn-operador delimited by size
               into report-linha
           perform escreve-linha


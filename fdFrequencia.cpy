      *>  layout do registro de frequência (arqFrequencia.txt)
      *>  um lançamento de presença ou falta por aluno e data, usado no
      *>  cálculo da situação (reprovação por falta acima de 25%)
      *>  presença: P = presente, F = falta, S = suspenso por ocorrência
      *>  disciplinar (não conta como falta)
      *>------------------------------------------------------------------------
       01 frq-registro.
           05 frq-chave.
               10 frq-cod-aluno                    pic  9(06).
               10 frq-data                         pic  9(08).
           05 frq-presenca                         pic  x(01).

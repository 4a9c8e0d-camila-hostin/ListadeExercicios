           05 filler                                pic  x(01) value space.
           05 env-movimento                         pic  x(01).
           05 filler                                pic  x(01) value space.
           05 env-cod                               pic  9(06).

      *>  registro do log de auditoria do cadastro
       fd arqLogAlunos.
           05 filler                                pic  x(01).
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01).
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01).
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01).
      *>  X = incluído e excluído dentro do mesmo período (não exporta)
       01 ws-tab-movimentos.
           05 ws-movimento                          pic  x(01)
                                                    occurs 999999 times.
       77 ws-ind-mov                                pic  9(07).
       77 ws-cod-movimento                          pic  9(06).
       77 ws-cutoff                                 pic  x(14).
       77 ws-geracao-atual                          pic  x(14).
       77 ws-log-datahora                           pic  x(14).
             to inc-linha
           write inc-linha

           perform varying ws-ind-mov from 1 by 1 until ws-ind-mov > 999999

               evaluate ws-movimento(ws-ind-mov)
                   when = 'I'
                       else
                           move 'E' to ws-movimento(ws-ind-mov)
                       end-if
                   when = 'BAIXA-BCO'
      *>               baixa financeira não altera o cadastro do aluno
                       continue
                   when other
      *>               ALTERACAO, CAD-NOTAS, CORRECAO, PROMOCAO,
      *>               FECHAMENTO, RESTAURA e demais regravações - uma
      *>------------------------------------------------------------------------
       exporta-exclusao section.

           move ws-ind-mov to ws-cod-movimento

           move spaces to inc-linha
           string 'E,'             delimited by size
                  ws-cod-movimento delimited by size
             into inc-linha
           end-string
           write inc-linha

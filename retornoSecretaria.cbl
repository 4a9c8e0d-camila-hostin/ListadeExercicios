       fd arqRetornoSecretaria.

       01 ret-linha.
           05 ret-cod                               pic  9(06).
           05 filler                                pic  x(01).
           05 ret-status                            pic  x(01).
           05 filler                                pic  x(01).
           05 filler                                pic  x(01).
           05 env-movimento                         pic  x(01).
           05 filler                                pic  x(01).
           05 env-cod                               pic  9(06).

      *>  registro de controle com a data/hora da última geração
      *>  incremental (aaaammddhhmmss)
           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.

       77 ws-fim-arquivo                            pic  x(01).

      *>  retorno carregado da secretaria - o código, o status e o
      *>  motivo de cada aluno do arquivo, na ordem de chegada; o aluno
      *>  repetido no arquivo fica com a última linha
       01 ws-tab-retorno.
           05 ws-retorno                            occurs 5000 times.
               10 ws-ret-cod                        pic  9(06).
               10 ws-ret-status                     pic  x(01).
               10 ws-ret-motivo                     pic  x(40).
       77 ws-ind-ret                                pic  9(05).
       77 ws-qtd-tab-ret                            pic  9(05).
       77 ws-cod-procura                            pic  9(06).
       77 ws-ret-status-atual                       pic  x(01).
       77 ws-ret-motivo-atual                       pic  x(40).
       77 ws-ind-pesq                               pic  9(05).
       77 ws-achou-retorno                          pic  x(01).

      *>  contadores da conciliação
       77 ws-qtd-retorno                            pic  9(05).
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  carrega o retorno da secretaria numa tabela de alunos
      *>------------------------------------------------------------------------
       carrega-retorno section.

           move 0 to ws-qtd-retorno
           move 0 to ws-qtd-tab-ret

           move 'N' to ws-fim-arquivo

               if ret-cod is numeric
               and ret-cod > 0
               and (ret-status = 'A' or ret-status = 'R') then
                   move ret-cod to ws-cod-procura
                   perform procura-retorno

      *>           aluno novo no retorno ocupa a próxima posição
                   if ws-ind-ret = 0 then
                       if ws-qtd-tab-ret >= 5000 then
                           move 6 to ws-msn-erro-ofsset
                           move 0 to ws-msn-erro-cod
                           move 'Retorno com mais de 5000 alunos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-tab-ret
                       move ws-qtd-tab-ret to ws-ind-ret
                       move ret-cod to ws-ret-cod(ws-ind-ret)
                   end-if

                   move ret-status to ws-ret-status(ws-ind-ret)
                   move ret-motivo to ws-ret-motivo(ws-ind-ret)
                   add 1 to ws-qtd-retorno

      *>       geração corrente - sai em detalhe, com o desfecho
               add 1 to ws-qtd-enviados-ger
               move env-cod to ws-cod-procura
               perform procura-retorno

               if ws-ind-ret = 0 then
                   move space to ws-ret-status-atual
                   move spaces to ws-ret-motivo-atual
               else
                   move ws-ret-status(ws-ind-ret) to ws-ret-status-atual
                   move ws-ret-motivo(ws-ind-ret) to ws-ret-motivo-atual
               end-if

               move spaces to rel-linha

               evaluate ws-ret-status-atual
                   when = 'A'
                       add 1 to ws-qtd-aceitos
                       string 'Aluno ' delimited by size
                              ' mov ' delimited by size
                              env-movimento delimited by size
                              ' - REJEITADO: ' delimited by size
                              ws-ret-motivo-atual delimited by size
                         into rel-linha
                       end-string
                   when other
           move 0 to ws-qtd-reenvios

           perform varying ws-ind-ret from 1 by 1
                     until ws-ind-ret > ws-qtd-tab-ret

               if ws-ret-status(ws-ind-ret) = 'R' then
                   perform grava-log-reenvio
       marca-reenvios-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  procura na tabela do retorno o aluno em ws-cod-procura -
      *>  devolve a posição em ws-ind-ret, ou zero se não veio
      *>------------------------------------------------------------------------
       procura-retorno section.

           move 0 to ws-ind-ret
           move 'N' to ws-achou-retorno

           perform varying ws-ind-pesq from 1 by 1
                     until ws-ind-pesq > ws-qtd-tab-ret
                        or ws-achou-retorno = 'S'
               if ws-ret-cod(ws-ind-pesq) = ws-cod-procura then
                   move ws-ind-pesq to ws-ind-ret
                   move 'S' to ws-achou-retorno
               end-if
           end-perform

           .
       procura-retorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no log de auditoria a linha de reenvio do aluno corrente
      *>  em ws-ind-ret
      *>------------------------------------------------------------------------
           move ':'                to log-hora(6:1)
           move ws-data-hora(13:2) to log-hora(7:2)

           move ws-ret-cod(ws-ind-ret) to log-cod
           move 'REENVIO' to log-operacao
           move spaces to log-antes


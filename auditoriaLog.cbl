           05 filler                                pic  x(01).
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01).
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01).
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01).
       77 ws-opcao                                  pic  x(02).

      *>  filtros da consulta
       77 ws-filtro-cod                             pic  9(06).
       77 ws-filtro-operacao                        pic  x(10).
       77 ws-filtro-operador                        pic  x(06).
       77 ws-data-inicial                           pic  x(08).
      *>------------------------------------------------------------------------
       aceita-filtros section.

           display 'Codigo do Aluno (000000 = todos): '
           accept ws-filtro-cod

           display 'Operador (branco = todos): '

      *>------------------------------------------------------------------------
      *>  fdHorarios.cpy
      *>  layout do registro do quadro de horários (arqHorarios.txt)
      *>  um registro por turma + dia da semana + aula, com a disciplina
      *>  (da grade da turma) e o professor que a dá - dia da semana
      *>  1 = segunda a 6 = sábado; a chave alternada por professor é
      *>  a que apura o choque de horário e a carga horária semanal
      *>------------------------------------------------------------------------
       01 hor-registro.
           05 hor-chave.
               10 hor-turma                        pic  x(10).
               10 hor-dia-semana                   pic  9(01).
               10 hor-aula                         pic  9(02).
           05 hor-disciplina                       pic  x(06).
           05 hor-professor                        pic  x(06).

      *>------------------------------------------------------------------------
      *>  fdProfessores.cpy
      *>  layout do registro do cadastro de professores (arqProfessores.txt)
      *>  mestre validado na montagem do quadro de horários - situação
      *>  A = ativo, I = inativo (professor inativo não recebe aula nova)
      *>------------------------------------------------------------------------
       01 prf-registro.
           05 prf-codigo                           pic  x(06).
           05 prf-nome                             pic  x(30).
           05 prf-cpf                              pic  x(11).
           05 prf-telefone                         pic  x(15).
           05 prf-situacao                         pic  x(01).

      *>------------------------------------------------------------------------
       01 his-registro.
           05 his-chave.
               10 his-cod-aluno                    pic  9(06).
               10 his-ano-letivo                   pic  9(04).
               10 his-disciplina                   pic  x(06).
               10 his-bimestre                     pic  9(01).

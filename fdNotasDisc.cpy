      *>------------------------------------------------------------------------
       01 nod-registro.
           05 nod-chave.
               10 nod-cod-aluno                    pic  9(06).
               10 nod-ano-letivo                   pic  9(04).
               10 nod-disciplina                   pic  x(06).
           05 nod-nota1                            pic  9(02)v99.

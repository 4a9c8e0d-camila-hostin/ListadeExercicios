      *>------------------------------------------------------------------------
       01 tot-registro.
           05 tot-chave.
               10 tot-cod-aluno                    pic  9(06).
               10 tot-ano                          pic  9(04).
           05 tot-lancamentos                      pic  9(05).
           05 tot-faltas                           pic  9(05).

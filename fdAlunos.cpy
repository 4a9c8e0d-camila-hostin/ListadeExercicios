      *>  ser apagado, para o boletim e o histórico continuarem saindo
      *>------------------------------------------------------------------------
       01 fd-alunos.
           05 fd-cod-aluno                         pic  9(06).
           05 fd-aluno                             pic  x(25).
           05 fd-endereco                          pic  x(35).
           05 fd-mae                               pic  x(25).

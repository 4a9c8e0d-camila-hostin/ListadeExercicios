           05 esp-chave.
               10 esp-turma                        pic  x(10).
               10 esp-seq                          pic  9(05).
           05 esp-cod-aluno                        pic  9(06).
           05 esp-aluno                            pic  x(25).
           05 esp-telefone                         pic  x(15).
           05 esp-data                             pic  9(08).

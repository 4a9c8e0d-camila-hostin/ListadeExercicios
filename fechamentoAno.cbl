           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.
      *>  cópia de segurança do cadastro - mesma imagem de fd-alunos
       fd arqBackupAlunos.

       01 bkp-registro                             pic  x(212).

      *>  catálogo das gerações de cópia de segurança - uma linha por
      *>  geração, com a data/hora da gravação (aaaammddhhmmss)

      *>  cópia de segurança do cadastro - mesma imagem de fd-alunos
       fd arqBackupAlunos.

       01 bkp-registro                             pic  x(212).

      *>  catálogo das gerações de cópia de segurança
       fd arqControleBackup.
           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.
       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-modo                                   pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-cod-busca                              pic  x(06).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-achou-aluno                            pic  x(01).
       77 ws-qtd-restaurados                        pic  9(05).
               end-read

               if ws-fim-arquivo = 'N'
               and bkp-registro(1:6) = ws-cod-busca then
                   move 'S' to ws-achou-aluno
                   perform restaura-registro
                   display 'Aluno ' ws-ind ' restaurado da geracao '
      *>   captura os valores atuais do cadastro, se o aluno ainda
      *>   existe, para o antes do log
           move spaces to ws-log-antes
           move bkp-registro(1:6) to fd-cod-aluno
           read arqCadastroAlunos

           if ws-fs-arqCadastroAlunos = 0 then

       77 ws-fs-arqHistoricoEscolar                 pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-fim-aluno                              pic  x(01).
       77 ws-qtd-bimestres                          pic  9(05).

       77 ws-edit-cod                               pic  zzzzz9.

      *>  variáveis de mensagem de erro
       01 ws-msn-erro.

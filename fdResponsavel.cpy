      *>  pagamento das mensalidades - pode ser a mãe, o pai ou outro
      *>------------------------------------------------------------------------
       01 resp-registro.
           05 resp-cod-aluno                       pic  9(06).
           05 resp-nome                            pic  x(25).
           05 resp-cpf                             pic  x(11).
           05 resp-telefone                        pic  x(15).

      *>------------------------------------------------------------------------
      *>  fdDescontos.cpy
      *>  layout do registro de bolsas e descontos (arqDescontos.txt)
      *>  um registro por aluno + sequência, mantido na tela do
      *>  financeiro - tipo P = percentual sobre a mensalidade (irmãos,
      *>  filhos de funcionários, bolsa parcial) ou V = valor fixo em
      *>  reais, vigente do mês inicial ao mês final (aaaamm) e aplicado
      *>  pela geração mensal de cobranças
      *>------------------------------------------------------------------------
       01 dsc-registro.
           05 dsc-chave.
               10 dsc-cod-aluno                    pic  9(06).
               10 dsc-seq                          pic  9(02).
           05 dsc-tipo                             pic  x(01).
           05 dsc-percentual                       pic  9(03)v99.
           05 dsc-valor                            pic  9(05)v99.
           05 dsc-mes-inicio                       pic  9(06).
           05 dsc-mes-fim                          pic  9(06).
           05 dsc-motivo                           pic  x(30).
           05 dsc-data-cadastro                    pic  9(08).
           05 dsc-operador                         pic  x(06).

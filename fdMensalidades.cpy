      *>  layout do registro de mensalidades (arqMensalidades.txt)
      *>  um registro por aluno + ano + mês, gerado pelo batch mensal de
      *>  cobranças e baixado pela tela de pagamento - situação A = em
      *>  aberto, P = paga, S = paga em parte (parcial, com saldo em
      *>  aberto), R = renegociada num acordo de parcelamento
      *>  men-saldo é o principal ainda em aberto da mensalidade parcial;
      *>  men-multa e men-juros acumulam os encargos cobrados nas baixas
      *>  e men-num-acordo aponta o acordo que substituiu a mensalidade
      *>  men-valor é o valor líquido cobrado - men-valor-bruto é a
      *>  mensalidade cheia e men-desc-percentual/men-desc-fixo o
      *>  desconto concedido pelas bolsas do aluno, por tipo
      *>------------------------------------------------------------------------
       01 men-registro.
           05 men-chave.
               10 men-cod-aluno                    pic  9(06).
               10 men-ano                          pic  9(04).
               10 men-mes                          pic  9(02).
           05 men-valor                            pic  9(05)v99.
           05 men-situacao                         pic  x(01).
           05 men-data-pagamento                   pic  9(08).
           05 men-valor-pago                       pic  9(05)v99.
           05 men-saldo                            pic  9(05)v99.
           05 men-multa                            pic  9(05)v99.
           05 men-juros                            pic  9(05)v99.
           05 men-num-acordo                       pic  9(02).
           05 men-valor-bruto                      pic  9(05)v99.
           05 men-desc-percentual                  pic  9(05)v99.
           05 men-desc-fixo                        pic  9(05)v99.

      *>------------------------------------------------------------------------
      *>  fdAcordos.cpy
      *>  layout do registro de parcelas de acordo (arqAcordos.txt)
      *>  um registro por aluno + número do acordo + parcela - o acordo
      *>  renegocia as mensalidades vencidas do aluno, que passam à
      *>  situação R, e é baixado parcela a parcela como as mensalidades:
      *>  situação A = em aberto, P = paga, S = paga em parte
      *>  acd-valor-acordo é o total renegociado (o mesmo em todas as
      *>  parcelas do acordo)
      *>------------------------------------------------------------------------
       01 acd-registro.
           05 acd-chave.
               10 acd-cod-aluno                    pic  9(06).
               10 acd-numero                       pic  9(02).
               10 acd-parcela                      pic  9(02).
           05 acd-qtd-parcelas                     pic  9(02).
           05 acd-valor-acordo                     pic  9(07)v99.
           05 acd-data-acordo                      pic  9(08).
           05 acd-operador                         pic  x(06).
           05 acd-valor                            pic  9(05)v99.
           05 acd-vencimento                       pic  9(08).
           05 acd-situacao                         pic  x(01).
           05 acd-data-pagamento                   pic  9(08).
           05 acd-valor-pago                       pic  9(05)v99.
           05 acd-saldo                            pic  9(05)v99.
           05 acd-multa                            pic  9(05)v99.
           05 acd-juros                            pic  9(05)v99.

      *>------------------------------------------------------------------------
      *>  fdRematricula.cpy
      *>  layout do registro da campanha de rematrícula (arqRematricula.txt)
      *>  um registro por ano letivo de destino + aluno - a abertura da
      *>  campanha da turma grava o aluno pendente (P), e a secretaria
      *>  registra a confirmação (C) ou a desistência (D); a rematrícula
      *>  confirmada reserva a vaga na turma de destino até a promoção
      *>------------------------------------------------------------------------
       01 rmt-registro.
           05 rmt-chave.
               10 rmt-ano-letivo                   pic  9(04).
               10 rmt-cod-aluno                    pic  9(06).
           05 rmt-aluno                            pic  x(25).
           05 rmt-turma-origem                     pic  x(10).
           05 rmt-turma-destino                    pic  x(10).
           05 rmt-situacao                         pic  x(01).
           05 rmt-data-situacao                    pic  9(08).
           05 rmt-operador                         pic  x(06).
           05 rmt-motivo                           pic  x(30).

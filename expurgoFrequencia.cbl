       fd arqFrequenciaMorto.

       01 mor-registro.
           05 mor-cod-aluno                        pic  9(06).
           05 mor-data                             pic  9(08).
           05 mor-presenca                         pic  x(01).


      *>  acumulador do total corrente - os lançamentos de um aluno são
      *>  contíguos na chave, o total fecha quando o aluno muda
       77 ws-tot-aluno                              pic  9(06).
       77 ws-tot-lancamentos                        pic  9(05).
       77 ws-tot-faltas                             pic  9(05).
       77 ws-tem-total                              pic  x(01).

      *>  variáveis das consultas
       77 ws-ind                                    pic  9(06).
       77 ws-qtd-linhas                             pic  9(05).
       77 ws-fim-consulta                           pic  x(01).


      *>------------------------------------------------------------------------
      *>  fdOcorrencias.cpy
      *>  layout do registro de ocorrências disciplinares (arqOcorrencias.txt)
      *>  um registro por aluno + data + sequência do dia; oco-turma é a
      *>  turma do aluno na data, para o relatório por turma
      *>  tipo: I = indisciplina, A = agressão, P = dano ao patrimônio,
      *>  O = outros
      *>  medida: V = advertência verbal, E = advertência escrita,
      *>  S = suspensão - os dias da suspensão são dias letivos do
      *>  calendário da turma, de oco-inicio-suspensao a
      *>  oco-fim-suspensao; a frequência lançada nesses dias fica com
      *>  presença S (suspenso), que não conta como falta
      *>------------------------------------------------------------------------
       01 oco-registro.
           05 oco-chave.
               10 oco-cod-aluno                    pic  9(06).
               10 oco-data                         pic  9(08).
               10 oco-sequencia                    pic  9(02).
           05 oco-aluno                            pic  x(25).
           05 oco-turma                            pic  x(10).
           05 oco-tipo                             pic  x(01).
           05 oco-descricao                        pic  x(60).
           05 oco-medida                           pic  x(01).
           05 oco-dias-suspensao                   pic  9(02).
           05 oco-inicio-suspensao                 pic  9(08).
           05 oco-fim-suspensao                    pic  9(08).
           05 oco-operador                         pic  x(06).
           05 oco-data-registro                    pic  9(08).

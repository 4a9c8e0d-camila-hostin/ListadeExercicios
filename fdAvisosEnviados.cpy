      *>------------------------------------------------------------------------
      *>  fdAvisosEnviados.cpy
      *>  layout do controle de avisos aos responsáveis (arqAvisosEnviados.txt)
      *>  um registro por aviso gerado - aluno + tipo + referência do fato
      *>  avisado, para cada aviso sair uma vez só; tipo F = faltas
      *>  seguidas (referência = data da primeira falta da sequência),
      *>  P = percentual de faltas perto do limite (ano), N = nota de
      *>  bimestre abaixo da média (ano + disciplina + bimestre), M =
      *>  mensalidade vencida (ano + mês)
      *>  ave-data-movimento é a data do fim de dia que gerou o aviso - a
      *>  rotina rodada de novo na mesma data gera o aviso outra vez
      *>------------------------------------------------------------------------
       01 ave-registro.
           05 ave-chave.
               10 ave-cod-aluno                    pic  9(06).
               10 ave-tipo                         pic  x(01).
               10 ave-referencia                   pic  x(12).
           05 ave-data-movimento                   pic  x(08).
           05 ave-telefone                         pic  x(15).

           record key is dis-codigo
           file status is ws-fs-arqDisciplinas.

           select arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           record key is oco-chave
           alternate record key is oco-turma with duplicates
           file status is ws-fs-arqOcorrencias.

       i-o-control.

      *> declaração de variáveis

           copy "fdDisciplinas.cpy".

      *>  registro de ocorrências disciplinares
       fd arqOcorrencias.

           copy "fdOcorrencias.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqBoletimAlunos                    pic  9(02).
       77 ws-fs-arqNotasDisciplina                  pic  9(02).
       77 ws-fs-arqDisciplinas                      pic  9(02).
       77 ws-fs-arqOcorrencias                      pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-turma-aluno                            pic  x(10).
       77 ws-qtd-boletins                           pic  9(05) value 0.

       77 ws-edit-cod                               pic  zzzzz9.
       77 ws-edit-nota                              pic  z9,99.
       77 ws-edit-media                             pic  z9,99.

       77 ws-ano-letivo                             pic  9(04).
       77 ws-data-hora                              pic  x(21).

      *>  variáveis das ocorrências disciplinares do ano no boletim
       77 ws-tem-ocorrencias                        pic  x(01) value 'N'.
       77 ws-fim-ocorrencias                        pic  x(01).
       77 ws-qtd-ocorrencias                        pic  9(03).
       77 ws-qtd-dias-suspensao                     pic  9(03).
       77 ws-edit-qtd                               pic  zz9.
       77 ws-edit-dias                              pic  zz9.

      *>  linha de disciplina do boletim
       01 ws-bol-disc-linha.
           05 ws-bd-disciplina                      pic  x(06).
      *>  Boletim escolar impresso: gera em boletimAlunos.txt uma página
      *>formatada por aluno - cabeçalho da escola, dados do aluno e dos
      *>pais, uma linha por disciplina do ano corrente com as quatro
      *>notas, média e situação apurada disciplina a disciplina, a
      *>média e situação gerais e as ocorrências disciplinares do ano -
      *>pronta para entregar aos pais na reunião. Pode ser emitido para
      *>um único aluno (pelo código) ou para uma turma inteira (pela
      *>chave alternada fd-turma).
      *>-----------------------------------------------------------------<*

           perform inicializa.
                   end-if
               end-if

      *>  abre as ocorrências disciplinares - sem o arquivo o boletim
      *>  sai sem a contagem
           open input arqOcorrencias

               if ws-fs-arqOcorrencias = 00 then
                   move 'S' to ws-tem-ocorrencias
               else
                   if ws-fs-arqOcorrencias <> 35 then
                       move 10 to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqOcorrencias " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  o boletim mostra as disciplinas do ano letivo corrente
           move function current-date to ws-data-hora
           move ws-data-hora(1:4) to ws-ano-letivo
           move ws-bol-rotulo-valor to bol-linha
           write bol-linha

      *>   ocorrências disciplinares do ano corrente
           if ws-tem-ocorrencias = 'S' then
               perform imprime-ocorrencias
           end-if

           move spaces to bol-linha
           write bol-linha
           move 'Assinatura do Responsavel: ______________________________'
       imprime-linha-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime a quantidade de ocorrências disciplinares do aluno em
      *>  fd-alunos no ano corrente, com os dias letivos de suspensão
      *>------------------------------------------------------------------------
       imprime-ocorrencias section.

           move 0 to ws-qtd-ocorrencias
           move 0 to ws-qtd-dias-suspensao

      *>   posiciona na primeira ocorrência do aluno no ano corrente
           move fd-cod-aluno to oco-cod-aluno
           move 0 to oco-data
           move ws-ano-letivo to oco-data(1:4)
           move 0 to oco-sequencia

           start arqOcorrencias key is >= oco-chave

           if ws-fs-arqOcorrencias <> 0
           and ws-fs-arqOcorrencias <> 23
           and ws-fs-arqOcorrencias <> 46 then
               move 11 to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqOcorrencias = 0 then

               move 'N' to ws-fim-ocorrencias

               perform until ws-fim-ocorrencias = 'S'

                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 0
                   and ws-fs-arqOcorrencias <> 10 then
                       move 12 to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqOcorrencias = 0
                   and oco-cod-aluno = fd-cod-aluno
                   and oco-data(1:4) = ws-ano-letivo then
                       add 1 to ws-qtd-ocorrencias
                       if oco-medida = 'S' then
                           add oco-dias-suspensao to ws-qtd-dias-suspensao
                       end-if
                   else
                       move 'S' to ws-fim-ocorrencias
                   end-if

               end-perform

           end-if

           move ws-qtd-ocorrencias to ws-edit-qtd
           move ws-qtd-dias-suspensao to ws-edit-dias

           move 'Ocorrencias no Ano:' to ws-bol-rotulo
           move spaces to ws-bol-valor
           string ws-edit-qtd delimited by size
                  '  (dias de suspensao: ' delimited by size
                  ws-edit-dias delimited by size
                  ')' delimited by size
             into ws-bol-valor
           end-string
           move ws-bol-rotulo-valor to bol-linha
           write bol-linha

           .
       imprime-ocorrencias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime as quatro notas do cadastro, no formato antigo, para
      *>  alunos sem disciplina lançada no ano corrente
      *>------------------------------------------------------------------------
               close arqDisciplinas
           end-if

           if ws-tem-ocorrencias = 'S' then
               close arqOcorrencias
           end-if

           stop run
           .


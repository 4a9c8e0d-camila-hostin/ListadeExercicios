           record key is esp-chave
           file status is ws-fs-arqListaEspera.

           select arqRematricula assign to "arqRematricula.txt"
           organization is indexed
           access mode is dynamic
           record key is rmt-chave
           alternate record key is rmt-turma-origem with duplicates
           alternate record key is rmt-turma-destino with duplicates
           file status is ws-fs-arqRematricula.

           select arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           record key is oco-chave
           alternate record key is oco-turma with duplicates
           file status is ws-fs-arqOcorrencias.

           select arqBackupAlunos assign to ws-nome-backup
           organization is line sequential
           access mode is sequential
       fd arqCadastroAlunos.

       01 fd-alunos.
           05 fd-cod-aluno                         pic  9(06).
           05 fd-aluno                             pic  x(25).
           05 fd-endereco                          pic  x(35).
           05 fd-mae                               pic  x(25).
           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.

           copy "fdListaEspera.cpy".

      *>  registro da campanha de rematrícula
       fd arqRematricula.

           copy "fdRematricula.cpy".

      *>  registro de ocorrências disciplinares
       fd arqOcorrencias.

           copy "fdOcorrencias.cpy".

      *>  cópia de segurança do cadastro - mesma imagem de fd-alunos
       fd arqBackupAlunos.

       01 bkp-registro                             pic  x(212).

      *>  catálogo das gerações de cópia de segurança - uma linha por
      *>  geração, com a data/hora da gravação (aaaammddhhmmss)
       77 ws-fs-arqCalendario                      pic  9(02).
       77 ws-fs-arqOperadores                      pic  9(02).
       77 ws-fs-arqListaEspera                     pic  9(02).
       77 ws-fs-arqRematricula                     pic  9(02).
       77 ws-fs-arqOcorrencias                     pic  9(02).
       77 ws-fs-arqBackupAlunos                    pic  9(02).
       77 ws-fs-arqControleBackup                  pic  9(02).

                                                value ' | '.
               10 ws-media                         pic  9(02)v99.

       77 ws-ind                                   pic  9(06).
       77 ws-menu                                  pic  x(02).
       77 ws-opcao                                 pic  x(02).
       77 ws-situacao                              pic  x(12).
       77 ws-fim-chamada                           pic  x(01).
       77 ws-chamada-feita                         pic  x(01).

      *>  a rematrícula confirmada para o ano letivo da turma reserva a
      *>  vaga dela até a promoção - sem a campanha, só os ativos contam
       77 ws-tem-rematricula                       pic  x(01) value 'N'.
       77 ws-fim-reservas                          pic  x(01).

      *>  variáveis do lançamento de recuperação final - a média final é
      *>  a média da disciplina com a nota da recuperação, e 5 aprova
       77 ws-nota-recup                            pic  9(02)v99.
       77 ws-qtd-dias-letivos                      pic  9(05).
       77 ws-data-hoje                             pic  x(08).

      *>  variáveis da suspensão - o aluno suspenso por ocorrência
      *>  disciplinar na data do lançamento fica com presença S, que não
      *>  conta como falta
       77 ws-tem-ocorrencias                       pic  x(01) value 'N'.
       77 ws-aluno-suspenso                        pic  x(01).
       77 ws-fim-ocorrencias                       pic  x(01).
       77 ws-qtd-suspensos                         pic  9(05).

      *>  variáveis do log de auditoria do cadastro
       77 ws-data-hora                             pic  x(21).
       77 ws-log-operacao                          pic  x(10).
           05 blank screen.
           05 line 02 column 12 pic x(45) from ws-titulo-tela.
           05 line 04 column 05 value 'Codigo do Aluno....:'.
           05 line 04 column 26 pic 9(06) using ws-ind.
           05 line 23 column 05 pic x(60) from ws-msn-rodape.

      *>  tela do lançamento de notas - disciplina do lançamento
                   perform finaliza-anormal
               end-if

      *>  abre a campanha de rematrícula - opcional
           open input arqRematricula

               if ws-fs-arqRematricula = 00 then
                   move 'S' to ws-tem-rematricula
               else
                   if ws-fs-arqRematricula <> 35 then
                       move 61 to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqRematricula " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o calendário escolar - sem ele a data do lançamento não é
      *>  validada e as faltas são apuradas sobre os lançamentos, como
      *>  antes
                   end-if
               end-if

      *>  abre as ocorrências disciplinares - sem elas nenhum aluno sai
      *>  como suspenso no lançamento de frequência
           open input arqOcorrencias

               if ws-fs-arqOcorrencias = 00 then
                   move 'S' to ws-tem-ocorrencias
               else
                   if ws-fs-arqOcorrencias <> 35 then
                       move 62 to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqOcorrencias " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>   inicializando as variáveis
           move 'S' to ws-menu
           .
               move ws-data-lancamento(1:2) to ws-data-chave(7:2)

               move 0 to ws-qtd-freq-turma
               move 0 to ws-qtd-suspensos

      *>       a data do lançamento tem que ser dia letivo da turma no
      *>       calendário escolar - acabou a falta em sábado e feriado
                       and fd-turma = ws-turma-aluno then

                           display 'Aluno ' fd-cod-aluno ' - ' fd-aluno

      *>                   aluno suspenso na data não tem chamada - o
      *>                   dia fica como suspensão, não como falta
                           perform verifica-suspensao

                           if ws-aluno-suspenso = 'S' then
                               display 'Aluno suspenso nessa data - lancado como suspensao'
                               move 'S' to ws-presenca
                               add 1 to ws-qtd-suspensos
                           else
                               display 'Presente ou Falta? P/F'
                               accept ws-presenca
                               move function upper-case(ws-presenca) to ws-presenca
                               perform until ws-presenca = 'P' or ws-presenca = 'F'
                                   display 'Opcao invalida! Informe P ou F: '
                                   accept ws-presenca
                                   move function upper-case(ws-presenca) to ws-presenca
                               end-perform
                           end-if

      *>                   regrava se a data ja foi lançada para o aluno
                           move fd-cod-aluno to frq-cod-aluno

                   display '  '
                   display 'Lancamentos gravados: ' ws-qtd-freq-turma
                   if ws-qtd-suspensos > 0 then
                       display 'Alunos suspensos....: ' ws-qtd-suspensos
                   end-if
               end-if

               end-if
       valida-dia-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica se o aluno em fd-cod-aluno cumpre suspensão por
      *>  ocorrência disciplinar na data ws-data-chave - resultado em
      *>  ws-aluno-suspenso
      *>------------------------------------------------------------------------
       verifica-suspensao section.

           move 'N' to ws-aluno-suspenso

           if ws-tem-ocorrencias = 'S' then

               move fd-cod-aluno to oco-cod-aluno
               move 0 to oco-data
               move 0 to oco-sequencia

               start arqOcorrencias key is >= oco-chave

               if ws-fs-arqOcorrencias = 0 then

                   move 'N' to ws-fim-ocorrencias

                   perform until ws-fim-ocorrencias = 'S'

                       read arqOcorrencias next

                       if ws-fs-arqOcorrencias <> 0
                       and ws-fs-arqOcorrencias <> 10 then
                           move 63 to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *>               a suspensão começa na data da ocorrência ou depois
                       if ws-fs-arqOcorrencias = 0
                       and oco-cod-aluno = fd-cod-aluno
                       and oco-data <= ws-data-chave then
                           if oco-medida = 'S'
                           and oco-inicio-suspensao <= ws-data-chave
                           and oco-fim-suspensao    >= ws-data-chave then
                               move 'S' to ws-aluno-suspenso
                               move 'S' to ws-fim-ocorrencias
                           end-if
                       else
                           move 'S' to ws-fim-ocorrencias
                       end-if

                   end-perform

               end-if

           end-if

           .
       verifica-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta em ws-qtd-dias-letivos os dias letivos já decorridos do
      *>  ano corrente no calendário da turma do aluno em fd-turma
      *>  confere se a turma em ws-turma-aluno ainda tem vaga, pela
      *>  tur-capacidade do mestre de turmas - resultado em ws-vaga-ok;
      *>  capacidade zero ou turma fora do mestre não limita; ao final
      *>  reposiciona o registro do aluno corrente em ws-ind - as
      *>  rematrículas confirmadas para a turma ocupam vaga
      *>------------------------------------------------------------------------
       verifica-vaga-turma section.

                   move ws-turma-aluno to ws-turma-conta
                   perform conta-ocupacao

                   if ws-tem-rematricula = 'S' then
                       perform conta-reservas-turma
                   end-if

                   if ws-qtd-ocupados >= tur-capacidade then
                       move 'N' to ws-vaga-ok
                   end-if
       verifica-vaga-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma em ws-qtd-ocupados as rematrículas confirmadas para a
      *>  turma em ws-turma-conta no ano letivo dela (tur-ano-letivo) -
      *>  o aluno já promovido para a turma conta como ativo dela, o que
      *>  saiu da escola depois de confirmar não segura mais a vaga, e o
      *>  próprio aluno da tela não conta duas vezes
      *>------------------------------------------------------------------------
       conta-reservas-turma section.

           move ws-turma-conta to rmt-turma-destino
           start arqRematricula key is = rmt-turma-destino

           if ws-fs-arqRematricula = 0 then

               move 'N' to ws-fim-reservas

               perform until ws-fim-reservas = 'S'

                   read arqRematricula next

                   if ws-fs-arqRematricula = 0
                   and rmt-turma-destino = ws-turma-conta then
                       if rmt-ano-letivo = tur-ano-letivo
                       and rmt-situacao = 'C'
                       and rmt-cod-aluno <> ws-ind then
                           move rmt-cod-aluno to fd-cod-aluno
                           read arqCadastroAlunos
                           if ws-fs-arqCadastroAlunos = 0
                           and fd-turma <> ws-turma-conta
                           and (fd-status-matricula = 'A'
                            or  fd-status-matricula = space) then
                               add 1 to ws-qtd-ocupados
                           end-if
                       end-if
                   else
                       move 'S' to ws-fim-reservas
                   end-if

               end-perform

           end-if

           .
       conta-reservas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui o aluno da tela na lista de espera da turma em
      *>  ws-turma-aluno, na próxima sequência de chegada
           close arqNotasDisciplina
           close arqListaEspera

           if ws-tem-rematricula = 'S' then
               close arqRematricula
           end-if

           if ws-tem-ocorrencias = 'S' then
               close arqOcorrencias
           end-if

           if ws-tem-turmas = 'S' then
               close arqTurmas
           end-if

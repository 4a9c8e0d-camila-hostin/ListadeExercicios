      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "ocorrenciasAlunos".
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *> divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----declaração dos recursos externos
       input-output section.
       file-control.

           select arqCadastroAlunos assign to "arqCadastroAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqCadastroAlunos.

           select arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is oco-chave
           alternate record key is oco-turma with duplicates
           file status is ws-fs-arqOcorrencias.

           select arqCalendario assign to "arqCalendario.txt"
           organization is indexed
           access mode is dynamic
           record key is cal-chave
           file status is ws-fs-arqCalendario.

           select arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqRelatorioOcorrencias assign to "relatorioOcorrencias.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioOcorrencias.

           select arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           record key is ope-codigo
           file status is ws-fs-arqOperadores.

       i-o-control.

      *> declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.

       fd arqCadastroAlunos.

           copy "fdAlunos.cpy".

      *>  registro de ocorrências disciplinares
       fd arqOcorrencias.

           copy "fdOcorrencias.cpy".

      *>  registro do calendário escolar por turma
       fd arqCalendario.

           copy "fdCalendario.cpy".

      *>  registro de frequência
       fd arqFrequencia.

           copy "fdFrequencia.cpy".

      *>  relatório de ocorrências por turma ou por aluno
       fd arqRelatorioOcorrencias.

       01 rel-linha                                 pic  x(80).

       01 rel-detalhe.
           05 rel-cod                               pic  zzzzz9.
           05 filler                                pic  x(03) value ' | '.
           05 rel-aluno                             pic  x(25).
           05 filler                                pic  x(03) value ' | '.
           05 rel-data                              pic  x(10).
           05 filler                                pic  x(03) value ' | '.
           05 rel-tipo                              pic  x(12).
           05 filler                                pic  x(03) value ' | '.
           05 rel-medida                            pic  x(15).

      *>  registro do cadastro de operadores
       fd arqOperadores.

           copy "fdOperadores.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqOcorrencias                      pic  9(02).
       77 ws-fs-arqCalendario                       pic  9(02).
       77 ws-fs-arqFrequencia                       pic  9(02).
       77 ws-fs-arqRelatorioOcorrencias             pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-data-hora                              pic  x(21).
       77 ws-data-hoje                              pic  x(08).

      *>  arquivos opcionais - sem o calendário não há como conferir os
      *>  dias da suspensão, e ela não é aceita; sem a frequência não há
      *>  lançamento a marcar como suspensão
       77 ws-tem-calendario                         pic  x(01) value 'N'.
       77 ws-tem-frequencia                         pic  x(01) value 'N'.

      *>  variáveis da ocorrência
       77 ws-aluno-valido                           pic  x(01).
       77 ws-data-dia                               pic  x(08).
       77 ws-data-chave                             pic  x(08).
       77 ws-data-ocorrencia                        pic  9(08).
       77 ws-tipo                                   pic  x(01).
       77 ws-descricao                              pic  x(60).
       77 ws-medida                                 pic  x(01).
       77 ws-sequencia                              pic  9(02).
       77 ws-turma-relatorio                        pic  x(10).
       77 ws-desc-tipo                              pic  x(12).
       77 ws-desc-medida                            pic  x(15).
       77 ws-edit-data                              pic  x(10).
       77 ws-edit-data-fim                          pic  x(10).
       77 ws-data-edicao                            pic  9(08).

      *>  variáveis da suspensão - os dias são dias letivos do
      *>  calendário da turma, a partir da data de início
       77 ws-dias-suspensao                         pic  9(02).
       77 ws-inicio-suspensao                       pic  9(08).
       77 ws-fim-suspensao                          pic  9(08).
       77 ws-suspensao-valida                       pic  x(01).
       77 ws-qtd-dias-contados                      pic  9(02).
       77 ws-fim-calendario                         pic  x(01).
       77 ws-acao-frequencia                        pic  x(01).
       77 ws-qtd-frequencia                         pic  9(03).

      *>  totais dos relatórios
       77 ws-qtd-ocorrencias                        pic  9(05).
       77 ws-qtd-verbais                            pic  9(05).
       77 ws-qtd-escritas                           pic  9(05).
       77 ws-qtd-suspensoes                         pic  9(05).
       77 ws-qtd-dias-suspensos                     pic  9(05).

      *>  variáveis da identificação do operador
       77 ws-tem-operadores                         pic  x(01) value 'N'.
       77 ws-operador                               pic  x(06) value spaces.
       77 ws-senha-digitada                         pic  x(08).
       77 ws-perfil-operador                        pic  x(01) value 'A'.
       77 ws-login-ok                               pic  x(01).
       77 ws-tentativas                             pic  9(01).
       77 ws-acesso-exigido                         pic  x(01).
       77 ws-acesso-ok                              pic  x(01).

      *>  variáveis de mensagem de erro
       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).

      *>----variaveis para comunicação entre programas
       linkage section.

      *>declaração do corpo do programa
       procedure division.

      *>----------------- apresentação do problema ----------------------<*
      *>  Ocorrências disciplinares: a coordenação registra cada
      *>ocorrência do aluno (data, tipo, descrição e a medida tomada -
      *>advertência verbal, advertência escrita ou suspensão com os
      *>dias), com o operador que registrou, em vez de anotar no papel
      *>que some na hora do conselho de classe ou da transferência. O
      *>aluno é conferido contra o cadastro; os dias da suspensão são
      *>dias letivos do calendário da turma, e a frequência desses dias
      *>fica marcada como suspensão, não como falta. Relatórios por
      *>turma e por aluno em relatorioOcorrencias.txt.
      *>-----------------------------------------------------------------<*

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

      *>  identificação do operador antes de qualquer coisa
           perform identifica-operador

           open input arqCadastroAlunos

               if ws-fs-arqCadastroAlunos <> 00 then
                   move 1 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCadastroAlunos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre as ocorrências - se ainda não existe, cria antes
           open i-o arqOcorrencias

               if ws-fs-arqOcorrencias = 35 then
                   open output arqOcorrencias
                   close arqOcorrencias
                   open i-o arqOcorrencias
               end-if

               if ws-fs-arqOcorrencias  <> 00
               and ws-fs-arqOcorrencias <> 05 then
                   move 2 to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencias " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre o calendário escolar - sem ele a suspensão não é aceita
           open input arqCalendario

               if ws-fs-arqCalendario = 00 then
                   move 'S' to ws-tem-calendario
               else
                   if ws-fs-arqCalendario <> 35 then
                       move 3 to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqCalendario " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre a frequência - opcional, só para marcar os dias da
      *>  suspensão já lançados
           open i-o arqFrequencia

               if ws-fs-arqFrequencia = 00 then
                   move 'S' to ws-tem-frequencia
               else
                   if ws-fs-arqFrequencia <> 35 then
                       move 4 to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqFrequencia " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           move function current-date to ws-data-hora
           move ws-data-hora(1:8) to ws-data-hoje

           move 'S' to ws-menu

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  identificação do operador - código e senha validados contra o
      *>  cadastro de operadores, com 3 tentativas; sem o cadastro, o
      *>  acesso é liberado e a ocorrência fica sem operador, como no log
      *>------------------------------------------------------------------------
       identifica-operador section.

           open input arqOperadores

           if ws-fs-arqOperadores <> 00 then
               if ws-fs-arqOperadores <> 35 then
                   move 90 to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOperadores " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move 'S' to ws-tem-operadores

               move 'N' to ws-login-ok
               move 0 to ws-tentativas

               perform until ws-login-ok = 'S' or ws-tentativas >= 3

                   add 1 to ws-tentativas

                   display 'Operador: '
                   accept ws-operador
                   move function upper-case(ws-operador) to ws-operador
                   display 'Senha: '
                   accept ws-senha-digitada

                   move ws-operador to ope-codigo
                   read arqOperadores

                   if ws-fs-arqOperadores = 0
                   and ope-senha = ws-senha-digitada then
                       move 'S' to ws-login-ok
                       move ope-perfil to ws-perfil-operador
                       display 'Operador identificado: ' ope-nome
                   else
                       display 'Operador ou senha invalidos'
                   end-if

               end-perform

               close arqOperadores

               if ws-login-ok = 'N' then
                   move 91 to ws-msn-erro-ofsset
                   move 0 to ws-msn-erro-cod
                   move "Acesso negado - 3 tentativas invalidas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       identifica-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  verifica se o perfil do operador cobre o acesso exigido em
      *>  ws-acesso-exigido (L = lançamento, A = administração) -
      *>  resultado em ws-acesso-ok; a consulta é liberada a todos
      *>------------------------------------------------------------------------
       verifica-acesso section.

           evaluate true
               when ws-perfil-operador = 'A'
                   move 'S' to ws-acesso-ok
               when ws-perfil-operador = 'L'
               and  ws-acesso-exigido = 'L'
                   move 'S' to ws-acesso-ok
               when other
                   move 'N' to ws-acesso-ok
           end-evaluate

           if ws-acesso-ok = 'N' then
               display 'Acesso negado - perfil do operador nao permite'
           end-if

           .
       verifica-acesso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display '---------- Ocorrencias Disciplinares ----------'
               display 'A - Registrar Ocorrencia'
               display 'B - Consultar Ocorrencias do Aluno'
               display 'C - Excluir Ocorrencia'
               display 'D - Relatorio de Ocorrencias por Turma'
               display 'E - Relatorio de Ocorrencias por Aluno'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

      *>       o registro exige lançamento; a exclusão, que desfaz a
      *>       suspensão na frequência, exige administração
               evaluate ws-opcao
                   when = 'A'
                       move 'L' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           perform registra-ocorrencia
                       end-if
                   when = 'B'
                       perform consulta-ocorrencias
                   when = 'C'
                       move 'A' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           perform exclui-ocorrencia
                       end-if
                   when = 'D'
                       perform relatorio-turma
                   when = 'E'
                       perform relatorio-aluno
                   when other
                       display 'Opcao Invalida'
               end-evaluate

      *>       condição de saída
               display 'Quer continuar? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  registra a ocorrência de um aluno do cadastro - a suspensão só
      *>  é gravada com os dias conferidos no calendário da turma
      *>------------------------------------------------------------------------
       registra-ocorrencia section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Registro de Ocorrencia ----------'

               display 'Informe o Codigo do Aluno: '
               accept ws-ind

               perform le-aluno-ocorrencia

               if ws-aluno-valido = 'S' then

                   display 'Aluno ' fd-cod-aluno ' - ' fd-aluno
                   display 'Turma ' fd-turma

                   display 'Informe a Data da Ocorrencia (ddmmaaaa): '
                   accept ws-data-dia
                   perform monta-data-chave

                   if ws-data-chave is not numeric
                   or ws-data-chave > ws-data-hoje then
                       display 'Data da ocorrencia invalida'
                   else
                       move ws-data-chave to ws-data-ocorrencia
                       perform informa-ocorrencia
                   end-if

               end-if

      *>       condição de saída
               display 'Deseja Registrar Mais Ocorrencias? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       registra-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê no cadastro o aluno do código em ws-ind - só o aluno ativo
      *>  recebe ocorrência; resultado em ws-aluno-valido
      *>------------------------------------------------------------------------
       le-aluno-ocorrencia section.

           move 'N' to ws-aluno-valido

           move ws-ind to fd-cod-aluno
           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when = 0
                   if fd-status-matricula = 'A'
                   or fd-status-matricula = space then
                       move 'S' to ws-aluno-valido
                   else
                       display 'Matricula do aluno nao esta ativa: '
                               fd-status-matricula
                   end-if
               when = 23
                   display 'Codigo Invalido!'
               when other
                   move 5 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       le-aluno-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  pede tipo, descrição e medida da ocorrência do aluno corrente em
      *>  fd-alunos na data ws-data-ocorrencia e grava
      *>------------------------------------------------------------------------
       informa-ocorrencia section.

           display 'Tipo: I-Indisciplina A-Agressao P-Patrimonio O-Outros'
           accept ws-tipo
           move function upper-case(ws-tipo) to ws-tipo
           perform until ws-tipo = 'I' or ws-tipo = 'A'
                      or ws-tipo = 'P' or ws-tipo = 'O'
               display 'Opcao invalida! Informe I, A, P ou O: '
               accept ws-tipo
               move function upper-case(ws-tipo) to ws-tipo
           end-perform

           display 'Descricao da Ocorrencia: '
           accept ws-descricao

           display 'Medida: V-Advertencia Verbal E-Advertencia Escrita S-Suspensao'
           accept ws-medida
           move function upper-case(ws-medida) to ws-medida
           perform until ws-medida = 'V' or ws-medida = 'E'
                      or ws-medida = 'S'
               display 'Opcao invalida! Informe V, E ou S: '
               accept ws-medida
               move function upper-case(ws-medida) to ws-medida
           end-perform

           move 0 to ws-dias-suspensao
           move 0 to ws-inicio-suspensao
           move 0 to ws-fim-suspensao
           move 'S' to ws-suspensao-valida

           if ws-medida = 'S' then
               perform informa-suspensao
           end-if

           if ws-suspensao-valida = 'S' then

               perform proxima-sequencia

      *> -------------  salvar dados no arquivo

               move fd-cod-aluno        to oco-cod-aluno
               move ws-data-ocorrencia  to oco-data
               move ws-sequencia        to oco-sequencia
               move fd-aluno            to oco-aluno
               move fd-turma            to oco-turma
               move ws-tipo             to oco-tipo
               move ws-descricao        to oco-descricao
               move ws-medida           to oco-medida
               move ws-dias-suspensao   to oco-dias-suspensao
               move ws-inicio-suspensao to oco-inicio-suspensao
               move ws-fim-suspensao    to oco-fim-suspensao
               move ws-operador         to oco-operador
               move ws-data-hoje        to oco-data-registro

               write oco-registro

               if ws-fs-arqOcorrencias <> 0 then
                   move 7 to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias to ws-msn-erro-cod
                   move 'Erro ao escrever arq. arqOcorrencias' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display 'Ocorrencia gravada com sucesso'

      *>       frequência já lançada nos dias da suspensão passa a
      *>       suspensão
               if ws-medida = 'S' then
                   move 'M' to ws-acao-frequencia
                   perform ajusta-frequencia-suspensao
                   if ws-qtd-frequencia > 0 then
                       display 'Lancamentos de frequencia marcados como suspensao: '
                               ws-qtd-frequencia
                   end-if
               end-if

           else
               display 'Ocorrencia nao gravada'
           end-if

           .
       informa-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  pede os dias e o início da suspensão e confere no calendário da
      *>  turma do aluno - o início tem que ser dia letivo, e a turma tem
      *>  que ter os dias letivos pedidos a partir dele; resultado em
      *>  ws-suspensao-valida, com o último dia em ws-fim-suspensao
      *>------------------------------------------------------------------------
       informa-suspensao section.

           move 'N' to ws-suspensao-valida

           if ws-tem-calendario = 'N' then
               display 'Sem calendario escolar - suspensao nao pode ser conferida'
           else

               display 'Dias Letivos de Suspensao: '
               accept ws-dias-suspensao

               display 'Inicio da Suspensao (ddmmaaaa): '
               accept ws-data-dia
               perform monta-data-chave

               evaluate true
                   when ws-dias-suspensao = 0
                       display 'Informe ao menos 1 dia de suspensao'
                   when ws-data-chave is not numeric
                       display 'Data de inicio invalida'
                   when ws-data-chave < ws-data-ocorrencia
                       display 'Inicio da suspensao antes da ocorrencia'
                   when other
                       move ws-data-chave to ws-inicio-suspensao
                       perform apura-dias-suspensao
               end-evaluate

           end-if

           .
       informa-suspensao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta no calendário da turma do aluno em fd-turma os dias
      *>  letivos da suspensão a partir de ws-inicio-suspensao
      *>------------------------------------------------------------------------
       apura-dias-suspensao section.

           move 0 to ws-qtd-dias-contados
           move 0 to ws-fim-suspensao

           move fd-turma to cal-turma
           move ws-inicio-suspensao to cal-data

           read arqCalendario

           evaluate ws-fs-arqCalendario
               when = 0
                   continue
               when = 23
                   display 'Inicio da suspensao nao e dia letivo dessa turma'
               when other
                   move 8 to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqCalendario = 0 then

               start arqCalendario key is >= cal-chave

               move 'N' to ws-fim-calendario

               perform until ws-fim-calendario = 'S'

                   read arqCalendario next

                   if ws-fs-arqCalendario <> 0
                   and ws-fs-arqCalendario <> 10 then
                       move 9 to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqCalendario' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqCalendario = 0
                   and cal-turma = fd-turma then
                       add 1 to ws-qtd-dias-contados
                       move cal-data to ws-fim-suspensao
                       if ws-qtd-dias-contados >= ws-dias-suspensao then
                           move 'S' to ws-fim-calendario
                       end-if
                   else
                       move 'S' to ws-fim-calendario
                   end-if

               end-perform

               if ws-qtd-dias-contados < ws-dias-suspensao then
                   display 'Calendario da turma tem so ' ws-qtd-dias-contados
                           ' dias letivos a partir do inicio'
               else
                   move 'S' to ws-suspensao-valida
                   move ws-fim-suspensao to ws-data-edicao
                   perform edita-data
                   display 'Suspensao ate ' ws-edit-data ' (ultimo dia letivo)'
               end-if

           end-if

           .
       apura-dias-suspensao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  próxima sequência livre do aluno em fd-cod-aluno na data
      *>  ws-data-ocorrencia, em ws-sequencia
      *>------------------------------------------------------------------------
       proxima-sequencia section.

           move 0 to ws-sequencia

           move fd-cod-aluno to oco-cod-aluno
           move ws-data-ocorrencia to oco-data
           move 0 to oco-sequencia

           start arqOcorrencias key is >= oco-chave

           if ws-fs-arqOcorrencias = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 0
                   and ws-fs-arqOcorrencias <> 10 then
                       move 6 to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqOcorrencias = 0
                   and oco-cod-aluno = fd-cod-aluno
                   and oco-data = ws-data-ocorrencia then
                       move oco-sequencia to ws-sequencia
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           add 1 to ws-sequencia

           .
       proxima-sequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  percorre os dias letivos da suspensão em oco-registro no
      *>  calendário de oco-turma e ajusta a frequência já lançada do
      *>  aluno - ws-acao-frequencia M marca o lançamento como suspensão,
      *>  D apaga o lançamento de suspensão (exclusão da ocorrência: a
      *>  chamada do dia volta a faltar e aparece no relatório de dias
      *>  sem chamada do calendário); quantidade em ws-qtd-frequencia
      *>------------------------------------------------------------------------
       ajusta-frequencia-suspensao section.

           move 0 to ws-qtd-frequencia

           if ws-tem-frequencia = 'S'
           and ws-tem-calendario = 'S' then

               move oco-turma to cal-turma
               move oco-inicio-suspensao to cal-data

               start arqCalendario key is >= cal-chave

               if ws-fs-arqCalendario = 0 then

                   move 'N' to ws-fim-calendario

                   perform until ws-fim-calendario = 'S'

                       read arqCalendario next

                       if ws-fs-arqCalendario <> 0
                       and ws-fs-arqCalendario <> 10 then
                           move 10 to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqCalendario = 0
                       and cal-turma = oco-turma
                       and cal-data <= oco-fim-suspensao then
                           perform ajusta-lancamento-suspensao
                       else
                           move 'S' to ws-fim-calendario
                       end-if

                   end-perform

               end-if

           end-if

           .
       ajusta-frequencia-suspensao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  ajusta o lançamento de frequência do aluno em oco-cod-aluno no
      *>  dia letivo em cal-data, conforme ws-acao-frequencia
      *>------------------------------------------------------------------------
       ajusta-lancamento-suspensao section.

           move oco-cod-aluno to frq-cod-aluno
           move cal-data to frq-data

           read arqFrequencia

           if ws-fs-arqFrequencia <> 0
           and ws-fs-arqFrequencia <> 23 then
               move 11 to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqFrequencia' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqFrequencia = 0 then

               if ws-acao-frequencia = 'M'
               and frq-presenca <> 'S' then
                   move 'S' to frq-presenca
                   rewrite frq-registro
                   add 1 to ws-qtd-frequencia
               end-if

               if ws-acao-frequencia = 'D'
               and frq-presenca = 'S' then
                   delete arqFrequencia
                   add 1 to ws-qtd-frequencia
               end-if

               if ws-fs-arqFrequencia <> 0 then
                   move 12 to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia to ws-msn-erro-cod
                   move 'Erro ao Gravar arq. arqFrequencia' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

           .
       ajusta-lancamento-suspensao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  consulta na tela as ocorrências de um aluno
      *>------------------------------------------------------------------------
       consulta-ocorrencias section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           move 0 to ws-qtd-ocorrencias

           move ws-ind to oco-cod-aluno
           move 0 to oco-data
           move 0 to oco-sequencia

           start arqOcorrencias key is >= oco-chave

           if ws-fs-arqOcorrencias = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 0
                   and ws-fs-arqOcorrencias <> 10 then
                       move 13 to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqOcorrencias = 0
                   and oco-cod-aluno = ws-ind then

                       if ws-qtd-ocorrencias = 0 then
                           display 'Aluno ' oco-cod-aluno ' - ' oco-aluno
                       end-if
                       add 1 to ws-qtd-ocorrencias

                       perform descreve-ocorrencia
                       move oco-data to ws-data-edicao
                       perform edita-data

                       display ws-edit-data ' seq ' oco-sequencia
                               ' turma ' oco-turma ' ' ws-desc-tipo
                               ' - ' ws-desc-medida
                       display '    ' oco-descricao
                       display '    Registrada por ' oco-operador

                       if oco-medida = 'S' then
                           move oco-inicio-suspensao to ws-data-edicao
                           perform edita-data
                           move ws-edit-data to ws-edit-data-fim
                           move oco-fim-suspensao to ws-data-edicao
                           perform edita-data
                           display '    Suspenso de ' ws-edit-data-fim
                                   ' a ' ws-edit-data
                       end-if

                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           if ws-qtd-ocorrencias = 0 then
               display 'Nenhuma ocorrencia para esse aluno'
           else
               display 'Ocorrencias do aluno: ' ws-qtd-ocorrencias
           end-if

           .
       consulta-ocorrencias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  exclui uma ocorrência registrada por engano - a frequência
      *>  marcada como suspensão nos dias dela é apagada, para a chamada
      *>  desses dias ser lançada de novo
      *>------------------------------------------------------------------------
       exclui-ocorrencia section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind
           display 'Informe a Data da Ocorrencia (ddmmaaaa): '
           accept ws-data-dia
           perform monta-data-chave
           display 'Informe a Sequencia da Ocorrencia no Dia: '
           accept ws-sequencia

           move ws-ind to oco-cod-aluno
           move ws-data-chave to oco-data
           move ws-sequencia to oco-sequencia

           read arqOcorrencias

           evaluate ws-fs-arqOcorrencias
               when = 0
                   perform descreve-ocorrencia
                   display 'Aluno ' oco-cod-aluno ' - ' oco-aluno
                   display ws-desc-tipo ' - ' ws-desc-medida
                   display oco-descricao
                   display 'Confirma a exclusao? S/N'
                   accept ws-opcao
                   move function upper-case(ws-opcao) to ws-opcao
               when = 23
                   display 'Ocorrencia nao encontrada'
                   move 'N' to ws-opcao
               when other
                   move 14 to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-opcao = 'S' then

               if oco-medida = 'S' then
                   move 'D' to ws-acao-frequencia
                   perform ajusta-frequencia-suspensao
                   if ws-qtd-frequencia > 0 then
                       display 'Lancamentos de suspensao apagados da frequencia: '
                               ws-qtd-frequencia
                       display 'Relance a chamada desses dias'
                   end-if
               end-if

               delete arqOcorrencias

               if ws-fs-arqOcorrencias <> 0 then
                   move 15 to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias to ws-msn-erro-cod
                   move 'Erro ao apagar arq. arqOcorrencias' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display 'Ocorrencia excluida com sucesso'
           end-if

           .
       exclui-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  relatório das ocorrências de uma turma, pela chave alternada
      *>  oco-turma
      *>------------------------------------------------------------------------
       relatorio-turma section.

           display 'Informe a Turma: '
           accept ws-turma-relatorio

           perform abre-relatorio

           move '------- Ocorrencias Disciplinares por Turma -------' to rel-linha
           write rel-linha
           move spaces to rel-linha
           string 'Turma: ' delimited by size
                  ws-turma-relatorio delimited by size
             into rel-linha
           end-string
           write rel-linha
           move spaces to rel-linha
           write rel-linha
           move 'Codigo | Aluno                     | Data       | Tipo         | Medida'
             to rel-linha
           write rel-linha
           move all '-' to rel-linha
           write rel-linha

           perform zera-totais-relatorio

           move ws-turma-relatorio to oco-turma
           start arqOcorrencias key is = oco-turma

           if ws-fs-arqOcorrencias = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 0
                   and ws-fs-arqOcorrencias <> 10 then
                       move 17 to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqOcorrencias = 0
                   and oco-turma = ws-turma-relatorio then
                       perform grava-linha-ocorrencia
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           perform grava-totais-relatorio

           .
       relatorio-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  relatório das ocorrências de um aluno, com a descrição e o
      *>  período de cada suspensão
      *>------------------------------------------------------------------------
       relatorio-aluno section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           move ws-ind to fd-cod-aluno
           read arqCadastroAlunos

           if ws-fs-arqCadastroAlunos <> 0 then
               if ws-fs-arqCadastroAlunos = 23 then
                   display 'Codigo Invalido!'
               else
                   move 18 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               perform abre-relatorio

               move '------- Ocorrencias Disciplinares por Aluno -------' to rel-linha
               write rel-linha
               move spaces to rel-linha
               string 'Aluno: ' delimited by size
                      fd-cod-aluno delimited by size
                      ' - ' delimited by size
                      fd-aluno delimited by size
                      ' Turma: ' delimited by size
                      fd-turma delimited by size
                 into rel-linha
               end-string
               write rel-linha
               move spaces to rel-linha
               write rel-linha
               move 'Codigo | Aluno                     | Data       | Tipo         | Medida'
                 to rel-linha
               write rel-linha
               move all '-' to rel-linha
               write rel-linha

               perform zera-totais-relatorio

               move fd-cod-aluno to oco-cod-aluno
               move 0 to oco-data
               move 0 to oco-sequencia

               start arqOcorrencias key is >= oco-chave

               if ws-fs-arqOcorrencias = 0 then

                   move 'N' to ws-fim-arquivo

                   perform until ws-fim-arquivo = 'S'

                       read arqOcorrencias next

                       if ws-fs-arqOcorrencias <> 0
                       and ws-fs-arqOcorrencias <> 10 then
                           move 19 to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqOcorrencias' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqOcorrencias = 0
                       and oco-cod-aluno = fd-cod-aluno then
                           perform grava-linha-ocorrencia
                           perform grava-detalhe-ocorrencia
                       else
                           move 'S' to ws-fim-arquivo
                       end-if

                   end-perform

               end-if

               perform grava-totais-relatorio

           end-if

           .
       relatorio-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  abre o relatório de ocorrências
      *>------------------------------------------------------------------------
       abre-relatorio section.

           open output arqRelatorioOcorrencias

           if ws-fs-arqRelatorioOcorrencias <> 00 then
               move 16 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioOcorrencias to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioOcorrencias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       abre-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  zera os totais por medida do relatório
      *>------------------------------------------------------------------------
       zera-totais-relatorio section.

           move 0 to ws-qtd-ocorrencias
           move 0 to ws-qtd-verbais
           move 0 to ws-qtd-escritas
           move 0 to ws-qtd-suspensoes
           move 0 to ws-qtd-dias-suspensos

           .
       zera-totais-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no relatório a linha da ocorrência corrente e acumula os
      *>  totais por medida
      *>------------------------------------------------------------------------
       grava-linha-ocorrencia section.

           perform descreve-ocorrencia

           add 1 to ws-qtd-ocorrencias

           evaluate oco-medida
               when = 'V'
                   add 1 to ws-qtd-verbais
               when = 'E'
                   add 1 to ws-qtd-escritas
               when = 'S'
                   add 1 to ws-qtd-suspensoes
                   add oco-dias-suspensao to ws-qtd-dias-suspensos
           end-evaluate

           move oco-data to ws-data-edicao
           perform edita-data

           move oco-cod-aluno to rel-cod
           move oco-aluno     to rel-aluno
           move ws-edit-data  to rel-data
           move ws-desc-tipo  to rel-tipo
           move ws-desc-medida to rel-medida

           write rel-detalhe

           .
       grava-linha-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava abaixo da linha da ocorrência a descrição, o período da
      *>  suspensão e o operador que registrou
      *>------------------------------------------------------------------------
       grava-detalhe-ocorrencia section.

           move spaces to rel-linha
           string '         ' delimited by size
                  oco-descricao delimited by size
             into rel-linha
           end-string
           write rel-linha

           if oco-medida = 'S' then
               move oco-inicio-suspensao to ws-data-edicao
               perform edita-data
               move ws-edit-data to ws-edit-data-fim
               move oco-fim-suspensao to ws-data-edicao
               perform edita-data

               move spaces to rel-linha
               string '         Suspensao de ' delimited by size
                      ws-edit-data-fim delimited by size
                      ' a ' delimited by size
                      ws-edit-data delimited by size
                      ' - ' delimited by size
                      oco-dias-suspensao delimited by size
                      ' dias letivos' delimited by size
                 into rel-linha
               end-string
               write rel-linha
           end-if

           move spaces to rel-linha
           string '         Registrada por ' delimited by size
                  oco-operador delimited by size
             into rel-linha
           end-string
           write rel-linha

           .
       grava-detalhe-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  rodapé com os totais por medida e fecha o relatório
      *>------------------------------------------------------------------------
       grava-totais-relatorio section.

           move all '-' to rel-linha
           write rel-linha

           move spaces to rel-linha
           string 'Ocorrencias: ' delimited by size
                  ws-qtd-ocorrencias delimited by size
                  '   Adv. verbais: ' delimited by size
                  ws-qtd-verbais delimited by size
                  '   Adv. escritas: ' delimited by size
                  ws-qtd-escritas delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           string 'Suspensoes: ' delimited by size
                  ws-qtd-suspensoes delimited by size
                  '   Dias letivos de suspensao: ' delimited by size
                  ws-qtd-dias-suspensos delimited by size
             into rel-linha
           end-string
           write rel-linha

           close arqRelatorioOcorrencias

           display 'Ocorrencias: ' ws-qtd-ocorrencias
           display 'Relatorio gerado em relatorioOcorrencias.txt'

           .
       grava-totais-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  descrição do tipo e da medida da ocorrência em oco-registro,
      *>  em ws-desc-tipo e ws-desc-medida
      *>------------------------------------------------------------------------
       descreve-ocorrencia section.

           evaluate oco-tipo
               when = 'I'
                   move 'Indisciplina' to ws-desc-tipo
               when = 'A'
                   move 'Agressao'     to ws-desc-tipo
               when = 'P'
                   move 'Patrimonio'   to ws-desc-tipo
               when other
                   move 'Outros'       to ws-desc-tipo
           end-evaluate

           move spaces to ws-desc-medida

           evaluate oco-medida
               when = 'V'
                   move 'Adv. verbal'  to ws-desc-medida
               when = 'E'
                   move 'Adv. escrita' to ws-desc-medida
               when = 'S'
                   string 'Suspensao ' delimited by size
                          oco-dias-suspensao delimited by size
                          'd' delimited by size
                     into ws-desc-medida
                   end-string
           end-evaluate

           .
       descreve-ocorrencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  monta em ws-data-chave a data ddmmaaaa digitada no formato
      *>  aaaammdd das chaves
      *>------------------------------------------------------------------------
       monta-data-chave section.

           move ws-data-dia(5:4) to ws-data-chave(1:4)
           move ws-data-dia(3:2) to ws-data-chave(5:2)
           move ws-data-dia(1:2) to ws-data-chave(7:2)

           .
       monta-data-chave-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  edita em ws-edit-data a data aaaammdd de ws-data-edicao no
      *>  formato dd/mm/aaaa de tela e relatório
      *>------------------------------------------------------------------------
       edita-data section.

           move ws-data-edicao(7:2) to ws-edit-data(1:2)
           move '/'                 to ws-edit-data(3:1)
           move ws-data-edicao(5:2) to ws-edit-data(4:2)
           move '/'                 to ws-edit-data(6:1)
           move ws-data-edicao(1:4) to ws-edit-data(7:4)

           .
       edita-data-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro.

           stop run
           .

       finaliza-anormal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  finalização
      *>------------------------------------------------------------------------
       finaliza section.

      *>   fechar arquivos
           close arqCadastroAlunos
           close arqOcorrencias

           if ws-tem-calendario = 'S' then
               close arqCalendario
           end-if

           if ws-tem-frequencia = 'S' then
               close arqFrequencia
           end-if

           stop run
           .

       finaliza-exit.
           exit.

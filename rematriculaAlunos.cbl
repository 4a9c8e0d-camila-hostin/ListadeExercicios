      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "rematriculaAlunos".
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
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqCadastroAlunos.

           select arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           record key is tur-codigo
           file status is ws-fs-arqTurmas.

           select arqRematricula assign to "arqRematricula.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is rmt-chave
           alternate record key is rmt-turma-origem with duplicates
           alternate record key is rmt-turma-destino with duplicates
           file status is ws-fs-arqRematricula.

           select arqMensalidades assign to "arqMensalidades.txt"
           organization is indexed
           access mode is dynamic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqAcordos assign to "arqAcordos.txt"
           organization is indexed
           access mode is dynamic
           record key is acd-chave
           file status is ws-fs-arqAcordos.

           select arqListaEspera assign to "arqListaEspera.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is esp-chave
           file status is ws-fs-arqListaEspera.

           select arqLogAlunos assign to "arqLogAlunos.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlunos.

           select arqRelatorioRematricula assign to "relatorioRematricula.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioRematricula.

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

      *>  registro do cadastro de turmas
       fd arqTurmas.

           copy "fdTurmas.cpy".

      *>  registro da campanha de rematrícula
       fd arqRematricula.

           copy "fdRematricula.cpy".

      *>  registro de mensalidades
       fd arqMensalidades.

           copy "fdMensalidades.cpy".

      *>  registro das parcelas de acordo
       fd arqAcordos.

           copy "fdAcordos.cpy".

      *>  registro da lista de espera por turma
       fd arqListaEspera.

           copy "fdListaEspera.cpy".

      *>  registro do log de auditoria do cadastro
       fd arqLogAlunos.

       01 log-linha.
           05 log-data                              pic  x(10).
           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.
           05 log-antes                             pic  x(80).
           05 filler                                pic  x(01) value space.
           05 log-depois                            pic  x(80).
           05 filler                                pic  x(01) value space.
           05 log-operador                          pic  x(06).

      *>  relatório da campanha de rematrícula por turma
       fd arqRelatorioRematricula.

       01 rel-linha                                 pic  x(80).

       01 rel-detalhe.
           05 rel-cod                               pic  zzzzz9.
           05 filler                                pic  x(03) value ' | '.
           05 rel-aluno                             pic  x(25).
           05 filler                                pic  x(03) value ' | '.
           05 rel-destino                           pic  x(10).
           05 filler                                pic  x(03) value ' | '.
           05 rel-situacao                          pic  x(10).
           05 filler                                pic  x(03) value ' | '.
           05 rel-data                              pic  x(10).

      *>  registro do cadastro de operadores
       fd arqOperadores.

           copy "fdOperadores.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqTurmas                           pic  9(02).
       77 ws-fs-arqRematricula                      pic  9(02).
       77 ws-fs-arqMensalidades                     pic  9(02).
       77 ws-fs-arqAcordos                          pic  9(02).
       77 ws-fs-arqListaEspera                      pic  9(02).
       77 ws-fs-arqLogAlunos                        pic  9(02).
       77 ws-fs-arqRelatorioRematricula             pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-data-hora                              pic  x(21).
       77 ws-data-hoje                              pic  9(08).

      *>  arquivos financeiros opcionais - sem eles não há débito a
      *>  conferir na confirmação
       77 ws-tem-mensalidades                       pic  x(01) value 'N'.
       77 ws-tem-acordos                            pic  x(01) value 'N'.

      *>  variáveis da campanha - o ano letivo de destino vale para a
      *>  sessão inteira
       77 ws-ano-campanha                           pic  9(04).
       77 ws-turma-origem                           pic  x(10).
       77 ws-turma-destino                          pic  x(10).
       77 ws-destino-valido                         pic  x(01).
       77 ws-situacao-nova                          pic  x(01).
       77 ws-motivo-desistencia                     pic  x(30).
       77 ws-desc-situacao                          pic  x(10).
       77 ws-qtd-incluidos                          pic  9(05).
       77 ws-qtd-ja-campanha                        pic  9(05).
       77 ws-qtd-confirmados                        pic  9(05).
       77 ws-qtd-desistentes                        pic  9(05).
       77 ws-qtd-pendentes                          pic  9(05).

      *>  variáveis do débito do aluno - as mesmas vencidas em aberto
      *>  que levam o aluno ao relatório de inadimplência
       77 ws-qtd-vencidas                           pic  9(05).
       77 ws-fim-mensalidades                       pic  x(01).
       77 ws-fim-acordos                            pic  x(01).

      *>  variáveis do controle de vagas - a capacidade da turma de
      *>  destino conta os alunos ativos dela e as rematrículas
      *>  confirmadas para ela que ainda não foram promovidas
       77 ws-turma-conta                            pic  x(10).
       77 ws-ano-conta                              pic  9(04).
       77 ws-cod-excluido                           pic  9(06).
       77 ws-qtd-ocupados                           pic  9(03).
       77 ws-capacidade-conta                       pic  9(03).
       77 ws-vaga-ok                                pic  x(01).
       77 ws-fim-ocupacao                           pic  x(01).
       77 ws-fim-reservas                           pic  x(01).

      *>  variáveis da chamada da lista de espera
       77 ws-turma-vaga                             pic  x(10).
       77 ws-turma-liberada                         pic  x(10).
       77 ws-fim-chamada                            pic  x(01).
       77 ws-chamada-feita                          pic  x(01).

      *>  variáveis do log de auditoria do cadastro
       77 ws-log-operacao                           pic  x(10).
       77 ws-log-antes                              pic  x(80).
       77 ws-log-depois                             pic  x(80).

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
      *>  Campanha de rematrícula para o ano letivo seguinte: a abertura
      *>da campanha de uma turma inclui os alunos ativos dela como
      *>pendentes, com a turma de destino do ano seguinte, e a secretaria
      *>registra a confirmação ou a desistência de cada um. A confirmação
      *>é bloqueada para o aluno com mensalidade vencida em aberto (o
      *>mesmo débito do relatório de inadimplência) e reserva a vaga na
      *>capacidade da turma de destino; a desistência libera a vaga para
      *>o primeiro da lista de espera da turma de destino. A promoção de
      *>turmas leva só os confirmados.
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

           open i-o arqCadastroAlunos

               if ws-fs-arqCadastroAlunos  <> 00
               and ws-fs-arqCadastroAlunos <> 05 then
                   move 1 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCadastroAlunos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open input arqTurmas

               if ws-fs-arqTurmas <> 00 then
                   move 2 to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre a campanha de rematrícula - se ainda não existe, cria antes
           open i-o arqRematricula

               if ws-fs-arqRematricula = 35 then
                   open output arqRematricula
                   close arqRematricula
                   open i-o arqRematricula
               end-if

               if ws-fs-arqRematricula  <> 00
               and ws-fs-arqRematricula <> 05 then
                   move 3 to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRematricula " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre as mensalidades - opcional
           open input arqMensalidades

               if ws-fs-arqMensalidades = 00 then
                   move 'S' to ws-tem-mensalidades
               else
                   if ws-fs-arqMensalidades <> 35 then
                       move 4 to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqMensalidades " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre as parcelas de acordo - opcional
           open input arqAcordos

               if ws-fs-arqAcordos = 00 then
                   move 'S' to ws-tem-acordos
               else
                   if ws-fs-arqAcordos <> 35 then
                       move 5 to ws-msn-erro-ofsset
                       move ws-fs-arqAcordos to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqAcordos " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre a lista de espera - se ainda não existe, cria antes
           open i-o arqListaEspera

               if ws-fs-arqListaEspera = 35 then
                   open output arqListaEspera
                   close arqListaEspera
                   open i-o arqListaEspera
               end-if

               if ws-fs-arqListaEspera  <> 00
               and ws-fs-arqListaEspera <> 05 then
                   move 6 to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqListaEspera " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre o log de auditoria - extend se já existe, senão cria
           open extend arqLogAlunos

               if ws-fs-arqLogAlunos <> 00 then
                   open output arqLogAlunos

                       if ws-fs-arqLogAlunos <> 00 then
                           move 7 to ws-msn-erro-ofsset
                           move ws-fs-arqLogAlunos to ws-msn-erro-cod
                           move "Erro ao abrir arq. arqLogAlunos " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
               end-if

           move function current-date to ws-data-hora
           move ws-data-hora(1:8) to ws-data-hoje

      *>  ano letivo da campanha - em branco vale o ano seguinte ao atual
           display 'Ano letivo da rematricula (0000 = ano seguinte): '
           accept ws-ano-campanha

           if ws-ano-campanha = 0 then
               move ws-data-hoje(1:4) to ws-ano-campanha
               add 1 to ws-ano-campanha
           end-if

           display 'Campanha de rematricula para o ano letivo ' ws-ano-campanha

           move 'S' to ws-menu

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  identificação do operador - código e senha validados contra o
      *>  cadastro de operadores, com 3 tentativas; sem o cadastro, o
      *>  acesso é liberado e o log fica sem operador, como antes
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

               display '---------- Rematricula ' ws-ano-campanha ' ----------'
               display 'A - Abrir Campanha de uma Turma'
               display 'B - Confirmar Rematricula'
               display 'C - Registrar Desistencia'
               display 'D - Consultar Rematricula do Aluno'
               display 'E - Relatorio da Campanha por Turma'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

      *>       a abertura grava a turma inteira - exige administração;
      *>       confirmação e desistência exigem lançamento
               evaluate ws-opcao
                   when = 'A'
                       move 'A' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           perform abre-campanha-turma
                       end-if
                   when = 'B'
                       move 'L' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           perform confirma-rematricula
                       end-if
                   when = 'C'
                       move 'L' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           perform registra-desistencia
                       end-if
                   when = 'D'
                       perform consulta-rematricula
                   when = 'E'
                       perform relatorio-campanha
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
      *>  abre a campanha de uma turma - cada aluno ativo da turma de
      *>  origem entra pendente, com a turma de destino informada; aluno
      *>  que já está na campanha do ano fica como está
      *>------------------------------------------------------------------------
       abre-campanha-turma section.

           display 'Informe a Turma de Origem: '
           accept ws-turma-origem

           display 'Informe a Turma de Destino: '
           accept ws-turma-destino

           perform valida-destino

           if ws-destino-valido = 'S' then

               move 0 to ws-qtd-incluidos
               move 0 to ws-qtd-ja-campanha

               move ws-turma-origem to fd-turma
               start arqCadastroAlunos key is = fd-turma

               if ws-fs-arqCadastroAlunos <> 0 then
                   if ws-fs-arqCadastroAlunos = 23 then
                       display 'Nenhum aluno encontrado nessa turma'
                   else
                       move 10 to ws-msn-erro-ofsset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else

                   move 'N' to ws-fim-arquivo

                   perform until ws-fim-arquivo = 'S'

                       read arqCadastroAlunos next

                       if ws-fs-arqCadastroAlunos = 0
                       and fd-turma = ws-turma-origem then
      *>                   só a matrícula ativa é rematriculada -
      *>                   registro antigo em branco vale como ativo
                           if fd-status-matricula = 'A'
                           or fd-status-matricula = space then
                               perform inclui-aluno-campanha
                           end-if
                       else
                           move 'S' to ws-fim-arquivo
                       end-if

                   end-perform

               end-if

               display 'Alunos incluidos na campanha: ' ws-qtd-incluidos
               display 'Alunos que ja estavam na campanha: ' ws-qtd-ja-campanha

           end-if

           .
       abre-campanha-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  valida a turma de destino contra o mestre de turmas - a turma
      *>  tem de ser do ano letivo da campanha (ano zero não é conferido)
      *>------------------------------------------------------------------------
       valida-destino section.

           move 'N' to ws-destino-valido

           move ws-turma-destino to tur-codigo
           read arqTurmas

           evaluate ws-fs-arqTurmas
               when = 0
                   if tur-ano-letivo <> 0
                   and tur-ano-letivo <> ws-ano-campanha then
                       display 'Turma de destino e do ano letivo ' tur-ano-letivo
                               ' - campanha nao aberta'
                   else
                       move 'S' to ws-destino-valido
                   end-if
               when = 23
                   display 'Turma de destino nao cadastrada no mestre de turmas'
               when other
                   move 11 to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-turma-origem = ws-turma-destino then
               display 'Turma de origem e destino sao a mesma - campanha nao aberta'
               move 'N' to ws-destino-valido
           end-if

           .
       valida-destino-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  inclui o aluno corrente em fd-alunos na campanha como pendente
      *>------------------------------------------------------------------------
       inclui-aluno-campanha section.

           move ws-ano-campanha  to rmt-ano-letivo
           move fd-cod-aluno     to rmt-cod-aluno
           move fd-aluno         to rmt-aluno
           move ws-turma-origem  to rmt-turma-origem
           move ws-turma-destino to rmt-turma-destino
           move 'P'              to rmt-situacao
           move ws-data-hoje     to rmt-data-situacao
           move ws-operador      to rmt-operador
           move spaces           to rmt-motivo

           write rmt-registro

           evaluate ws-fs-arqRematricula
               when = 0
               when = 02
                   add 1 to ws-qtd-incluidos
               when = 22
                   add 1 to ws-qtd-ja-campanha
               when other
                   move 12 to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula to ws-msn-erro-cod
                   move 'Erro ao gravar arq. arqRematricula' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       inclui-aluno-campanha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê em rmt-registro a rematrícula do aluno em ws-ind no ano da
      *>  campanha - o status fica em ws-fs-arqRematricula
      *>------------------------------------------------------------------------
       le-rematricula section.

           move ws-ano-campanha to rmt-ano-letivo
           move ws-ind to rmt-cod-aluno
           read arqRematricula

           if ws-fs-arqRematricula <> 0
           and ws-fs-arqRematricula <> 23 then
               move 13 to ws-msn-erro-ofsset
               move ws-fs-arqRematricula to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqRematricula' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       le-rematricula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  regrava a rematrícula do aluno em ws-ind com a situação nova -
      *>  as conferências de vaga passam pela área do registro, por isso
      *>  a rematrícula é relida antes
      *>------------------------------------------------------------------------
       grava-situacao-rematricula section.

           perform le-rematricula

           move ws-situacao-nova      to rmt-situacao
           move ws-data-hoje          to rmt-data-situacao
           move ws-operador           to rmt-operador
           move ws-motivo-desistencia to rmt-motivo

           rewrite rmt-registro

           if ws-fs-arqRematricula <> 0 then
               move 14 to ws-msn-erro-ofsset
               move ws-fs-arqRematricula to ws-msn-erro-cod
               move 'Erro ao regravar arq. arqRematricula' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-situacao-rematricula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confirma a rematrícula do aluno informado - bloqueada com
      *>  mensalidade vencida em aberto ou turma de destino lotada
      *>------------------------------------------------------------------------
       confirma-rematricula section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           perform le-rematricula

           evaluate true
               when ws-fs-arqRematricula = 23
                   display 'Aluno fora da campanha de rematricula de '
                           ws-ano-campanha
               when rmt-situacao = 'C'
                   display 'Rematricula ja confirmada para a turma '
                           rmt-turma-destino
               when other

                   move rmt-turma-destino to ws-turma-destino

      *>           débito vencido em aberto bloqueia a confirmação
                   perform apura-debito-aluno

                   if ws-qtd-vencidas > 0 then
                       display 'Confirmacao bloqueada - aluno com '
                               ws-qtd-vencidas
                               ' mensalidades vencidas em aberto'
                       display 'Regularize pelo financeiro (relatorio de'
                               ' inadimplencia) antes de confirmar'
                   else

      *>               a confirmação reserva a vaga - confere a
      *>               capacidade da turma de destino
                       move ws-turma-destino to ws-turma-conta
                       move ws-ano-campanha  to ws-ano-conta
                       move ws-ind           to ws-cod-excluido
                       perform verifica-vaga-turma

                       if ws-vaga-ok = 'N' then
                           display 'Turma de destino ' ws-turma-destino
                                   ' lotada - confirmacao recusada'
                       else
                           move 'C' to ws-situacao-nova
                           move spaces to ws-motivo-desistencia
                           perform grava-situacao-rematricula
                           display 'Rematricula confirmada - vaga reservada na turma '
                                   ws-turma-destino
                       end-if

                   end-if

           end-evaluate

           .
       confirma-rematricula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  registra a desistência do aluno informado e libera a vaga da
      *>  turma de destino para o primeiro da lista de espera dela
      *>------------------------------------------------------------------------
       registra-desistencia section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           perform le-rematricula

           evaluate true
               when ws-fs-arqRematricula = 23
                   display 'Aluno fora da campanha de rematricula de '
                           ws-ano-campanha
               when rmt-situacao = 'D'
                   display 'Desistencia ja registrada em ' rmt-data-situacao
               when other

                   move rmt-turma-destino to ws-turma-destino

                   display 'Motivo da desistencia: '
                   accept ws-motivo-desistencia

                   move 'D' to ws-situacao-nova
                   perform grava-situacao-rematricula
                   display 'Desistencia registrada'

      *>           com a vaga livre na turma de destino, chama o
      *>           primeiro da fila dela
                   move ws-turma-destino to ws-turma-conta
                   move ws-ano-campanha  to ws-ano-conta
                   move 0                to ws-cod-excluido
                   perform verifica-vaga-turma

                   if ws-vaga-ok = 'S' then
                       move ws-turma-destino to ws-turma-vaga
                       perform chama-lista-espera
                       if ws-chamada-feita = 'N' then
                           display 'Lista de espera da turma ' ws-turma-destino
                                   ' vazia - vaga livre'
                       end-if
                   end-if

           end-evaluate

           .
       registra-desistencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  consulta a rematrícula do aluno informado
      *>------------------------------------------------------------------------
       consulta-rematricula section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           perform le-rematricula

           if ws-fs-arqRematricula = 23 then
               display 'Aluno fora da campanha de rematricula de '
                       ws-ano-campanha
           else

               perform descreve-situacao

               display '---------- Rematricula ' rmt-ano-letivo ' ----------'
               display 'Aluno.......: ' rmt-cod-aluno ' - ' rmt-aluno
               display 'Turma atual.: ' rmt-turma-origem
               display 'Destino.....: ' rmt-turma-destino
               display 'Situacao....: ' ws-desc-situacao
                       ' em ' rmt-data-situacao ' por ' rmt-operador
               if rmt-situacao = 'D' then
                   display 'Motivo......: ' rmt-motivo
               end-if

               if rmt-situacao = 'P' then
                   perform apura-debito-aluno
                   if ws-qtd-vencidas > 0 then
                       display 'Aviso: ' ws-qtd-vencidas
                               ' mensalidades vencidas em aberto -'
                               ' confirmacao bloqueada'
                   end-if
               end-if

           end-if

           .
       consulta-rematricula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  descrição da situação em rmt-situacao
      *>------------------------------------------------------------------------
       descreve-situacao section.

           evaluate rmt-situacao
               when = 'C'
                   move 'Confirmada' to ws-desc-situacao
               when = 'D'
                   move 'Desistente' to ws-desc-situacao
               when other
                   move 'Pendente' to ws-desc-situacao
           end-evaluate

           .
       descreve-situacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  relatório da campanha de uma turma de origem - uma linha por
      *>  aluno e os totais por situação
      *>------------------------------------------------------------------------
       relatorio-campanha section.

           display 'Informe a Turma de Origem: '
           accept ws-turma-origem

           open output arqRelatorioRematricula

           if ws-fs-arqRelatorioRematricula <> 00 then
               move 8 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioRematricula to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioRematricula " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   cabeçalho do relatório
           move '------- Campanha de Rematricula por Turma -------' to rel-linha
           write rel-linha
           move spaces to rel-linha
           string 'Turma: ' delimited by size
                  ws-turma-origem delimited by size
                  '   Ano letivo de destino: ' delimited by size
                  ws-ano-campanha delimited by size
             into rel-linha
           end-string
           write rel-linha
           move spaces to rel-linha
           write rel-linha
           move 'Codigo | Aluno                     | Destino    | Situacao   | Data'
             to rel-linha
           write rel-linha
           move all '-' to rel-linha
           write rel-linha

           move 0 to ws-qtd-confirmados
           move 0 to ws-qtd-desistentes
           move 0 to ws-qtd-pendentes

           move ws-turma-origem to rmt-turma-origem
           start arqRematricula key is = rmt-turma-origem

           if ws-fs-arqRematricula = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqRematricula next

                   if ws-fs-arqRematricula = 0
                   and rmt-turma-origem = ws-turma-origem then
                       if rmt-ano-letivo = ws-ano-campanha then
                           perform grava-linha-campanha
                       end-if
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

      *>   rodapé com os totais por situação
           move all '-' to rel-linha
           write rel-linha

           move spaces to rel-linha
           string 'Confirmadas: ' delimited by size
                  ws-qtd-confirmados delimited by size
                  '   Desistentes: ' delimited by size
                  ws-qtd-desistentes delimited by size
                  '   Pendentes: ' delimited by size
                  ws-qtd-pendentes delimited by size
             into rel-linha
           end-string
           write rel-linha

           close arqRelatorioRematricula

           display 'Confirmadas: ' ws-qtd-confirmados
           display 'Desistentes: ' ws-qtd-desistentes
           display 'Pendentes..: ' ws-qtd-pendentes
           display 'Relatorio gerado em relatorioRematricula.txt'

           .
       relatorio-campanha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no relatório a linha da rematrícula corrente
      *>------------------------------------------------------------------------
       grava-linha-campanha section.

           perform descreve-situacao

           evaluate rmt-situacao
               when = 'C'
                   add 1 to ws-qtd-confirmados
               when = 'D'
                   add 1 to ws-qtd-desistentes
               when other
                   add 1 to ws-qtd-pendentes
           end-evaluate

           move rmt-cod-aluno     to rel-cod
           move rmt-aluno         to rel-aluno
           move rmt-turma-destino to rel-destino
           move ws-desc-situacao  to rel-situacao

           move spaces to rel-data
           string rmt-data-situacao(7:2) delimited by size
                  '/'                    delimited by size
                  rmt-data-situacao(5:2) delimited by size
                  '/'                    delimited by size
                  rmt-data-situacao(1:4) delimited by size
             into rel-data
           end-string

           write rel-detalhe

           .
       grava-linha-campanha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta em ws-qtd-vencidas as mensalidades vencidas em aberto do
      *>  aluno em ws-ind e as parcelas vencidas do acordo em andamento -
      *>  o mesmo débito que põe o aluno no relatório de inadimplência
      *>------------------------------------------------------------------------
       apura-debito-aluno section.

           move 0 to ws-qtd-vencidas

           if ws-tem-mensalidades = 'S' then

               move ws-ind to men-cod-aluno
               move 0 to men-ano
               move 0 to men-mes

               start arqMensalidades key is >= men-chave

               if ws-fs-arqMensalidades = 0 then

                   move 'N' to ws-fim-mensalidades

                   perform until ws-fim-mensalidades = 'S'

                       read arqMensalidades next

                       if ws-fs-arqMensalidades <> 0
                       and ws-fs-arqMensalidades <> 10 then
                           move 15 to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqMensalidades = 0
                       and men-cod-aluno = ws-ind then
                           if (men-situacao = 'A' or men-situacao = 'S')
                           and men-vencimento < ws-data-hoje then
                               add 1 to ws-qtd-vencidas
                           end-if
                       else
                           move 'S' to ws-fim-mensalidades
                       end-if

                   end-perform

               end-if

           end-if

           if ws-tem-acordos = 'S' then

               move ws-ind to acd-cod-aluno
               move 0 to acd-numero
               move 0 to acd-parcela

               start arqAcordos key is >= acd-chave

               if ws-fs-arqAcordos = 0 then

                   move 'N' to ws-fim-acordos

                   perform until ws-fim-acordos = 'S'

                       read arqAcordos next

                       if ws-fs-arqAcordos <> 0
                       and ws-fs-arqAcordos <> 10 then
                           move 16 to ws-msn-erro-ofsset
                           move ws-fs-arqAcordos to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqAcordos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqAcordos = 0
                       and acd-cod-aluno = ws-ind then
                           if acd-situacao <> 'P'
                           and acd-vencimento < ws-data-hoje then
                               add 1 to ws-qtd-vencidas
                           end-if
                       else
                           move 'S' to ws-fim-acordos
                       end-if

                   end-perform

               end-if

           end-if

           .
       apura-debito-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere se a turma em ws-turma-conta tem vaga, pela
      *>  tur-capacidade do mestre de turmas - a ocupação soma os alunos
      *>  ativos da turma e as rematrículas confirmadas para ela no ano
      *>  em ws-ano-conta, menos a do aluno em ws-cod-excluido; resultado
      *>  em ws-vaga-ok, capacidade zero ou turma fora do mestre não
      *>  limita
      *>------------------------------------------------------------------------
       verifica-vaga-turma section.

           move 'S' to ws-vaga-ok

           move ws-turma-conta to tur-codigo
           read arqTurmas

           if ws-fs-arqTurmas = 0
           and tur-capacidade > 0 then

               move tur-capacidade to ws-capacidade-conta

               perform conta-ocupacao
               perform conta-reservas-turma

               if ws-qtd-ocupados >= ws-capacidade-conta then
                   move 'N' to ws-vaga-ok
               end-if

           end-if

           .
       verifica-vaga-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta em ws-qtd-ocupados os alunos com matrícula ativa da turma
      *>  em ws-turma-conta, pela chave alternada fd-turma
      *>------------------------------------------------------------------------
       conta-ocupacao section.

           move 0 to ws-qtd-ocupados

           move ws-turma-conta to fd-turma
           start arqCadastroAlunos key is = fd-turma

           if ws-fs-arqCadastroAlunos <> 0 then
               if ws-fs-arqCadastroAlunos <> 23 then
                   move 17 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               move 'N' to ws-fim-ocupacao

               perform until ws-fim-ocupacao = 'S'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = 0
                   and fd-turma = ws-turma-conta then
                       if fd-status-matricula = 'A'
                       or fd-status-matricula = space then
                           add 1 to ws-qtd-ocupados
                       end-if
                   else
                       move 'S' to ws-fim-ocupacao
                   end-if

               end-perform

           end-if

           .
       conta-ocupacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  soma em ws-qtd-ocupados as rematrículas confirmadas para a
      *>  turma em ws-turma-conta no ano em ws-ano-conta - o aluno já
      *>  promovido para a turma conta como ativo dela, e o que saiu da
      *>  escola depois de confirmar não segura mais a vaga
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
                       if rmt-ano-letivo = ws-ano-conta
                       and rmt-situacao = 'C'
                       and rmt-cod-aluno <> ws-cod-excluido then
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

           else
               if ws-fs-arqRematricula <> 23 then
                   move 18 to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqRematricula' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       conta-reservas-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  chama a lista de espera da turma em ws-turma-vaga quando a
      *>  desistência libera a vaga - percorre a fila na ordem de
      *>  chegada até conseguir chamar alguém, como na tela do cadastro
      *>------------------------------------------------------------------------
       chama-lista-espera section.

           move 'N' to ws-chamada-feita
           move 'N' to ws-fim-chamada

           move ws-turma-vaga to esp-turma
           move 0 to esp-seq
           start arqListaEspera key is >= esp-chave

           if ws-fs-arqListaEspera <> 0 then
               move 'S' to ws-fim-chamada
           end-if

           perform until ws-fim-chamada = 'S'
                      or ws-chamada-feita = 'S'

               read arqListaEspera next

               if ws-fs-arqListaEspera <> 0
               or esp-turma <> ws-turma-vaga then
                   move 'S' to ws-fim-chamada
               else
                   perform chama-candidato-espera
               end-if

           end-perform

           .
       chama-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  tenta chamar o candidato corrente em esp-registro para a vaga
      *>  aberta em ws-turma-vaga
      *>------------------------------------------------------------------------
       chama-candidato-espera section.

           move esp-cod-aluno to fd-cod-aluno
           read arqCadastroAlunos

           evaluate true
               when ws-fs-arqCadastroAlunos = 23
      *>           código livre - entra no cadastro com os dados
      *>           básicos da fila, para a secretaria completar depois
                   perform chama-candidato-novo
               when ws-fs-arqCadastroAlunos = 0
               and  fd-aluno = esp-aluno
      *>           aluno ja cadastrado esperando mudar para essa turma -
      *>           a chamada transfere ele para a vaga
                   perform chama-candidato-transfere
               when ws-fs-arqCadastroAlunos = 0
      *>           o código foi reaproveitado por outro aluno - a
      *>           entrada velha sai da fila e a chamada segue para o
      *>           próximo da ordem de chegada
                   display 'Aviso: codigo ' esp-cod-aluno
                           ' da lista de espera ja e de outro aluno'
                           ' - entrada removida da fila'
                   perform remove-candidato-espera
               when other
                   move 22 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       chama-candidato-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  chama o candidato corrente criando o cadastro novo com os
      *>  dados básicos da fila
      *>------------------------------------------------------------------------
       chama-candidato-novo section.

           move esp-cod-aluno to fd-cod-aluno
           move esp-aluno to fd-aluno
           move spaces to fd-endereco
           move spaces to fd-mae
           move spaces to fd-pai
           move esp-telefone to fd-telefone
           move ws-turma-vaga to fd-turma
           move 0 to fd-nota1 fd-nota2 fd-nota3
                     fd-nota4 fd-media
           move spaces to fd-situacao
           move 'A' to fd-status-matricula
           move ws-data-hoje to fd-data-status
           move 'Chamado da lista de espera' to fd-motivo-status

           write fd-alunos

           if ws-fs-arqCadastroAlunos <> 0 then
               move 19 to ws-msn-erro-ofsset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao escrever arq. arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   registra a chamada no log de auditoria
           move spaces to ws-log-antes
           move spaces to ws-log-depois
           string fd-aluno delimited by size
                  ' Chamado da lista de espera - turma '
                  delimited by size
                  fd-turma delimited by size
             into ws-log-depois
           end-string
           move 'INCLUSAO' to ws-log-operacao
           perform grava-log

      *>   sai da fila
           perform remove-candidato-espera
           move 'S' to ws-chamada-feita

           display 'Aluno ' fd-cod-aluno ' - ' fd-aluno
           display 'chamado da lista de espera para a'
                   ' turma ' ws-turma-vaga
           display 'Complete o cadastro do aluno chamado'

           .
       chama-candidato-novo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  chama o candidato corrente transferindo o cadastro existente
      *>  dele para a vaga aberta
      *>------------------------------------------------------------------------
       chama-candidato-transfere section.

           move fd-turma to ws-turma-liberada

      *>   guarda a turma anterior para o log
           move spaces to ws-log-antes
           string fd-aluno delimited by size
                  ' Turma=' delimited by size
                  fd-turma delimited by size
             into ws-log-antes
           end-string

           move ws-turma-vaga to fd-turma
           move 'A' to fd-status-matricula
           move ws-data-hoje to fd-data-status
           move 'Chamado da lista de espera' to fd-motivo-status

           rewrite fd-alunos

           if ws-fs-arqCadastroAlunos <> 0 then
               move 20 to ws-msn-erro-ofsset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Gravar arq. arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   registra a transferência no log de auditoria
           move spaces to ws-log-depois
           string fd-aluno delimited by size
                  ' Chamado da lista de espera - turma '
                  delimited by size
                  fd-turma delimited by size
             into ws-log-depois
           end-string
           move 'ALTERACAO' to ws-log-operacao
           perform grava-log

      *>   sai da fila
           perform remove-candidato-espera
           move 'S' to ws-chamada-feita

           display 'Aluno ' fd-cod-aluno ' - ' fd-aluno
           display 'chamado da lista de espera para a'
                   ' turma ' ws-turma-vaga

      *>   a transferência abriu vaga na turma de onde ele saiu - a
      *>   chamada em cadeia não é automática
           if ws-turma-liberada <> spaces
           and ws-turma-liberada <> ws-turma-vaga then
               display 'Aviso: vaga aberta na turma ' ws-turma-liberada
                       ' - confira a lista de espera dessa turma'
           end-if

           .
       chama-candidato-transfere-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  remove da fila a entrada corrente em esp-registro
      *>------------------------------------------------------------------------
       remove-candidato-espera section.

           delete arqListaEspera

           if ws-fs-arqListaEspera <> 0 then
               move 21 to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro ao apagar arq. arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       remove-candidato-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no log de auditoria uma linha da chamada da lista de espera
      *>------------------------------------------------------------------------
       grava-log section.

           move function current-date to ws-data-hora

           move ws-data-hora(7:2) to log-data(1:2)
           move '/'                to log-data(3:1)
           move ws-data-hora(5:2) to log-data(4:2)
           move '/'                to log-data(6:1)
           move ws-data-hora(1:4) to log-data(7:4)

           move ws-data-hora(9:2)  to log-hora(1:2)
           move ':'                to log-hora(3:1)
           move ws-data-hora(11:2) to log-hora(4:2)
           move ':'                to log-hora(6:1)
           move ws-data-hora(13:2) to log-hora(7:2)

           move fd-cod-aluno    to log-cod
           move ws-log-operacao to log-operacao
           move ws-log-antes    to log-antes
           move ws-log-depois   to log-depois
           move ws-operador     to log-operador

           write log-linha

           .
       grava-log-exit.
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
           close arqTurmas
           close arqRematricula
           close arqListaEspera
           close arqLogAlunos

           if ws-tem-mensalidades = 'S' then
               close arqMensalidades
           end-if

           if ws-tem-acordos = 'S' then
               close arqAcordos
           end-if

           stop run
           .

       finaliza-exit.
           exit.

      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "manutencaoProfessores".
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

           select arqProfessores assign to "arqProfessores.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is prf-codigo
           file status is ws-fs-arqProfessores.

           select arqHorarios assign to "arqHorarios.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is hor-chave
           alternate record key is hor-professor with duplicates
           file status is ws-fs-arqHorarios.

           select arqGrade assign to "arqGrade.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is gra-chave
           file status is ws-fs-arqGrade.

           select arqDisciplinas assign to "arqDisciplinas.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-codigo
           file status is ws-fs-arqDisciplinas.

           select arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is tur-codigo
           file status is ws-fs-arqTurmas.

           select arqRelatorioQuadroTurma
           assign to "relatorioQuadroTurma.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioQuadro.

           select arqRelatorioQuadroProf
           assign to "relatorioQuadroProfessor.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioQuadro.

           select arqRelatorioCargaHoraria
           assign to "relatorioCargaHoraria.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioQuadro.

       i-o-control.

      *> declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.

      *>  registro do cadastro de professores
       fd arqProfessores.

           copy "fdProfessores.cpy".

      *>  registro do quadro de horários
       fd arqHorarios.

           copy "fdHorarios.cpy".

      *>  registro da grade curricular por turma
       fd arqGrade.

           copy "fdGrade.cpy".

      *>  registro do mestre de disciplinas
       fd arqDisciplinas.

           copy "fdDisciplinas.cpy".

      *>  registro do cadastro de turmas
       fd arqTurmas.

           copy "fdTurmas.cpy".

      *>  quadro de horários por turma - uma grade de aulas x dias
       fd arqRelatorioQuadroTurma.

       01 rqt-linha                                pic  x(100).

      *>  linha da grade: a aula e, em cada dia, disciplina/professor
       01 rqt-detalhe.
           05 rqt-aula                              pic  z9.
           05 rqt-separador-aula                    pic  x(03).
           05 rqt-dia                               occurs 6 times.
               10 rqt-celula                        pic  x(13).
               10 rqt-separador                     pic  x(03).

      *>  quadro de horários por professor - uma linha por aula dada
       fd arqRelatorioQuadroProf.

       01 rqp-linha                                pic  x(100).

      *>  carga horária semanal por professor, para a folha
       fd arqRelatorioCargaHoraria.

       01 rch-linha                                pic  x(100).

       01 rch-detalhe.
           05 rch-codigo                            pic  x(06).
           05 filler                                pic  x(03) value ' | '.
           05 rch-nome                              pic  x(30).
           05 filler                                pic  x(03) value ' | '.
           05 rch-situacao                          pic  x(01).
           05 filler                                pic  x(03) value ' | '.
           05 rch-aulas                             pic  zz9.
           05 filler                                pic  x(03) value ' | '.
           05 rch-horas                             pic  zz9,99.
           05 filler                                pic  x(03) value ' | '.
           05 rch-turmas                            pic  zz9.

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqProfessores                      pic  9(02).
       77 ws-fs-arqHorarios                         pic  9(02).
       77 ws-fs-arqGrade                            pic  9(02).
       77 ws-fs-arqDisciplinas                      pic  9(02).
       77 ws-fs-arqTurmas                           pic  9(02).
       77 ws-fs-arqRelatorioQuadro                  pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-cod-existe                             pic  x(01).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-qtd-professores                        pic  9(05).

      *>  variáveis da validação de turma contra o mestre de turmas
       77 ws-tem-turmas                             pic  x(01) value 'N'.

      *>  variáveis do cadastro do professor
       77 ws-cod-professor                          pic  x(06).
       77 ws-nome-professor                         pic  x(30).
       77 ws-cpf-professor                          pic  x(11).
       77 ws-telefone-professor                     pic  x(15).
       77 ws-situacao-professor                     pic  x(01).

      *>  variáveis do quadro de horários - dias 1 = segunda a
      *>  6 = sábado, até 12 aulas por dia (manhã e tarde)
       77 ws-cod-turma                              pic  x(10).
       77 ws-dia-semana                             pic  9(01).
       77 ws-aula                                   pic  9(02).
       77 ws-cod-disciplina                         pic  x(06).
       77 ws-max-dias                               pic  9(01) value 6.
       77 ws-max-aulas                              pic  9(02) value 12.
       77 ws-horario-ok                             pic  x(01).
       77 ws-fim-professor                          pic  x(01).
       77 ws-turma-choque                           pic  x(10).

      *>  grade de montagem dos relatórios - uma célula por aula e dia
       01 ws-tab-quadro.
           05 ws-qdr-aula                           occurs 12 times.
               10 ws-qdr-dia                        occurs 6 times.
                   15 ws-qdr-turma                  pic  x(10).
                   15 ws-qdr-disciplina             pic  x(06).
                   15 ws-qdr-professor              pic  x(06).
       77 ws-ind-aula                               pic  9(02).
       77 ws-ind-dia                                pic  9(01).
       77 ws-maior-aula                             pic  9(02).
       77 ws-nome-dia                               pic  x(07).
       77 ws-turma-corrente                         pic  x(10).
       77 ws-qtd-quadros                            pic  9(05).

      *>  variáveis da carga horária - cada aula tem ws-minutos-aula
      *>  minutos; as turmas distintas do professor vão numa tabela
       77 ws-minutos-aula                           pic  9(02) value 50.
       77 ws-qtd-aulas-prof                         pic  9(03).
       77 ws-horas-prof                             pic  9(03)v99.
       77 ws-tot-aulas                              pic  9(05).
       77 ws-tot-horas                              pic  9(05)v99.
       01 ws-tab-turmas-prof.
           05 ws-turma-prof                         pic  x(10)
                                                    occurs 72 times.
       77 ws-qtd-turmas-prof                        pic  9(03).
       77 ws-ind-turma                              pic  9(03).
       77 ws-achou-turma                            pic  x(01).

      *>  campos de edição
       77 ws-edit-aula                              pic  z9.
       77 ws-edit-aulas                             pic  zzzz9.
       77 ws-edit-horas                             pic  zzzz9,99.

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
      *>  Manutenção do cadastro de professores e do quadro de horários:
      *>mantém o arqProfessores.txt (código, nome e situação de cada
      *>professor) e o arqHorarios.txt (uma linha por turma + dia da
      *>semana + aula, com a disciplina e o professor). A disciplina tem
      *>que estar no mestre de disciplinas e na grade da turma, e o
      *>quadro recusa a turma com duas aulas no mesmo horário e o
      *>professor em duas turmas ao mesmo tempo. Imprime o quadro por
      *>turma, por professor e a carga horária semanal de cada
      *>professor, usada pela secretaria na folha de pagamento.
      *>-----------------------------------------------------------------<*

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

      *>  abre o cadastro de professores - se ainda não existe, cria antes
           open i-o arqProfessores

               if ws-fs-arqProfessores = 35 then
                   open output arqProfessores
                   close arqProfessores
                   open i-o arqProfessores
               end-if

               if ws-fs-arqProfessores  <> 00
               and ws-fs-arqProfessores <> 05 then
                   move 1 to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProfessores " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre o quadro de horários - se ainda não existe, cria antes
           open i-o arqHorarios

               if ws-fs-arqHorarios = 35 then
                   open output arqHorarios
                   close arqHorarios
                   open i-o arqHorarios
               end-if

               if ws-fs-arqHorarios  <> 00
               and ws-fs-arqHorarios <> 05 then
                   move 2 to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHorarios " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre a grade curricular e o mestre de disciplinas - se ainda
      *>  não existem, cria antes (o quadro fica sem nada a aceitar até
      *>  a grade ser montada)
           open i-o arqGrade

               if ws-fs-arqGrade = 35 then
                   open output arqGrade
                   close arqGrade
                   open i-o arqGrade
               end-if

               if ws-fs-arqGrade  <> 00
               and ws-fs-arqGrade <> 05 then
                   move 3 to ws-msn-erro-ofsset
                   move ws-fs-arqGrade to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGrade " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open i-o arqDisciplinas

               if ws-fs-arqDisciplinas = 35 then
                   open output arqDisciplinas
                   close arqDisciplinas
                   open i-o arqDisciplinas
               end-if

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05 then
                   move 4 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre o cadastro de turmas - sem ele a turma do quadro não é
      *>  validada contra o mestre
           open input arqTurmas

               if ws-fs-arqTurmas = 00 then
                   move 'S' to ws-tem-turmas
               else
                   if ws-fs-arqTurmas <> 35 then
                       move 5 to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqTurmas " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           move 'S' to ws-menu

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

      *>       menu de manutenção
               display 'Digite:'
               display 'A - Cadastro de Professores'
               display 'B - Deletar Professor'
               display 'C - Listar Professores'
               display 'D - Incluir Aula no Quadro de Horarios'
               display 'E - Excluir Aula do Quadro de Horarios'
               display 'F - Imprimir Quadro de Horarios por Turma'
               display 'G - Imprimir Quadro de Horarios por Professor'
               display 'H - Imprimir Carga Horaria Semanal por Professor'
               accept ws-opcao
               move function upper-case (ws-opcao) to ws-opcao

               evaluate ws-opcao
                   when = 'A'
                       perform cadastro-professor
                   when = 'B'
                       perform deletar-professor
                   when = 'C'
                       perform listar-professores
                   when = 'D'
                       perform incluir-horario
                   when = 'E'
                       perform excluir-horario
                   when = 'F'
                       perform relatorio-quadro-turma
                   when = 'G'
                       perform relatorio-quadro-professor
                   when = 'H'
                       perform relatorio-carga-horaria
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
      *>  cadastro de professor
      *>------------------------------------------------------------------------
       cadastro-professor section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Cadastro de Professores ----------'

               display 'Informe o Codigo do Professor: '
               accept ws-cod-professor
               move function upper-case(ws-cod-professor)
                 to ws-cod-professor

      *>       verifica se o codigo ja esta cadastrado
               move ws-cod-professor to prf-codigo
               read arqProfessores

               if ws-fs-arqProfessores = 0 then
                   move 'S' to ws-cod-existe
                   display 'Professor ' ws-cod-professor ' ja cadastrado: ' prf-nome
                   display 'Deseja alterar? S/N'
                   accept ws-opcao
                   move function upper-case(ws-opcao) to ws-opcao
               else
                   if ws-fs-arqProfessores = 23 then
                       move 'N' to ws-cod-existe
                       move 'S' to ws-opcao
                   else
                       move 6 to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqProfessores' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-opcao = 'S' then

                   display 'Informe o Nome: '
                   accept ws-nome-professor
                   display 'Informe o CPF: '
                   accept ws-cpf-professor
                   display 'Informe o Telefone: '
                   accept ws-telefone-professor

      *>           situação: A = ativo, I = inativo
                   move space to ws-situacao-professor
                   perform until ws-situacao-professor = 'A'
                              or ws-situacao-professor = 'I'
                       display 'Situacao (A = ativo, I = inativo): '
                       accept ws-situacao-professor
                       move function upper-case(ws-situacao-professor)
                         to ws-situacao-professor
                   end-perform

      *> -------------  salvar dados no arquivo

                   move ws-cod-professor      to prf-codigo
                   move ws-nome-professor     to prf-nome
                   move ws-cpf-professor      to prf-cpf
                   move ws-telefone-professor to prf-telefone
                   move ws-situacao-professor to prf-situacao

                   if ws-cod-existe = 'S' then
                       rewrite prf-registro
                   else
                       write prf-registro
                   end-if

      *>           tratamento de erro
                   if ws-fs-arqProfessores <> 0 then
                       move 7 to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores to ws-msn-erro-cod
                       move 'Erro ao escrever arq. arqProfessores' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   display 'Professor ' ws-cod-professor ' gravado com sucesso'
               else
                   display 'Cadastro nao alterado'
               end-if

      *> -------------

               display '  '
      *>       condição de saída
               display 'Continuar Cadastrando? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       cadastro-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  deletar professor - professor com aula no quadro não sai; a
      *>  aula tem que ser excluída ou passada para outro antes
      *>------------------------------------------------------------------------
       deletar-professor section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Deletar Professor ----------'

               display 'Informe o Codigo do Professor a Ser Excluido: '
               accept ws-cod-professor
               move function upper-case(ws-cod-professor)
                 to ws-cod-professor

               perform carrega-quadro-professor

               if ws-qtd-aulas-prof > 0 then
                   display 'Professor tem ' ws-qtd-aulas-prof
                           ' aula(s) no quadro de horarios - exclua as aulas antes'
               else

                   move ws-cod-professor to prf-codigo

                   delete arqProfessores

                   if ws-fs-arqProfessores = 0 then
                       display 'Professor ' ws-cod-professor ' apagado com sucesso'
                   else
                       if ws-fs-arqProfessores = 23 then
                           display 'Professor Informado Invalido'
                       else
                           move 8 to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores to ws-msn-erro-cod
                           move 'Erro ao apagar arq. arqProfessores' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-if

      *>       condição de saída
               display 'Deseja Deletar Mais Algum Professor? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       deletar-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  listar professores cadastrados
      *>------------------------------------------------------------------------
       listar-professores section.

           display '---------- Professores Cadastrados ----------'

           move spaces to prf-codigo
           start arqProfessores key is >= prf-codigo

           if ws-fs-arqProfessores <> 0 then
               display 'Nenhum professor cadastrado'
           else

               move 0 to ws-qtd-professores
               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqProfessores next

                   if ws-fs-arqProfessores <> 0 then
                       move 'S' to ws-fim-arquivo
                   else
                       display prf-codigo ' - ' prf-nome ' - ' prf-situacao
                       add 1 to ws-qtd-professores
                   end-if

               end-perform

               display '  '
               display 'Professores cadastrados: ' ws-qtd-professores
           end-if

           .
       listar-professores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  incluir aula no quadro de horários - turma + dia + aula com a
      *>  disciplina e o professor, validados e sem choque de horário
      *>------------------------------------------------------------------------
       incluir-horario section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Quadro de Horarios - Inclusao ----------'

               display 'Informe o Codigo da Turma: '
               accept ws-cod-turma
               perform valida-turma-quadro

               perform informa-horario

               display 'Informe o Codigo da Disciplina: '
               accept ws-cod-disciplina
               move function upper-case(ws-cod-disciplina)
                 to ws-cod-disciplina

               display 'Informe o Codigo do Professor: '
               accept ws-cod-professor
               move function upper-case(ws-cod-professor)
                 to ws-cod-professor

               perform valida-horario

               if ws-horario-ok = 'S' then

                   move ws-cod-turma      to hor-turma
                   move ws-dia-semana     to hor-dia-semana
                   move ws-aula           to hor-aula
                   move ws-cod-disciplina to hor-disciplina
                   move ws-cod-professor  to hor-professor

                   write hor-registro

                   evaluate ws-fs-arqHorarios
                       when = 0
                       when = 02
                           display 'Aula incluida no quadro da turma ' ws-cod-turma
                       when = 22
                           display 'Turma ja tem aula nesse dia e horario'
                       when other
                           move 9 to ws-msn-erro-ofsset
                           move ws-fs-arqHorarios to ws-msn-erro-cod
                           move 'Erro ao escrever arq. arqHorarios' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-if

      *>       condição de saída
               display 'Deseja Incluir Mais Alguma Aula no Quadro? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       incluir-horario-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  pede o dia da semana e a aula, dentro dos limites do quadro
      *>------------------------------------------------------------------------
       informa-horario section.

           move 0 to ws-dia-semana
           perform until ws-dia-semana >= 1
                     and ws-dia-semana <= ws-max-dias
               display 'Dia da Semana (1 = segunda ... 6 = sabado): '
               accept ws-dia-semana
           end-perform

           move 0 to ws-aula
           perform until ws-aula >= 1
                     and ws-aula <= ws-max-aulas
               display 'Aula (1 a ' ws-max-aulas '): '
               accept ws-aula
           end-perform

           .
       informa-horario-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  valida a aula informada: disciplina no mestre e na grade da
      *>  turma, professor cadastrado e ativo, horário livre na turma e
      *>  professor sem outra turma no mesmo dia e aula
      *>------------------------------------------------------------------------
       valida-horario section.

           move 'S' to ws-horario-ok

      *>   a disciplina tem que existir no mestre
           move ws-cod-disciplina to dis-codigo
           read arqDisciplinas

           if ws-fs-arqDisciplinas <> 0 then
               if ws-fs-arqDisciplinas = 23 then
                   display 'Disciplina nao cadastrada no mestre de disciplinas'
                   move 'N' to ws-horario-ok
               else
                   move 10 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqDisciplinas' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   e na grade curricular da turma
           if ws-horario-ok = 'S' then

               move ws-cod-turma      to gra-turma
               move ws-cod-disciplina to gra-disciplina
               read arqGrade

               if ws-fs-arqGrade <> 0 then
                   if ws-fs-arqGrade = 23 then
                       display 'Disciplina nao esta na grade da turma ' ws-cod-turma
                       move 'N' to ws-horario-ok
                   else
                       move 11 to ws-msn-erro-ofsset
                       move ws-fs-arqGrade to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqGrade' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-if

      *>   o professor tem que estar cadastrado e ativo
           if ws-horario-ok = 'S' then

               move ws-cod-professor to prf-codigo
               read arqProfessores

               if ws-fs-arqProfessores <> 0 then
                   if ws-fs-arqProfessores = 23 then
                       display 'Professor nao cadastrado'
                       move 'N' to ws-horario-ok
                   else
                       move 12 to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqProfessores' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if prf-situacao <> 'A' then
                       display 'Professor ' ws-cod-professor ' inativo - nao recebe aula'
                       move 'N' to ws-horario-ok
                   end-if
               end-if

           end-if

      *>   a turma não pode ter duas aulas no mesmo dia e horário
           if ws-horario-ok = 'S' then

               move ws-cod-turma  to hor-turma
               move ws-dia-semana to hor-dia-semana
               move ws-aula       to hor-aula
               read arqHorarios

               if ws-fs-arqHorarios = 0 then
                   display 'Turma ' ws-cod-turma ' ja tem ' hor-disciplina
                           ' com o professor ' hor-professor ' nesse horario'
                   move 'N' to ws-horario-ok
               else
                   if ws-fs-arqHorarios <> 23 then
                       move 13 to ws-msn-erro-ofsset
                       move ws-fs-arqHorarios to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqHorarios' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-if

      *>   o professor não pode estar em duas turmas ao mesmo tempo
           if ws-horario-ok = 'S' then

               perform procura-choque-professor

               if ws-turma-choque <> spaces then
                   display 'Professor ' ws-cod-professor ' ja da aula na turma '
                           ws-turma-choque ' nesse horario'
                   move 'N' to ws-horario-ok
               end-if

           end-if

           .
       valida-horario-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  varre as aulas do professor em ws-cod-professor, pela chave
      *>  alternada, procurando outra turma no dia e aula informados -
      *>  devolve a turma em choque em ws-turma-choque, ou brancos
      *>------------------------------------------------------------------------
       procura-choque-professor section.

           move spaces to ws-turma-choque

           move ws-cod-professor to hor-professor
           start arqHorarios key is = hor-professor

           if ws-fs-arqHorarios = 0 then

               move 'N' to ws-fim-professor

               perform until ws-fim-professor = 'S'

                   read arqHorarios next

                   if ws-fs-arqHorarios = 0
                   and hor-professor = ws-cod-professor then
                       if hor-dia-semana = ws-dia-semana
                       and hor-aula = ws-aula then
                           move hor-turma to ws-turma-choque
                           move 'S' to ws-fim-professor
                       end-if
                   else
                       move 'S' to ws-fim-professor
                   end-if

               end-perform

           else
               if ws-fs-arqHorarios <> 23 then
                   move 14 to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios to ws-msn-erro-cod
                   move 'Erro ao posicionar arq. arqHorarios' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       procura-choque-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  excluir aula do quadro de horários
      *>------------------------------------------------------------------------
       excluir-horario section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Quadro de Horarios - Exclusao ----------'

               display 'Informe o Codigo da Turma: '
               accept ws-cod-turma
               perform informa-horario

               move ws-cod-turma  to hor-turma
               move ws-dia-semana to hor-dia-semana
               move ws-aula       to hor-aula

               delete arqHorarios

               if ws-fs-arqHorarios = 0 then
                   display 'Aula excluida do quadro da turma ' ws-cod-turma
               else
                   if ws-fs-arqHorarios = 23 then
                       display 'Turma nao tem aula nesse dia e horario'
                   else
                       move 15 to ws-msn-erro-ofsset
                       move ws-fs-arqHorarios to ws-msn-erro-cod
                       move 'Erro ao apagar arq. arqHorarios' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>       condição de saída
               display 'Deseja Excluir Mais Alguma Aula do Quadro? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       excluir-horario-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime o quadro de horários de uma turma, ou de todas com a
      *>  turma em branco, em relatorioQuadroTurma.txt
      *>------------------------------------------------------------------------
       relatorio-quadro-turma section.

           display '---------- Quadro de Horarios por Turma ----------'
           display 'Informe o Codigo da Turma (branco = todas): '
           accept ws-cod-turma

           open output arqRelatorioQuadroTurma

           if ws-fs-arqRelatorioQuadro <> 00 then
               move 16 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioQuadro to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioQuadroTurma " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move '-------- Quadro de Horarios por Turma --------' to rqt-linha
           write rqt-linha

           move 0 to ws-qtd-quadros
           move spaces to ws-turma-corrente

      *>   posiciona na primeira aula da turma (ou do arquivo)
           move ws-cod-turma to hor-turma
           move 0 to hor-dia-semana
           move 0 to hor-aula
           start arqHorarios key is >= hor-chave

           if ws-fs-arqHorarios = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqHorarios next

                   if ws-fs-arqHorarios <> 0 then
                       move 'S' to ws-fim-arquivo
                   else
                       if ws-cod-turma <> spaces
                       and hor-turma <> ws-cod-turma then
                           move 'S' to ws-fim-arquivo
                       end-if
                   end-if

                   if ws-fim-arquivo = 'N' then

      *>               mudou a turma - imprime a anterior e limpa a grade
                       if hor-turma <> ws-turma-corrente then
                           if ws-turma-corrente <> spaces then
                               perform imprime-quadro-turma
                           end-if
                           perform limpa-quadro
                           move hor-turma to ws-turma-corrente
                       end-if

                       move hor-turma      to ws-qdr-turma(hor-aula, hor-dia-semana)
                       move hor-disciplina to ws-qdr-disciplina(hor-aula, hor-dia-semana)
                       move hor-professor  to ws-qdr-professor(hor-aula, hor-dia-semana)

                       if hor-aula > ws-maior-aula then
                           move hor-aula to ws-maior-aula
                       end-if

                   end-if

               end-perform

           end-if

           if ws-turma-corrente <> spaces then
               perform imprime-quadro-turma
           end-if

           if ws-qtd-quadros = 0 then
               move 'Nenhuma aula no quadro de horarios' to rqt-linha
               write rqt-linha
           end-if

           close arqRelatorioQuadroTurma

           display '  '
           display 'Turmas impressas: ' ws-qtd-quadros
           display 'Relatorio gerado em relatorioQuadroTurma.txt'

           .
       relatorio-quadro-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  limpa a grade de montagem dos relatórios
      *>------------------------------------------------------------------------
       limpa-quadro section.

           move spaces to ws-tab-quadro
           move 0 to ws-maior-aula

           .
       limpa-quadro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime a grade da turma em ws-turma-corrente - uma linha por
      *>  aula, com disciplina/professor em cada dia da semana
      *>------------------------------------------------------------------------
       imprime-quadro-turma section.

           add 1 to ws-qtd-quadros

           move spaces to rqt-linha
           write rqt-linha

           move spaces to tur-descricao
           if ws-tem-turmas = 'S' then
               move ws-turma-corrente to tur-codigo
               read arqTurmas
               if ws-fs-arqTurmas <> 0 then
                   move spaces to tur-descricao
               end-if
           end-if

           move spaces to rqt-linha
           string 'Turma: '         delimited by size
                  ws-turma-corrente delimited by size
                  ' '               delimited by size
                  tur-descricao     delimited by size
             into rqt-linha
           end-string
           write rqt-linha

           move 'Au | Segunda       | Terca         | Quarta        | Quinta        | Sexta         | Sabado'
             to rqt-linha
           write rqt-linha
           move all '-' to rqt-linha
           write rqt-linha

           perform varying ws-ind-aula from 1 by 1
                     until ws-ind-aula > ws-maior-aula

               move spaces to rqt-detalhe
               move ws-ind-aula to rqt-aula
               move ' | ' to rqt-separador-aula

               perform varying ws-ind-dia from 1 by 1
                         until ws-ind-dia > ws-max-dias

                   if ws-qdr-disciplina(ws-ind-aula, ws-ind-dia) <> spaces then
                       string ws-qdr-disciplina(ws-ind-aula, ws-ind-dia) delimited by size
                              '/'                                        delimited by size
                              ws-qdr-professor(ws-ind-aula, ws-ind-dia)  delimited by size
                         into rqt-celula(ws-ind-dia)
                       end-string
                   end-if
                   if ws-ind-dia < ws-max-dias then
                       move ' | ' to rqt-separador(ws-ind-dia)
                   end-if

               end-perform

               write rqt-detalhe

           end-perform

           .
       imprime-quadro-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime o quadro de horários de um professor, ou de todos com o
      *>  código em branco, em relatorioQuadroProfessor.txt
      *>------------------------------------------------------------------------
       relatorio-quadro-professor section.

           display '---------- Quadro de Horarios por Professor ----------'
           display 'Informe o Codigo do Professor (branco = todos): '
           accept ws-cod-professor
           move function upper-case(ws-cod-professor)
             to ws-cod-professor

           open output arqRelatorioQuadroProf

           if ws-fs-arqRelatorioQuadro <> 00 then
               move 17 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioQuadro to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioQuadroProf " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move '-------- Quadro de Horarios por Professor --------' to rqp-linha
           write rqp-linha

           move 0 to ws-qtd-quadros

           if ws-cod-professor <> spaces then

               move ws-cod-professor to prf-codigo
               read arqProfessores

               if ws-fs-arqProfessores = 0 then
                   perform imprime-quadro-professor
               else
                   display 'Professor nao cadastrado'
               end-if

           else

               move spaces to prf-codigo
               start arqProfessores key is >= prf-codigo

               if ws-fs-arqProfessores = 0 then

                   move 'N' to ws-fim-arquivo

                   perform until ws-fim-arquivo = 'S'

                       read arqProfessores next

                       if ws-fs-arqProfessores <> 0 then
                           move 'S' to ws-fim-arquivo
                       else
                           perform imprime-quadro-professor
                       end-if

                   end-perform

               end-if

           end-if

           close arqRelatorioQuadroProf

           display '  '
           display 'Professores impressos: ' ws-qtd-quadros
           display 'Relatorio gerado em relatorioQuadroProfessor.txt'

           .
       relatorio-quadro-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime as aulas do professor corrente em prf-registro, em
      *>  ordem de dia e aula, com o total semanal
      *>------------------------------------------------------------------------
       imprime-quadro-professor section.

           add 1 to ws-qtd-quadros

           move prf-codigo to ws-cod-professor
           perform carrega-quadro-professor

           move spaces to rqp-linha
           write rqp-linha

           move spaces to rqp-linha
           string 'Professor: ' delimited by size
                  prf-codigo    delimited by size
                  ' - '         delimited by size
                  prf-nome      delimited by size
             into rqp-linha
           end-string
           write rqp-linha

           move 'Dia     | Aula | Turma      | Disciplina' to rqp-linha
           write rqp-linha
           move all '-' to rqp-linha
           write rqp-linha

           perform varying ws-ind-dia from 1 by 1
                     until ws-ind-dia > ws-max-dias

               perform monta-nome-dia

               perform varying ws-ind-aula from 1 by 1
                         until ws-ind-aula > ws-max-aulas

                   if ws-qdr-turma(ws-ind-aula, ws-ind-dia) <> spaces then

                       move ws-qdr-disciplina(ws-ind-aula, ws-ind-dia) to dis-codigo
                       read arqDisciplinas
                       if ws-fs-arqDisciplinas <> 0 then
                           move spaces to dis-descricao
                       end-if

                       move ws-ind-aula to ws-edit-aula
                       move spaces to rqp-linha
                       string ws-nome-dia                                delimited by size
                              ' |   '                                    delimited by size
                              ws-edit-aula                               delimited by size
                              ' | '                                      delimited by size
                              ws-qdr-turma(ws-ind-aula, ws-ind-dia)      delimited by size
                              ' | '                                      delimited by size
                              ws-qdr-disciplina(ws-ind-aula, ws-ind-dia) delimited by size
                              ' - '                                      delimited by size
                              dis-descricao                              delimited by size
                         into rqp-linha
                       end-string
                       write rqp-linha

                   end-if

               end-perform

           end-perform

           move ws-qtd-aulas-prof to ws-edit-aulas
           move spaces to rqp-linha
           string 'Aulas por semana: ' delimited by size
                  ws-edit-aulas        delimited by size
             into rqp-linha
           end-string
           write rqp-linha

           .
       imprime-quadro-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  carrega na grade as aulas do professor em ws-cod-professor,
      *>  pela chave alternada, contando as aulas e as turmas distintas
      *>------------------------------------------------------------------------
       carrega-quadro-professor section.

           perform limpa-quadro
           move 0 to ws-qtd-aulas-prof
           move 0 to ws-qtd-turmas-prof

           move ws-cod-professor to hor-professor
           start arqHorarios key is = hor-professor

           if ws-fs-arqHorarios = 0 then

               move 'N' to ws-fim-professor

               perform until ws-fim-professor = 'S'

                   read arqHorarios next

                   if ws-fs-arqHorarios = 0
                   and hor-professor = ws-cod-professor then

                       move hor-turma      to ws-qdr-turma(hor-aula, hor-dia-semana)
                       move hor-disciplina to ws-qdr-disciplina(hor-aula, hor-dia-semana)
                       move hor-professor  to ws-qdr-professor(hor-aula, hor-dia-semana)
                       add 1 to ws-qtd-aulas-prof

      *>               turma ainda não contada entra na tabela
                       move 'N' to ws-achou-turma
                       perform varying ws-ind-turma from 1 by 1
                                 until ws-ind-turma > ws-qtd-turmas-prof
                                    or ws-achou-turma = 'S'
                           if ws-turma-prof(ws-ind-turma) = hor-turma then
                               move 'S' to ws-achou-turma
                           end-if
                       end-perform

                       if ws-achou-turma = 'N'
                       and ws-qtd-turmas-prof < 72 then
                           add 1 to ws-qtd-turmas-prof
                           move hor-turma to ws-turma-prof(ws-qtd-turmas-prof)
                       end-if

                   else
                       move 'S' to ws-fim-professor
                   end-if

               end-perform

           else
               if ws-fs-arqHorarios <> 23 then
                   move 18 to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios to ws-msn-erro-cod
                   move 'Erro ao posicionar arq. arqHorarios' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-quadro-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime a carga horária semanal de todos os professores do
      *>  cadastro em relatorioCargaHoraria.txt - aulas por semana,
      *>  horas (aulas de ws-minutos-aula minutos) e turmas atendidas
      *>------------------------------------------------------------------------
       relatorio-carga-horaria section.

           open output arqRelatorioCargaHoraria

           if ws-fs-arqRelatorioQuadro <> 00 then
               move 19 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioQuadro to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioCargaHoraria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   cabeçalho do relatório
           move '-------- Carga Horaria Semanal por Professor --------'
             to rch-linha
           write rch-linha
           move spaces to rch-linha
           string 'Aulas de ' delimited by size
                  ws-minutos-aula delimited by size
                  ' minutos' delimited by size
             into rch-linha
           end-string
           write rch-linha
           move 'Codigo | Nome                           | S | Aul |  Horas | Tur'
             to rch-linha
           write rch-linha
           move all '-' to rch-linha
           write rch-linha

           move 0 to ws-qtd-professores
           move 0 to ws-tot-aulas
           move 0 to ws-tot-horas

           move spaces to prf-codigo
           start arqProfessores key is >= prf-codigo

           if ws-fs-arqProfessores = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqProfessores next

                   if ws-fs-arqProfessores <> 0 then
                       move 'S' to ws-fim-arquivo
                   else

                       move prf-codigo to ws-cod-professor
                       perform carrega-quadro-professor

                       compute ws-horas-prof rounded =
                               ws-qtd-aulas-prof * ws-minutos-aula / 60

                       move prf-codigo         to rch-codigo
                       move prf-nome           to rch-nome
                       move prf-situacao       to rch-situacao
                       move ws-qtd-aulas-prof  to rch-aulas
                       move ws-horas-prof      to rch-horas
                       move ws-qtd-turmas-prof to rch-turmas
                       write rch-detalhe

                       add 1 to ws-qtd-professores
                       add ws-qtd-aulas-prof to ws-tot-aulas
                       add ws-horas-prof to ws-tot-horas

                   end-if

               end-perform

           end-if

      *>   rodapé com os totais
           move all '-' to rch-linha
           write rch-linha

           move ws-tot-aulas to ws-edit-aulas
           move ws-tot-horas to ws-edit-horas
           move spaces to rch-linha
           string 'Professores: '      delimited by size
                  ws-qtd-professores   delimited by size
                  '   Aulas/semana: '  delimited by size
                  ws-edit-aulas        delimited by size
                  '   Horas/semana: '  delimited by size
                  ws-edit-horas        delimited by size
             into rch-linha
           end-string
           write rch-linha

           close arqRelatorioCargaHoraria

           display '  '
           display 'Professores: ' ws-qtd-professores
           display 'Relatorio gerado em relatorioCargaHoraria.txt'

           .
       relatorio-carga-horaria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  nome do dia da semana em ws-ind-dia
      *>------------------------------------------------------------------------
       monta-nome-dia section.

           evaluate ws-ind-dia
               when 1
                   move 'Segunda' to ws-nome-dia
               when 2
                   move 'Terca'   to ws-nome-dia
               when 3
                   move 'Quarta'  to ws-nome-dia
               when 4
                   move 'Quinta'  to ws-nome-dia
               when 5
                   move 'Sexta'   to ws-nome-dia
               when other
                   move 'Sabado'  to ws-nome-dia
           end-evaluate

           .
       monta-nome-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere a turma do quadro no mestre de turmas - turma fora do
      *>  mestre é aceita com aviso, como na grade curricular
      *>------------------------------------------------------------------------
       valida-turma-quadro section.

           if ws-tem-turmas = 'S' then

               move ws-cod-turma to tur-codigo
               read arqTurmas

               if ws-fs-arqTurmas <> 0 then
                   if ws-fs-arqTurmas = 23 then
                       display 'Aviso: turma nao esta no mestre de turmas'
                   else
                       move 20 to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqTurmas' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-if

           .
       valida-turma-quadro-exit.
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
           close arqProfessores
           close arqHorarios
           close arqGrade
           close arqDisciplinas

           if ws-tem-turmas = 'S' then
               close arqTurmas
           end-if

           stop run
           .

       finaliza-exit.
           exit.

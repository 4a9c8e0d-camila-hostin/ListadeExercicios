      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "ataConselhoClasse".
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

           select arqAtaConselho assign to "ataConselhoClasse.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAtaConselho.

           select arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           record key is tur-codigo
           file status is ws-fs-arqTurmas.

           select arqGrade assign to "arqGrade.txt"
           organization is indexed
           access mode is dynamic
           record key is gra-chave
           file status is ws-fs-arqGrade.

           select arqNotasDisciplina assign to "arqNotasDisciplina.txt"
           organization is indexed
           access mode is dynamic
           record key is nod-chave
           file status is ws-fs-arqNotasDisciplina.

           select arqDisciplinas assign to "arqDisciplinas.txt"
           organization is indexed
           access mode is dynamic
           record key is dis-codigo
           file status is ws-fs-arqDisciplinas.

           select arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqHistoricoAlunos assign to "arqHistoricoAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is his-chave
           file status is ws-fs-arqHistoricoAlunos.

       i-o-control.

      *> declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.

       fd arqCadastroAlunos.

           copy "fdAlunos.cpy".

      *>  ata do conselho de classe - uma folha por turma, com uma coluna
      *>  por disciplina da grade
       fd arqAtaConselho.

       01 ata-linha                                 pic  x(190).

      *>  registro do cadastro de turmas
       fd arqTurmas.

           copy "fdTurmas.cpy".

      *>  registro da grade curricular por turma
       fd arqGrade.

           copy "fdGrade.cpy".

      *>  registro de notas por disciplina
       fd arqNotasDisciplina.

           copy "fdNotasDisc.cpy".

      *>  registro do mestre de disciplinas
       fd arqDisciplinas.

           copy "fdDisciplinas.cpy".

      *>  registro de frequência por aluno e data
       fd arqFrequencia.

           copy "fdFrequencia.cpy".

      *>  registro do histórico escolar por bimestre
       fd arqHistoricoAlunos.

           copy "fdHistorico.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqAtaConselho                      pic  9(02).
       77 ws-fs-arqTurmas                           pic  9(02).
       77 ws-fs-arqGrade                            pic  9(02).
       77 ws-fs-arqNotasDisciplina                  pic  9(02).
       77 ws-fs-arqDisciplinas                      pic  9(02).
       77 ws-fs-arqFrequencia                       pic  9(02).
       77 ws-fs-arqHistoricoAlunos                  pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-data-hora                              pic  x(21).
       77 ws-qtd-atas                               pic  9(05) value 0.

      *>  arquivos opcionais - sem as notas as células saem em branco,
      *>  sem a frequência a coluna de faltas sai zerada, sem o
      *>  histórico não há comparação com os anos anteriores
       77 ws-tem-notas-disc                         pic  x(01) value 'N'.
       77 ws-tem-disciplinas                        pic  x(01) value 'N'.
       77 ws-tem-frequencia                         pic  x(01) value 'N'.
       77 ws-tem-historico                          pic  x(01) value 'N'.

      *>  variáveis da ata - turma, ano letivo dela e o bimestre (1 a 4)
      *>  ou a média final (F) mostrado nas células
       77 ws-turma-ata                              pic  x(10).
       77 ws-turma-valida                           pic  x(01).
       77 ws-ano-ata                                pic  9(04).
       77 ws-periodo                                pic  x(01).
       77 ws-bim-historico                          pic  9(01).
       77 ws-qtd-alunos                             pic  9(03).
       77 ws-nota-celula                            pic  9(02)v99.
       77 ws-nota-lancada                           pic  x(01).
       77 ws-sigla-situacao                         pic  x(02).
       77 ws-edit-nota                              pic  z9,99.
       77 ws-edit-faltas                            pic  zz9.
       77 ws-edit-perc-rec                          pic  zz9,99.
       77 ws-edit-perc-rep                          pic  zz9,99.
       77 ws-edit-media                             pic  z9,99.
       77 ws-edit-maior                             pic  z9,99.
       77 ws-edit-menor                             pic  z9,99.
       77 ws-edit-dif                               pic  +z9,99.
       77 ws-perc-calculo                           pic  9(03)v99.
       77 ws-media-calculo                          pic  9(02)v99.
       77 ws-media-anterior                         pic  9(02)v99.
       77 ws-dif-media                              pic  s9(02)v99.
       77 ws-tem-anterior                           pic  x(01).

      *>  variáveis da contagem de faltas do aluno no ano da turma
       77 ws-qtd-faltas                             pic  9(03).
       77 ws-fim-frequencia                         pic  x(01).

      *>  série das turmas comparadas nos anos anteriores - o código da
      *>  turma sem a letra da classe (3 para 3A, 3B), ou o prefixo
      *>  informado
       77 ws-serie                                  pic  x(10).
       77 ws-tam-serie                              pic  9(02).
       77 ws-ano-inicial                            pic  9(04).

      *>  disciplinas da grade da turma - uma coluna cada, com os
      *>  totais da estatística e as médias da série nos 5 anos
      *>  anteriores
       77 ws-qtd-disc                               pic  9(02).
       77 ws-max-disc                               pic  9(02) value 15.
       77 ws-ind-disc                               pic  9(02).
       77 ws-ind-ano                                pic  9(01).
       77 ws-disc-achada                            pic  x(01).
       01 ws-tab-disciplinas.
           05 ws-disc                               occurs 15 times.
               10 ws-disc-codigo                    pic  x(06).
               10 ws-disc-qtd                       pic  9(03).
               10 ws-disc-soma                      pic  9(05)v99.
               10 ws-disc-maior                     pic  9(02)v99.
               10 ws-disc-menor                     pic  9(02)v99.
               10 ws-disc-qtd-recup                 pic  9(03).
               10 ws-disc-qtd-reprov                pic  9(03).
               10 ws-disc-ant                       occurs 5 times.
                   15 ws-ant-qtd                    pic  9(05).
                   15 ws-ant-soma                   pic  9(07)v99.

      *>  linha da grade da ata - aluno, faltas do ano e uma célula por
      *>  disciplina com a nota e a sigla da situação
       01 ws-ata-linha.
           05 ws-ata-cod                            pic  x(06).
           05 filler                                pic  x(01) value space.
           05 ws-ata-aluno                          pic  x(25).
           05 ws-ata-sep-faltas                     pic  x(02).
           05 ws-ata-faltas                         pic  x(03).
           05 ws-ata-celula                         occurs 15 times.
               10 ws-cel-sep                        pic  x(02).
               10 ws-cel-nota                       pic  x(05).
               10 ws-cel-espaco                     pic  x(01).
               10 ws-cel-sit                        pic  x(02).

      *>  linha da estatística por disciplina
       01 ws-est-linha.
           05 ws-est-disciplina                     pic  x(06).
           05 filler                                pic  x(03) value ' | '.
           05 ws-est-media                          pic  x(05).
           05 filler                                pic  x(03) value ' | '.
           05 ws-est-maior                          pic  x(05).
           05 filler                                pic  x(03) value ' | '.
           05 ws-est-menor                          pic  x(05).
           05 filler                                pic  x(03) value ' | '.
           05 ws-est-alunos                         pic  zz9.
           05 filler                                pic  x(04) value '  | '.
           05 ws-est-perc-rec                       pic  x(06).
           05 filler                                pic  x(03) value ' | '.
           05 ws-est-perc-rep                       pic  x(06).

      *>  linha da comparação com a série nos anos anteriores
       01 ws-cmp-linha.
           05 ws-cmp-disciplina                     pic  x(06).
           05 ws-cmp-sep-atual                      pic  x(03).
           05 ws-cmp-atual                          pic  x(05).
           05 ws-cmp-ano                            occurs 5 times.
               10 ws-cmp-sep                        pic  x(03).
               10 ws-cmp-media                      pic  x(05).
           05 ws-cmp-sep-dif                        pic  x(03).
           05 ws-cmp-dif                            pic  x(06).

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
      *>  Ata do conselho de classe: o boletim sai um aluno por vez, e o
      *>conselho trabalha com a turma inteira. Gera em
      *>ataConselhoClasse.txt uma folha por turma, com os alunos nas
      *>linhas e as disciplinas da grade da turma nas colunas - em cada
      *>célula a nota do bimestre ou a média final e a situação, e as
      *>faltas do aluno no ano. Abaixo da grade, por disciplina, a
      *>média da turma, a maior e a menor nota e o percentual de alunos
      *>em recuperação e reprovados, e a comparação da média com a da
      *>mesma série nos anos anteriores, tirada do histórico escolar,
      *>para a coordenação ver se uma disciplina vem piorando.
      *>-----------------------------------------------------------------<*

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqCadastroAlunos

               if ws-fs-arqCadastroAlunos <> 00 then
                   move 1 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCadastroAlunos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open output arqAtaConselho

               if ws-fs-arqAtaConselho <> 00 then
                   move 2 to ws-msn-erro-ofsset
                   move ws-fs-arqAtaConselho to ws-msn-erro-cod
                   move "Erro ao abrir arq. ataConselhoClasse " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  a turma e a grade dela são a base da ata
           open input arqTurmas

               if ws-fs-arqTurmas <> 00 then
                   move 3 to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open input arqGrade

               if ws-fs-arqGrade <> 00 then
                   move 4 to ws-msn-erro-ofsset
                   move ws-fs-arqGrade to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGrade " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre as notas por disciplina - opcional
           open input arqNotasDisciplina

               if ws-fs-arqNotasDisciplina = 00 then
                   move 'S' to ws-tem-notas-disc
               else
                   if ws-fs-arqNotasDisciplina <> 35 then
                       move 5 to ws-msn-erro-ofsset
                       move ws-fs-arqNotasDisciplina to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqNotasDisciplina " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o mestre de disciplinas, so para a legenda das colunas
           open input arqDisciplinas

               if ws-fs-arqDisciplinas = 00 then
                   move 'S' to ws-tem-disciplinas
               else
                   if ws-fs-arqDisciplinas <> 35 then
                       move 6 to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqDisciplinas " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre a frequência - opcional
           open input arqFrequencia

               if ws-fs-arqFrequencia = 00 then
                   move 'S' to ws-tem-frequencia
               else
                   if ws-fs-arqFrequencia <> 35 then
                       move 7 to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqFrequencia " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o histórico escolar - opcional
           open input arqHistoricoAlunos

               if ws-fs-arqHistoricoAlunos = 00 then
                   move 'S' to ws-tem-historico
               else
                   if ws-fs-arqHistoricoAlunos <> 35 then
                       move 8 to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoAlunos to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqHistoricoAlunos " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           move function current-date to ws-data-hora

           move 'S' to ws-menu

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display '---------- Ata do Conselho de Classe ----------'
               display 'Informe a Turma: '
               accept ws-turma-ata

               perform valida-turma-ata

               if ws-turma-valida = 'S' then

                   display 'Bimestre (1 a 4) ou F para a Media Final: '
                   accept ws-periodo
                   move function upper-case(ws-periodo) to ws-periodo
                   perform until ws-periodo = '1' or ws-periodo = '2'
                              or ws-periodo = '3' or ws-periodo = '4'
                              or ws-periodo = 'F'
                       display 'Opcao invalida! Informe 1, 2, 3, 4 ou F: '
                       accept ws-periodo
                       move function upper-case(ws-periodo) to ws-periodo
                   end-perform

                   perform informa-serie

                   perform carrega-grade

                   if ws-qtd-disc = 0 then
                       display 'Turma sem disciplinas na grade curricular'
                   else
                       perform imprime-ata
                       add 1 to ws-qtd-atas
                       display 'Ata da turma ' ws-turma-ata ' gerada - alunos: '
                               ws-qtd-alunos
                   end-if

               end-if

               display 'Deseja Emitir Mais Atas? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           display ' '
           display 'Atas geradas: ' ws-qtd-atas
           display 'Arquivo gerado em ataConselhoClasse.txt'

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere a turma no mestre de turmas - o ano letivo dela é o das
      *>  notas e faltas da ata; resultado em ws-turma-valida
      *>------------------------------------------------------------------------
       valida-turma-ata section.

           move 'N' to ws-turma-valida

           move ws-turma-ata to tur-codigo
           read arqTurmas

           evaluate ws-fs-arqTurmas
               when = 0
                   move 'S' to ws-turma-valida
                   move tur-ano-letivo to ws-ano-ata
      *>           turma sem ano letivo cadastrado vale o ano corrente
                   if ws-ano-ata = 0 then
                       move ws-data-hora(1:4) to ws-ano-ata
                   end-if
               when = 23
                   display 'Turma nao cadastrada no mestre de turmas'
               when other
                   move 9 to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       valida-turma-ata-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  série das turmas comparadas nos anos anteriores - em branco vale
      *>  o código da turma sem a última letra (3 para 3A)
      *>------------------------------------------------------------------------
       informa-serie section.

           move spaces to ws-serie
           move function length(function trim(ws-turma-ata)) to ws-tam-serie

           if ws-tam-serie > 1 then
               subtract 1 from ws-tam-serie
           end-if

           move ws-turma-ata(1:ws-tam-serie) to ws-serie

           display 'Serie para comparar com anos anteriores (ENTER = '
                   ws-serie(1:ws-tam-serie) '): '
           accept ws-serie

           if ws-serie = spaces then
               move ws-turma-ata(1:ws-tam-serie) to ws-serie
           end-if

           move function length(function trim(ws-serie)) to ws-tam-serie

           .
       informa-serie-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  carrega na tabela as disciplinas da grade da turma, com os
      *>  totais zerados
      *>------------------------------------------------------------------------
       carrega-grade section.

           move 0 to ws-qtd-disc
           initialize ws-tab-disciplinas

           move ws-turma-ata to gra-turma
           move spaces to gra-disciplina
           start arqGrade key is >= gra-chave

           if ws-fs-arqGrade = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqGrade next

                   if ws-fs-arqGrade <> 0
                   and ws-fs-arqGrade <> 10 then
                       move 10 to ws-msn-erro-ofsset
                       move ws-fs-arqGrade to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqGrade' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqGrade = 0
                   and gra-turma = ws-turma-ata then
                       if ws-qtd-disc < ws-max-disc then
                           add 1 to ws-qtd-disc
                           move gra-disciplina to ws-disc-codigo(ws-qtd-disc)
                           move 99,99 to ws-disc-menor(ws-qtd-disc)
                       else
                           display 'Grade com mais de ' ws-max-disc
                                   ' disciplinas - ' gra-disciplina ' fora da ata'
                       end-if
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           .
       carrega-grade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime a folha da turma: cabeçalho, grade de alunos por
      *>  disciplina, estatística e comparação com os anos anteriores
      *>------------------------------------------------------------------------
       imprime-ata section.

           perform imprime-cabecalho-ata

           move 0 to ws-qtd-alunos

      *>   alunos ativos da turma, pela chave alternada fd-turma
           move ws-turma-ata to fd-turma
           start arqCadastroAlunos key is = fd-turma

           if ws-fs-arqCadastroAlunos <> 0
           and ws-fs-arqCadastroAlunos <> 23 then
               move 11 to ws-msn-erro-ofsset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos <> 0
                   and ws-fs-arqCadastroAlunos <> 10 then
                       move 12 to ws-msn-erro-ofsset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqCadastroAlunos = 0
                   and fd-turma = ws-turma-ata then
                       if fd-status-matricula = 'A'
                       or fd-status-matricula = space then
                           perform imprime-linha-aluno
                       end-if
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           move all '-' to ata-linha
           write ata-linha

           perform imprime-estatistica

           if ws-tem-historico = 'S' then
               perform apura-anos-anteriores
           end-if

           perform imprime-comparacao

           perform imprime-legenda

           move spaces to ata-linha
           write ata-linha
           move 'Assinaturas do Conselho: ______________________________________________'
             to ata-linha
           write ata-linha
           move spaces to ata-linha
           write ata-linha

           .
       imprime-ata-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  cabeçalho da folha e das colunas da grade
      *>------------------------------------------------------------------------
       imprime-cabecalho-ata section.

           move all '=' to ata-linha
           write ata-linha
           move '            ESCOLA MUNICIPAL PROFESSORA CAMILA DA ROSA HOSTIN'
             to ata-linha
           write ata-linha
           move '                    ATA DO CONSELHO DE CLASSE'
             to ata-linha
           write ata-linha
           move all '=' to ata-linha
           write ata-linha

           move spaces to ata-linha
           string 'Turma: ' delimited by size
                  ws-turma-ata delimited by size
                  ' - ' delimited by size
                  tur-descricao delimited by size
                  '  Ano Letivo: ' delimited by size
                  ws-ano-ata delimited by size
             into ata-linha
           end-string
           write ata-linha

           move spaces to ata-linha
           if ws-periodo = 'F' then
               string 'Professor(a): ' delimited by size
                      tur-professor delimited by size
                      '  Notas: media final' delimited by size
                      '  Emitida em: ' delimited by size
                      ws-data-hora(7:2) delimited by size
                      '/' delimited by size
                      ws-data-hora(5:2) delimited by size
                      '/' delimited by size
                      ws-data-hora(1:4) delimited by size
                 into ata-linha
               end-string
           else
               string 'Professor(a): ' delimited by size
                      tur-professor delimited by size
                      '  Notas: ' delimited by size
                      ws-periodo delimited by size
                      'o bimestre' delimited by size
                      '  Emitida em: ' delimited by size
                      ws-data-hora(7:2) delimited by size
                      '/' delimited by size
                      ws-data-hora(5:2) delimited by size
                      '/' delimited by size
                      ws-data-hora(1:4) delimited by size
                 into ata-linha
               end-string
           end-if
           write ata-linha

           move all '-' to ata-linha
           write ata-linha

      *>   cabeçalho das colunas - o código de cada disciplina da grade
           move spaces to ws-ata-linha
           move 'Codigo' to ws-ata-cod
           move 'Aluno'  to ws-ata-aluno
           move '| '     to ws-ata-sep-faltas
           move 'Flt'    to ws-ata-faltas

           perform varying ws-ind-disc from 1 by 1
                     until ws-ind-disc > ws-qtd-disc
               move '| ' to ws-cel-sep(ws-ind-disc)
               move ws-disc-codigo(ws-ind-disc)
                 to ws-ata-celula(ws-ind-disc)(3:8)
           end-perform

           move ws-ata-linha to ata-linha
           write ata-linha

           move all '-' to ata-linha
           write ata-linha

           .
       imprime-cabecalho-ata-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  linha do aluno corrente em fd-alunos - faltas do ano e, em cada
      *>  disciplina, a nota do período e a sigla da situação
      *>------------------------------------------------------------------------
       imprime-linha-aluno section.

           add 1 to ws-qtd-alunos

           perform conta-faltas-aluno

           move spaces to ws-ata-linha
           move fd-cod-aluno to ws-ata-cod
           move fd-aluno     to ws-ata-aluno
           move '| '         to ws-ata-sep-faltas
           move ws-qtd-faltas to ws-edit-faltas
           move ws-edit-faltas to ws-ata-faltas

           perform varying ws-ind-disc from 1 by 1
                     until ws-ind-disc > ws-qtd-disc
               perform monta-celula-disciplina
           end-perform

           move ws-ata-linha to ata-linha
           write ata-linha

           .
       imprime-linha-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  célula da disciplina ws-ind-disc para o aluno corrente, com a
      *>  soma na estatística da disciplina - disciplina ou bimestre sem
      *>  nota lançada sai com traço e não entra na estatística
      *>------------------------------------------------------------------------
       monta-celula-disciplina section.

           move '| '  to ws-cel-sep(ws-ind-disc)
           move '  - ' to ws-cel-nota(ws-ind-disc)

           if ws-tem-notas-disc = 'S' then

               move fd-cod-aluno to nod-cod-aluno
               move ws-ano-ata to nod-ano-letivo
               move ws-disc-codigo(ws-ind-disc) to nod-disciplina

               read arqNotasDisciplina

               if ws-fs-arqNotasDisciplina <> 0
               and ws-fs-arqNotasDisciplina <> 23 then
                   move 13 to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisciplina to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqNotasDisciplina' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqNotasDisciplina = 0 then

                   evaluate ws-periodo
                       when = '1'
                           move nod-nota1 to ws-nota-celula
                       when = '2'
                           move nod-nota2 to ws-nota-celula
                       when = '3'
                           move nod-nota3 to ws-nota-celula
                       when = '4'
                           move nod-nota4 to ws-nota-celula
                       when other
                           move nod-media to ws-nota-celula
                   end-evaluate

                   perform confere-nota-lancada

                   if ws-nota-lancada = 'S' then

                       perform sigla-situacao

                       move ws-nota-celula to ws-edit-nota
                       move ws-edit-nota to ws-cel-nota(ws-ind-disc)
                       move ws-sigla-situacao to ws-cel-sit(ws-ind-disc)

      *>               estatística da disciplina
                       add 1 to ws-disc-qtd(ws-ind-disc)
                       add ws-nota-celula to ws-disc-soma(ws-ind-disc)

                       if ws-nota-celula > ws-disc-maior(ws-ind-disc) then
                           move ws-nota-celula to ws-disc-maior(ws-ind-disc)
                       end-if

                       if ws-nota-celula < ws-disc-menor(ws-ind-disc) then
                           move ws-nota-celula to ws-disc-menor(ws-ind-disc)
                       end-if

                       evaluate nod-situacao
                           when = 'Recuperacao'
                           when = 'Aprov.Recup'
                               add 1 to ws-disc-qtd-recup(ws-ind-disc)
                           when = 'Reprovado'
                           when = 'Reprov.Falta'
                           when = 'Reprov.Recup'
                               add 1 to ws-disc-qtd-reprov(ws-ind-disc)
                       end-evaluate

                   end-if

               end-if

           end-if

           .
       monta-celula-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere se a nota da célula foi lançada - na média final vale o
      *>  registro de notas; no bimestre, nota zero só conta com o
      *>  bimestre lançado no histórico
      *>------------------------------------------------------------------------
       confere-nota-lancada section.

           move 'S' to ws-nota-lancada

           if ws-periodo <> 'F'
           and ws-nota-celula = 0 then

               move 'N' to ws-nota-lancada

               if ws-tem-historico = 'S' then
                   move nod-cod-aluno  to his-cod-aluno
                   move nod-ano-letivo to his-ano-letivo
                   move nod-disciplina to his-disciplina
                   move ws-periodo     to his-bimestre

                   read arqHistoricoAlunos

                   if ws-fs-arqHistoricoAlunos <> 0
                   and ws-fs-arqHistoricoAlunos <> 23 then
                       move 16 to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqHistoricoAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqHistoricoAlunos = 0 then
                       move 'S' to ws-nota-lancada
                   end-if
               end-if

           end-if

           .
       confere-nota-lancada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  sigla de duas letras da situação em nod-situacao
      *>------------------------------------------------------------------------
       sigla-situacao section.

           evaluate nod-situacao
               when = 'Aprovado'
                   move 'AP' to ws-sigla-situacao
               when = 'Recuperacao'
                   move 'RC' to ws-sigla-situacao
               when = 'Reprovado'
                   move 'RP' to ws-sigla-situacao
               when = 'Reprov.Falta'
                   move 'RF' to ws-sigla-situacao
               when = 'Aprov.Recup'
                   move 'AR' to ws-sigla-situacao
               when = 'Reprov.Recup'
                   move 'RR' to ws-sigla-situacao
               when other
                   move spaces to ws-sigla-situacao
           end-evaluate

           .
       sigla-situacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta em ws-qtd-faltas as faltas do aluno em fd-cod-aluno no ano
      *>  letivo da turma - a suspensão não conta como falta
      *>------------------------------------------------------------------------
       conta-faltas-aluno section.

           move 0 to ws-qtd-faltas

           if ws-tem-frequencia = 'S' then

               move fd-cod-aluno to frq-cod-aluno
               move 0 to frq-data
               move ws-ano-ata to frq-data(1:4)

               start arqFrequencia key is >= frq-chave

               if ws-fs-arqFrequencia = 0 then

                   move 'N' to ws-fim-frequencia

                   perform until ws-fim-frequencia = 'S'

                       read arqFrequencia next

                       if ws-fs-arqFrequencia <> 0
                       and ws-fs-arqFrequencia <> 10 then
                           move 14 to ws-msn-erro-ofsset
                           move ws-fs-arqFrequencia to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqFrequencia' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqFrequencia = 0
                       and frq-cod-aluno = fd-cod-aluno
                       and frq-data(1:4) = ws-ano-ata then
                           if frq-presenca = 'F' then
                               add 1 to ws-qtd-faltas
                           end-if
                       else
                           move 'S' to ws-fim-frequencia
                       end-if

                   end-perform

               end-if

           end-if

           .
       conta-faltas-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  estatística por disciplina - média da turma, maior e menor nota
      *>  e percentual de alunos em recuperação e reprovados
      *>------------------------------------------------------------------------
       imprime-estatistica section.

           move spaces to ata-linha
           write ata-linha
           move 'Estatistica por Disciplina' to ata-linha
           write ata-linha
           move 'Discip | Media | Maior | Menor | Alunos | %Recup | %Reprov'
             to ata-linha
           write ata-linha

           perform varying ws-ind-disc from 1 by 1
                     until ws-ind-disc > ws-qtd-disc

               move ws-disc-codigo(ws-ind-disc) to ws-est-disciplina
               move ws-disc-qtd(ws-ind-disc) to ws-est-alunos

               if ws-disc-qtd(ws-ind-disc) = 0 then
                   move '  - ' to ws-est-media
                   move '  - ' to ws-est-maior
                   move '  - ' to ws-est-menor
                   move '   - ' to ws-est-perc-rec
                   move '   - ' to ws-est-perc-rep
               else
                   compute ws-media-calculo rounded =
                           ws-disc-soma(ws-ind-disc) / ws-disc-qtd(ws-ind-disc)
                   move ws-media-calculo to ws-edit-media
                   move ws-edit-media to ws-est-media

                   move ws-disc-maior(ws-ind-disc) to ws-edit-maior
                   move ws-edit-maior to ws-est-maior
                   move ws-disc-menor(ws-ind-disc) to ws-edit-menor
                   move ws-edit-menor to ws-est-menor

                   compute ws-perc-calculo rounded =
                          (ws-disc-qtd-recup(ws-ind-disc) * 100)
                          / ws-disc-qtd(ws-ind-disc)
                   move ws-perc-calculo to ws-edit-perc-rec
                   move ws-edit-perc-rec to ws-est-perc-rec

                   compute ws-perc-calculo rounded =
                          (ws-disc-qtd-reprov(ws-ind-disc) * 100)
                          / ws-disc-qtd(ws-ind-disc)
                   move ws-perc-calculo to ws-edit-perc-rep
                   move ws-edit-perc-rep to ws-est-perc-rep
               end-if

               move ws-est-linha to ata-linha
               write ata-linha

           end-perform

           .
       imprime-estatistica-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  acumula do histórico escolar as notas da mesma série nos 5 anos
      *>  letivos anteriores, por disciplina da grade - o mesmo bimestre
      *>  da ata, ou a média da disciplina (registro do 4o bimestre) na
      *>  ata de média final
      *>------------------------------------------------------------------------
       apura-anos-anteriores section.

           compute ws-ano-inicial = ws-ano-ata - 5

           if ws-periodo = 'F' then
               move 4 to ws-bim-historico
           else
               move ws-periodo to ws-bim-historico
           end-if

      *>   o histórico é lido inteiro - a chave começa pelo aluno, e os
      *>   alunos das turmas antigas não são os da turma atual
           move 0 to his-cod-aluno
           move 0 to his-ano-letivo
           move spaces to his-disciplina
           move 0 to his-bimestre

           start arqHistoricoAlunos key is >= his-chave

           if ws-fs-arqHistoricoAlunos = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqHistoricoAlunos next

                   evaluate ws-fs-arqHistoricoAlunos
                       when = 0
                           if his-ano-letivo < ws-ano-ata
                           and his-ano-letivo >= ws-ano-inicial
                           and his-bimestre = ws-bim-historico
                           and his-turma(1:ws-tam-serie) = ws-serie(1:ws-tam-serie) then
                               perform acumula-ano-anterior
                           end-if
                       when = 10
                           move 'S' to ws-fim-arquivo
                       when other
                           move 15 to ws-msn-erro-ofsset
                           move ws-fs-arqHistoricoAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqHistoricoAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform

           end-if

           .
       apura-anos-anteriores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  soma o registro corrente do histórico na disciplina e no ano
      *>  correspondentes da tabela
      *>------------------------------------------------------------------------
       acumula-ano-anterior section.

           move 'N' to ws-disc-achada

           perform varying ws-ind-disc from 1 by 1
                     until ws-ind-disc > ws-qtd-disc
                        or ws-disc-achada = 'S'
               if ws-disc-codigo(ws-ind-disc) = his-disciplina then
                   move 'S' to ws-disc-achada
               end-if
           end-perform

           if ws-disc-achada = 'S' then

      *>       o varying passou um além da disciplina achada
               subtract 1 from ws-ind-disc

               compute ws-ind-ano = ws-ano-ata - his-ano-letivo

               add 1 to ws-ant-qtd(ws-ind-disc, ws-ind-ano)

               if ws-periodo = 'F' then
                   add his-media to ws-ant-soma(ws-ind-disc, ws-ind-ano)
               else
                   add his-nota to ws-ant-soma(ws-ind-disc, ws-ind-ano)
               end-if

           end-if

           .
       acumula-ano-anterior-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  comparação da média da turma com a da mesma série nos anos
      *>  anteriores, e a diferença para o ano anterior mais recente
      *>------------------------------------------------------------------------
       imprime-comparacao section.

           move spaces to ata-linha
           write ata-linha

           move spaces to ata-linha
           string 'Comparacao com a serie ' delimited by size
                  ws-serie delimited by '  '
                  ' nos anos anteriores (media da turma x media da serie)'
                  delimited by size
             into ata-linha
           end-string
           write ata-linha

           if ws-tem-historico = 'N' then
               move 'Sem historico escolar - comparacao nao disponivel' to ata-linha
               write ata-linha
           else

      *>       cabeçalho com os anos, do mais recente ao mais antigo
               move spaces to ws-cmp-linha
               move ' | ' to ws-cmp-sep-atual
               move ' | ' to ws-cmp-sep-dif
               move 'Discip' to ws-cmp-disciplina
               move 'Turma' to ws-cmp-atual
               perform varying ws-ind-ano from 1 by 1 until ws-ind-ano > 5
                   move ' | ' to ws-cmp-sep(ws-ind-ano)
                   compute ws-ano-inicial = ws-ano-ata - ws-ind-ano
                   move ws-ano-inicial to ws-cmp-media(ws-ind-ano)
               end-perform
               move 'Dif.' to ws-cmp-dif
               move ws-cmp-linha to ata-linha
               write ata-linha

               perform varying ws-ind-disc from 1 by 1
                         until ws-ind-disc > ws-qtd-disc
                   perform imprime-linha-comparacao
               end-perform

               move '(Dif. = media da turma menos a da serie no ano anterior mais recente)'
                 to ata-linha
               write ata-linha
           end-if

           .
       imprime-comparacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  linha da comparação da disciplina ws-ind-disc
      *>------------------------------------------------------------------------
       imprime-linha-comparacao section.

           move spaces to ws-cmp-linha
           move ' | ' to ws-cmp-sep-atual
           move ' | ' to ws-cmp-sep-dif
           move ws-disc-codigo(ws-ind-disc) to ws-cmp-disciplina

           move 0 to ws-media-calculo
           if ws-disc-qtd(ws-ind-disc) = 0 then
               move '  - ' to ws-cmp-atual
           else
               compute ws-media-calculo rounded =
                       ws-disc-soma(ws-ind-disc) / ws-disc-qtd(ws-ind-disc)
               move ws-media-calculo to ws-edit-media
               move ws-edit-media to ws-cmp-atual
           end-if

           move 'N' to ws-tem-anterior

           perform varying ws-ind-ano from 1 by 1 until ws-ind-ano > 5

               move ' | ' to ws-cmp-sep(ws-ind-ano)

               if ws-ant-qtd(ws-ind-disc, ws-ind-ano) = 0 then
                   move '  - ' to ws-cmp-media(ws-ind-ano)
               else
                   compute ws-media-anterior rounded =
                           ws-ant-soma(ws-ind-disc, ws-ind-ano)
                         / ws-ant-qtd(ws-ind-disc, ws-ind-ano)
                   move ws-media-anterior to ws-edit-media
                   move ws-edit-media to ws-cmp-media(ws-ind-ano)

      *>           diferença contra o ano anterior mais recente com nota
                   if ws-tem-anterior = 'N'
                   and ws-disc-qtd(ws-ind-disc) > 0 then
                       move 'S' to ws-tem-anterior
                       compute ws-dif-media = ws-media-calculo - ws-media-anterior
                       move ws-dif-media to ws-edit-dif
                       move ws-edit-dif to ws-cmp-dif
                   end-if
               end-if

           end-perform

           if ws-tem-anterior = 'N' then
               move '   - ' to ws-cmp-dif
           end-if

           move ws-cmp-linha to ata-linha
           write ata-linha

           .
       imprime-linha-comparacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  legenda das disciplinas e das siglas de situação
      *>------------------------------------------------------------------------
       imprime-legenda section.

           move spaces to ata-linha
           write ata-linha
           move 'Legenda das disciplinas:' to ata-linha
           write ata-linha

           perform varying ws-ind-disc from 1 by 1
                     until ws-ind-disc > ws-qtd-disc

               move spaces to dis-descricao

               if ws-tem-disciplinas = 'S' then
                   move ws-disc-codigo(ws-ind-disc) to dis-codigo
                   read arqDisciplinas
                   if ws-fs-arqDisciplinas <> 0 then
                       move spaces to dis-descricao
                   end-if
               end-if

               move spaces to ata-linha
               string '  ' delimited by size
                      ws-disc-codigo(ws-ind-disc) delimited by size
                      ' - ' delimited by size
                      dis-descricao delimited by size
                 into ata-linha
               end-string
               write ata-linha

           end-perform

           move 'Situacao: AP Aprovado  RC Recuperacao  RP Reprovado  RF Reprov.Falta  AR Aprov.Recup  RR Reprov.Recup'
             to ata-linha
           write ata-linha
           move 'Flt: faltas do aluno no ano letivo (dias de suspensao nao contam)'
             to ata-linha
           write ata-linha

           .
       imprime-legenda-exit.
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
           close arqAtaConselho
           close arqTurmas
           close arqGrade

           if ws-tem-notas-disc = 'S' then
               close arqNotasDisciplina
           end-if

           if ws-tem-disciplinas = 'S' then
               close arqDisciplinas
           end-if

           if ws-tem-frequencia = 'S' then
               close arqFrequencia
           end-if

           if ws-tem-historico = 'S' then
               close arqHistoricoAlunos
           end-if

           stop run
           .

       finaliza-exit.
           exit.

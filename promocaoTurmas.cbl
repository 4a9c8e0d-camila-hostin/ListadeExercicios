           record key is tur-codigo
           file status is ws-fs-arqTurmas.

           select arqRematricula assign to "arqRematricula.txt"
           organization is indexed
           access mode is dynamic
           record key is rmt-chave
           alternate record key is rmt-turma-origem with duplicates
           alternate record key is rmt-turma-destino with duplicates
           file status is ws-fs-arqRematricula.

           select arqRelatorioPromocao assign to "relatorioPromocao.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioPromocao.

           select arqLogAlunos assign to "arqLogAlunos.txt"
           organization is line sequential
           access mode is sequential

           copy "fdTurmas.cpy".

      *>  registro da campanha de rematrícula
       fd arqRematricula.

           copy "fdRematricula.cpy".

      *>  alunos da turma de origem que ficaram fora da promoção
       fd arqRelatorioPromocao.

       01 rpr-linha                                 pic  x(80).

       01 rpr-detalhe.
           05 rpr-cod                               pic  zzzzz9.
           05 filler                                pic  x(03) value ' | '.
           05 rpr-aluno                             pic  x(25).
           05 filler                                pic  x(03) value ' | '.
           05 rpr-situacao                          pic  x(26).

      *>  registro do log de auditoria do cadastro
       fd arqLogAlunos.

           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.
      *>  cópia de segurança do cadastro - mesma imagem de fd-alunos
       fd arqBackupAlunos.

       01 bkp-registro                             pic  x(212).

      *>  catálogo das gerações de cópia de segurança - uma linha por
      *>  geração, com a data/hora da gravação (aaaammddhhmmss)
       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqTurmas                           pic  9(02).
       77 ws-fs-arqLogAlunos                        pic  9(02).
       77 ws-fs-arqRematricula                      pic  9(02).
       77 ws-fs-arqRelatorioPromocao                pic  9(02).
       77 ws-fs-arqBackupAlunos                     pic  9(02).
       77 ws-fs-arqControleBackup                   pic  9(02).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-qtd-total-destino                      pic  9(05).
       77 ws-qtd-promovidos                         pic  9(05) value 0.

      *>  variáveis da campanha de rematrícula - com a campanha aberta
      *>  para a turma de origem no ano letivo da turma de destino, só
      *>  a rematrícula confirmada para o destino é promovida
       77 ws-tem-rematricula                        pic  x(01) value 'N'.
       77 ws-campanha-turma                         pic  x(01) value 'N'.
       77 ws-ano-promocao                           pic  9(04) value 0.
       77 ws-promove-aluno                          pic  x(01).
       77 ws-situacao-rematricula                   pic  x(26).
       77 ws-qtd-pendentes                          pic  9(05).
       77 ws-qtd-desistentes                        pic  9(05).
       77 ws-qtd-outro-destino                      pic  9(05).
       77 ws-qtd-nao-promovidos                     pic  9(05) value 0.
       77 ws-fim-campanha                           pic  x(01).

      *>  variáveis do log de auditoria do cadastro
       77 ws-data-hora                             pic  x(21).
       77 ws-log-operacao                          pic  x(10).
      *>alterar aluno por aluno. As duas turmas são validadas contra o
      *>mestre de turmas, a capacidade de vagas da turma de destino é
      *>conferida antes, e cada aluno transferido é registrado no
      *>arqLogAlunos.txt. Com a campanha de rematrícula aberta para a
      *>turma, só os alunos com a rematrícula confirmada são promovidos,
      *>e os pendentes e desistentes saem no relatorioPromocao.txt.
      *>-----------------------------------------------------------------<*

           perform inicializa.
                       end-if
               end-if

      *>  abre a campanha de rematrícula - sem ela todos os alunos
      *>  ativos da turma são promovidos, como antes
           open input arqRematricula

               if ws-fs-arqRematricula = 00 then
                   move 'S' to ws-tem-rematricula
               else
                   if ws-fs-arqRematricula <> 35 then
                       move 12 to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqRematricula " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           .
       inicializa-exit.
           exit.
               display 'Turma de origem e destino sao a mesma - nada a fazer'
           else

               perform verifica-campanha
               perform conta-turmas

               display ' '
               if ws-campanha-turma = 'S' then
                   display 'Campanha de rematricula ' ws-ano-promocao
                           ' - so os confirmados sao promovidos'
                   display 'Rematriculas confirmadas para ' ws-turma-destino
                           ': ' ws-qtd-origem
                   display 'Pendentes: ' ws-qtd-pendentes
                           '  Desistentes: ' ws-qtd-desistentes
                           '  Confirmados para outra turma: '
                           ws-qtd-outro-destino
               else
                   display 'Turma sem campanha de rematricula - todos os'
                           ' alunos ativos sao promovidos'
                   display 'Alunos na turma de origem ' ws-turma-origem
                           ': ' ws-qtd-origem
               end-if
               display 'Alunos na turma de destino ' ws-turma-destino
                       ': ' ws-qtd-destino


               evaluate true
                   when ws-qtd-origem = 0
                       display 'Nenhum aluno a promover na turma de origem'
                   when ws-capacidade-destino > 0
                   and  ws-qtd-total-destino > ws-capacidade-destino
                       display 'Capacidade da turma de destino ('
                           perform promove-alunos
                           display ' '
                           display 'Alunos promovidos: ' ws-qtd-promovidos
                           if ws-campanha-turma = 'S' then
                               display 'Alunos nao promovidos: '
                                       ws-qtd-nao-promovidos
                                       ' - ver relatorioPromocao.txt'
                           end-if
                       else
                           display 'Promocao cancelada'
                       end-if
               evaluate ws-fs-arqTurmas
                   when = 0
                       move tur-capacidade to ws-capacidade-destino
                       move tur-ano-letivo to ws-ano-promocao
                       move 'S' to ws-destino-valido
                   when = 23
                       display 'Turma de destino nao cadastrada no mestre de turmas'

           move 0 to ws-qtd-origem
           move 0 to ws-qtd-destino
           move 0 to ws-qtd-pendentes
           move 0 to ws-qtd-desistentes
           move 0 to ws-qtd-outro-destino
           move 'N' to ws-fim-arquivo

           read arqCadastroAlunos
               if fd-status-matricula = 'A'
               or fd-status-matricula = space then
                   if fd-turma = ws-turma-origem then
                       perform apura-rematricula-aluno
                       if ws-promove-aluno = 'S' then
                           add 1 to ws-qtd-origem
                       end-if
                   end-if
                   if fd-turma = ws-turma-destino then
                       add 1 to ws-qtd-destino
      *>------------------------------------------------------------------------
       promove-alunos section.

           if ws-campanha-turma = 'S' then
               perform abre-relatorio-promocao
           end-if

           move 'N' to ws-fim-arquivo

           read arqCadastroAlunos
               if fd-turma = ws-turma-origem
               and (fd-status-matricula = 'A'
                or  fd-status-matricula = space) then
      *>           com a campanha, só a rematrícula confirmada para o
      *>           destino é promovida - as demais vão para o relatório
                   perform apura-rematricula-aluno
                   if ws-promove-aluno = 'S' then
                       perform promove-aluno
                   else
                       perform grava-linha-nao-promovido
                   end-if
               end-if

               read arqCadastroAlunos

           end-perform

           if ws-campanha-turma = 'S' then
               perform fecha-relatorio-promocao
           end-if

           .
       promove-alunos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere se há campanha de rematrícula da turma de origem no ano
      *>  letivo da turma de destino - resultado em ws-campanha-turma
      *>------------------------------------------------------------------------
       verifica-campanha section.

           move 'N' to ws-campanha-turma

           if ws-tem-rematricula = 'S'
           and ws-ano-promocao > 0 then

               move ws-turma-origem to rmt-turma-origem
               start arqRematricula key is = rmt-turma-origem

               if ws-fs-arqRematricula = 0 then

                   move 'N' to ws-fim-campanha

                   perform until ws-fim-campanha = 'S'

                       read arqRematricula next

                       if ws-fs-arqRematricula = 0
                       and rmt-turma-origem = ws-turma-origem then
                           if rmt-ano-letivo = ws-ano-promocao then
                               move 'S' to ws-campanha-turma
                               move 'S' to ws-fim-campanha
                           end-if
                       else
                           move 'S' to ws-fim-campanha
                       end-if

                   end-perform

               end-if

           end-if

           .
       verifica-campanha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  decide se o aluno corrente em fd-alunos é promovido - sem a
      *>  campanha da turma todos são; com ela só a rematrícula
      *>  confirmada para a turma de destino, e o aluno que ficou fora
      *>  da campanha conta como pendente
      *>------------------------------------------------------------------------
       apura-rematricula-aluno section.

           move 'S' to ws-promove-aluno
           move spaces to ws-situacao-rematricula

           if ws-campanha-turma = 'S' then

               move ws-ano-promocao to rmt-ano-letivo
               move fd-cod-aluno to rmt-cod-aluno
               read arqRematricula

               evaluate true
                   when ws-fs-arqRematricula = 23
                       move 'N' to ws-promove-aluno
                       move 'Pendente - fora da campanha' to ws-situacao-rematricula
                       add 1 to ws-qtd-pendentes
                   when ws-fs-arqRematricula <> 0
                       move 13 to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqRematricula' to ws-msn-erro-text
                       perform finaliza-anormal
                   when rmt-situacao = 'C'
                   and  rmt-turma-destino = ws-turma-destino
                       continue
                   when rmt-situacao = 'C'
                       move 'N' to ws-promove-aluno
                       string 'Confirmada para ' delimited by size
                              rmt-turma-destino delimited by size
                         into ws-situacao-rematricula
                       end-string
                       add 1 to ws-qtd-outro-destino
                   when rmt-situacao = 'D'
                       move 'N' to ws-promove-aluno
                       move 'Desistente' to ws-situacao-rematricula
                       add 1 to ws-qtd-desistentes
                   when other
                       move 'N' to ws-promove-aluno
                       move 'Pendente' to ws-situacao-rematricula
                       add 1 to ws-qtd-pendentes
               end-evaluate

           end-if

           .
       apura-rematricula-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  abre o relatório dos alunos não promovidos e grava o cabeçalho
      *>------------------------------------------------------------------------
       abre-relatorio-promocao section.

           open output arqRelatorioPromocao

           if ws-fs-arqRelatorioPromocao <> 00 then
               move 14 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioPromocao to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioPromocao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move '------- Alunos nao Promovidos - Rematricula Pendente -------'
             to rpr-linha
           write rpr-linha
           move spaces to rpr-linha
           string 'Turma de origem: ' delimited by size
                  ws-turma-origem delimited by size
                  '  Destino: ' delimited by size
                  ws-turma-destino delimited by size
                  '  Ano letivo: ' delimited by size
                  ws-ano-promocao delimited by size
             into rpr-linha
           end-string
           write rpr-linha
           move spaces to rpr-linha
           write rpr-linha
           move 'Codigo | Aluno                     | Situacao da rematricula'
             to rpr-linha
           write rpr-linha
           move all '-' to rpr-linha
           write rpr-linha

           move 0 to ws-qtd-pendentes
           move 0 to ws-qtd-desistentes
           move 0 to ws-qtd-outro-destino

           .
       abre-relatorio-promocao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no relatório a linha do aluno corrente não promovido
      *>------------------------------------------------------------------------
       grava-linha-nao-promovido section.

           move fd-cod-aluno to rpr-cod
           move fd-aluno to rpr-aluno
           move ws-situacao-rematricula to rpr-situacao

           write rpr-detalhe

           add 1 to ws-qtd-nao-promovidos

           .
       grava-linha-nao-promovido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava os totais do relatório dos não promovidos e fecha
      *>------------------------------------------------------------------------
       fecha-relatorio-promocao section.

           move all '-' to rpr-linha
           write rpr-linha

           move spaces to rpr-linha
           string 'Pendentes: ' delimited by size
                  ws-qtd-pendentes delimited by size
                  '  Desistentes: ' delimited by size
                  ws-qtd-desistentes delimited by size
                  '  Confirmados para outra turma: ' delimited by size
                  ws-qtd-outro-destino delimited by size
             into rpr-linha
           end-string
           write rpr-linha

           close arqRelatorioPromocao

           .
       fecha-relatorio-promocao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  transfere o aluno corrente em fd-alunos para a turma de destino
      *>------------------------------------------------------------------------
       promove-aluno section.
           close arqTurmas
           close arqLogAlunos

           if ws-tem-rematricula = 'S' then
               close arqRematricula
           end-if

           stop run
           .


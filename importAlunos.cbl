           record key is tur-codigo
           file status is ws-fs-arqTurmas.

           select arqRematricula assign to "arqRematricula.txt"
           organization is indexed
           access mode is dynamic
           record key is rmt-chave
           alternate record key is rmt-turma-origem with duplicates
           alternate record key is rmt-turma-destino with duplicates
           file status is ws-fs-arqRematricula.

           select arqCalendario assign to "arqCalendario.txt"
           organization is indexed
           access mode is dynamic
       fd arqImportAlunos.

       01 imp-registro-aluno.
           05 imp-cod-aluno                        pic  9(06).
           05 imp-aluno                             pic  x(25).
           05 imp-endereco                          pic  x(35).
           05 imp-mae                               pic  x(25).
           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.

           copy "fdTurmas.cpy".

      *>  registro da campanha de rematrícula
       fd arqRematricula.

           copy "fdRematricula.cpy".

      *>  registro do calendário escolar de dias letivos
       fd arqCalendario.

       fd arqControleImport.

       01 cti-registro.
           05 cti-ultimo-cod                        pic  x(06).

      *>  registros rejeitados pela carga - o registro original nas
      *>  primeiras posições, reaproveitável como entrada depois de
       fd arqRejeitadosImport.

       01 rej-linha.
           05 rej-registro                          pic  x(157).
           05 filler                                pic  x(03) value ' | '.
           05 rej-motivo                            pic  x(35).

      *>  cópia de segurança do cadastro - mesma imagem de fd-alunos
       fd arqBackupAlunos.

       01 bkp-registro                             pic  x(212).

      *>  catálogo das gerações de cópia de segurança - uma linha por
      *>  geração, com a data/hora da gravação (aaaammddhhmmss)
       77 ws-fs-arqHistoricoAlunos                  pic  9(02).
       77 ws-fs-arqFrequencia                       pic  9(02).
       77 ws-fs-arqTurmas                           pic  9(02).
       77 ws-fs-arqRematricula                      pic  9(02).
       77 ws-fs-arqCalendario                       pic  9(02).
       77 ws-fs-arqControleImport                   pic  9(02).
       77 ws-fs-arqRejeitadosImport                 pic  9(02).
       77 ws-turma-import                           pic  x(10).
       77 ws-fim-ocupacao                           pic  x(01).

      *>  a rematrícula confirmada para o ano letivo da turma reserva a
      *>  vaga dela até a promoção - sem a campanha, só os ativos contam
       77 ws-tem-rematricula                        pic  x(01) value 'N'.
       77 ws-fim-reservas                           pic  x(01).

      *>  variáveis da cópia de segurança com gerações - as 5 últimas
      *>  gerações são mantidas, a mais antiga é sobrescrita; a geração
      *>  só é gerada quando a carga tem algo a gravar no cadastro

      *>  variáveis do reinício de carga e da rejeição de registros
       77 ws-retomada                               pic  x(01) value 'N'.
       77 ws-ultimo-cod                             pic  x(06).
       77 ws-cod-controle                           pic  x(06).
       77 ws-achou-retomada                         pic  x(01).
       77 ws-registro-valido                        pic  x(01).
       77 ws-motivo-rejeicao                        pic  x(35).
                   end-if
               end-if

      *>  abre a campanha de rematrícula - opcional
           open input arqRematricula

               if ws-fs-arqRematricula = 00 then
                   move 'S' to ws-tem-rematricula
               else
                   if ws-fs-arqRematricula <> 35 then
                       move 26 to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqRematricula " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o calendário escolar - sem ele as faltas são apuradas
      *>  sobre os lançamentos, como antes
           open input arqCalendario
                   end-read

                   if ws-fs-arqControleImport = 0
                   and cti-ultimo-cod <> '000000'
                   and cti-ultimo-cod <> spaces then
                       move cti-ultimo-cod to ws-ultimo-cod
                       move 'S' to ws-retomada
           end-perform

      *>   carga terminou inteira - limpa o ponto de controle
           move '000000' to ws-cod-controle
           perform regrava-controle-import

           display ' '

               if ws-fim-arquivo = 'N' then
                   add 1 to ws-qtd-pulados
                   if imp-registro-aluno(1:6) = ws-ultimo-cod then
                       move 'S' to ws-achou-retomada
                   end-if
               end-if
      *>------------------------------------------------------------------------
       grava-controle-import section.

           move imp-registro-aluno(1:6) to ws-cod-controle
           perform regrava-controle-import

           .

                   end-if

                   if ws-tem-rematricula = 'S' then
                       perform conta-reservas-import
                   end-if

                   if ws-qtd-ocupados >= tur-capacidade then
                       move 'N' to ws-vaga-ok
                   end-if
       confere-capacidade-import-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  soma em ws-qtd-ocupados as rematrículas confirmadas para a
      *>  turma importada no ano letivo dela - o aluno já promovido para
      *>  a turma conta como ativo dela, e o que saiu da escola depois
      *>  de confirmar não segura mais a vaga
      *>------------------------------------------------------------------------
       conta-reservas-import section.

           move ws-turma-import to rmt-turma-destino
           start arqRematricula key is = rmt-turma-destino

           if ws-fs-arqRematricula = 0 then

               move 'N' to ws-fim-reservas

               perform until ws-fim-reservas = 'S'

                   read arqRematricula next

                   if ws-fs-arqRematricula = 0
                   and rmt-turma-destino = ws-turma-import then
                       if rmt-ano-letivo = tur-ano-letivo
                       and rmt-situacao = 'C' then
                           move rmt-cod-aluno to fd-cod-aluno
                           read arqCadastroAlunos
                           if ws-fs-arqCadastroAlunos = 0
                           and fd-turma <> ws-turma-import
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
       conta-reservas-import-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no log de auditoria uma linha de inclusão por importação
      *>------------------------------------------------------------------------
       grava-log section.
               close arqTurmas
           end-if

           if ws-tem-rematricula = 'S' then
               close arqRematricula
           end-if

           if ws-tem-calendario = 'S' then
               close arqCalendario
           end-if

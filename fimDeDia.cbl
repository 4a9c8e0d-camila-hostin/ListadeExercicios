           access mode is sequential
           file status is ws-fs-arqResumoFimDia.

           select arqResponsaveis assign to "arqResponsaveis.txt"
           organization is indexed
           access mode is dynamic
           record key is resp-cod-aluno
           file status is ws-fs-arqResponsaveis.

           select arqNotasDisciplina assign to "arqNotasDisciplina.txt"
           organization is indexed
           access mode is dynamic
           record key is nod-chave
           file status is ws-fs-arqNotasDisciplina.

           select arqHistoricoAlunos assign to "arqHistoricoAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is his-chave
           file status is ws-fs-arqHistoricoAlunos.

           select arqMensalidades assign to "arqMensalidades.txt"
           organization is indexed
           access mode is dynamic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqAvisosEnviados assign to "arqAvisosEnviados.txt"
           organization is indexed
           access mode is dynamic
           record key is ave-chave
           file status is ws-fs-arqAvisosEnviados.

           select arqAvisosResponsaveis assign to "avisosResponsaveis.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAvisosResponsaveis.

           select arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           05 filler                                pic  x(01) value space.
           05 log-hora                              pic  x(08).
           05 filler                                pic  x(01) value space.
           05 log-cod                               pic  9(06).
           05 filler                                pic  x(01) value space.
           05 log-operacao                          pic  x(10).
           05 filler                                pic  x(01) value space.
           05 filler                                pic  x(01) value space.
           05 env-movimento                         pic  x(01).
           05 filler                                pic  x(01) value space.
           05 env-cod                               pic  9(06).

       fd arqRelatorioAlunos.

       01 rel-linha                                pic  x(80).

       01 rel-detalhe.
           05 rel-cod                               pic  zzzzz9.
           05 filler                                pic  x(03) value ' | '.
           05 rel-nome                               pic  x(25).
           05 filler                                pic  x(03) value ' | '.
      *>  cópia de segurança do cadastro - mesma imagem de fd-alunos
       fd arqBackupAlunos.

       01 bkp-registro                             pic  x(212).

      *>  catálogo das gerações de cópia de segurança - uma linha por
      *>  geração, com a data/hora da gravação (aaaammddhhmmss)

       01 res-linha                                pic  x(80).

      *>  registro do responsável financeiro
       fd arqResponsaveis.

           copy "fdResponsavel.cpy".

      *>  registro de notas por disciplina
       fd arqNotasDisciplina.

           copy "fdNotasDisc.cpy".

      *>  registro do histórico escolar por bimestre
       fd arqHistoricoAlunos.

           copy "fdHistorico.cpy".

      *>  registro de mensalidades
       fd arqMensalidades.

           copy "fdMensalidades.cpy".

      *>  controle dos avisos já gerados aos responsáveis
       fd arqAvisosEnviados.

           copy "fdAvisosEnviados.cpy".

      *>  avisos do dia para o gateway de SMS/e-mail - um aviso por linha
       fd arqAvisosResponsaveis.

       01 avi-registro.
           05 avi-data-movimento                    pic  x(08).
           05 filler                                pic  x(01) value space.
           05 avi-cod-aluno                         pic  9(06).
           05 filler                                pic  x(01) value space.
           05 avi-tipo                              pic  x(01).
           05 filler                                pic  x(01) value space.
           05 avi-telefone                          pic  x(15).
           05 filler                                pic  x(01) value space.
           05 avi-destinatario                      pic  x(25).
           05 filler                                pic  x(01) value space.
           05 avi-mensagem                          pic  x(140).

      *>  registro do cadastro de operadores
       fd arqOperadores.

       77 ws-fs-arqControleFimDia                   pic  9(02).
       77 ws-fs-arqResumoFimDia                     pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).
       77 ws-fs-arqResponsaveis                     pic  9(02).
       77 ws-fs-arqNotasDisciplina                  pic  9(02).
       77 ws-fs-arqHistoricoAlunos                  pic  9(02).
       77 ws-fs-arqMensalidades                     pic  9(02).
       77 ws-fs-arqAvisosEnviados                   pic  9(02).
       77 ws-fs-arqAvisosResponsaveis               pic  9(02).

       77 ws-fim-arquivo                            pic  x(01).

       77 ws-passo-corrente                         pic  9(01) value 0.
       01 ws-tab-passos.
           05 ws-passo-status                       pic  x(10)
                                                    occurs 5 times.
       77 ws-em-finalizacao                         pic  x(01) value 'N'.

      *>  data de movimento da rotina (aaaammdd) e a última processada
       77 ws-tem-calendario                         pic  x(01) value 'N'.
       77 ws-fim-calendario                         pic  x(01).
       77 ws-qtd-dias-letivos                       pic  9(05).
       77 ws-data-referencia                        pic  x(08).

      *>  variáveis do passo 2 - exportação incremental, as mesmas do
      *>  exportAlunos: um movimento por código a partir do log
       01 ws-tab-movimentos.
           05 ws-movimento                          pic  x(01)
                                                    occurs 999999 times.
       77 ws-ind-mov                                pic  9(07).
       77 ws-cod-movimento                          pic  9(06).
       77 ws-cutoff                                 pic  x(14).
       77 ws-geracao-atual                          pic  x(14).
       77 ws-log-datahora                           pic  x(14).
       77 ws-menor-datahora                         pic  x(14).
       77 ws-qtd-copiados                           pic  9(05) value 0.

      *>  variáveis do passo 5 - avisos aos responsáveis; os limites
      *>  que disparam os avisos
       77 ws-faltas-seguidas-aviso                  pic  9(02) value 3.
       77 ws-perc-aviso-faltas                      pic  9(03)v99 value 20,00.
       77 ws-nota-media-aviso                       pic  9(02)v99 value 7,00.

      *>  arquivos opcionais do passo 5 - sem eles o aviso
      *>  correspondente não é apurado
       77 ws-tem-responsaveis                       pic  x(01) value 'N'.
       77 ws-tem-notas-disc                         pic  x(01) value 'N'.
       77 ws-tem-historico                          pic  x(01) value 'N'.
       77 ws-tem-mensalidades                       pic  x(01) value 'N'.

       77 ws-data-mov-num                           pic  9(08).
       77 ws-ultima-mov-num                         pic  9(08).
       77 ws-aviso-tipo                             pic  x(01).
       77 ws-aviso-referencia                       pic  x(12).
       77 ws-aviso-mensagem                         pic  x(140).
       77 ws-aviso-telefone                         pic  x(15).
       77 ws-aviso-destinatario                     pic  x(25).
       77 ws-aviso-data                             pic  x(10).
       77 ws-aviso-data-aux                         pic  x(08).
       77 ws-qtd-avisos                             pic  9(05) value 0.
       77 ws-qtd-avisos-ja-enviados                 pic  9(05) value 0.
       77 ws-qtd-avisos-sem-telefone                pic  9(05) value 0.
       77 ws-faltas-seguidas                        pic  9(03).
       77 ws-inicio-faltas                          pic  9(08).
       77 ws-edit-faltas                            pic  zz9.
       77 ws-edit-perc-aviso                        pic  zz9,99.
       77 ws-edit-nota-aviso                        pic  z9,99.
       77 ws-edit-media-aviso                       pic  z9,99.
       77 ws-fim-notas                              pic  x(01).
       77 ws-fim-mensalidades                       pic  x(01).
       77 ws-ind-bim                                pic  9(01).
       77 ws-nota-lancada                           pic  x(01).
       01 ws-tab-notas-aviso.
           05 ws-nota-aviso                         pic  9(02)v99
                                                    occurs 4 times.

      *>  variáveis da identificação do operador - a rotina grava a
      *>  exportação e a cópia de segurança, então exige ao menos o
      *>  perfil de lançamento; sem o cadastro o acesso é liberado
      *>----------------- apresentação do problema ----------------------<*
      *>  Rotina de fim de dia: executa na ordem fixa a verificação do
      *>cadastro (somente relatório), a exportação incremental para a
      *>secretaria, o relatório de alunos, a geração de cópia de
      *>segurança e o arquivo de avisos aos responsáveis para o gateway
      *>de SMS/e-mail - acabou a cadeia rodada na mão, na ordem que
      *>alguém lembra. A data de movimento é conferida contra o
      *>controleFimDia.txt e a rotina recusa rodar duas vezes a mesma
      *>data; se um passo cair em erro a cadeia é interrompida e os
      *>passos seguintes ficam como NAO RODOU. O resumo com o status e
           perform identifica-operador

      *>  nenhum passo rodou ainda
           perform varying ws-ind-ger from 1 by 1 until ws-ind-ger > 5
               move 'NAO RODOU' to ws-passo-status(ws-ind-ger)
           end-perform

           perform passo-exportacao
           perform passo-relatorio
           perform passo-backup
           perform passo-avisos

      *>   a data de movimento só é gravada com a cadeia inteira OK -
      *>   uma cadeia interrompida pode ser rodada de novo
           move 1 to ws-passo-corrente
           display 'Passo 1 - Verificacao do cadastro...'

      *>   faltas e dias letivos apurados até a data do movimento
           move ws-data-mov-chave to ws-data-referencia

           open output arqRelatorioInconsistencias

               if ws-fs-arqRelatorioInconsist <> 00 then
           exit.
      *>------------------------------------------------------------------------
      *>  conta os lançamentos e as faltas do aluno corrente em
      *>  fd-cod-aluno no arquivo de frequência, no ano e até a data de
      *>  ws-data-referencia
      *>------------------------------------------------------------------------
       conta-faltas section.

           move 0 to ws-qtd-lancamentos
           move 0 to ws-qtd-faltas

      *>   só as faltas do ano letivo da data de referência entram no
      *>   percentual
           move ws-data-referencia(1:4) to ws-ano-frequencia

           if ws-tem-frequencia = 'S' then


                       if ws-fs-arqFrequencia = 0
                       and frq-cod-aluno = fd-cod-aluno then
                           if frq-data(1:4) = ws-ano-frequencia
                           and frq-data <= ws-data-referencia then
                               add 1 to ws-qtd-lancamentos
                               if frq-presenca = 'F' then
                                   add 1 to ws-qtd-faltas
       conta-faltas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta em ws-qtd-dias-letivos os dias letivos já decorridos até
      *>  ws-data-referencia, no ano dela, no calendário da turma do
      *>  aluno em fd-turma
      *>------------------------------------------------------------------------
       conta-dias-letivos section.


           if ws-tem-calendario = 'S' then

      *>       posiciona no primeiro dia letivo da turma no ano
               move fd-turma to cal-turma
               move 0 to cal-data
               move ws-data-referencia(1:4) to cal-data(1:4)

               start arqCalendario key is >= cal-chave


                       if ws-fs-arqCalendario = 0
                       and cal-turma = fd-turma
                       and cal-data(1:4) = ws-data-referencia(1:4) then
                           if cal-data <= ws-data-referencia then
                               add 1 to ws-qtd-dias-letivos
                           end-if
                       else
             to inc-linha
           write inc-linha

           perform varying ws-ind-mov from 1 by 1 until ws-ind-mov > 999999

               evaluate ws-movimento(ws-ind-mov)
                   when = 'I'
                       else
                           move 'E' to ws-movimento(ws-ind-mov)
                       end-if
                   when = 'BAIXA-BCO'
      *>               baixa financeira não altera o cadastro do aluno
                       continue
                   when other
      *>               ALTERACAO, CAD-NOTAS, MATRICULA, REENVIO e demais
      *>               regravações
      *>------------------------------------------------------------------------
       exporta-exclusao section.

           move ws-ind-mov to ws-cod-movimento

           move spaces to inc-linha
           string 'E,'             delimited by size
                  ws-cod-movimento delimited by size
             into inc-linha
           end-string
           write inc-linha
       grava-controle-backup-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  passo 5 - avisos aos responsáveis em avisosResponsaveis.txt,
      *>  para o gateway de SMS/e-mail: faltas seguidas, percentual de
      *>  faltas perto do limite, nota de bimestre abaixo da média e
      *>  mensalidade que venceu desde o último fim de dia; o controle
      *>  arqAvisosEnviados.txt faz cada aviso sair uma vez só
      *>------------------------------------------------------------------------
       passo-avisos section.

           move 5 to ws-passo-corrente
           display 'Passo 5 - Avisos aos responsaveis...'

           perform abre-arquivos-avisos

           move ws-data-mov-chave to ws-data-mov-num

      *>   o percentual de faltas é o do ano do movimento, até a data
      *>   do movimento
           move ws-data-mov-chave to ws-data-referencia

      *>   a mensalidade avisada é a que venceu desde o último fim de
      *>   dia processado - na primeira rodada, todas as vencidas
           if ws-ultima-data-mov is numeric then
               move ws-ultima-data-mov to ws-ultima-mov-num
           else
               move 0 to ws-ultima-mov-num
           end-if

      *>   varre o cadastro inteiro - só o aluno ativo recebe aviso
           move 0 to fd-cod-aluno
           start arqCadastroAlunos key is >= fd-cod-aluno

           if ws-fs-arqCadastroAlunos = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqCadastroAlunos next

                   evaluate ws-fs-arqCadastroAlunos
                       when = 0
                           if fd-status-matricula = 'A'
                           or fd-status-matricula = space then
                               perform apura-avisos-aluno
                           end-if
                       when = 10
                           move 'S' to ws-fim-arquivo
                       when other
                           move 27 to ws-msn-erro-ofsset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform

           end-if

           perform fecha-arquivos-avisos

           move 'OK' to ws-passo-status(5)
           display 'Passo 5 OK - avisos gerados: ' ws-qtd-avisos
                   ' sem telefone: ' ws-qtd-avisos-sem-telefone

           .
       passo-avisos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  abre os arquivos do passo 5 - o controle de avisos é criado se
      *>  ainda não existe; responsáveis, notas, histórico e
      *>  mensalidades são opcionais
      *>------------------------------------------------------------------------
       abre-arquivos-avisos section.

           open i-o arqAvisosEnviados

               if ws-fs-arqAvisosEnviados = 35 then
                   open output arqAvisosEnviados
                   close arqAvisosEnviados
                   open i-o arqAvisosEnviados
               end-if

               if ws-fs-arqAvisosEnviados  <> 00
               and ws-fs-arqAvisosEnviados <> 05 then
                   move 28 to ws-msn-erro-ofsset
                   move ws-fs-arqAvisosEnviados to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAvisosEnviados " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open output arqAvisosResponsaveis

               if ws-fs-arqAvisosResponsaveis <> 00 then
                   move 29 to ws-msn-erro-ofsset
                   move ws-fs-arqAvisosResponsaveis to ws-msn-erro-cod
                   move "Erro ao abrir arq. avisosResponsaveis " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open input arqResponsaveis

               if ws-fs-arqResponsaveis = 00 then
                   move 'S' to ws-tem-responsaveis
               else
                   if ws-fs-arqResponsaveis <> 35 then
                       move 30 to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqResponsaveis " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           open input arqNotasDisciplina

               if ws-fs-arqNotasDisciplina = 00 then
                   move 'S' to ws-tem-notas-disc
               else
                   if ws-fs-arqNotasDisciplina <> 35 then
                       move 31 to ws-msn-erro-ofsset
                       move ws-fs-arqNotasDisciplina to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqNotasDisciplina " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           open input arqHistoricoAlunos

               if ws-fs-arqHistoricoAlunos = 00 then
                   move 'S' to ws-tem-historico
               else
                   if ws-fs-arqHistoricoAlunos <> 35 then
                       move 32 to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoAlunos to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqHistoricoAlunos " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           open input arqMensalidades

               if ws-fs-arqMensalidades = 00 then
                   move 'S' to ws-tem-mensalidades
               else
                   if ws-fs-arqMensalidades <> 35 then
                       move 33 to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqMensalidades " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           .
       abre-arquivos-avisos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  fecha os arquivos do passo 5
      *>------------------------------------------------------------------------
       fecha-arquivos-avisos section.

           close arqAvisosEnviados
           close arqAvisosResponsaveis

           if ws-tem-responsaveis = 'S' then
               close arqResponsaveis
           end-if

           if ws-tem-notas-disc = 'S' then
               close arqNotasDisciplina
           end-if

           if ws-tem-historico = 'S' then
               close arqHistoricoAlunos
           end-if

           if ws-tem-mensalidades = 'S' then
               close arqMensalidades
           end-if

           .
       fecha-arquivos-avisos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  apura os avisos do aluno corrente em fd-alunos
      *>------------------------------------------------------------------------
       apura-avisos-aluno section.

           perform busca-telefone-aviso

           perform aviso-faltas-seguidas
           perform aviso-percentual-faltas

           if ws-tem-notas-disc = 'S' then
               perform aviso-notas-bimestre
           end-if

           if ws-tem-mensalidades = 'S' then
               perform aviso-mensalidades
           end-if

           .
       apura-avisos-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  telefone do aviso - o do responsável financeiro; sem ele, o
      *>  telefone dos pais do proprio cadastro
      *>------------------------------------------------------------------------
       busca-telefone-aviso section.

           move spaces to ws-aviso-telefone
           move spaces to ws-aviso-destinatario

           if ws-tem-responsaveis = 'S' then
               move fd-cod-aluno to resp-cod-aluno
               read arqResponsaveis
               if ws-fs-arqResponsaveis = 0
               and resp-telefone <> spaces then
                   move resp-telefone to ws-aviso-telefone
                   move resp-nome to ws-aviso-destinatario
               end-if
           end-if

           if ws-aviso-telefone = spaces then
               move fd-telefone to ws-aviso-telefone
               if fd-mae <> spaces then
                   move fd-mae to ws-aviso-destinatario
               else
                   move fd-pai to ws-aviso-destinatario
               end-if
           end-if

           .
       busca-telefone-aviso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  faltas seguidas - a sequência de faltas que chega até o último
      *>  lançamento do ano é avisada uma vez, pela data da primeira
      *>  falta dela
      *>------------------------------------------------------------------------
       aviso-faltas-seguidas section.

           move 0 to ws-faltas-seguidas
           move 0 to ws-inicio-faltas

           if ws-tem-frequencia = 'S' then

               move fd-cod-aluno to frq-cod-aluno
               move 0 to frq-data
               move ws-data-mov-chave(1:4) to frq-data(1:4)

               start arqFrequencia key is >= frq-chave

               if ws-fs-arqFrequencia = 0 then

                   move 'N' to ws-fim-frequencia

                   perform until ws-fim-frequencia = 'S'

                       read arqFrequencia next

                       if ws-fs-arqFrequencia <> 0
                       and ws-fs-arqFrequencia <> 10 then
                           move 34 to ws-msn-erro-ofsset
                           move ws-fs-arqFrequencia to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqFrequencia' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqFrequencia = 0
                       and frq-cod-aluno = fd-cod-aluno
                       and frq-data <= ws-data-mov-num then
      *>                   dia de suspensão não é falta nem presença - não
      *>                   conta e não interrompe a sequência
                           evaluate frq-presenca
                               when = 'F'
                                   if ws-faltas-seguidas = 0 then
                                       move frq-data to ws-inicio-faltas
                                   end-if
                                   add 1 to ws-faltas-seguidas
                               when = 'S'
                                   continue
                               when other
                                   move 0 to ws-faltas-seguidas
                           end-evaluate
                       else
                           move 'S' to ws-fim-frequencia
                       end-if

                   end-perform

               end-if

           end-if

           if ws-faltas-seguidas >= ws-faltas-seguidas-aviso then

               move ws-inicio-faltas to ws-aviso-data(1:8)
               perform edita-data-aviso
               move ws-faltas-seguidas to ws-edit-faltas

               move 'F' to ws-aviso-tipo
               move spaces to ws-aviso-referencia
               move ws-inicio-faltas to ws-aviso-referencia

               move spaces to ws-aviso-mensagem
               string 'Escola Camila da Rosa Hostin: ' delimited by size
                      fd-aluno delimited by '  '
                      ' faltou ' delimited by size
                      ws-edit-faltas delimited by size
                      ' dias seguidos desde ' delimited by size
                      ws-aviso-data delimited by size
                      '. Procure a secretaria.' delimited by size
                 into ws-aviso-mensagem
               end-string

               perform emite-aviso
           end-if

           .
       aviso-faltas-seguidas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  percentual de faltas perto do limite de 25% - a mesma conta da
      *>  situação, avisada uma vez no ano
      *>------------------------------------------------------------------------
       aviso-percentual-faltas section.

           perform conta-faltas
           perform conta-dias-letivos

           move 0 to ws-perc-faltas
           if ws-qtd-dias-letivos > 0 then
               compute ws-perc-faltas =
                      (ws-qtd-faltas * 100) / ws-qtd-dias-letivos
           else
               if ws-qtd-lancamentos > 0 then
                   compute ws-perc-faltas =
                          (ws-qtd-faltas * 100) / ws-qtd-lancamentos
               end-if
           end-if

           if ws-perc-faltas >= ws-perc-aviso-faltas then

               move ws-perc-faltas to ws-edit-perc-aviso

               move 'P' to ws-aviso-tipo
               move spaces to ws-aviso-referencia
               move ws-ano-frequencia to ws-aviso-referencia

               move spaces to ws-aviso-mensagem
               string 'Escola Camila da Rosa Hostin: ' delimited by size
                      fd-aluno delimited by '  '
                      ' esta com ' delimited by size
                      ws-edit-perc-aviso delimited by size
                      '% de faltas no ano. O limite e 25%.' delimited by size
                 into ws-aviso-mensagem
               end-string

               perform emite-aviso
           end-if

           .
       aviso-percentual-faltas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  nota de bimestre abaixo da média - cada disciplina e bimestre
      *>  do ano avisado uma vez; o bimestre conta como lançado com a
      *>  nota maior que zero ou com o registro dele no histórico
      *>------------------------------------------------------------------------
       aviso-notas-bimestre section.

           move fd-cod-aluno to nod-cod-aluno
           move ws-data-mov-chave(1:4) to nod-ano-letivo
           move spaces to nod-disciplina

           start arqNotasDisciplina key is >= nod-chave

           if ws-fs-arqNotasDisciplina = 0 then

               move 'N' to ws-fim-notas

               perform until ws-fim-notas = 'S'

                   read arqNotasDisciplina next

                   if ws-fs-arqNotasDisciplina <> 0
                   and ws-fs-arqNotasDisciplina <> 10 then
                       move 35 to ws-msn-erro-ofsset
                       move ws-fs-arqNotasDisciplina to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqNotasDisciplina' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqNotasDisciplina = 0
                   and nod-cod-aluno = fd-cod-aluno
                   and nod-ano-letivo = ws-data-mov-chave(1:4) then

                       move nod-nota1 to ws-nota-aviso(1)
                       move nod-nota2 to ws-nota-aviso(2)
                       move nod-nota3 to ws-nota-aviso(3)
                       move nod-nota4 to ws-nota-aviso(4)

                       perform varying ws-ind-bim from 1 by 1
                                 until ws-ind-bim > 4
                           perform confere-nota-bimestre
                       end-perform

                   else
                       move 'S' to ws-fim-notas
                   end-if

               end-perform

           end-if

           .
       aviso-notas-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere a nota do bimestre ws-ind-bim da disciplina corrente em
      *>  nod-registro contra a média
      *>------------------------------------------------------------------------
       confere-nota-bimestre section.

           move 'N' to ws-nota-lancada

           if ws-nota-aviso(ws-ind-bim) > 0 then
               move 'S' to ws-nota-lancada
           else
      *>       nota zero só conta com o bimestre lançado no histórico
               if ws-tem-historico = 'S' then
                   move nod-cod-aluno  to his-cod-aluno
                   move nod-ano-letivo to his-ano-letivo
                   move nod-disciplina to his-disciplina
                   move ws-ind-bim     to his-bimestre
                   read arqHistoricoAlunos
                   if ws-fs-arqHistoricoAlunos = 0 then
                       move 'S' to ws-nota-lancada
                   end-if
               end-if
           end-if

           if ws-nota-lancada = 'S'
           and ws-nota-aviso(ws-ind-bim) < ws-nota-media-aviso then

               move ws-nota-aviso(ws-ind-bim) to ws-edit-nota-aviso
               move ws-nota-media-aviso to ws-edit-media-aviso

               move 'N' to ws-aviso-tipo
               move spaces to ws-aviso-referencia
               string nod-ano-letivo delimited by size
                      nod-disciplina delimited by size
                      ws-ind-bim     delimited by size
                 into ws-aviso-referencia
               end-string

               move spaces to ws-aviso-mensagem
               string 'Escola Camila da Rosa Hostin: ' delimited by size
                      fd-aluno delimited by '  '
                      ' tirou ' delimited by size
                      ws-edit-nota-aviso delimited by size
                      ' em ' delimited by size
                      nod-disciplina delimited by ' '
                      ' no ' delimited by size
                      ws-ind-bim delimited by size
                      'o bimestre. Media exigida: ' delimited by size
                      ws-edit-media-aviso delimited by size
                      '.' delimited by size
                 into ws-aviso-mensagem
               end-string

               perform emite-aviso
           end-if

           .
       confere-nota-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  mensalidade que venceu desde o último fim de dia e segue em
      *>  aberto - avisada uma vez por ano e mês
      *>------------------------------------------------------------------------
       aviso-mensalidades section.

           move fd-cod-aluno to men-cod-aluno
           move 0 to men-ano
           move 0 to men-mes

           start arqMensalidades key is >= men-chave

           if ws-fs-arqMensalidades = 0 then

               move 'N' to ws-fim-mensalidades

               perform until ws-fim-mensalidades = 'S'

                   read arqMensalidades next

                   if ws-fs-arqMensalidades <> 0
                   and ws-fs-arqMensalidades <> 10 then
                       move 36 to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqMensalidades = 0
                   and men-cod-aluno = fd-cod-aluno then
                       if (men-situacao = 'A' or men-situacao = 'S')
                       and men-vencimento <  ws-data-mov-num
                       and men-vencimento >= ws-ultima-mov-num then
                           perform aviso-mensalidade-vencida
                       end-if
                   else
                       move 'S' to ws-fim-mensalidades
                   end-if

               end-perform

           end-if

           .
       aviso-mensalidades-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  monta o aviso da mensalidade corrente em men-registro
      *>------------------------------------------------------------------------
       aviso-mensalidade-vencida section.

           move men-vencimento to ws-aviso-data(1:8)
           perform edita-data-aviso

           move 'M' to ws-aviso-tipo
           move spaces to ws-aviso-referencia
           string men-ano delimited by size
                  men-mes delimited by size
             into ws-aviso-referencia
           end-string

           move spaces to ws-aviso-mensagem
           string 'Escola Camila da Rosa Hostin: a mensalidade ' delimited by size
                  men-mes delimited by size
                  '/' delimited by size
                  men-ano delimited by size
                  ' de ' delimited by size
                  fd-aluno delimited by '  '
                  ' venceu em ' delimited by size
                  ws-aviso-data delimited by size
                  ' e esta em aberto.' delimited by size
             into ws-aviso-mensagem
           end-string

           perform emite-aviso

           .
       aviso-mensalidade-vencida-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  data aaaammdd em ws-aviso-data(1:8) passa a dd/mm/aaaa
      *>------------------------------------------------------------------------
       edita-data-aviso section.

           move ws-aviso-data(1:8) to ws-aviso-data-aux
           move spaces to ws-aviso-data
           string ws-aviso-data-aux(7:2) delimited by size
                  '/'               delimited by size
                  ws-aviso-data-aux(5:2) delimited by size
                  '/'               delimited by size
                  ws-aviso-data-aux(1:4) delimited by size
             into ws-aviso-data
           end-string

           .
       edita-data-aviso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava o aviso montado em ws-aviso-* para o aluno corrente - o
      *>  aviso já gerado numa data anterior não sai de novo; o gerado
      *>  nesta mesma data (rotina rodada outra vez depois de uma queda)
      *>  volta para o arquivo do dia; sem telefone o aviso não é
      *>  registrado, para sair quando o telefone for cadastrado
      *>------------------------------------------------------------------------
       emite-aviso section.

           move fd-cod-aluno        to ave-cod-aluno
           move ws-aviso-tipo       to ave-tipo
           move ws-aviso-referencia to ave-referencia

           read arqAvisosEnviados

           evaluate true
               when ws-fs-arqAvisosEnviados = 23
                   if ws-aviso-telefone = spaces then
                       add 1 to ws-qtd-avisos-sem-telefone
                   else
                       move ws-data-mov-chave to ave-data-movimento
                       move ws-aviso-telefone to ave-telefone
                       write ave-registro
                       if ws-fs-arqAvisosEnviados <> 0 then
                           move 37 to ws-msn-erro-ofsset
                           move ws-fs-arqAvisosEnviados to ws-msn-erro-cod
                           move 'Erro ao gravar arq. arqAvisosEnviados' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform grava-linha-aviso
                   end-if
               when ws-fs-arqAvisosEnviados <> 0
                   move 38 to ws-msn-erro-ofsset
                   move ws-fs-arqAvisosEnviados to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqAvisosEnviados' to ws-msn-erro-text
                   perform finaliza-anormal
               when ave-data-movimento = ws-data-mov-chave
                   perform grava-linha-aviso
               when other
                   add 1 to ws-qtd-avisos-ja-enviados
           end-evaluate

           .
       emite-aviso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava a linha do aviso no arquivo do gateway
      *>------------------------------------------------------------------------
       grava-linha-aviso section.

           move ws-data-mov-chave     to avi-data-movimento
           move fd-cod-aluno          to avi-cod-aluno
           move ws-aviso-tipo         to avi-tipo
           move ws-aviso-telefone     to avi-telefone
           move ws-aviso-destinatario to avi-destinatario
           move ws-aviso-mensagem     to avi-mensagem

           write avi-registro

           if ws-fs-arqAvisosResponsaveis <> 0 then
               move 39 to ws-msn-erro-ofsset
               move ws-fs-arqAvisosResponsaveis to ws-msn-erro-cod
               move 'Erro ao gravar arq. avisosResponsaveis' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-avisos

           .
       grava-linha-aviso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê em controleFimDia.txt a última data de movimento processada
      *>------------------------------------------------------------------------
       le-controle-fim-dia section.
           end-string
           write res-linha

           move spaces to res-linha
           string 'Passo 5 - Avisos aos responsaveis..: '
                  delimited by size
                  ws-passo-status(5) delimited by size
             into res-linha
           end-string
           write res-linha

           move spaces to res-linha
           string '  Avisos gerados: ' delimited by size
                  ws-qtd-avisos delimited by size
                  '  Ja enviados: ' delimited by size
                  ws-qtd-avisos-ja-enviados delimited by size
                  '  Sem telefone: ' delimited by size
                  ws-qtd-avisos-sem-telefone delimited by size
             into res-linha
           end-string
           write res-linha

           close arqResumoFimDia

           .
           and ws-passo-corrente >= 1 then
               move 'S' to ws-em-finalizacao

               if ws-passo-corrente <= 5 then
                   move 'ERRO' to ws-passo-status(ws-passo-corrente)
               end-if


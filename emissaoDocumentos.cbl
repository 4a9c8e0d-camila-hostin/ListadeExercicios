      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "emissaoDocumentos".
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

           select arqHistoricoAlunos assign to "arqHistoricoAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is his-chave
           file status is ws-fs-arqHistoricoAlunos.

           select arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           record key is tur-codigo
           file status is ws-fs-arqTurmas.

           select arqDocumentos assign to "arqDocumentos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is doc-numero
           alternate record key is doc-cod-aluno with duplicates
           file status is ws-fs-arqDocumentos.

           select arqDocumentoEscolar assign to "documentoEscolar.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqDocumentoEscolar.

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

      *>  registro do cadastro de alunos
       fd arqCadastroAlunos.

           copy "fdAlunos.cpy".

      *>  registro do histórico escolar por bimestre
       fd arqHistoricoAlunos.

           copy "fdHistorico.cpy".

      *>  registro do cadastro de turmas
       fd arqTurmas.

           copy "fdTurmas.cpy".

      *>  registro dos documentos emitidos
       fd arqDocumentos.

           copy "fdDocumentos.cpy".

      *>  documentos impressos na sessão - declarações e certificados
       fd arqDocumentoEscolar.

       01 dce-linha                                pic  x(80).

      *>  linha do aproveitamento: uma por ano letivo e disciplina
       01 dce-notas.
           05 dce-ano                               pic  9(04).
           05 filler                                pic  x(01) value space.
           05 dce-turma                             pic  x(10).
           05 filler                                pic  x(01) value space.
           05 dce-disciplina                        pic  x(06).
           05 filler                                pic  x(01) value space.
           05 dce-nota1                             pic  z9,99.
           05 filler                                pic  x(01) value space.
           05 dce-nota2                             pic  z9,99.
           05 filler                                pic  x(01) value space.
           05 dce-nota3                             pic  z9,99.
           05 filler                                pic  x(01) value space.
           05 dce-nota4                             pic  z9,99.
           05 filler                                pic  x(01) value space.
           05 dce-media                             pic  z9,99.
           05 filler                                pic  x(01) value space.
           05 dce-recup                             pic  z9,99.
           05 filler                                pic  x(01) value space.
           05 dce-situacao                          pic  x(12).

      *>  registro do cadastro de operadores
       fd arqOperadores.

           copy "fdOperadores.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqHistoricoAlunos                  pic  9(02).
       77 ws-fs-arqTurmas                           pic  9(02).
       77 ws-fs-arqDocumentos                       pic  9(02).
       77 ws-fs-arqDocumentoEscolar                 pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-data-hora                              pic  x(21).
       77 ws-data-hoje                              pic  9(08).

      *>  arquivos opcionais - sem histórico, transferência e
      *>  certificado saem sem o aproveitamento; sem turmas, sem a
      *>  descrição da turma
       77 ws-tem-historico                          pic  x(01) value 'N'.
       77 ws-tem-turmas                             pic  x(01) value 'N'.

      *>  variáveis da emissão
       77 ws-tipo-documento                         pic  x(01).
       77 ws-documento-ok                           pic  x(01).
       77 ws-num-documento                          pic  9(06).
       77 ws-gravou-documento                       pic  x(01).
       77 ws-qtd-emitidos                           pic  9(05) value 0.
       77 ws-qtd-documentos                         pic  9(05).
       77 ws-titulo-documento                       pic  x(40).
       77 ws-ano-letivo                             pic  9(04).
       77 ws-descricao-turma                        pic  x(30).

      *>  variáveis do aproveitamento - as notas de um ano e disciplina
      *>  são juntadas numa linha antes de gravar
       77 ws-qtd-notas                              pic  9(05).
       77 ws-his-ano                                pic  9(04).
       77 ws-his-disciplina                         pic  x(06).
       77 ws-his-turma                              pic  x(10).
       77 ws-his-media                              pic  9(02)v99.
       77 ws-his-recup                              pic  9(02)v99.
       77 ws-his-situacao                           pic  x(12).
       01 ws-tab-notas-bim.
           05 ws-nota-bim                           pic  9(02)v99
                                                    occurs 4 times.
       77 ws-ind-bim                                pic  9(01).

      *>  campos de edição
       77 ws-edit-cod                               pic  zzzzz9.
       77 ws-edit-data                              pic  x(10).
       77 ws-data-edicao                            pic  9(08).

      *>  variáveis da identificação do operador - todo documento leva
      *>  o operador que o emitiu
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
      *>  Emissão numerada de documentos escolares: declaração de
      *>matrícula, declaração de transferência e certificado de
      *>conclusão, montados com os dados do cadastro do aluno e, na
      *>transferência e no certificado, com o aproveitamento do
      *>arqHistoricoAlunos.txt. Cada documento recebe um número
      *>sequencial e fica registrado em arqDocumentos.txt (número, tipo,
      *>aluno, data e operador), para ser conferido ou reimpresso em
      *>segunda via. A declaração de matrícula só sai para aluno ativo e
      *>o certificado só para aluno com a situação concluído.
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

      *>  abre o histórico escolar - opcional
           open input arqHistoricoAlunos

               if ws-fs-arqHistoricoAlunos = 00 then
                   move 'S' to ws-tem-historico
               else
                   if ws-fs-arqHistoricoAlunos <> 35 then
                       move 2 to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoAlunos to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqHistoricoAlunos " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o cadastro de turmas - opcional
           open input arqTurmas

               if ws-fs-arqTurmas = 00 then
                   move 'S' to ws-tem-turmas
               else
                   if ws-fs-arqTurmas <> 35 then
                       move 3 to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqTurmas " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o registro de documentos - se ainda não existe, cria antes
           open i-o arqDocumentos

               if ws-fs-arqDocumentos = 35 then
                   open output arqDocumentos
                   close arqDocumentos
                   open i-o arqDocumentos
               end-if

               if ws-fs-arqDocumentos  <> 00
               and ws-fs-arqDocumentos <> 05 then
                   move 4 to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDocumentos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open output arqDocumentoEscolar

               if ws-fs-arqDocumentoEscolar <> 00 then
                   move 5 to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentoEscolar to ws-msn-erro-cod
                   move "Erro ao abrir arq. documentoEscolar " to ws-msn-erro-text
                   perform finaliza-anormal
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
      *>  acesso é liberado
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

               display '---------- Emissao de Documentos Escolares ----------'
               display 'A - Declaracao de Matricula'
               display 'B - Declaracao de Transferencia'
               display 'C - Certificado de Conclusao'
               display 'D - Segunda Via de Documento'
               display 'E - Conferir Documento pelo Numero'
               display 'F - Documentos Emitidos para um Aluno'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

      *>       as opções que numeram ou reimprimem documento exigem
      *>       perfil de lançamento; a conferência é liberada a todos
               evaluate ws-opcao
                   when = 'A'
                   when = 'B'
                   when = 'C'
                       move 'L' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           evaluate ws-opcao
                               when = 'A'
                                   move 'M' to ws-tipo-documento
                               when = 'B'
                                   move 'T' to ws-tipo-documento
                               when other
                                   move 'C' to ws-tipo-documento
                           end-evaluate
                           perform emite-documento
                       end-if
                   when = 'D'
                       move 'L' to ws-acesso-exigido
                       perform verifica-acesso
                       if ws-acesso-ok = 'S' then
                           perform segunda-via-documento
                       end-if
                   when = 'E'
                       perform confere-documento
                   when = 'F'
                       perform lista-documentos-aluno
                   when other
                       display 'Opcao Invalida'
               end-evaluate

      *>       condição de saída
               display 'Quer continuar? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           display ' '
           display 'Documentos emitidos na sessao: ' ws-qtd-emitidos
           display 'Arquivo gerado em documentoEscolar.txt'

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  emite o documento do tipo em ws-tipo-documento para o aluno
      *>  informado - confere a situação, numera, registra e imprime
      *>------------------------------------------------------------------------
       emite-documento section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           move ws-ind to fd-cod-aluno
           read arqCadastroAlunos

           if ws-fs-arqCadastroAlunos <> 0 then
               if ws-fs-arqCadastroAlunos = 23 then
                   display 'Aluno nao cadastrado'
               else
                   move 6 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               perform valida-situacao-documento

               if ws-documento-ok = 'S' then

                   display 'Aluno: ' fd-aluno ' - Turma: ' fd-turma
                   display 'Confirma a emissao? S/N'
                   accept ws-opcao
                   move function upper-case(ws-opcao) to ws-opcao

                   if ws-opcao = 'S' then
                       perform registra-documento
                       perform imprime-documento
                       add 1 to ws-qtd-emitidos
                       display 'Documento numero ' doc-numero ' emitido'
                   else
                       display 'Emissao cancelada'
                   end-if

               end-if

           end-if

           .
       emite-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere a situação de matrícula do aluno corrente contra o
      *>  tipo do documento - registro antigo em branco vale como ativo
      *>------------------------------------------------------------------------
       valida-situacao-documento section.

           move 'S' to ws-documento-ok

           evaluate ws-tipo-documento
               when = 'M'
      *>           declaração de matrícula só para aluno ativo
                   if fd-status-matricula <> 'A'
                   and fd-status-matricula <> space then
                       display 'Aluno nao esta ativo (situacao '
                               fd-status-matricula ') - declaracao recusada'
                       move 'N' to ws-documento-ok
                   end-if
               when = 'T'
      *>           transferência para o aluno ativo que está saindo ou
      *>           para o já transferido
                   if fd-status-matricula <> 'A'
                   and fd-status-matricula <> space
                   and fd-status-matricula <> 'R' then
                       display 'Aluno nao esta ativo nem transferido (situacao '
                               fd-status-matricula ') - declaracao recusada'
                       move 'N' to ws-documento-ok
                   end-if
               when other
      *>           certificado só para aluno com o curso concluído
                   if fd-status-matricula <> 'C' then
                       display 'Aluno nao concluiu o curso (situacao '
                               fd-status-matricula ') - certificado recusado'
                       move 'N' to ws-documento-ok
                   end-if
           end-evaluate

           .
       valida-situacao-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  numera e grava o documento no registro, com os dados do aluno
      *>  corrente na data da emissão
      *>------------------------------------------------------------------------
       registra-documento section.

           perform proximo-numero-documento

           move 'N' to ws-gravou-documento

           perform until ws-gravou-documento = 'S'

               move ws-num-documento    to doc-numero
               move ws-tipo-documento   to doc-tipo
               move fd-cod-aluno        to doc-cod-aluno
               move ws-data-hoje        to doc-data-emissao
               move ws-operador         to doc-operador
               move fd-aluno            to doc-aluno
               move fd-turma            to doc-turma
               move fd-status-matricula to doc-status-matricula
               move fd-data-status      to doc-data-status
               move fd-motivo-status    to doc-motivo-status
               move 1                   to doc-qtd-vias
               move ws-data-hoje        to doc-data-ultima-via

               if doc-status-matricula = space then
                   move 'A' to doc-status-matricula
               end-if

               write doc-registro

               evaluate ws-fs-arqDocumentos
                   when = 0
                   when = 02
                       move 'S' to ws-gravou-documento
      *>           número tomado por outra estação - vai para o seguinte
                   when = 22
                       add 1 to ws-num-documento
                   when other
                       move 7 to ws-msn-erro-ofsset
                       move ws-fs-arqDocumentos to ws-msn-erro-cod
                       move 'Erro ao gravar arq. arqDocumentos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           .
       registra-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  próximo número de documento - o último do registro mais um
      *>------------------------------------------------------------------------
       proximo-numero-documento section.

           move 0 to ws-num-documento

           move 0 to doc-numero
           start arqDocumentos key is >= doc-numero

           if ws-fs-arqDocumentos = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqDocumentos next

                   if ws-fs-arqDocumentos = 0 then
                       move doc-numero to ws-num-documento
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           add 1 to ws-num-documento

           .
       proximo-numero-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  segunda via - reimprime o documento do número informado com os
      *>  dados gravados na emissão, contando as vias
      *>------------------------------------------------------------------------
       segunda-via-documento section.

           display 'Informe o Numero do Documento: '
           accept ws-num-documento

           move ws-num-documento to doc-numero
           read arqDocumentos

           if ws-fs-arqDocumentos <> 0 then
               if ws-fs-arqDocumentos = 23 then
                   display 'Documento nao encontrado'
               else
                   move 8 to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqDocumentos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               add 1 to doc-qtd-vias
               move ws-data-hoje to doc-data-ultima-via

               rewrite doc-registro

               if ws-fs-arqDocumentos <> 0 then
                   move 9 to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentos to ws-msn-erro-cod
                   move 'Erro ao regravar arq. arqDocumentos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move doc-tipo to ws-tipo-documento
               perform imprime-documento
               add 1 to ws-qtd-emitidos
               display 'Via ' doc-qtd-vias ' do documento ' doc-numero ' emitida'

           end-if

           .
       segunda-via-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conferência - mostra o registro do documento informado
      *>------------------------------------------------------------------------
       confere-documento section.

           display 'Informe o Numero do Documento: '
           accept ws-num-documento

           move ws-num-documento to doc-numero
           read arqDocumentos

           if ws-fs-arqDocumentos <> 0 then
               if ws-fs-arqDocumentos = 23 then
                   display 'Documento nao encontrado - numero nao foi emitido'
               else
                   move 10 to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqDocumentos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               perform monta-titulo-documento

               move doc-data-emissao to ws-data-edicao
               perform edita-data

               display '---------- Documento ' doc-numero ' ----------'
               display 'Tipo.......: ' ws-titulo-documento
               display 'Aluno......: ' doc-cod-aluno ' - ' doc-aluno
               display 'Turma......: ' doc-turma
               display 'Situacao...: ' doc-status-matricula
               display 'Emitido em.: ' ws-edit-data ' por ' doc-operador
               display 'Vias.......: ' doc-qtd-vias

           end-if

           .
       confere-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lista os documentos emitidos para o aluno informado, pela
      *>  chave alternada do registro
      *>------------------------------------------------------------------------
       lista-documentos-aluno section.

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           move 0 to ws-qtd-documentos

           move ws-ind to doc-cod-aluno
           start arqDocumentos key is = doc-cod-aluno

           if ws-fs-arqDocumentos = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqDocumentos next

                   if ws-fs-arqDocumentos = 0
                   and doc-cod-aluno = ws-ind then

                       perform monta-titulo-documento

                       move doc-data-emissao to ws-data-edicao
                       perform edita-data

                       display doc-numero ' - ' ws-edit-data ' - '
                               ws-titulo-documento ' - ' doc-operador
                       add 1 to ws-qtd-documentos
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           if ws-qtd-documentos = 0 then
               display 'Nenhum documento emitido para esse aluno'
           else
               display 'Documentos do aluno: ' ws-qtd-documentos
           end-if

           .
       lista-documentos-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  título do documento pelo tipo em doc-tipo
      *>------------------------------------------------------------------------
       monta-titulo-documento section.

           evaluate doc-tipo
               when = 'M'
                   move 'DECLARACAO DE MATRICULA' to ws-titulo-documento
               when = 'T'
                   move 'DECLARACAO DE TRANSFERENCIA' to ws-titulo-documento
               when other
                   move 'CERTIFICADO DE CONCLUSAO' to ws-titulo-documento
           end-evaluate

           .
       monta-titulo-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  data aaaammdd de ws-data-edicao em dd/mm/aaaa no ws-edit-data
      *>------------------------------------------------------------------------
       edita-data section.

           move spaces to ws-edit-data
           string ws-data-edicao(7:2) delimited by size
                  '/'                 delimited by size
                  ws-data-edicao(5:2) delimited by size
                  '/'                 delimited by size
                  ws-data-edicao(1:4) delimited by size
             into ws-edit-data
           end-string

           .
       edita-data-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime em documentoEscolar.txt o documento corrente em
      *>  doc-registro, com o texto do tipo e, na transferência e no
      *>  certificado, o aproveitamento do histórico
      *>------------------------------------------------------------------------
       imprime-documento section.

           perform monta-titulo-documento

      *>   turma e ano letivo pelo mestre de turmas, quando existe
           move spaces to ws-descricao-turma
           move doc-data-emissao(1:4) to ws-ano-letivo

           if ws-tem-turmas = 'S' then
               move doc-turma to tur-codigo
               read arqTurmas
               if ws-fs-arqTurmas = 0 then
                   move tur-descricao to ws-descricao-turma
                   move tur-ano-letivo to ws-ano-letivo
               end-if
           end-if

      *>   cabeçalho da escola
           move all '=' to dce-linha
           write dce-linha
           move '            ESCOLA MUNICIPAL PROFESSORA CAMILA DA ROSA HOSTIN'
             to dce-linha
           write dce-linha
           move spaces to dce-linha
           string '                        ' delimited by size
                  ws-titulo-documento        delimited by size
             into dce-linha
           end-string
           write dce-linha
           move all '=' to dce-linha
           write dce-linha

           move spaces to dce-linha
           string 'Documento numero: ' delimited by size
                  doc-numero          delimited by size
                  '/'                 delimited by size
                  doc-data-emissao(1:4) delimited by size
             into dce-linha
           end-string
           write dce-linha

           move spaces to dce-linha
           write dce-linha

           move doc-cod-aluno to ws-edit-cod

           evaluate doc-tipo
               when = 'M'
                   perform texto-declaracao-matricula
               when = 'T'
                   perform texto-declaracao-transferencia
               when other
                   perform texto-certificado-conclusao
           end-evaluate

      *>   rodapé - data, operador e a via
           move spaces to dce-linha
           write dce-linha

           move doc-data-emissao to ws-data-edicao
           perform edita-data

           move spaces to dce-linha
           string 'Emitido em ' delimited by size
                  ws-edit-data  delimited by size
                  ' por '       delimited by size
                  doc-operador  delimited by size
             into dce-linha
           end-string
           write dce-linha

           if doc-qtd-vias > 1 then
               move doc-data-ultima-via to ws-data-edicao
               perform edita-data

               move spaces to dce-linha
               string 'SEGUNDA VIA - via ' delimited by size
                      doc-qtd-vias         delimited by size
                      ' emitida em '       delimited by size
                      ws-edit-data         delimited by size
                 into dce-linha
               end-string
               write dce-linha
           end-if

           move spaces to dce-linha
           write dce-linha
           write dce-linha
           move '                    ________________________________________'
             to dce-linha
           write dce-linha
           move '                              Secretaria Escolar'
             to dce-linha
           write dce-linha

           move spaces to dce-linha
           write dce-linha

           .
       imprime-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  texto da declaração de matrícula
      *>------------------------------------------------------------------------
       texto-declaracao-matricula section.

           move spaces to dce-linha
           string 'Declaramos, para os devidos fins, que ' delimited by size
                  doc-aluno delimited by size
             into dce-linha
           end-string
           write dce-linha

           move spaces to dce-linha
           string 'codigo ' delimited by size
                  ws-edit-cod delimited by size
                  ', esta regularmente matriculado(a) nesta escola no ano letivo de '
                    delimited by size
             into dce-linha
           end-string
           write dce-linha

           move spaces to dce-linha
           string ws-ano-letivo delimited by size
                  ', na turma ' delimited by size
                  doc-turma delimited by size
                  ' ' delimited by size
                  ws-descricao-turma delimited by size
             into dce-linha
           end-string
           write dce-linha

           .
       texto-declaracao-matricula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  texto da declaração de transferência, com o aproveitamento
      *>------------------------------------------------------------------------
       texto-declaracao-transferencia section.

           move spaces to dce-linha
           string 'Declaramos, para os devidos fins, que ' delimited by size
                  doc-aluno delimited by size
             into dce-linha
           end-string
           write dce-linha

           move spaces to dce-linha
           string 'codigo ' delimited by size
                  ws-edit-cod delimited by size
                  ', cursou nesta escola a turma ' delimited by size
                  doc-turma delimited by size
                  ' ' delimited by size
                  ws-descricao-turma delimited by size
             into dce-linha
           end-string
           write dce-linha

           move spaces to dce-linha
           if doc-status-matricula = 'R' then
               move doc-data-status to ws-data-edicao
               perform edita-data
               string 'e foi transferido(a) em ' delimited by size
                      ws-edit-data delimited by size
                      ' - motivo: ' delimited by size
                      doc-motivo-status delimited by size
                 into dce-linha
               end-string
           else
               move 'e requereu transferencia, estando com a matricula ativa nesta data.'
                 to dce-linha
           end-if
           write dce-linha

           move spaces to dce-linha
           write dce-linha
           move 'Aproveitamento registrado no historico escolar:' to dce-linha
           write dce-linha

           perform imprime-aproveitamento

           .
       texto-declaracao-transferencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  texto do certificado de conclusão, com o aproveitamento
      *>------------------------------------------------------------------------
       texto-certificado-conclusao section.

           move doc-data-status to ws-data-edicao
           perform edita-data

           move spaces to dce-linha
           string 'Certificamos que ' delimited by size
                  doc-aluno delimited by size
                  ', codigo ' delimited by size
                  ws-edit-cod delimited by size
                  ',' delimited by size
             into dce-linha
           end-string
           write dce-linha

           move spaces to dce-linha
           string 'concluiu nesta escola o curso da turma ' delimited by size
                  doc-turma delimited by size
                  ' em ' delimited by size
                  ws-edit-data delimited by size
                  ',' delimited by size
             into dce-linha
           end-string
           write dce-linha

           move 'com o aproveitamento registrado no historico escolar:' to dce-linha
           write dce-linha

           perform imprime-aproveitamento

           .
       texto-certificado-conclusao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprime o aproveitamento do aluno do documento - uma linha por
      *>  ano letivo e disciplina, com as notas dos bimestres, a média,
      *>  a recuperação e a situação
      *>------------------------------------------------------------------------
       imprime-aproveitamento section.

           move spaces to dce-linha
           write dce-linha
           move 'Ano  Turma      Discip    B1    B2    B3    B4 Media Recup Situacao'
             to dce-linha
           write dce-linha
           move all '-' to dce-linha
           write dce-linha

           move 0 to ws-qtd-notas
           move 0 to ws-his-ano
           move spaces to ws-his-disciplina

           if ws-tem-historico = 'S' then

      *>       posiciona no primeiro registro do aluno
               move doc-cod-aluno to his-cod-aluno
               move 0 to his-ano-letivo
               move spaces to his-disciplina
               move 0 to his-bimestre

               start arqHistoricoAlunos key is >= his-chave

               if ws-fs-arqHistoricoAlunos = 0 then

                   move 'N' to ws-fim-arquivo

                   perform until ws-fim-arquivo = 'S'

                       read arqHistoricoAlunos next

                       if ws-fs-arqHistoricoAlunos <> 0
                       and ws-fs-arqHistoricoAlunos <> 10 then
                           move 11 to ws-msn-erro-ofsset
                           move ws-fs-arqHistoricoAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq. arqHistoricoAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqHistoricoAlunos = 0
                       and his-cod-aluno = doc-cod-aluno then

      *>                   mudou o ano ou a disciplina - grava a anterior
                           if his-ano-letivo <> ws-his-ano
                           or his-disciplina <> ws-his-disciplina then
                               if ws-qtd-notas > 0 then
                                   perform grava-linha-aproveitamento
                               end-if
                               move his-ano-letivo to ws-his-ano
                               move his-disciplina to ws-his-disciplina
                               move 0 to ws-nota-bim(1)
                               move 0 to ws-nota-bim(2)
                               move 0 to ws-nota-bim(3)
                               move 0 to ws-nota-bim(4)
                           end-if

                           if his-bimestre >= 1
                           and his-bimestre <= 4 then
                               move his-bimestre to ws-ind-bim
                               move his-nota to ws-nota-bim(ws-ind-bim)
                           end-if

      *>                   a média, a recuperação e a situação valem as
      *>                   do último bimestre lançado
                           move his-turma      to ws-his-turma
                           move his-media      to ws-his-media
                           move his-nota-recup to ws-his-recup
                           move his-situacao   to ws-his-situacao
                           add 1 to ws-qtd-notas
                       else
                           move 'S' to ws-fim-arquivo
                       end-if

                   end-perform

                   if ws-qtd-notas > 0 then
                       perform grava-linha-aproveitamento
                   end-if

               end-if

           end-if

           if ws-qtd-notas = 0 then
               move 'Nenhuma nota registrada no historico escolar' to dce-linha
               write dce-linha
           end-if

           .
       imprime-aproveitamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava a linha do ano e disciplina juntados em ws-his-*
      *>------------------------------------------------------------------------
       grava-linha-aproveitamento section.

           move ws-his-ano        to dce-ano
           move ws-his-turma      to dce-turma
           move ws-his-disciplina to dce-disciplina
           move ws-nota-bim(1)    to dce-nota1
           move ws-nota-bim(2)    to dce-nota2
           move ws-nota-bim(3)    to dce-nota3
           move ws-nota-bim(4)    to dce-nota4
           move ws-his-media      to dce-media
           move ws-his-recup      to dce-recup
           move ws-his-situacao   to dce-situacao

           write dce-notas

           .
       grava-linha-aproveitamento-exit.
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
           close arqDocumentos
           close arqDocumentoEscolar

           if ws-tem-historico = 'S' then
               close arqHistoricoAlunos
           end-if

           if ws-tem-turmas = 'S' then
               close arqTurmas
           end-if

           stop run
           .

       finaliza-exit.
           exit.

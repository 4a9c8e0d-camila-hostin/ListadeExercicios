      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "converteCodigoAluno".
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

      *>  arquivos indexados no layout antigo - código do aluno com 3
      *>  posições; só a chave (e as chaves alternativas do cadastro)
      *>  precisa estar descrita para a leitura sequencial
           select arqAlunosAnt assign to "arqCadastroAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-alu-cod
           alternate record key is ant-alu-nome with duplicates
           alternate record key is ant-alu-turma with duplicates
           file status is ws-fs-arqOriginal.

           select arqFrequenciaAnt assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-frq-chave
           file status is ws-fs-arqOriginal.

           select arqHistoricoAnt assign to "arqHistoricoAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-his-chave
           file status is ws-fs-arqOriginal.

           select arqNotasDiscAnt assign to "arqNotasDisciplina.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-nod-chave
           file status is ws-fs-arqOriginal.

           select arqMensalidadesAnt assign to "arqMensalidades.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-men-chave
           file status is ws-fs-arqOriginal.

           select arqResponsaveisAnt assign to "arqResponsaveis.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-resp-cod
           file status is ws-fs-arqOriginal.

           select arqListaEsperaAnt assign to "arqListaEspera.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-esp-chave
           file status is ws-fs-arqOriginal.

           select arqTotaisFreqAnt assign to "arqTotaisFrequencia.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-tot-chave
           file status is ws-fs-arqOriginal.

      *>  os mesmos arquivos indexados no layout novo - código com 6
      *>  posições, pelos copybooks
           select arqCadastroAlunos assign to "arqCadastroAlunos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqConvertido.

           select arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is frq-chave
           file status is ws-fs-arqConvertido.

           select arqHistoricoAlunos assign to "arqHistoricoAlunos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is his-chave
           file status is ws-fs-arqConvertido.

           select arqNotasDisciplina assign to "arqNotasDisciplina.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is nod-chave
           file status is ws-fs-arqConvertido.

           select arqMensalidades assign to "arqMensalidades.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is men-chave
           file status is ws-fs-arqConvertido.

           select arqResponsaveis assign to "arqResponsaveis.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is resp-cod-aluno
           file status is ws-fs-arqConvertido.

           select arqListaEspera assign to "arqListaEspera.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is esp-chave
           file status is ws-fs-arqConvertido.

           select arqTotaisFrequencia
           assign to "arqTotaisFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is tot-chave
           file status is ws-fs-arqConvertido.

      *>  arquivos sequenciais que também trazem o código do aluno -
      *>  log, rol de enviados, arquivo-morto, controle da carga e as
      *>  gerações de cópia de segurança do cadastro
           select arqSequencial assign to ws-nome-sequencial
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqSequencial.

      *>  cópia de cada arquivo no layout antigo, tirada antes de
      *>  qualquer alteração - é dela que o arquivo novo é reconstruído
           select arqCopiaConversao assign to ws-nome-copia
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCopiaConversao.

           select arqControleConversao
           assign to "controleConversao.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControleConversao.

           select arqRelatorioConversao
           assign to "relatorioConversao.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioConversao.

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

      *>  cadastro de alunos no layout antigo (209 posições)
       fd arqAlunosAnt.

       01 ant-alunos.
           05 ant-alu-cod                           pic  9(03).
           05 ant-alu-nome                          pic  x(25).
           05 filler                                pic  x(100).
           05 ant-alu-turma                         pic  x(10).
           05 filler                                pic  x(71).

      *>  frequência no layout antigo (12 posições)
       fd arqFrequenciaAnt.

       01 ant-frq-registro.
           05 ant-frq-chave                         pic  x(11).
           05 filler                                pic  x(01).

      *>  histórico escolar no layout antigo (73 posições)
       fd arqHistoricoAnt.

       01 ant-his-registro.
           05 ant-his-chave                         pic  x(14).
           05 filler                                pic  x(59).

      *>  notas por disciplina no layout antigo (49 posições)
       fd arqNotasDiscAnt.

       01 ant-nod-registro.
           05 ant-nod-chave                         pic  x(13).
           05 filler                                pic  x(36).

      *>  mensalidades no layout antigo (40 posições) - descrita campo a
      *>  campo, o registro novo é montado um campo de cada vez
       fd arqMensalidadesAnt.

       01 ant-men-registro.
           05 ant-men-chave.
               10 ant-men-cod-aluno                 pic  9(03).
               10 ant-men-ano                       pic  9(04).
               10 ant-men-mes                       pic  9(02).
           05 ant-men-valor                         pic  9(05)v99.
           05 ant-men-vencimento                    pic  9(08).
           05 ant-men-situacao                      pic  x(01).
           05 ant-men-data-pagamento                pic  9(08).
           05 ant-men-valor-pago                    pic  9(05)v99.

      *>  responsáveis financeiros no layout antigo (89 posições)
       fd arqResponsaveisAnt.

       01 ant-resp-registro.
           05 ant-resp-cod                          pic  9(03).
           05 filler                                pic  x(86).

      *>  lista de espera no layout antigo (66 posições) - o código do
      *>  aluno fica depois da chave turma + sequência
       fd arqListaEsperaAnt.

       01 ant-esp-registro.
           05 ant-esp-chave                         pic  x(15).
           05 filler                                pic  x(51).

      *>  totais de frequência no layout antigo (17 posições)
       fd arqTotaisFreqAnt.

       01 ant-tot-registro.
           05 ant-tot-chave                         pic  x(07).
           05 filler                                pic  x(10).

       fd arqCadastroAlunos.

           copy "fdAlunos.cpy".

       fd arqFrequencia.

           copy "fdFrequencia.cpy".

       fd arqHistoricoAlunos.

           copy "fdHistorico.cpy".

       fd arqNotasDisciplina.

           copy "fdNotasDisc.cpy".

       fd arqMensalidades.

           copy "fdMensalidades.cpy".

       fd arqResponsaveis.

           copy "fdResponsavel.cpy".

       fd arqListaEspera.

           copy "fdListaEspera.cpy".

       fd arqTotaisFrequencia.

           copy "fdTotaisFreq.cpy".

       fd arqSequencial.

       01 seq-linha                                pic  x(300).

       fd arqCopiaConversao.

       01 cpc-linha                                pic  x(300).

      *>  etapa da conversão: COPIADO = cópias tiradas, arquivos em
      *>  reconstrução; CONCLUIDO = conversão terminada e conferida
       fd arqControleConversao.

       01 ccv-registro.
           05 ccv-etapa                             pic  x(10).
           05 filler                                pic  x(01).
           05 ccv-datahora                          pic  x(14).
           05 filler                                pic  x(01).
           05 ccv-operador                          pic  x(06).

       fd arqRelatorioConversao.

       01 rel-linha                                pic  x(100).

      *>  registro do cadastro de operadores
       fd arqOperadores.

           copy "fdOperadores.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqOriginal                         pic  9(02).
       77 ws-fs-arqConvertido                       pic  9(02).
       77 ws-fs-arqSequencial                       pic  9(02).
       77 ws-fs-arqCopiaConversao                   pic  9(02).
       77 ws-fs-arqControleConversao                pic  9(02).
       77 ws-fs-arqRelatorioConversao               pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).

       77 ws-opcao                                  pic  x(02).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-data-hora                              pic  x(21).

      *>  nomes dinâmicos do arquivo sequencial e da cópia corrente
       77 ws-nome-sequencial                        pic  x(30).
       77 ws-nome-copia                             pic  x(40).

      *>  arquivos convertidos - tipo I = indexado, S = sequencial, e a
      *>  posição do código do aluno no registro antigo; a situação
      *>  anda de C = copiado para R = reconstruído e K = conferido,
      *>  A = não existia (nada a converter) e F = falhou
       77 ws-qtd-arquivos                           pic  9(02) value 17.
       01 ws-tab-arquivos.
           05 ws-arquivo                            occurs 17 times.
               10 ws-arq-nome                       pic  x(30).
               10 ws-arq-tipo                       pic  x(01).
               10 ws-arq-pos-cod                    pic  9(03).
               10 ws-arq-situacao                   pic  x(01).
               10 ws-arq-qtd-original               pic  9(07).
               10 ws-arq-qtd-copia                  pic  9(07).
               10 ws-arq-qtd-convertido             pic  9(07).
               10 ws-arq-qtd-conferido              pic  9(07).
               10 ws-arq-ocorrencia                 pic  x(30).
       77 ws-ind-arq                                pic  9(02).
       77 ws-geracao-bkp                            pic  9(01).

      *>  controle da conversão
       77 ws-etapa                                  pic  x(10).
       77 ws-retomada                               pic  x(01) value 'N'.
       77 ws-qtd-falhas                             pic  9(02) value 0.
       77 ws-falhou                                 pic  x(01).

      *>  montagem do registro no layout novo - os 3 zeros entram na
      *>  frente do código antigo, o resto do registro anda 3 posições
       77 ws-registro-original                      pic  x(300).
       77 ws-registro-convertido                    pic  x(300).
       77 ws-pos-cod                                pic  9(03).
       77 ws-tam-prefixo                            pic  9(03).
       77 ws-pos-resto                              pic  9(03).

      *>  mensalidade no layout antigo (40 posições), como foi copiada -
      *>  o registro novo tem campos a mais e é montado campo a campo
       01 ws-men-antiga.
           05 ws-men-ant-cod-aluno                  pic  9(03).
           05 ws-men-ant-ano                        pic  9(04).
           05 ws-men-ant-mes                        pic  9(02).
           05 ws-men-ant-valor                      pic  9(05)v99.
           05 ws-men-ant-vencimento                 pic  9(08).
           05 ws-men-ant-situacao                   pic  x(01).
           05 ws-men-ant-data-pagamento             pic  9(08).
           05 ws-men-ant-valor-pago                 pic  9(05)v99.

      *>  campos de edição do relatório
       77 ws-edit-original                          pic  zzzzzz9.
       77 ws-edit-copia                             pic  zzzzzz9.
       77 ws-edit-convertido                        pic  zzzzzz9.
       77 ws-edit-conferido                         pic  zzzzzz9.
       77 ws-edit-fs                                pic  99.

      *>  variáveis da identificação do operador - a conversão regrava
      *>  todos os arquivos do sistema, então exige o perfil de
      *>  administração; sem o cadastro de operadores o acesso é liberado
       77 ws-tem-operadores                         pic  x(01) value 'N'.
       77 ws-operador                               pic  x(06) value spaces.
       77 ws-senha-digitada                         pic  x(08).
       77 ws-perfil-operador                        pic  x(01) value 'A'.
       77 ws-login-ok                               pic  x(01).
       77 ws-tentativas                             pic  9(01).

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
      *>  Conversão única do código do aluno de 3 para 6 posições em
      *>todos os arquivos do sistema. Primeiro tira uma cópia de cada
      *>arquivo no layout antigo e confere que a cópia tem os mesmos
      *>registros do original - se alguma cópia falha, nada é alterado.
      *>Depois reconstrói cada arquivo no layout novo a partir da sua
      *>cópia e relê o arquivo novo, conferindo que as quantidades de
      *>registros batem antes e depois. Se algum arquivo falha, a
      *>conversão não é dada como concluída: o controle fica na etapa
      *>COPIADO e a próxima execução reconstrói tudo de novo a partir
      *>das cópias. Conversão concluída não roda outra vez.
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

           perform monta-tabela-arquivos
           perform le-controle

      *>   conversão já feita não pode rodar de novo - os arquivos já
      *>   estão no layout novo
           if ws-etapa = 'CONCLUIDO' then
               move 1 to ws-msn-erro-ofsset
               move 0 to ws-msn-erro-cod
               move "Conversao ja concluida - nada a fazer" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-etapa = 'COPIADO' then
               move 'S' to ws-retomada
           end-if

           open output arqRelatorioConversao

               if ws-fs-arqRelatorioConversao <> 00 then
                   move 2 to ws-msn-erro-ofsset
                   move ws-fs-arqRelatorioConversao to ws-msn-erro-cod
                   move "Erro ao abrir arq. relatorioConversao " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

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

      *>       a conversão regrava todos os arquivos - exige o perfil de
      *>       administração
               if ws-perfil-operador <> 'A' then
                   move 92 to ws-msn-erro-ofsset
                   move 0 to ws-msn-erro-cod
                   move "Acesso negado - exige perfil administracao" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       identifica-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  monta a tabela dos arquivos a converter - os 8 indexados na
      *>  ordem dos selects, depois os sequenciais
      *>------------------------------------------------------------------------
       monta-tabela-arquivos section.

           move 'arqCadastroAlunos.txt'   to ws-arq-nome(1)
           move 'arqFrequencia.txt'       to ws-arq-nome(2)
           move 'arqHistoricoAlunos.txt'  to ws-arq-nome(3)
           move 'arqNotasDisciplina.txt'  to ws-arq-nome(4)
           move 'arqMensalidades.txt'     to ws-arq-nome(5)
           move 'arqResponsaveis.txt'     to ws-arq-nome(6)
           move 'arqListaEspera.txt'      to ws-arq-nome(7)
           move 'arqTotaisFrequencia.txt' to ws-arq-nome(8)
           move 'arqLogAlunos.txt'        to ws-arq-nome(9)
           move 'exportEnviados.txt'      to ws-arq-nome(10)
           move 'arqFrequenciaMorto.txt'  to ws-arq-nome(11)
           move 'controleImport.txt'      to ws-arq-nome(12)

      *>   as 5 gerações de cópia de segurança do cadastro
           perform varying ws-geracao-bkp from 1 by 1
                     until ws-geracao-bkp > 5
               compute ws-ind-arq = 12 + ws-geracao-bkp
               move spaces to ws-arq-nome(ws-ind-arq)
               string 'arqBackupAlunos' delimited by size
                      ws-geracao-bkp    delimited by size
                      '.txt'            delimited by size
                 into ws-arq-nome(ws-ind-arq)
               end-string
           end-perform

           perform varying ws-ind-arq from 1 by 1
                     until ws-ind-arq > ws-qtd-arquivos

               if ws-ind-arq <= 8 then
                   move 'I' to ws-arq-tipo(ws-ind-arq)
               else
                   move 'S' to ws-arq-tipo(ws-ind-arq)
               end-if

      *>       o código abre o registro, menos na lista de espera
      *>       (depois de turma + sequência), no log (depois da data e
      *>       hora) e no rol de enviados (depois da geração e do
      *>       movimento)
               evaluate ws-ind-arq
                   when 7
                       move 16 to ws-arq-pos-cod(ws-ind-arq)
                   when 9
                       move 21 to ws-arq-pos-cod(ws-ind-arq)
                   when 10
                       move 18 to ws-arq-pos-cod(ws-ind-arq)
                   when other
                       move 1 to ws-arq-pos-cod(ws-ind-arq)
               end-evaluate

               move space  to ws-arq-situacao(ws-ind-arq)
               move 0      to ws-arq-qtd-original(ws-ind-arq)
               move 0      to ws-arq-qtd-copia(ws-ind-arq)
               move 0      to ws-arq-qtd-convertido(ws-ind-arq)
               move 0      to ws-arq-qtd-conferido(ws-ind-arq)
               move spaces to ws-arq-ocorrencia(ws-ind-arq)

           end-perform

           .
       monta-tabela-arquivos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê a etapa gravada pela última execução - sem o controle, a
      *>  conversão nunca rodou
      *>------------------------------------------------------------------------
       le-controle section.

           move spaces to ws-etapa

           open input arqControleConversao

           if ws-fs-arqControleConversao = 00 then
               read arqControleConversao
               if ws-fs-arqControleConversao = 00 then
                   move ccv-etapa to ws-etapa
               end-if
               close arqControleConversao
           else
               if ws-fs-arqControleConversao <> 35 then
                   move 3 to ws-msn-erro-ofsset
                   move ws-fs-arqControleConversao to ws-msn-erro-cod
                   move "Erro ao abrir arq. controleConversao " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       le-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no controle a etapa em ws-etapa
      *>------------------------------------------------------------------------
       grava-controle section.

           open output arqControleConversao

           if ws-fs-arqControleConversao <> 00 then
               move 4 to ws-msn-erro-ofsset
               move ws-fs-arqControleConversao to ws-msn-erro-cod
               move "Erro ao abrir arq. controleConversao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date to ws-data-hora

           move spaces to ccv-registro
           move ws-etapa to ccv-etapa
           move ws-data-hora(1:14) to ccv-datahora
           move ws-operador to ccv-operador

           write ccv-registro

           if ws-fs-arqControleConversao <> 00 then
               move 5 to ws-msn-erro-ofsset
               move ws-fs-arqControleConversao to ws-msn-erro-cod
               move "Erro ao gravar controleConversao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleConversao

           .
       grava-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  processamento principal - cópia, reconstrução e conferência
      *>------------------------------------------------------------------------
       processamento section.

           display '---------- Conversao do Codigo do Aluno ----------'

           if ws-retomada = 'S' then
               display 'Copias ja tiradas - a conversao sera retomada'
               display 'a partir delas'
           end-if

           display 'Todos os arquivos serao regravados com o codigo do'
           display 'aluno em 6 posicoes. Nenhum outro programa deve estar'
           display 'em uso. Confirma? S/N'
           accept ws-opcao
           move function upper-case(ws-opcao) to ws-opcao

           if ws-opcao <> 'S' then
               display 'Conversao cancelada'
           else

               if ws-retomada = 'N' then

      *>           etapa 1 - cópia de todos os arquivos; qualquer falha
      *>           aqui para a conversão antes de alterar alguma coisa
                   perform varying ws-ind-arq from 1 by 1
                             until ws-ind-arq > ws-qtd-arquivos
                       perform copia-arquivo
                   end-perform

                   if ws-qtd-falhas > 0 then
                       perform grava-relatorio
                       move 6 to ws-msn-erro-ofsset
                       move 0 to ws-msn-erro-cod
                       move "Falha na copia - nada foi alterado" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move 'COPIADO' to ws-etapa
                   perform grava-controle

               else
      *>           retomada - todo arquivo é reconstruído da sua cópia
                   perform varying ws-ind-arq from 1 by 1
                             until ws-ind-arq > ws-qtd-arquivos
                       move 'C' to ws-arq-situacao(ws-ind-arq)
                   end-perform
               end-if

      *>       etapa 2 - reconstrução no layout novo
               perform varying ws-ind-arq from 1 by 1
                         until ws-ind-arq > ws-qtd-arquivos
                   if ws-arq-situacao(ws-ind-arq) = 'C' then
                       perform reconstroi-arquivo
                   end-if
               end-perform

      *>       etapa 3 - conferência dos arquivos novos
               perform varying ws-ind-arq from 1 by 1
                         until ws-ind-arq > ws-qtd-arquivos
                   if ws-arq-situacao(ws-ind-arq) = 'R' then
                       perform confere-arquivo
                   end-if
               end-perform

               perform grava-relatorio

      *>       com algum arquivo em falha a conversão não termina - o
      *>       controle fica em COPIADO para a próxima execução
               if ws-qtd-falhas > 0 then
                   move 7 to ws-msn-erro-ofsset
                   move ws-qtd-falhas to ws-msn-erro-cod
                   move "Arquivos com falha - veja relatorioConv." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 'CONCLUIDO' to ws-etapa
               perform grava-controle

               display 'Conversao concluida - relatorio em relatorioConversao.txt'

           end-if

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  etapa 1 - copia o arquivo corrente em ws-ind-arq, no layout
      *>  antigo, para conversao-<arquivo>; arquivo inexistente não tem
      *>  nada a converter
      *>------------------------------------------------------------------------
       copia-arquivo section.

           move 'N' to ws-falhou
           perform monta-nome-copia

           perform abre-original

           if ws-fs-arqOriginal = 35 then
               move 'A' to ws-arq-situacao(ws-ind-arq)
               move 'NAO EXISTE - NADA A CONVERTER' to ws-arq-ocorrencia(ws-ind-arq)
           else
               if ws-fs-arqOriginal <> 00 then
                   move ws-fs-arqOriginal to ws-edit-fs
                   move spaces to ws-arq-ocorrencia(ws-ind-arq)
                   string 'ERRO NA ABERTURA - FS ' delimited by size
                          ws-edit-fs delimited by size
                     into ws-arq-ocorrencia(ws-ind-arq)
                   end-string
                   move 'S' to ws-falhou
               else

                   open output arqCopiaConversao

                   if ws-fs-arqCopiaConversao <> 00 then
                       move ws-fs-arqCopiaConversao to ws-edit-fs
                       move spaces to ws-arq-ocorrencia(ws-ind-arq)
                       string 'ERRO AO CRIAR COPIA - FS ' delimited by size
                              ws-edit-fs delimited by size
                         into ws-arq-ocorrencia(ws-ind-arq)
                       end-string
                       move 'S' to ws-falhou
                   else

                       move 'N' to ws-fim-arquivo
                       perform until ws-fim-arquivo = 'S'
                                  or ws-falhou = 'S'

                           perform le-original

                           evaluate ws-fs-arqOriginal
                               when 00
                                   add 1 to ws-arq-qtd-original(ws-ind-arq)
                                   move ws-registro-original to cpc-linha
                                   write cpc-linha
                                   if ws-fs-arqCopiaConversao = 00 then
                                       add 1 to ws-arq-qtd-copia(ws-ind-arq)
                                   else
                                       move 'ERRO AO GRAVAR A COPIA' to ws-arq-ocorrencia(ws-ind-arq)
                                       move 'S' to ws-falhou
                                   end-if
                               when 10
                                   move 'S' to ws-fim-arquivo
                               when other
                                   move ws-fs-arqOriginal to ws-edit-fs
                                   move spaces to ws-arq-ocorrencia(ws-ind-arq)
                                   string 'ERRO NA LEITURA - FS ' delimited by size
                                          ws-edit-fs delimited by size
                                     into ws-arq-ocorrencia(ws-ind-arq)
                                   end-string
                                   move 'S' to ws-falhou
                           end-evaluate

                       end-perform

                       close arqCopiaConversao
                   end-if

                   perform fecha-original

               end-if
           end-if

      *>   a cópia só vale se tem exatamente os registros do original
           if ws-falhou = 'N'
           and ws-arq-situacao(ws-ind-arq) <> 'A' then
               if ws-arq-qtd-copia(ws-ind-arq) = ws-arq-qtd-original(ws-ind-arq) then
                   move 'C' to ws-arq-situacao(ws-ind-arq)
               else
                   move 'COPIA DIFERENTE DO ORIGINAL' to ws-arq-ocorrencia(ws-ind-arq)
                   move 'S' to ws-falhou
               end-if
           end-if

           if ws-falhou = 'S' then
               move 'F' to ws-arq-situacao(ws-ind-arq)
               add 1 to ws-qtd-falhas
           end-if

           .
       copia-arquivo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  etapa 2 - reconstrói o arquivo corrente no layout novo a partir
      *>  da cópia, com o código do aluno alargado para 6 posições
      *>------------------------------------------------------------------------
       reconstroi-arquivo section.

           move 'N' to ws-falhou
           move 0 to ws-arq-qtd-copia(ws-ind-arq)
           perform monta-nome-copia

           open input arqCopiaConversao

           if ws-fs-arqCopiaConversao <> 00 then
      *>       na retomada, arquivo sem cópia é o que não existia na
      *>       primeira execução
               if ws-fs-arqCopiaConversao = 35
               and ws-retomada = 'S' then
                   move 'A' to ws-arq-situacao(ws-ind-arq)
                   move 'NAO EXISTE - NADA A CONVERTER' to ws-arq-ocorrencia(ws-ind-arq)
               else
                   move ws-fs-arqCopiaConversao to ws-edit-fs
                   move spaces to ws-arq-ocorrencia(ws-ind-arq)
                   string 'ERRO AO ABRIR A COPIA - FS ' delimited by size
                          ws-edit-fs delimited by size
                     into ws-arq-ocorrencia(ws-ind-arq)
                   end-string
                   move 'S' to ws-falhou
               end-if
           else

               perform abre-convertido

               if ws-fs-arqConvertido <> 00 then
                   move ws-fs-arqConvertido to ws-edit-fs
                   move spaces to ws-arq-ocorrencia(ws-ind-arq)
                   string 'ERRO NA RECRIACAO - FS ' delimited by size
                          ws-edit-fs delimited by size
                     into ws-arq-ocorrencia(ws-ind-arq)
                   end-string
                   move 'S' to ws-falhou
               else

                   move ws-arq-pos-cod(ws-ind-arq) to ws-pos-cod
                   compute ws-tam-prefixo = ws-pos-cod - 1
                   compute ws-pos-resto = ws-pos-cod + 3

                   move 'N' to ws-fim-arquivo
                   perform until ws-fim-arquivo = 'S'
                              or ws-falhou = 'S'

                       read arqCopiaConversao
                           at end
                               move 'S' to ws-fim-arquivo
                       end-read

                       if ws-fim-arquivo = 'N' then
                           add 1 to ws-arq-qtd-copia(ws-ind-arq)
                           perform converte-registro
                           perform grava-convertido

                           if ws-fs-arqConvertido = 00 then
                               add 1 to ws-arq-qtd-convertido(ws-ind-arq)
                           else
                               move ws-fs-arqConvertido to ws-edit-fs
                               move spaces to ws-arq-ocorrencia(ws-ind-arq)
                               string 'ERRO NA GRAVACAO - FS ' delimited by size
                                      ws-edit-fs delimited by size
                                 into ws-arq-ocorrencia(ws-ind-arq)
                               end-string
                               move 'S' to ws-falhou
                           end-if
                       end-if

                   end-perform

                   perform fecha-convertido
               end-if

               close arqCopiaConversao
           end-if

           if ws-falhou = 'N'
           and ws-arq-situacao(ws-ind-arq) <> 'A' then
               if ws-arq-qtd-convertido(ws-ind-arq) = ws-arq-qtd-copia(ws-ind-arq) then
                   move 'R' to ws-arq-situacao(ws-ind-arq)
               else
                   move 'GRAVADOS DIFERENTE DA COPIA' to ws-arq-ocorrencia(ws-ind-arq)
                   move 'S' to ws-falhou
               end-if
           end-if

           if ws-falhou = 'S' then
               move 'F' to ws-arq-situacao(ws-ind-arq)
               add 1 to ws-qtd-falhas
           end-if

           .
       reconstroi-arquivo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  monta em ws-registro-convertido o registro lido da cópia, com
      *>  3 zeros à esquerda do código antigo - o valor do código não
      *>  muda e o resto do registro anda 3 posições; a mensalidade
      *>  ganhou campos novos e é montada campo a campo
      *>------------------------------------------------------------------------
       converte-registro section.

           move spaces to ws-registro-convertido

           if ws-ind-arq = 5 then
               perform converte-mensalidade
           else
               if ws-tam-prefixo > 0 then
                   move cpc-linha(1:ws-tam-prefixo)
                     to ws-registro-convertido(1:ws-tam-prefixo)
               end-if

               move '000' to ws-registro-convertido(ws-pos-cod:3)
               move cpc-linha(ws-pos-cod:) to ws-registro-convertido(ws-pos-resto:)
           end-if

           .
       converte-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  monta a mensalidade no layout novo - em aberto, o saldo é o
      *>  valor cobrado; encargos, acordo e descontos começam zerados e
      *>  o valor bruto é o próprio valor, que não tinha desconto
      *>------------------------------------------------------------------------
       converte-mensalidade section.

           move cpc-linha(1:40) to ws-men-antiga

           move ws-men-ant-cod-aluno      to men-cod-aluno
           move ws-men-ant-ano            to men-ano
           move ws-men-ant-mes            to men-mes
           move ws-men-ant-valor          to men-valor
           move ws-men-ant-vencimento     to men-vencimento
           move ws-men-ant-situacao       to men-situacao
           move ws-men-ant-data-pagamento to men-data-pagamento
           move ws-men-ant-valor-pago     to men-valor-pago

           if men-situacao = 'A' then
               move men-valor to men-saldo
           else
               move 0 to men-saldo
           end-if

           move 0         to men-multa
           move 0         to men-juros
           move 0         to men-num-acordo
           move men-valor to men-valor-bruto
           move 0         to men-desc-percentual
           move 0         to men-desc-fixo

           move men-registro to ws-registro-convertido

           .
       converte-mensalidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  etapa 3 - relê o arquivo novo e confere a quantidade de
      *>  registros com a da cópia
      *>------------------------------------------------------------------------
       confere-arquivo section.

           move 'N' to ws-falhou

           perform abre-conferencia

           if ws-fs-arqConvertido <> 00 then
               move ws-fs-arqConvertido to ws-edit-fs
               move spaces to ws-arq-ocorrencia(ws-ind-arq)
               string 'ERRO NA CONFERENCIA - FS ' delimited by size
                      ws-edit-fs delimited by size
                 into ws-arq-ocorrencia(ws-ind-arq)
               end-string
               move 'S' to ws-falhou
           else

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                          or ws-falhou = 'S'

                   perform le-convertido

                   evaluate ws-fs-arqConvertido
                       when 00
                           add 1 to ws-arq-qtd-conferido(ws-ind-arq)
                       when 10
                           move 'S' to ws-fim-arquivo
                       when other
                           move ws-fs-arqConvertido to ws-edit-fs
                           move spaces to ws-arq-ocorrencia(ws-ind-arq)
                           string 'ERRO NA RELEITURA - FS ' delimited by size
                                  ws-edit-fs delimited by size
                             into ws-arq-ocorrencia(ws-ind-arq)
                           end-string
                           move 'S' to ws-falhou
                   end-evaluate

               end-perform

               perform fecha-convertido
           end-if

           if ws-falhou = 'N' then
               if ws-arq-qtd-conferido(ws-ind-arq) = ws-arq-qtd-copia(ws-ind-arq) then
                   move 'K' to ws-arq-situacao(ws-ind-arq)
                   move 'CONVERTIDO' to ws-arq-ocorrencia(ws-ind-arq)
               else
                   move 'QUANTIDADE NAO CONFERE' to ws-arq-ocorrencia(ws-ind-arq)
                   move 'S' to ws-falhou
               end-if
           end-if

           if ws-falhou = 'S' then
               move 'F' to ws-arq-situacao(ws-ind-arq)
               add 1 to ws-qtd-falhas
           end-if

           .
       confere-arquivo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  nome da cópia do arquivo corrente: conversao-<arquivo>
      *>------------------------------------------------------------------------
       monta-nome-copia section.

           move spaces to ws-nome-copia
           string 'conversao-'            delimited by size
                  ws-arq-nome(ws-ind-arq) delimited by space
             into ws-nome-copia
           end-string

           .
       monta-nome-copia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  abre em leitura o arquivo corrente no layout antigo
      *>------------------------------------------------------------------------
       abre-original section.

           evaluate ws-ind-arq
               when 1
                   open input arqAlunosAnt
               when 2
                   open input arqFrequenciaAnt
               when 3
                   open input arqHistoricoAnt
               when 4
                   open input arqNotasDiscAnt
               when 5
                   open input arqMensalidadesAnt
               when 6
                   open input arqResponsaveisAnt
               when 7
                   open input arqListaEsperaAnt
               when 8
                   open input arqTotaisFreqAnt
               when other
                   move ws-arq-nome(ws-ind-arq) to ws-nome-sequencial
                   open input arqSequencial
                   move ws-fs-arqSequencial to ws-fs-arqOriginal
           end-evaluate

           .
       abre-original-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê o próximo registro do arquivo corrente no layout antigo
      *>------------------------------------------------------------------------
       le-original section.

           move spaces to ws-registro-original

           evaluate ws-ind-arq
               when 1
                   read arqAlunosAnt next into ws-registro-original
               when 2
                   read arqFrequenciaAnt next into ws-registro-original
               when 3
                   read arqHistoricoAnt next into ws-registro-original
               when 4
                   read arqNotasDiscAnt next into ws-registro-original
               when 5
                   read arqMensalidadesAnt next into ws-registro-original
               when 6
                   read arqResponsaveisAnt next into ws-registro-original
               when 7
                   read arqListaEsperaAnt next into ws-registro-original
               when 8
                   read arqTotaisFreqAnt next into ws-registro-original
               when other
                   read arqSequencial into ws-registro-original
                   move ws-fs-arqSequencial to ws-fs-arqOriginal
           end-evaluate

           .
       le-original-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  fecha o arquivo corrente no layout antigo
      *>------------------------------------------------------------------------
       fecha-original section.

           evaluate ws-ind-arq
               when 1
                   close arqAlunosAnt
               when 2
                   close arqFrequenciaAnt
               when 3
                   close arqHistoricoAnt
               when 4
                   close arqNotasDiscAnt
               when 5
                   close arqMensalidadesAnt
               when 6
                   close arqResponsaveisAnt
               when 7
                   close arqListaEsperaAnt
               when 8
                   close arqTotaisFreqAnt
               when other
                   close arqSequencial
           end-evaluate

           .
       fecha-original-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  recria vazio o arquivo corrente no layout novo
      *>------------------------------------------------------------------------
       abre-convertido section.

           evaluate ws-ind-arq
               when 1
                   open output arqCadastroAlunos
               when 2
                   open output arqFrequencia
               when 3
                   open output arqHistoricoAlunos
               when 4
                   open output arqNotasDisciplina
               when 5
                   open output arqMensalidades
               when 6
                   open output arqResponsaveis
               when 7
                   open output arqListaEspera
               when 8
                   open output arqTotaisFrequencia
               when other
                   move ws-arq-nome(ws-ind-arq) to ws-nome-sequencial
                   open output arqSequencial
                   move ws-fs-arqSequencial to ws-fs-arqConvertido
           end-evaluate

           .
       abre-convertido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no arquivo corrente o registro de ws-registro-convertido
      *>------------------------------------------------------------------------
       grava-convertido section.

           evaluate ws-ind-arq
               when 1
                   move ws-registro-convertido to fd-alunos
                   write fd-alunos
               when 2
                   move ws-registro-convertido to frq-registro
                   write frq-registro
               when 3
                   move ws-registro-convertido to his-registro
                   write his-registro
               when 4
                   move ws-registro-convertido to nod-registro
                   write nod-registro
               when 5
                   move ws-registro-convertido to men-registro
                   write men-registro
               when 6
                   move ws-registro-convertido to resp-registro
                   write resp-registro
               when 7
                   move ws-registro-convertido to esp-registro
                   write esp-registro
               when 8
                   move ws-registro-convertido to tot-registro
                   write tot-registro
               when other
                   move ws-registro-convertido to seq-linha
                   write seq-linha
                   move ws-fs-arqSequencial to ws-fs-arqConvertido
           end-evaluate

           .
       grava-convertido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  abre em leitura o arquivo corrente no layout novo, para a
      *>  conferência
      *>------------------------------------------------------------------------
       abre-conferencia section.

           evaluate ws-ind-arq
               when 1
                   open input arqCadastroAlunos
               when 2
                   open input arqFrequencia
               when 3
                   open input arqHistoricoAlunos
               when 4
                   open input arqNotasDisciplina
               when 5
                   open input arqMensalidades
               when 6
                   open input arqResponsaveis
               when 7
                   open input arqListaEspera
               when 8
                   open input arqTotaisFrequencia
               when other
                   move ws-arq-nome(ws-ind-arq) to ws-nome-sequencial
                   open input arqSequencial
                   move ws-fs-arqSequencial to ws-fs-arqConvertido
           end-evaluate

           .
       abre-conferencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê o próximo registro do arquivo corrente no layout novo
      *>------------------------------------------------------------------------
       le-convertido section.

           evaluate ws-ind-arq
               when 1
                   read arqCadastroAlunos next
               when 2
                   read arqFrequencia next
               when 3
                   read arqHistoricoAlunos next
               when 4
                   read arqNotasDisciplina next
               when 5
                   read arqMensalidades next
               when 6
                   read arqResponsaveis next
               when 7
                   read arqListaEspera next
               when 8
                   read arqTotaisFrequencia next
               when other
                   read arqSequencial
                   move ws-fs-arqSequencial to ws-fs-arqConvertido
           end-evaluate

           .
       le-convertido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  fecha o arquivo corrente no layout novo
      *>------------------------------------------------------------------------
       fecha-convertido section.

           evaluate ws-ind-arq
               when 1
                   close arqCadastroAlunos
               when 2
                   close arqFrequencia
               when 3
                   close arqHistoricoAlunos
               when 4
                   close arqNotasDisciplina
               when 5
                   close arqMensalidades
               when 6
                   close arqResponsaveis
               when 7
                   close arqListaEspera
               when 8
                   close arqTotaisFrequencia
               when other
                   close arqSequencial
           end-evaluate

           .
       fecha-convertido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava o relatório da conversão - uma linha por arquivo com as
      *>  quantidades do original, da cópia, gravadas e conferidas
      *>------------------------------------------------------------------------
       grava-relatorio section.

           move function current-date to ws-data-hora

           move spaces to rel-linha
           string 'Conversao do codigo do aluno - ' delimited by size
                  ws-data-hora(7:2) delimited by size
                  '/'               delimited by size
                  ws-data-hora(5:2) delimited by size
                  '/'               delimited by size
                  ws-data-hora(1:4) delimited by size
                  ' - operador '    delimited by size
                  ws-operador       delimited by size
             into rel-linha
           end-string
           write rel-linha

           if ws-retomada = 'S' then
               move 'Execucao retomada a partir das copias ja tiradas' to rel-linha
               write rel-linha
           end-if

           move spaces to rel-linha
           write rel-linha

           move 'Arquivo                        Original   Copia Gravados Conferid  Situacao'
             to rel-linha
           write rel-linha

           perform varying ws-ind-arq from 1 by 1
                     until ws-ind-arq > ws-qtd-arquivos

               move ws-arq-qtd-original(ws-ind-arq)   to ws-edit-original
               move ws-arq-qtd-copia(ws-ind-arq)      to ws-edit-copia
               move ws-arq-qtd-convertido(ws-ind-arq) to ws-edit-convertido
               move ws-arq-qtd-conferido(ws-ind-arq)  to ws-edit-conferido

               move spaces to rel-linha
               string ws-arq-nome(ws-ind-arq)       delimited by size
                      ' '                           delimited by size
                      ws-edit-original              delimited by size
                      ' '                           delimited by size
                      ws-edit-copia                 delimited by size
                      ' '                           delimited by size
                      ws-edit-convertido            delimited by size
                      ' '                           delimited by size
                      ws-edit-conferido             delimited by size
                      '  '                          delimited by size
                      ws-arq-ocorrencia(ws-ind-arq) delimited by size
                 into rel-linha
               end-string
               write rel-linha

           end-perform

           move spaces to rel-linha
           write rel-linha

           if ws-qtd-falhas > 0 then
               move spaces to rel-linha
               string 'ARQUIVOS COM FALHA: ' delimited by size
                      ws-qtd-falhas          delimited by size
                      ' - CONVERSAO NAO CONCLUIDA' delimited by size
                 into rel-linha
               end-string
           else
               move 'TODOS OS ARQUIVOS CONVERTIDOS E CONFERIDOS' to rel-linha
           end-if
           write rel-linha

           .
       grava-relatorio-exit.
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
           close arqRelatorioConversao

           stop run
           .

       finaliza-exit.
           exit.

      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "retornoBanco".
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

           select arqRetornoBanco assign to "retornoBanco.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRetornoBanco.

           select arqMensalidades assign to "arqMensalidades.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqCadastroAlunos assign to "arqCadastroAlunos.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqCadastroAlunos.

           select arqResponsaveis assign to "arqResponsaveis.txt"
           organization is indexed
           access mode is dynamic
           record key is resp-cod-aluno
           file status is ws-fs-arqResponsaveis.

           select arqLogAlunos assign to "arqLogAlunos.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlunos.

           select arqRelatorioRetorno
           assign to "relatorioRetornoBanco.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioRetorno.

           select arqRemessaBanco assign to "remessaBanco.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRemessaBanco.

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

      *>  arquivo de retorno do banco - uma linha por boleto pago, com
      *>  a chave da mensalidade (aluno + ano + mês), a data do
      *>  pagamento (aaaammdd) e o valor pago
       fd arqRetornoBanco.

       01 ban-linha.
           05 ban-cod-aluno                         pic  9(06).
           05 filler                                pic  x(01).
           05 ban-ano                               pic  9(04).
           05 filler                                pic  x(01).
           05 ban-mes                               pic  9(02).
           05 filler                                pic  x(01).
           05 ban-data-pagamento                    pic  9(08).
           05 filler                                pic  x(01).
           05 ban-valor-pago                        pic  9(05)v99.

      *>  registro de mensalidades por aluno, ano e mês
       fd arqMensalidades.

           copy "fdMensalidades.cpy".

       fd arqCadastroAlunos.

           copy "fdAlunos.cpy".

      *>  registro do responsável financeiro por aluno
       fd arqResponsaveis.

           copy "fdResponsavel.cpy".

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

       fd arqRelatorioRetorno.

       01 rel-linha                                pic  x(100).

      *>  arquivo de remessa ao banco - uma linha por mensalidade em
      *>  aberto, com o sacado para a emissão do boleto
       fd arqRemessaBanco.

       01 rem-linha.
           05 rem-cod-aluno                         pic  9(06).
           05 filler                                pic  x(01) value space.
           05 rem-ano                               pic  9(04).
           05 filler                                pic  x(01) value space.
           05 rem-mes                               pic  9(02).
           05 filler                                pic  x(01) value space.
           05 rem-vencimento                        pic  9(08).
           05 filler                                pic  x(01) value space.
           05 rem-valor                             pic  9(05)v99.
           05 filler                                pic  x(01) value space.
           05 rem-sacado                            pic  x(25).
           05 filler                                pic  x(01) value space.
           05 rem-cpf                               pic  x(11).
           05 filler                                pic  x(01) value space.
           05 rem-endereco                          pic  x(35).

      *>  registro do cadastro de operadores
       fd arqOperadores.

           copy "fdOperadores.cpy".

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqRetornoBanco                     pic  9(02).
       77 ws-fs-arqMensalidades                     pic  9(02).
       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqResponsaveis                     pic  9(02).
       77 ws-fs-arqLogAlunos                        pic  9(02).
       77 ws-fs-arqRelatorioRetorno                 pic  9(02).
       77 ws-fs-arqRemessaBanco                     pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).

       77 ws-fim-arquivo                            pic  x(01).
       77 ws-tem-responsaveis                       pic  x(01) value 'N'.

      *>  contadores da conciliação do retorno
       77 ws-qtd-retorno                            pic  9(05).
       77 ws-qtd-baixadas                           pic  9(05).
       77 ws-qtd-nao-encontradas                    pic  9(05).
       77 ws-qtd-duplicadas                         pic  9(05).
       77 ws-qtd-divergentes                        pic  9(05).
       77 ws-qtd-parciais                           pic  9(05).
       77 ws-qtd-em-acordo                          pic  9(05).
       77 ws-qtd-invalidas                          pic  9(05).
       77 ws-valor-baixado                          pic  9(09)v99.

      *>  contadores da remessa
       77 ws-qtd-remessa                            pic  9(05).
       77 ws-valor-remessa                          pic  9(09)v99.

      *>  desfecho da linha corrente do retorno no relatório
       77 ws-desfecho                               pic  x(25).

      *>  variáveis de multa, juros e pagamento parcial - as mesmas
      *>  regras da baixa na tela do financeiro: multa de 2% sobre o
      *>  principal em atraso, cobrada uma única vez, e juros de mora de
      *>  0,0333% ao dia contados do vencimento ou do último pagamento
      *>  parcial, até a data do pagamento no banco
       77 ws-perc-multa                             pic  9(02)v99 value 2,00.
       77 ws-perc-juros-dia                         pic  9(01)v9(04) value 0,0333.
       77 ws-enc-principal                          pic  9(05)v99.
       77 ws-enc-vencimento                         pic  9(08).
       77 ws-enc-inicio-juros                       pic  9(08).
       77 ws-enc-cobra-multa                        pic  x(01).
       77 ws-enc-data-calculo                       pic  9(08).
       77 ws-enc-dias-atraso                        pic  9(05).
       77 ws-enc-multa                              pic  9(05)v99.
       77 ws-enc-juros                              pic  9(05)v99.
       77 ws-enc-devido                             pic  9(06)v99.
       77 ws-enc-saldo-novo                         pic  9(05)v99.

       77 ws-edit-valor                             pic  zzzz9,99.
       77 ws-edit-devido                            pic  zzzz9,99.
       77 ws-edit-valor-pago                        pic  zzzz9,99.
       77 ws-edit-valor-total                       pic  zzzzzz9,99.
       77 ws-edit-data                              pic  x(10).

      *>  variáveis do log de auditoria
       77 ws-data-hora                              pic  x(21).
       77 ws-log-antes                              pic  x(80).
       77 ws-log-depois                             pic  x(80).

      *>  variáveis da identificação do operador - a baixa automática
      *>  regrava mensalidades e grava no log, então exige ao menos o
      *>  perfil de lançamento; sem o cadastro de operadores o acesso é
      *>  liberado e o log fica sem operador, como antes
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
      *>  Baixa automática de mensalidades pelo retorno do banco: lê o
      *>arquivo retornoBanco.txt (um boleto pago por linha, com aluno +
      *>ano + mês, data e valor pago), localiza cada mensalidade pela
      *>men-chave e faz a baixa com a data e o valor do banco, gravando
      *>cada baixa no arqLogAlunos.txt com o operador. Multa e juros de
      *>mora são calculados até a data do pagamento, e o pagamento menor
      *>que o devido deixa a mensalidade parcial, com saldo em aberto. O
      *>relatorioRetornoBanco.txt concilia o retorno: pago e não
      *>encontrado, já pago (duplicidade), renegociado em acordo e pago
      *>com valor diferente do devido.
      *>Ao final gera o remessaBanco.txt com as mensalidades que
      *>continuam em aberto, para o banco emitir os boletos.
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

           open input arqRetornoBanco

               if ws-fs-arqRetornoBanco <> 00 then
                   move 1 to ws-msn-erro-ofsset
                   move ws-fs-arqRetornoBanco to ws-msn-erro-cod
                   move "Erro ao abrir arq. retornoBanco " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open i-o arqMensalidades

               if ws-fs-arqMensalidades <> 00 then
                   move 2 to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqMensalidades " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open input arqCadastroAlunos

               if ws-fs-arqCadastroAlunos <> 00 then
                   move 3 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCadastroAlunos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  sem o cadastro de responsáveis o sacado do boleto sai com os
      *>  dados do próprio cadastro do aluno
           open input arqResponsaveis

               if ws-fs-arqResponsaveis = 00 then
                   move 'S' to ws-tem-responsaveis
               else
                   if ws-fs-arqResponsaveis <> 35 then
                       move 4 to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqResponsaveis " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>  abre o log de auditoria - extend se já existe, senão cria
           open extend arqLogAlunos

               if ws-fs-arqLogAlunos <> 00 then
                   open output arqLogAlunos

                       if ws-fs-arqLogAlunos <> 00 then
                           move 5 to ws-msn-erro-ofsset
                           move ws-fs-arqLogAlunos to ws-msn-erro-cod
                           move "Erro ao abrir arq. arqLogAlunos " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
               end-if

           open output arqRelatorioRetorno

               if ws-fs-arqRelatorioRetorno <> 00 then
                   move 6 to ws-msn-erro-ofsset
                   move ws-fs-arqRelatorioRetorno to ws-msn-erro-cod
                   move "Erro ao abrir arq. relatorioRetornoBanco " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           open output arqRemessaBanco

               if ws-fs-arqRemessaBanco <> 00 then
                   move 7 to ws-msn-erro-ofsset
                   move ws-fs-arqRemessaBanco to ws-msn-erro-cod
                   move "Erro ao abrir arq. remessaBanco " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

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

      *>       a baixa automática regrava mensalidades - exige o perfil
      *>       de lançamento ou de administração
               if ws-perfil-operador = 'C' then
                   move 92 to ws-msn-erro-ofsset
                   move 0 to ws-msn-erro-cod
                   move "Acesso negado - exige perfil de lancamento" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       identifica-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform processa-retorno
           perform grava-resumo
           perform gera-remessa

           display ' '
           display 'Linhas no retorno do banco: ' ws-qtd-retorno
           display 'Mensalidades baixadas: ' ws-qtd-baixadas
           display 'Pagas e nao encontradas: ' ws-qtd-nao-encontradas
           display 'Ja pagas (duplicidade): ' ws-qtd-duplicadas
           display 'Pagas com valor diferente: ' ws-qtd-divergentes
           display '  das quais parciais: ' ws-qtd-parciais
           display 'Renegociadas em acordo: ' ws-qtd-em-acordo
           display 'Linhas invalidas: ' ws-qtd-invalidas
           display 'Relatorio gerado em relatorioRetornoBanco.txt'
           display ' '
           display 'Mensalidades em aberto na remessa: ' ws-qtd-remessa
           move ws-valor-remessa to ws-edit-valor-total
           display 'Total da remessa: ' ws-edit-valor-total
           display 'Remessa gerada em remessaBanco.txt'

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê o retorno do banco linha a linha e concilia cada pagamento
      *>  com a mensalidade correspondente
      *>------------------------------------------------------------------------
       processa-retorno section.

           move 0 to ws-qtd-retorno
           move 0 to ws-qtd-baixadas
           move 0 to ws-qtd-nao-encontradas
           move 0 to ws-qtd-duplicadas
           move 0 to ws-qtd-divergentes
           move 0 to ws-qtd-parciais
           move 0 to ws-qtd-em-acordo
           move 0 to ws-qtd-invalidas
           move 0 to ws-valor-baixado

      *>   cabeçalho do relatório
           move '------- Relatorio de Conciliacao do Retorno do Banco -------'
             to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha
           move 'Aluno | Mes/Ano   | Pago em    | Vlr Devido | Vlr Pago | Desfecho'
             to rel-linha
           write rel-linha
           move all '-' to rel-linha
           write rel-linha

           move 'N' to ws-fim-arquivo

           read arqRetornoBanco
               at end
                   move 'S' to ws-fim-arquivo
           end-read

           perform until ws-fim-arquivo = 'S'

               add 1 to ws-qtd-retorno

      *>       linha em branco ou truncada não entra na conciliação
               if ban-cod-aluno is numeric
               and ban-cod-aluno > 0
               and ban-ano is numeric
               and ban-mes is numeric
               and ban-data-pagamento is numeric
               and ban-valor-pago is numeric then
                   perform concilia-pagamento
               else
                   add 1 to ws-qtd-invalidas
                   move spaces to rel-linha
                   string 'Linha invalida no retorno: ' delimited by size
                          ban-linha delimited by size
                     into rel-linha
                   end-string
                   write rel-linha
               end-if

               read arqRetornoBanco
                   at end
                       move 'S' to ws-fim-arquivo
               end-read

           end-perform

           .
       processa-retorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  concilia o pagamento da linha corrente do retorno - não
      *>  encontrada, já paga, renegociada em acordo, paga com valor
      *>  diferente do devido ou baixada
      *>------------------------------------------------------------------------
       concilia-pagamento section.

           move 0 to ws-enc-devido

           move ban-cod-aluno to men-cod-aluno
           move ban-ano to men-ano
           move ban-mes to men-mes

           read arqMensalidades

           if ws-fs-arqMensalidades <> 0 then
               if ws-fs-arqMensalidades = 23 then
                   add 1 to ws-qtd-nao-encontradas
                   move 'PAGO E NAO ENCONTRADO' to ws-desfecho
                   perform grava-linha-retorno
               else
                   move 8 to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               evaluate men-situacao
                   when = 'P'
      *>               boleto pago de novo - a baixa original é mantida
                       add 1 to ws-qtd-duplicadas
                       move 'JA PAGA - DUPLICIDADE' to ws-desfecho
                       perform grava-linha-retorno
                   when = 'R'
      *>               mensalidade substituída por acordo - o valor vai
      *>               para conferência da secretaria
                       add 1 to ws-qtd-em-acordo
                       move 'RENEGOCIADA EM ACORDO' to ws-desfecho
                       perform grava-linha-retorno
                   when other

                       perform prepara-encargos-mensalidade
                       move ban-data-pagamento to ws-enc-data-calculo
                       perform calcula-encargos

                       perform baixa-mensalidade

      *>               valor diferente do devido é baixado com o valor
      *>               do banco e sai no relatório para conferência
                       evaluate true
                           when ban-valor-pago < ws-enc-devido
                               add 1 to ws-qtd-divergentes
                               add 1 to ws-qtd-parciais
                               move 'PARCIAL - SALDO EM ABERTO' to ws-desfecho
                           when ban-valor-pago > ws-enc-devido
                               add 1 to ws-qtd-divergentes
                               move 'BAIXADA - VALOR A MAIOR' to ws-desfecho
                           when other
                               move 'BAIXADA' to ws-desfecho
                       end-evaluate
                       perform grava-linha-retorno

               end-evaluate

           end-if

           .
       concilia-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  baixa a mensalidade corrente com a data e o valor do banco e
      *>  grava a baixa no log de auditoria - o que faltar do devido
      *>  (encargos inclusive) fica como saldo em aberto
      *>------------------------------------------------------------------------
       baixa-mensalidade section.

           move ws-enc-principal to ws-edit-valor
           move ws-enc-devido to ws-edit-devido
           move spaces to ws-log-antes
           string 'Mensalidade ' delimited by size
                  men-mes delimited by size
                  '/' delimited by size
                  men-ano delimited by size
                  ' situacao ' delimited by size
                  men-situacao delimited by size
                  ' - principal ' delimited by size
                  ws-edit-valor delimited by size
                  ' devido ' delimited by size
                  ws-edit-devido delimited by size
             into ws-log-antes
           end-string

           if ban-valor-pago >= ws-enc-devido then
               move 0 to ws-enc-saldo-novo
           else
               compute ws-enc-saldo-novo = ws-enc-devido - ban-valor-pago
           end-if

           add ws-enc-multa to men-multa
           add ws-enc-juros to men-juros
           add ban-valor-pago to men-valor-pago
           move ban-data-pagamento to men-data-pagamento
           move ws-enc-saldo-novo to men-saldo

           if ws-enc-saldo-novo = 0 then
               move 'P' to men-situacao
           else
               move 'S' to men-situacao
           end-if

           rewrite men-registro

           if ws-fs-arqMensalidades <> 0 then
               move 9 to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades to ws-msn-erro-cod
               move 'Erro ao Gravar arq. arqMensalidades' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-baixadas
           add ban-valor-pago to ws-valor-baixado

           perform grava-log-baixa

           .
       baixa-mensalidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  prepara o cálculo de encargos da mensalidade corrente - a
      *>  parcial cobra juros só do saldo e desde o último pagamento, e
      *>  a multa é cobrada uma única vez
      *>------------------------------------------------------------------------
       prepara-encargos-mensalidade section.

           if men-situacao = 'S' then
               move men-saldo to ws-enc-principal
               move men-data-pagamento to ws-enc-inicio-juros
           else
               move men-valor to ws-enc-principal
               move men-vencimento to ws-enc-inicio-juros
           end-if

           move men-vencimento to ws-enc-vencimento

           if men-multa = 0 then
               move 'S' to ws-enc-cobra-multa
           else
               move 'N' to ws-enc-cobra-multa
           end-if

           .
       prepara-encargos-mensalidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  calcula a multa e os juros de mora do principal em
      *>  ws-enc-principal na data ws-enc-data-calculo - sem atraso, o
      *>  devido é o próprio principal
      *>------------------------------------------------------------------------
       calcula-encargos section.

           move 0 to ws-enc-multa
           move 0 to ws-enc-juros
           move 0 to ws-enc-dias-atraso

           if ws-enc-data-calculo > ws-enc-vencimento then

               if ws-enc-cobra-multa = 'S' then
                   compute ws-enc-multa rounded =
                           ws-enc-principal * ws-perc-multa / 100
               end-if

      *>       juros correm do vencimento, ou do último pagamento
      *>       parcial quando ele foi depois do vencimento
               if ws-enc-inicio-juros < ws-enc-vencimento then
                   move ws-enc-vencimento to ws-enc-inicio-juros
               end-if

               if ws-enc-data-calculo > ws-enc-inicio-juros then
                   compute ws-enc-dias-atraso =
                           function integer-of-date(ws-enc-data-calculo)
                         - function integer-of-date(ws-enc-inicio-juros)
                   compute ws-enc-juros rounded =
                           ws-enc-principal * ws-perc-juros-dia / 100
                         * ws-enc-dias-atraso
               end-if

           end-if

           compute ws-enc-devido = ws-enc-principal + ws-enc-multa
                                 + ws-enc-juros

           .
       calcula-encargos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no log de auditoria a baixa da mensalidade corrente
      *>------------------------------------------------------------------------
       grava-log-baixa section.

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

           move men-cod-aluno to log-cod
           move 'BAIXA-BCO' to log-operacao
           move ws-log-antes to log-antes

           perform formata-data-pagamento
           move ban-valor-pago to ws-edit-valor-pago
           move men-saldo to ws-edit-valor
           move spaces to ws-log-depois
           string 'Paga pelo banco em ' delimited by size
                  ws-edit-data delimited by size
                  ' - valor ' delimited by size
                  ws-edit-valor-pago delimited by size
                  ' situacao ' delimited by size
                  men-situacao delimited by size
                  ' saldo ' delimited by size
                  ws-edit-valor delimited by size
             into ws-log-depois
           end-string
           move ws-log-depois to log-depois
           move ws-operador to log-operador

           write log-linha

           .
       grava-log-baixa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no relatório a linha da conciliação do pagamento
      *>  corrente, com o desfecho em ws-desfecho
      *>------------------------------------------------------------------------
       grava-linha-retorno section.

           perform formata-data-pagamento
           move ws-enc-devido to ws-edit-valor
           move ban-valor-pago to ws-edit-valor-pago

           move spaces to rel-linha
           string ban-cod-aluno delimited by size
                  '   | ' delimited by size
                  ban-mes delimited by size
                  '/' delimited by size
                  ban-ano delimited by size
                  '   | ' delimited by size
                  ws-edit-data delimited by size
                  ' | ' delimited by size
                  ws-edit-valor delimited by size
                  '   | ' delimited by size
                  ws-edit-valor-pago delimited by size
                  ' | ' delimited by size
                  ws-desfecho delimited by size
             into rel-linha
           end-string
           write rel-linha

           .
       grava-linha-retorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  formata a data de pagamento do retorno (aaaammdd) em
      *>  dd/mm/aaaa
      *>------------------------------------------------------------------------
       formata-data-pagamento section.

           move ban-data-pagamento(7:2) to ws-edit-data(1:2)
           move '/'                     to ws-edit-data(3:1)
           move ban-data-pagamento(5:2) to ws-edit-data(4:2)
           move '/'                     to ws-edit-data(6:1)
           move ban-data-pagamento(1:4) to ws-edit-data(7:4)

           .
       formata-data-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava o rodapé do relatório com os totais da conciliação
      *>------------------------------------------------------------------------
       grava-resumo section.

           move spaces to rel-linha
           write rel-linha
           move all '-' to rel-linha
           write rel-linha

           move spaces to rel-linha
           string 'Linhas no retorno: ' delimited by size
                  ws-qtd-retorno delimited by size
                  '  Baixadas: ' delimited by size
                  ws-qtd-baixadas delimited by size
                  '  Invalidas: ' delimited by size
                  ws-qtd-invalidas delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           string 'Pagas e nao encontradas: ' delimited by size
                  ws-qtd-nao-encontradas delimited by size
                  '  Ja pagas: ' delimited by size
                  ws-qtd-duplicadas delimited by size
                  '  Valor diferente: ' delimited by size
                  ws-qtd-divergentes delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           string 'Pagamentos parciais: ' delimited by size
                  ws-qtd-parciais delimited by size
                  '  Renegociadas em acordo: ' delimited by size
                  ws-qtd-em-acordo delimited by size
             into rel-linha
           end-string
           write rel-linha

           move ws-valor-baixado to ws-edit-valor-total
           move spaces to rel-linha
           string 'Total baixado: ' delimited by size
                  ws-edit-valor-total delimited by size
             into rel-linha
           end-string
           write rel-linha

           .
       grava-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  gera a remessa ao banco com todas as mensalidades que seguem
      *>  em aberto ou parciais depois da baixa do retorno
      *>------------------------------------------------------------------------
       gera-remessa section.

           move 0 to ws-qtd-remessa
           move 0 to ws-valor-remessa

      *>   posiciona na primeira mensalidade do arquivo
           move 0 to men-cod-aluno
           move 0 to men-ano
           move 0 to men-mes

           start arqMensalidades key is >= men-chave

           if ws-fs-arqMensalidades <> 0
           and ws-fs-arqMensalidades <> 23
           and ws-fs-arqMensalidades <> 46 then
               move 10 to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMensalidades = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqMensalidades next

                   if ws-fs-arqMensalidades <> 0
                   and ws-fs-arqMensalidades <> 10 then
                       move 11 to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqMensalidades = 0 then
                       if men-situacao = 'A'
                       or men-situacao = 'S' then
                           perform grava-linha-remessa
                       end-if
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

           .
       gera-remessa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava na remessa a mensalidade em aberto corrente, com o
      *>  responsável financeiro como sacado - sem cadastro de
      *>  responsável, vai a mãe com o endereço do cadastro do aluno
      *>------------------------------------------------------------------------
       grava-linha-remessa section.

           move men-cod-aluno  to rem-cod-aluno
           move men-ano        to rem-ano
           move men-mes        to rem-mes
           move men-vencimento to rem-vencimento
      *>   a parcial vai para o banco só com o saldo em aberto
           if men-situacao = 'S' then
               move men-saldo  to rem-valor
           else
               move men-valor  to rem-valor
           end-if
           move spaces to rem-sacado
           move spaces to rem-cpf
           move spaces to rem-endereco

           move 23 to ws-fs-arqResponsaveis
           if ws-tem-responsaveis = 'S' then
               move men-cod-aluno to resp-cod-aluno
               read arqResponsaveis
           end-if

           if ws-fs-arqResponsaveis = 0 then
               move resp-nome     to rem-sacado
               move resp-cpf      to rem-cpf
               move resp-endereco to rem-endereco
           else
               move men-cod-aluno to fd-cod-aluno
               read arqCadastroAlunos

               if ws-fs-arqCadastroAlunos = 0 then
                   move fd-mae      to rem-sacado
                   move fd-endereco to rem-endereco
               end-if
           end-if

           write rem-linha

           if ws-fs-arqRemessaBanco <> 0 then
               move 12 to ws-msn-erro-ofsset
               move ws-fs-arqRemessaBanco to ws-msn-erro-cod
               move 'Erro ao Gravar arq. remessaBanco' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-remessa
           add rem-valor to ws-valor-remessa

           .
       grava-linha-remessa-exit.
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
           close arqRetornoBanco
           close arqMensalidades
           close arqCadastroAlunos
           if ws-tem-responsaveis = 'S' then
               close arqResponsaveis
           end-if
           close arqLogAlunos
           close arqRelatorioRetorno
           close arqRemessaBanco

           stop run
           .

       finaliza-exit.
           exit.

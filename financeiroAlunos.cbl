           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqAcordos assign to "arqAcordos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is acd-chave
           file status is ws-fs-arqAcordos.

           select arqDescontos assign to "arqDescontos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dsc-chave
           file status is ws-fs-arqDescontos.

           select arqRelatorioDescontos assign to "relatorioDescontos.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorioDescontos.

           select arqRelatorioInadimplencia
           assign to "relatorioInadimplencia.txt"
           organization is line sequential

           copy "fdMensalidades.cpy".

      *>  registro das parcelas dos acordos de parcelamento
       fd arqAcordos.

           copy "fdAcordos.cpy".

      *>  registro das bolsas e descontos por aluno
       fd arqDescontos.

           copy "fdDescontos.cpy".

       fd arqRelatorioDescontos.

       01 dsr-linha                                pic  x(100).

       fd arqRelatorioInadimplencia.

       01 rel-linha                                pic  x(100).
       77 ws-fs-arqCadastroAlunos                   pic  9(02).
       77 ws-fs-arqResponsaveis                     pic  9(02).
       77 ws-fs-arqMensalidades                     pic  9(02).
       77 ws-fs-arqAcordos                          pic  9(02).
       77 ws-fs-arqDescontos                        pic  9(02).
       77 ws-fs-arqRelatorioDescontos               pic  9(02).
       77 ws-fs-arqRelatorioInadimpl                pic  9(02).
       77 ws-fs-arqOperadores                       pic  9(02).

       77 ws-menu                                   pic  x(02).
       77 ws-opcao                                  pic  x(02).
       77 ws-ind                                    pic  9(06).
       77 ws-cod-existe                             pic  x(01).
       77 ws-fim-arquivo                            pic  x(01).
       77 ws-fim-mensalidades                       pic  x(01).
       77 ws-fim-acordos                            pic  x(01).
       77 ws-fim-descontos                          pic  x(01).

      *>  variáveis do cadastro do responsável financeiro
       77 ws-nome-responsavel                       pic  x(25).
       77 ws-qtd-geradas                            pic  9(05).
       77 ws-qtd-ja-geradas                         pic  9(05).
       77 ws-qtd-nao-ativos                         pic  9(05).
       77 ws-qtd-quitadas-bolsa                     pic  9(05).

      *>  variáveis da baixa de pagamento
       77 ws-valor-pago                             pic  9(05)v99.
       77 ws-data-hora                              pic  x(21).
       77 ws-data-hoje                              pic  9(08).

      *>  variáveis de multa, juros e pagamento parcial - multa de 2%
      *>  sobre o principal em atraso, cobrada uma única vez, e juros
      *>  de mora de 0,0333% ao dia (1% ao mês) contados do vencimento
      *>  ou do último pagamento parcial; o pagamento menor que o
      *>  devido deixa o restante como saldo em aberto
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

      *>  variáveis do acordo de parcelamento
       77 ws-num-acordo                             pic  9(02).
       77 ws-marca-acordo                           pic  x(01).
       77 ws-num-parcela                            pic  9(02).
       77 ws-qtd-parcelas                           pic  9(02).
       77 ws-qtd-vencidas                           pic  9(03).
       77 ws-valor-acordo                           pic  9(07)v99.
       77 ws-valor-parcela                          pic  9(05)v99.
       77 ws-valor-ultima-parcela                   pic  9(05)v99.
       77 ws-data-digitada                          pic  x(08).
       77 ws-venc-parcela                           pic  9(08).
       77 ws-venc-ano                               pic  9(04).
       77 ws-venc-mes                               pic  9(02).
       77 ws-venc-dia                               pic  9(02).

      *>  variáveis do cadastro de bolsas e descontos
       77 ws-seq-desconto                           pic  9(02).
       77 ws-qtd-descontos                          pic  9(02).
       77 ws-tipo-desconto                          pic  x(01).
       77 ws-perc-desconto                          pic  9(03)v99.
       77 ws-valor-desconto                         pic  9(05)v99.
       77 ws-mes-inicio                             pic  9(06).
       77 ws-mes-fim                                pic  9(06).
       77 ws-motivo-desconto                        pic  x(30).
       77 ws-desconto-ok                            pic  x(01).

      *>  desconto apurado para a mensalidade do mês de referência
       77 ws-mes-referencia                         pic  9(06).
       77 ws-desc-percentual                        pic  9(05)v99.
       77 ws-desc-fixo                              pic  9(05)v99.
       77 ws-desc-calculado                         pic  9(05)v99.

      *>  variáveis do relatório mensal de descontos
       77 ws-turma-desconto                         pic  x(10).
       77 ws-qtd-alunos-turma                       pic  9(03).
       77 ws-perc-turma                             pic  9(07)v99.
       77 ws-fixo-turma                             pic  9(07)v99.
       77 ws-qtd-alunos-desconto                    pic  9(05).
       77 ws-qtd-alunos-perc                        pic  9(05).
       77 ws-qtd-alunos-fixo                        pic  9(05).
       77 ws-perc-geral                             pic  9(09)v99.
       77 ws-fixo-geral                             pic  9(09)v99.
       77 ws-bruto-geral                            pic  9(09)v99.
       77 ws-liquido-geral                          pic  9(09)v99.
       77 ws-total-desconto                         pic  9(09)v99.
       77 ws-edit-perc                              pic  zz9,99.
       77 ws-edit-total-perc                        pic  zzzzzz9,99.
       77 ws-edit-total-fixo                        pic  zzzzzz9,99.

      *>  variáveis do relatório de inadimplência
       77 ws-turma-aluno                            pic  x(10).
       77 ws-qtd-abertas-aluno                      pic  9(03).
       77 ws-valor-aberto-aluno                     pic  9(07)v99.
       77 ws-valor-atualizado-aluno                 pic  9(07)v99.
       77 ws-qtd-inadimplentes                      pic  9(05).
       77 ws-valor-aberto-turma                     pic  9(09)v99.
       77 ws-valor-atualizado-turma                 pic  9(09)v99.
       77 ws-em-acordo                              pic  x(01).
       77 ws-acordo-aluno                           pic  9(02).
       77 ws-parcelas-abertas                       pic  9(02).
       77 ws-parcelas-vencidas                      pic  9(02).
       77 ws-qtd-em-acordo                          pic  9(05).

       77 ws-edit-valor                             pic  zzzz9,99.
       77 ws-edit-valor-turma                       pic  zzzzzz9,99.
       77 ws-edit-atualizado                        pic  zzzzzz9,99.
       77 ws-edit-multa                             pic  zzzz9,99.
       77 ws-edit-juros                             pic  zzzz9,99.
       77 ws-edit-mes-ano                           pic  x(07).
       77 ws-edit-data                              pic  x(10).

      *>baixa de pagamento na tela e emite o relatório de inadimplência
      *>por turma (pela chave alternada fd-turma) com os totais de
      *>valores em aberto - a secretaria deixa de controlar mensalidade
      *>em caderno. A baixa calcula multa e juros de mora desde o
      *>vencimento e aceita pagamento parcial, que deixa o saldo em
      *>aberto; as mensalidades vencidas podem ser renegociadas num
      *>acordo de parcelamento (arqAcordos.txt), baixado por parcela.
      *>As bolsas e descontos de cada aluno (arqDescontos.txt) são
      *>mantidas aqui e aplicadas na geração das cobranças, que grava o
      *>valor bruto e o líquido; o relatorioDescontos.txt totaliza os
      *>descontos do mês por tipo e por turma.
      *>-----------------------------------------------------------------<*

           perform inicializa.
                   perform finaliza-anormal
               end-if

      *>  abre os acordos de parcelamento - se ainda não existe, cria
           open i-o arqAcordos

               if ws-fs-arqAcordos = 35 then
                   open output arqAcordos
                   close arqAcordos
                   open i-o arqAcordos
               end-if

               if ws-fs-arqAcordos  <> 00
               and ws-fs-arqAcordos <> 05 then
                   move 14 to ws-msn-erro-ofsset
                   move ws-fs-arqAcordos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAcordos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>  abre as bolsas e descontos - se ainda não existe, cria antes
           open i-o arqDescontos

               if ws-fs-arqDescontos = 35 then
                   open output arqDescontos
                   close arqDescontos
                   open i-o arqDescontos
               end-if

               if ws-fs-arqDescontos  <> 00
               and ws-fs-arqDescontos <> 05 then
                   move 24 to ws-msn-erro-ofsset
                   move ws-fs-arqDescontos to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDescontos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           move function current-date to ws-data-hora
           move ws-data-hora(1:8) to ws-data-hoje

               display 'B - Gerar Cobrancas do Mes'
               display 'C - Baixa de Pagamento'
               display 'D - Relatorio de Inadimplencia por Turma'
               display 'E - Acordo de Parcelamento'
               display 'F - Baixa de Parcela de Acordo'
               display 'G - Cadastro de Bolsas e Descontos'
               display 'H - Relatorio Mensal de Descontos'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

                       perform baixa-pagamento
                   when = 'D'
                       perform relatorio-inadimplencia
                   when = 'E'
                       perform acordo-parcelamento
                   when = 'F'
                       perform baixa-parcela-acordo
                   when = 'G'
                       perform cadastro-desconto
                   when = 'H'
                       perform relatorio-descontos
                   when other
                       display 'Opcao Invalida'
               end-evaluate
               move 0 to ws-qtd-geradas
               move 0 to ws-qtd-ja-geradas
               move 0 to ws-qtd-nao-ativos
               move 0 to ws-qtd-quitadas-bolsa

      *>       posiciona no primeiro aluno do cadastro
               move 0 to fd-cod-aluno

               display ' '
               display 'Cobrancas geradas: ' ws-qtd-geradas
               display 'Cobrancas quitadas pela bolsa (valor zero): '
                       ws-qtd-quitadas-bolsa
               display 'Cobrancas que ja existiam: ' ws-qtd-ja-geradas
               display 'Alunos com matricula nao ativa (pulados): '
                       ws-qtd-nao-ativos
      *>------------------------------------------------------------------------
       gera-cobranca-ativo section.

      *>   bolsas e descontos vigentes no mês reduzem o valor cobrado -
      *>   a mensalidade guarda o bruto e o desconto por tipo
           perform apura-desconto-aluno

           move fd-cod-aluno to men-cod-aluno
           move ws-ano-cobranca to men-ano
           move ws-mes-cobranca to men-mes
           compute men-valor = ws-valor-mensalidade - ws-desc-percentual
                             - ws-desc-fixo
           move ws-valor-mensalidade to men-valor-bruto
           move ws-desc-percentual to men-desc-percentual
           move ws-desc-fixo to men-desc-fixo

           move ws-ano-cobranca    to men-vencimento(1:4)
           move ws-mes-cobranca    to men-vencimento(5:2)
           move ws-dia-vencimento  to men-vencimento(7:2)

      *>   desconto que cobre a mensalidade inteira já nasce quitado na
      *>   data da geração - sem boleto, aviso nem débito em aberto, e
      *>   com o bruto e os descontos gravados para registrar a bolsa
           if men-valor = 0 then
               move 'P' to men-situacao
               move ws-data-hoje to men-data-pagamento
           else
               move 'A' to men-situacao
               move 0 to men-data-pagamento
           end-if

           move 0 to men-valor-pago
           if men-situacao = 'A' then
               move men-valor to men-saldo
           else
               move 0 to men-saldo
           end-if
           move 0 to men-multa
           move 0 to men-juros
           move 0 to men-num-acordo

      *>   cobrança ja gerada no mês não é regravada, para não perder
      *>   uma baixa ja feita

           evaluate ws-fs-arqMensalidades
               when = 0
                   if men-situacao = 'P' then
                       add 1 to ws-qtd-quitadas-bolsa
                   else
                       add 1 to ws-qtd-geradas
                   end-if
               when = 22
                   add 1 to ws-qtd-ja-geradas
               when other
       gera-cobranca-ativo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  apura o desconto do aluno corrente em fd-alunos na cobrança do
      *>  mês - soma as bolsas vigentes no mês, percentual sobre o valor
      *>  cheio e valor fixo, sem passar do valor da mensalidade
      *>------------------------------------------------------------------------
       apura-desconto-aluno section.

           move 0 to ws-desc-percentual
           move 0 to ws-desc-fixo

           compute ws-mes-referencia = ws-ano-cobranca * 100
                                     + ws-mes-cobranca

           move fd-cod-aluno to dsc-cod-aluno
           move 0 to dsc-seq

           start arqDescontos key is >= dsc-chave

           if ws-fs-arqDescontos <> 0
           and ws-fs-arqDescontos <> 23
           and ws-fs-arqDescontos <> 46 then
               move 25 to ws-msn-erro-ofsset
               move ws-fs-arqDescontos to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqDescontos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqDescontos = 0 then

               move 'N' to ws-fim-descontos

               perform until ws-fim-descontos = 'S'

                   read arqDescontos next

                   if ws-fs-arqDescontos <> 0
                   and ws-fs-arqDescontos <> 10 then
                       move 26 to ws-msn-erro-ofsset
                       move ws-fs-arqDescontos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqDescontos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqDescontos = 0
                   and dsc-cod-aluno = fd-cod-aluno then
                       if dsc-mes-inicio <= ws-mes-referencia
                       and dsc-mes-fim >= ws-mes-referencia then
                           if dsc-tipo = 'P' then
                               compute ws-desc-calculado rounded =
                                       ws-valor-mensalidade
                                     * dsc-percentual / 100
                               add ws-desc-calculado to ws-desc-percentual
                           else
                               add dsc-valor to ws-desc-fixo
                           end-if
                       end-if
                   else
                       move 'S' to ws-fim-descontos
                   end-if

               end-perform

           end-if

      *>   desconto nunca passa do valor da mensalidade - o percentual
      *>   tem preferência sobre o valor fixo
           if ws-desc-percentual > ws-valor-mensalidade then
               move ws-valor-mensalidade to ws-desc-percentual
           end-if

           if ws-desc-percentual + ws-desc-fixo > ws-valor-mensalidade then
               compute ws-desc-fixo = ws-valor-mensalidade
                                    - ws-desc-percentual
           end-if

           .
       apura-desconto-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  baixa de pagamento de uma mensalidade
      *>------------------------------------------------------------------------
       baixa-pagamento section.
                   move men-valor to ws-edit-valor
                   display 'Valor da Mensalidade: ' ws-edit-valor

                   if men-valor-bruto > men-valor then
                       move men-valor-bruto to ws-edit-valor
                       display '  Valor Bruto: ' ws-edit-valor
                               ' (com bolsa/desconto)'
                   end-if

                   evaluate men-situacao
                       when = 'P'
                           display 'Mensalidade ja esta paga'
                       when = 'R'
                           display 'Mensalidade renegociada no acordo '
                                   men-num-acordo ' - baixe pela parcela'
                       when other
                           perform baixa-mensalidade
                   end-evaluate

               end-if

      *>       condição de saída
               display 'Deseja Baixar Mais Algum Pagamento? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       baixa-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  baixa a mensalidade corrente em men-registro com multa e juros
      *>  de mora calculados até hoje - pagamento menor que o devido
      *>  deixa a mensalidade parcial, com o saldo em aberto
      *>------------------------------------------------------------------------
       baixa-mensalidade section.

           if men-situacao = 'S' then
               move men-saldo to ws-edit-valor
               display 'Saldo em Aberto (parcial): ' ws-edit-valor
           end-if

           perform prepara-encargos-mensalidade
           move ws-data-hoje to ws-enc-data-calculo
           perform calcula-encargos
           perform mostra-encargos

           display 'Informe o Valor Pago: '
           accept ws-valor-pago

           if ws-valor-pago = 0 then
               display 'Valor pago invalido'
           else

               display 'Confirma a baixa do pagamento? S/N'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

               if ws-opcao = 'S' then

                   perform aplica-pagamento

                   add ws-enc-multa to men-multa
                   add ws-enc-juros to men-juros
                   add ws-valor-pago to men-valor-pago
                   move ws-data-hoje to men-data-pagamento
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

                   if men-situacao = 'P' then
                       display 'Pagamento baixado com sucesso'
                   else
                       move men-saldo to ws-edit-valor
                       display 'Pagamento parcial - saldo em aberto: '
                               ws-edit-valor
                   end-if
               else
                   display 'Baixa cancelada'
               end-if

           end-if

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
      *>  prepara o cálculo de encargos da parcela de acordo corrente,
      *>  com as mesmas regras da mensalidade
      *>------------------------------------------------------------------------
       prepara-encargos-parcela section.

           if acd-situacao = 'S' then
               move acd-saldo to ws-enc-principal
               move acd-data-pagamento to ws-enc-inicio-juros
           else
               move acd-valor to ws-enc-principal
               move acd-vencimento to ws-enc-inicio-juros
           end-if

           move acd-vencimento to ws-enc-vencimento

           if acd-multa = 0 then
               move 'S' to ws-enc-cobra-multa
           else
               move 'N' to ws-enc-cobra-multa
           end-if

           .
       prepara-encargos-parcela-exit.
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
      *>  mostra na tela o principal, os encargos e o total devido
      *>------------------------------------------------------------------------
       mostra-encargos section.

           if ws-enc-dias-atraso > 0 or ws-enc-multa > 0 then
               move ws-enc-multa to ws-edit-multa
               move ws-enc-juros to ws-edit-juros
               display 'Em atraso - dias de juros: ' ws-enc-dias-atraso
               display 'Multa: ' ws-edit-multa '  Juros: ' ws-edit-juros
           end-if

           move ws-enc-devido to ws-edit-atualizado
           display 'Total Devido: ' ws-edit-atualizado

           .
       mostra-encargos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  aplica o valor pago em ws-valor-pago sobre o devido - o que
      *>  faltar (encargos inclusive) fica como saldo em aberto
      *>------------------------------------------------------------------------
       aplica-pagamento section.

           if ws-valor-pago >= ws-enc-devido then
               move 0 to ws-enc-saldo-novo
           else
               compute ws-enc-saldo-novo = ws-enc-devido - ws-valor-pago
           end-if

           .
       aplica-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  acordo de parcelamento - renegocia todas as mensalidades
      *>  vencidas em aberto do aluno, com multa e juros até hoje, em
      *>  parcelas mensais; as mensalidades passam à situação R e
      *>  apontam o número do acordo
      *>------------------------------------------------------------------------
       acordo-parcelamento section.

           display erase

           display '---------- Acordo de Parcelamento ----------'

           display 'Informe o Codigo do Aluno: '
           accept ws-ind

           move ws-ind to fd-cod-aluno
           read arqCadastroAlunos

           if ws-fs-arqCadastroAlunos <> 0 then
               if ws-fs-arqCadastroAlunos = 23 then
                   display 'Codigo Invalido!'
               else
                   move 15 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               display 'Aluno: ' fd-aluno

      *>       primeira passada só apura e mostra o que será renegociado
               move 'N' to ws-marca-acordo
               perform apura-vencidas-acordo

               if ws-qtd-vencidas = 0 then
                   display 'Nenhuma mensalidade vencida em aberto'
               else

                   move ws-valor-acordo to ws-edit-atualizado
                   display 'Mensalidades vencidas: ' ws-qtd-vencidas
                   display 'Total atualizado a renegociar: '
                           ws-edit-atualizado

                   perform informa-parcelas-acordo

                   if ws-qtd-parcelas > 0 then

                       display 'Confirma o acordo em ' ws-qtd-parcelas
                               ' parcelas? S/N'
                       accept ws-opcao
                       move function upper-case(ws-opcao) to ws-opcao

                       if ws-opcao = 'S' then
                           perform proximo-numero-acordo
                           perform grava-parcelas-acordo
      *>                   segunda passada marca as mensalidades
      *>                   renegociadas
                           move 'S' to ws-marca-acordo
                           perform apura-vencidas-acordo
                           display 'Acordo ' ws-num-acordo
                                   ' gravado com sucesso'
                       else
                           display 'Acordo cancelado'
                       end-if

                   end-if

               end-if

           end-if

           .
       acordo-parcelamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  percorre as mensalidades vencidas em aberto do aluno corrente
      *>  - com ws-marca-acordo = 'S' marca cada uma como renegociada no acordo
      *>  ws-num-acordo, senão só totaliza o valor atualizado até hoje
      *>------------------------------------------------------------------------
       apura-vencidas-acordo section.

           move 0 to ws-qtd-vencidas
           move 0 to ws-valor-acordo

           move fd-cod-aluno to men-cod-aluno
           move 0 to men-ano
           move 0 to men-mes
           if ws-fs-arqMensalidades <> 0
           and ws-fs-arqMensalidades <> 23
           and ws-fs-arqMensalidades <> 46 then
               move 16 to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
               perform finaliza-anormal

                   if ws-fs-arqMensalidades <> 0
                   and ws-fs-arqMensalidades <> 10 then
                       move 17 to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
                       perform finaliza-anormal

                   if ws-fs-arqMensalidades = 0
                   and men-cod-aluno = fd-cod-aluno then
                       if (men-situacao = 'A' or men-situacao = 'S')
                       and men-vencimento < ws-data-hoje then
                           perform renegocia-mensalidade
                       end-if
                   else
                       move 'S' to ws-fim-mensalidades

           end-if

           .
       apura-vencidas-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  totaliza a mensalidade vencida corrente no acordo e, na
      *>  passada de gravação, marca a mensalidade como renegociada
      *>------------------------------------------------------------------------
       renegocia-mensalidade section.

           perform prepara-encargos-mensalidade
           move ws-data-hoje to ws-enc-data-calculo
           perform calcula-encargos

           add 1 to ws-qtd-vencidas
           add ws-enc-devido to ws-valor-acordo

           if ws-marca-acordo = 'S' then

               move 'R' to men-situacao
               move ws-num-acordo to men-num-acordo

               rewrite men-registro

               if ws-fs-arqMensalidades <> 0 then
                   move 18 to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades to ws-msn-erro-cod
                   move 'Erro ao Gravar arq. arqMensalidades' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           else
               move ws-enc-devido to ws-edit-atualizado
               display '  ' men-mes '/' men-ano ' atualizado: '
                       ws-edit-atualizado
           end-if

           .
       renegocia-mensalidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê a quantidade de parcelas e o vencimento da primeira - as
      *>  demais vencem no mesmo dia dos meses seguintes
      *>------------------------------------------------------------------------
       informa-parcelas-acordo section.

           display 'Quantidade de Parcelas (01 a 24): '
           accept ws-qtd-parcelas

           display 'Vencimento da 1a Parcela (ddmmaaaa): '
           accept ws-data-digitada

      *>   monta a data no formato aaaammdd
           move ws-data-digitada(5:4) to ws-venc-parcela(1:4)
           move ws-data-digitada(3:2) to ws-venc-parcela(5:2)
           move ws-data-digitada(1:2) to ws-venc-parcela(7:2)

           if ws-qtd-parcelas < 1
           or ws-qtd-parcelas > 24 then
               display 'Quantidade de parcelas invalida'
               move 0 to ws-qtd-parcelas
           else
               if ws-data-digitada is not numeric
               or ws-data-digitada(1:2) < '01'
               or ws-data-digitada(1:2) > '28'
               or ws-data-digitada(3:2) < '01'
               or ws-data-digitada(3:2) > '12'
               or ws-venc-parcela < ws-data-hoje then
                   display 'Vencimento invalido - dia de 01 a 28, '
                           'a partir de hoje'
                   move 0 to ws-qtd-parcelas
               end-if
           end-if

           .
       informa-parcelas-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  o próximo número de acordo do aluno é o último mais um
      *>------------------------------------------------------------------------
       proximo-numero-acordo section.

           move 0 to ws-num-acordo

           move fd-cod-aluno to acd-cod-aluno
           move 0 to acd-numero
           move 0 to acd-parcela
           start arqAcordos key is >= acd-chave

           if ws-fs-arqAcordos = 0 then

               move 'N' to ws-fim-acordos

               perform until ws-fim-acordos = 'S'

                   read arqAcordos next

                   if ws-fs-arqAcordos = 0
                   and acd-cod-aluno = fd-cod-aluno then
                       move acd-numero to ws-num-acordo
                   else
                       move 'S' to ws-fim-acordos
                   end-if

               end-perform

           end-if

           add 1 to ws-num-acordo

           .
       proximo-numero-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava as parcelas do acordo - a última parcela leva a
      *>  diferença de arredondamento da divisão
      *>------------------------------------------------------------------------
       grava-parcelas-acordo section.

           compute ws-valor-parcela = ws-valor-acordo / ws-qtd-parcelas
           compute ws-valor-ultima-parcela = ws-valor-acordo
                 - ws-valor-parcela * (ws-qtd-parcelas - 1)

           move ws-venc-parcela(1:4) to ws-venc-ano
           move ws-venc-parcela(5:2) to ws-venc-mes
           move ws-venc-parcela(7:2) to ws-venc-dia

           perform varying ws-num-parcela from 1 by 1
                     until ws-num-parcela > ws-qtd-parcelas

               move fd-cod-aluno      to acd-cod-aluno
               move ws-num-acordo     to acd-numero
               move ws-num-parcela    to acd-parcela
               move ws-qtd-parcelas   to acd-qtd-parcelas
               move ws-valor-acordo   to acd-valor-acordo
               move ws-data-hoje      to acd-data-acordo
               move ws-operador       to acd-operador

               if ws-num-parcela = ws-qtd-parcelas then
                   move ws-valor-ultima-parcela to acd-valor
               else
                   move ws-valor-parcela to acd-valor
               end-if

               move ws-venc-ano to acd-vencimento(1:4)
               move ws-venc-mes to acd-vencimento(5:2)
               move ws-venc-dia to acd-vencimento(7:2)

               move 'A' to acd-situacao
               move 0 to acd-data-pagamento
               move 0 to acd-valor-pago
               move acd-valor to acd-saldo
               move 0 to acd-multa
               move 0 to acd-juros

               write acd-registro

               if ws-fs-arqAcordos <> 0 then
                   move 19 to ws-msn-erro-ofsset
                   move ws-fs-arqAcordos to ws-msn-erro-cod
                   move 'Erro ao Gravar arq. arqAcordos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       vencimento da próxima parcela no mês seguinte
               add 1 to ws-venc-mes
               if ws-venc-mes > 12 then
                   move 1 to ws-venc-mes
                   add 1 to ws-venc-ano
               end-if

           end-perform

           .
       grava-parcelas-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  baixa de pagamento de uma parcela de acordo, com as mesmas
      *>  regras de multa, juros e pagamento parcial da mensalidade
      *>------------------------------------------------------------------------
       baixa-parcela-acordo section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Baixa de Parcela de Acordo ----------'

               display 'Informe o Codigo do Aluno: '
               accept ws-ind
               display 'Informe o Numero do Acordo: '
               accept ws-num-acordo
               display 'Informe a Parcela: '
               accept ws-num-parcela

               move ws-ind to acd-cod-aluno
               move ws-num-acordo to acd-numero
               move ws-num-parcela to acd-parcela

               read arqAcordos

               if ws-fs-arqAcordos <> 0 then
                   if ws-fs-arqAcordos = 23 then
                       display 'Parcela nao encontrada'
                   else
                       move 20 to ws-msn-erro-ofsset
                       move ws-fs-arqAcordos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqAcordos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else

                   move acd-valor to ws-edit-valor
                   display 'Parcela ' acd-parcela ' de ' acd-qtd-parcelas
                           ' - Valor: ' ws-edit-valor

                   if acd-situacao = 'P' then
                       display 'Parcela ja esta paga'
                   else
                       perform baixa-parcela
                   end-if

               end-if

      *>       condição de saída
               display 'Deseja Baixar Mais Alguma Parcela? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       baixa-parcela-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  baixa a parcela de acordo corrente em acd-registro
      *>------------------------------------------------------------------------
       baixa-parcela section.

           if acd-situacao = 'S' then
               move acd-saldo to ws-edit-valor
               display 'Saldo em Aberto (parcial): ' ws-edit-valor
           end-if

           perform prepara-encargos-parcela
           move ws-data-hoje to ws-enc-data-calculo
           perform calcula-encargos
           perform mostra-encargos

           display 'Informe o Valor Pago: '
           accept ws-valor-pago

           if ws-valor-pago = 0 then
               display 'Valor pago invalido'
           else

               display 'Confirma a baixa da parcela? S/N'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

               if ws-opcao = 'S' then

                   perform aplica-pagamento

                   add ws-enc-multa to acd-multa
                   add ws-enc-juros to acd-juros
                   add ws-valor-pago to acd-valor-pago
                   move ws-data-hoje to acd-data-pagamento
                   move ws-enc-saldo-novo to acd-saldo

                   if ws-enc-saldo-novo = 0 then
                       move 'P' to acd-situacao
                   else
                       move 'S' to acd-situacao
                   end-if

                   rewrite acd-registro

                   if ws-fs-arqAcordos <> 0 then
                       move 21 to ws-msn-erro-ofsset
                       move ws-fs-arqAcordos to ws-msn-erro-cod
                       move 'Erro ao Gravar arq. arqAcordos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if acd-situacao = 'P' then
                       display 'Parcela baixada com sucesso'
                   else
                       move acd-saldo to ws-edit-valor
                       display 'Pagamento parcial - saldo em aberto: '
                               ws-edit-valor
                   end-if
               else
                   display 'Baixa cancelada'
               end-if

           end-if

           .
       baixa-parcela-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  relatório de inadimplência por turma, pela chave alternada
      *>  fd-turma - uma linha por aluno com mensalidade vencida em
      *>  aberto, com o valor atualizado por multa e juros até hoje, o
      *>  acordo de parcelamento em andamento, o responsável financeiro
      *>  e os totais da turma
      *>------------------------------------------------------------------------
       relatorio-inadimplencia section.

           display 'Informe a Turma: '
           accept ws-turma-aluno

           open output arqRelatorioInadimplencia

           if ws-fs-arqRelatorioInadimpl <> 00 then
               move 10 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioInadimpl to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioInadimpl. " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   cabeçalho do relatório
           move '------- Relatorio de Inadimplencia por Turma -------'
             to rel-linha
           write rel-linha
           move spaces to rel-linha
           string 'Turma: ' delimited by size
                  ws-turma-aluno delimited by size
             into rel-linha
           end-string
           write rel-linha
           move spaces to rel-linha
           write rel-linha

           move 0 to ws-qtd-inadimplentes
           move 0 to ws-valor-aberto-turma
           move 0 to ws-valor-atualizado-turma
           move 0 to ws-qtd-em-acordo

      *> -------------  posiciona no arquivo pela chave alternada fd-turma
           move ws-turma-aluno to fd-turma
           start arqCadastroAlunos key is = fd-turma

           if ws-fs-arqCadastroAlunos <> 0 then
               if ws-fs-arqCadastroAlunos = 23 then
                   display 'Nenhum aluno encontrado nessa turma'
               else
                   move 11 to ws-msn-erro-ofsset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = 0
                   and fd-turma = ws-turma-aluno then
                       perform apura-aluno-inadimplente
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

           end-if

      *> -------------

      *>   rodapé com os totais da turma
           move spaces to rel-linha
           write rel-linha
           move all '-' to rel-linha
           write rel-linha

           move spaces to rel-linha
           string 'Alunos inadimplentes na turma: ' delimited by size
                  ws-qtd-inadimplentes delimited by size
             into rel-linha
           end-string
           write rel-linha

           move ws-valor-aberto-turma to ws-edit-valor-turma
           move spaces to rel-linha
           string 'Total em aberto na turma: ' delimited by size
                  ws-edit-valor-turma delimited by size
             into rel-linha
           end-string
           write rel-linha

           move ws-valor-atualizado-turma to ws-edit-atualizado
           move spaces to rel-linha
           string 'Total atualizado com multa e juros: ' delimited by size
                  ws-edit-atualizado delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           string 'Alunos em acordo de parcelamento: ' delimited by size
                  ws-qtd-em-acordo delimited by size
             into rel-linha
           end-string
           write rel-linha

           close arqRelatorioInadimplencia

           display '  '
           display 'Alunos inadimplentes: ' ws-qtd-inadimplentes
           move ws-valor-aberto-turma to ws-edit-valor-turma
           display 'Total em aberto: ' ws-edit-valor-turma
           move ws-valor-atualizado-turma to ws-edit-atualizado
           display 'Total atualizado: ' ws-edit-atualizado
           display 'Alunos em acordo: ' ws-qtd-em-acordo
           display 'Relatorio gerado em relatorioInadimplencia.txt'

           .
       relatorio-inadimplencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  apura as mensalidades vencidas em aberto do aluno corrente em
      *>  fd-alunos e as parcelas do acordo em andamento, e grava a
      *>  linha no relatório quando há débito ou acordo
      *>------------------------------------------------------------------------
       apura-aluno-inadimplente section.

           move 0 to ws-qtd-abertas-aluno
           move 0 to ws-valor-aberto-aluno
           move 0 to ws-valor-atualizado-aluno

      *>   posiciona na primeira mensalidade do aluno
           move fd-cod-aluno to men-cod-aluno
           move 0 to men-ano
           move 0 to men-mes

           start arqMensalidades key is >= men-chave

           if ws-fs-arqMensalidades <> 0
           and ws-fs-arqMensalidades <> 23
           and ws-fs-arqMensalidades <> 46 then
               move 12 to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMensalidades = 0 then

               move 'N' to ws-fim-mensalidades

               perform until ws-fim-mensalidades = 'S'

                   read arqMensalidades next

                   if ws-fs-arqMensalidades <> 0
                   and ws-fs-arqMensalidades <> 10 then
                       move 13 to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqMensalidades = 0
                   and men-cod-aluno = fd-cod-aluno then
      *>               só a mensalidade vencida em aberto ou parcial
      *>               conta como inadimplência - a renegociada conta
      *>               pelas parcelas do acordo
                       if (men-situacao = 'A' or men-situacao = 'S')
                       and men-vencimento < ws-data-hoje then
                           perform prepara-encargos-mensalidade
                           move ws-data-hoje to ws-enc-data-calculo
                           perform calcula-encargos
                           add 1 to ws-qtd-abertas-aluno
                           add ws-enc-principal to ws-valor-aberto-aluno
                           add ws-enc-devido to ws-valor-atualizado-aluno
                       end-if
                   else
                       move 'S' to ws-fim-mensalidades
                   end-if

               end-perform

           end-if

           perform apura-acordo-aluno

           if ws-qtd-abertas-aluno > 0
           or ws-em-acordo = 'S' then
               perform grava-linha-inadimplente
               if ws-qtd-abertas-aluno > 0 then
                   add 1 to ws-qtd-inadimplentes
               end-if
               if ws-em-acordo = 'S' then
                   add 1 to ws-qtd-em-acordo
               end-if
               add ws-valor-aberto-aluno to ws-valor-aberto-turma
               add ws-valor-atualizado-aluno to ws-valor-atualizado-turma
           end-if

           .
       apura-aluno-inadimplente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  apura o acordo de parcelamento em andamento do aluno corrente
      *>  em fd-alunos - a parcela vencida em aberto soma no débito do
      *>  aluno como a mensalidade
      *>------------------------------------------------------------------------
       apura-acordo-aluno section.

           move 'N' to ws-em-acordo
           move 0 to ws-acordo-aluno
           move 0 to ws-parcelas-abertas
           move 0 to ws-parcelas-vencidas

           move fd-cod-aluno to acd-cod-aluno
           move 0 to acd-numero
           move 0 to acd-parcela

           start arqAcordos key is >= acd-chave

           if ws-fs-arqAcordos <> 0
           and ws-fs-arqAcordos <> 23
           and ws-fs-arqAcordos <> 46 then
               move 22 to ws-msn-erro-ofsset
               move ws-fs-arqAcordos to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqAcordos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAcordos = 0 then

               move 'N' to ws-fim-acordos

               perform until ws-fim-acordos = 'S'

                   read arqAcordos next

                   if ws-fs-arqAcordos <> 0
                   and ws-fs-arqAcordos <> 10 then
                       move 23 to ws-msn-erro-ofsset
                       move ws-fs-arqAcordos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqAcordos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAcordos = 0
                   and acd-cod-aluno = fd-cod-aluno then
                       if acd-situacao <> 'P' then
                           move 'S' to ws-em-acordo
                           move acd-numero to ws-acordo-aluno
                           add 1 to ws-parcelas-abertas
                           if acd-vencimento < ws-data-hoje then
                               perform prepara-encargos-parcela
                               move ws-data-hoje to ws-enc-data-calculo
                               perform calcula-encargos
                               add 1 to ws-parcelas-vencidas
                               add 1 to ws-qtd-abertas-aluno
                               add ws-enc-principal to ws-valor-aberto-aluno
                               add ws-enc-devido to ws-valor-atualizado-aluno
                           end-if
                       end-if
                   else
                       move 'S' to ws-fim-acordos
                   end-if

               end-perform

           end-if

           .
       apura-acordo-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no relatório a linha do aluno inadimplente, com o
           end-string
           write rel-linha

           move ws-valor-atualizado-aluno to ws-edit-atualizado
           move spaces to rel-linha
           string '  Valor atualizado com multa e juros: ' delimited by size
                  ws-edit-atualizado delimited by size
             into rel-linha
           end-string
           write rel-linha

           if ws-em-acordo = 'S' then
               move spaces to rel-linha
               string '  Em acordo de parcelamento no ' delimited by size
                      ws-acordo-aluno delimited by size
                      ' - parcelas em aberto: ' delimited by size
                      ws-parcelas-abertas delimited by size
                      ' vencidas: ' delimited by size
                      ws-parcelas-vencidas delimited by size
                 into rel-linha
               end-string
               write rel-linha
           end-if

      *>   responsável financeiro para a cobrança - sem cadastro, vai o
      *>   telefone dos pais do proprio cadastro
           move fd-cod-aluno to resp-cod-aluno
       grava-linha-inadimplente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  cadastro de bolsas e descontos de um aluno - inclui, altera ou
      *>  exclui os descontos, que valem do mês inicial ao final
      *>------------------------------------------------------------------------
       cadastro-desconto section.

           display erase

           perform until ws-menu <> 'S'

               display '---------- Bolsas e Descontos ----------'

               display 'Informe o Codigo do Aluno: '
               accept ws-ind

      *>       o desconto é sempre de um aluno do cadastro
               move ws-ind to fd-cod-aluno
               read arqCadastroAlunos

               if ws-fs-arqCadastroAlunos <> 0 then
                   if ws-fs-arqCadastroAlunos = 23 then
                       display 'Codigo Invalido!'
                   else
                       move 27 to ws-msn-erro-ofsset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else

                   display 'Aluno: ' fd-aluno ' Turma: ' fd-turma

                   perform lista-descontos-aluno

                   display 'I - Incluir  A - Alterar  E - Excluir'
                   accept ws-opcao
                   move function upper-case(ws-opcao) to ws-opcao

                   evaluate ws-opcao
                       when = 'I'
                           perform inclui-desconto
                       when = 'A'
                           perform altera-desconto
                       when = 'E'
                           perform exclui-desconto
                       when other
                           display 'Opcao Invalida'
                   end-evaluate

               end-if

      *>       condição de saída
               display 'Continuar no Cadastro de Descontos? S/N'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform

           .
       cadastro-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lista na tela os descontos do aluno corrente em fd-alunos e
      *>  guarda a última sequência usada
      *>------------------------------------------------------------------------
       lista-descontos-aluno section.

           move 0 to ws-seq-desconto
           move 0 to ws-qtd-descontos

           move fd-cod-aluno to dsc-cod-aluno
           move 0 to dsc-seq

           start arqDescontos key is >= dsc-chave

           if ws-fs-arqDescontos = 0 then

               move 'N' to ws-fim-descontos

               perform until ws-fim-descontos = 'S'

                   read arqDescontos next

                   if ws-fs-arqDescontos = 0
                   and dsc-cod-aluno = fd-cod-aluno then
                       move dsc-seq to ws-seq-desconto
                       add 1 to ws-qtd-descontos
                       if dsc-tipo = 'P' then
                           move dsc-percentual to ws-edit-perc
                           display dsc-seq ' - ' ws-edit-perc '%      '
                                   dsc-mes-inicio ' a ' dsc-mes-fim
                                   ' ' dsc-motivo
                       else
                           move dsc-valor to ws-edit-valor
                           display dsc-seq ' - R$ ' ws-edit-valor ' '
                                   dsc-mes-inicio ' a ' dsc-mes-fim
                                   ' ' dsc-motivo
                       end-if
                   else
                       move 'S' to ws-fim-descontos
                   end-if

               end-perform

           end-if

           if ws-qtd-descontos = 0 then
               display 'Nenhum desconto cadastrado para o aluno'
           end-if

           .
       lista-descontos-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  inclui um desconto para o aluno corrente, na próxima sequência
      *>------------------------------------------------------------------------
       inclui-desconto section.

           perform informa-dados-desconto

           if ws-desconto-ok = 'S' then

               add 1 to ws-seq-desconto

               move fd-cod-aluno    to dsc-cod-aluno
               move ws-seq-desconto to dsc-seq
               perform move-dados-desconto

               write dsc-registro

               if ws-fs-arqDescontos <> 0 then
                   move 28 to ws-msn-erro-ofsset
                   move ws-fs-arqDescontos to ws-msn-erro-cod
                   move 'Erro ao Gravar arq. arqDescontos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display 'Desconto incluido com sucesso'

           end-if

           .
       inclui-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  altera um desconto do aluno corrente - para encerrar uma bolsa
      *>  basta informar o mês final
      *>------------------------------------------------------------------------
       altera-desconto section.

           display 'Informe a Sequencia do Desconto: '
           accept ws-seq-desconto

           move fd-cod-aluno    to dsc-cod-aluno
           move ws-seq-desconto to dsc-seq
           read arqDescontos

           if ws-fs-arqDescontos <> 0 then
               if ws-fs-arqDescontos = 23 then
                   display 'Desconto nao encontrado'
               else
                   move 29 to ws-msn-erro-ofsset
                   move ws-fs-arqDescontos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqDescontos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               perform informa-dados-desconto

               if ws-desconto-ok = 'S' then

                   perform move-dados-desconto

                   rewrite dsc-registro

                   if ws-fs-arqDescontos <> 0 then
                       move 30 to ws-msn-erro-ofsset
                       move ws-fs-arqDescontos to ws-msn-erro-cod
                       move 'Erro ao Gravar arq. arqDescontos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   display 'Desconto alterado com sucesso'

               end-if

           end-if

           .
       altera-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  exclui um desconto do aluno corrente - as cobranças já geradas
      *>  mantêm o desconto que receberam
      *>------------------------------------------------------------------------
       exclui-desconto section.

           display 'Informe a Sequencia do Desconto: '
           accept ws-seq-desconto

           move fd-cod-aluno    to dsc-cod-aluno
           move ws-seq-desconto to dsc-seq
           read arqDescontos

           if ws-fs-arqDescontos <> 0 then
               if ws-fs-arqDescontos = 23 then
                   display 'Desconto nao encontrado'
               else
                   move 31 to ws-msn-erro-ofsset
                   move ws-fs-arqDescontos to ws-msn-erro-cod
                   move 'Erro ao Ler arq. arqDescontos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

               display 'Confirma a exclusao do desconto? S/N'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

               if ws-opcao = 'S' then

                   delete arqDescontos

                   if ws-fs-arqDescontos <> 0 then
                       move 32 to ws-msn-erro-ofsset
                       move ws-fs-arqDescontos to ws-msn-erro-cod
                       move 'Erro ao Excluir arq. arqDescontos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   display 'Desconto excluido com sucesso'
               else
                   display 'Exclusao cancelada'
               end-if

           end-if

           .
       exclui-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  lê e valida os dados do desconto - tipo P (percentual) ou V
      *>  (valor fixo), vigência aaaamm; mês final zerado vale até
      *>  segunda ordem
      *>------------------------------------------------------------------------
       informa-dados-desconto section.

           move 'S' to ws-desconto-ok
           move 0 to ws-perc-desconto
           move 0 to ws-valor-desconto

           display 'Tipo do Desconto (P = percentual, V = valor fixo): '
           accept ws-tipo-desconto
           move function upper-case(ws-tipo-desconto) to ws-tipo-desconto

           evaluate ws-tipo-desconto
               when = 'P'
                   display 'Percentual de Desconto: '
                   accept ws-perc-desconto
                   if ws-perc-desconto = 0
                   or ws-perc-desconto > 100 then
                       display 'Percentual invalido'
                       move 'N' to ws-desconto-ok
                   end-if
               when = 'V'
                   display 'Valor do Desconto: '
                   accept ws-valor-desconto
                   if ws-valor-desconto = 0 then
                       display 'Valor invalido'
                       move 'N' to ws-desconto-ok
                   end-if
               when other
                   display 'Tipo invalido'
                   move 'N' to ws-desconto-ok
           end-evaluate

           if ws-desconto-ok = 'S' then

               display 'Mes Inicial (aaaamm): '
               accept ws-mes-inicio
               display 'Mes Final (aaaamm, 0 = sem prazo): '
               accept ws-mes-fim
               display 'Motivo: '
               accept ws-motivo-desconto

               if ws-mes-fim = 0 then
                   move 999912 to ws-mes-fim
               end-if

               if ws-mes-inicio(5:2) < '01'
               or ws-mes-inicio(5:2) > '12'
               or ws-mes-fim(5:2) < '01'
               or ws-mes-fim(5:2) > '12'
               or ws-mes-fim < ws-mes-inicio then
                   display 'Vigencia invalida'
                   move 'N' to ws-desconto-ok
               end-if

           end-if

           .
       informa-dados-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  move os dados digitados do desconto para dsc-registro
      *>------------------------------------------------------------------------
       move-dados-desconto section.

           move ws-tipo-desconto   to dsc-tipo
           move ws-perc-desconto   to dsc-percentual
           move ws-valor-desconto  to dsc-valor
           move ws-mes-inicio      to dsc-mes-inicio
           move ws-mes-fim         to dsc-mes-fim
           move ws-motivo-desconto to dsc-motivo
           move ws-data-hoje       to dsc-data-cadastro
           move ws-operador        to dsc-operador

           .
       move-dados-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  relatório mensal de descontos concedidos - percorre o cadastro
      *>  pela chave alternada fd-turma e totaliza, das cobranças do mês,
      *>  o desconto percentual e o fixo por turma e no geral
      *>------------------------------------------------------------------------
       relatorio-descontos section.

           display 'Informe o Ano (aaaa): '
           accept ws-ano-cobranca
           display 'Informe o Mes (mm): '
           accept ws-mes-cobranca

           open output arqRelatorioDescontos

           if ws-fs-arqRelatorioDescontos <> 00 then
               move 33 to ws-msn-erro-ofsset
               move ws-fs-arqRelatorioDescontos to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioDescontos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   cabeçalho do relatório
           move '------- Relatorio Mensal de Bolsas e Descontos -------'
             to dsr-linha
           write dsr-linha
           move spaces to dsr-linha
           string 'Mes: ' delimited by size
                  ws-mes-cobranca delimited by size
                  '/' delimited by size
                  ws-ano-cobranca delimited by size
             into dsr-linha
           end-string
           write dsr-linha
           move spaces to dsr-linha
           write dsr-linha

           move 0 to ws-qtd-alunos-desconto
           move 0 to ws-qtd-alunos-perc
           move 0 to ws-qtd-alunos-fixo
           move 0 to ws-perc-geral
           move 0 to ws-fixo-geral
           move 0 to ws-bruto-geral
           move 0 to ws-liquido-geral

           move spaces to ws-turma-desconto
           move 0 to ws-qtd-alunos-turma
           move 0 to ws-perc-turma
           move 0 to ws-fixo-turma

      *> -------------  percorre o cadastro na ordem da chave alternada fd-turma
           move spaces to fd-turma
           start arqCadastroAlunos key is >= fd-turma

           if ws-fs-arqCadastroAlunos <> 0
           and ws-fs-arqCadastroAlunos <> 23 then
               move 34 to ws-msn-erro-ofsset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = 0 then

               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo = 'S'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = 0 then
      *>               mudou a turma - fecha o total da anterior
                       if fd-turma <> ws-turma-desconto then
                           perform grava-total-turma-desconto
                           move fd-turma to ws-turma-desconto
                       end-if
                       perform acumula-desconto-aluno
                   else
                       move 'S' to ws-fim-arquivo
                   end-if

               end-perform

               perform grava-total-turma-desconto

           end-if

      *> -------------

      *>   rodapé com os totais por tipo de desconto
           compute ws-total-desconto = ws-perc-geral + ws-fixo-geral

           move spaces to dsr-linha
           write dsr-linha
           move all '-' to dsr-linha
           write dsr-linha

           move ws-perc-geral to ws-edit-total-perc
           move spaces to dsr-linha
           string 'Desconto percentual: ' delimited by size
                  ws-edit-total-perc delimited by size
                  '  Alunos: ' delimited by size
                  ws-qtd-alunos-perc delimited by size
             into dsr-linha
           end-string
           write dsr-linha

           move ws-fixo-geral to ws-edit-total-fixo
           move spaces to dsr-linha
           string 'Desconto valor fixo: ' delimited by size
                  ws-edit-total-fixo delimited by size
                  '  Alunos: ' delimited by size
                  ws-qtd-alunos-fixo delimited by size
             into dsr-linha
           end-string
           write dsr-linha

           move ws-total-desconto to ws-edit-atualizado
           move spaces to dsr-linha
           string 'Total de descontos concedidos: ' delimited by size
                  ws-edit-atualizado delimited by size
                  '  Alunos com desconto: ' delimited by size
                  ws-qtd-alunos-desconto delimited by size
             into dsr-linha
           end-string
           write dsr-linha

           move ws-bruto-geral to ws-edit-total-perc
           move ws-liquido-geral to ws-edit-total-fixo
           move spaces to dsr-linha
           string 'Cobrado no mes - bruto: ' delimited by size
                  ws-edit-total-perc delimited by size
                  '  liquido: ' delimited by size
                  ws-edit-total-fixo delimited by size
             into dsr-linha
           end-string
           write dsr-linha

           close arqRelatorioDescontos

           display '  '
           display 'Alunos com desconto: ' ws-qtd-alunos-desconto
           display 'Total de descontos: ' ws-edit-atualizado
           display 'Relatorio gerado em relatorioDescontos.txt'

           .
       relatorio-descontos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  acumula o desconto da cobrança do mês do aluno corrente em
      *>  fd-alunos nos totais da turma e do relatório
      *>------------------------------------------------------------------------
       acumula-desconto-aluno section.

           move fd-cod-aluno to men-cod-aluno
           move ws-ano-cobranca to men-ano
           move ws-mes-cobranca to men-mes

           read arqMensalidades

           if ws-fs-arqMensalidades <> 0
           and ws-fs-arqMensalidades <> 23 then
               move 35 to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades to ws-msn-erro-cod
               move 'Erro ao Ler arq. arqMensalidades' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMensalidades = 0 then

               add men-valor-bruto to ws-bruto-geral
               add men-valor to ws-liquido-geral

               if men-desc-percentual > 0
               or men-desc-fixo > 0 then
                   add 1 to ws-qtd-alunos-turma
                   add 1 to ws-qtd-alunos-desconto
                   add men-desc-percentual to ws-perc-turma
                   add men-desc-fixo to ws-fixo-turma
                   add men-desc-percentual to ws-perc-geral
                   add men-desc-fixo to ws-fixo-geral
                   if men-desc-percentual > 0 then
                       add 1 to ws-qtd-alunos-perc
                   end-if
                   if men-desc-fixo > 0 then
                       add 1 to ws-qtd-alunos-fixo
                   end-if
               end-if

           end-if

           .
       acumula-desconto-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava a linha de totais da turma em ws-turma-desconto, quando
      *>  houve desconto, e zera os acumuladores da turma
      *>------------------------------------------------------------------------
       grava-total-turma-desconto section.

           if ws-qtd-alunos-turma > 0 then

               move ws-perc-turma to ws-edit-total-perc
               move ws-fixo-turma to ws-edit-total-fixo
               compute ws-total-desconto = ws-perc-turma + ws-fixo-turma
               move ws-total-desconto to ws-edit-atualizado

               move spaces to dsr-linha
               string 'Turma ' delimited by size
                      ws-turma-desconto delimited by size
                      '  Alunos: ' delimited by size
                      ws-qtd-alunos-turma delimited by size
                      '  Percentual: ' delimited by size
                      ws-edit-total-perc delimited by size
                      '  Valor fixo: ' delimited by size
                      ws-edit-total-fixo delimited by size
                      '  Total: ' delimited by size
                      ws-edit-atualizado delimited by size
                 into dsr-linha
               end-string
               write dsr-linha

           end-if

           move 0 to ws-qtd-alunos-turma
           move 0 to ws-perc-turma
           move 0 to ws-fixo-turma

           .
       grava-total-turma-desconto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           close arqCadastroAlunos
           close arqResponsaveis
           close arqMensalidades
           close arqAcordos
           close arqDescontos

           stop run
           .

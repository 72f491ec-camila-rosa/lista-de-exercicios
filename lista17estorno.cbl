      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17estorno".
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

           select arqFinanceiro assign to "arqFinanceiro.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fin-chave
           file status is ws-fs-arqFinanceiro.

      *>   movimento do caixa - a baixa estornada é achada aqui pelo
      *>   número do recibo, e o estorno entra como linha de tipo "E"
           select arqMovimentoCaixa assign to "arqMovimentoCaixa.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMovimentoCaixa.

      *>   recibos cancelados por estorno - a reimpressão em
      *>   lista17exercicio1-com-tela consulta aqui e sai "CANCELADO"
           select arqRecibosCancelados assign to "arqRecibosCancelados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rca-recibo
           file status is ws-fs-arqRecibosCancelados.

           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogAlteracoes.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJournalErros.

       i-o-control.

      *> declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.

      *>   mesmo layout de fd-financeiro em lista17exercicio1-com-tela
       fd arqFinanceiro.

       01 fd-financeiro.
           05 fd-fin-chave.
               10 fd-fin-cod-aluno                 pic  9(06).
               10 fd-fin-vencimento                pic  x(10).
           05 fd-fin-valor-mensalidade             pic  9(04)v99.
           05 fd-fin-situacao-pgto                 pic  x(01).
               88 fd-fin-pago                             value "P".
               88 fd-fin-em-aberto                        value "A".
               88 fd-fin-renegociado                      value "G".
           05 fd-fin-data-pagamento                pic  x(10).
           05 fd-fin-valor-pago                    pic  9(04)v99.
           05 fd-fin-desconto                      pic  9(04)v99.
           05 fd-fin-valor-corrigido               pic  9(04)v99.
           05 fd-fin-acordo                        pic  9(04).
           05 fd-fin-recibo                        pic  9(06).
           05 fd-fin-operador                      pic  x(08).

      *>   mesmo layout de fd-movimento-caixa em lista17exercicio1-com-tela
       fd arqMovimentoCaixa.

       01 fd-movimento-caixa.
           05 fd-mov-data                          pic  x(10).
           05 filler                               pic  x(02) value space.
           05 fd-mov-operador                      pic  x(08).
           05 filler                               pic  x(02) value space.
           05 fd-mov-cod-aluno                     pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-mov-vencimento                    pic  x(10).
           05 filler                               pic  x(02) value space.
           05 fd-mov-valor                         pic  9(04)v99.
           05 filler                               pic  x(02) value space.
           05 fd-mov-recibo                        pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-mov-tipo                          pic  x(01).
               88 fd-mov-baixa                            value "B" " ".
               88 fd-mov-estorno                          value "E".

       fd arqRecibosCancelados.

       01 fd-recibo-cancelado.
           05 fd-rca-recibo                        pic  9(06).
      *>       a baixa estornada, como estava no movimento do caixa
           05 fd-rca-cod-aluno                     pic  9(06).
           05 fd-rca-vencimento                    pic  x(10).
           05 fd-rca-valor                         pic  9(04)v99.
           05 fd-rca-data-pagamento                pic  x(10).
           05 fd-rca-operador-baixa                pic  x(08).
      *>       o estorno - quando, quem e por quê
           05 fd-rca-data-estorno                  pic  x(10).
           05 fd-rca-operador-estorno              pic  x(08).
           05 fd-rca-motivo                        pic  x(35).

      *>   mesmo layout de fd-log-alteracao nos dois programas de cadastro
       fd arqLogAlteracoes.

       01 fd-log-alteracao.
           05 fd-log-cod-aluno                     pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-log-campo                         pic  x(15).
           05 filler                               pic  x(02) value space.
           05 fd-log-valor-antigo                  pic  x(35).
           05 filler                               pic  x(02) value space.
           05 fd-log-valor-novo                    pic  x(35).
           05 filler                               pic  x(02) value space.
           05 fd-log-data-hora                     pic  x(21).
           05 filler                               pic  x(02) value space.
           05 fd-log-operador                      pic  x(08).

       fd arqJournalErros.
       01 fd-journal-erro.
           05 fd-jrn-programa                      pic  x(30).
           05 filler                               pic  x(02) value space.
           05 fd-jrn-data-hora                     pic  x(21).
           05 filler                               pic  x(02) value space.
           05 fd-jrn-mensagem                      pic  x(50).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqJournalErros                    pic  x(02).
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqMovimentoCaixa                  pic  x(02).
       77 ws-fs-arqRecibosCancelados               pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).

       77 ws-data-hoje                             pic  x(10).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-confirma                          pic  x(01).
           05 ws-qtd-estornos                      pic  9(05) value zero.

      *>  a baixa a estornar, como achada no movimento do caixa
       01 ws-baixa-estornada.
           05 ws-est-recibo                        pic  9(06).
           05 ws-est-cod-aluno                     pic  9(06).
           05 ws-est-vencimento                    pic  x(10).
           05 ws-est-valor                         pic  9(04)v99.
           05 ws-est-data-pagamento                pic  x(10).
           05 ws-est-operador-baixa                pic  x(08).
           05 ws-est-motivo                        pic  x(35).
           05 ws-est-achou                         pic  x(01).
               88 ws-est-baixa-achada                     value 'S'.
           05 ws-est-valor-edit                    pic  zzz9,99.
           05 ws-est-situacao-anterior             pic  x(01).

      *>  baixa anterior do mesmo lançamento - volta a ser a última
      *>  depois do estorno (recibo, data e quem recebeu)
       01 ws-baixa-anterior.
           05 ws-ant-recibo                        pic  9(06).
           05 ws-ant-data-pagamento                pic  x(10).
           05 ws-ant-operador                      pic  x(08).

      *>  variáveis de log de alteração
       01 ws-log-alteracao.
           05 ws-log-campo                         pic  x(15).
           05 ws-log-valor-antigo                  pic  x(35).
           05 ws-log-valor-novo                    pic  x(35).
           05 ws-data-hora-log                     pic  x(21).

      *>  operador efetivo da sessão - vem do menu via linkage; numa
      *>  execução direta (sem menu) entra o operador coringa
       01 ws-operador-efetivo.
           05 ws-op-efet-cod                       pic  x(08).

      *>  mensagens de erro
       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  9(04).
           05 filler                               pic  x(01) value "-".
           05 ws-msn-erro-cod                      pic  x(02).
           05 filler                               pic  x(01) value space.
           05 ws-msn-erro-text                     pic  x(42).

      *>----variaveis para comunicação entre programas
       linkage section.

      *>   operador identificado no menu (lista17menu), com as
      *>   autorizações por função da sessão
       01 lk-operador.
           05 lk-op-cod                            pic  x(08).
           05 lk-op-aut-cadastro                   pic  x(01).
           05 lk-op-aut-notas                      pic  x(01).
           05 lk-op-aut-exclusao                   pic  x(01).
           05 lk-op-aut-financeiro                 pic  x(01).
           05 lk-op-aut-operacoes                  pic  x(01).
           05 lk-op-aut-aprovacao                  pic  x(01).

      *>declaração do corpo do programa
       procedure division using lk-operador.

      *>   estorno de uma baixa lançada por engano - pelo número do
      *>   recibo, devolve o lançamento ao saldo e à situação de antes,
      *>   cancela o recibo, lança a saída no caixa do dia em nome de quem
      *>   estornou e deixa o motivo na trilha de auditoria
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador da sessão - chamado direto (sem o menu) roda com o
      *>   operador coringa
           if address of lk-operador = null then
               move '????????' to ws-op-efet-cod
           else
               move lk-op-cod to ws-op-efet-cod
           end-if

           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-data-hoje

           open i-o arqFinanceiro

      *>   tratamento de erro
           if ws-fs-arqFinanceiro <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRecibosCancelados

      *>   primeiro estorno de todos - o arquivo ainda não existe
           if ws-fs-arqRecibosCancelados = '35' then
               open output arqRecibosCancelados
               close arqRecibosCancelados
               open i-o arqRecibosCancelados
           end-if

      *>   tratamento de erro
           if ws-fs-arqRecibosCancelados <> '00'
           and ws-fs-arqRecibosCancelados <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqRecibosCancelados to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRecibosCancelados' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   open extend preserva o histórico de alterações entre execuções
           open extend arqLogAlteracoes

      *>   se nenhum programa de cadastro criou o log ainda, cria-se aqui
           if ws-fs-arqLogAlteracoes = '35' then
               open output arqLogAlteracoes
           end-if

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00'
           and ws-fs-arqLogAlteracoes <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display erase

               display '---------- Estorno de Baixa ----------'
               display 'Numero do Recibo a Estornar: '
               accept ws-est-recibo

               if ws-est-recibo = 0 then
                   display 'Recibo Invalido'
               else
                   perform estornar-recibo
               end-if

      *>       condição de saída
               display 'Deseja Continuar? S-im/N-ao'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o recibo ws-est-recibo e, confirmado, estorna a baixa
      *>------------------------------------------------------------------------
       estornar-recibo section.

           move ws-est-recibo to fd-rca-recibo

           read arqRecibosCancelados

           evaluate ws-fs-arqRecibosCancelados
               when '00'
                   display 'Recibo ja cancelado em ' fd-rca-data-estorno
                           ' por ' fd-rca-operador-estorno
               when '23'
                   perform buscar-baixa-movimento

                   if not ws-est-baixa-achada then
                       display 'Recibo nao encontrado no movimento do caixa'
                   else
                       perform conferir-lancamento-estorno
                   end-if
               when other
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqRecibosCancelados to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqRecibosCancelados' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       estornar-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acha no movimento do caixa a baixa que emitiu o recibo - o
      *>  valor daquela baixa, não o acumulado do lançamento
      *>------------------------------------------------------------------------
       buscar-baixa-movimento section.

           move space to ws-est-achou

           open input arqMovimentoCaixa

      *>   '35' significa que nenhuma baixa gravou movimento ainda
           if ws-fs-arqMovimentoCaixa <> '35' then
               if ws-fs-arqMovimentoCaixa <> '00' then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMovimentoCaixa' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqMovimentoCaixa = '10'
                          or ws-est-baixa-achada

                   read arqMovimentoCaixa

                   if ws-fs-arqMovimentoCaixa = '00' then
                       if fd-mov-baixa
                       and fd-mov-recibo is numeric
                       and fd-mov-recibo = ws-est-recibo then
                           set ws-est-baixa-achada to true
                           move fd-mov-cod-aluno to ws-est-cod-aluno
                           move fd-mov-vencimento to ws-est-vencimento
                           move fd-mov-valor to ws-est-valor
                           move fd-mov-data to ws-est-data-pagamento
                           move fd-mov-operador to ws-est-operador-baixa
                       end-if
                   else
                       if ws-fs-arqMovimentoCaixa <> '10' then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMovimentoCaixa' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqMovimentoCaixa
           end-if
           .
       buscar-baixa-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o lançamento da baixa - só a última baixa de um
      *>  lançamento pode ser estornada, para o saldo voltar passo a passo
      *>------------------------------------------------------------------------
       conferir-lancamento-estorno section.

           move ws-est-cod-aluno to fd-fin-cod-aluno
           move ws-est-vencimento to fd-fin-vencimento

           read arqFinanceiro

           evaluate true
               when ws-fs-arqFinanceiro = '23'
                   display 'Lancamento do recibo nao existe mais no financeiro'
               when ws-fs-arqFinanceiro <> '00'
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               when fd-fin-renegociado
                   display 'Lancamento renegociado no acordo ' fd-fin-acordo
                           ' - estorno nao permitido'
               when fd-fin-recibo <> ws-est-recibo
                   display 'Recibo nao e a ultima baixa do lancamento -'
                   display 'estorne antes o recibo ' fd-fin-recibo
               when fd-fin-valor-pago < ws-est-valor
                   display 'Valor pago do lancamento menor que o recibo -'
                           ' confira o financeiro'
               when other
                   move ws-est-valor to ws-est-valor-edit
                   display 'Aluno       : ' ws-est-cod-aluno
                   display 'Vencimento  : ' ws-est-vencimento
                   display 'Valor Baixa : ' ws-est-valor-edit
                   display 'Data Baixa  : ' ws-est-data-pagamento
                   display 'Recebido por: ' ws-est-operador-baixa

                   display 'Motivo do Estorno: '
                   accept ws-est-motivo

                   if ws-est-motivo = spaces then
                       display 'Motivo e obrigatorio - nada foi estornado'
                   else
                       display 'Confirma o estorno? S-im/N-ao'
                       accept ws-confirma
                       move function upper-case(ws-confirma) to ws-confirma

                       if ws-confirma = 'S' then
                           perform aplicar-estorno
                       else
                           display 'Estorno cancelado'
                       end-if
                   end-if
           end-evaluate
           .
       conferir-lancamento-estorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  devolve o lançamento lido em fd-financeiro ao estado de antes da
      *>  baixa, cancela o recibo, lança o estorno no caixa e no log
      *>------------------------------------------------------------------------
       aplicar-estorno section.

           perform buscar-baixa-anterior

           subtract ws-est-valor from fd-fin-valor-pago

      *>   sem o dinheiro desta baixa o lançamento volta a ficar em
      *>   aberto; a última baixa que sobrou volta a ser a do lançamento
      *>   - a situação de antes vai para o log (pagamento parcial já
      *>   estava em aberto)
           move fd-fin-situacao-pgto to ws-est-situacao-anterior
           set fd-fin-em-aberto to true
           move ws-ant-recibo to fd-fin-recibo
           move ws-ant-data-pagamento to fd-fin-data-pagamento
           move ws-ant-operador to fd-fin-operador

      *>   sem nenhuma baixa restante o lançamento fica como gerado
           if fd-fin-valor-pago = 0 then
               move zero to fd-fin-valor-corrigido
           end-if

           rewrite fd-financeiro

      *>   tratamento de erro
           if ws-fs-arqFinanceiro <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   o recibo fica cancelado - a reimpressão passa a sair assim
           move ws-est-recibo to fd-rca-recibo
           move ws-est-cod-aluno to fd-rca-cod-aluno
           move ws-est-vencimento to fd-rca-vencimento
           move ws-est-valor to fd-rca-valor
           move ws-est-data-pagamento to fd-rca-data-pagamento
           move ws-est-operador-baixa to fd-rca-operador-baixa
           move ws-data-hoje to fd-rca-data-estorno
           move ws-op-efet-cod to fd-rca-operador-estorno
           move ws-est-motivo to fd-rca-motivo

           write fd-recibo-cancelado

      *>   tratamento de erro
           if ws-fs-arqRecibosCancelados <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqRecibosCancelados to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRecibosCancelados' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-movimento-estorno

      *>   trilha de auditoria - o recibo e o valor estornados, o motivo
      *>   e, no operador do log, quem estornou
           move 'Estorno Recibo' to ws-log-campo
           move spaces to ws-log-valor-antigo
           string 'Recibo ' delimited by size
                  ws-est-recibo delimited by size
                  ' venc ' delimited by size
                  ws-est-vencimento delimited by size
                  ' ' delimited by size
                  ws-est-valor-edit delimited by size
             into ws-log-valor-antigo
           move ws-est-motivo to ws-log-valor-novo
           perform registrar-log-alteracao

           if ws-est-situacao-anterior <> 'A' then
               move 'Situacao Pgto' to ws-log-campo
               move ws-est-situacao-anterior to ws-log-valor-antigo
               move 'A' to ws-log-valor-novo
               perform registrar-log-alteracao
           end-if

           add 1 to ws-qtd-estornos
           display 'Estorno registrado - recibo ' ws-est-recibo ' cancelado'
           .
       aplicar-estorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acha no movimento a baixa do mesmo lançamento feita antes da
      *>  estornada e ainda válida - o movimento é cronológico, então a
      *>  última encontrada antes do recibo estornado é a anterior
      *>------------------------------------------------------------------------
       buscar-baixa-anterior section.

           move zero to ws-ant-recibo
           move spaces to ws-ant-data-pagamento
           move spaces to ws-ant-operador

           open input arqMovimentoCaixa

      *>   tratamento de erro
           if ws-fs-arqMovimentoCaixa <> '00' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMovimentoCaixa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqMovimentoCaixa = '10'

               read arqMovimentoCaixa

               if ws-fs-arqMovimentoCaixa = '00' then
                   if fd-mov-baixa
                   and fd-mov-cod-aluno = ws-est-cod-aluno
                   and fd-mov-vencimento = ws-est-vencimento
                   and fd-mov-recibo is numeric then
                       if fd-mov-recibo = ws-est-recibo then
                           move '10' to ws-fs-arqMovimentoCaixa
                       else
      *>                   baixa já estornada antes não volta a valer
                           move fd-mov-recibo to fd-rca-recibo

                           read arqRecibosCancelados

                           if ws-fs-arqRecibosCancelados = '23' then
                               move fd-mov-recibo to ws-ant-recibo
                               move fd-mov-data to ws-ant-data-pagamento
                               move fd-mov-operador to ws-ant-operador
                           else
                               if ws-fs-arqRecibosCancelados <> '00' then
                                   move 6 to ws-msn-erro-offset
                                   move ws-fs-arqRecibosCancelados to ws-msn-erro-cod
                                   move 'Erro ao Ler arq.arqRecibosCancelados' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if
               else
                   if ws-fs-arqMovimentoCaixa <> '10' then
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqMovimentoCaixa' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqMovimentoCaixa
           .
       buscar-baixa-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no movimento do caixa a linha do estorno - tipo "E", na
      *>  data de hoje e em nome de quem estornou, para o fechamento de
      *>  caixa (lista17caixa) descontar o valor no dia em que aconteceu
      *>------------------------------------------------------------------------
       gravar-movimento-estorno section.

           open extend arqMovimentoCaixa

      *>   tratamento de erro
           if ws-fs-arqMovimentoCaixa <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMovimentoCaixa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-movimento-caixa

           move ws-data-hoje to fd-mov-data
           move ws-op-efet-cod to fd-mov-operador
           move ws-est-cod-aluno to fd-mov-cod-aluno
           move ws-est-vencimento to fd-mov-vencimento
           move ws-est-valor to fd-mov-valor
           move ws-est-recibo to fd-mov-recibo
           set fd-mov-estorno to true

           write fd-movimento-caixa

      *>   tratamento de erro
           if ws-fs-arqMovimentoCaixa <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqMovimentoCaixa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMovimentoCaixa
           .
       gravar-movimento-estorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registrar no log o estorno, no aluno do lançamento estornado
      *>------------------------------------------------------------------------
       registrar-log-alteracao section.

           move function current-date to ws-data-hora-log

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-log-alteracao

           move ws-est-cod-aluno to fd-log-cod-aluno
           move ws-log-campo to fd-log-campo
           move ws-log-valor-antigo to fd-log-valor-antigo
           move ws-log-valor-novo to fd-log-valor-novo
           move ws-data-hora-log to fd-log-data-hora
           move ws-op-efet-cod to fd-log-operador

           write fd-log-alteracao

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-log-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------
       finaliza-anormal section.
      *>   toda finalizacao anormal fica no journal persistente, com
      *>   return-code diferente de zero p/ o agendador enxergar a falha
           perform gravar-journal-erro


           display ws-msn-erro

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-anormal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  registra a falha no journal persistente de erros e marca o
      *>  return-code - se o proprio journal falhar, nao ha mais o que
      *>  fazer alem de seguir encerrando
      *>------------------------------------------------------------------------
       gravar-journal-erro section.

           open extend arqJournalErros

      *>   na primeira falha de todas o journal ainda nao existe
           if ws-fs-arqJournalErros = '35' then
               open output arqJournalErros
           end-if

           if ws-fs-arqJournalErros = '00'
           or ws-fs-arqJournalErros = '05' then
               move spaces to fd-journal-erro
               move 'lista17estorno' to fd-jrn-programa
               move function current-date to fd-jrn-data-hora
               move ws-msn-erro to fd-jrn-mensagem

               write fd-journal-erro

               close arqJournalErros
           end-if

           move 8 to return-code
           .
       gravar-journal-erro-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqFinanceiro

      *>   tratamento de erro
           if ws-fs-arqFinanceiro <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRecibosCancelados

      *>   tratamento de erro
           if ws-fs-arqRecibosCancelados <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqRecibosCancelados to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRecibosCancelados' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogAlteracoes

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display 'Estornos registrados nesta sessao: ' ws-qtd-estornos

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

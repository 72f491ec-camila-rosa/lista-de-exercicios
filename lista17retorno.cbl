      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17retorno".
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

           select arqCadastroAlunos assign to "arqCadastroAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadastroAlunos.

           select arqFinanceiro assign to "arqFinanceiro.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fin-chave
           file status is ws-fs-arqFinanceiro.

      *>   boletos registrados pela remessa (lista17remessa)
           select arqBoletos assign to "arqBoletos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bol-nosso-numero
           alternate record key is fd-bol-lancamento with duplicates
           file status is ws-fs-arqBoletos.

      *>   arquivo de retorno recebido do banco - liquidações do período
           select arqRetornoBanco assign to "arqRetornoBanco.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRetornoBanco.

      *>   recibo sequencial que fica anotado no lançamento - o mesmo
      *>   numerador do caixa em lista17exercicio1-com-tela
           select arqControleRecibos assign to "arqControleRecibos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleRecibos.

      *>   documentos de recibo emitidos, acumulados para impressão
           select arqRecibos assign to "arqRecibos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecibos.

      *>   movimento do caixa - a liquidação bancária entra sob o
      *>   operador "BANCO", separada das gavetas do balcão
           select arqMovimentoCaixa assign to "arqMovimentoCaixa.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMovimentoCaixa.

      *>   liquidações recusadas, para tratamento manual no balcão
           select arqRejeicoesRetorno assign to "arqRejeicoesRetorno.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelatorio.

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

      *>   mesmo layout unificado de fd-alunos em lista17exercicio1, já que o
      *>   repositório não usa copybooks - qualquer alteração de layout lá
      *>   precisa ser replicada aqui também
       fd arqCadastroAlunos.

       01 fd-alunos.
           05 fd-cod-aluno                         pic  9(06).
           05 fd-aluno                             pic  x(25).
           05 fd-endereco                          pic  x(35).
           05 fd-mae                               pic  x(25).
           05 fd-pai                               pic  x(25).
           05 fd-telefone                          pic  x(15).
           05 fd-nota-g.
               10 fd-notas occurs 8.
                   15 fd-nota                      pic  9(02)v99.
                   15 fd-peso                      pic  9(03).
                   15 fd-cod-disc                  pic  9(02).
           05 fd-media                             pic  9(02)v99.
           05 fd-situacao                          pic  x(01).
               88 fd-situacao-aprovado                    value "A".
               88 fd-situacao-reprovado                   value "R".
               88 fd-situacao-reprovado-falta             value "F".
           05 fd-ativo                             pic  x(01).
               88 fd-ativo-sim                            value "S".
               88 fd-ativo-nao                            value "N".
           05 fd-data-inativacao                   pic  x(10).
           05 fd-turma                             pic  9(02).
           05 fd-frequencia                        pic  9(03)v99.
           05 fd-serie                             pic  9(02).
           05 fd-rematricula                       pic  x(01).
           05 fd-cod-responsavel                   pic  9(04).

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

      *>   mesmo layout de fd-boleto em lista17remessa
       fd arqBoletos.

       01 fd-boleto.
           05 fd-bol-nosso-numero                  pic  9(10).
           05 fd-bol-lancamento.
               10 fd-bol-cod-aluno                 pic  9(06).
               10 fd-bol-vencimento                pic  x(10).
           05 fd-bol-valor                         pic  9(04)v99.
           05 fd-bol-taxa-multa                    pic  9(01)v99.
           05 fd-bol-taxa-juros-dia                pic  9(01)v9999.
           05 fd-bol-cod-responsavel               pic  9(04).
           05 fd-bol-data-remessa                  pic  x(10).
           05 fd-bol-situacao                      pic  x(01).
               88 fd-bol-emitido                          value "E".
               88 fd-bol-liquidado                        value "L".
           05 fd-bol-data-liquidacao               pic  x(10).
           05 fd-bol-valor-liquidado               pic  9(04)v99.
           05 fd-bol-recibo                        pic  9(06).

      *>   layout combinado com o banco - registro "0" de cabeçalho, um
      *>   registro "1" por liquidação e o "9" de controle no fim
       fd arqRetornoBanco.

       01 fd-ret-registro.
           05 fd-ret-tipo                          pic  x(01).
               88 fd-ret-cabecalho                        value "0".
               88 fd-ret-liquidacao                       value "1".
               88 fd-ret-trailer                          value "9".
           05 fd-ret-dados                         pic  x(161).

       01 fd-ret-liq.
           05 filler                               pic  x(01).
           05 fd-ret-liq-nosso-numero              pic  9(10).
           05 fd-ret-liq-data-pagamento            pic  x(10).
           05 fd-ret-liq-valor-pago                pic  9(04)v99.
           05 fd-ret-liq-data-credito              pic  x(10).
           05 filler                               pic  x(125).

       01 fd-ret-trl.
           05 filler                               pic  x(01).
           05 fd-ret-trl-qtd                       pic  9(06).
           05 fd-ret-trl-total                     pic  9(09)v99.
           05 filler                               pic  x(144).

      *>   mesmo layout de fd-controle-recibo em lista17exercicio1-com-tela
       fd arqControleRecibos.

       01 fd-controle-recibo.
           05 fd-ctr-ultimo-recibo                 pic  9(06).
           05 filler                               pic  x(01) value space.
           05 fd-ctr-data-hora                     pic  x(21).

       fd arqRecibos.

       01 fd-linha-recibo                          pic  x(60).

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

       fd arqRejeicoesRetorno.

       01 fd-linha-rejeicao                        pic  x(100).

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
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqBoletos                         pic  x(02).
       77 ws-fs-arqRetornoBanco                    pic  x(02).
       77 ws-fs-arqControleRecibos                 pic  x(02).
       77 ws-fs-arqRecibos                         pic  x(02).
       77 ws-fs-arqMovimentoCaixa                  pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-data-hoje                             pic  x(10).
       77 ws-linha-aux                             pic  x(100).

      *>  a liquidação bancária entra no caixa e no lançamento sob este
      *>  operador, para o fechamento de caixa separar do balcão
       77 ws-operador-banco                        pic  x(08) value 'BANCO'.

       77 ws-sem-retorno                           pic  x(01) value 'N'.
           88 ws-retorno-inexistente                      value 'S'.

      *>  encargos da liquidação - as regras de multa e juros informadas
      *>  ao banco no boleto, contadas até a data do pagamento
       01 ws-calculo-encargos.
           05 ws-dias-atraso                       pic s9(05).
           05 ws-dias-venc                         pic  9(07).
           05 ws-dias-pgto                         pic  9(07).
           05 ws-data-venc-num                     pic  9(08).
           05 ws-data-pgto-num                     pic  9(08).
           05 ws-saldo-base                        pic  9(04)v99.
           05 ws-encargos                          pic  9(04)v99.
           05 ws-total-devido                      pic  9(05)v99.

       01 ws-uso-geral.
           05 ws-motivo-recusa                     pic  x(40).
           05 ws-devido-edit                       pic  zzzz9,99.

       01 ws-totais-retorno.
           05 ws-qtd-lidos                         pic  9(05) value zero.
           05 ws-total-lido                        pic  9(09)v99 value zero.
           05 ws-qtd-baixados                      pic  9(05) value zero.
           05 ws-total-baixado                     pic  9(09)v99 value zero.
           05 ws-qtd-rejeitados                    pic  9(05) value zero.
           05 ws-qtd-sem-boleto                    pic  9(05) value zero.
           05 ws-qtd-duplicados                    pic  9(05) value zero.
           05 ws-qtd-divergentes                   pic  9(05) value zero.
           05 ws-trailer-lido                      pic  x(01) value 'N'.
               88 ws-tem-trailer                          value 'S'.
           05 ws-trl-qtd                           pic  9(06) value zero.
           05 ws-trl-total                         pic  9(09)v99 value zero.

      *>  recibo da liquidação, nos moldes do emitido no caixa
       01 ws-recibo.
           05 ws-rec-numero                        pic  9(06).
           05 ws-rec-nome-aluno                    pic  x(25).
           05 ws-rec-valor-edit                    pic  zzz9,99.
           05 ws-rec-linha-aux                     pic  x(60).

      *>  linhas do relatório
       01 ws-linha-rejeicao.
           05 ws-lin-rej-nosso-numero              pic  9(10).
           05 filler                               pic  x(02) value space.
           05 ws-lin-rej-data                      pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lin-rej-valor                     pic  zzz9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lin-rej-motivo                    pic  x(40).

       01 ws-linha-total.
           05 ws-lin-tot-rotulo                    pic  x(26).
           05 ws-lin-tot-valor                     pic  zzzzzzzz9,99.

      *>  mensagens de erro
       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  9(04).
           05 filler                               pic  x(01) value "-".
           05 ws-msn-erro-cod                      pic  x(02).
           05 filler                               pic  x(01) value space.
           05 ws-msn-erro-text                     pic  x(42).

      *>----variaveis para comunicação entre programas
       linkage section.

      *>   quando chamado pelo submenu de operações (lista17menu), o
      *>   lote devolve aqui quantos registros processou
       01 lk-contador-registros                    pic  9(05).

      *>declaração do corpo do programa
       procedure division using lk-contador-registros.

      *>   retorno da cobrança bancária - cada liquidação do arquivo do
      *>   banco dá baixa no lançamento do boleto pelas mesmas regras do
      *>   caixa (aplicar-pagamento), com recibo e movimento sob o operador
      *>   "BANCO"; o que não casa vai ao relatório de rejeições
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

           string ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-hoje

           open input arqRetornoBanco

      *>   '35' significa que o banco ainda não mandou retorno - nada a
      *>   baixar, e nenhum outro arquivo precisa ser aberto
           if ws-fs-arqRetornoBanco = '35' then
               set ws-retorno-inexistente to true
               display 'Aviso: arqRetornoBanco.txt inexistente - nada a baixar'
           else
               if ws-fs-arqRetornoBanco <> '00' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqRetornoBanco to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqRetornoBanco' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform abrir-arquivos-baixa
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre os arquivos que a baixa atualiza
      *>------------------------------------------------------------------------
       abrir-arquivos-baixa section.

           open input arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFinanceiro

      *>   tratamento de erro
           if ws-fs-arqFinanceiro <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqBoletos

      *>   sem nenhuma remessa gerada o arquivo ainda não existe - toda
      *>   liquidação sai rejeitada por nosso-número desconhecido
           if ws-fs-arqBoletos = '35' then
               open output arqBoletos
               close arqBoletos
               open i-o arqBoletos
           end-if

      *>   tratamento de erro
           if ws-fs-arqBoletos <> '00'
           and ws-fs-arqBoletos <> '05' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqBoletos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqMovimentoCaixa

      *>   nenhuma baixa gravou movimento ainda - cria-se aqui
           if ws-fs-arqMovimentoCaixa = '35' then
               open output arqMovimentoCaixa
           end-if

      *>   tratamento de erro
           if ws-fs-arqMovimentoCaixa <> '00'
           and ws-fs-arqMovimentoCaixa <> '05' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMovimentoCaixa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqRecibos

      *>   no primeiro recibo de todos o arquivo ainda nao existe
           if ws-fs-arqRecibos = '35' then
               open output arqRecibos
           end-if

      *>   tratamento de erro
           if ws-fs-arqRecibos <> '00'
           and ws-fs-arqRecibos <> '05' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRecibos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRecibos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRejeicoesRetorno

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRejeicoesRetorno' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abrir-arquivos-baixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           if not ws-retorno-inexistente then
               perform gravar-cabecalho

               perform until ws-fs-arqRetornoBanco = '10'

                   read arqRetornoBanco

                   if ws-fs-arqRetornoBanco = '00' then
                       evaluate true
                           when fd-ret-liquidacao
                               perform processar-liquidacao
                           when fd-ret-trailer
                               set ws-tem-trailer to true
                               move fd-ret-trl-qtd to ws-trl-qtd
                               move fd-ret-trl-total to ws-trl-total
                           when other
                               continue
                       end-evaluate
                   else
                       if ws-fs-arqRetornoBanco <> '10' then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqRetornoBanco to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqRetornoBanco' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               perform gravar-totais
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a liquidação atualmente lida contra o boleto e o
      *>  lançamento e, casando, dá a baixa
      *>------------------------------------------------------------------------
       processar-liquidacao section.

           move spaces to ws-motivo-recusa
           move zero to ws-total-devido

           add 1 to ws-qtd-lidos

           if fd-ret-liq-nosso-numero is not numeric
           or fd-ret-liq-valor-pago is not numeric then
               move 'Registro ilegivel' to ws-motivo-recusa
           else
               add fd-ret-liq-valor-pago to ws-total-lido
           end-if

      *>   o boleto pelo nosso-número
           if ws-motivo-recusa = spaces then
               move fd-ret-liq-nosso-numero to fd-bol-nosso-numero

               read arqBoletos

               evaluate ws-fs-arqBoletos
                   when '00'
                       if fd-bol-liquidado then
                           add 1 to ws-qtd-duplicados
                           move spaces to ws-motivo-recusa
                           string 'Liquidacao duplicada - recibo '
                                      delimited by size
                                  fd-bol-recibo delimited by size
                             into ws-motivo-recusa
                       end-if
                   when '23'
                       add 1 to ws-qtd-sem-boleto
                       move 'Nosso-numero nao encontrado' to ws-motivo-recusa
                   when other
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqBoletos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqBoletos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

      *>   o lançamento do boleto - só em aberto recebe a baixa
           if ws-motivo-recusa = spaces then
               move fd-bol-lancamento to fd-fin-chave

               read arqFinanceiro

               evaluate true
                   when ws-fs-arqFinanceiro = '23'
                       add 1 to ws-qtd-sem-boleto
                       move 'Lancamento do boleto nao existe' to ws-motivo-recusa
                   when ws-fs-arqFinanceiro <> '00'
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqFinanceiro to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                       perform finaliza-anormal
                   when fd-fin-pago
                       add 1 to ws-qtd-duplicados
                       move 'Lancamento ja quitado' to ws-motivo-recusa
                   when fd-fin-renegociado
                       add 1 to ws-qtd-duplicados
                       move 'Lancamento renegociado em acordo' to ws-motivo-recusa
                   when other
                       perform calcular-devido-liquidacao

                       if fd-ret-liq-valor-pago <> ws-total-devido then
                           add 1 to ws-qtd-divergentes
                           move ws-total-devido to ws-devido-edit
                           move spaces to ws-motivo-recusa
                           string 'Valor divergente - devido '
                                      delimited by size
                                  ws-devido-edit delimited by size
                             into ws-motivo-recusa
                       end-if
               end-evaluate
           end-if

           if ws-motivo-recusa = spaces then
               perform aplicar-liquidacao
           else
               add 1 to ws-qtd-rejeitados
               move fd-ret-liq-nosso-numero to ws-lin-rej-nosso-numero
               move fd-ret-liq-data-pagamento to ws-lin-rej-data
               if fd-ret-liq-valor-pago is numeric then
                   move fd-ret-liq-valor-pago to ws-lin-rej-valor
               else
                   move zero to ws-lin-rej-valor
               end-if
               move ws-motivo-recusa to ws-lin-rej-motivo
               move ws-linha-rejeicao to fd-linha-rejeicao
               perform gravar-linha
           end-if
           .
       processar-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  saldo devedor do lançamento na data do pagamento - a multa e os
      *>  juros por dia informados no boleto, sobre o saldo, como o caixa
      *>  faz em calcular-encargos-lancamento
      *>------------------------------------------------------------------------
       calcular-devido-liquidacao section.

           move zero to ws-encargos
           move zero to ws-dias-atraso

      *>   datas aaaa-mm-dd viram aaaammdd numérico p/ contar os dias
           move fd-fin-vencimento(1:4) to ws-data-venc-num(1:4)
           move fd-fin-vencimento(6:2) to ws-data-venc-num(5:2)
           move fd-fin-vencimento(9:2) to ws-data-venc-num(7:2)

           move fd-ret-liq-data-pagamento(1:4) to ws-data-pgto-num(1:4)
           move fd-ret-liq-data-pagamento(6:2) to ws-data-pgto-num(5:2)
           move fd-ret-liq-data-pagamento(9:2) to ws-data-pgto-num(7:2)

           if ws-data-venc-num is numeric
           and ws-data-pgto-num is numeric then
               compute ws-dias-venc =
                   function integer-of-date(ws-data-venc-num)
               compute ws-dias-pgto =
                   function integer-of-date(ws-data-pgto-num)
               compute ws-dias-atraso = ws-dias-pgto - ws-dias-venc
           end-if

           compute ws-saldo-base = fd-fin-valor-mensalidade
                                 - fd-fin-valor-pago

           if ws-dias-atraso > 0 then
               compute ws-encargos rounded =
                   (ws-saldo-base * fd-bol-taxa-multa / 100)
                 + (ws-saldo-base * fd-bol-taxa-juros-dia
                                  * ws-dias-atraso / 100)
           end-if

           compute ws-total-devido = ws-saldo-base + ws-encargos
           .
       calcular-devido-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  dá a baixa da liquidação no lançamento atualmente lido - mesmas
      *>  regras de aplicar-pagamento em lista17exercicio1-com-tela
      *>------------------------------------------------------------------------
       aplicar-liquidacao section.

      *>   sem data legível no retorno, vale a data do processamento
           if ws-data-pgto-num is not numeric then
               move ws-data-hoje to fd-ret-liq-data-pagamento
           end-if

           add fd-ret-liq-valor-pago to fd-fin-valor-pago
           move fd-ret-liq-data-pagamento to fd-fin-data-pagamento
           move ws-operador-banco to fd-fin-operador

      *>   o valor corrigido do dia do pagamento fica no registro, ao
      *>   lado do valor original da mensalidade
           compute fd-fin-valor-corrigido =
               fd-fin-valor-mensalidade + ws-encargos

           if fd-fin-valor-pago >= fd-fin-valor-corrigido then
               set fd-fin-pago to true
           end-if

           perform obter-numero-recibo

           move ws-rec-numero to fd-fin-recibo

           rewrite fd-financeiro

      *>   tratamento de erro
           if ws-fs-arqFinanceiro <> '00' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   o boleto fica liquidado - uma segunda liquidação dele no mesmo
      *>   ou noutro retorno sai como duplicada
           set fd-bol-liquidado to true
           move fd-ret-liq-data-pagamento to fd-bol-data-liquidacao
           move fd-ret-liq-valor-pago to fd-bol-valor-liquidado
           move ws-rec-numero to fd-bol-recibo

           rewrite fd-boleto

      *>   tratamento de erro
           if ws-fs-arqBoletos <> '00'
           and ws-fs-arqBoletos <> '02' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqBoletos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-documento-recibo
           perform gravar-movimento-caixa

           add 1 to ws-qtd-baixados
           add fd-ret-liq-valor-pago to ws-total-baixado
           .
       aplicar-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha do movimento do caixa da liquidação - data do
      *>  pagamento no banco e o operador "BANCO"
      *>------------------------------------------------------------------------
       gravar-movimento-caixa section.

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-movimento-caixa

           move fd-ret-liq-data-pagamento to fd-mov-data
           move ws-operador-banco to fd-mov-operador
           move fd-fin-cod-aluno to fd-mov-cod-aluno
           move fd-fin-vencimento to fd-mov-vencimento
           move fd-ret-liq-valor-pago to fd-mov-valor
           move ws-rec-numero to fd-mov-recibo
           set fd-mov-baixa to true

           write fd-movimento-caixa

      *>   tratamento de erro
           if ws-fs-arqMovimentoCaixa <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqMovimentoCaixa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-movimento-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o documento do recibo da liquidação no arquivo de recibos,
      *>  no mesmo formato do recibo emitido no caixa
      *>------------------------------------------------------------------------
       gravar-documento-recibo section.

      *>   o nome do aluno sai do cadastro - recibo de lançamento órfão
      *>   sai identificado como tal
           move fd-fin-cod-aluno to fd-cod-aluno

           read arqCadastroAlunos

           if ws-fs-arqCadastroAlunos = '00' then
               move fd-aluno to ws-rec-nome-aluno
           else
               move 'ALUNO NAO CADASTRADO' to ws-rec-nome-aluno
           end-if

           move all '-' to fd-linha-recibo
           perform gravar-linha-recibo

           move spaces to ws-rec-linha-aux
           string 'RECIBO No ' delimited by size
                  ws-rec-numero delimited by size
                  '  (BANCO)' delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move spaces to ws-rec-linha-aux
           string 'Aluno     : ' delimited by size
                  fd-fin-cod-aluno delimited by size
                  ' - ' delimited by size
                  function trim(ws-rec-nome-aluno) delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move spaces to ws-rec-linha-aux
           string 'Vencimento: ' delimited by size
                  fd-fin-vencimento delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move fd-ret-liq-valor-pago to ws-rec-valor-edit
           move spaces to ws-rec-linha-aux
           string 'Valor Pago: ' delimited by size
                  ws-rec-valor-edit delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move spaces to ws-rec-linha-aux
           string 'Data Pagto: ' delimited by size
                  fd-ret-liq-data-pagamento delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move spaces to ws-rec-linha-aux
           string 'Boleto    : ' delimited by size
                  fd-bol-nosso-numero delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move spaces to ws-rec-linha-aux
           string 'Operador  : ' delimited by size
                  ws-operador-banco delimited by size
             into ws-rec-linha-aux
           move ws-rec-linha-aux to fd-linha-recibo
           perform gravar-linha-recibo

           move all '-' to fd-linha-recibo
           perform gravar-linha-recibo
           move spaces to fd-linha-recibo
           perform gravar-linha-recibo
           .
       gravar-documento-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha do recibo, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha-recibo section.

           write fd-linha-recibo

      *>   tratamento de erro
           if ws-fs-arqRecibos <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqRecibos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRecibos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca e avança o numerador de recibos de pagamento - o mesmo do
      *>  caixa (obter-numero-recibo em lista17exercicio1-com-tela)
      *>------------------------------------------------------------------------
       obter-numero-recibo section.

           move zero to ws-rec-numero

           open input arqControleRecibos

      *>   '35' significa que nenhum recibo foi emitido ainda
           if ws-fs-arqControleRecibos = '35' then
               continue
           else
               if ws-fs-arqControleRecibos <> '00' then
                   move 9 to ws-msn-erro-offset
                   move ws-fs-arqControleRecibos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqControleRecibos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqControleRecibos

               if ws-fs-arqControleRecibos = '00' then
                   move fd-ctr-ultimo-recibo to ws-rec-numero
               end-if

               close arqControleRecibos
           end-if

           add 1 to ws-rec-numero

           open output arqControleRecibos

      *>   tratamento de erro
           if ws-fs-arqControleRecibos <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqControleRecibos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqControleRecibos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-controle-recibo
           move ws-rec-numero to fd-ctr-ultimo-recibo
           move function current-date to fd-ctr-data-hora

           write fd-controle-recibo

      *>   tratamento de erro
           if ws-fs-arqControleRecibos <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqControleRecibos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqControleRecibos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleRecibos
           .
       obter-numero-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cabeçalho do relatório de rejeições
      *>------------------------------------------------------------------------
       gravar-cabecalho section.

           move spaces to ws-linha-aux
           string 'Retorno Bancario - processado em ' delimited by size
                  ws-data-hoje delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rejeicao
           perform gravar-linha

           move spaces to fd-linha-rejeicao
           perform gravar-linha

           move 'Liquidacoes rejeitadas - baixar manualmente no caixa'
             to fd-linha-rejeicao
           perform gravar-linha

           move 'Nosso-Numero  Data Pagto   Valor    Motivo'
             to fd-linha-rejeicao
           perform gravar-linha
           .
       gravar-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  totais do retorno, com a conferência do registro de controle
      *>------------------------------------------------------------------------
       gravar-totais section.

           move spaces to fd-linha-rejeicao
           perform gravar-linha

      *>   o registro "9" do banco tem de bater com o que foi lido - senão
      *>   o arquivo chegou incompleto e o banco deve reenviar
           if not ws-tem-trailer then
               move '*** Retorno sem registro de controle - arquivo incompleto ***'
                 to fd-linha-rejeicao
               perform gravar-linha
           else
               if ws-trl-qtd <> ws-qtd-lidos
               or ws-trl-total <> ws-total-lido then
                   move '*** Controle do banco nao confere com o lido ***'
                     to fd-linha-rejeicao
                   perform gravar-linha
               end-if
           end-if

           move 'Liquidacoes lidas........: ' to ws-lin-tot-rotulo
           move ws-qtd-lidos to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move 'Valor lido...............: ' to ws-lin-tot-rotulo
           move ws-total-lido to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move 'Baixadas.................: ' to ws-lin-tot-rotulo
           move ws-qtd-baixados to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move 'Valor baixado............: ' to ws-lin-tot-rotulo
           move ws-total-baixado to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move 'Rejeitadas...............: ' to ws-lin-tot-rotulo
           move ws-qtd-rejeitados to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move '  sem boleto/lancamento..: ' to ws-lin-tot-rotulo
           move ws-qtd-sem-boleto to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move '  duplicadas.............: ' to ws-lin-tot-rotulo
           move ws-qtd-duplicados to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha

           move '  valor divergente.......: ' to ws-lin-tot-rotulo
           move ws-qtd-divergentes to ws-lin-tot-valor
           move ws-linha-total to fd-linha-rejeicao
           perform gravar-linha
           .
       gravar-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no relatório, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha section.

           write fd-linha-rejeicao

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRejeicoesRetorno' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------
       finaliza-anormal section.
      *>   toda finalizacao anormal fica no journal persistente, com
      *>   return-code diferente de zero p/ o agendador enxergar a falha
           perform gravar-journal-erro


           display ws-msn-erro

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
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
               move 'lista17retorno' to fd-jrn-programa
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

           if not ws-retorno-inexistente then
               close arqRetornoBanco
               close arqCadastroAlunos

               close arqFinanceiro

      *>       tratamento de erro
               if ws-fs-arqFinanceiro <> '00' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqBoletos

      *>       tratamento de erro
               if ws-fs-arqBoletos <> '00' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqBoletos to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqBoletos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqMovimentoCaixa

      *>       tratamento de erro
               if ws-fs-arqMovimentoCaixa <> '00' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqMovimentoCaixa' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqRecibos
               close arqRejeicoesRetorno

      *>       tratamento de erro
               if ws-fs-arqRelatorio <> '00' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqRelatorio to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqRejeicoesRetorno' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display '---------- Retorno Bancario ----------'
           display 'Liquidacoes lidas : ' ws-qtd-lidos
           display 'Baixadas          : ' ws-qtd-baixados
           display 'Rejeitadas        : ' ws-qtd-rejeitados
           display 'Rejeicoes em arqRejeicoesRetorno.txt'

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-baixados to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17conciliacao".
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

      *>   planos de mensalidade (lista17planos) - o valor que a geração
      *>   mensal teria cobrado de cada aluno
           select arqPlanosMensalidade assign to "arqPlanosMensalidade.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pla-cod-aluno
           file status is ws-fs-arqPlanos.

      *>   movimento do caixa - uma linha por baixa ou estorno
           select arqMovimentoCaixa assign to "arqMovimentoCaixa.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMovimentoCaixa.

      *>   numerador dos recibos de pagamento
           select arqControleRecibos assign to "arqControleRecibos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleRecibos.

      *>   documentos de recibo emitidos, na ordem de emissão
           select arqRecibos assign to "arqRecibos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecibos.

      *>   relatório de exceções da conciliação
           select arqExcecoesConciliacao assign to "arqExcecoesConciliacao.txt"
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

      *>   mesmo layout de fd-plano em lista17planos
       fd arqPlanosMensalidade.

       01 fd-plano.
           05 fd-pla-cod-aluno                     pic  9(06).
           05 fd-pla-valor-base                    pic  9(04)v99.
           05 fd-pla-desconto-pct                  pic  9(02)v99.
           05 fd-pla-bolsista                      pic  x(01).
               88 fd-pla-bolsista-sim                     value "S".
               88 fd-pla-bolsista-nao                     value "N".
           05 fd-pla-validade-ini                  pic  x(10).
           05 fd-pla-validade-fim                  pic  x(10).

      *>   mesmo layout de fd-movimento-caixa em lista17caixa
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

      *>   mesmo layout de fd-controle-recibo em lista17exercicio1-com-tela
       fd arqControleRecibos.

       01 fd-controle-recibo.
           05 fd-ctr-ultimo-recibo                 pic  9(06).
           05 filler                               pic  x(01) value space.
           05 fd-ctr-data-hora                     pic  x(21).

      *>   documento de recibo - a linha "RECIBO No nnnnnn" abre cada um,
      *>   seguida da marca "(2a VIA)" quando é reimpressão ou "(BANCO)"
      *>   quando a baixa veio do retorno bancário
       fd arqRecibos.

       01 fd-linha-recibo                          pic  x(60).
       01 fd-linha-recibo-cab.
           05 fd-rcb-rotulo                        pic  x(10).
               88 fd-rcb-abertura                         value 'RECIBO No '.
           05 fd-rcb-numero                        pic  x(06).
           05 fd-rcb-numero-num redefines fd-rcb-numero
                                                   pic  9(06).
           05 filler                               pic  x(02).
           05 fd-rcb-via                           pic  x(08).
               88 fd-rcb-segunda-via                      value '(2a VIA)'.
           05 filler                               pic  x(34).

       fd arqExcecoesConciliacao.

       01 fd-linha-relatorio                       pic  x(120).

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
       77 ws-fs-arqPlanos                          pic  x(02).
       77 ws-fs-arqMovimentoCaixa                  pic  x(02).
       77 ws-fs-arqControleRecibos                 pic  x(02).
       77 ws-fs-arqRecibos                         pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

      *>  mensalidade cheia de quem não tem valor base no plano - a
      *>  mesma de lista17mensalidades
       77 ws-valor-mensalidade-padrao              pic  9(04)v99 value 350,00.

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-data-hoje                             pic  x(10).
       77 ws-linha-aux                             pic  x(120).

      *>  dia conciliado, aaaa-mm-dd - a competência conferida contra os
      *>  planos é o mês dele
       01 ws-data-conciliacao.
           05 ws-dco-ano                           pic  x(04).
           05 ws-dco-traco1                        pic  x(01).
           05 ws-dco-mes                           pic  x(02).
           05 ws-dco-traco2                        pic  x(01).
           05 ws-dco-dia                           pic  x(02).
       77 ws-data-num                              pic  9(08).

       01 ws-arquivos-abertos.
           05 ws-financeiro-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-financeiro                   value 'S'.
           05 ws-planos-abertos                    pic  x(01) value 'N'.
               88 ws-tem-arq-planos                       value 'S'.
           05 ws-movimento-aberto                  pic  x(01) value 'N'.
               88 ws-tem-arq-movimento                    value 'S'.

      *>  lançamentos movimentados no dia - saldo do movimento de todos os
      *>  dias e a pilha de recibos ainda válidos (o estorno retira o
      *>  recibo que cancelou; o do topo é o que o lançamento deve ter)
       01 ws-lancamentos-dia.
           05 ws-qtd-lanc-dia                      pic  9(04) value zero.
           05 ws-lanc-dia occurs 1000.
               10 ws-ld-chave.
                   15 ws-ld-cod-aluno              pic  9(06).
                   15 ws-ld-vencimento             pic  x(10).
               10 ws-ld-saldo                      pic s9(07)v99.
               10 ws-ld-qtd-recibos                pic  9(02).
               10 ws-ld-recibo occurs 20           pic  9(06).
           05 ws-ind-lanc                          pic  9(04).
           05 ws-ind-rec                           pic  9(02).
           05 ws-ind-achado                        pic  9(04).
           05 ws-qtd-excedentes                    pic  9(05) value zero.
           05 ws-recibo-removido                   pic  x(01).
               88 ws-recibo-foi-removido                  value 'S'.

       01 ws-chave-busca.
           05 ws-cb-cod-aluno                      pic  9(06).
           05 ws-cb-vencimento                     pic  x(10).

      *>  sequência dos recibos
       01 ws-sequencia-recibos.
           05 ws-rec-anterior                      pic  9(06) value zero.
           05 ws-rec-atual                         pic  9(06).
           05 ws-rec-controle                      pic  9(06) value zero.
           05 ws-rec-falta-ini                     pic  9(06).
           05 ws-rec-falta-fim                     pic  9(06).
           05 ws-qtd-faltantes                     pic  9(06).

      *>  valor que a geração mensal teria cobrado
       01 ws-valor-esperado.
           05 ws-esp-valor                         pic  9(04)v99.
           05 ws-esp-desconto                      pic  9(04)v99.
           05 ws-esp-bolsista                      pic  x(01).
               88 ws-esp-e-bolsista                       value 'S'.

      *>  tipos de exceção, com a quantidade e a soma das diferenças
       01 ws-tipos-excecao.
           05 filler                               pic  x(34) value
                                     'MOVIMENTO SEM LANCAMENTO'.
           05 filler                               pic  x(34) value
                                     'RECIBO DIFERENTE DO LANCAMENTO'.
           05 filler                               pic  x(34) value
                                     'VALOR PAGO DIFERENTE DO MOVIMENTO'.
           05 filler                               pic  x(34) value
                                     'RECIBO FALTANTE NA SEQUENCIA'.
           05 filler                               pic  x(34) value
                                     'RECIBO DUPLICADO OU FORA DE ORDEM'.
           05 filler                               pic  x(34) value
                                     'NUMERADOR DE RECIBOS ATRASADO'.
           05 filler                               pic  x(34) value
                                     'VALOR DIFERENTE DO PLANO'.
           05 filler                               pic  x(34) value
                                     'DESCONTO DIFERENTE DO PLANO'.
           05 filler                               pic  x(34) value
                                     'BOLSISTA INTEGRAL COM LANCAMENTO'.
       01 ws-tipos-excecao-red redefines ws-tipos-excecao.
           05 ws-tipo-descricao occurs 9           pic  x(34).
       77 ws-qtd-tipos                             pic  9(02) value 9.

       01 ws-totais-excecao.
           05 ws-tot-exc occurs 9.
               10 ws-tot-exc-qtd                   pic  9(05).
               10 ws-tot-exc-dif                   pic  9(07)v99.
           05 ws-ind-tipo                          pic  9(02).
           05 ws-qtd-excecoes                      pic  9(05) value zero.

      *>  exceção a gravar - o chamador preenche e executa
      *>  registrar-excecao
       01 ws-excecao.
           05 ws-exc-tipo                          pic  9(02).
           05 ws-exc-cod-aluno                     pic  9(06).
           05 ws-exc-vencimento                    pic  x(10).
           05 ws-exc-recibo                        pic  9(06).
           05 ws-exc-esperado                      pic s9(07)v99.
           05 ws-exc-encontrado                    pic s9(07)v99.
           05 ws-exc-diferenca                     pic s9(07)v99.
           05 ws-exc-detalhe                       pic  x(30).

       01 ws-contadores.
           05 ws-qtd-mov-dia                       pic  9(05) value zero.
           05 ws-valor-mov-dia                     pic s9(07)v99 value zero.
           05 ws-qtd-recibos-lidos                 pic  9(06) value zero.
           05 ws-qtd-lanc-competencia              pic  9(05) value zero.

      *>  linhas do relatório
       01 ws-linha-excecao.
           05 ws-lex-tipo                          pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-lex-descricao                     pic  x(34).
           05 filler                               pic  x(01) value space.
           05 ws-lex-cod-aluno                     pic  zzzzz9.
           05 filler                               pic  x(01) value space.
           05 ws-lex-vencimento                    pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-lex-recibo                        pic  zzzzz9.
           05 filler                               pic  x(01) value space.
           05 ws-lex-esperado                      pic  -zzzzz9,99.
           05 filler                               pic  x(01) value space.
           05 ws-lex-encontrado                    pic  -zzzzz9,99.
           05 filler                               pic  x(01) value space.
           05 ws-lex-detalhe                       pic  x(30).

       01 ws-linha-tipo.
           05 filler                               pic  x(02) value space.
           05 ws-ltp-tipo                          pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-ltp-descricao                     pic  x(34).
           05 filler                               pic  x(01) value space.
           05 ws-ltp-qtd                           pic  zzzz9.
           05 filler                               pic  x(02) value space.
           05 ws-ltp-diferenca                     pic  z.zzz.zz9,99.

       01 ws-linha-qtd.
           05 ws-lin-qtd-rotulo                    pic  x(38).
           05 ws-lin-qtd-valor                     pic  zzzzz9.

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

      *>   quando chamado pelo fluxo noturno (lista17jobnoturno), roda sem
      *>   perguntar nada, conciliando o dia de hoje
       01 lk-modo-execucao                         pic  x(01).
           88 lk-modo-desacompanhado                      value 'D'.

      *>declaração do corpo do programa
       procedure division using lk-contador-registros lk-modo-execucao.

      *>   conciliação financeira do dia - o movimento do caixa contra os
      *>   lançamentos, a numeração dos recibos e o valor de cada
      *>   lançamento da competência contra o plano do aluno; toda
      *>   diferença vai para o relatório de exceções, com os totais por
      *>   tipo
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

           move spaces to ws-data-conciliacao

           if address of lk-modo-execucao not = null then
               if lk-modo-desacompanhado then
                   move ws-data-hoje to ws-data-conciliacao
               end-if
           end-if

           if ws-data-conciliacao = spaces then
               display 'Data a conciliar (aaaa-mm-dd, branco = hoje): '
               accept ws-data-conciliacao

               if ws-data-conciliacao = spaces then
                   move ws-data-hoje to ws-data-conciliacao
               end-if
           end-if

      *>   data ilegível não concilia nada
           move zero to ws-data-num
           if ws-dco-ano is numeric
           and ws-dco-mes is numeric
           and ws-dco-dia is numeric
           and ws-dco-traco1 = '-'
           and ws-dco-traco2 = '-' then
               string ws-dco-ano ws-dco-mes ws-dco-dia delimited by size
                 into ws-data-num
           end-if

           if ws-data-num = 0
           or function test-date-yyyymmdd(ws-data-num) <> 0 then
               move 1 to ws-msn-erro-offset
               move '00' to ws-msn-erro-cod
               move 'Data invalida (aaaa-mm-dd)' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-totais-excecao

           open input arqFinanceiro

           if ws-fs-arqFinanceiro = '00' then
               set ws-tem-arq-financeiro to true
           else
               if ws-fs-arqFinanceiro = '35' then
                   display 'Aviso: arqFinanceiro.dat inexistente'
               else
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   sem planos, todo lançamento é conferido contra o valor padrão
           open input arqPlanosMensalidade

           if ws-fs-arqPlanos = '00'
           or ws-fs-arqPlanos = '05' then
               set ws-tem-arq-planos to true
           else
               if ws-fs-arqPlanos <> '35' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqPlanos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqPlanosMensalidade' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqExcecoesConciliacao

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqExcecoesConciliacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-linha-aux
           string 'Conciliacao Financeira do dia ' delimited by size
                  ws-data-conciliacao delimited by size
                  ' - gerada em ' delimited by size
                  ws-data-hora-atual(1:8) delimited by size
                  ' ' delimited by size
                  ws-data-hora-atual(9:6) delimited by size
             into ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'tp ocorrencia                          aluno vencimento recibo   esperado encontrado detalhe'
             to ws-linha-aux
           perform gravar-linha

           perform conferir-movimento-dia
           perform conferir-sequencia-recibos

           if ws-tem-arq-financeiro then
               perform conferir-lancamentos-plano
           end-if

           perform gravar-totais
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  primeira conferência - cada linha do movimento do dia tem de
      *>  achar o lançamento; depois, para cada lançamento movimentado, o
      *>  saldo de todo o movimento dele tem de bater com o valor pago e o
      *>  último recibo válido com o recibo anotado no lançamento
      *>------------------------------------------------------------------------
       conferir-movimento-dia section.

           perform abrir-movimento

           if ws-tem-arq-movimento then
               perform until ws-fs-arqMovimentoCaixa = '10'

                   read arqMovimentoCaixa

                   evaluate true
                       when ws-fs-arqMovimentoCaixa = '10'
                           continue
                       when ws-fs-arqMovimentoCaixa = '00'
                           if fd-mov-data = ws-data-conciliacao then
                               perform conferir-linha-movimento
                           end-if
                       when other
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMovimentoCaixa' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform

               close arqMovimentoCaixa

      *>       segunda leitura - o movimento de todos os dias dos
      *>       lançamentos movimentados hoje
               if ws-qtd-lanc-dia > 0 then
                   perform abrir-movimento
                   perform acumular-movimento-lancamentos
                   close arqMovimentoCaixa

                   perform varying ws-ind-lanc from 1 by 1
                             until ws-ind-lanc > ws-qtd-lanc-dia
                       perform conferir-saldo-lancamento
                   end-perform
               end-if
           end-if
           .
       conferir-movimento-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o movimento do caixa - sem ele não há o que conciliar
      *>------------------------------------------------------------------------
       abrir-movimento section.

           open input arqMovimentoCaixa

           if ws-fs-arqMovimentoCaixa = '00' then
               set ws-tem-arq-movimento to true
           else
               if ws-fs-arqMovimentoCaixa = '35' then
                   move 'N' to ws-movimento-aberto
               else
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMovimentoCaixa' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       abrir-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha do movimento do dia - o lançamento tem de existir, e
      *>  entra na tabela dos movimentados
      *>------------------------------------------------------------------------
       conferir-linha-movimento section.

           add 1 to ws-qtd-mov-dia

           if fd-mov-estorno then
               subtract fd-mov-valor from ws-valor-mov-dia
           else
               add fd-mov-valor to ws-valor-mov-dia
           end-if

           move fd-mov-cod-aluno to ws-cb-cod-aluno
           move fd-mov-vencimento to ws-cb-vencimento

           move '23' to ws-fs-arqFinanceiro

           if ws-tem-arq-financeiro then
               move fd-mov-cod-aluno to fd-fin-cod-aluno
               move fd-mov-vencimento to fd-fin-vencimento

               read arqFinanceiro

               if ws-fs-arqFinanceiro <> '00'
               and ws-fs-arqFinanceiro <> '23' then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqFinanceiro = '23' then
               move 1 to ws-exc-tipo
               move fd-mov-cod-aluno to ws-exc-cod-aluno
               move fd-mov-vencimento to ws-exc-vencimento
               move fd-mov-recibo to ws-exc-recibo
               move zero to ws-exc-esperado
               move fd-mov-valor to ws-exc-encontrado
               move fd-mov-valor to ws-exc-diferenca
               move spaces to ws-exc-detalhe
               string 'operador ' delimited by size
                      fd-mov-operador delimited by size
                 into ws-exc-detalhe
               perform registrar-excecao
           else
               perform buscar-lancamento-dia

               if ws-ind-achado = 0 then
                   if ws-qtd-lanc-dia < 1000 then
                       add 1 to ws-qtd-lanc-dia
                       move ws-chave-busca to ws-ld-chave(ws-qtd-lanc-dia)
                       move zero to ws-ld-saldo(ws-qtd-lanc-dia)
                       move zero to ws-ld-qtd-recibos(ws-qtd-lanc-dia)
                   else
                       add 1 to ws-qtd-excedentes
                   end-if
               end-if
           end-if
           .
       conferir-linha-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura ws-chave-busca na tabela dos lançamentos movimentados
      *>------------------------------------------------------------------------
       buscar-lancamento-dia section.

           move zero to ws-ind-achado

           perform varying ws-ind-lanc from 1 by 1
                     until ws-ind-lanc > ws-qtd-lanc-dia
                        or ws-ind-achado > 0
               if ws-ld-chave(ws-ind-lanc) = ws-chave-busca then
                   move ws-ind-lanc to ws-ind-achado
               end-if
           end-perform
           .
       buscar-lancamento-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre o movimento inteiro acumulando, para cada lançamento
      *>  da tabela, o saldo e a pilha de recibos válidos
      *>------------------------------------------------------------------------
       acumular-movimento-lancamentos section.

           perform until ws-fs-arqMovimentoCaixa = '10'

               read arqMovimentoCaixa

               evaluate true
                   when ws-fs-arqMovimentoCaixa = '10'
                       continue
                   when ws-fs-arqMovimentoCaixa = '00'
                       move fd-mov-cod-aluno to ws-cb-cod-aluno
                       move fd-mov-vencimento to ws-cb-vencimento
                       perform buscar-lancamento-dia

                       if ws-ind-achado > 0 then
                           perform acumular-linha-movimento
                       end-if
                   when other
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqMovimentoCaixa' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform
           .
       acumular-movimento-lancamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  baixa soma e empilha o recibo; estorno subtrai e retira da
      *>  pilha o recibo que cancelou
      *>------------------------------------------------------------------------
       acumular-linha-movimento section.

           if fd-mov-estorno then
               subtract fd-mov-valor from ws-ld-saldo(ws-ind-achado)

               move 'N' to ws-recibo-removido

               perform varying ws-ind-rec from ws-ld-qtd-recibos(ws-ind-achado)
                         by -1
                         until ws-ind-rec < 1
                            or ws-recibo-foi-removido
                   if ws-ld-recibo(ws-ind-achado, ws-ind-rec) = fd-mov-recibo then
                       set ws-recibo-foi-removido to true
                   end-if
               end-perform

      *>       o laço parou uma posição abaixo da do recibo retirado -
      *>       os de cima descem uma casa
               if ws-recibo-foi-removido then
                   add 1 to ws-ind-rec
                   perform until ws-ind-rec >= ws-ld-qtd-recibos(ws-ind-achado)
                       move ws-ld-recibo(ws-ind-achado, ws-ind-rec + 1)
                         to ws-ld-recibo(ws-ind-achado, ws-ind-rec)
                       add 1 to ws-ind-rec
                   end-perform
                   subtract 1 from ws-ld-qtd-recibos(ws-ind-achado)
               end-if
           else
               add fd-mov-valor to ws-ld-saldo(ws-ind-achado)

               if ws-ld-qtd-recibos(ws-ind-achado) < 20 then
                   add 1 to ws-ld-qtd-recibos(ws-ind-achado)
                   move fd-mov-recibo
                     to ws-ld-recibo(ws-ind-achado, ws-ld-qtd-recibos(ws-ind-achado))
               end-if
           end-if
           .
       acumular-linha-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o lançamento ws-ind-lanc da tabela contra o financeiro
      *>------------------------------------------------------------------------
       conferir-saldo-lancamento section.

           move ws-ld-cod-aluno(ws-ind-lanc) to fd-fin-cod-aluno
           move ws-ld-vencimento(ws-ind-lanc) to fd-fin-vencimento

           read arqFinanceiro

      *>   tratamento de erro - a existência já foi conferida na primeira
      *>   leitura
           if ws-fs-arqFinanceiro <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-fin-cod-aluno to ws-exc-cod-aluno
           move fd-fin-vencimento to ws-exc-vencimento

           if ws-ld-saldo(ws-ind-lanc) <> fd-fin-valor-pago then
               move 3 to ws-exc-tipo
               move fd-fin-recibo to ws-exc-recibo
               move ws-ld-saldo(ws-ind-lanc) to ws-exc-esperado
               move fd-fin-valor-pago to ws-exc-encontrado
               compute ws-exc-diferenca = ws-exc-esperado - ws-exc-encontrado
               move 'movimento x valor pago' to ws-exc-detalhe
               perform registrar-excecao
           end-if

           move zero to ws-rec-atual
           if ws-ld-qtd-recibos(ws-ind-lanc) > 0 then
               move ws-ld-recibo(ws-ind-lanc, ws-ld-qtd-recibos(ws-ind-lanc))
                 to ws-rec-atual
           end-if

           if fd-fin-recibo is not numeric
           or fd-fin-recibo <> ws-rec-atual then
               move 2 to ws-exc-tipo
               move ws-rec-atual to ws-exc-recibo
               move ws-rec-atual to ws-exc-esperado
               if fd-fin-recibo is numeric then
                   move fd-fin-recibo to ws-exc-encontrado
               else
                   move zero to ws-exc-encontrado
               end-if
               move zero to ws-exc-diferenca
               move 'ultimo recibo valido' to ws-exc-detalhe
               perform registrar-excecao
           end-if
           .
       conferir-saldo-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  segunda conferência - os recibos originais (não os de segunda
      *>  via), do caixa e do retorno bancário, saem em arqRecibos.txt na
      *>  ordem do numerador, então cada número tem de ser o anterior mais
      *>  um, até o último do numerador
      *>------------------------------------------------------------------------
       conferir-sequencia-recibos section.

           open input arqControleRecibos

           if ws-fs-arqControleRecibos = '00' then
               read arqControleRecibos

               if ws-fs-arqControleRecibos = '00'
               and fd-ctr-ultimo-recibo is numeric then
                   move fd-ctr-ultimo-recibo to ws-rec-controle
               end-if

               close arqControleRecibos
           else
               if ws-fs-arqControleRecibos <> '35' then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqControleRecibos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqControleRecibos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqRecibos

           if ws-fs-arqRecibos = '00' then
               perform until ws-fs-arqRecibos = '10'

                   read arqRecibos

                   evaluate true
                       when ws-fs-arqRecibos = '10'
                           continue
                       when ws-fs-arqRecibos = '00'
                           if fd-rcb-abertura
                           and not fd-rcb-segunda-via
                           and fd-rcb-numero is numeric then
                               perform conferir-numero-recibo
                           end-if
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqRecibos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqRecibos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform

               close arqRecibos
           else
               if ws-fs-arqRecibos <> '35' then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqRecibos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqRecibos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   números dados pelo numerador depois do último documento
           if ws-rec-controle > ws-rec-anterior then
               compute ws-rec-falta-ini = ws-rec-anterior + 1
               move ws-rec-controle to ws-rec-falta-fim
               move 'numerado sem documento' to ws-exc-detalhe
               perform registrar-falta-recibos
           end-if

      *>   numerador abaixo do último documento - o próximo recibo
      *>   repetiria um número já entregue
           if ws-rec-controle < ws-rec-anterior then
               move 6 to ws-exc-tipo
               move zero to ws-exc-cod-aluno
               move spaces to ws-exc-vencimento
               move ws-rec-controle to ws-exc-recibo
               move ws-rec-anterior to ws-exc-esperado
               move ws-rec-controle to ws-exc-encontrado
               move zero to ws-exc-diferenca
               move 'arqControleRecibos' to ws-exc-detalhe
               perform registrar-excecao
           end-if
           .
       conferir-sequencia-recibos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  número do recibo lido contra o anterior
      *>------------------------------------------------------------------------
       conferir-numero-recibo section.

           add 1 to ws-qtd-recibos-lidos
           move fd-rcb-numero-num to ws-rec-atual

           evaluate true
               when ws-rec-atual = ws-rec-anterior + 1
                   move ws-rec-atual to ws-rec-anterior
               when ws-rec-atual > ws-rec-anterior + 1
                   compute ws-rec-falta-ini = ws-rec-anterior + 1
                   compute ws-rec-falta-fim = ws-rec-atual - 1
                   move 'sem documento emitido' to ws-exc-detalhe
                   perform registrar-falta-recibos
                   move ws-rec-atual to ws-rec-anterior
               when other
      *>            número repetido ou menor que o anterior - a sequência
      *>            segue a partir do maior já visto
                   move 5 to ws-exc-tipo
                   move zero to ws-exc-cod-aluno
                   move spaces to ws-exc-vencimento
                   move ws-rec-atual to ws-exc-recibo
                   compute ws-exc-esperado = ws-rec-anterior + 1
                   move ws-rec-atual to ws-exc-encontrado
                   move zero to ws-exc-diferenca
                   move 'arqRecibos.txt' to ws-exc-detalhe
                   perform registrar-excecao
           end-evaluate
           .
       conferir-numero-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  faixa de recibos faltantes ws-rec-falta-ini a ws-rec-falta-fim -
      *>  uma exceção por faixa, contando cada número no total do tipo
      *>------------------------------------------------------------------------
       registrar-falta-recibos section.

           compute ws-qtd-faltantes = ws-rec-falta-fim - ws-rec-falta-ini + 1

           move 4 to ws-exc-tipo
           move zero to ws-exc-cod-aluno
           move spaces to ws-exc-vencimento
           move ws-rec-falta-ini to ws-exc-recibo
           move ws-rec-falta-ini to ws-exc-esperado
           move ws-rec-falta-fim to ws-exc-encontrado
           move zero to ws-exc-diferenca
           perform registrar-excecao

      *>   a faixa conta como tantas exceções quantos números faltam
           add ws-qtd-faltantes to ws-tot-exc-qtd(4)
           subtract 1 from ws-tot-exc-qtd(4)
           add ws-qtd-faltantes to ws-qtd-excecoes
           subtract 1 from ws-qtd-excecoes
           .
       registrar-falta-recibos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  terceira conferência - cada lançamento da competência do dia
      *>  (fora as parcelas de acordo) contra o que lista17mensalidades
      *>  geraria com o plano vigente no vencimento
      *>------------------------------------------------------------------------
       conferir-lancamentos-plano section.

           move low-values to fd-fin-chave

           start arqFinanceiro key is greater than or equal to fd-fin-chave

      *>   tratamento de erro - '23' = financeiro vazio
           if ws-fs-arqFinanceiro <> '00'
           and ws-fs-arqFinanceiro <> '23' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro de Start arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqFinanceiro = '00' then
               perform until ws-fs-arqFinanceiro = '10'

                   read arqFinanceiro next

                   evaluate true
                       when ws-fs-arqFinanceiro = '10'
                           continue
                       when ws-fs-arqFinanceiro = '00'
                           if fd-fin-vencimento(1:7) = ws-data-conciliacao(1:7)
                           and (fd-fin-acordo = 0
                            or fd-fin-renegociado) then
                               perform conferir-lancamento-plano
                           end-if
                       when other
                           move 9 to ws-msn-erro-offset
                           move ws-fs-arqFinanceiro to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       conferir-lancamentos-plano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lançamento lido contra o plano do aluno - mesma regra de
      *>  aplicar-plano-aluno em lista17mensalidades
      *>------------------------------------------------------------------------
       conferir-lancamento-plano section.

           add 1 to ws-qtd-lanc-competencia

           move ws-valor-mensalidade-padrao to ws-esp-valor
           move zero to ws-esp-desconto
           move 'N' to ws-esp-bolsista

           if ws-tem-arq-planos then
               move fd-fin-cod-aluno to fd-pla-cod-aluno

               read arqPlanosMensalidade

               evaluate ws-fs-arqPlanos
                   when '00'
                       if (fd-pla-validade-ini = spaces
                        or fd-pla-validade-ini <= fd-fin-vencimento)
                       and (fd-pla-validade-fim = spaces
                        or fd-pla-validade-fim >= fd-fin-vencimento) then

                           if fd-pla-bolsista-sim then
                               set ws-esp-e-bolsista to true
                           else
                               if fd-pla-valor-base > 0 then
                                   move fd-pla-valor-base to ws-esp-valor
                               end-if

                               compute ws-esp-desconto rounded =
                                   (ws-esp-valor * fd-pla-desconto-pct)
                                   / 100
                               subtract ws-esp-desconto from ws-esp-valor
                           end-if
                       end-if
                   when '23'
                       continue
                   when other
                       move 10 to ws-msn-erro-offset
                       move ws-fs-arqPlanos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqPlanosMensalidade' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move fd-fin-cod-aluno to ws-exc-cod-aluno
           move fd-fin-vencimento to ws-exc-vencimento
           move zero to ws-exc-recibo

           evaluate true
               when ws-esp-e-bolsista
                   move 9 to ws-exc-tipo
                   move zero to ws-exc-esperado
                   move fd-fin-valor-mensalidade to ws-exc-encontrado
                   move fd-fin-valor-mensalidade to ws-exc-diferenca
                   move 'plano bolsista integral' to ws-exc-detalhe
                   perform registrar-excecao
               when fd-fin-valor-mensalidade <> ws-esp-valor
                   move 7 to ws-exc-tipo
                   move ws-esp-valor to ws-exc-esperado
                   move fd-fin-valor-mensalidade to ws-exc-encontrado
                   compute ws-exc-diferenca = ws-exc-encontrado - ws-exc-esperado
                   move 'valor da mensalidade' to ws-exc-detalhe
                   perform registrar-excecao
               when fd-fin-desconto <> ws-esp-desconto
                   move 8 to ws-exc-tipo
                   move ws-esp-desconto to ws-exc-esperado
                   move fd-fin-desconto to ws-exc-encontrado
                   compute ws-exc-diferenca = ws-exc-encontrado - ws-exc-esperado
                   move 'desconto gravado' to ws-exc-detalhe
                   perform registrar-excecao
               when other
                   continue
           end-evaluate
           .
       conferir-lancamento-plano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a exceção de ws-excecao e soma no total do tipo
      *>------------------------------------------------------------------------
       registrar-excecao section.

           add 1 to ws-qtd-excecoes
           add 1 to ws-tot-exc-qtd(ws-exc-tipo)

           if ws-exc-diferenca < 0 then
               subtract ws-exc-diferenca from ws-tot-exc-dif(ws-exc-tipo)
           else
               add ws-exc-diferenca to ws-tot-exc-dif(ws-exc-tipo)
           end-if

           move spaces to ws-linha-aux
           move ws-exc-tipo to ws-lex-tipo
           move ws-tipo-descricao(ws-exc-tipo) to ws-lex-descricao
           move ws-exc-cod-aluno to ws-lex-cod-aluno
           move ws-exc-vencimento to ws-lex-vencimento
           move ws-exc-recibo to ws-lex-recibo
           move ws-exc-esperado to ws-lex-esperado
           move ws-exc-encontrado to ws-lex-encontrado
           move ws-exc-detalhe to ws-lex-detalhe
           move ws-linha-excecao to ws-linha-aux
           perform gravar-linha
           .
       registrar-excecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  totais por tipo de exceção e quantidades conferidas
      *>------------------------------------------------------------------------
       gravar-totais section.

           if ws-qtd-excecoes = 0 then
               move '   (nenhuma excecao)' to ws-linha-aux
               perform gravar-linha
           end-if

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Totais por tipo:                        qtd      diferenca'
             to ws-linha-aux
           perform gravar-linha

           perform varying ws-ind-tipo from 1 by 1
                     until ws-ind-tipo > ws-qtd-tipos
               move ws-ind-tipo to ws-ltp-tipo
               move ws-tipo-descricao(ws-ind-tipo) to ws-ltp-descricao
               move ws-tot-exc-qtd(ws-ind-tipo) to ws-ltp-qtd
               move ws-tot-exc-dif(ws-ind-tipo) to ws-ltp-diferenca
               move ws-linha-tipo to ws-linha-aux
               perform gravar-linha
           end-perform

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Linhas de movimento do dia............' to ws-lin-qtd-rotulo
           move ws-qtd-mov-dia to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Lancamentos movimentados conferidos...' to ws-lin-qtd-rotulo
           move ws-qtd-lanc-dia to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Recibos originais conferidos..........' to ws-lin-qtd-rotulo
           move ws-qtd-recibos-lidos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Lancamentos da competencia conferidos.' to ws-lin-qtd-rotulo
           move ws-qtd-lanc-competencia to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Excecoes..............................' to ws-lin-qtd-rotulo
           move ws-qtd-excecoes to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           if ws-qtd-excedentes > 0 then
               move spaces to ws-linha-aux
               string 'Aviso: ' delimited by size
                      ws-qtd-excedentes delimited by size
                      ' linha(s) do dia alem de 1000 lancamentos nao'
                      delimited by size
                      ' conferida(s) contra o saldo' delimited by size
                 into ws-linha-aux
               perform gravar-linha
           end-if
           .
       gravar-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no relatório de exceções
      *>------------------------------------------------------------------------
       gravar-linha section.

           move ws-linha-aux to fd-linha-relatorio

           write fd-linha-relatorio

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqExcecoesConciliacao' to ws-msn-erro-text
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
               move 'lista17conciliacao' to fd-jrn-programa
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

           if ws-tem-arq-financeiro then
               close arqFinanceiro
           end-if

           if ws-tem-arq-planos then
               close arqPlanosMensalidade
           end-if

           close arqExcecoesConciliacao

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqExcecoesConciliacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display '---------- Conciliacao Financeira ----------'
           display 'Dia conciliado     : ' ws-data-conciliacao
           display 'Linhas de movimento: ' ws-qtd-mov-dia
           display 'Recibos conferidos : ' ws-qtd-recibos-lidos
           display 'Lanc. da competen. : ' ws-qtd-lanc-competencia
           display 'Excecoes           : ' ws-qtd-excecoes
           display 'Relatorio em arqExcecoesConciliacao.txt'

      *>   exceção não é falha do lote - sai como aviso para o agendador
           if ws-qtd-excecoes > 0 then
               move 4 to return-code
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-excecoes to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

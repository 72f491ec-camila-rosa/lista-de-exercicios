           lock mode is automatic
           file status is ws-fs-arqLogAlteracoes.

      *>   parâmetros da escola, mantidos em lista17parametros - média de
      *>   aprovação e frequência mínima vigentes na data do cálculo
           select arqParametros assign to 'arqParametros.dat'
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
           lock mode is automatic
           file status is ws-fs-arqJournalErros.

      *>   histórico das partidas - uma linha por pergunta feita, com o
      *>   baralho, o jogador, a resposta dada e se acertou; base da
      *>   análise de dificuldade e de evolução dos jogadores feita em
      *>   lista17analisequiz
           select arqHistoricoQuiz assign to 'arqHistoricoQuiz.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistoricoQuiz.

       i-o-control.

      *>declaração de variáveis
          05 filler                                pic  x(02) value space.
          05 fd-log-operador                       pic  x(08).

      *>   mesmo layout de fd-parametro em lista17parametros
       fd arqParametros.
       01 fd-parametro.
          05 fd-par-chave.
              10 fd-par-cod                      pic  x(12).
              10 fd-par-vigencia                 pic  x(10).
          05 fd-par-valor                         pic  9(03)v9999.
          05 fd-par-operador                      pic  x(08).
          05 fd-par-data-hora                     pic  x(21).

       fd arqJournalErros.
       01 fd-journal-erro.
           05 fd-jrn-programa                      pic  x(30).
           05 filler                               pic  x(02) value space.
           05 fd-jrn-mensagem                      pic  x(50).

      *>   mesmo layout de fd-historico-quiz em lista17analisequiz
       fd arqHistoricoQuiz.
       01 fd-historico-quiz.
           05 fd-hqz-sessao                        pic  x(14).
           05 filler                               pic  x(01).
           05 fd-hqz-data                          pic  x(10).
           05 filler                               pic  x(01).
           05 fd-hqz-rodada                        pic  9(03).
           05 filler                               pic  x(01).
           05 fd-hqz-baralho                       pic  x(30).
           05 filler                               pic  x(01).
           05 fd-hqz-titulo                        pic  x(25).
           05 filler                               pic  x(01).
           05 fd-hqz-jogador                       pic  x(25).
           05 filler                               pic  x(01).
           05 fd-hqz-cod-aluno                     pic  9(06).
           05 filler                               pic  x(01).
           05 fd-hqz-pergunta                      pic  x(25).
           05 filler                               pic  x(01).
           05 fd-hqz-resposta-certa                pic  x(25).
           05 filler                               pic  x(01).
           05 fd-hqz-resposta-dada                 pic  x(25).
           05 filler                               pic  x(01).
           05 fd-hqz-regiao                        pic  x(10).
           05 filler                               pic  x(01).
           05 fd-hqz-dificuldade                   pic  x(01).
           05 filler                               pic  x(01).
           05 fd-hqz-acertou                       pic  x(01).
           05 filler                               pic  x(01).
           05 fd-hqz-pontos                        pic  9(01).

      *>----variaveis de trabalho
       working-storage section.


       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqHistoricoQuiz                   pic  x(02).

      *>   sessão gravada no histórico do quiz - a execução é identificada
      *>   pela data e hora de início, e cada partida jogada nela recebe
      *>   o número da rodada
       01 ws-sessao-quiz.
          05 ws-sqz-sessao                         pic  x(14).
          05 ws-sqz-data                           pic  x(10).
          05 ws-sqz-rodada                         pic  9(03) value zero.

      *>   disciplina reservada p/ a nota de participação do quiz
       77 ws-disc-participacao                     pic  9(02) value 99.

      *>   recálculo da média e situação gravadas no cadastro depois de
      *>   lançar a nota de participação - mesma conta ponderada dos
      *>   programas de cadastro; os valores abaixo são o padrão, e a
      *>   vigência do dia em arqParametros prevalece
       01 ws-calculo-media.
          05 ws-ind-calc                           pic  9(01).
          05 ws-peso-calc                          pic  9(03).
          05 ws-soma-nota-calc                     pic  9(06)v99.
          05 ws-qtd-notas-calc                     pic  9(01).
          05 ws-media-aprovacao                    pic  9(02)v99 value 6,00.
          05 ws-frequencia-minima                  pic  9(03)v99 value 75,00.

      *>  busca da regra vigente numa data em arqParametros - o chamador
      *>  informa a regra, a data de referência e o valor padrão
       01 ws-busca-parametro.
          05 ws-par-cod-busca                      pic  x(12).
          05 ws-par-data-ref                       pic  x(10).
          05 ws-par-valor-vigente                 pic  9(03)v9999.
          05 ws-parametros-abertos                pic  x(01) value 'N'.
              88 ws-tem-arq-parametros                    value 'S'.

      *>  variáveis de log de alteração do cadastro
       01 ws-log-alteracao.
               perform finaliza-anormal
           end-if

      *>   open extend acumula as partidas de todas as sessões; na
      *>   primeira partida de todas o histórico ainda não existe
           open extend arqHistoricoQuiz.
           if ws-fs-arqHistoricoQuiz = '35' then
               open output arqHistoricoQuiz
           end-if
      *>   tratamento de erro
           if ws-fs-arqHistoricoQuiz <> '00'
           and ws-fs-arqHistoricoQuiz <> '05' then
               move 16 to ws-msn-erro-offset
               move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqHistoricoQuiz' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date(1:14) to ws-sqz-sessao
           string ws-sqz-sessao(1:4) delimited by size
                  '-' delimited by size
                  ws-sqz-sessao(5:2) delimited by size
                  '-' delimited by size
                  ws-sqz-sessao(7:2) delimited by size
             into ws-sqz-data

      *>   os parâmetros da escola são mantidos em lista17parametros - se
      *>   ainda não existem ('35'), valem os valores padrão
           open input arqParametros

           if ws-fs-arqParametros = '00'
           or ws-fs-arqParametros = '05' then
               set ws-tem-arq-parametros to true
           else
               if ws-fs-arqParametros <> '35' then
                   move 14 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   média de aprovação e frequência mínima vigentes hoje
           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-par-data-ref

           move 'MEDIA-APROV' to ws-par-cod-busca
           move ws-media-aprovacao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-media-aprovacao

           move 'FREQ-MINIMA' to ws-par-cod-busca
           move ws-frequencia-minima to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-frequencia-minima

           .
       inicializa-exit.
           exit.

      *>       zera as marcas de sorteio a cada rodada nova
               perform reiniciar-sorteio
               add 1 to ws-sqz-rodada

      *>       executa variando o índice de jogadores ser maior que 20,
      *>       o nome ser espaço ou os jogadores resolverem sair
                         set ws-acertou-resposta to true
                   else
                         move zero to ws-sequencia(ws-ind-jog)
                         move zero to ws-pontos-rodada
                         move "Errou!!!"    to ws-msn
                         set ws-errou-resposta to true
                   end-if
      *>           acumula o desempenho do jogador nesta região
                   perform registrar-desempenho-regiao

      *>           e guarda a pergunta no histórico das partidas
                   perform gravar-historico-quiz

                   display sc-tela-jogar
                   accept sc-tela-jogar
                   end-if
       registrar-desempenho-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   grava no histórico a pergunta feita ao jogador da vez, com a
      *>   resposta dada e o resultado
      *>------------------------------------------------------------------------
       gravar-historico-quiz section.

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-historico-quiz

           move ws-sqz-sessao             to fd-hqz-sessao
           move ws-sqz-data               to fd-hqz-data
           move ws-sqz-rodada             to fd-hqz-rodada
           move ws-nome-arq-baralho       to fd-hqz-baralho
           move ws-titulo-baralho-atual   to fd-hqz-titulo
           move ws-nome-jog(ws-ind-jog)   to fd-hqz-jogador
           move ws-cod-aluno-jog(ws-ind-jog) to fd-hqz-cod-aluno
           move ws-estado(ws-ind-est)     to fd-hqz-pergunta
           move ws-capital(ws-ind-est)    to fd-hqz-resposta-certa
           move ws-capital-jog            to fd-hqz-resposta-dada
           move ws-regiao(ws-ind-est)     to fd-hqz-regiao
           move ws-dificuldade(ws-ind-est) to fd-hqz-dificuldade
           move ws-resposta-certa         to fd-hqz-acertou
           move ws-pontos-rodada          to fd-hqz-pontos

           write fd-historico-quiz

      *>   tratamento de erro
           if ws-fs-arqHistoricoQuiz <> '00' then
               move 17 to ws-msn-erro-offset
               move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqHistoricoQuiz' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-historico-quiz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   sorteia o estado
      *>------------------------------------------------------------------------
                           ' nao encontrado - nota nao gravada'
               else
      *>           primeira posição de nota livre, como no cadastro de notas
      *>           - a posição reservada a outra disciplina pela matriz
      *>           curricular não conta como livre
                   perform varying ws-ind-slot from 1 by 1 until ws-ind-slot > 8
                                      or (fd-nota(ws-ind-slot) is not numeric
                                          and (fd-cod-disc(ws-ind-slot) is not numeric
                                               or fd-cod-disc(ws-ind-slot) = 0
                                               or fd-cod-disc(ws-ind-slot)
                                                  = ws-disc-participacao))
                       continue
                   end-perform

               set fd-situacao-reprovado to true
           end-if

      *>   regra da escola - frequência abaixo da mínima vigente reprova
      *>   por falta ("RF"), qualquer que seja a média das notas
           if fd-frequencia is numeric
           and fd-frequencia < ws-frequencia-minima then
               set fd-situacao-reprovado-falta to true
           end-if
           .
       calcula-media-situacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca em arqParametros o valor da regra ws-par-cod-busca vigente
      *>  na data ws-par-data-ref - a última vigência iniciada até a data;
      *>  sem nenhuma, fica o padrão que o chamador já deixou no valor
      *>  (mesma busca de obter-parametro-vigente em lista17parametros)
      *>------------------------------------------------------------------------
       obter-parametro-vigente section.

           if ws-tem-arq-parametros then
               move ws-par-cod-busca to fd-par-cod
               move spaces to fd-par-vigencia

               start arqParametros key is greater than or equal to fd-par-chave

      *>       tratamento de erro
               if ws-fs-arqParametros <> '00'
               and ws-fs-arqParametros <> '23' then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro no Start Arquivo arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqParametros = '00' then
                   perform until ws-fs-arqParametros = '10'

                       read arqParametros next

                       if ws-fs-arqParametros = '00' then
      *>                   outra regra, ou vigência posterior à data - para
                           if fd-par-cod <> ws-par-cod-busca
                           or fd-par-vigencia > ws-par-data-ref then
                               move '10' to ws-fs-arqParametros
                           else
                               move fd-par-valor to ws-par-valor-vigente
                           end-if
                       else
                           if ws-fs-arqParametros <> '10' then
                               move 15 to ws-msn-erro-offset
                               move ws-fs-arqParametros to ws-msn-erro-cod
                               move 'Erro ao Ler Arquivo arqParametros' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       obter-parametro-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   registrar no log a alteração gravada no cadastro do aluno
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           if ws-tem-arq-parametros then
               close arqParametros
               if ws-fs-arqParametros <> '00' then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Fechar Arquivo arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqHistoricoQuiz.
           if ws-fs-arqHistoricoQuiz <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
               move 'Erro ao Fechar Arquivo arqHistoricoQuiz' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback

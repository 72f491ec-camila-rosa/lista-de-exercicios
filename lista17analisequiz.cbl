      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17analisequiz".
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

      *>   histórico das partidas gravado por lista17exercicio2 - uma
      *>   linha por pergunta feita, na ordem em que foram jogadas
           select arqHistoricoQuiz assign to "arqHistoricoQuiz.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistoricoQuiz.

      *>   baralho de perguntas - o nome do arquivo vem do histórico e é
      *>   posto em ws-nome-arq-baralho antes de cada open, p/ conferir a
      *>   dificuldade com que cada pergunta está classificada hoje
           select arqEstadoCapital assign to ws-nome-arq-baralho
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstadoCapital.

      *>   relatório da análise
           select arqAnaliseQuiz assign to "arqAnaliseQuiz.txt"
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

      *>   mesmo layout de fd-historico-quiz em lista17exercicio2
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
               88 fd-hqz-resposta-certa-sim               value 'S'.
               88 fd-hqz-resposta-errada                  value 'N'.
           05 filler                               pic  x(01).
           05 fd-hqz-pontos                        pic  9(01).

      *>   mesmo layout de fd-arqEstadoCapital em lista17exercicio2
       fd arqEstadoCapital.
       01 fd-arqEstadoCapital.
           05 fd-estado                            pic  x(25).
           05 fd-capital                           pic  x(25).
           05 fd-regiao                            pic  x(10).
           05 fd-dificuldade                       pic  x(01).

       fd arqAnaliseQuiz.

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
       77 ws-fs-arqHistoricoQuiz                   pic  x(02).
       77 ws-fs-arqEstadoCapital                   pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

       77 ws-nome-arq-baralho                      pic  x(30).
       77 ws-data-hora-atual                       pic  x(21).
       77 ws-linha-aux                             pic  x(120).

       01 ws-arquivos-abertos.
           05 ws-historico-aberto                  pic  x(01) value 'N'.
               88 ws-tem-arq-historico                    value 'S'.

      *>  faixas da taxa de erro que correspondem a cada dificuldade -
      *>  até 1/3 de erros é pergunta fácil, até 2/3 é média, acima
      *>  disso é difícil; com menos tentativas que o mínimo a taxa
      *>  ainda não diz nada e a pergunta não recebe parecer
       01 ws-faixas-dificuldade.
           05 ws-erro-max-facil                    pic  9(03)v99 value 33,33.
           05 ws-erro-max-media                    pic  9(03)v99 value 66,66.
           05 ws-min-tentativas                    pic  9(03) value 5.

      *>  baralhos que aparecem no histórico, identificados pelo arquivo
       01 ws-baralhos.
           05 ws-qtd-baralhos                      pic  9(02) value zero.
           05 ws-baralho-tab occurs 50.
               10 ws-bar-arquivo                   pic  x(30).
               10 ws-bar-titulo                    pic  x(25).
               10 ws-bar-tentativas                pic  9(06).
               10 ws-bar-erros                     pic  9(06).
               10 ws-bar-reclassificar             pic  9(04).
               10 ws-bar-situacao                  pic  x(01).
                   88 ws-bar-lido-hoje                    value 'S'.
                   88 ws-bar-inexistente                  value 'N'.
           05 ws-ind-bar                           pic  9(02).

      *>  perguntas feitas, por baralho - a dificuldade começa pela que
      *>  foi gravada na partida mais recente e é substituída pela do
      *>  baralho atual quando o arquivo do baralho ainda existe
       01 ws-perguntas.
           05 ws-qtd-perguntas                     pic  9(04) value zero.
           05 ws-pergunta-tab occurs 1000.
               10 ws-prg-baralho                   pic  x(30).
               10 ws-prg-pergunta                  pic  x(25).
               10 ws-prg-dificuldade               pic  x(01).
               10 ws-prg-tentativas                pic  9(05).
               10 ws-prg-erros                     pic  9(05).
           05 ws-ind-prg                           pic  9(04).
           05 ws-ind-prg-achada                    pic  9(04).

      *>  sessões de cada jogador, em ordem cronológica - quando a tabela
      *>  de um jogador enche, a primeira sessão é mantida e as mais
      *>  antigas depois dela dão lugar às mais recentes
       01 ws-jogadores.
           05 ws-qtd-jogadores                     pic  9(03) value zero.
           05 ws-jogador-tab occurs 200.
               10 ws-jqz-nome                      pic  x(25).
               10 ws-jqz-cod-aluno                 pic  9(06).
               10 ws-jqz-qtd-sessoes               pic  9(02).
               10 ws-jqz-omitidas                  pic  9(04).
               10 ws-jqz-sessao-tab occurs 50.
                   15 ws-jse-sessao                pic  x(14).
                   15 ws-jse-tentativas            pic  9(04).
                   15 ws-jse-acertos               pic  9(04).
           05 ws-ind-jqz                           pic  9(03).
           05 ws-ind-jqz-achado                    pic  9(03).
           05 ws-ind-jse                           pic  9(02).

      *>  taxas calculadas p/ o relatório
       01 ws-calculo-taxas.
           05 ws-taxa-erro                         pic  9(03)v99.
           05 ws-taxa-acerto                       pic  9(03)v99.
           05 ws-taxa-primeira                     pic  9(03)v99.
           05 ws-taxa-ultima                       pic  9(03)v99.
           05 ws-taxa-melhor                       pic  9(03)v99.
           05 ws-variacao                          pic s9(03)v99.
           05 ws-dificuldade-observada             pic  x(01).

       01 ws-contadores.
           05 ws-qtd-lidos                         pic  9(05) value zero.
           05 ws-qtd-reclassificar                 pic  9(05) value zero.
           05 ws-qtd-prg-excedentes                pic  9(05) value zero.
           05 ws-qtd-jog-excedentes                pic  9(05) value zero.

      *>  linhas do relatório
       01 ws-linha-pergunta.
           05 filler                               pic  x(02) value space.
           05 ws-lpg-pergunta                      pic  x(25).
           05 filler                               pic  x(01) value space.
           05 ws-lpg-tentativas                    pic  zzzz9.
           05 filler                               pic  x(01) value space.
           05 ws-lpg-erros                         pic  zzzz9.
           05 filler                               pic  x(01) value space.
           05 ws-lpg-taxa-erro                     pic  zz9,99.
           05 filler                               pic  x(04) value space.
           05 ws-lpg-dificuldade                   pic  x(01).
           05 filler                               pic  x(05) value space.
           05 ws-lpg-observada                     pic  x(01).
           05 filler                               pic  x(04) value space.
           05 ws-lpg-parecer                       pic  x(30).

       01 ws-linha-sessao.
           05 filler                               pic  x(04) value space.
           05 ws-lse-data                          pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-lse-hora                          pic  x(05).
           05 filler                               pic  x(02) value space.
           05 ws-lse-acertos                       pic  zzz9.
           05 filler                               pic  x(01) value '/'.
           05 ws-lse-tentativas                    pic  zzz9.
           05 filler                               pic  x(02) value space.
           05 ws-lse-taxa-acerto                   pic  zz9,99.
           05 filler                               pic  x(01) value '%'.

       01 ws-linha-evolucao.
           05 filler                               pic  x(04) value space.
           05 filler                               pic  x(10) value 'Primeira: '.
           05 ws-lev-primeira                      pic  zz9,99.
           05 filler                               pic  x(11) value '%  Ultima: '.
           05 ws-lev-ultima                        pic  zz9,99.
           05 filler                               pic  x(11) value '%  Melhor: '.
           05 ws-lev-melhor                        pic  zz9,99.
           05 filler                               pic  x(14) value '%  Variacao: '.
           05 ws-lev-variacao                      pic  +zz9,99.
           05 filler                               pic  x(05) value ' p.p.'.
           05 filler                               pic  x(02) value space.
           05 ws-lev-parecer                       pic  x(14).

       01 ws-linha-qtd.
           05 ws-lin-qtd-rotulo                    pic  x(38).
           05 ws-lin-qtd-valor                     pic  zzzzz9.

       01 ws-edicao.
           05 ws-ed-qtd                            pic  zzzz9.
           05 ws-ed-cod-aluno                      pic  zzzzz9.
           05 ws-ed-taxa                           pic  zz9,99.

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

      *>   análise do histórico das partidas do quiz - a taxa de erro de
      *>   cada pergunta de cada baralho contra a dificuldade com que ela
      *>   está classificada, e a evolução de cada jogador ao longo das
      *>   sessões que jogou
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

      *>   sem histórico ainda não houve partida - o relatório sai vazio
           open input arqHistoricoQuiz

           if ws-fs-arqHistoricoQuiz = '00' then
               set ws-tem-arq-historico to true
           else
               if ws-fs-arqHistoricoQuiz = '35' then
                   display 'Aviso: arqHistoricoQuiz.txt inexistente'
               else
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqHistoricoQuiz' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqAnaliseQuiz

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqAnaliseQuiz' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           if ws-tem-arq-historico then
               perform acumular-historico
               perform carregar-dificuldade-atual
           end-if

           move spaces to ws-linha-aux
           string 'Analise do Quiz - gerada em ' delimited by size
                  ws-data-hora-atual(1:8) delimited by size
                  ' ' delimited by size
                  ws-data-hora-atual(9:6) delimited by size
             into ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           perform gravar-linha

           perform gravar-analise-perguntas
           perform gravar-evolucao-jogadores
           perform gravar-totais
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o histórico inteiro, acumulando tentativas e erros por
      *>  pergunta e acertos por sessão de cada jogador
      *>------------------------------------------------------------------------
       acumular-historico section.

           perform until ws-fs-arqHistoricoQuiz = '10'

               read arqHistoricoQuiz

               if ws-fs-arqHistoricoQuiz = '00' then
                   if fd-hqz-pergunta <> spaces
                   and fd-hqz-jogador <> spaces then
                       add 1 to ws-qtd-lidos
                       perform acumular-pergunta
                       perform acumular-jogador
                   end-if
               else
                   if ws-fs-arqHistoricoQuiz <> '10' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqHistoricoQuiz' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform
           .
       acumular-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma a linha do histórico na pergunta e no baralho dela
      *>------------------------------------------------------------------------
       acumular-pergunta section.

      *>   baralho da linha, ou a primeira posição livre para ele
           perform varying ws-ind-bar from 1 by 1
                     until ws-ind-bar > ws-qtd-baralhos
                        or ws-bar-arquivo(ws-ind-bar) = fd-hqz-baralho
               continue
           end-perform

           if ws-ind-bar > ws-qtd-baralhos then
               if ws-qtd-baralhos >= 50 then
                   add 1 to ws-qtd-prg-excedentes
                   move zero to ws-ind-bar
               else
                   add 1 to ws-qtd-baralhos
                   move ws-qtd-baralhos to ws-ind-bar
                   move fd-hqz-baralho to ws-bar-arquivo(ws-ind-bar)
                   move zero to ws-bar-tentativas(ws-ind-bar)
                   move zero to ws-bar-erros(ws-ind-bar)
                   move zero to ws-bar-reclassificar(ws-ind-bar)
                   move space to ws-bar-situacao(ws-ind-bar)
               end-if
           end-if

           if ws-ind-bar > 0 then
      *>       o título fica o da partida mais recente
               move fd-hqz-titulo to ws-bar-titulo(ws-ind-bar)

               perform buscar-pergunta

               if ws-ind-prg-achada = 0 then
                   if ws-qtd-perguntas >= 1000 then
                       add 1 to ws-qtd-prg-excedentes
                   else
                       add 1 to ws-qtd-perguntas
                       move ws-qtd-perguntas to ws-ind-prg-achada
                       move fd-hqz-baralho
                         to ws-prg-baralho(ws-ind-prg-achada)
                       move fd-hqz-pergunta
                         to ws-prg-pergunta(ws-ind-prg-achada)
                       move zero to ws-prg-tentativas(ws-ind-prg-achada)
                       move zero to ws-prg-erros(ws-ind-prg-achada)
                   end-if
               end-if
           end-if

           if ws-ind-bar > 0
           and ws-ind-prg-achada > 0 then
               move fd-hqz-dificuldade
                 to ws-prg-dificuldade(ws-ind-prg-achada)

               add 1 to ws-prg-tentativas(ws-ind-prg-achada)
               add 1 to ws-bar-tentativas(ws-ind-bar)

               if fd-hqz-resposta-errada then
                   add 1 to ws-prg-erros(ws-ind-prg-achada)
                   add 1 to ws-bar-erros(ws-ind-bar)
               end-if
           end-if
           .
       acumular-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura a pergunta fd-hqz-pergunta do baralho fd-hqz-baralho na
      *>  tabela - ws-ind-prg-achada volta zero quando ainda não existe
      *>------------------------------------------------------------------------
       buscar-pergunta section.

           move zero to ws-ind-prg-achada

           perform varying ws-ind-prg from 1 by 1
                     until ws-ind-prg > ws-qtd-perguntas
                        or ws-ind-prg-achada > 0
               if ws-prg-baralho(ws-ind-prg) = fd-hqz-baralho
               and ws-prg-pergunta(ws-ind-prg) = fd-hqz-pergunta then
                   move ws-ind-prg to ws-ind-prg-achada
               end-if
           end-perform
           .
       buscar-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma a linha do histórico na sessão do jogador - o histórico
      *>  está em ordem cronológica, então uma sessão diferente da última
      *>  do jogador é sempre uma sessão nova
      *>------------------------------------------------------------------------
       acumular-jogador section.

           move zero to ws-ind-jqz-achado

           perform varying ws-ind-jqz from 1 by 1
                     until ws-ind-jqz > ws-qtd-jogadores
                        or ws-ind-jqz-achado > 0
               if ws-jqz-nome(ws-ind-jqz) = fd-hqz-jogador then
                   move ws-ind-jqz to ws-ind-jqz-achado
               end-if
           end-perform

           if ws-ind-jqz-achado = 0 then
               if ws-qtd-jogadores >= 200 then
                   add 1 to ws-qtd-jog-excedentes
               else
                   add 1 to ws-qtd-jogadores
                   move ws-qtd-jogadores to ws-ind-jqz-achado
                   move fd-hqz-jogador to ws-jqz-nome(ws-ind-jqz-achado)
                   move zero to ws-jqz-cod-aluno(ws-ind-jqz-achado)
                   move zero to ws-jqz-qtd-sessoes(ws-ind-jqz-achado)
                   move zero to ws-jqz-omitidas(ws-ind-jqz-achado)
               end-if
           end-if

           if ws-ind-jqz-achado > 0 then
               move ws-ind-jqz-achado to ws-ind-jqz

      *>       jogador que se identificou como aluno em alguma sessão
               if fd-hqz-cod-aluno is numeric
               and fd-hqz-cod-aluno > 0 then
                   move fd-hqz-cod-aluno to ws-jqz-cod-aluno(ws-ind-jqz)
               end-if

               move ws-jqz-qtd-sessoes(ws-ind-jqz) to ws-ind-jse

               if ws-ind-jse = 0 then
                   perform abrir-sessao-jogador
               else
                   if ws-jse-sessao(ws-ind-jqz, ws-ind-jse) <> fd-hqz-sessao then
                       perform abrir-sessao-jogador
                   end-if
               end-if

               add 1 to ws-jse-tentativas(ws-ind-jqz, ws-ind-jse)

               if fd-hqz-resposta-certa-sim then
                   add 1 to ws-jse-acertos(ws-ind-jqz, ws-ind-jse)
               end-if
           end-if
           .
       acumular-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre a sessão fd-hqz-sessao na tabela do jogador ws-ind-jqz e
      *>  deixa ws-ind-jse apontando para ela - com a tabela cheia, as
      *>  sessões depois da primeira andam uma posição para trás
      *>------------------------------------------------------------------------
       abrir-sessao-jogador section.

           if ws-jqz-qtd-sessoes(ws-ind-jqz) >= 50 then
               perform varying ws-ind-jse from 2 by 1 until ws-ind-jse > 49
                   move ws-jqz-sessao-tab(ws-ind-jqz, ws-ind-jse + 1)
                     to ws-jqz-sessao-tab(ws-ind-jqz, ws-ind-jse)
               end-perform
               add 1 to ws-jqz-omitidas(ws-ind-jqz)
               move 50 to ws-ind-jse
           else
               add 1 to ws-jqz-qtd-sessoes(ws-ind-jqz)
               move ws-jqz-qtd-sessoes(ws-ind-jqz) to ws-ind-jse
           end-if

           move fd-hqz-sessao to ws-jse-sessao(ws-ind-jqz, ws-ind-jse)
           move zero to ws-jse-tentativas(ws-ind-jqz, ws-ind-jse)
           move zero to ws-jse-acertos(ws-ind-jqz, ws-ind-jse)
           .
       abrir-sessao-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relê cada baralho jogado p/ conferir a taxa de erro contra a
      *>  dificuldade em vigor - a manutenção dos estados pode ter
      *>  reclassificado a pergunta depois da partida
      *>------------------------------------------------------------------------
       carregar-dificuldade-atual section.

           perform varying ws-ind-bar from 1 by 1
                     until ws-ind-bar > ws-qtd-baralhos

               move ws-bar-arquivo(ws-ind-bar) to ws-nome-arq-baralho

               open input arqEstadoCapital

      *>       baralho retirado de uso - vale a dificuldade do histórico
               if ws-fs-arqEstadoCapital = '35' then
                   set ws-bar-inexistente(ws-ind-bar) to true
               else
                   if ws-fs-arqEstadoCapital <> '00' then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqEstadoCapital to ws-msn-erro-cod
                       move 'Erro ao Abrir Arquivo do Baralho' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   set ws-bar-lido-hoje(ws-ind-bar) to true

                   perform until ws-fs-arqEstadoCapital = '10'

                       read arqEstadoCapital

                       if ws-fs-arqEstadoCapital = '00' then
                           perform atualizar-dificuldade-pergunta
                       else
                           if ws-fs-arqEstadoCapital <> '10' then
                               move 5 to ws-msn-erro-offset
                               move ws-fs-arqEstadoCapital to ws-msn-erro-cod
                               move 'Erro ao Ler Arquivo do Baralho' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform

                   close arqEstadoCapital
               end-if

           end-perform
           .
       carregar-dificuldade-atual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  põe a dificuldade da linha do baralho na pergunta da tabela
      *>------------------------------------------------------------------------
       atualizar-dificuldade-pergunta section.

           perform varying ws-ind-prg from 1 by 1
                     until ws-ind-prg > ws-qtd-perguntas
               if ws-prg-baralho(ws-ind-prg) = ws-bar-arquivo(ws-ind-bar)
               and ws-prg-pergunta(ws-ind-prg) = fd-estado then
                   move fd-dificuldade to ws-prg-dificuldade(ws-ind-prg)
               end-if
           end-perform
           .
       atualizar-dificuldade-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  primeira parte - taxa de erro de cada pergunta, por baralho, com
      *>  a dificuldade que a taxa indica e o parecer de reclassificação
      *>------------------------------------------------------------------------
       gravar-analise-perguntas section.

           move 'Taxa de erro por pergunta (F ate 33,33% / M ate 66,66% / D acima)'
             to ws-linha-aux
           perform gravar-linha

           if ws-qtd-baralhos = 0 then
               move '   (nenhuma partida registrada)' to ws-linha-aux
               perform gravar-linha
           end-if

           perform varying ws-ind-bar from 1 by 1
                     until ws-ind-bar > ws-qtd-baralhos

               move spaces to ws-linha-aux
               perform gravar-linha

               move spaces to ws-linha-aux
               string 'Baralho: ' delimited by size
                      ws-bar-titulo(ws-ind-bar) delimited by size
                      ' (' delimited by size
                      ws-bar-arquivo(ws-ind-bar) delimited by space
                      ')' delimited by size
                 into ws-linha-aux
               perform gravar-linha

               if ws-bar-inexistente(ws-ind-bar) then
                   move '  arquivo do baralho nao encontrado - dificuldade da ultima partida'
                     to ws-linha-aux
                   perform gravar-linha
               end-if

               move '  pergunta                  tent. erros  %erro  atual  obs.  parecer'
                 to ws-linha-aux
               perform gravar-linha

               perform varying ws-ind-prg from 1 by 1
                         until ws-ind-prg > ws-qtd-perguntas
                   if ws-prg-baralho(ws-ind-prg) = ws-bar-arquivo(ws-ind-bar) then
                       perform gravar-linha-pergunta
                   end-if
               end-perform

               if ws-bar-tentativas(ws-ind-bar) > 0 then
                   compute ws-taxa-erro rounded =
                           ws-bar-erros(ws-ind-bar) * 100
                         / ws-bar-tentativas(ws-ind-bar)
               else
                   move zero to ws-taxa-erro
               end-if

               move ws-bar-tentativas(ws-ind-bar) to ws-ed-qtd
               move ws-taxa-erro to ws-ed-taxa
               move spaces to ws-linha-aux
               string '  Total do baralho: ' delimited by size
                      ws-ed-qtd delimited by size
                      ' tentativas, ' delimited by size
                      ws-ed-taxa delimited by size
                      '% de erro' delimited by size
                 into ws-linha-aux
               perform gravar-linha

               move ws-bar-reclassificar(ws-ind-bar) to ws-ed-qtd
               move spaces to ws-linha-aux
               string '  Perguntas a reclassificar: ' delimited by size
                      ws-ed-qtd delimited by size
                 into ws-linha-aux
               perform gravar-linha

           end-perform
           .
       gravar-analise-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha da pergunta ws-ind-prg do baralho ws-ind-bar
      *>------------------------------------------------------------------------
       gravar-linha-pergunta section.

           compute ws-taxa-erro rounded =
                   ws-prg-erros(ws-ind-prg) * 100
                 / ws-prg-tentativas(ws-ind-prg)

           if ws-taxa-erro <= ws-erro-max-facil then
               move 'F' to ws-dificuldade-observada
           else
               if ws-taxa-erro <= ws-erro-max-media then
                   move 'M' to ws-dificuldade-observada
               else
                   move 'D' to ws-dificuldade-observada
               end-if
           end-if

           move ws-prg-pergunta(ws-ind-prg) to ws-lpg-pergunta
           move ws-prg-tentativas(ws-ind-prg) to ws-lpg-tentativas
           move ws-prg-erros(ws-ind-prg) to ws-lpg-erros
           move ws-taxa-erro to ws-lpg-taxa-erro
           move ws-prg-dificuldade(ws-ind-prg) to ws-lpg-dificuldade
           move ws-dificuldade-observada to ws-lpg-observada
           move spaces to ws-lpg-parecer

           evaluate true
               when ws-prg-tentativas(ws-ind-prg) < ws-min-tentativas
                   move space to ws-lpg-observada
                   move 'POUCAS TENTATIVAS' to ws-lpg-parecer
               when ws-prg-dificuldade(ws-ind-prg) = ws-dificuldade-observada
                   move 'OK' to ws-lpg-parecer
               when other
                   string 'RECLASSIFICAR ' delimited by size
                          ws-prg-dificuldade(ws-ind-prg) delimited by size
                          ' -> ' delimited by size
                          ws-dificuldade-observada delimited by size
                     into ws-lpg-parecer
                   add 1 to ws-bar-reclassificar(ws-ind-bar)
                   add 1 to ws-qtd-reclassificar
           end-evaluate

           move ws-linha-pergunta to ws-linha-aux
           perform gravar-linha
           .
       gravar-linha-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  segunda parte - aproveitamento de cada jogador sessão a sessão,
      *>  com a primeira e a última comparadas
      *>------------------------------------------------------------------------
       gravar-evolucao-jogadores section.

           move spaces to ws-linha-aux
           perform gravar-linha
           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Evolucao dos jogadores (aproveitamento por sessao)'
             to ws-linha-aux
           perform gravar-linha

           if ws-qtd-jogadores = 0 then
               move '   (nenhum jogador registrado)' to ws-linha-aux
               perform gravar-linha
           end-if

           perform varying ws-ind-jqz from 1 by 1
                     until ws-ind-jqz > ws-qtd-jogadores

               move spaces to ws-linha-aux
               perform gravar-linha

               move spaces to ws-linha-aux
               if ws-jqz-cod-aluno(ws-ind-jqz) > 0 then
                   move ws-jqz-cod-aluno(ws-ind-jqz) to ws-ed-cod-aluno
                   string 'Jogador: ' delimited by size
                          ws-jqz-nome(ws-ind-jqz) delimited by size
                          ' aluno ' delimited by size
                          ws-ed-cod-aluno delimited by size
                     into ws-linha-aux
               else
                   string 'Jogador: ' delimited by size
                          ws-jqz-nome(ws-ind-jqz) delimited by size
                     into ws-linha-aux
               end-if
               perform gravar-linha

               move zero to ws-taxa-melhor

               perform varying ws-ind-jse from 1 by 1
                         until ws-ind-jse > ws-jqz-qtd-sessoes(ws-ind-jqz)
                   perform gravar-linha-sessao
               end-perform

               if ws-jqz-omitidas(ws-ind-jqz) > 0 then
                   move ws-jqz-omitidas(ws-ind-jqz) to ws-ed-qtd
                   move spaces to ws-linha-aux
                   string '    (' delimited by size
                          ws-ed-qtd delimited by size
                          ' sessao(oes) intermediaria(s) fora da listagem)'
                          delimited by size
                     into ws-linha-aux
                   perform gravar-linha
               end-if

               perform gravar-linha-evolucao

           end-perform
           .
       gravar-evolucao-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha da sessão ws-ind-jse do jogador ws-ind-jqz
      *>------------------------------------------------------------------------
       gravar-linha-sessao section.

           compute ws-taxa-acerto rounded =
                   ws-jse-acertos(ws-ind-jqz, ws-ind-jse) * 100
                 / ws-jse-tentativas(ws-ind-jqz, ws-ind-jse)

           if ws-taxa-acerto > ws-taxa-melhor then
               move ws-taxa-acerto to ws-taxa-melhor
           end-if

           if ws-ind-jse = 1 then
               move ws-taxa-acerto to ws-taxa-primeira
           end-if
           move ws-taxa-acerto to ws-taxa-ultima

           move spaces to ws-lse-data
           string ws-jse-sessao(ws-ind-jqz, ws-ind-jse)(1:4) delimited by size
                  '-' delimited by size
                  ws-jse-sessao(ws-ind-jqz, ws-ind-jse)(5:2) delimited by size
                  '-' delimited by size
                  ws-jse-sessao(ws-ind-jqz, ws-ind-jse)(7:2) delimited by size
             into ws-lse-data

           move spaces to ws-lse-hora
           string ws-jse-sessao(ws-ind-jqz, ws-ind-jse)(9:2) delimited by size
                  ':' delimited by size
                  ws-jse-sessao(ws-ind-jqz, ws-ind-jse)(11:2) delimited by size
             into ws-lse-hora

           move ws-jse-acertos(ws-ind-jqz, ws-ind-jse) to ws-lse-acertos
           move ws-jse-tentativas(ws-ind-jqz, ws-ind-jse) to ws-lse-tentativas
           move ws-taxa-acerto to ws-lse-taxa-acerto

           move ws-linha-sessao to ws-linha-aux
           perform gravar-linha
           .
       gravar-linha-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resumo da evolução do jogador ws-ind-jqz - a variação é em
      *>  pontos percentuais, da primeira para a última sessão
      *>------------------------------------------------------------------------
       gravar-linha-evolucao section.

           compute ws-variacao = ws-taxa-ultima - ws-taxa-primeira

           move ws-taxa-primeira to ws-lev-primeira
           move ws-taxa-ultima to ws-lev-ultima
           move ws-taxa-melhor to ws-lev-melhor
           move ws-variacao to ws-lev-variacao

           evaluate true
               when ws-jqz-qtd-sessoes(ws-ind-jqz) < 2
                   move 'SESSAO UNICA' to ws-lev-parecer
               when ws-variacao > 0
                   move 'EVOLUIU' to ws-lev-parecer
               when ws-variacao < 0
                   move 'CAIU' to ws-lev-parecer
               when other
                   move 'ESTAVEL' to ws-lev-parecer
           end-evaluate

           move ws-linha-evolucao to ws-linha-aux
           perform gravar-linha
           .
       gravar-linha-evolucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  quantidades lidas e avisos de tabela cheia
      *>------------------------------------------------------------------------
       gravar-totais section.

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Perguntas registradas lidas...........' to ws-lin-qtd-rotulo
           move ws-qtd-lidos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Baralhos analisados...................' to ws-lin-qtd-rotulo
           move ws-qtd-baralhos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Perguntas analisadas..................' to ws-lin-qtd-rotulo
           move ws-qtd-perguntas to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Perguntas a reclassificar.............' to ws-lin-qtd-rotulo
           move ws-qtd-reclassificar to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Jogadores analisados..................' to ws-lin-qtd-rotulo
           move ws-qtd-jogadores to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           if ws-qtd-prg-excedentes > 0 then
               move spaces to ws-linha-aux
               string 'Aviso: ' delimited by size
                      ws-qtd-prg-excedentes delimited by size
                      ' linha(s) alem de 1000 perguntas / 50 baralhos'
                      delimited by size
                      ' fora da taxa de erro' delimited by size
                 into ws-linha-aux
               perform gravar-linha
           end-if

           if ws-qtd-jog-excedentes > 0 then
               move spaces to ws-linha-aux
               string 'Aviso: ' delimited by size
                      ws-qtd-jog-excedentes delimited by size
                      ' linha(s) alem de 200 jogadores fora da evolucao'
                      delimited by size
                 into ws-linha-aux
               perform gravar-linha
           end-if
           .
       gravar-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no relatório da análise
      *>------------------------------------------------------------------------
       gravar-linha section.

           move ws-linha-aux to fd-linha-relatorio

           write fd-linha-relatorio

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqAnaliseQuiz' to ws-msn-erro-text
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
               move 'lista17analisequiz' to fd-jrn-programa
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

           if ws-tem-arq-historico then
               close arqHistoricoQuiz
           end-if

           close arqAnaliseQuiz

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqAnaliseQuiz' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display '---------- Analise do Quiz ----------'
           display 'Perguntas lidas    : ' ws-qtd-lidos
           display 'Baralhos           : ' ws-qtd-baralhos
           display 'A reclassificar    : ' ws-qtd-reclassificar
           display 'Jogadores          : ' ws-qtd-jogadores
           display 'Relatorio em arqAnaliseQuiz.txt'

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-lidos to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

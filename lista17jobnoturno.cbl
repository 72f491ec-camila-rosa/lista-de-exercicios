      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17jobnoturno".
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

      *>   definição do fluxo noturno - um passo por linha: ordem, programa,
      *>   dia do mês permitido (00 = todos), dias da semana permitidos
      *>   (dom..sab, 'S' = roda; em branco = todos), return-code que
      *>   interrompe o fluxo e descrição; editável em qualquer editor
           select arqDefinicaoJobs assign to "arqDefinicaoJobs.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDefinicao.

      *>   situação da última execução do fluxo - se parou num passo com
      *>   falha, a próxima execução retoma daquele passo
           select arqControleJobs assign to "arqControleJobs.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControle.

      *>   histórico de execuções dos lotes - o mesmo consultado no
      *>   submenu de operações de lista17menu
           select arqHistoricoJobs assign to "arqHistoricoJobs.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistoricoJobs.

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

       fd arqDefinicaoJobs.

       01 fd-definicao-job.
           05 fd-def-ordem                         pic  9(02).
           05 filler                               pic  x(01).
           05 fd-def-programa                      pic  x(20).
           05 filler                               pic  x(01).
           05 fd-def-dia-mes                       pic  9(02).
           05 filler                               pic  x(01).
           05 fd-def-dias-semana                   pic  x(07).
           05 filler                               pic  x(01).
           05 fd-def-rc-parada                     pic  9(02).
           05 filler                               pic  x(01).
           05 fd-def-descricao                     pic  x(30).

       fd arqControleJobs.

       01 fd-controle-jobs.
           05 fd-cjb-situacao                      pic  x(01).
               88 fd-cjb-concluido                        value 'C'.
               88 fd-cjb-interrompido                     value 'F'.
           05 filler                               pic  x(01).
      *>       data (aaaa-mm-dd) em que o fluxo começou - a retomada usa
      *>       esta data para as regras de dia, não a do dia da retomada
           05 fd-cjb-data-fluxo                    pic  x(10).
           05 filler                               pic  x(01).
           05 fd-cjb-ordem-falha                   pic  9(02).
           05 filler                               pic  x(01).
           05 fd-cjb-programa-falha                pic  x(20).
           05 filler                               pic  x(01).
           05 fd-cjb-rc-falha                      pic  9(04).
           05 filler                               pic  x(01).
           05 fd-cjb-data-hora                     pic  x(21).

      *>   mesmo layout de fd-historico-job em lista17menu
       fd arqHistoricoJobs.

       01 fd-historico-job.
           05 fd-job-programa                      pic  x(20).
           05 filler                               pic  x(02) value space.
           05 fd-job-inicio                        pic  x(21).
           05 filler                               pic  x(02) value space.
           05 fd-job-fim                           pic  x(21).
           05 filler                               pic  x(02) value space.
           05 fd-job-registros                     pic  9(05).
           05 filler                               pic  x(02) value space.
           05 fd-job-operador                      pic  x(08).
           05 filler                               pic  x(02) value space.
           05 fd-job-resultado                     pic  x(10).

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
       77 ws-fs-arqDefinicao                       pic  x(02).
       77 ws-fs-arqControle                        pic  x(02).
       77 ws-fs-arqHistoricoJobs                   pic  x(02).

       77 ws-data-hora-atual                       pic  x(21).

      *>   operador gravado no histórico para os passos do fluxo
       77 ws-operador-fluxo                        pic  x(08) value 'NOTURNO'.

      *>  passos do fluxo, carregados da definição e ordenados pela ordem
       01 ws-fluxo.
           05 ws-qtd-passos                        pic  9(02) value zero.
           05 ws-passo occurs 20.
               10 ws-pas-ordem                     pic  9(02).
               10 ws-pas-programa                  pic  x(20).
               10 ws-pas-dia-mes                   pic  9(02).
               10 ws-pas-dias-semana               pic  x(07).
               10 ws-pas-rc-parada                 pic  9(02).
               10 ws-pas-descricao                 pic  x(30).
           05 ws-passo-troca                       pic  x(63).
           05 ws-ind-passo                         pic  9(02).
           05 ws-ind-troca                         pic  9(02).
           05 ws-ind-falha                         pic  9(02) value zero.

      *>  situação da execução - nova ou retomada de um passo com falha
       01 ws-execucao-fluxo.
           05 ws-data-fluxo                        pic  x(10).
           05 ws-data-hoje                         pic  x(10).
           05 ws-ordem-inicio                      pic  9(02) value zero.
           05 ws-tipo-execucao                     pic  x(01) value 'N'.
               88 ws-execucao-nova                        value 'N'.
               88 ws-execucao-retomada                    value 'R'.
               88 ws-fluxo-ja-concluido                   value 'J'.
           05 ws-fluxo-interrompido                pic  x(01) value 'N'.
               88 ws-houve-interrupcao                    value 'S'.
           05 ws-qtd-executados                    pic  9(05) value zero.
           05 ws-qtd-fora-dia                      pic  9(05) value zero.
           05 ws-qtd-ja-feitos                     pic  9(05) value zero.

      *>  passo da vez - chamada, resultado e regra de dia
       01 ws-passo-atual.
      *>       os lotes devolvem aqui quantos registros processaram
           05 ws-contador-registros                pic  9(05).
      *>       sinaliza aos lotes com menu próprio (lista17backup) que não
      *>       há operador na tela
           05 ws-modo-execucao                     pic  x(01) value 'D'.
           05 ws-rc-passo                          pic  s9(04).
           05 ws-inicio-passo                      pic  x(21).
           05 ws-fim-passo                         pic  x(21).
           05 ws-programa-hist                     pic  x(20).
           05 ws-resultado-passo                   pic  x(10).
           05 ws-dia-permitido                     pic  x(01).
           05 ws-data-num                          pic  9(08).
           05 ws-data-num-r redefines ws-data-num.
               10 ws-dn-aaaa                       pic  9(04).
               10 ws-dn-mm                         pic  9(02).
               10 ws-dn-dd                         pic  9(02).
           05 ws-dia-semana                        pic  9(01).

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
      *>   fluxo devolve aqui quantos passos executou
       01 lk-contador-registros                    pic  9(05).

      *>declaração do corpo do programa
       procedure division using lk-contador-registros.

      *>   fluxo noturno - roda em sequência os lotes da definição, sem
      *>   tela, pensado para o agendador (cron); cada passo vai para o
      *>   histórico de jobs e o fluxo para no primeiro passo com falha
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização - carrega a definição do fluxo e
      *>  decide entre execução nova e retomada
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

           string ws-data-hora-atual(1:4) '-'
                  ws-data-hora-atual(5:2) '-'
                  ws-data-hora-atual(7:2)
             delimited by size
             into ws-data-hoje

           perform carregar-definicao
           perform ordenar-passos
           perform ler-controle-fluxo
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega os passos de arqDefinicaoJobs.txt - na primeira execução
      *>  o arquivo ainda não existe e é criado com o fluxo padrão da
      *>  escola; linha em branco ou iniciada por '*' é comentário
      *>------------------------------------------------------------------------
       carregar-definicao section.

           open input arqDefinicaoJobs

           if ws-fs-arqDefinicao = '35' then
               perform criar-definicao-padrao
               open input arqDefinicaoJobs
           end-if

      *>   tratamento de erro
           if ws-fs-arqDefinicao <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqDefinicao to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqDefinicaoJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqDefinicao = '10'

               read arqDefinicaoJobs

               if ws-fs-arqDefinicao = '00' then
                   if fd-definicao-job(1:1) = '*'
                   or fd-definicao-job = spaces then
                       continue
                   else
      *>               linha mal formada interrompe antes de qualquer passo
                       if fd-def-ordem not numeric
                       or fd-def-dia-mes not numeric
                       or fd-def-rc-parada not numeric
                       or fd-def-programa = spaces then
                           move 1 to ws-msn-erro-offset
                           move '00' to ws-msn-erro-cod
                           move 'Linha Invalida em arqDefinicaoJobs' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-qtd-passos >= 20 then
                           move 1 to ws-msn-erro-offset
                           move '00' to ws-msn-erro-cod
                           move 'Mais de 20 Passos em arqDefinicaoJobs' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-passos
                       move fd-def-ordem to ws-pas-ordem(ws-qtd-passos)
                       move fd-def-programa to ws-pas-programa(ws-qtd-passos)
                       move fd-def-dia-mes to ws-pas-dia-mes(ws-qtd-passos)
                       move fd-def-dias-semana to ws-pas-dias-semana(ws-qtd-passos)
                       move fd-def-rc-parada to ws-pas-rc-parada(ws-qtd-passos)
                       move fd-def-descricao to ws-pas-descricao(ws-qtd-passos)
                   end-if
               else
                   if ws-fs-arqDefinicao <> '10' then
                       move 1 to ws-msn-erro-offset
                       move ws-fs-arqDefinicao to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqDefinicaoJobs' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqDefinicaoJobs
           .
       carregar-definicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o fluxo padrão: reconciliação, integridade, mensalidades
      *>  (só no dia 1), inadimplência e backup - qualquer return-code a
      *>  partir de 8 (finalização anormal) interrompe o fluxo
      *>------------------------------------------------------------------------
       criar-definicao-padrao section.

           open output arqDefinicaoJobs

      *>   tratamento de erro
           if ws-fs-arqDefinicao <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqDefinicao to ws-msn-erro-cod
               move 'Erro ao Criar arq.arqDefinicaoJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move '* ord programa             dm dsemana rc descricao'
             to fd-definicao-job
           perform gravar-definicao

           move spaces to fd-definicao-job
           move 01 to fd-def-ordem
           move 'lista17reconciliacao' to fd-def-programa
           move 00 to fd-def-dia-mes
           move 'SSSSSSS' to fd-def-dias-semana
           move 08 to fd-def-rc-parada
           move 'Reconciliacao do cadastro' to fd-def-descricao
           perform gravar-definicao

           move spaces to fd-definicao-job
           move 02 to fd-def-ordem
           move 'lista17integridade' to fd-def-programa
           move 00 to fd-def-dia-mes
           move 'SSSSSSS' to fd-def-dias-semana
           move 08 to fd-def-rc-parada
           move 'Integridade referencial' to fd-def-descricao
           perform gravar-definicao

           move spaces to fd-definicao-job
           move 03 to fd-def-ordem
           move 'lista17mensalidades' to fd-def-programa
           move 01 to fd-def-dia-mes
           move 'SSSSSSS' to fd-def-dias-semana
           move 08 to fd-def-rc-parada
           move 'Geracao das mensalidades' to fd-def-descricao
           perform gravar-definicao

           move spaces to fd-definicao-job
           move 04 to fd-def-ordem
           move 'lista17inadimplencia' to fd-def-programa
           move 00 to fd-def-dia-mes
           move 'SSSSSSS' to fd-def-dias-semana
           move 08 to fd-def-rc-parada
           move 'Relatorio de inadimplencia' to fd-def-descricao
           perform gravar-definicao

           move spaces to fd-definicao-job
           move 05 to fd-def-ordem
           move 'lista17conciliacao' to fd-def-programa
           move 00 to fd-def-dia-mes
           move 'SSSSSSS' to fd-def-dias-semana
           move 08 to fd-def-rc-parada
           move 'Conciliacao financeira do dia' to fd-def-descricao
           perform gravar-definicao

           move spaces to fd-definicao-job
           move 06 to fd-def-ordem
           move 'lista17backup' to fd-def-programa
           move 00 to fd-def-dia-mes
           move 'SSSSSSS' to fd-def-dias-semana
           move 08 to fd-def-rc-parada
           move 'Backup dos mestres' to fd-def-descricao
           perform gravar-definicao

           close arqDefinicaoJobs
           .
       criar-definicao-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha da definição padrão
      *>------------------------------------------------------------------------
       gravar-definicao section.

           write fd-definicao-job

      *>   tratamento de erro
           if ws-fs-arqDefinicao <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqDefinicao to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqDefinicaoJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-definicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  coloca os passos na ordem informada na definição, qualquer que
      *>  seja a ordem das linhas no arquivo
      *>------------------------------------------------------------------------
       ordenar-passos section.

           perform varying ws-ind-passo from 1 by 1
                   until ws-ind-passo >= ws-qtd-passos
               perform varying ws-ind-troca from 1 by 1
                       until ws-ind-troca > ws-qtd-passos - ws-ind-passo
                   if ws-pas-ordem(ws-ind-troca) > ws-pas-ordem(ws-ind-troca + 1) then
                       move ws-passo(ws-ind-troca) to ws-passo-troca
                       move ws-passo(ws-ind-troca + 1) to ws-passo(ws-ind-troca)
                       move ws-passo-troca to ws-passo(ws-ind-troca + 1)
                   end-if
               end-perform
           end-perform
           .
       ordenar-passos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê a situação da última execução - interrompida retoma do passo
      *>  que falhou; concluída hoje não roda de novo
      *>------------------------------------------------------------------------
       ler-controle-fluxo section.

           set ws-execucao-nova to true
           move ws-data-hoje to ws-data-fluxo
           move zero to ws-ordem-inicio

           open input arqControleJobs

           if ws-fs-arqControle = '00' then
               read arqControleJobs

               if ws-fs-arqControle = '00' then
                   if fd-cjb-interrompido then
                       set ws-execucao-retomada to true
                       move fd-cjb-data-fluxo to ws-data-fluxo
                       move fd-cjb-ordem-falha to ws-ordem-inicio
                   else
                       if fd-cjb-concluido
                       and fd-cjb-data-fluxo = ws-data-hoje then
                           set ws-fluxo-ja-concluido to true
                       end-if
                   end-if
               end-if

               close arqControleJobs
           else
      *>       arquivo ainda não existe - primeira execução do fluxo
               continue
           end-if
           .
       ler-controle-fluxo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal - percorre os passos na ordem
      *>------------------------------------------------------------------------
       processamento section.

           if ws-fluxo-ja-concluido then
               display 'Fluxo noturno de ' ws-data-hoje
                       ' ja concluido - nada a fazer'
           else
               move ws-data-hora-atual to ws-inicio-passo
               move ws-data-hora-atual to ws-fim-passo
               move 'lista17jobnoturno' to ws-programa-hist
               move zero to ws-contador-registros
               if ws-execucao-retomada then
                   move 'RETOMADA' to ws-resultado-passo
                   display 'Retomando o fluxo de ' ws-data-fluxo
                           ' no passo ' ws-ordem-inicio
               else
                   move 'INICIO' to ws-resultado-passo
               end-if
               perform gravar-historico-job

               perform varying ws-ind-passo from 1 by 1
                       until ws-ind-passo > ws-qtd-passos
                          or ws-houve-interrupcao
                   perform executar-passo
               end-perform

               perform gravar-controle-fluxo

               move function current-date to ws-fim-passo
               move ws-data-hora-atual to ws-inicio-passo
               move 'lista17jobnoturno' to ws-programa-hist
               move ws-qtd-executados to ws-contador-registros
               if ws-houve-interrupcao then
                   move 'INTERROMP.' to ws-resultado-passo
               else
                   move 'CONCLUIDO' to ws-resultado-passo
               end-if
               perform gravar-historico-job

               display 'Passos executados: ' ws-qtd-executados
               display 'Fora do dia      : ' ws-qtd-fora-dia
               display 'Ja feitos antes  : ' ws-qtd-ja-feitos
               if ws-houve-interrupcao then
                   display 'Fluxo interrompido no passo '
                           ws-pas-ordem(ws-ind-falha) ' - '
                           ws-pas-programa(ws-ind-falha)
               else
                   display 'Fluxo noturno concluido'
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  executa o passo ws-ind-passo - passos anteriores ao da falha
      *>  numa retomada já rodaram e não repetem; passo fora do seu dia
      *>  só é registrado
      *>------------------------------------------------------------------------
       executar-passo section.

           move ws-pas-programa(ws-ind-passo) to ws-programa-hist
           move zero to ws-contador-registros

           if ws-execucao-retomada
           and ws-pas-ordem(ws-ind-passo) < ws-ordem-inicio then
               add 1 to ws-qtd-ja-feitos
               move function current-date to ws-inicio-passo
               move ws-inicio-passo to ws-fim-passo
               move 'JA FEITO' to ws-resultado-passo
               perform gravar-historico-job
           else
               perform verificar-dia-passo

               if ws-dia-permitido <> 'S' then
                   add 1 to ws-qtd-fora-dia
                   move function current-date to ws-inicio-passo
                   move ws-inicio-passo to ws-fim-passo
                   move 'FORA DIA' to ws-resultado-passo
                   perform gravar-historico-job
               else
                   add 1 to ws-qtd-executados
                   display 'Passo ' ws-pas-ordem(ws-ind-passo) ' - '
                           ws-pas-programa(ws-ind-passo)

                   move function current-date to ws-inicio-passo

      *>           o lote sinaliza falha pelo return-code - zera antes
      *>           para não herdar o resultado do passo anterior
                   move zero to return-code

                   call ws-pas-programa(ws-ind-passo)
                       using ws-contador-registros ws-modo-execucao
                       on exception
      *>                   programa do passo não encontrado
                           move 99 to return-code
                   end-call

                   move return-code to ws-rc-passo
                   move zero to return-code

                   cancel ws-pas-programa(ws-ind-passo)

                   move function current-date to ws-fim-passo

                   if ws-pas-rc-parada(ws-ind-passo) > 0
                   and ws-rc-passo >= ws-pas-rc-parada(ws-ind-passo) then
                       move 'FALHA' to ws-resultado-passo
                       set ws-houve-interrupcao to true
                       move ws-ind-passo to ws-ind-falha
                   else
                       if ws-rc-passo = 0 then
                           move 'OK' to ws-resultado-passo
                       else
                           move 'AVISO' to ws-resultado-passo
                       end-if
                   end-if

                   perform gravar-historico-job
               end-if
           end-if
           .
       executar-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se o passo pode rodar na data do fluxo - dia do mês
      *>  (00 = qualquer) e dia da semana (posição 1 = domingo)
      *>------------------------------------------------------------------------
       verificar-dia-passo section.

           move 'S' to ws-dia-permitido

           move ws-data-fluxo(1:4) to ws-dn-aaaa
           move ws-data-fluxo(6:2) to ws-dn-mm
           move ws-data-fluxo(9:2) to ws-dn-dd

           if ws-pas-dia-mes(ws-ind-passo) <> 0
           and ws-pas-dia-mes(ws-ind-passo) <> ws-dn-dd then
               move 'N' to ws-dia-permitido
           end-if

           if ws-pas-dias-semana(ws-ind-passo) <> spaces then
      *>       0 = domingo ... 6 = sábado
               compute ws-dia-semana =
                   function mod(function integer-of-date(ws-data-num), 7)

               if ws-pas-dias-semana(ws-ind-passo)(ws-dia-semana + 1:1) <> 'S' then
                   move 'N' to ws-dia-permitido
               end-if
           end-if
           .
       verificar-dia-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a situação do fluxo - interrompido guarda o passo da falha
      *>  para a próxima execução retomar dali
      *>------------------------------------------------------------------------
       gravar-controle-fluxo section.

           open output arqControleJobs

      *>   tratamento de erro
           if ws-fs-arqControle <> '00' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqControle to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqControleJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-controle-jobs
           move ws-data-fluxo to fd-cjb-data-fluxo
           move function current-date to fd-cjb-data-hora

           if ws-houve-interrupcao then
               set fd-cjb-interrompido to true
               move ws-pas-ordem(ws-ind-falha) to fd-cjb-ordem-falha
               move ws-pas-programa(ws-ind-falha) to fd-cjb-programa-falha
               move ws-rc-passo to fd-cjb-rc-falha
           else
               set fd-cjb-concluido to true
               move zero to fd-cjb-ordem-falha
               move zero to fd-cjb-rc-falha
           end-if

           write fd-controle-jobs

      *>   tratamento de erro
           if ws-fs-arqControle <> '00' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqControle to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqControleJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleJobs
           .
       gravar-controle-fluxo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha do passo no histórico de jobs
      *>------------------------------------------------------------------------
       gravar-historico-job section.

           open extend arqHistoricoJobs

      *>   na primeira execucao de lote o historico ainda nao existe
           if ws-fs-arqHistoricoJobs = '35' then
               open output arqHistoricoJobs
           end-if

      *>   tratamento de erro
           if ws-fs-arqHistoricoJobs <> '00'
           and ws-fs-arqHistoricoJobs <> '05' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqHistoricoJobs to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqHistoricoJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-historico-job

           move ws-programa-hist to fd-job-programa
           move ws-inicio-passo to fd-job-inicio
           move ws-fim-passo to fd-job-fim
           move ws-contador-registros to fd-job-registros
           move ws-operador-fluxo to fd-job-operador
           move ws-resultado-passo to fd-job-resultado

           write fd-historico-job

      *>   tratamento de erro
           if ws-fs-arqHistoricoJobs <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqHistoricoJobs to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqHistoricoJobs' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistoricoJobs
           .
       gravar-historico-job-exit.
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
               move 'lista17jobnoturno' to fd-jrn-programa
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

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-executados to lk-contador-registros
           end-if

      *>   fluxo interrompido devolve return-code diferente de zero, para
      *>   o agendador e o histórico do submenu registrarem a falha
           if ws-houve-interrupcao then
               move 8 to return-code
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

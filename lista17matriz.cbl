      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17matriz".
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

      *>   matriz curricular - para cada série e ano letivo, as
      *>   disciplinas obrigatórias e o peso de cada uma; vale para um ano
      *>   a matriz do próprio ano ou, sem ela, a do ano anterior mais
      *>   recente (a matriz só é regravada quando muda)
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           file status is ws-fs-arqMatrizCurricular.

      *>   cadastro de disciplinas, mantido em lista17exercicio1-com-tela -
      *>   aqui é só consultado para validar e nomear as disciplinas
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplinas.

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

       fd arqMatrizCurricular.

       01 fd-matriz.
           05 fd-mat-chave.
               10 fd-mat-serie                     pic  9(02).
               10 fd-mat-ano                       pic  9(04).
      *>       uma disciplina por posição de nota do aluno - posição com
      *>       disciplina zero está livre
           05 fd-mat-disciplinas.
               10 fd-mat-disc occurs 8.
                   15 fd-mat-cod-disc              pic  9(02).
                   15 fd-mat-peso                  pic  9(03).

      *>   mesmo layout de fd-disciplina em lista17exercicio1
       fd arqDisciplinas.

       01 fd-disciplina.
           05 fd-disc-cod                          pic  9(02).
           05 fd-disc-nome                         pic  x(20).

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
       77 ws-fs-arqMatrizCurricular                pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-qtd-listadas                      pic  9(03).
           05 ws-ind-disc                          pic  9(02).
           05 ws-ind-disc2                         pic  9(02).
           05 ws-tem-disciplinas                   pic  x(01) value 'N'.
               88 ws-tem-arq-disciplinas                  value 'S'.

      *>  matriz digitada na manutenção
       01 ws-matriz-manut.
           05 ws-mat-serie                         pic  9(02).
           05 ws-mat-ano                           pic  9(04).
           05 ws-mat-ano-destino                   pic  9(04).
           05 ws-mat-qtd                           pic  9(02).
           05 ws-mat-disc occurs 8.
               10 ws-mat-cod-disc                  pic  9(02).
               10 ws-mat-peso                      pic  9(03).
           05 ws-mat-cod-informado                 pic  9(02).
           05 ws-mat-peso-informado                pic  9(03).
           05 ws-mat-existe                        pic  x(01).
               88 ws-matriz-existe                        value 'S'.

      *>  disciplina procurada no cadastro
       01 ws-disciplina.
           05 ws-disc-cod                          pic  9(02).
           05 ws-disc-nome                         pic  x(20).
           05 ws-disc-situacao                     pic  x(01).
               88 ws-disc-cadastrada                      value 'S'.
               88 ws-disc-nao-cadastrada                  value 'N'.

      *>  mensagens de erro
       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  9(04).
           05 filler                               pic  x(01) value "-".
           05 ws-msn-erro-cod                      pic  x(02).
           05 filler                               pic  x(01) value space.
           05 ws-msn-erro-text                     pic  x(42).

      *>----variaveis para comunicação entre programas
       linkage section.

      *>declaração do corpo do programa
       procedure division.

      *>   matriz curricular por série e ano letivo - diz quais
      *>   disciplinas o aluno da série precisa ter e com que peso; o
      *>   lançamento de notas só oferece as disciplinas da matriz, o
      *>   boletim e o fechamento apontam as que faltam e a promoção de
      *>   série já prepara as posições de nota do aluno com a matriz nova
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqMatrizCurricular

      *>   tratamento de erro - '05' é aceito p/ arquivo ainda não existente
           if ws-fs-arqMatrizCurricular <> '00'
           and ws-fs-arqMatrizCurricular <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMatrizCurricular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem cadastro de disciplinas ('35') a matriz só pode ser
      *>   consultada - não há contra o que validar as disciplinas
           open input arqDisciplinas

           if ws-fs-arqDisciplinas = '00'
           or ws-fs-arqDisciplinas = '05' then
               set ws-tem-arq-disciplinas to true
           else
               if ws-fs-arqDisciplinas <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqDisciplinas to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqDisciplinas' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
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

               display '---------- Matriz Curricular ----------'
               display '1 - Incluir/Alterar Matriz da Serie'
               display '2 - Consultar Matriz Vigente'
               display '3 - Listar Matrizes'
               display '4 - Copiar Matriz para Outro Ano'
               display '5 - Excluir Matriz'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       perform manter-matriz
                   when '2'
                       perform consultar-matriz
                   when '3'
                       perform listar-matrizes
                   when '4'
                       perform copiar-matriz
                   when '5'
                       perform excluir-matriz
                   when other
                       display 'Opcao Invalida'
               end-evaluate

      *>       condição de saída
               display 'Deseja Continuar? S-im/N-ao'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui ou refaz a matriz de uma série num ano letivo - as
      *>  disciplinas são informadas uma a uma, na ordem das posições de
      *>  nota que a promoção de série vai preparar
      *>------------------------------------------------------------------------
       manter-matriz section.

           if not ws-tem-arq-disciplinas then
               display 'Cadastre as disciplinas antes da matriz'
           else
               perform aceitar-serie-ano

               if ws-mat-serie = 0
               or ws-mat-ano < 1900 then
                   display 'Serie (1 a 99) e Ano Letivo sao Obrigatorios'
               else
                   perform ler-matriz

                   if ws-matriz-existe then
                       display 'Matriz atual:'
                       perform exibir-matriz-lida
                       display 'Informe a matriz completa novamente'
                   end-if

                   perform aceitar-disciplinas-matriz

                   if ws-mat-qtd = 0 then
                       display 'Matriz sem disciplinas - nada foi gravado'
                   else
                       perform montar-registro-matriz

                       if ws-matriz-existe then
                           rewrite fd-matriz
                       else
                           write fd-matriz
                       end-if

      *>               tratamento de erro
                       if ws-fs-arqMatrizCurricular <> '00' then
                           move 2 to ws-msn-erro-offset
                           move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqMatrizCurricular'
                             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display 'Matriz Gravada'
                   end-if
               end-if
           end-if
           .
       manter-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita as disciplinas da matriz - disciplina zero encerra; cada
      *>  uma precisa estar cadastrada, não pode se repetir e tem peso de
      *>  1 a 999
      *>------------------------------------------------------------------------
       aceitar-disciplinas-matriz section.

           move zero to ws-mat-qtd
           move 1 to ws-mat-cod-informado

           perform varying ws-ind-disc from 1 by 1 until ws-ind-disc > 8
               move zero to ws-mat-cod-disc(ws-ind-disc)
               move zero to ws-mat-peso(ws-ind-disc)
           end-perform

           perform until ws-mat-qtd >= 8
                      or ws-mat-cod-informado = 0

               compute ws-ind-disc = ws-mat-qtd + 1
               display 'Disciplina ' ws-ind-disc ' (0=fim): '
               move zero to ws-mat-cod-informado
               accept ws-mat-cod-informado

               if ws-mat-cod-informado <> 0 then
                   move ws-mat-cod-informado to ws-disc-cod
                   perform buscar-disciplina

      *>           disciplina já informada nesta matriz
                   move zero to ws-ind-disc2
                   perform varying ws-ind-disc from 1 by 1
                             until ws-ind-disc > ws-mat-qtd
                       if ws-mat-cod-disc(ws-ind-disc) = ws-mat-cod-informado then
                           move ws-ind-disc to ws-ind-disc2
                       end-if
                   end-perform

                   evaluate true
                       when ws-disc-nao-cadastrada
                           display 'Disciplina nao Cadastrada'
                       when ws-ind-disc2 <> 0
                           display 'Disciplina ja Informada nesta Matriz'
                       when other
                           display '  ' ws-disc-nome
                           display 'Peso (1 a 999): '
                           move zero to ws-mat-peso-informado
                           accept ws-mat-peso-informado

                           if ws-mat-peso-informado = 0 then
                               display 'Peso deve ser de 1 a 999'
                           else
                               add 1 to ws-mat-qtd
                               move ws-mat-cod-informado
                                 to ws-mat-cod-disc(ws-mat-qtd)
                               move ws-mat-peso-informado
                                 to ws-mat-peso(ws-mat-qtd)
                           end-if
                   end-evaluate
               end-if
           end-perform
           .
       aceitar-disciplinas-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra a matriz que vale para a série num ano - a do próprio ano
      *>  ou a do ano anterior mais recente
      *>------------------------------------------------------------------------
       consultar-matriz section.

           perform aceitar-serie-ano

           perform ler-matriz-vigente

           if not ws-matriz-existe then
               display 'Serie sem matriz curricular ate o ano ' ws-mat-ano
           else
               if fd-mat-ano <> ws-mat-ano then
                   display 'Sem matriz propria em ' ws-mat-ano
                           ' - vale a de ' fd-mat-ano
               end-if
               perform exibir-matriz-lida
           end-if
           .
       consultar-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista todas as matrizes, por série e ano
      *>------------------------------------------------------------------------
       listar-matrizes section.

           move zero to ws-qtd-listadas

           display 'Serie  Ano   Disciplinas (cod/peso)'

           move low-values to fd-mat-chave

           start arqMatrizCurricular key is greater than or equal to fd-mat-chave

      *>   tratamento de erro
           if ws-fs-arqMatrizCurricular <> '00'
           and ws-fs-arqMatrizCurricular <> '23' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
               move 'Erro de Start arq.arqMatrizCurricular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMatrizCurricular = '00' then
               perform until ws-fs-arqMatrizCurricular = '10'

                   read arqMatrizCurricular next

                   if ws-fs-arqMatrizCurricular = '00' then
                       add 1 to ws-qtd-listadas
                       display ' ' fd-mat-serie '    ' fd-mat-ano '  '
                               fd-mat-cod-disc(1) '/' fd-mat-peso(1) ' '
                               fd-mat-cod-disc(2) '/' fd-mat-peso(2) ' '
                               fd-mat-cod-disc(3) '/' fd-mat-peso(3) ' '
                               fd-mat-cod-disc(4) '/' fd-mat-peso(4) ' '
                               fd-mat-cod-disc(5) '/' fd-mat-peso(5) ' '
                               fd-mat-cod-disc(6) '/' fd-mat-peso(6) ' '
                               fd-mat-cod-disc(7) '/' fd-mat-peso(7) ' '
                               fd-mat-cod-disc(8) '/' fd-mat-peso(8)
                   else
                       if ws-fs-arqMatrizCurricular <> '10' then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMatrizCurricular'
                             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           if ws-qtd-listadas = 0 then
               display 'Nenhuma Matriz Cadastrada'
           end-if
           .
       listar-matrizes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a matriz de uma série de um ano para outro - o ano novo
      *>  começa igual e é ajustado depois, se precisar
      *>------------------------------------------------------------------------
       copiar-matriz section.

           perform aceitar-serie-ano
           perform ler-matriz

           if not ws-matriz-existe then
               display 'Matriz de Origem nao Cadastrada'
           else
               display 'Copiar para o Ano Letivo (aaaa): '
               move zero to ws-mat-ano-destino
               accept ws-mat-ano-destino

               if ws-mat-ano-destino < 1900
               or ws-mat-ano-destino = ws-mat-ano then
                   display 'Ano de Destino Invalido'
               else
                   move ws-mat-ano-destino to fd-mat-ano

                   write fd-matriz

                   evaluate ws-fs-arqMatrizCurricular
                       when '00'
                           display 'Matriz Copiada'
                       when '22'
                           display 'Ja existe matriz da serie no ano de destino'
                       when other
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqMatrizCurricular'
                             to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if
           .
       copiar-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui a matriz de uma série num ano, com confirmação
      *>------------------------------------------------------------------------
       excluir-matriz section.

           perform aceitar-serie-ano
           perform ler-matriz

           if not ws-matriz-existe then
               display 'Matriz nao Cadastrada'
           else
               perform exibir-matriz-lida

               display 'Confirma a Exclusao? S-im/N-ao'
               move space to ws-confirma
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma

               if ws-confirma = 'S' then
                   delete arqMatrizCurricular

      *>           tratamento de erro
                   if ws-fs-arqMatrizCurricular <> '00' then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                       move 'Erro ao Excluir arq.arqMatrizCurricular'
                         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   display 'Matriz Excluida'
               else
                   display 'Exclusao Cancelada'
               end-if
           end-if
           .
       excluir-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita série e ano letivo
      *>------------------------------------------------------------------------
       aceitar-serie-ano section.

           display 'Serie: '
           move zero to ws-mat-serie
           accept ws-mat-serie
           display 'Ano Letivo (aaaa): '
           move zero to ws-mat-ano
           accept ws-mat-ano
           .
       aceitar-serie-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê a matriz exata de ws-mat-serie e ws-mat-ano
      *>------------------------------------------------------------------------
       ler-matriz section.

           move 'N' to ws-mat-existe

           move ws-mat-serie to fd-mat-serie
           move ws-mat-ano to fd-mat-ano

           read arqMatrizCurricular

           evaluate ws-fs-arqMatrizCurricular
               when '00'
                   set ws-matriz-existe to true
               when '23'
                   continue
               when other
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqMatrizCurricular' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       ler-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  deixa em fd-matriz a matriz vigente da série ws-mat-serie no ano
      *>  ws-mat-ano - a de maior ano que não passe dele
      *>------------------------------------------------------------------------
       ler-matriz-vigente section.

           move 'N' to ws-mat-existe
           move zero to ws-mat-ano-destino

           move ws-mat-serie to fd-mat-serie
           move zero to fd-mat-ano

           start arqMatrizCurricular key is greater than or equal to fd-mat-chave

      *>   tratamento de erro
           if ws-fs-arqMatrizCurricular <> '00'
           and ws-fs-arqMatrizCurricular <> '23' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
               move 'Erro de Start arq.arqMatrizCurricular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   percorre os anos da série guardando o último que serve
           if ws-fs-arqMatrizCurricular = '00' then
               perform until ws-fs-arqMatrizCurricular = '10'

                   read arqMatrizCurricular next

                   if ws-fs-arqMatrizCurricular = '00' then
                       if fd-mat-serie <> ws-mat-serie
                       or fd-mat-ano > ws-mat-ano then
                           move '10' to ws-fs-arqMatrizCurricular
                       else
                           set ws-matriz-existe to true
                           move fd-mat-ano to ws-mat-ano-destino
                       end-if
                   else
                       if ws-fs-arqMatrizCurricular <> '10' then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMatrizCurricular'
                             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

      *>   relê a vigente, já que a leitura passou dela
           if ws-matriz-existe then
               move ws-mat-serie to fd-mat-serie
               move ws-mat-ano-destino to fd-mat-ano

               read arqMatrizCurricular

               if ws-fs-arqMatrizCurricular <> '00' then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqMatrizCurricular' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       ler-matriz-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra as disciplinas da matriz em fd-matriz, com nome e peso
      *>------------------------------------------------------------------------
       exibir-matriz-lida section.

           display 'Serie ' fd-mat-serie ' - Ano Letivo ' fd-mat-ano
           display 'Pos Cod Disciplina            Peso'

           perform varying ws-ind-disc from 1 by 1 until ws-ind-disc > 8
               if fd-mat-cod-disc(ws-ind-disc) <> 0 then
                   move fd-mat-cod-disc(ws-ind-disc) to ws-disc-cod
                   perform buscar-disciplina
                   if ws-disc-nao-cadastrada then
                       move 'DISC. NAO CADASTRADA' to ws-disc-nome
                   end-if
                   display ' ' ws-ind-disc '  ' fd-mat-cod-disc(ws-ind-disc)
                           '  ' ws-disc-nome '  ' fd-mat-peso(ws-ind-disc)
               end-if
           end-perform
           .
       exibir-matriz-lida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura a disciplina ws-disc-cod no cadastro
      *>------------------------------------------------------------------------
       buscar-disciplina section.

           set ws-disc-nao-cadastrada to true
           move spaces to ws-disc-nome

           if ws-tem-arq-disciplinas
           and ws-disc-cod <> 0 then
               move ws-disc-cod to fd-disc-cod

               read arqDisciplinas

               evaluate ws-fs-arqDisciplinas
                   when '00'
                       set ws-disc-cadastrada to true
                       move fd-disc-nome to ws-disc-nome
                   when '23'
                       continue
                   when other
                       move 8 to ws-msn-erro-offset
                       move ws-fs-arqDisciplinas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqDisciplinas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       buscar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta o registro da matriz a partir das disciplinas aceitas
      *>------------------------------------------------------------------------
       montar-registro-matriz section.

           move ws-mat-serie to fd-mat-serie
           move ws-mat-ano to fd-mat-ano

           perform varying ws-ind-disc from 1 by 1 until ws-ind-disc > 8
               move ws-mat-cod-disc(ws-ind-disc) to fd-mat-cod-disc(ws-ind-disc)
               move ws-mat-peso(ws-ind-disc) to fd-mat-peso(ws-ind-disc)
           end-perform
           .
       montar-registro-matriz-exit.
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
               move 'lista17matriz' to fd-jrn-programa
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

           close arqMatrizCurricular

      *>   tratamento de erro
           if ws-fs-arqMatrizCurricular <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqMatrizCurricular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arq-disciplinas then
               close arqDisciplinas
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

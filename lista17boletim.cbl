           record key is fd-disc-cod
           file status is ws-fs-arqDisciplinas.

      *>   movimentação de turma, mantida em lista17transferencia - o
      *>   boletim de uma data passada sai com a turma daquele dia
           select arqMovimentacaoTurma assign to "arqMovimentacaoTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtu-chave
           file status is ws-fs-arqMovimentacao.

      *>   matriz curricular, mantida em lista17matriz - disciplinas
      *>   obrigatórias e pesos de cada série por ano letivo
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           file status is ws-fs-arqMatrizCurricular.

      *>   boletins gerados, um documento por aluno, prontos p/ imprimir
      *>   e entregar na reunião de pais
           select arqBoletins assign to "arqBoletins.txt"
           05 fd-disc-cod                          pic  9(02).
           05 fd-disc-nome                         pic  x(20).

      *>   mesmo layout de fd-mov-turma em lista17transferencia
       fd arqMovimentacaoTurma.

       01 fd-mov-turma.
           05 fd-mtu-chave.
               10 fd-mtu-cod-aluno                 pic  9(06).
               10 fd-mtu-data-efetiva              pic  x(10).
               10 fd-mtu-seq                       pic  9(02).
           05 fd-mtu-tipo                          pic  x(01).
               88 fd-mtu-matricula                        value "M".
               88 fd-mtu-transferencia                    value "T".
               88 fd-mtu-saida                            value "S".
           05 fd-mtu-turma-origem                  pic  9(02).
           05 fd-mtu-turma-destino                 pic  9(02).
           05 fd-mtu-motivo                        pic  x(40).
           05 fd-mtu-escola-destino                pic  x(30).
           05 fd-mtu-data-registro                 pic  x(10).
           05 fd-mtu-operador                      pic  x(08).

      *>   mesmo layout de fd-matriz em lista17matriz
       fd arqMatrizCurricular.

       01 fd-matriz.
           05 fd-mat-chave.
               10 fd-mat-serie                     pic  9(02).
               10 fd-mat-ano                       pic  9(04).
           05 fd-mat-disciplinas.
               10 fd-mat-disc occurs 8.
                   15 fd-mat-cod-disc              pic  9(02).
                   15 fd-mat-peso                  pic  9(03).

       fd arqBoletins.

       01 fd-linha-boletim                         pic  x(80).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).
       77 ws-fs-arqBoletins                        pic  x(02).
       77 ws-fs-arqMovimentacao                    pic  x(02).
       77 ws-fs-arqMatrizCurricular                pic  x(02).

       01 ws-uso-geral.
           05 ws-cod-escolhido                     pic  9(06).
           05 ws-qtd-boletins                      pic  9(05) value zero.
      *>       boletins com disciplina obrigatória da matriz sem nota
           05 ws-qtd-pend-matriz                   pic  9(05) value zero.
           05 ws-faltas-matriz                     pic  9(02).
           05 ws-achou-nota                        pic  x(01).
           05 ws-disciplinas-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-disciplinas                  value 'S'.
           05 ws-movimentacao-aberta               pic  x(01) value 'N'.
               88 ws-tem-arq-movimentacao                 value 'S'.
      *>       data de referência do boletim (branco = hoje)
           05 ws-data-referencia                   pic  x(10).
           05 ws-aluno-na-data                     pic  x(01).
               88 ws-aluno-ativo-na-data                  value 'S'.

      *>  turma do aluno numa data passada, pelos movimentos de turma -
      *>  mesma regra de obter-turma-na-data em lista17exercicio1-com-tela
       01 ws-turma-na-data.
           05 ws-hist-cod-aluno                    pic  9(06).
           05 ws-hist-data-ref                     pic  x(10).
           05 ws-hist-turma-atual                  pic  9(02).
           05 ws-hist-turma                        pic  9(02).
           05 ws-hist-achou                        pic  x(01).
           05 ws-hist-na-escola                    pic  x(01).
               88 ws-hist-estava-na-escola                value 'S'.

      *>  matriz curricular vigente de uma série num ano letivo - sem
      *>  matriz (ou aluno sem série) não há restrição de disciplinas
       01 ws-matriz-vigente.
           05 ws-mtz-serie                         pic  9(02).
           05 ws-mtz-ano                           pic  9(04).
           05 ws-mtz-ano-vigente                   pic  9(04).
           05 ws-mtz-qtd                           pic  9(02).
           05 ws-mtz-disc occurs 8.
               10 ws-mtz-cod-disc                  pic  9(02).
               10 ws-mtz-peso                      pic  9(03).
           05 ws-ind-mtz                           pic  9(02).
           05 ws-matrizes-abertas                  pic  x(01) value 'N'.
               88 ws-tem-arq-matriz                       value 'S'.

      *>  consulta ao cadastro de disciplinas
       01 ws-disciplina.
               end-if
           end-if

      *>   a movimentação de turma é mantida em lista17transferencia - se
      *>   ainda não existe ('35'), vale a turma atual do cadastro
           open input arqMovimentacaoTurma

           if ws-fs-arqMovimentacao = '00'
           or ws-fs-arqMovimentacao = '05' then
               set ws-tem-arq-movimentacao to true
           else
               if ws-fs-arqMovimentacao <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqMovimentacao to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMovimentacaoTurma' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   a matriz curricular é mantida em lista17matriz - se ainda não
      *>   existe ('35'), o boletim não confere disciplinas obrigatórias
           open input arqMatrizCurricular

           if ws-fs-arqMatrizCurricular = '00'
           or ws-fs-arqMatrizCurricular = '05' then
               set ws-tem-arq-matriz to true
           else
               if ws-fs-arqMatrizCurricular <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMatrizCurricular' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqBoletins

      *>   tratamento de erro
           display 'Codigo do Aluno (0 = todos os ativos): '
           accept ws-cod-escolhido

      *>   numa data passada entram os alunos ativos naquela data, com a
      *>   turma em que estavam - as notas são sempre as atuais
           move spaces to ws-data-referencia
           display 'Data de Referencia (aaaa-mm-dd, branco=hoje): '
           accept ws-data-referencia

           if ws-cod-escolhido = 0 then
               perform gerar-boletins-todos
           else

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   perform conferir-aluno-na-data
                   if not ws-aluno-ativo-na-data then
                       display 'Aluno Inativo - boletim nao gerado'
                   else
                       perform gerar-boletim-aluno
                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = '00' then
                       perform conferir-aluno-na-data
                       if ws-aluno-ativo-na-data then
                           perform gerar-boletim-aluno
                       end-if
                   else
       gerar-boletins-todos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o aluno lido em fd-alunos entra no boletim? - sem data de
      *>  referência, só os ativos; com ela, os que estavam ativos e na
      *>  escola naquela data, com a turma daquele dia em ws-hist-turma
      *>------------------------------------------------------------------------
       conferir-aluno-na-data section.

           move 'S' to ws-aluno-na-data
           move fd-turma to ws-hist-turma

           if ws-data-referencia = spaces then
               if fd-ativo-nao then
                   move 'N' to ws-aluno-na-data
               end-if
           else
               move fd-cod-aluno to ws-hist-cod-aluno
               move ws-data-referencia to ws-hist-data-ref
               move fd-turma to ws-hist-turma-atual
               perform obter-turma-na-data

               if (fd-ativo-nao
               and fd-data-inativacao <= ws-data-referencia)
               or not ws-hist-estava-na-escola then
                   move 'N' to ws-aluno-na-data
               end-if
           end-if
           .
       conferir-aluno-na-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  turma do aluno ws-hist-cod-aluno na data ws-hist-data-ref - o
      *>  destino do último movimento até a data ou, se o primeiro
      *>  movimento é posterior, a origem dele; sem movimento, a turma
      *>  atual; fora da escola antes da matrícula e depois da saída
      *>------------------------------------------------------------------------
       obter-turma-na-data section.

           move ws-hist-turma-atual to ws-hist-turma
           move 'N' to ws-hist-achou
           move 'S' to ws-hist-na-escola

           if ws-tem-arq-movimentacao then
               move ws-hist-cod-aluno to fd-mtu-cod-aluno
               move spaces to fd-mtu-data-efetiva
               move zero to fd-mtu-seq

               start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

      *>       tratamento de erro
               if ws-fs-arqMovimentacao <> '00'
               and ws-fs-arqMovimentacao <> '23' then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqMovimentacao to ws-msn-erro-cod
                   move 'Erro de Start arq.arqMovimentacaoTurma' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMovimentacao = '00' then
                   perform until ws-fs-arqMovimentacao = '10'

                       read arqMovimentacaoTurma next

                       evaluate true
                           when ws-fs-arqMovimentacao = '10'
                               continue
                           when ws-fs-arqMovimentacao = '00'
                               if fd-mtu-cod-aluno <> ws-hist-cod-aluno then
                                   move '10' to ws-fs-arqMovimentacao
                               else
                                   if fd-mtu-data-efetiva <= ws-hist-data-ref then
                                       move fd-mtu-turma-destino to ws-hist-turma
                                       move 'S' to ws-hist-achou
                                       if fd-mtu-saida then
                                           move 'N' to ws-hist-na-escola
                                       else
                                           move 'S' to ws-hist-na-escola
                                       end-if
                                   else
      *>                               primeiro movimento depois da data
                                       if ws-hist-achou = 'N' then
                                           move fd-mtu-turma-origem to ws-hist-turma
                                           if fd-mtu-matricula then
                                               move 'N' to ws-hist-na-escola
                                           end-if
                                       end-if
                                       move '10' to ws-fs-arqMovimentacao
                                   end-if
                               end-if
                           when other
                               move 7 to ws-msn-erro-offset
                               move ws-fs-arqMovimentacao to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       obter-turma-na-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  gera o documento de boletim do aluno atualmente lido em fd-alunos
      *>------------------------------------------------------------------------
           perform gravar-linha-boletim

           move spaces to ws-linha-aux
           if ws-data-referencia = spaces then
               string 'Turma: ' delimited by size
                      fd-turma delimited by size
                 into ws-linha-aux
           else
               if ws-hist-turma = fd-turma then
                   string 'Turma em ' delimited by size
                          ws-data-referencia delimited by size
                          ': ' delimited by size
                          ws-hist-turma delimited by size
                     into ws-linha-aux
               else
                   string 'Turma em ' delimited by size
                          ws-data-referencia delimited by size
                          ': ' delimited by size
                          ws-hist-turma delimited by size
                          '   (turma atual: ' delimited by size
                          fd-turma delimited by size
                          ')' delimited by size
                     into ws-linha-aux
               end-if
           end-if
           move ws-linha-aux to fd-linha-boletim
           perform gravar-linha-boletim

      *>   as notas saem agrupadas por disciplina, com a média de cada uma
           perform gravar-notas-por-disciplina

      *>   disciplina obrigatória da matriz da série sem nota, ou nota
      *>   fora da matriz, sai apontada antes do rodapé
           perform conferir-matriz-boletim

      *>   rodapé - média geral, frequência e situação por extenso
           move spaces to ws-linha-rodape-bol
           move 'Media Geral.......: ' to ws-bol-rotulo
       gravar-notas-por-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confronta as notas do aluno com a matriz curricular vigente da
      *>  série - cada disciplina obrigatória sem nota e cada disciplina
      *>  com nota que não está na matriz saem numa linha; sem matriz
      *>  para a série, nada é conferido
      *>------------------------------------------------------------------------
       conferir-matriz-boletim section.

           move fd-serie to ws-mtz-serie
           move ws-data-hora-atual(1:4) to ws-mtz-ano
           perform carregar-matriz-vigente

           if ws-mtz-qtd <> 0 then
               move zero to ws-faltas-matriz

               perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
                   move 'N' to ws-achou-nota
                   perform varying ws-ind-media from 1 by 1 until ws-ind-media > 8
                       if fd-nota(ws-ind-media) is numeric
                       and fd-cod-disc(ws-ind-media) = ws-mtz-cod-disc(ws-ind-mtz) then
                           move 'S' to ws-achou-nota
                       end-if
                   end-perform

                   if ws-achou-nota <> 'S' then
                       add 1 to ws-faltas-matriz
                       move ws-mtz-cod-disc(ws-ind-mtz) to ws-disc-cod
                       perform buscar-nome-disciplina
                       move spaces to ws-linha-aux
                       string '   PENDENTE: ' delimited by size
                              ws-disc-nome delimited by size
                              ' - obrigatoria, sem nota' delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-boletim
                       perform gravar-linha-boletim
                   end-if
               end-perform

      *>       nota fora da matriz - cada disciplina aponta uma vez só
               perform varying ws-ind-d1 from 1 by 1 until ws-ind-d1 > 8
                   if fd-nota(ws-ind-d1) is numeric then
                       move fd-cod-disc(ws-ind-d1) to ws-disc-atual

                       perform varying ws-ind-d2 from 1 by 1
                                         until ws-ind-d2 >= ws-ind-d1
                                            or (fd-nota(ws-ind-d2) is numeric
                                           and fd-cod-disc(ws-ind-d2) = ws-disc-atual)
                           continue
                       end-perform

                       move 'N' to ws-achou-nota
                       perform varying ws-ind-mtz from 1 by 1
                                 until ws-ind-mtz > ws-mtz-qtd
                           if ws-mtz-cod-disc(ws-ind-mtz) = ws-disc-atual then
                               move 'S' to ws-achou-nota
                           end-if
                       end-perform

                       if ws-ind-d2 >= ws-ind-d1
                       and ws-achou-nota <> 'S' then
                           move ws-disc-atual to ws-disc-cod
                           perform buscar-nome-disciplina
                           move spaces to ws-linha-aux
                           string '   ATENCAO: ' delimited by size
                                  ws-disc-nome delimited by size
                                  ' - fora da matriz da serie' delimited by size
                             into ws-linha-aux
                           move ws-linha-aux to fd-linha-boletim
                           perform gravar-linha-boletim
                       end-if
                   end-if
               end-perform

               if ws-faltas-matriz <> 0 then
                   add 1 to ws-qtd-pend-matriz
               end-if

               move spaces to fd-linha-boletim
               perform gravar-linha-boletim
           end-if
           .
       conferir-matriz-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a matriz curricular vigente da série ws-mtz-serie no ano
      *>  ws-mtz-ano - a de maior ano que não passe dele (mesma busca de
      *>  ler-matriz-vigente em lista17matriz); sem matriz, ws-mtz-qtd zero
      *>------------------------------------------------------------------------
       carregar-matriz-vigente section.

           move zero to ws-mtz-qtd
           move zero to ws-mtz-ano-vigente

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > 8
               move zero to ws-mtz-cod-disc(ws-ind-mtz)
               move zero to ws-mtz-peso(ws-ind-mtz)
           end-perform

           if ws-tem-arq-matriz
           and ws-mtz-serie <> 0 then
               move ws-mtz-serie to fd-mat-serie
               move zero to fd-mat-ano

               start arqMatrizCurricular key is greater than or equal to fd-mat-chave

      *>       tratamento de erro
               if ws-fs-arqMatrizCurricular <> '00'
               and ws-fs-arqMatrizCurricular <> '23' then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                   move 'Erro de Start arq.arqMatrizCurricular' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMatrizCurricular = '00' then
                   perform until ws-fs-arqMatrizCurricular = '10'

                       read arqMatrizCurricular next

                       if ws-fs-arqMatrizCurricular = '00' then
      *>                   outra série, ou ano posterior - para; cada ano
      *>                   que serve substitui o anterior
                           if fd-mat-serie <> ws-mtz-serie
                           or fd-mat-ano > ws-mtz-ano then
                               move '10' to ws-fs-arqMatrizCurricular
                           else
                               move fd-mat-ano to ws-mtz-ano-vigente
                               move zero to ws-mtz-qtd
                               perform varying ws-ind-mtz from 1 by 1
                                         until ws-ind-mtz > 8
                                   move zero to ws-mtz-cod-disc(ws-ind-mtz)
                                   move zero to ws-mtz-peso(ws-ind-mtz)
                               end-perform
                               perform varying ws-ind-mtz from 1 by 1
                                         until ws-ind-mtz > 8
                                   if fd-mat-cod-disc(ws-ind-mtz) <> 0 then
                                       add 1 to ws-mtz-qtd
                                       move fd-mat-cod-disc(ws-ind-mtz)
                                         to ws-mtz-cod-disc(ws-mtz-qtd)
                                       move fd-mat-peso(ws-ind-mtz)
                                         to ws-mtz-peso(ws-mtz-qtd)
                                   end-if
                               end-perform
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
           end-if
           .
       carregar-matriz-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o grupo da disciplina ws-disc-atual - nome, cada nota com
      *>  o peso, e a média ponderada da disciplina
               end-if
           end-if

      *>   fechar movimentação de turma, quando aberta
           if ws-tem-arq-movimentacao then
               close arqMovimentacaoTurma
           end-if

      *>   fechar matriz curricular, quando aberta
           if ws-tem-arq-matriz then
               close arqMatrizCurricular
           end-if

           close arqBoletins

      *>   tratamento de erro
           display '---------- Geracao de Boletins ----------'
           display 'Data/Hora da Execucao : ' ws-data-hora-atual
           display 'Boletins Gerados      : ' ws-qtd-boletins
           display 'Com Pendencia Matriz  : ' ws-qtd-pend-matriz
           display 'Boletins em arqBoletins.txt'

      *>   devolve a contagem ao submenu de operações, quando chamado lá

      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17prontidao".
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

      *>   pedidos de alteração de nota, mantidos em lista17aprovacao - o
      *>   pedido ainda pendente segura o fechamento do aluno
           select arqNotasPendentes assign to "arqNotasPendentes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pend-seq
           file status is ws-fs-arqNotasPendentes.

      *>   frequência diária, mantida em lista17frequencia - sem chamada
      *>   lançada no ano a frequência do aluno nunca foi apurada
           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   matriz curricular, mantida em lista17matriz - disciplinas
      *>   obrigatórias e pesos de cada série por ano letivo
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           file status is ws-fs-arqMatrizCurricular.

      *>   cadastro de disciplinas, mantido em lista17exercicio1-com-tela -
      *>   aqui é só consultado para nomear as disciplinas pendentes
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplinas.

      *>   pendências encontradas, por turma e aluno, para a secretaria
      *>   resolver antes do fechamento do ano letivo
           select arqProntidaoFechamento assign to "arqProntidaoFechamento.txt"
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

      *>   mesmo layout de fd-pendencia em lista17aprovacao
       fd arqNotasPendentes.

       01 fd-pendencia.
           05 fd-pend-seq                          pic  9(06).
           05 fd-pend-cod-aluno                    pic  9(06).
           05 fd-pend-ind-nota                     pic  9(01).
           05 fd-pend-valor-antigo                 pic  9(02)v99.
           05 fd-pend-valor-novo                   pic  9(02)v99.
           05 fd-pend-solicitante                  pic  x(08).
           05 fd-pend-data-solicitacao             pic  x(21).
           05 fd-pend-situacao                     pic  x(01).
               88 fd-pend-pendente                        value "P".
               88 fd-pend-aprovada                        value "A".
               88 fd-pend-recusada                        value "R".
           05 fd-pend-aprovador                    pic  x(08).
           05 fd-pend-data-decisao                 pic  x(21).
           05 fd-pend-cod-professor                pic  9(04).

      *>   mesmo layout de fd-freq-registro em lista17frequencia
       fd arqFrequencia.

       01 fd-freq-registro.
           05 fd-freq-chave.
               10 fd-freq-cod-aluno                pic  9(06).
               10 fd-freq-data                     pic  x(10).
           05 fd-freq-presenca                     pic  x(01).
               88 fd-freq-presente                        value "P".
               88 fd-freq-faltou                          value "F".

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

      *>   mesmo layout de fd-disciplina em lista17exercicio1
       fd arqDisciplinas.

       01 fd-disciplina.
           05 fd-disc-cod                          pic  9(02).
           05 fd-disc-nome                         pic  x(20).

       fd arqProntidaoFechamento.

       01 fd-linha-prontidao                       pic  x(100).

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
       77 ws-fs-arqNotasPendentes                  pic  x(02).
       77 ws-fs-arqFrequencia                      pic  x(02).
       77 ws-fs-arqMatrizCurricular                pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

      *>   ano letivo conferido - o mesmo que o fechamento vai fechar
       77 ws-ano-letivo                            pic  9(04).
      *>   turma conferida (0 = escola inteira)
       77 ws-turma-conferida                       pic  9(02).

       01 ws-uso-geral.
           05 ws-ind-nota                          pic  9(01).
           05 ws-tem-nota                          pic  x(01).
               88 ws-aluno-tem-nota                       value 'S'.
           05 ws-achou-nota                        pic  x(01).
           05 ws-freq-no-ano                       pic  x(01).
               88 ws-frequencia-apurada                   value 'S'.
           05 ws-turma-imp                         pic  9(03).
           05 ws-qtd-turma                         pic  9(05).
           05 ws-pendentes-abertos                 pic  x(01) value 'N'.
               88 ws-tem-arq-pendentes                    value 'S'.
           05 ws-frequencia-aberta                 pic  x(01) value 'N'.
               88 ws-tem-arq-frequencia                   value 'S'.
           05 ws-disciplinas-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-disciplinas                  value 'S'.

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
           05 ws-disc-cod                          pic  9(02).
           05 ws-disc-nome                         pic  x(20).

      *>  pedidos de alteração de nota ainda pendentes de aprovação
       01 ws-pedidos-pendentes.
           05 ws-qtd-pedidos                       pic  9(04) value zero.
           05 ws-qtd-pedidos-fora                  pic  9(05) value zero.
           05 ws-ind-ped                           pic  9(04).
           05 ws-pedido occurs 2000.
               10 ws-ped-cod-aluno                 pic  9(06).
               10 ws-ped-seq                       pic  9(06).
               10 ws-ped-ind-nota                  pic  9(01).

      *>  pendências encontradas - guardadas na ordem do cadastro e
      *>  impressas turma a turma
       01 ws-pendencias.
           05 ws-qtd-pend                          pic  9(04) value zero.
           05 ws-ind-pend                          pic  9(04).
           05 ws-pend occurs 3000.
               10 ws-pnd-turma                     pic  9(02).
               10 ws-pnd-cod-aluno                 pic  9(06).
               10 ws-pnd-aluno                     pic  x(25).
               10 ws-pnd-motivo                    pic  x(30).
               10 ws-pnd-detalhe                   pic  x(25).

      *>  pendência da vez, antes de entrar na tabela
       01 ws-pendencia-vez.
           05 ws-pv-motivo                         pic  x(30).
           05 ws-pv-detalhe                        pic  x(25).

       01 ws-totais-prontidao.
           05 ws-qtd-alunos                        pic  9(05) value zero.
           05 ws-qtd-alunos-pendentes              pic  9(05) value zero.
           05 ws-qtd-pendencias                    pic  9(05) value zero.
           05 ws-qtd-nao-listadas                  pic  9(05) value zero.
           05 ws-qtd-sem-turma                     pic  9(05) value zero.
           05 ws-qtd-sem-serie                     pic  9(05) value zero.
           05 ws-qtd-aprov-pendente                pic  9(05) value zero.
           05 ws-qtd-sem-nota                      pic  9(05) value zero.
           05 ws-qtd-disc-sem-nota                 pic  9(05) value zero.
           05 ws-qtd-sem-frequencia                pic  9(05) value zero.
           05 ws-pendencias-aluno                  pic  9(05).

      *>  linha de pendência do relatório
       01 ws-linha-pendencia.
           05 filler                               pic  x(03) value space.
           05 ws-lin-cod-aluno                     pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-lin-aluno                         pic  x(25).
           05 filler                               pic  x(01) value space.
           05 ws-lin-motivo                        pic  x(30).
           05 filler                               pic  x(01) value space.
           05 ws-lin-detalhe                       pic  x(25).

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-linha-aux                             pic  x(100).

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
      *>   lote devolve aqui quantas pendências encontrou
       01 lk-contador-registros                    pic  9(05).

      *>   quando chamado pelo fechamento (lista17fechamento), confere só
      *>   a turma que vai ser fechada, sem perguntar nada na tela
       01 lk-turma-conferida                       pic  9(02).

      *>declaração do corpo do programa
       procedure division using lk-contador-registros lk-turma-conferida.

      *>   conferência pré-fechamento - lista, por turma e aluno, tudo o
      *>   que impede fechar o ano letivo: pedido de alteração de nota
      *>   ainda sem decisão, aluno sem nota ou sem nota numa disciplina
      *>   obrigatória da matriz, frequência nunca apurada e aluno ativo
      *>   sem turma ou sem série; o fechamento só roda com a conferência
      *>   limpa, salvo liberação assinada por quem aprova
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual
           move function current-date(1:4) to ws-ano-letivo

           if address of lk-turma-conferida not = null then
               move lk-turma-conferida to ws-turma-conferida
           else
               display 'Turma a Conferir (0=todas): '
               accept ws-turma-conferida
           end-if

           open input arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem nenhum pedido de alteração de nota ('35') não há o que
      *>   esperar de aprovação
           open input arqNotasPendentes

           if ws-fs-arqNotasPendentes = '00'
           or ws-fs-arqNotasPendentes = '05' then
               set ws-tem-arq-pendentes to true
           else
               if ws-fs-arqNotasPendentes <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqNotasPendentes to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqNotasPendentes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   sem nenhuma chamada lançada ('35'), nenhum aluno tem a
      *>   frequência apurada
           open input arqFrequencia

           if ws-fs-arqFrequencia = '00'
           or ws-fs-arqFrequencia = '05' then
               set ws-tem-arq-frequencia to true
           else
               if ws-fs-arqFrequencia <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqFrequencia to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFrequencia' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   a matriz curricular é mantida em lista17matriz - se ainda não
      *>   existe ('35'), nenhuma disciplina é obrigatória
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

      *>   o cadastro de disciplinas só dá nome às pendências - sem ele
      *>   ('35') sai só o código
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

           open output arqProntidaoFechamento

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqProntidaoFechamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal - carrega os pedidos pendentes, confere
      *>  cada aluno ativo e imprime as pendências turma a turma
      *>------------------------------------------------------------------------
       processamento section.

           perform carregar-pedidos-pendentes
           perform conferir-alunos
           perform gravar-relatorio
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda os pedidos de alteração de nota ainda sem decisão
      *>------------------------------------------------------------------------
       carregar-pedidos-pendentes section.

           if ws-tem-arq-pendentes then
               move zero to fd-pend-seq

               start arqNotasPendentes key is greater than or equal to fd-pend-seq

      *>       tratamento de erro
               if ws-fs-arqNotasPendentes <> '00'
               and ws-fs-arqNotasPendentes <> '23' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqNotasPendentes to ws-msn-erro-cod
                   move 'Erro de Start arq.arqNotasPendentes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqNotasPendentes = '00' then
                   perform until ws-fs-arqNotasPendentes = '10'

                       read arqNotasPendentes next

                       if ws-fs-arqNotasPendentes = '00' then
                           if fd-pend-pendente then
                               if ws-qtd-pedidos < 2000 then
                                   add 1 to ws-qtd-pedidos
                                   move fd-pend-cod-aluno
                                     to ws-ped-cod-aluno(ws-qtd-pedidos)
                                   move fd-pend-seq
                                     to ws-ped-seq(ws-qtd-pedidos)
                                   move fd-pend-ind-nota
                                     to ws-ped-ind-nota(ws-qtd-pedidos)
                               else
                                   add 1 to ws-qtd-pedidos-fora
                               end-if
                           end-if
                       else
                           if ws-fs-arqNotasPendentes <> '10' then
                               move 2 to ws-msn-erro-offset
                               move ws-fs-arqNotasPendentes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqNotasPendentes'
                                 to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       carregar-pedidos-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o cadastro inteiro e confere cada aluno ativo da turma
      *>------------------------------------------------------------------------
       conferir-alunos section.

           move zero to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = '00' then
      *>               com filtro de turma, só os alunos dela - mesma
      *>               seleção do fechamento
                       if not fd-ativo-nao
                       and (ws-turma-conferida = 0
                         or fd-turma = ws-turma-conferida) then
                           perform conferir-aluno
                       end-if
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       conferir-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o aluno lido em fd-alunos - cada problema vira uma
      *>  pendência
      *>------------------------------------------------------------------------
       conferir-aluno section.

           add 1 to ws-qtd-alunos
           move zero to ws-pendencias-aluno

      *>   aluno ativo sem turma ou sem série
           if fd-turma is not numeric
           or fd-turma = 0 then
               add 1 to ws-qtd-sem-turma
               move 'SEM TURMA' to ws-pv-motivo
               move spaces to ws-pv-detalhe
               perform registrar-pendencia
           end-if

           if fd-serie is not numeric
           or fd-serie = 0 then
               add 1 to ws-qtd-sem-serie
               move 'SEM SERIE' to ws-pv-motivo
               move spaces to ws-pv-detalhe
               perform registrar-pendencia
           end-if

      *>   pedido de alteração de nota esperando aprovação
           perform varying ws-ind-ped from 1 by 1 until ws-ind-ped > ws-qtd-pedidos
               if ws-ped-cod-aluno(ws-ind-ped) = fd-cod-aluno then
                   add 1 to ws-qtd-aprov-pendente
                   move 'ALTERACAO DE NOTA S/ APROVACAO' to ws-pv-motivo
                   move spaces to ws-pv-detalhe
                   string 'pedido ' ws-ped-seq(ws-ind-ped)
                          ' nota ' ws-ped-ind-nota(ws-ind-ped)
                     delimited by size
                     into ws-pv-detalhe
                   perform registrar-pendencia
               end-if
           end-perform

      *>   nenhuma nota lançada no ano
           move space to ws-tem-nota

           perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 8
               if fd-nota(ws-ind-nota) is numeric then
                   set ws-aluno-tem-nota to true
               end-if
           end-perform

           if not ws-aluno-tem-nota then
               add 1 to ws-qtd-sem-nota
               move 'SEM NENHUMA NOTA LANCADA' to ws-pv-motivo
               move spaces to ws-pv-detalhe
               perform registrar-pendencia
           else
      *>       com nota lançada, cada disciplina obrigatória da matriz da
      *>       série precisa ter a sua
               perform conferir-matriz-aluno
           end-if

      *>   frequência nunca apurada - nenhuma chamada no ano letivo
           perform conferir-frequencia-aluno

           if not ws-frequencia-apurada then
               add 1 to ws-qtd-sem-frequencia
               move 'FREQUENCIA NAO APURADA' to ws-pv-motivo
               move 'nenhuma chamada no ano' to ws-pv-detalhe
               perform registrar-pendencia
           end-if

           if ws-pendencias-aluno <> 0 then
               add 1 to ws-qtd-alunos-pendentes
           end-if
           .
       conferir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  uma pendência por disciplina obrigatória da matriz vigente da
      *>  série sem nota lançada
      *>------------------------------------------------------------------------
       conferir-matriz-aluno section.

           move fd-serie to ws-mtz-serie
           move ws-ano-letivo to ws-mtz-ano
           perform carregar-matriz-vigente

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
               move 'N' to ws-achou-nota
               perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 8
                   if fd-nota(ws-ind-nota) is numeric
                   and fd-cod-disc(ws-ind-nota) = ws-mtz-cod-disc(ws-ind-mtz) then
                       move 'S' to ws-achou-nota
                   end-if
               end-perform

               if ws-achou-nota <> 'S' then
                   add 1 to ws-qtd-disc-sem-nota
                   move ws-mtz-cod-disc(ws-ind-mtz) to ws-disc-cod
                   perform buscar-nome-disciplina
                   move 'DISCIPLINA OBRIGATORIA S/ NOTA' to ws-pv-motivo
                   move spaces to ws-pv-detalhe
                   string ws-disc-cod ' ' ws-disc-nome
                     delimited by size
                     into ws-pv-detalhe
                   perform registrar-pendencia
               end-if
           end-perform
           .
       conferir-matriz-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura uma chamada do aluno no ano letivo - achando, a
      *>  frequência do cadastro foi apurada por lista17frequencia
      *>------------------------------------------------------------------------
       conferir-frequencia-aluno section.

           move 'N' to ws-freq-no-ano

           if ws-tem-arq-frequencia then
               move fd-cod-aluno to fd-freq-cod-aluno
               move ws-ano-letivo to fd-freq-data

               start arqFrequencia key is greater than or equal to fd-freq-chave

      *>       tratamento de erro
               if ws-fs-arqFrequencia <> '00'
               and ws-fs-arqFrequencia <> '23' then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqFrequencia to ws-msn-erro-cod
                   move 'Erro de Start arq.arqFrequencia' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       o primeiro registro a partir do ano já responde
               if ws-fs-arqFrequencia = '00' then
                   read arqFrequencia next

                   evaluate ws-fs-arqFrequencia
                       when '00'
                           if fd-freq-cod-aluno = fd-cod-aluno
                           and fd-freq-data(1:4) = ws-ano-letivo then
                               set ws-frequencia-apurada to true
                           end-if
                       when '10'
                           continue
                       when other
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqFrequencia to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFrequencia' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

      *>   percentual inválido no cadastro também é frequência a apurar
           if fd-frequencia is not numeric then
               move 'N' to ws-freq-no-ano
           end-if
           .
       conferir-frequencia-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda a pendência da vez para o aluno lido em fd-alunos
      *>------------------------------------------------------------------------
       registrar-pendencia section.

           add 1 to ws-qtd-pendencias
           add 1 to ws-pendencias-aluno

      *>   tabela cheia - a pendência conta, mas não sai listada
           if ws-qtd-pend < 3000 then
               add 1 to ws-qtd-pend
               if fd-turma is numeric then
                   move fd-turma to ws-pnd-turma(ws-qtd-pend)
               else
                   move zero to ws-pnd-turma(ws-qtd-pend)
               end-if
               move fd-cod-aluno to ws-pnd-cod-aluno(ws-qtd-pend)
               move fd-aluno to ws-pnd-aluno(ws-qtd-pend)
               move ws-pv-motivo to ws-pnd-motivo(ws-qtd-pend)
               move ws-pv-detalhe to ws-pnd-detalhe(ws-qtd-pend)
           else
               add 1 to ws-qtd-nao-listadas
           end-if
           .
       registrar-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório - cabeçalho, pendências turma a turma e resumo
      *>------------------------------------------------------------------------
       gravar-relatorio section.

           move spaces to ws-linha-aux
           string 'Conferencia Pre-Fechamento - Ano Letivo ' delimited by size
                  ws-ano-letivo delimited by size
                  ' - gerada em ' delimited by size
                  ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-prontidao
           perform gravar-linha

           move spaces to ws-linha-aux
           if ws-turma-conferida = 0 then
               move 'Turma conferida: todas' to ws-linha-aux
           else
               string 'Turma conferida: ' delimited by size
                      ws-turma-conferida delimited by size
                 into ws-linha-aux
           end-if
           move ws-linha-aux to fd-linha-prontidao
           perform gravar-linha

      *>   turma a turma, na ordem do cadastro dentro de cada uma - a
      *>   turma 00 junta os alunos sem turma
           perform varying ws-turma-imp from 0 by 1 until ws-turma-imp > 99
               move zero to ws-qtd-turma

               perform varying ws-ind-pend from 1 by 1 until ws-ind-pend > ws-qtd-pend
                   if ws-pnd-turma(ws-ind-pend) = ws-turma-imp then
                       add 1 to ws-qtd-turma
                   end-if
               end-perform

               if ws-qtd-turma <> 0 then
                   move spaces to fd-linha-prontidao
                   perform gravar-linha

                   move spaces to ws-linha-aux
                   if ws-turma-imp = 0 then
                       string 'Sem turma - ' delimited by size
                              ws-qtd-turma delimited by size
                              ' pendencia(s)' delimited by size
                         into ws-linha-aux
                   else
                       string 'Turma ' delimited by size
                              ws-turma-imp(2:2) delimited by size
                              ' - ' delimited by size
                              ws-qtd-turma delimited by size
                              ' pendencia(s)' delimited by size
                         into ws-linha-aux
                   end-if
                   move ws-linha-aux to fd-linha-prontidao
                   perform gravar-linha

                   perform varying ws-ind-pend from 1 by 1
                             until ws-ind-pend > ws-qtd-pend
                       if ws-pnd-turma(ws-ind-pend) = ws-turma-imp then
                           move ws-pnd-cod-aluno(ws-ind-pend) to ws-lin-cod-aluno
                           move ws-pnd-aluno(ws-ind-pend) to ws-lin-aluno
                           move ws-pnd-motivo(ws-ind-pend) to ws-lin-motivo
                           move ws-pnd-detalhe(ws-ind-pend) to ws-lin-detalhe
                           move ws-linha-pendencia to fd-linha-prontidao
                           perform gravar-linha
                       end-if
                   end-perform
               end-if
           end-perform

           move spaces to fd-linha-prontidao
           perform gravar-linha

           if ws-qtd-nao-listadas <> 0 then
               move spaces to ws-linha-aux
               string 'Mais ' delimited by size
                      ws-qtd-nao-listadas delimited by size
                      ' pendencia(s) alem do limite do relatorio' delimited by size
                 into ws-linha-aux
               move ws-linha-aux to fd-linha-prontidao
               perform gravar-linha
           end-if

           if ws-qtd-pedidos-fora <> 0 then
               move spaces to ws-linha-aux
               string 'Mais ' delimited by size
                      ws-qtd-pedidos-fora delimited by size
                      ' pedido(s) de nota pendente(s) nao conferido(s)'
                        delimited by size
                 into ws-linha-aux
               move ws-linha-aux to fd-linha-prontidao
               perform gravar-linha
           end-if

           move spaces to ws-linha-aux
           string 'Alunos conferidos: ' delimited by size
                  ws-qtd-alunos delimited by size
                  '  com pendencia: ' delimited by size
                  ws-qtd-alunos-pendentes delimited by size
                  '  pendencias: ' delimited by size
                  ws-qtd-pendencias delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-prontidao
           perform gravar-linha

           move spaces to ws-linha-aux
           string 'Sem turma/serie: ' delimited by size
                  ws-qtd-sem-turma delimited by size
                  '/' delimited by size
                  ws-qtd-sem-serie delimited by size
                  '  Aprovacao pendente: ' delimited by size
                  ws-qtd-aprov-pendente delimited by size
                  '  Sem nota/disciplina: ' delimited by size
                  ws-qtd-sem-nota delimited by size
                  '/' delimited by size
                  ws-qtd-disc-sem-nota delimited by size
                  '  Frequencia: ' delimited by size
                  ws-qtd-sem-frequencia delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-prontidao
           perform gravar-linha

           if ws-qtd-pendencias = 0
           and ws-qtd-pedidos-fora = 0 then
               move 'SITUACAO: LIBERADO PARA O FECHAMENTO' to fd-linha-prontidao
           else
               move 'SITUACAO: FECHAMENTO BLOQUEADO' to fd-linha-prontidao
           end-if
           perform gravar-linha
           .
       gravar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca o nome da disciplina ws-disc-cod - sem cadastro, em branco
      *>------------------------------------------------------------------------
       buscar-nome-disciplina section.

           move spaces to ws-disc-nome

           if ws-tem-arq-disciplinas then
               move ws-disc-cod to fd-disc-cod

               read arqDisciplinas

               evaluate ws-fs-arqDisciplinas
                   when '00'
                       move fd-disc-nome to ws-disc-nome
                   when '23'
                       continue
                   when other
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqDisciplinas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqDisciplinas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       buscar-nome-disciplina-exit.
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
      *>  grava uma linha no relatório, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha section.

           write fd-linha-prontidao

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqProntidaoFechamento' to ws-msn-erro-text
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
               move 'lista17prontidao' to fd-jrn-programa
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

           close arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arq-pendentes then
               close arqNotasPendentes
           end-if

           if ws-tem-arq-frequencia then
               close arqFrequencia
           end-if

           if ws-tem-arq-matriz then
               close arqMatrizCurricular
           end-if

           if ws-tem-arq-disciplinas then
               close arqDisciplinas
           end-if

           close arqProntidaoFechamento

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqProntidaoFechamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   pedido pendente que não coube na tabela também bloqueia
           add ws-qtd-pedidos-fora to ws-qtd-pendencias

           display '---------- Conferencia Pre-Fechamento ----------'
           display 'Data/Hora da Execucao : ' ws-data-hora-atual
           display 'Alunos Conferidos     : ' ws-qtd-alunos
           display 'Alunos com Pendencia  : ' ws-qtd-alunos-pendentes
           display 'Pendencias            : ' ws-qtd-pendencias
           display 'Relatorio em arqProntidaoFechamento.txt'

      *>   pendência é aviso, não falha - return-code 4 p/ o agendador
           if ws-qtd-pendencias <> 0 then
               move 4 to return-code
           end-if

      *>   devolve a contagem a quem chamou - o submenu de operações ou o
      *>   fechamento, que só segue com zero
           if address of lk-contador-registros not = null then
               move ws-qtd-pendencias to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

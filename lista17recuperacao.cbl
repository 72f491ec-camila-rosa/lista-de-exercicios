      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17recuperacao".
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

      *>   recuperação do ano letivo - uma linha por aluno e disciplina em
      *>   recuperação, da seleção até a nota da prova; o fechamento
      *>   (lista17fechamento) leva tudo para o histórico escolar
           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rec-chave
           file status is ws-fs-arqRecuperacao.

           select arqCadastroAlunos assign to "arqCadastroAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadastroAlunos.

           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogAlteracoes.

      *>   parâmetros da escola, mantidos em lista17parametros - média de
      *>   aprovação e frequência mínima vigentes na data do cálculo
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   cadastro de disciplinas, mantido em lista17exercicio1-com-tela -
      *>   aqui é só consultado para nomear a disciplina na lista
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplinas.

      *>   lista dos alunos em recuperação por turma, pronta p/ imprimir
      *>   e entregar aos professores
           select arqListaRecuperacao assign to "arqListaRecuperacao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqListaRecuperacao.

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

       fd arqRecuperacao.

       01 fd-recuperacao.
           05 fd-rec-chave.
               10 fd-rec-cod-aluno                 pic  9(06).
               10 fd-rec-ano                       pic  9(04).
               10 fd-rec-cod-disc                  pic  9(02).
           05 fd-rec-turma                         pic  9(02).
      *>       média da disciplina no momento da seleção
           05 fd-rec-nota-original                 pic  9(02)v99.
           05 fd-rec-data-prova                    pic  x(10).
      *>       nota da prova e nota que ficou valendo na disciplina -
      *>       em espaços até o lançamento
           05 fd-rec-notas-lancadas.
               10 fd-rec-nota-recuperacao          pic  9(02)v99.
               10 fd-rec-nota-final                pic  9(02)v99.
           05 fd-rec-situacao                      pic  x(01).
               88 fd-rec-selecionado                      value "S".
               88 fd-rec-agendado                         value "G".
               88 fd-rec-lancado                          value "L".
      *>       resultado da disciplina depois da recuperação
           05 fd-rec-resultado                     pic  x(01).
               88 fd-rec-resultado-aprovado               value "A".
               88 fd-rec-resultado-reprovado              value "R".
           05 fd-rec-operador                      pic  x(08).
           05 fd-rec-data-hora                     pic  x(21).

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

      *>   mesmo layout de fd-parametro em lista17parametros
       fd arqParametros.

       01 fd-parametro.
           05 fd-par-chave.
               10 fd-par-cod                       pic  x(12).
               10 fd-par-vigencia                  pic  x(10).
           05 fd-par-valor                         pic  9(03)v9999.
           05 fd-par-operador                      pic  x(08).
           05 fd-par-data-hora                     pic  x(21).

       fd arqDisciplinas.

       01 fd-disciplina.
           05 fd-disc-cod                          pic  9(02).
           05 fd-disc-nome                         pic  x(20).

       fd arqListaRecuperacao.

       01 fd-linha-lista                           pic  x(80).

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
       77 ws-fs-arqRecuperacao                     pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).
       77 ws-fs-arqListaRecuperacao                pic  x(02).

      *>   ano letivo em curso e data de hoje
       77 ws-ano-letivo                            pic  9(04).
       77 ws-data-hoje                             pic  x(10).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-ind-nota                          pic  9(01).
           05 ws-disciplinas-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-disciplinas                  value 'S'.

      *>  turma, disciplina, aluno e prova digitados
       01 ws-recuperacao-manut.
           05 ws-rec-turma                         pic  9(02).
           05 ws-rec-cod-disc                      pic  9(02).
           05 ws-rec-cod-aluno                     pic  9(06).
           05 ws-rec-data-prova                    pic  x(10).
           05 ws-rec-nota-digitada                 pic  9(02)v99.
           05 ws-rec-data-valida                   pic  x(01).
               88 ws-rec-data-e-valida                    value 'S'.
               88 ws-rec-data-e-invalida                  value 'N'.
           05 ws-rec-data-mes                      pic  9(02).
           05 ws-rec-data-dia                      pic  9(02).

      *>  contadores das rotinas
       01 ws-totais-recuperacao.
           05 ws-qtd-selecionados                  pic  9(04).
           05 ws-qtd-ja-selecionados               pic  9(04).
           05 ws-qtd-agendados                     pic  9(04).
           05 ws-qtd-listados                      pic  9(04).
           05 ws-qtd-lancados                      pic  9(05) value zero.

      *>  média de uma disciplina - mesma conta ponderada de
      *>  calcula-media-disc em lista17exercicio1
       01 ws-media-disciplina.
           05 ws-disc-atual                        pic  9(02).
           05 ws-media-disc                        pic  9(02)v99.

      *>  recálculo da média e situação gravadas depois da recuperação
      *>  - mesma conta ponderada e regra de frequência mínima dos
      *>  programas de cadastro; os valores abaixo são o padrão, e a
      *>  vigência do dia em arqParametros prevalece
       01 ws-calculo-media.
           05 ws-ind-media                         pic  9(01).
           05 ws-peso-aux                          pic  9(03).
           05 ws-soma-notas                        pic  9(06)v99.
           05 ws-soma-pesos                        pic  9(04).
           05 ws-qtd-notas                         pic  9(01).
           05 ws-media-aprovacao                   pic  9(02)v99 value 6,00.
           05 ws-frequencia-minima                 pic  9(03)v99 value 75,00.

      *>  busca da regra vigente numa data em arqParametros - o chamador
      *>  informa a regra, a data de referência e o valor padrão
       01 ws-busca-parametro.
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.
           05 ws-parametros-abertos                pic  x(01) value 'N'.
               88 ws-tem-arq-parametros                   value 'S'.

      *>  média e situação do aluno antes da recuperação, p/ o log
       01 ws-antes-recuperacao.
           05 ws-media-anterior                    pic  9(02)v99.
           05 ws-situacao-anterior                 pic  x(01).

      *>  variáveis de log de alteração do cadastro
       01 ws-log-alteracao.
           05 ws-log-cod-aluno                     pic  9(06).
           05 ws-log-campo                         pic  x(15).
           05 ws-log-valor-antigo                  pic  x(35).
           05 ws-log-valor-novo                    pic  x(35).
           05 ws-data-hora-log                     pic  x(21).
      *>       edicao intermediaria para gravar uma nota no log com o ponto
      *>       decimal, ao inves de perder a virgula num move para x(35)
           05 ws-log-nota-edit                     pic zz9,99.

      *>  consulta ao cadastro de disciplinas
       01 ws-disciplina.
           05 ws-disc-cod                          pic  9(02).
           05 ws-disc-nome                         pic  x(20).

      *>  linhas da lista impressa
       01 ws-linha-cab-lista.
           05 filler                               pic  x(21) value
                                                    'Recuperacao - Turma '.
           05 ws-lst-turma                         pic  z9.
           05 filler                               pic  x(14) value
                                                    '  Ano Letivo: '.
           05 ws-lst-ano                           pic  9(04).
           05 filler                               pic  x(15) value
                                                    '  Emitida em: '.
           05 ws-lst-data-emissao                  pic  x(10).

       01 ws-linha-titulo-lista.
           05 filler                               pic  x(80) value
              'Aluno  Nome                      Disciplina            Orig.  Prova       Recup.'.

       01 ws-linha-det-lista.
           05 ws-lst-cod-aluno                     pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-lst-nome                          pic  x(25).
           05 filler                               pic  x(01) value space.
           05 ws-lst-disc-nome                     pic  x(20).
           05 filler                               pic  x(01) value space.
           05 ws-lst-nota-original                 pic  z9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lst-data-prova                    pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lst-nota-recuperacao              pic  x(05).
           05 filler                               pic  x(01) value space.
           05 ws-lst-resultado                     pic  x(01).

       77 ws-lst-nota-edit                         pic  z9,99.
       77 ws-linha-separador                       pic  x(80) value all '-'.

      *>  operador efetivo da sessão - vem do menu via linkage; numa
      *>  execução direta (sem menu) entra o operador coringa
       01 ws-operador-efetivo.
           05 ws-op-efet-cod                       pic  x(08).
           05 ws-op-efet-aut-notas                 pic  x(01).

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

      *>   ciclo de recuperação entre o lançamento das notas e o
      *>   fechamento - seleciona os reprovados por turma e disciplina,
      *>   agenda a prova, lança a nota e recalcula média e situação pela
      *>   regra de substituição; cada alteração vai para o log
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador da sessão - chamado direto (sem o menu) roda com o
      *>   operador coringa e autorização plena
           if address of lk-operador = null then
               move '????????' to ws-op-efet-cod
               move 'S' to ws-op-efet-aut-notas
           else
               move lk-op-cod to ws-op-efet-cod
               move lk-op-aut-notas to ws-op-efet-aut-notas
           end-if

           move function current-date(1:4) to ws-ano-letivo

           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-data-hoje

           open i-o arqRecuperacao

      *>   primeira recuperação de todas - o arquivo ainda não existe
           if ws-fs-arqRecuperacao = '35' then
               open output arqRecuperacao
               close arqRecuperacao
               open i-o arqRecuperacao
           end-if

      *>   tratamento de erro
           if ws-fs-arqRecuperacao <> '00'
           and ws-fs-arqRecuperacao <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqRecuperacao to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRecuperacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
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

      *>   os parâmetros da escola são mantidos em lista17parametros - se
      *>   ainda não existem ('35'), valem os valores padrão
           open input arqParametros

           if ws-fs-arqParametros = '00'
           or ws-fs-arqParametros = '05' then
               set ws-tem-arq-parametros to true
           else
               if ws-fs-arqParametros <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   média de aprovação e frequência mínima vigentes hoje
           move ws-data-hoje to ws-par-data-ref

           move 'MEDIA-APROV' to ws-par-cod-busca
           move ws-media-aprovacao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-media-aprovacao

           move 'FREQ-MINIMA' to ws-par-cod-busca
           move ws-frequencia-minima to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-frequencia-minima

      *>   sem cadastro de disciplinas a lista sai só com o código
           open input arqDisciplinas

           if ws-fs-arqDisciplinas = '00' then
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

               display '---------- Recuperacao ----------'
               display 'Ano Letivo: ' ws-ano-letivo
               display '1 - Selecionar Alunos p/ Recuperacao'
               display '2 - Agendar Prova de Recuperacao'
               display '3 - Lancar Nota de Recuperacao'
               display '4 - Lista de Recuperacao por Turma'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       if ws-op-efet-aut-notas <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform selecionar-elegiveis
                       end-if
                   when '2'
                       if ws-op-efet-aut-notas <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform agendar-prova
                       end-if
                   when '3'
                       if ws-op-efet-aut-notas <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform lancar-nota-recuperacao
                       end-if
                   when '4'
                       perform imprimir-lista-turma
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
      *>  seleciona os elegíveis de uma turma numa disciplina - aluno
      *>  ativo, reprovado por nota ("R") e com média abaixo da mínima
      *>  nessa disciplina; reprovado por falta não tem recuperação
      *>------------------------------------------------------------------------
       selecionar-elegiveis section.

           move zero to ws-qtd-selecionados
           move zero to ws-qtd-ja-selecionados

           display 'Turma: '
           accept ws-rec-turma
           display 'Codigo da Disciplina: '
           accept ws-rec-cod-disc

           if ws-rec-turma = 0
           or ws-rec-cod-disc = 0 then
               display 'Turma e Disciplina sao Obrigatorias'
           else
               move ws-rec-cod-disc to ws-disc-atual

               move 1 to fd-cod-aluno

               start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>       tratamento de erro
               if ws-fs-arqCadastroAlunos <> '00'
               and ws-fs-arqCadastroAlunos <> '23' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCadastroAlunos = '00' then
                   perform until ws-fs-arqCadastroAlunos = '10'

                       read arqCadastroAlunos next

                       if ws-fs-arqCadastroAlunos = '00' then
                           if not fd-ativo-nao
                           and fd-turma = ws-rec-turma
                           and fd-situacao-reprovado then
                               perform calcula-media-disc

                               if ws-qtd-notas <> 0
                               and ws-media-disc < ws-media-aprovacao then
                                   perform incluir-recuperacao
                               end-if
                           end-if
                       else
                           if ws-fs-arqCadastroAlunos <> '10' then
                               move 2 to ws-msn-erro-offset
                               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if

               display 'Alunos Selecionados   : ' ws-qtd-selecionados
               display 'Ja em Recuperacao     : ' ws-qtd-ja-selecionados
           end-if
           .
       selecionar-elegiveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o aluno atualmente lido em fd-alunos na recuperação da
      *>  disciplina ws-disc-atual - seleção repetida não duplica
      *>------------------------------------------------------------------------
       incluir-recuperacao section.

           move fd-cod-aluno to fd-rec-cod-aluno
           move ws-ano-letivo to fd-rec-ano
           move ws-disc-atual to fd-rec-cod-disc

           read arqRecuperacao

           evaluate ws-fs-arqRecuperacao
               when '00'
                   add 1 to ws-qtd-ja-selecionados
               when '23'
                   move fd-turma to fd-rec-turma
                   move ws-media-disc to fd-rec-nota-original
                   move spaces to fd-rec-data-prova
                   move spaces to fd-rec-notas-lancadas
                   set fd-rec-selecionado to true
                   move space to fd-rec-resultado
                   move ws-op-efet-cod to fd-rec-operador
                   move function current-date to fd-rec-data-hora

                   write fd-recuperacao

      *>           tratamento de erro
                   if ws-fs-arqRecuperacao <> '00' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqRecuperacao to ws-msn-erro-cod
                       move 'Erro ao Gravar arq.arqRecuperacao' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-selecionados
                   move ws-media-disc to ws-lst-nota-edit
                   display fd-cod-aluno '  ' fd-aluno '  media ' ws-lst-nota-edit
               when other
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqRecuperacao to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqRecuperacao' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       incluir-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  agenda a prova de uma turma numa disciplina - vale para todos os
      *>  alunos dela ainda sem nota de recuperação; reagendar é permitido
      *>------------------------------------------------------------------------
       agendar-prova section.

           move zero to ws-qtd-agendados

           display 'Turma: '
           accept ws-rec-turma
           display 'Codigo da Disciplina: '
           accept ws-rec-cod-disc
           display 'Data da Prova (aaaa-mm-dd): '
           accept ws-rec-data-prova

           perform validar-data-prova

           if ws-rec-data-e-invalida then
               display 'Data Invalida - use aaaa-mm-dd'
           else
           if ws-rec-data-prova < ws-data-hoje then
               display 'Data da Prova nao pode ser anterior a hoje'
           else
               move zero to fd-rec-cod-aluno
               move zero to fd-rec-ano
               move zero to fd-rec-cod-disc

               start arqRecuperacao key is greater than or equal to fd-rec-chave

      *>       tratamento de erro
               if ws-fs-arqRecuperacao <> '00'
               and ws-fs-arqRecuperacao <> '23' then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqRecuperacao to ws-msn-erro-cod
                   move 'Erro de Start arq.arqRecuperacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqRecuperacao = '00' then
                   perform until ws-fs-arqRecuperacao = '10'

                       read arqRecuperacao next

                       if ws-fs-arqRecuperacao = '00' then
                           if fd-rec-ano = ws-ano-letivo
                           and fd-rec-turma = ws-rec-turma
                           and fd-rec-cod-disc = ws-rec-cod-disc
                           and not fd-rec-lancado then
                               move ws-rec-data-prova to fd-rec-data-prova
                               set fd-rec-agendado to true
                               move ws-op-efet-cod to fd-rec-operador
                               move function current-date to fd-rec-data-hora

                               rewrite fd-recuperacao

      *>                       tratamento de erro
                               if ws-fs-arqRecuperacao <> '00' then
                                   move 4 to ws-msn-erro-offset
                                   move ws-fs-arqRecuperacao to ws-msn-erro-cod
                                   move 'Erro ao Gravar arq.arqRecuperacao' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               add 1 to ws-qtd-agendados
                           end-if
                       else
                           if ws-fs-arqRecuperacao <> '10' then
                               move 4 to ws-msn-erro-offset
                               move ws-fs-arqRecuperacao to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqRecuperacao' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if

               if ws-qtd-agendados = 0 then
                   display 'Nenhum aluno em recuperacao a agendar nesta turma/disciplina'
               else
                   display 'Prova agendada p/ ' ws-qtd-agendados ' aluno(s)'
               end-if
           end-if
           end-if
           .
       agendar-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lança a nota da prova de recuperação de um aluno numa disciplina
      *>  - regra de substituição da escola: nota da prova maior que a
      *>  média da disciplina substitui as notas dela; média e situação do
      *>  aluno são recalculadas e cada alteração vai para o log
      *>------------------------------------------------------------------------
       lancar-nota-recuperacao section.

           display 'Codigo do Aluno: '
           accept ws-rec-cod-aluno
           display 'Codigo da Disciplina: '
           accept ws-rec-cod-disc

           move ws-rec-cod-aluno to fd-rec-cod-aluno
           move ws-ano-letivo to fd-rec-ano
           move ws-rec-cod-disc to fd-rec-cod-disc

           read arqRecuperacao

      *>   tratamento de erro
           if ws-fs-arqRecuperacao <> '00' then
               if ws-fs-arqRecuperacao = '23' then
                   display 'Aluno nao esta em recuperacao nesta disciplina'
               else
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqRecuperacao to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqRecuperacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
           if fd-rec-lancado then
               move fd-rec-nota-recuperacao to ws-lst-nota-edit
               display 'Nota de recuperacao ja lancada: ' ws-lst-nota-edit
                       ' por ' fd-rec-operador
           else
           if fd-rec-selecionado then
               display 'Prova de recuperacao ainda nao agendada'
           else
               move ws-rec-cod-aluno to fd-cod-aluno

               read arqCadastroAlunos

      *>       tratamento de erro
               if ws-fs-arqCadastroAlunos <> '00' then
                   if ws-fs-arqCadastroAlunos = '23' then
                       display 'Aluno nao esta mais no cadastro'
                   else
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   move fd-rec-nota-original to ws-lst-nota-edit
                   display 'Aluno       : ' fd-aluno
                   display 'Prova em    : ' fd-rec-data-prova
                   display 'Media Disc. : ' ws-lst-nota-edit
                   display 'Nota da Prova de Recuperacao: '
                   accept ws-rec-nota-digitada

                   if ws-rec-nota-digitada > 10 then
                       display 'Nota deve ser de 0 a 10'
                   else
                       perform aplicar-nota-recuperacao
                   end-if
               end-if
           end-if
           end-if
           end-if
           .
       lancar-nota-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aplica a nota digitada ao aluno lido em fd-alunos e fecha a linha
      *>  de recuperação lida em fd-recuperacao
      *>------------------------------------------------------------------------
       aplicar-nota-recuperacao section.

           move fd-media to ws-media-anterior
           move fd-situacao to ws-situacao-anterior
           move fd-cod-aluno to ws-log-cod-aluno

      *>   a prova substitui as notas da disciplina só quando supera a
      *>   média dela - recuperação nunca baixa nota
           if ws-rec-nota-digitada > fd-rec-nota-original then
               perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 8
                   if fd-nota(ws-ind-nota) is numeric
                   and fd-cod-disc(ws-ind-nota) = ws-rec-cod-disc
                   and fd-nota(ws-ind-nota) < ws-rec-nota-digitada then
                       move 'Nota Recuperac.' to ws-log-campo
                       move fd-nota(ws-ind-nota) to ws-log-nota-edit
                       move ws-log-nota-edit to ws-log-valor-antigo
                       move ws-rec-nota-digitada to ws-log-nota-edit
                       move ws-log-nota-edit to ws-log-valor-novo
                       perform registrar-log-alteracao

                       move ws-rec-nota-digitada to fd-nota(ws-ind-nota)
                   end-if
               end-perform

               move ws-rec-nota-digitada to fd-rec-nota-final
           else
               move fd-rec-nota-original to fd-rec-nota-final
           end-if

           perform calcula-media-situacao

           rewrite fd-alunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-media <> ws-media-anterior then
               move 'Media' to ws-log-campo
               move ws-media-anterior to ws-log-nota-edit
               move ws-log-nota-edit to ws-log-valor-antigo
               move fd-media to ws-log-nota-edit
               move ws-log-nota-edit to ws-log-valor-novo
               perform registrar-log-alteracao
           end-if

           if fd-situacao <> ws-situacao-anterior then
               move 'Situacao' to ws-log-campo
               move ws-situacao-anterior to ws-log-valor-antigo
               move fd-situacao to ws-log-valor-novo
               perform registrar-log-alteracao
           end-if

      *>   a própria prova também fica no log, mesmo sem mudar nada
           move 'Prova Recuperac' to ws-log-campo
           move fd-rec-nota-original to ws-log-nota-edit
           move ws-log-nota-edit to ws-log-valor-antigo
           move ws-rec-nota-digitada to ws-log-nota-edit
           move ws-log-nota-edit to ws-log-valor-novo
           perform registrar-log-alteracao

           move ws-rec-nota-digitada to fd-rec-nota-recuperacao
           if fd-rec-nota-final >= ws-media-aprovacao then
               set fd-rec-resultado-aprovado to true
           else
               set fd-rec-resultado-reprovado to true
           end-if
           set fd-rec-lancado to true
           move ws-op-efet-cod to fd-rec-operador
           move function current-date to fd-rec-data-hora

           rewrite fd-recuperacao

      *>   tratamento de erro
           if ws-fs-arqRecuperacao <> '00' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqRecuperacao to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRecuperacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-lancados

           move fd-media to ws-lst-nota-edit
           display 'Nova Media  : ' ws-lst-nota-edit
           display 'Situacao    : ' fd-situacao
           .
       aplicar-nota-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava em arqListaRecuperacao.txt os alunos em recuperação de uma
      *>  turma no ano letivo, com a disciplina, a prova e a nota
      *>------------------------------------------------------------------------
       imprimir-lista-turma section.

           move zero to ws-qtd-listados

           display 'Turma: '
           accept ws-rec-turma

           open output arqListaRecuperacao

      *>   tratamento de erro
           if ws-fs-arqListaRecuperacao <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqListaRecuperacao to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqListaRecuperacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-rec-turma to ws-lst-turma
           move ws-ano-letivo to ws-lst-ano
           move ws-data-hoje to ws-lst-data-emissao
           move ws-linha-cab-lista to fd-linha-lista
           perform gravar-linha-lista

           move ws-linha-separador to fd-linha-lista
           perform gravar-linha-lista

           move ws-linha-titulo-lista to fd-linha-lista
           perform gravar-linha-lista

           move zero to fd-rec-cod-aluno
           move zero to fd-rec-ano
           move zero to fd-rec-cod-disc

           start arqRecuperacao key is greater than or equal to fd-rec-chave

      *>   tratamento de erro
           if ws-fs-arqRecuperacao <> '00'
           and ws-fs-arqRecuperacao <> '23' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqRecuperacao to ws-msn-erro-cod
               move 'Erro de Start arq.arqRecuperacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRecuperacao = '00' then
               perform until ws-fs-arqRecuperacao = '10'

                   read arqRecuperacao next

                   if ws-fs-arqRecuperacao = '00' then
                       if fd-rec-ano = ws-ano-letivo
                       and fd-rec-turma = ws-rec-turma then
                           perform gravar-detalhe-lista
                       end-if
                   else
                       if ws-fs-arqRecuperacao <> '10' then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqRecuperacao to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqRecuperacao' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           move ws-linha-separador to fd-linha-lista
           perform gravar-linha-lista

           close arqListaRecuperacao

           if ws-qtd-listados = 0 then
               display 'Nenhum aluno em recuperacao nesta turma'
           else
               display ws-qtd-listados ' aluno(s)/disciplina(s) gravados em arqListaRecuperacao.txt'
           end-if
           .
       imprimir-lista-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta a linha da lista para a recuperação lida em fd-recuperacao
      *>------------------------------------------------------------------------
       gravar-detalhe-lista section.

           move fd-rec-cod-aluno to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   move fd-aluno to ws-lst-nome
               when '23'
                   move 'ALUNO NAO CADASTRADO' to ws-lst-nome
               when other
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move fd-rec-cod-disc to ws-disc-cod
           perform buscar-nome-disciplina

           move fd-rec-cod-aluno to ws-lst-cod-aluno
           move ws-disc-nome to ws-lst-disc-nome
           move fd-rec-nota-original to ws-lst-nota-original

           if fd-rec-selecionado then
               move 'a agendar' to ws-lst-data-prova
           else
               move fd-rec-data-prova to ws-lst-data-prova
           end-if

           if fd-rec-lancado then
               move fd-rec-nota-recuperacao to ws-lst-nota-edit
               move ws-lst-nota-edit to ws-lst-nota-recuperacao
               move fd-rec-resultado to ws-lst-resultado
           else
               move spaces to ws-lst-nota-recuperacao
               move space to ws-lst-resultado
           end-if

           move ws-linha-det-lista to fd-linha-lista
           perform gravar-linha-lista

           add 1 to ws-qtd-listados
           .
       gravar-detalhe-lista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha na lista, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha-lista section.

           write fd-linha-lista

      *>   tratamento de erro
           if ws-fs-arqListaRecuperacao <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqListaRecuperacao to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqListaRecuperacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-lista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca o nome da disciplina ws-disc-cod
      *>------------------------------------------------------------------------
       buscar-nome-disciplina section.

           if not ws-tem-arq-disciplinas then
               move 'DISC. NAO CADASTRADA' to ws-disc-nome
           else
               move ws-disc-cod to fd-disc-cod

               read arqDisciplinas

               evaluate ws-fs-arqDisciplinas
                   when '00'
                       move fd-disc-nome to ws-disc-nome
                   when '23'
                       move 'DISC. NAO CADASTRADA' to ws-disc-nome
                   when other
                       move 10 to ws-msn-erro-offset
                       move ws-fs-arqDisciplinas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqDisciplinas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       buscar-nome-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  média ponderada da disciplina ws-disc-atual do aluno lido em
      *>  fd-alunos - mesma conta de calcula-media-disc em lista17exercicio1
      *>------------------------------------------------------------------------
       calcula-media-disc section.

           move zero to ws-soma-notas
           move zero to ws-soma-pesos
           move zero to ws-qtd-notas

           perform varying ws-ind-media from 1 by 1 until ws-ind-media > 8
               if fd-nota(ws-ind-media) is numeric
               and fd-cod-disc(ws-ind-media) = ws-disc-atual then
                   if fd-peso(ws-ind-media) is numeric
                   and fd-peso(ws-ind-media) > 0 then
                       move fd-peso(ws-ind-media) to ws-peso-aux
                   else
                       move 1 to ws-peso-aux
                   end-if

                   compute ws-soma-notas = ws-soma-notas
                         + (fd-nota(ws-ind-media) * ws-peso-aux)
                   add ws-peso-aux to ws-soma-pesos
                   add 1 to ws-qtd-notas
               end-if
           end-perform

           if ws-qtd-notas <> 0 then
               compute ws-media-disc rounded = ws-soma-notas / ws-soma-pesos
           else
               move zero to ws-media-disc
           end-if
           .
       calcula-media-disc-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  calcula media e situação do aluno atualmente lido em fd-alunos -
      *>  mesma conta ponderada e regra de frequência mínima de
      *>  calcula-media-situacao em lista17exercicio1
      *>------------------------------------------------------------------------
       calcula-media-situacao section.

           move zero to ws-soma-notas
           move zero to ws-soma-pesos
           move zero to ws-qtd-notas

           perform varying ws-ind-media from 1 by 1 until ws-ind-media > 8
               if fd-nota(ws-ind-media) is numeric then
                   if fd-peso(ws-ind-media) is numeric
                   and fd-peso(ws-ind-media) > 0 then
                       move fd-peso(ws-ind-media) to ws-peso-aux
                   else
                       move 1 to ws-peso-aux
                   end-if

                   compute ws-soma-notas = ws-soma-notas
                         + (fd-nota(ws-ind-media) * ws-peso-aux)
                   add ws-peso-aux to ws-soma-pesos
                   add 1 to ws-qtd-notas
               end-if
           end-perform

           if ws-qtd-notas <> 0 then
               compute fd-media rounded = ws-soma-notas / ws-soma-pesos
           else
               move zero to fd-media
           end-if

           if fd-media >= ws-media-aprovacao then
               set fd-situacao-aprovado to true
           else
               set fd-situacao-reprovado to true
           end-if

      *>   regra da escola - frequência abaixo da mínima vigente reprova
      *>   por falta ("RF"), qualquer que seja a média das notas
           if fd-frequencia is numeric
           and fd-frequencia < ws-frequencia-minima then
               set fd-situacao-reprovado-falta to true
           end-if
           .
       calcula-media-situacao-exit.
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
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro de Start arq.arqParametros' to ws-msn-erro-text
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
                               move 11 to ws-msn-erro-offset
                               move ws-fs-arqParametros to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqParametros' to ws-msn-erro-text
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
      *>  valida o formato aaaa-mm-dd da data da prova
      *>------------------------------------------------------------------------
       validar-data-prova section.

           set ws-rec-data-e-valida to true

           if ws-rec-data-prova(5:1) <> '-'
           or ws-rec-data-prova(8:1) <> '-'
           or ws-rec-data-prova(1:4) is not numeric
           or ws-rec-data-prova(6:2) is not numeric
           or ws-rec-data-prova(9:2) is not numeric then
               set ws-rec-data-e-invalida to true
           else
               move ws-rec-data-prova(6:2) to ws-rec-data-mes
               move ws-rec-data-prova(9:2) to ws-rec-data-dia

               if ws-rec-data-mes < 1 or ws-rec-data-mes > 12
               or ws-rec-data-dia < 1 or ws-rec-data-dia > 31 then
                   set ws-rec-data-e-invalida to true
               end-if
           end-if
           .
       validar-data-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registrar no log a alteração gravada no cadastro do aluno
      *>------------------------------------------------------------------------
       registrar-log-alteracao section.

           move function current-date to ws-data-hora-log

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-log-alteracao

           move ws-log-cod-aluno to fd-log-cod-aluno
           move ws-log-campo to fd-log-campo
           move ws-log-valor-antigo to fd-log-valor-antigo
           move ws-log-valor-novo to fd-log-valor-novo
           move ws-data-hora-log to fd-log-data-hora
           move ws-op-efet-cod to fd-log-operador

           write fd-log-alteracao

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00' then
               move 12 to ws-msn-erro-offset
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
               move 'lista17recuperacao' to fd-jrn-programa
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

           close arqRecuperacao

      *>   tratamento de erro
           if ws-fs-arqRecuperacao <> '00' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqRecuperacao to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRecuperacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogAlteracoes

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arq-parametros then
               close arqParametros
           end-if

           if ws-tem-arq-disciplinas then
               close arqDisciplinas
           end-if

           display 'Notas de recuperacao lancadas nesta sessao: ' ws-qtd-lancados

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

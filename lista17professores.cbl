      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17professores".
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

      *>   cadastro de professores - código, contato, disciplinas em que
      *>   o professor está habilitado a lecionar e situação
           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prof-cod
           file status is ws-fs-arqProfessores.

      *>   atribuições de aula - qual professor responde por cada
      *>   disciplina de cada turma em cada ano letivo; o lançamento de
      *>   notas confere o professor informado contra esta atribuição
           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-atr-chave
           alternate record key is fd-atr-cod-professor with duplicates
           file status is ws-fs-arqAtribuicoes.

      *>   cadastro de turmas, mantido em lista17turmas - aqui é só
      *>   consultado para validar a turma da atribuição
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-cod
           file status is ws-fs-arqTurmas.

      *>   cadastro de disciplinas, mantido no cadastro com tela - aqui
      *>   é só consultado para validar as disciplinas do professor
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplinas.

      *>   cadastro de alunos - consultado só para contar os alunos e as
      *>   notas faltantes de cada turma no relatório de carga
           select arqCadastroAlunos assign to "arqCadastroAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadastroAlunos.

      *>   relatório de carga por professor - turmas, disciplinas,
      *>   alunos e notas ainda não lançadas
           select arqRelatorioProfessores assign to "arqRelatorioProfessores.txt"
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

       fd arqProfessores.

       01 fd-professor.
           05 fd-prof-cod                          pic  9(04).
           05 fd-prof-nome                         pic  x(25).
           05 fd-prof-telefone                     pic  x(15).
           05 fd-prof-email                        pic  x(30).
           05 fd-prof-disciplinas.
               10 fd-prof-disc occurs 8            pic  9(02).
           05 fd-prof-ativo                        pic  x(01).
               88 fd-prof-ativo-sim                       value "S".
               88 fd-prof-ativo-nao                       value "N".

       fd arqAtribuicoes.

       01 fd-atribuicao.
           05 fd-atr-chave.
               10 fd-atr-ano                       pic  9(04).
               10 fd-atr-turma                     pic  9(02).
               10 fd-atr-disc                      pic  9(02).
           05 fd-atr-cod-professor                 pic  9(04).

      *>   mesmo layout de fd-turma-reg em lista17turmas
       fd arqTurmas.

       01 fd-turma-reg.
           05 fd-tur-cod                           pic  9(02).
           05 fd-tur-nome                          pic  x(20).
           05 fd-tur-ano                           pic  9(04).
           05 fd-tur-professor                     pic  x(25).
           05 fd-tur-capacidade                    pic  9(03).

      *>   mesmo layout de fd-disciplina em lista17exercicio1-com-tela
       fd arqDisciplinas.

       01 fd-disciplina.
           05 fd-disc-cod                          pic  9(02).
           05 fd-disc-nome                         pic  x(20).

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

       fd arqRelatorioProfessores.

       01 fd-linha-professores                     pic  x(100).

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
       77 ws-fs-arqProfessores                     pic  x(02).
       77 ws-fs-arqAtribuicoes                     pic  x(02).
       77 ws-fs-arqTurmas                          pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

      *>  arquivos só consultados podem ainda não existir - sem eles a
      *>  validação correspondente é dispensada
       77 ws-tem-arq-turmas                        pic  x(01) value 'N'.
       77 ws-tem-arq-disciplinas                   pic  x(01) value 'N'.
       77 ws-tem-arq-alunos                        pic  x(01) value 'N'.

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-ind                               pic  9(02).
           05 ws-ind-nota                          pic  9(02).
           05 ws-qtd-listados                      pic  9(04).
           05 ws-dados-validos                     pic  x(01).
           05 ws-achou-disc                        pic  x(01).
           05 ws-data-atual                        pic  x(10).

      *>  dados do professor digitados na manutenção
       01 ws-professor-manut.
           05 ws-prof-cod                          pic  9(04).
           05 ws-prof-nome                         pic  x(25).
           05 ws-prof-telefone                     pic  x(15).
           05 ws-prof-email                        pic  x(30).
           05 ws-prof-disciplinas.
               10 ws-prof-disc occurs 8            pic  9(02).
           05 ws-prof-ativo                        pic  x(01).

      *>  dados da atribuição digitados na manutenção
       01 ws-atribuicao-manut.
           05 ws-atr-ano                           pic  9(04).
           05 ws-atr-turma                         pic  9(02).
           05 ws-atr-disc                          pic  9(02).
           05 ws-atr-cod-professor                 pic  9(04).

      *>  contadores do relatório de carga
       01 ws-carga.
           05 ws-qtd-alunos-turma                  pic  9(04).
           05 ws-qtd-sem-nota                      pic  9(04).
           05 ws-prof-qtd-atrib                    pic  9(04).
           05 ws-prof-qtd-alunos                   pic  9(05).
           05 ws-prof-qtd-sem-nota                 pic  9(05).
           05 ws-qtd-professores                   pic  9(04).
           05 ws-qtd-atribuicoes                   pic  9(05).
           05 ws-tot-sem-nota                      pic  9(06).

      *>  linhas do relatório de carga
       01 ws-linha-cab-professor.
           05 filler                               pic  x(11) value 'Professor: '.
           05 ws-lcp-cod                           pic  9(04).
           05 filler                               pic  x(03) value ' - '.
           05 ws-lcp-nome                          pic  x(25).
           05 filler                               pic  x(02) value spaces.
           05 ws-lcp-situacao                      pic  x(09).

       01 ws-linha-cab-colunas                     pic  x(100) value
           '  Turma                    Disciplina               Alunos  Sem Nota'.

       01 ws-linha-atribuicao.
           05 filler                               pic  x(02) value spaces.
           05 ws-lat-turma                         pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-lat-turma-nome                    pic  x(20).
           05 filler                               pic  x(02) value spaces.
           05 ws-lat-disc                          pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-lat-disc-nome                     pic  x(20).
           05 filler                               pic  x(03) value spaces.
           05 ws-lat-alunos                        pic  z(03)9.
           05 filler                               pic  x(06) value spaces.
           05 ws-lat-sem-nota                      pic  z(03)9.

       01 ws-linha-sub-professor.
           05 filler                               pic  x(02) value spaces.
           05 filler                               pic  x(14) value 'Atribuicoes: '.
           05 ws-lsp-atrib                         pic  z(03)9.
           05 filler                               pic  x(11) value '  Alunos: '.
           05 ws-lsp-alunos                        pic  z(04)9.
           05 filler                               pic  x(18) value '  Notas faltando: '.
           05 ws-lsp-sem-nota                      pic  z(04)9.

       01 ws-linha-total.
           05 ws-lin-tot-rotulo                    pic  x(27).
           05 ws-lin-tot-valor                     pic  z(05)9.

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

      *>   cadastro de professores e das atribuições turma x disciplina x
      *>   ano - o lançamento de notas e a solicitação de alteração de
      *>   nota conferem o professor informado contra estas atribuições
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqProfessores

      *>   na primeira execução o cadastro ainda não existe
           if ws-fs-arqProfessores = '35' then
               open output arqProfessores
               close arqProfessores
               open i-o arqProfessores
           end-if

      *>   tratamento de erro
           if ws-fs-arqProfessores <> '00'
           and ws-fs-arqProfessores <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqProfessores to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqProfessores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAtribuicoes

           if ws-fs-arqAtribuicoes = '35' then
               open output arqAtribuicoes
               close arqAtribuicoes
               open i-o arqAtribuicoes
           end-if

      *>   tratamento de erro
           if ws-fs-arqAtribuicoes <> '00'
           and ws-fs-arqAtribuicoes <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqAtribuicoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqAtribuicoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas

      *>   tratamento de erro - '35' é aceito, sem cadastro de turmas a
      *>   turma da atribuição não é conferida
           evaluate ws-fs-arqTurmas
               when '00'
                   move 'S' to ws-tem-arq-turmas
               when '35'
                   continue
               when other
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqDisciplinas

      *>   tratamento de erro - '35' é aceito, sem cadastro de
      *>   disciplinas o código não é conferido
           evaluate ws-fs-arqDisciplinas
               when '00'
                   move 'S' to ws-tem-arq-disciplinas
               when '35'
                   continue
               when other
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqDisciplinas to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqDisciplinas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqCadastroAlunos

      *>   tratamento de erro - '35' é aceito, sem cadastro a carga sai
      *>   sem alunos
           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   move 'S' to ws-tem-arq-alunos
               when '35'
                   continue
               when other
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           string function current-date(1:4) '-'
                  function current-date(5:2) '-'
                  function current-date(7:2)
             delimited by size
             into ws-data-atual
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display erase

               display '---------- Cadastro de Professores ----------'
               display '1 - Incluir Professor'
               display '2 - Alterar Professor'
               display '3 - Listar Professores'
               display '4 - Atribuir Turma/Disciplina'
               display '5 - Remover Atribuicao'
               display '6 - Listar Atribuicoes do Ano'
               display '7 - Relatorio de Carga por Professor'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       perform incluir-professor
                   when '2'
                       perform alterar-professor
                   when '3'
                       perform listar-professores
                   when '4'
                       perform atribuir-turma-disciplina
                   when '5'
                       perform remover-atribuicao
                   when '6'
                       perform listar-atribuicoes
                   when '7'
                       perform relatorio-carga
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
      *>  inclui um professor novo
      *>------------------------------------------------------------------------
       incluir-professor section.

           display 'Codigo do Professor: '
           accept ws-prof-cod

           if ws-prof-cod = 0 then
               display 'Codigo do Professor deve ser de 1 a 9999'
           else
               move ws-prof-cod to fd-prof-cod

               read arqProfessores

               evaluate ws-fs-arqProfessores
                   when '00'
                       display 'Professor ja Cadastrado'
                   when '23'
                       move 'S' to ws-prof-ativo
                       perform aceitar-dados-professor

                       if ws-dados-validos = 'S' then
                           perform montar-registro-professor

                           write fd-professor

      *>                   tratamento de erro
                           if ws-fs-arqProfessores <> '00' then
                               move 2 to ws-msn-erro-offset
                               move ws-fs-arqProfessores to ws-msn-erro-cod
                               move 'Erro ao Gravar arq.arqProfessores' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           display 'Professor Incluido'
                       end-if
                   when other
                       move 2 to ws-msn-erro-offset
                       move ws-fs-arqProfessores to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       incluir-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  altera um professor existente - inclusive a situação; professor
      *>  inativo não é aceito em novas atribuições nem no lançamento
      *>------------------------------------------------------------------------
       alterar-professor section.

           display 'Codigo do Professor: '
           accept ws-prof-cod

           move ws-prof-cod to fd-prof-cod

           read arqProfessores

      *>   tratamento de erro
           if ws-fs-arqProfessores <> '00' then
               if ws-fs-arqProfessores = '23' then
                   display 'Professor nao Cadastrado'
               else
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqProfessores to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               perform mostrar-professor

               display 'Ativo (S/N): '
               accept ws-prof-ativo
               move function upper-case(ws-prof-ativo) to ws-prof-ativo

               if ws-prof-ativo <> 'S'
               and ws-prof-ativo <> 'N' then
                   display 'Situacao deve ser S ou N'
               else
                   perform aceitar-dados-professor

                   if ws-dados-validos = 'S' then
                       perform montar-registro-professor

                       rewrite fd-professor

      *>               tratamento de erro
                       if ws-fs-arqProfessores <> '00' then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqProfessores to ws-msn-erro-cod
                           move 'Erro ao Alterar arq.arqProfessores' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display 'Professor Alterado'
                   end-if
               end-if
           end-if
           .
       alterar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra os dados atuais do professor lido em fd-professor
      *>------------------------------------------------------------------------
       mostrar-professor section.

           display 'Dados atuais:'
           display 'Nome       : ' fd-prof-nome
           display 'Telefone   : ' fd-prof-telefone
           display 'E-mail     : ' fd-prof-email
           display 'Ativo      : ' fd-prof-ativo
           display 'Disciplinas: ' fd-prof-disc(1) ' '
                                   fd-prof-disc(2) ' '
                                   fd-prof-disc(3) ' '
                                   fd-prof-disc(4) ' '
                                   fd-prof-disc(5) ' '
                                   fd-prof-disc(6) ' '
                                   fd-prof-disc(7) ' '
                                   fd-prof-disc(8)
           .
       mostrar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita nome, contato e as disciplinas em que o professor está
      *>  habilitado - até 8, encerrando com zero
      *>------------------------------------------------------------------------
       aceitar-dados-professor section.

           move 'S' to ws-dados-validos
           move zeros to ws-prof-disciplinas

           display 'Nome do Professor: '
           accept ws-prof-nome
           display 'Telefone: '
           accept ws-prof-telefone
           display 'E-mail: '
           accept ws-prof-email

           display 'Disciplinas habilitadas (ate 8, zero encerra)'

           move 1 to ws-ind
           perform until ws-ind > 8
               display 'Disciplina ' ws-ind ': '
               accept ws-prof-disc(ws-ind)

               if ws-prof-disc(ws-ind) = 0 then
                   move 9 to ws-ind
               else
                   move ws-prof-disc(ws-ind) to ws-atr-disc
                   perform validar-disciplina

                   if ws-achou-disc = 'S' then
                       add 1 to ws-ind
                   else
                       display 'Disciplina nao Cadastrada'
                       move zero to ws-prof-disc(ws-ind)
                   end-if
               end-if
           end-perform

           if ws-prof-nome = spaces then
               display 'Nome do Professor e Obrigatorio'
               move 'N' to ws-dados-validos
           else
               if ws-prof-disc(1) = 0 then
                   display 'Informe ao menos uma Disciplina'
                   move 'N' to ws-dados-validos
               end-if
           end-if
           .
       aceitar-dados-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta o registro do professor a partir dos dados aceitos
      *>------------------------------------------------------------------------
       montar-registro-professor section.

           move ws-prof-cod to fd-prof-cod
           move ws-prof-nome to fd-prof-nome
           move ws-prof-telefone to fd-prof-telefone
           move ws-prof-email to fd-prof-email
           move ws-prof-disciplinas to fd-prof-disciplinas
           move ws-prof-ativo to fd-prof-ativo
           .
       montar-registro-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os professores cadastrados
      *>------------------------------------------------------------------------
       listar-professores section.

           move zero to ws-qtd-listados

           display 'Cod   Nome                       Telefone         Ativo'

           move zero to fd-prof-cod

           start arqProfessores key is greater than or equal to fd-prof-cod

      *>   tratamento de erro
           if ws-fs-arqProfessores <> '00'
           and ws-fs-arqProfessores <> '23' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqProfessores to ws-msn-erro-cod
               move 'Erro de Start arq.arqProfessores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqProfessores = '00' then
               perform until ws-fs-arqProfessores = '10'

                   read arqProfessores next

                   if ws-fs-arqProfessores = '00' then
                       add 1 to ws-qtd-listados
                       display fd-prof-cod '  '
                               fd-prof-nome '  '
                               fd-prof-telefone '  '
                               fd-prof-ativo
                   else
                       if ws-fs-arqProfessores <> '10' then
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqProfessores to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           if ws-qtd-listados = 0 then
               display 'Nenhum Professor Cadastrado'
           end-if
           .
       listar-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  atribui (ou troca) o professor de uma disciplina numa turma no
      *>  ano letivo - o professor precisa estar ativo e habilitado
      *>------------------------------------------------------------------------
       atribuir-turma-disciplina section.

           perform aceitar-chave-atribuicao

           display 'Codigo do Professor: '
           accept ws-atr-cod-professor

           move 'S' to ws-dados-validos

           perform validar-turma

           if ws-dados-validos = 'S' then
               perform validar-disciplina
               if ws-achou-disc <> 'S' then
                   display 'Disciplina nao Cadastrada'
                   move 'N' to ws-dados-validos
               end-if
           end-if

           if ws-dados-validos = 'S' then
               perform validar-professor-habilitado
           end-if

           if ws-dados-validos = 'S' then
               move ws-atr-ano to fd-atr-ano
               move ws-atr-turma to fd-atr-turma
               move ws-atr-disc to fd-atr-disc

               read arqAtribuicoes

               evaluate ws-fs-arqAtribuicoes
                   when '00'
      *>               a disciplina já tem professor na turma - a troca
      *>               precisa ser confirmada
                       if fd-atr-cod-professor = ws-atr-cod-professor then
                           display 'Atribuicao ja Cadastrada'
                       else
                           display 'Disciplina atribuida ao professor '
                                   fd-atr-cod-professor
                           display 'Substituir? S-im/N-ao'
                           accept ws-confirma
                           move function upper-case(ws-confirma) to ws-confirma

                           if ws-confirma = 'S' then
                               move ws-atr-cod-professor to fd-atr-cod-professor

                               rewrite fd-atribuicao

      *>                       tratamento de erro
                               if ws-fs-arqAtribuicoes <> '00' then
                                   move 5 to ws-msn-erro-offset
                                   move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                                   move 'Erro ao Alterar arq.arqAtribuicoes' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               display 'Atribuicao Alterada'
                           end-if
                       end-if
                   when '23'
                       move ws-atr-cod-professor to fd-atr-cod-professor

                       write fd-atribuicao

      *>               tratamento de erro
                       if ws-fs-arqAtribuicoes <> '00' then
                           move 5 to ws-msn-erro-offset
                           move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqAtribuicoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display 'Atribuicao Incluida'
                   when other
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqAtribuicoes' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       atribuir-turma-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remove a atribuição de uma disciplina numa turma no ano
      *>------------------------------------------------------------------------
       remover-atribuicao section.

           perform aceitar-chave-atribuicao

           move ws-atr-ano to fd-atr-ano
           move ws-atr-turma to fd-atr-turma
           move ws-atr-disc to fd-atr-disc

           read arqAtribuicoes

           evaluate ws-fs-arqAtribuicoes
               when '00'
                   display 'Professor atribuido: ' fd-atr-cod-professor
                   display 'Confirma a remocao? S-im/N-ao'
                   accept ws-confirma
                   move function upper-case(ws-confirma) to ws-confirma

                   if ws-confirma = 'S' then
                       delete arqAtribuicoes

      *>               tratamento de erro
                       if ws-fs-arqAtribuicoes <> '00' then
                           move 6 to ws-msn-erro-offset
                           move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                           move 'Erro ao Excluir arq.arqAtribuicoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display 'Atribuicao Removida'
                   end-if
               when '23'
                   display 'Atribuicao nao Cadastrada'
               when other
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqAtribuicoes' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       remover-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita ano, turma e disciplina da atribuição - ano em branco
      *>  (zero) assume o ano corrente
      *>------------------------------------------------------------------------
       aceitar-chave-atribuicao section.

           display 'Ano Letivo (aaaa, zero = ano corrente): '
           accept ws-atr-ano

           if ws-atr-ano = 0 then
               move ws-data-atual(1:4) to ws-atr-ano
           end-if

           display 'Codigo da Turma: '
           accept ws-atr-turma
           display 'Codigo da Disciplina: '
           accept ws-atr-disc
           .
       aceitar-chave-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista as atribuições de um ano letivo, por turma e disciplina
      *>------------------------------------------------------------------------
       listar-atribuicoes section.

           move zero to ws-qtd-listados

           display 'Ano Letivo (aaaa, zero = ano corrente): '
           accept ws-atr-ano

           if ws-atr-ano = 0 then
               move ws-data-atual(1:4) to ws-atr-ano
           end-if

           display 'Turma  Disciplina  Professor'

           move ws-atr-ano to fd-atr-ano
           move zero to fd-atr-turma
           move zero to fd-atr-disc

           start arqAtribuicoes key is greater than or equal to fd-atr-chave

      *>   tratamento de erro
           if ws-fs-arqAtribuicoes <> '00'
           and ws-fs-arqAtribuicoes <> '23' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqAtribuicoes to ws-msn-erro-cod
               move 'Erro de Start arq.arqAtribuicoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAtribuicoes = '00' then
               perform until ws-fs-arqAtribuicoes = '10'

                   read arqAtribuicoes next

                   if ws-fs-arqAtribuicoes = '00' then
      *>               a chave começa pelo ano - passou do ano, acabou
                       if fd-atr-ano <> ws-atr-ano then
                           move '10' to ws-fs-arqAtribuicoes
                       else
                           add 1 to ws-qtd-listados

                           move fd-atr-cod-professor to fd-prof-cod
                           perform ler-professor

                           display fd-atr-turma '     '
                                   fd-atr-disc '          '
                                   fd-atr-cod-professor ' '
                                   fd-prof-nome
                       end-if
                   else
                       if ws-fs-arqAtribuicoes <> '10' then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqAtribuicoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           if ws-qtd-listados = 0 then
               display 'Nenhuma Atribuicao no Ano'
           end-if
           .
       listar-atribuicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a turma da atribuição no cadastro de turmas - a turma
      *>  precisa existir e ser do mesmo ano letivo
      *>------------------------------------------------------------------------
       validar-turma section.

           if ws-atr-turma = 0 then
               display 'Codigo da Turma deve ser de 1 a 99'
               move 'N' to ws-dados-validos
           else
               if ws-tem-arq-turmas = 'S' then
                   move ws-atr-turma to fd-tur-cod

                   read arqTurmas

                   evaluate ws-fs-arqTurmas
                       when '00'
                           if fd-tur-ano <> ws-atr-ano then
                               display 'Turma e do ano letivo ' fd-tur-ano
                               move 'N' to ws-dados-validos
                           end-if
                       when '23'
                           display 'Turma nao Cadastrada'
                           move 'N' to ws-dados-validos
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqTurmas to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if
           .
       validar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o código ws-atr-disc no cadastro de disciplinas - sem o
      *>  cadastro, qualquer código diferente de zero é aceito
      *>------------------------------------------------------------------------
       validar-disciplina section.

           move 'N' to ws-achou-disc

           if ws-atr-disc <> 0 then
               if ws-tem-arq-disciplinas = 'S' then
                   move ws-atr-disc to fd-disc-cod

                   read arqDisciplinas

                   evaluate ws-fs-arqDisciplinas
                       when '00'
                           move 'S' to ws-achou-disc
                       when '23'
                           continue
                       when other
                           move 9 to ws-msn-erro-offset
                           move ws-fs-arqDisciplinas to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqDisciplinas' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               else
                   move 'S' to ws-achou-disc
               end-if
           end-if
           .
       validar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se o professor ws-atr-cod-professor existe, está ativo
      *>  e é habilitado na disciplina ws-atr-disc
      *>------------------------------------------------------------------------
       validar-professor-habilitado section.

           move ws-atr-cod-professor to fd-prof-cod

           read arqProfessores

           evaluate ws-fs-arqProfessores
               when '00'
                   if fd-prof-ativo-nao then
                       display 'Professor Inativo'
                       move 'N' to ws-dados-validos
                   else
                       move 'N' to ws-achou-disc
                       move 1 to ws-ind
                       perform until ws-ind > 8
                           if fd-prof-disc(ws-ind) = ws-atr-disc then
                               move 'S' to ws-achou-disc
                           end-if
                           add 1 to ws-ind
                       end-perform

                       if ws-achou-disc <> 'S' then
                           display 'Professor nao Habilitado na Disciplina'
                           move 'N' to ws-dados-validos
                       end-if
                   end-if
               when '23'
                   display 'Professor nao Cadastrado'
                   move 'N' to ws-dados-validos
               when other
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqProfessores to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       validar-professor-habilitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o professor fd-prof-cod só para exibição - não cadastrado
      *>  sai com o nome em branco
      *>------------------------------------------------------------------------
       ler-professor section.

           read arqProfessores

           evaluate ws-fs-arqProfessores
               when '00'
                   continue
               when '23'
                   move spaces to fd-prof-nome
                   move spaces to fd-prof-ativo
               when other
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqProfessores to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       ler-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório de carga por professor no ano letivo - cada turma e
      *>  disciplina atribuída, com os alunos ativos da turma e quantos
      *>  deles ainda não têm nota lançada naquela disciplina
      *>------------------------------------------------------------------------
       relatorio-carga section.

           display 'Ano Letivo (aaaa, zero = ano corrente): '
           accept ws-atr-ano

           if ws-atr-ano = 0 then
               move ws-data-atual(1:4) to ws-atr-ano
           end-if

           initialize ws-carga

           open output arqRelatorioProfessores

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRelatorioProfessores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-professores
           string 'Carga por Professor - Ano Letivo ' ws-atr-ano
                  ' - emitido em ' ws-data-atual
             delimited by size
             into fd-linha-professores
           perform gravar-linha

           move zero to fd-prof-cod

           start arqProfessores key is greater than or equal to fd-prof-cod

      *>   tratamento de erro
           if ws-fs-arqProfessores <> '00'
           and ws-fs-arqProfessores <> '23' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqProfessores to ws-msn-erro-cod
               move 'Erro de Start arq.arqProfessores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqProfessores = '00' then
               perform until ws-fs-arqProfessores = '10'

                   read arqProfessores next

                   if ws-fs-arqProfessores = '00' then
                       perform carga-do-professor
                   else
                       if ws-fs-arqProfessores <> '10' then
                           move 12 to ws-msn-erro-offset
                           move ws-fs-arqProfessores to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           move spaces to fd-linha-professores
           perform gravar-linha

           move 'Professores listados......: ' to ws-lin-tot-rotulo
           move ws-qtd-professores to ws-lin-tot-valor
           move ws-linha-total to fd-linha-professores
           perform gravar-linha

           move 'Atribuicoes no ano........: ' to ws-lin-tot-rotulo
           move ws-qtd-atribuicoes to ws-lin-tot-valor
           move ws-linha-total to fd-linha-professores
           perform gravar-linha

           move 'Notas faltando............: ' to ws-lin-tot-rotulo
           move ws-tot-sem-nota to ws-lin-tot-valor
           move ws-linha-total to fd-linha-professores
           perform gravar-linha

           close arqRelatorioProfessores

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRelatorioProfessores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display 'Relatorio em arqRelatorioProfessores.txt'
           display 'Professores: ' ws-qtd-professores
                   '  Notas faltando: ' ws-tot-sem-nota
           .
       relatorio-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  atribuições do professor lido em fd-professor no ano - pela
      *>  chave alternativa do professor; quem não tem atribuição no ano
      *>  fica fora do relatório
      *>------------------------------------------------------------------------
       carga-do-professor section.

           move zero to ws-prof-qtd-atrib
           move zero to ws-prof-qtd-alunos
           move zero to ws-prof-qtd-sem-nota

           move fd-prof-cod to fd-atr-cod-professor

           start arqAtribuicoes key is equal to fd-atr-cod-professor

      *>   tratamento de erro
           if ws-fs-arqAtribuicoes <> '00'
           and ws-fs-arqAtribuicoes <> '23' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqAtribuicoes to ws-msn-erro-cod
               move 'Erro de Start arq.arqAtribuicoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAtribuicoes = '00' then
               perform until ws-fs-arqAtribuicoes = '10'

                   read arqAtribuicoes next

                   if ws-fs-arqAtribuicoes = '00' then
                       if fd-atr-cod-professor <> fd-prof-cod then
                           move '10' to ws-fs-arqAtribuicoes
                       else
                           if fd-atr-ano = ws-atr-ano then
                               perform carga-da-atribuicao
                           end-if
                       end-if
                   else
                       if ws-fs-arqAtribuicoes <> '10' then
                           move 13 to ws-msn-erro-offset
                           move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqAtribuicoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           if ws-prof-qtd-atrib > 0 then
               move ws-prof-qtd-atrib to ws-lsp-atrib
               move ws-prof-qtd-alunos to ws-lsp-alunos
               move ws-prof-qtd-sem-nota to ws-lsp-sem-nota
               move ws-linha-sub-professor to fd-linha-professores
               perform gravar-linha

               add 1 to ws-qtd-professores
           end-if
           .
       carga-do-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  uma linha do relatório por atribuição - o cabeçalho do
      *>  professor sai antes da primeira
      *>------------------------------------------------------------------------
       carga-da-atribuicao section.

           if ws-prof-qtd-atrib = 0 then
               move spaces to fd-linha-professores
               perform gravar-linha

               move fd-prof-cod to ws-lcp-cod
               move fd-prof-nome to ws-lcp-nome
               if fd-prof-ativo-nao then
                   move '(inativo)' to ws-lcp-situacao
               else
                   move spaces to ws-lcp-situacao
               end-if
               move ws-linha-cab-professor to fd-linha-professores
               perform gravar-linha

               move ws-linha-cab-colunas to fd-linha-professores
               perform gravar-linha
           end-if

           add 1 to ws-prof-qtd-atrib
           add 1 to ws-qtd-atribuicoes

           move fd-atr-turma to ws-lat-turma
           move spaces to ws-lat-turma-nome

           if ws-tem-arq-turmas = 'S' then
               move fd-atr-turma to fd-tur-cod
               read arqTurmas
               evaluate ws-fs-arqTurmas
                   when '00'
                       move fd-tur-nome to ws-lat-turma-nome
                   when '23'
                       move '(turma nao cadastrada)' to ws-lat-turma-nome
                   when other
                       move 14 to ws-msn-erro-offset
                       move ws-fs-arqTurmas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move fd-atr-disc to ws-lat-disc
           move spaces to ws-lat-disc-nome

           if ws-tem-arq-disciplinas = 'S' then
               move fd-atr-disc to fd-disc-cod
               read arqDisciplinas
               evaluate ws-fs-arqDisciplinas
                   when '00'
                       move fd-disc-nome to ws-lat-disc-nome
                   when '23'
                       continue
                   when other
                       move 14 to ws-msn-erro-offset
                       move ws-fs-arqDisciplinas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqDisciplinas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform contar-alunos-sem-nota

           move ws-qtd-alunos-turma to ws-lat-alunos
           move ws-qtd-sem-nota to ws-lat-sem-nota
           move ws-linha-atribuicao to fd-linha-professores
           perform gravar-linha

           add ws-qtd-alunos-turma to ws-prof-qtd-alunos
           add ws-qtd-sem-nota to ws-prof-qtd-sem-nota
           add ws-qtd-sem-nota to ws-tot-sem-nota
           .
       carga-da-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os alunos ativos da turma da atribuição e, entre eles, os
      *>  que não têm nenhuma nota lançada na disciplina atribuída
      *>------------------------------------------------------------------------
       contar-alunos-sem-nota section.

           move zero to ws-qtd-alunos-turma
           move zero to ws-qtd-sem-nota

           if ws-tem-arq-alunos = 'S' then
               move 1 to fd-cod-aluno

               start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>       tratamento de erro
               if ws-fs-arqCadastroAlunos <> '00'
               and ws-fs-arqCadastroAlunos <> '23' then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCadastroAlunos = '00' then
                   perform until ws-fs-arqCadastroAlunos = '10'

                       read arqCadastroAlunos next

                       if ws-fs-arqCadastroAlunos = '00' then
                           if not fd-ativo-nao
                           and fd-turma = fd-atr-turma then
                               add 1 to ws-qtd-alunos-turma

                               move 'N' to ws-achou-disc
                               move 1 to ws-ind-nota
                               perform until ws-ind-nota > 8
      *>                           posição só reservada pela matriz
      *>                           curricular, sem nota, não conta
                                   if fd-cod-disc(ws-ind-nota) = fd-atr-disc
                                   and fd-nota(ws-ind-nota) is numeric then
                                       move 'S' to ws-achou-disc
                                   end-if
                                   add 1 to ws-ind-nota
                               end-perform

                               if ws-achou-disc <> 'S' then
                                   add 1 to ws-qtd-sem-nota
                               end-if
                           end-if
                       else
                           if ws-fs-arqCadastroAlunos <> '10' then
                               move 15 to ws-msn-erro-offset
                               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       contar-alunos-sem-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no relatório, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha section.

           write fd-linha-professores

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 16 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioProfessores' to ws-msn-erro-text
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
               move 'lista17professores' to fd-jrn-programa
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

           close arqProfessores

      *>   tratamento de erro
           if ws-fs-arqProfessores <> '00' then
               move 17 to ws-msn-erro-offset
               move ws-fs-arqProfessores to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqProfessores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAtribuicoes

      *>   tratamento de erro
           if ws-fs-arqAtribuicoes <> '00' then
               move 17 to ws-msn-erro-offset
               move ws-fs-arqAtribuicoes to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqAtribuicoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arq-turmas = 'S' then
               close arqTurmas
           end-if

           if ws-tem-arq-disciplinas = 'S' then
               close arqDisciplinas
           end-if

           if ws-tem-arq-alunos = 'S' then
               close arqCadastroAlunos
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

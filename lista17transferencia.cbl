      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17transferencia".
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

      *>   movimentação de turma - um registro por matrícula,
      *>   transferência entre turmas ou saída da escola, com a data em
      *>   que vale; é por ela que os relatórios de uma data passada
      *>   encontram a turma em que o aluno estava naquele dia
           select arqMovimentacaoTurma assign to "arqMovimentacaoTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtu-chave
           file status is ws-fs-arqMovimentacao.

           select arqCadastroAlunos assign to "arqCadastroAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadastroAlunos.

      *>   cadastro de turmas, mantido em lista17turmas - a turma de
      *>   destino precisa existir e ter vaga
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-cod
           file status is ws-fs-arqTurmas.

      *>   lista de espera das turmas lotadas, mantida em
      *>   lista17listaespera - quem aguarda ou tem oferta em aberto já
      *>   ocupa o lugar na conferência de lotação
           select arqListaEspera assign to "arqListaEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-numero
           alternate record key is fd-esp-turma with duplicates
           file status is ws-fs-arqListaEspera.

      *>   frequência diária, mantida em lista17frequencia - a guia leva
      *>   a frequência até a data de saída
           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   calendário letivo, mantido em lista17calendario - base dos
      *>   dias letivos da frequência da guia
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>   cadastro de disciplinas - nomeia as notas da guia
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplinas.

      *>   trilha de auditoria do cadastro - a troca de turma e a saída
      *>   ficam registradas aqui como as alterações do cadastro
           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogAlteracoes.

      *>   guias de transferência emitidas, acumuladas para impressão
           select arqGuiasTransferencia assign to "arqGuiasTransferencia.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGuias.

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

       fd arqMovimentacaoTurma.

       01 fd-mov-turma.
           05 fd-mtu-chave.
               10 fd-mtu-cod-aluno                 pic  9(06).
               10 fd-mtu-data-efetiva              pic  x(10).
      *>           mais de um movimento do aluno na mesma data
               10 fd-mtu-seq                       pic  9(02).
           05 fd-mtu-tipo                          pic  x(01).
               88 fd-mtu-matricula                        value "M".
               88 fd-mtu-transferencia                    value "T".
               88 fd-mtu-saida                            value "S".
      *>       turma zero na origem = ainda não estava na escola; no
      *>       destino = deixou a escola
           05 fd-mtu-turma-origem                  pic  9(02).
           05 fd-mtu-turma-destino                 pic  9(02).
           05 fd-mtu-motivo                        pic  x(40).
           05 fd-mtu-escola-destino                pic  x(30).
           05 fd-mtu-data-registro                 pic  x(10).
           05 fd-mtu-operador                      pic  x(08).

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

      *>   mesmo layout de fd-turma-reg em lista17turmas
       fd arqTurmas.

       01 fd-turma-reg.
           05 fd-tur-cod                           pic  9(02).
           05 fd-tur-nome                          pic  x(20).
           05 fd-tur-ano                           pic  9(04).
           05 fd-tur-professor                     pic  x(25).
           05 fd-tur-capacidade                    pic  9(03).

      *>   mesmo layout de fd-lista-espera em lista17listaespera
       fd arqListaEspera.

       01 fd-lista-espera.
           05 fd-esp-numero                        pic  9(06).
           05 fd-esp-turma                         pic  9(02).
           05 fd-esp-data-pedido                   pic  x(10).
           05 fd-esp-candidato                     pic  x(25).
           05 fd-esp-endereco                      pic  x(35).
           05 fd-esp-mae                           pic  x(25).
           05 fd-esp-pai                           pic  x(25).
           05 fd-esp-telefone                      pic  x(15).
           05 fd-esp-serie                         pic  9(02).
           05 fd-esp-cod-responsavel               pic  9(04).
           05 fd-esp-cod-aluno-origem              pic  9(06).
           05 fd-esp-prioridade                    pic  9(01).
           05 fd-esp-situacao                      pic  x(01).
               88 fd-esp-aguardando                       value "E".
               88 fd-esp-em-oferta                        value "O".
           05 fd-esp-data-oferta                   pic  x(10).
           05 fd-esp-prazo-resposta                pic  x(10).
           05 fd-esp-data-resposta                 pic  x(10).
           05 fd-esp-cod-aluno                     pic  9(06).
           05 fd-esp-operador                      pic  x(08).

      *>   mesmo layout de fd-freq-registro em lista17frequencia
       fd arqFrequencia.

       01 fd-freq-registro.
           05 fd-freq-chave.
               10 fd-freq-cod-aluno                pic  9(06).
               10 fd-freq-data                     pic  x(10).
           05 fd-freq-presenca                     pic  x(01).
               88 fd-freq-presente                        value "P".
               88 fd-freq-faltou                          value "F".

      *>   mesmo layout de fd-calendario em lista17calendario
       fd arqCalendario.

       01 fd-calendario.
           05 fd-cal-data                          pic  x(10).
           05 fd-cal-tipo                          pic  x(01).
               88 fd-cal-letivo                           value "L".
               88 fd-cal-feriado                          value "F".
               88 fd-cal-recesso                          value "R".
               88 fd-cal-fim-semana                       value "D".
               88 fd-cal-sem-aula                         value "N".
               88 fd-cal-dia-util                         value "L" "R" "N".
           05 fd-cal-bimestre                      pic  9(01).
           05 fd-cal-descricao                     pic  x(30).
           05 fd-cal-operador                      pic  x(08).

       fd arqDisciplinas.

       01 fd-disciplina.
           05 fd-disc-cod                          pic  9(02).
           05 fd-disc-nome                         pic  x(20).

      *>   mesmo layout de fd-log-alteracao em lista17exercicio1-com-tela
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

       fd arqGuiasTransferencia.

       01 fd-linha-guia                            pic  x(80).

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
       77 ws-fs-arqMovimentacao                    pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqTurmas                          pic  x(02).
       77 ws-fs-arqListaEspera                     pic  x(02).
       77 ws-fs-arqFrequencia                      pic  x(02).
       77 ws-fs-arqCalendario                      pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).
       77 ws-fs-arqGuias                           pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-data-hoje                         pic  x(10).
           05 ws-data-hora-atual                   pic  x(21).
           05 ws-qtd-listadas                      pic  9(04).
           05 ws-linha-aux                         pic  x(80).
           05 ws-linha-separador                   pic  x(62) value all '='.

       01 ws-arquivos-abertos.
           05 ws-lista-espera-aberta               pic  x(01) value 'N'.
               88 ws-tem-arq-lista-espera                 value 'S'.
           05 ws-frequencia-aberta                 pic  x(01) value 'N'.
               88 ws-tem-arq-frequencia                   value 'S'.
           05 ws-calendario-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-calendario                   value 'S'.
           05 ws-disciplinas-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-disciplinas                  value 'S'.

      *>  transferência digitada
       01 ws-transferencia.
           05 ws-trf-cod-aluno                     pic  9(06).
           05 ws-trf-turma-destino                 pic  9(02).
           05 ws-trf-data-efetiva                  pic  x(10).
           05 ws-trf-motivo                        pic  x(40).
           05 ws-trf-escola-destino                pic  x(30).
           05 ws-motivo-recusa                     pic  x(50).

      *>  validação de data digitada
       01 ws-validacao-data.
           05 ws-data-validar                      pic  x(10).
           05 ws-data-mes                          pic  9(02).
           05 ws-data-dia                          pic  9(02).
           05 ws-data-valida                       pic  x(01).
               88 ws-data-e-valida                        value 'S'.
               88 ws-data-e-invalida                      value 'N'.

      *>  movimentos do aluno já gravados
       01 ws-movimentos-aluno.
           05 ws-ult-mov-data                      pic  x(10).
           05 ws-ult-mov-tipo                      pic  x(01).
           05 ws-qtd-movimentos                    pic  9(03).

      *>  movimento a gravar
       01 ws-movimento-turma.
           05 ws-mtu-cod-aluno                     pic  9(06).
           05 ws-mtu-data-efetiva                  pic  x(10).
           05 ws-mtu-tipo                          pic  x(01).
           05 ws-mtu-turma-origem                  pic  9(02).
           05 ws-mtu-turma-destino                 pic  9(02).
           05 ws-mtu-motivo                        pic  x(40).
           05 ws-mtu-escola-destino                pic  x(30).

      *>  consulta ao cadastro de turmas e lotação
       01 ws-turma-consulta.
           05 ws-turma-informada                   pic  9(02).
           05 ws-turma-existe                      pic  x(01).
               88 ws-turma-cadastrada                     value 'S'.
               88 ws-turma-nao-cadastrada                 value 'N'.
               88 ws-turma-esta-lotada                    value 'L'.
           05 ws-turma-capacidade                  pic  9(03).
           05 ws-turma-nome                        pic  x(20).
           05 ws-qtd-alunos-turma                  pic  9(03).
           05 ws-qtd-reservas-turma                pic  9(03).

      *>  variáveis de log de alteração do cadastro
       01 ws-log-alteracao.
           05 ws-log-cod-aluno                     pic  9(06).
           05 ws-log-campo                         pic  x(15).
           05 ws-log-valor-antigo                  pic  x(35).
           05 ws-log-valor-novo                    pic  x(35).

      *>  guia de transferência
       01 ws-guia.
           05 ws-guia-data-saida                   pic  x(10).
           05 ws-guia-motivo                       pic  x(40).
           05 ws-guia-escola                       pic  x(30).
           05 ws-guia-turma                        pic  9(02).
           05 ws-guia-segunda-via                  pic  x(01).
           05 ws-guia-ano                          pic  x(04).
           05 ws-qtd-guias                         pic  9(04) value zero.

      *>  frequência até a data de saída - mesma apuração de
      *>  apurar-percentual-ano em lista17frequencia, cortada na saída
       01 ws-frequencia-guia.
           05 ws-ano-tem-calendario                pic  x(01).
           05 ws-qtd-dias-letivos                  pic  9(03).
           05 ws-qtd-dias                          pic  9(04).
           05 ws-qtd-presencas                     pic  9(04).
           05 ws-qtd-faltas                        pic  9(04).
           05 ws-percentual                        pic  9(03)v99.
           05 ws-dia-conta                         pic  x(01).

      *>  notas por disciplina, mesma conta ponderada de lista17boletim
       01 ws-media-disciplina.
           05 ws-ind-d1                            pic  9(01).
           05 ws-ind-d2                            pic  9(01).
           05 ws-ind-media                         pic  9(01).
           05 ws-disc-atual                        pic  9(02).
           05 ws-disc-nome                         pic  x(20).
           05 ws-peso-aux                          pic  9(03).
           05 ws-soma-notas                        pic  9(06)v99.
           05 ws-soma-pesos                        pic  9(04).
           05 ws-qtd-notas                         pic  9(01).
           05 ws-media-disc                        pic  9(02)v99.

      *>  linhas da guia
       01 ws-linha-disc-guia.
           05 filler                               pic  x(03) value space.
           05 ws-gui-disc-nome                     pic  x(20).
           05 filler                               pic  x(02) value space.
           05 filler                               pic  x(07) value 'Notas: '.
           05 ws-gui-notas-g.
               10 ws-gui-notas occurs 4.
                   15 ws-gui-nota                  pic  z9,99.
                   15 filler                       pic  x(01).
           05 filler                               pic  x(08) value ' Media: '.
           05 ws-gui-media-disc                    pic  z9,99.

       01 ws-ind-gui-nota                          pic  9(01).

       01 ws-linha-rodape-guia.
           05 ws-gui-rotulo                        pic  x(24).
           05 ws-gui-valor-edit                    pic  zzz9,99.

       01 ws-linha-movimento.
           05 filler                               pic  x(03) value space.
           05 ws-lmv-data                          pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lmv-tipo                          pic  x(13).
           05 filler                               pic  x(01) value space.
           05 ws-lmv-origem                        pic  z9.
           05 filler                               pic  x(04) value ' -> '.
           05 ws-lmv-destino                       pic  z9.
           05 filler                               pic  x(02) value space.
           05 ws-lmv-motivo                        pic  x(40).

      *>  operador efetivo da sessão - vem do menu via linkage; numa
      *>  execução direta (sem menu) entra o operador coringa
       01 ws-operador-efetivo.
           05 ws-op-efet-cod                       pic  x(08).
           05 ws-op-efet-aut-cadastro              pic  x(01).
           05 ws-op-efet-aut-exclusao              pic  x(01).

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

      *>   transferência formal de turma - a troca de turma passa a ter
      *>   data efetiva e motivo, conferidos contra a vaga do destino, e
      *>   cada movimento fica em arqMovimentacaoTurma; a saída da escola
      *>   inativa o aluno na data e emite a guia de transferência com as
      *>   notas e a frequência até ali; a consulta do histórico é livre,
      *>   a transferência exige a autorização de cadastro e a saída
      *>   também a de exclusão
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
               move 'S' to ws-op-efet-aut-cadastro
               move 'S' to ws-op-efet-aut-exclusao
           else
               move lk-op-cod to ws-op-efet-cod
               move lk-op-aut-cadastro to ws-op-efet-aut-cadastro
               move lk-op-aut-exclusao to ws-op-efet-aut-exclusao
           end-if

           move function current-date to ws-data-hora-atual

           string ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-hoje

           open i-o arqMovimentacaoTurma

      *>   primeiro movimento de todos - o arquivo ainda não existe
           if ws-fs-arqMovimentacao = '35' then
               open output arqMovimentacaoTurma
               close arqMovimentacaoTurma
               open i-o arqMovimentacaoTurma
           end-if

      *>   tratamento de erro
           if ws-fs-arqMovimentacao <> '00'
           and ws-fs-arqMovimentacao <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqMovimentacao to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMovimentacaoTurma' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas

      *>   tratamento de erro - sem turmas cadastradas não há destino
           if ws-fs-arqTurmas <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTurmas to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqTurmas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   open extend preserva o histórico de alterações entre execuções
           open extend arqLogAlteracoes

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

      *>   lista de espera, frequência, calendário e disciplinas são
      *>   opcionais - sem eles a lotação conta só os alunos ativos e a
      *>   guia sai sem frequência ou sem o nome das disciplinas
           open input arqListaEspera

           if ws-fs-arqListaEspera = '00'
           or ws-fs-arqListaEspera = '05' then
               set ws-tem-arq-lista-espera to true
           else
               if ws-fs-arqListaEspera <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

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

           open input arqCalendario

           if ws-fs-arqCalendario = '00'
           or ws-fs-arqCalendario = '05' then
               set ws-tem-arq-calendario to true
           else
               if ws-fs-arqCalendario <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

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

               display '---------- Transferencia de Turma ----------'
               display '1 - Transferir Aluno de Turma'
               display '2 - Saida da Escola (Guia de Transferencia)'
               display '3 - Historico de Turmas de um Aluno'
               display '4 - Reemitir Guia de Transferencia'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       if ws-op-efet-aut-cadastro <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform transferir-turma
                       end-if
                   when '2'
                       if ws-op-efet-aut-cadastro <> 'S'
                       or ws-op-efet-aut-exclusao <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform transferir-para-fora
                       end-if
                   when '3'
                       perform consultar-historico-aluno
                   when '4'
                       if ws-op-efet-aut-cadastro <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform reemitir-guia
                       end-if
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
      *>  transferência entre turmas da escola, com data efetiva e motivo -
      *>  a data não pode ser futura nem anterior ao último movimento do
      *>  aluno, e a turma de destino precisa ter vaga
      *>------------------------------------------------------------------------
       transferir-turma section.

           move spaces to ws-transferencia
           move zero to ws-trf-cod-aluno
           move zero to ws-trf-turma-destino

           display 'Codigo do Aluno: '
           accept ws-trf-cod-aluno

           perform ler-aluno-ativo

           if ws-motivo-recusa = spaces then
               display 'Aluno: ' fd-aluno '  Turma atual: ' fd-turma
               display 'Turma de Destino: '
               accept ws-trf-turma-destino
               display 'Data Efetiva (aaaa-mm-dd, branco=hoje): '
               accept ws-trf-data-efetiva
               display 'Motivo: '
               accept ws-trf-motivo

               if ws-trf-data-efetiva = spaces then
                   move ws-data-hoje to ws-trf-data-efetiva
               end-if

               evaluate true
                   when ws-trf-turma-destino = 0
                       move 'Turma de destino obrigatoria' to ws-motivo-recusa
                   when ws-trf-turma-destino = fd-turma
                       move 'Aluno ja esta nesta turma' to ws-motivo-recusa
                   when ws-trf-motivo = spaces
                       move 'Motivo obrigatorio' to ws-motivo-recusa
                   when other
                       perform validar-data-efetiva
               end-evaluate
           end-if

           if ws-motivo-recusa = spaces then
               move ws-trf-turma-destino to ws-turma-informada
               perform buscar-turma

               if ws-turma-nao-cadastrada then
                   move 'Turma nao cadastrada' to ws-motivo-recusa
               end-if

               if ws-turma-esta-lotada then
                   move 'Turma lotada - use a Lista de Espera (menu G)' to ws-motivo-recusa
               end-if
           end-if

      *>   as buscas percorreram o cadastro - relê o aluno
           if ws-motivo-recusa = spaces then
               perform ler-aluno-ativo
           end-if

           if ws-motivo-recusa <> spaces then
               display ws-motivo-recusa
           else
               display 'Transferir ' fd-aluno ' da turma ' fd-turma
                       ' para a turma ' ws-trf-turma-destino
                       ' em ' ws-trf-data-efetiva '? S-im/N-ao'
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma

               if ws-confirma = 'S' then
                   move fd-cod-aluno to ws-mtu-cod-aluno
                   move ws-trf-data-efetiva to ws-mtu-data-efetiva
                   move 'T' to ws-mtu-tipo
                   move fd-turma to ws-mtu-turma-origem
                   move ws-trf-turma-destino to ws-mtu-turma-destino
                   move ws-trf-motivo to ws-mtu-motivo
                   move spaces to ws-mtu-escola-destino

                   move ws-trf-turma-destino to fd-turma

                   rewrite fd-alunos

                   if ws-fs-arqCadastroAlunos <> '00' then
                       move 2 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Alterar arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform registrar-movimentacao-turma

                   move fd-cod-aluno to ws-log-cod-aluno
                   move 'Turma' to ws-log-campo
                   move ws-mtu-turma-origem to ws-log-valor-antigo
                   move ws-mtu-turma-destino to ws-log-valor-novo
                   perform registrar-log-alteracao

                   display 'Transferencia registrada'
               end-if
           end-if
           .
       transferir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  saída da escola - o aluno é inativado na data de saída, o
      *>  movimento fica registrado e sai a guia de transferência
      *>------------------------------------------------------------------------
       transferir-para-fora section.

           move spaces to ws-transferencia
           move zero to ws-trf-cod-aluno
           move zero to ws-trf-turma-destino

           display 'Codigo do Aluno: '
           accept ws-trf-cod-aluno

           perform ler-aluno-ativo

           if ws-motivo-recusa = spaces then
               display 'Aluno: ' fd-aluno '  Turma atual: ' fd-turma
               display 'Data de Saida (aaaa-mm-dd, branco=hoje): '
               accept ws-trf-data-efetiva
               display 'Motivo: '
               accept ws-trf-motivo
               display 'Escola de Destino: '
               accept ws-trf-escola-destino

               if ws-trf-data-efetiva = spaces then
                   move ws-data-hoje to ws-trf-data-efetiva
               end-if

               if ws-trf-motivo = spaces then
                   move 'Motivo obrigatorio' to ws-motivo-recusa
               else
                   perform validar-data-efetiva
               end-if
           end-if

           if ws-motivo-recusa <> spaces then
               display ws-motivo-recusa
           else
               display 'Confirma a saida de ' fd-aluno ' em '
                       ws-trf-data-efetiva '? S-im/N-ao'
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma

               if ws-confirma = 'S' then
                   move fd-cod-aluno to ws-mtu-cod-aluno
                   move ws-trf-data-efetiva to ws-mtu-data-efetiva
                   move 'S' to ws-mtu-tipo
                   move fd-turma to ws-mtu-turma-origem
                   move zero to ws-mtu-turma-destino
                   move ws-trf-motivo to ws-mtu-motivo
                   move ws-trf-escola-destino to ws-mtu-escola-destino

      *>           inativado na data de saída, como a exclusão do cadastro
      *>           - a turma fica gravada como a última em que estudou
                   set fd-ativo-nao to true
                   move ws-trf-data-efetiva to fd-data-inativacao

                   rewrite fd-alunos

                   if ws-fs-arqCadastroAlunos <> '00' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Alterar arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform registrar-movimentacao-turma

                   move fd-cod-aluno to ws-log-cod-aluno
                   move 'Ativo' to ws-log-campo
                   move 'S' to ws-log-valor-antigo
                   string 'N - transferido em ' delimited by size
                          ws-trf-data-efetiva delimited by size
                     into ws-log-valor-novo
                   perform registrar-log-alteracao

                   move ws-trf-data-efetiva to ws-guia-data-saida
                   move ws-trf-motivo to ws-guia-motivo
                   move ws-trf-escola-destino to ws-guia-escola
                   move fd-turma to ws-guia-turma
                   move 'N' to ws-guia-segunda-via
                   perform emitir-guia-transferencia

                   display 'Saida registrada - guia em arqGuiasTransferencia.txt'
               end-if
           end-if
           .
       transferir-para-fora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  segunda via da guia de um aluno que já saiu - os dados da saída
      *>  vêm do último movimento de saída dele
      *>------------------------------------------------------------------------
       reemitir-guia section.

           move zero to ws-trf-cod-aluno
           move spaces to ws-guia-data-saida

           display 'Codigo do Aluno: '
           accept ws-trf-cod-aluno

           move ws-trf-cod-aluno to fd-mtu-cod-aluno
           move spaces to fd-mtu-data-efetiva
           move zero to fd-mtu-seq

           start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

           if ws-fs-arqMovimentacao <> '00'
           and ws-fs-arqMovimentacao <> '23' then
               move 4 to ws-msn-erro-offset
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
                           if fd-mtu-cod-aluno <> ws-trf-cod-aluno then
                               move '10' to ws-fs-arqMovimentacao
                           else
                               if fd-mtu-saida then
                                   move fd-mtu-data-efetiva to ws-guia-data-saida
                                   move fd-mtu-motivo to ws-guia-motivo
                                   move fd-mtu-escola-destino to ws-guia-escola
                                   move fd-mtu-turma-origem to ws-guia-turma
                               end-if
                           end-if
                       when other
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqMovimentacao to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           if ws-guia-data-saida = spaces then
               display 'Aluno sem saida registrada'
           else
               move ws-trf-cod-aluno to fd-cod-aluno

               read arqCadastroAlunos

               evaluate ws-fs-arqCadastroAlunos
                   when '00'
                       move 'S' to ws-guia-segunda-via
                       perform emitir-guia-transferencia
                       display 'Guia reemitida em arqGuiasTransferencia.txt'
                   when '23'
      *>                aluno já expurgado do cadastro - as notas não
      *>                estão mais aqui (ficam no histórico escolar)
                       display 'Aluno nao esta mais no cadastro'
                   when other
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       reemitir-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os movimentos de turma de um aluno, em ordem de data
      *>------------------------------------------------------------------------
       consultar-historico-aluno section.

           move zero to ws-trf-cod-aluno

           display 'Codigo do Aluno: '
           accept ws-trf-cod-aluno

           move ws-trf-cod-aluno to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   display 'Aluno: ' fd-aluno '  Turma atual: ' fd-turma
                           '  Ativo: ' fd-ativo
               when '23'
                   display 'Aluno nao esta no cadastro'
               when other
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move zero to ws-qtd-listadas

           move ws-trf-cod-aluno to fd-mtu-cod-aluno
           move spaces to fd-mtu-data-efetiva
           move zero to fd-mtu-seq

           start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

           if ws-fs-arqMovimentacao <> '00'
           and ws-fs-arqMovimentacao <> '23' then
               move 5 to ws-msn-erro-offset
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
                           if fd-mtu-cod-aluno <> ws-trf-cod-aluno then
                               move '10' to ws-fs-arqMovimentacao
                           else
                               add 1 to ws-qtd-listadas
                               perform montar-linha-movimento
                               display ws-linha-movimento
                           end-if
                       when other
                           move 5 to ws-msn-erro-offset
                           move ws-fs-arqMovimentacao to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           if ws-qtd-listadas = 0 then
               display 'Nenhum movimento de turma registrado'
           end-if
           .
       consultar-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta a linha do movimento lido
      *>------------------------------------------------------------------------
       montar-linha-movimento section.

           move fd-mtu-data-efetiva to ws-lmv-data
           evaluate true
               when fd-mtu-matricula
                   move 'Matricula' to ws-lmv-tipo
               when fd-mtu-transferencia
                   move 'Transferencia' to ws-lmv-tipo
               when fd-mtu-saida
                   move 'Saida' to ws-lmv-tipo
               when other
                   move fd-mtu-tipo to ws-lmv-tipo
           end-evaluate
           move fd-mtu-turma-origem to ws-lmv-origem
           move fd-mtu-turma-destino to ws-lmv-destino
           move fd-mtu-motivo to ws-lmv-motivo
           .
       montar-linha-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o aluno ws-trf-cod-aluno, que precisa estar ativo
      *>------------------------------------------------------------------------
       ler-aluno-ativo section.

           move spaces to ws-motivo-recusa

           move ws-trf-cod-aluno to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   if fd-ativo-nao then
                       move 'Aluno inativo' to ws-motivo-recusa
                   end-if
               when '23'
                   move 'Aluno nao cadastrado' to ws-motivo-recusa
               when other
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       ler-aluno-ativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a data efetiva ws-trf-data-efetiva - data válida, não
      *>  futura, do ano corrente e não anterior ao último movimento do
      *>  aluno, para o histórico ficar em ordem
      *>------------------------------------------------------------------------
       validar-data-efetiva section.

           move ws-trf-data-efetiva to ws-data-validar
           perform validar-data

           perform ler-ultimo-movimento

           evaluate true
               when ws-data-e-invalida
                   move 'Data invalida' to ws-motivo-recusa
               when ws-trf-data-efetiva > ws-data-hoje
                   move 'Data efetiva nao pode ser futura' to ws-motivo-recusa
               when ws-trf-data-efetiva(1:4) <> ws-data-hoje(1:4)
                   move 'Data efetiva fora do ano letivo corrente' to ws-motivo-recusa
               when ws-trf-data-efetiva < ws-ult-mov-data
                   string 'Data anterior ao ultimo movimento (' delimited by size
                          ws-ult-mov-data delimited by size
                          ')' delimited by size
                     into ws-motivo-recusa
               when other
                   continue
           end-evaluate
           .
       validar-data-efetiva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida o formato aaaa-mm-dd de ws-data-validar
      *>------------------------------------------------------------------------
       validar-data section.

           set ws-data-e-valida to true

           if ws-data-validar(5:1) <> '-'
           or ws-data-validar(8:1) <> '-'
           or ws-data-validar(1:4) is not numeric
           or ws-data-validar(6:2) is not numeric
           or ws-data-validar(9:2) is not numeric then
               set ws-data-e-invalida to true
           else
               move ws-data-validar(6:2) to ws-data-mes
               move ws-data-validar(9:2) to ws-data-dia

               if ws-data-mes < 1 or ws-data-mes > 12
               or ws-data-dia < 1 or ws-data-dia > 31 then
                   set ws-data-e-invalida to true
               end-if
           end-if
           .
       validar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  último movimento gravado do aluno ws-trf-cod-aluno - espaços se
      *>  ele não tem nenhum
      *>------------------------------------------------------------------------
       ler-ultimo-movimento section.

           move spaces to ws-ult-mov-data
           move spaces to ws-ult-mov-tipo
           move zero to ws-qtd-movimentos

           move ws-trf-cod-aluno to fd-mtu-cod-aluno
           move spaces to fd-mtu-data-efetiva
           move zero to fd-mtu-seq

           start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

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
                           if fd-mtu-cod-aluno <> ws-trf-cod-aluno then
                               move '10' to ws-fs-arqMovimentacao
                           else
                               add 1 to ws-qtd-movimentos
                               move fd-mtu-data-efetiva to ws-ult-mov-data
                               move fd-mtu-tipo to ws-ult-mov-tipo
                           end-if
                       when other
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqMovimentacao to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       ler-ultimo-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o movimento de ws-movimento-turma - mais de um movimento do
      *>  aluno na mesma data ganha a sequência seguinte
      *>------------------------------------------------------------------------
       registrar-movimentacao-turma section.

           move spaces to fd-mov-turma
           move ws-mtu-cod-aluno to fd-mtu-cod-aluno
           move ws-mtu-data-efetiva to fd-mtu-data-efetiva
           move zero to fd-mtu-seq
           move ws-mtu-tipo to fd-mtu-tipo
           move ws-mtu-turma-origem to fd-mtu-turma-origem
           move ws-mtu-turma-destino to fd-mtu-turma-destino
           move ws-mtu-motivo to fd-mtu-motivo
           move ws-mtu-escola-destino to fd-mtu-escola-destino
           move ws-data-hoje to fd-mtu-data-registro
           move ws-op-efet-cod to fd-mtu-operador

           move '22' to ws-fs-arqMovimentacao

           perform until ws-fs-arqMovimentacao <> '22'
                      or fd-mtu-seq = 99
               add 1 to fd-mtu-seq
               write fd-mov-turma
           end-perform

           if ws-fs-arqMovimentacao <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqMovimentacao to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqMovimentacaoTurma' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-movimentacao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura a turma ws-turma-informada e confere a lotação - alunos
      *>  ativos mais os lugares da lista de espera contra a capacidade
      *>------------------------------------------------------------------------
       buscar-turma section.

           move ws-turma-informada to fd-tur-cod

           read arqTurmas

           evaluate ws-fs-arqTurmas
               when '00'
                   move fd-tur-capacidade to ws-turma-capacidade
                   move fd-tur-nome to ws-turma-nome
                   perform contar-alunos-turma
                   perform contar-reservas-turma

                   if ws-qtd-alunos-turma + ws-qtd-reservas-turma
                      >= ws-turma-capacidade then
                       set ws-turma-esta-lotada to true
                   else
                       set ws-turma-cadastrada to true
                   end-if
               when '23'
                   set ws-turma-nao-cadastrada to true
                   move spaces to ws-turma-nome
               when other
                   move 9 to ws-msn-erro-offset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       buscar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os alunos ativos matriculados na turma ws-turma-informada
      *>------------------------------------------------------------------------
       contar-alunos-turma section.

           move zero to ws-qtd-alunos-turma

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = '00' then
                       if not fd-ativo-nao
                       and fd-turma = ws-turma-informada then
                           add 1 to ws-qtd-alunos-turma
                       end-if
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 10 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       contar-alunos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os lugares da turma ws-turma-informada já prometidos pela
      *>  lista de espera - quem aguarda na fila e as ofertas ainda dentro
      *>  do prazo de resposta
      *>------------------------------------------------------------------------
       contar-reservas-turma section.

           move zero to ws-qtd-reservas-turma

           if ws-tem-arq-lista-espera then
               move ws-turma-informada to fd-esp-turma

               start arqListaEspera key is equal to fd-esp-turma

               if ws-fs-arqListaEspera <> '00'
               and ws-fs-arqListaEspera <> '23' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqListaEspera = '00' then
                   perform until ws-fs-arqListaEspera = '10'

                       read arqListaEspera next

                       if ws-fs-arqListaEspera = '00' then
                           if fd-esp-turma <> ws-turma-informada then
                               move '10' to ws-fs-arqListaEspera
                           else
                               if fd-esp-aguardando
                               or (fd-esp-em-oferta
                               and fd-esp-prazo-resposta >= ws-data-hoje) then
                                   add 1 to ws-qtd-reservas-turma
                               end-if
                           end-if
                       else
                           if ws-fs-arqListaEspera <> '10' then
                               move 11 to ws-msn-erro-offset
                               move ws-fs-arqListaEspera to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       contar-reservas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guia de transferência do aluno lido em fd-alunos - identificação,
      *>  turmas do ano, notas por disciplina e frequência até a saída
      *>------------------------------------------------------------------------
       emitir-guia-transferencia section.

           move ws-guia-data-saida(1:4) to ws-guia-ano

           open extend arqGuiasTransferencia

      *>   primeira guia de todas - o arquivo ainda não existe
           if ws-fs-arqGuias = '35' then
               open output arqGuiasTransferencia
           end-if

           if ws-fs-arqGuias <> '00'
           and ws-fs-arqGuias <> '05' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqGuias to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqGuiasTransferencia' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-separador to ws-linha-aux
           perform gravar-linha-guia

           if ws-guia-segunda-via = 'S' then
               move 'GUIA DE TRANSFERENCIA (2a VIA)' to ws-linha-aux
           else
               move 'GUIA DE TRANSFERENCIA' to ws-linha-aux
           end-if
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           string 'Emitida em ' delimited by size
                  ws-data-hoje delimited by size
             into ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           string 'Aluno: ' delimited by size
                  fd-cod-aluno delimited by size
                  ' - ' delimited by size
                  fd-aluno delimited by size
             into ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           string 'Mae: ' delimited by size
                  fd-mae delimited by size
                  '  Pai: ' delimited by size
                  fd-pai delimited by size
             into ws-linha-aux
           perform gravar-linha-guia

           move ws-guia-turma to ws-turma-informada
           move spaces to ws-turma-nome
           move ws-guia-turma to fd-tur-cod
           read arqTurmas
           if ws-fs-arqTurmas = '00' then
               move fd-tur-nome to ws-turma-nome
           end-if

           move spaces to ws-linha-aux
           string 'Serie: ' delimited by size
                  fd-serie delimited by size
                  '   Ultima turma: ' delimited by size
                  ws-guia-turma delimited by size
                  ' - ' delimited by size
                  ws-turma-nome delimited by size
             into ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           string 'Data de saida: ' delimited by size
                  ws-guia-data-saida delimited by size
                  '   Motivo: ' delimited by size
                  ws-guia-motivo delimited by size
             into ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           string 'Escola de destino: ' delimited by size
                  ws-guia-escola delimited by size
             into ws-linha-aux
           perform gravar-linha-guia

      *>   turmas por onde o aluno passou no ano da saída
           move spaces to ws-linha-aux
           perform gravar-linha-guia
           move 'MOVIMENTACAO NO ANO' to ws-linha-aux
           perform gravar-linha-guia
           perform gravar-movimentos-guia

      *>   notas por disciplina, como no boletim
           move spaces to ws-linha-aux
           perform gravar-linha-guia
           move 'NOTAS ATE A DATA DE SAIDA' to ws-linha-aux
           perform gravar-linha-guia
           perform gravar-notas-guia

           move spaces to ws-linha-rodape-guia
           move 'Media Geral...........: ' to ws-gui-rotulo
           move fd-media to ws-gui-valor-edit
           move ws-linha-rodape-guia to ws-linha-aux
           perform gravar-linha-guia

      *>   frequência do ano até a data de saída
           move spaces to ws-linha-aux
           perform gravar-linha-guia
           move 'FREQUENCIA ATE A DATA DE SAIDA' to ws-linha-aux
           perform gravar-linha-guia
           perform apurar-frequencia-saida

           if ws-ano-tem-calendario = 'S' then
               move spaces to ws-linha-rodape-guia
               move 'Dias letivos..........: ' to ws-gui-rotulo
               move ws-qtd-dias-letivos to ws-gui-valor-edit
               move ws-linha-rodape-guia to ws-linha-aux
               perform gravar-linha-guia
           end-if

           move spaces to ws-linha-rodape-guia
           move 'Dias com chamada......: ' to ws-gui-rotulo
           move ws-qtd-dias to ws-gui-valor-edit
           move ws-linha-rodape-guia to ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-rodape-guia
           move 'Presencas.............: ' to ws-gui-rotulo
           move ws-qtd-presencas to ws-gui-valor-edit
           move ws-linha-rodape-guia to ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-rodape-guia
           move 'Faltas................: ' to ws-gui-rotulo
           move ws-qtd-faltas to ws-gui-valor-edit
           move ws-linha-rodape-guia to ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-rodape-guia
           move 'Frequencia (%)........: ' to ws-gui-rotulo
           move ws-percentual to ws-gui-valor-edit
           move ws-linha-rodape-guia to ws-linha-aux
           perform gravar-linha-guia

           move spaces to ws-linha-aux
           perform gravar-linha-guia
           move spaces to ws-linha-aux
           perform gravar-linha-guia

           move '   ______________________________' to ws-linha-aux
           perform gravar-linha-guia
           move '   Secretaria Escolar' to ws-linha-aux
           perform gravar-linha-guia

           move ws-linha-separador to ws-linha-aux
           perform gravar-linha-guia
           move spaces to ws-linha-aux
           perform gravar-linha-guia

           close arqGuiasTransferencia

           add 1 to ws-qtd-guias
           .
       emitir-guia-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  movimentos do aluno no ano da saída
      *>------------------------------------------------------------------------
       gravar-movimentos-guia section.

           move zero to ws-qtd-listadas

           move fd-cod-aluno to fd-mtu-cod-aluno
           move spaces to fd-mtu-data-efetiva
           move ws-guia-ano to fd-mtu-data-efetiva(1:4)
           move zero to fd-mtu-seq

           start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

           if ws-fs-arqMovimentacao <> '00'
           and ws-fs-arqMovimentacao <> '23' then
               move 13 to ws-msn-erro-offset
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
                           if fd-mtu-cod-aluno <> fd-cod-aluno
                           or fd-mtu-data-efetiva(1:4) <> ws-guia-ano then
                               move '10' to ws-fs-arqMovimentacao
                           else
                               add 1 to ws-qtd-listadas
                               perform montar-linha-movimento
                               move ws-linha-movimento to ws-linha-aux
                               perform gravar-linha-guia
                           end-if
                       when other
                           move 13 to ws-msn-erro-offset
                           move ws-fs-arqMovimentacao to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           if ws-qtd-listadas = 0 then
               move '   Sem movimentos registrados no ano' to ws-linha-aux
               perform gravar-linha-guia
           end-if
           .
       gravar-movimentos-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  notas do aluno agrupadas por disciplina - cada disciplina sai uma
      *>  vez, com até quatro notas e a média ponderada dela
      *>------------------------------------------------------------------------
       gravar-notas-guia section.

           move zero to ws-qtd-listadas

           perform varying ws-ind-d1 from 1 by 1 until ws-ind-d1 > 8

               if fd-nota(ws-ind-d1) is numeric then
                   move fd-cod-disc(ws-ind-d1) to ws-disc-atual

                   perform varying ws-ind-d2 from 1 by 1
                                     until ws-ind-d2 >= ws-ind-d1
                                        or (fd-nota(ws-ind-d2) is numeric
                                       and fd-cod-disc(ws-ind-d2) = ws-disc-atual)
                       continue
                   end-perform

                   if ws-ind-d2 >= ws-ind-d1 then
                       add 1 to ws-qtd-listadas
                       perform gravar-disciplina-guia
                   end-if
               end-if

           end-perform

           if ws-qtd-listadas = 0 then
               move '   Sem notas lancadas' to ws-linha-aux
               perform gravar-linha-guia
           end-if
           .
       gravar-notas-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha da disciplina ws-disc-atual na guia
      *>------------------------------------------------------------------------
       gravar-disciplina-guia section.

           move spaces to ws-disc-nome

           evaluate true
               when ws-disc-atual = 0
                   move 'SEM DISCIPLINA' to ws-disc-nome
               when not ws-tem-arq-disciplinas
                   move 'DISC. NAO CADASTRADA' to ws-disc-nome
               when other
                   move ws-disc-atual to fd-disc-cod

                   read arqDisciplinas

                   evaluate ws-fs-arqDisciplinas
                       when '00'
                           move fd-disc-nome to ws-disc-nome
                       when '23'
                           move 'DISC. NAO CADASTRADA' to ws-disc-nome
                       when other
                           move 14 to ws-msn-erro-offset
                           move ws-fs-arqDisciplinas to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqDisciplinas' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           move spaces to ws-gui-notas-g
           move ws-disc-nome to ws-gui-disc-nome

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

                   add 1 to ws-qtd-notas
                   if ws-qtd-notas <= 4 then
                       move ws-qtd-notas to ws-ind-gui-nota
                       move fd-nota(ws-ind-media) to ws-gui-nota(ws-ind-gui-nota)
                   end-if

                   compute ws-soma-notas = ws-soma-notas
                         + (fd-nota(ws-ind-media) * ws-peso-aux)
                   add ws-peso-aux to ws-soma-pesos
               end-if
           end-perform

           if ws-qtd-notas <> 0 then
               compute ws-media-disc rounded = ws-soma-notas / ws-soma-pesos
           else
               move zero to ws-media-disc
           end-if

           move ws-media-disc to ws-gui-media-disc
           move ws-linha-disc-guia to ws-linha-aux
           perform gravar-linha-guia
           .
       gravar-disciplina-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  frequência do aluno lido no ano da saída, até a data de saída -
      *>  com o calendário do ano a base são os dias letivos até a saída e
      *>  só a falta lançada desconta, como em lista17frequencia
      *>------------------------------------------------------------------------
       apurar-frequencia-saida section.

           move 'N' to ws-ano-tem-calendario
           move zero to ws-qtd-dias-letivos
           move zero to ws-qtd-dias
           move zero to ws-qtd-presencas
           move zero to ws-qtd-faltas

           if ws-tem-arq-calendario then
               move spaces to fd-cal-data
               move ws-guia-ano to fd-cal-data(1:4)

               start arqCalendario key is greater than or equal to fd-cal-data

               if ws-fs-arqCalendario <> '00'
               and ws-fs-arqCalendario <> '23' then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = '00' then
                   perform until ws-fs-arqCalendario = '10'

                       read arqCalendario next

                       if ws-fs-arqCalendario = '00' then
                           if fd-cal-data(1:4) <> ws-guia-ano then
                               move '10' to ws-fs-arqCalendario
                           else
                               move 'S' to ws-ano-tem-calendario
                               if fd-cal-letivo
                               and fd-cal-data <= ws-guia-data-saida then
                                   add 1 to ws-qtd-dias-letivos
                               end-if
                           end-if
                       else
                           if ws-fs-arqCalendario <> '10' then
                               move 15 to ws-msn-erro-offset
                               move ws-fs-arqCalendario to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if

           if ws-tem-arq-frequencia then
               move fd-cod-aluno to fd-freq-cod-aluno
               move spaces to fd-freq-data
               move ws-guia-ano to fd-freq-data(1:4)

               start arqFrequencia key is greater than or equal to fd-freq-chave

               if ws-fs-arqFrequencia <> '00'
               and ws-fs-arqFrequencia <> '23' then
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqFrequencia to ws-msn-erro-cod
                   move 'Erro de Start arq.arqFrequencia' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqFrequencia = '00' then
                   perform until ws-fs-arqFrequencia = '10'

                       read arqFrequencia next

                       if ws-fs-arqFrequencia = '00' then
                           if fd-freq-cod-aluno <> fd-cod-aluno
                           or fd-freq-data(1:4) <> ws-guia-ano
                           or fd-freq-data > ws-guia-data-saida then
                               move '10' to ws-fs-arqFrequencia
                           else
                               perform conferir-dia-frequencia
                               if ws-dia-conta = 'S' then
                                   add 1 to ws-qtd-dias
                                   if fd-freq-faltou then
                                       add 1 to ws-qtd-faltas
                                   else
                                       add 1 to ws-qtd-presencas
                                   end-if
                               end-if
                           end-if
                       else
                           if ws-fs-arqFrequencia <> '10' then
                               move 16 to ws-msn-erro-offset
                               move ws-fs-arqFrequencia to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqFrequencia' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if

           if ws-ano-tem-calendario = 'S' then
               if ws-qtd-dias-letivos = 0 then
                   move 100 to ws-percentual
               else
                   if ws-qtd-faltas >= ws-qtd-dias-letivos then
                       move zero to ws-percentual
                   else
                       compute ws-percentual rounded =
                           ((ws-qtd-dias-letivos - ws-qtd-faltas) * 100)
                           / ws-qtd-dias-letivos
                   end-if
               end-if
           else
               if ws-qtd-dias = 0 then
                   move 100 to ws-percentual
               else
                   compute ws-percentual rounded =
                       (ws-qtd-presencas * 100) / ws-qtd-dias
               end-if
           end-if
           .
       apurar-frequencia-saida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o registro de frequência lido entra na apuração? - com o
      *>  calendário do ano, só dias letivos
      *>------------------------------------------------------------------------
       conferir-dia-frequencia section.

           move 'S' to ws-dia-conta

           if ws-ano-tem-calendario = 'S' then
               move fd-freq-data to fd-cal-data

               read arqCalendario

               evaluate ws-fs-arqCalendario
                   when '00'
                       if not fd-cal-letivo then
                           move 'N' to ws-dia-conta
                       end-if
                   when '23'
                       move 'N' to ws-dia-conta
                   when other
                       move 17 to ws-msn-erro-offset
                       move ws-fs-arqCalendario to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       conferir-dia-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux na guia
      *>------------------------------------------------------------------------
       gravar-linha-guia section.

           move ws-linha-aux to fd-linha-guia

           write fd-linha-guia

           if ws-fs-arqGuias <> '00' then
               move 18 to ws-msn-erro-offset
               move ws-fs-arqGuias to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqGuiasTransferencia' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra no log de alterações a troca de turma ou a saída
      *>------------------------------------------------------------------------
       registrar-log-alteracao section.

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-log-alteracao

           move ws-log-cod-aluno to fd-log-cod-aluno
           move ws-log-campo to fd-log-campo
           move ws-log-valor-antigo to fd-log-valor-antigo
           move ws-log-valor-novo to fd-log-valor-novo
           move function current-date to fd-log-data-hora
           move ws-op-efet-cod to fd-log-operador

           write fd-log-alteracao

           if ws-fs-arqLogAlteracoes <> '00' then
               move 19 to ws-msn-erro-offset
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
               move 'lista17transferencia' to fd-jrn-programa
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

           close arqMovimentacaoTurma

      *>   tratamento de erro
           if ws-fs-arqMovimentacao <> '00' then
               move 20 to ws-msn-erro-offset
               move ws-fs-arqMovimentacao to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqMovimentacaoTurma' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadastroAlunos
           close arqTurmas
           close arqLogAlteracoes

           if ws-tem-arq-lista-espera then
               close arqListaEspera
           end-if

           if ws-tem-arq-frequencia then
               close arqFrequencia
           end-if

           if ws-tem-arq-calendario then
               close arqCalendario
           end-if

           if ws-tem-arq-disciplinas then
               close arqDisciplinas
           end-if

           if ws-qtd-guias > 0 then
               display 'Guias emitidas: ' ws-qtd-guias
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

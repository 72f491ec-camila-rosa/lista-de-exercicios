      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17lgpd".
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

      *>   arquivo morto, mantido em lista17expurgo - só aluno arquivado
      *>   pode ser anonimizado
           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-arq-cod-aluno
           file status is ws-fs-arqAlunosArquivo.

           select arqFinanceiro assign to "arqFinanceiro.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fin-chave
           file status is ws-fs-arqFinanceiro.

      *>   frequência diária, mantida em lista17frequencia
           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   histórico escolar congelado pelo fechamento - as notas ficam,
      *>   só o nome gravado junto é anonimizado
           select arqHistoricoEscolar assign to "arqHistoricoEscolar.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistoricoEscolar.

      *>   registro de responsáveis financeiros
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   avisos de cobrança emitidos por lista17cobranca - guardam o
      *>   nome de quem recebeu a carta
           select arqAvisosCobranca assign to "arqAvisosCobranca.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-avs-chave
           file status is ws-fs-arqAvisosCobranca.

      *>   lista de espera das turmas lotadas, mantida em
      *>   lista17listaespera - o pedido guarda os dados do candidato, e
      *>   o aluno fica ligado a ele pela matrícula ou pela transferência
           select arqListaEspera assign to "arqListaEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-numero
           alternate record key is fd-esp-turma with duplicates
           file status is ws-fs-arqListaEspera.

      *>   declarações de quitação emitidas por lista17quitacao - nome e
      *>   CPF do responsável e o nome de cada aluno declarado
           select arqDeclaracoesQuitacao assign to "arqDeclaracoesQuitacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dq-numero
           alternate record key is fd-dq-chave-resp
           file status is ws-fs-arqDeclaracoes.

      *>   parâmetros da escola, mantidos em lista17parametros - prazo de
      *>   retenção dos dados pessoais depois da inativação
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogAlteracoes.

      *>   cópia de trabalho do log na anonimização - o log é regravado a
      *>   partir dela com os valores pessoais do aluno mascarados
           select arqLogTrabalho assign to "arqLogAlteracoes.tmp"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogTrabalho.

      *>   histórico das partidas do quiz (lista17exercicio2) - o nome do
      *>   jogador fica gravado junto do código do aluno
           select arqHistoricoQuiz assign to "arqHistoricoQuiz.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistoricoQuiz.

      *>   cópia de trabalho do histórico do quiz na anonimização - mesma
      *>   técnica do log de alterações
           select arqQuizTrabalho assign to "arqHistoricoQuiz.tmp"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQuizTrabalho.

      *>   relatório de tudo que o sistema guarda sobre o titular
           select arqRelatorioTitular assign to "arqRelatorioTitular.txt"
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
      *>   precisa ser replicada aqui também (duas vezes, vivo e arquivo)
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

      *>   mesmo layout de fd-arq-alunos em lista17expurgo
       fd arqAlunosArquivo.

       01 fd-arq-alunos.
           05 fd-arq-cod-aluno                     pic  9(06).
           05 fd-arq-aluno                         pic  x(25).
           05 fd-arq-endereco                      pic  x(35).
           05 fd-arq-mae                           pic  x(25).
           05 fd-arq-pai                           pic  x(25).
           05 fd-arq-telefone                      pic  x(15).
           05 fd-arq-nota-g.
               10 fd-arq-notas occurs 8.
                   15 fd-arq-nota                  pic  9(02)v99.
                   15 fd-arq-peso                  pic  9(03).
                   15 fd-arq-cod-disc              pic  9(02).
           05 fd-arq-media                         pic  9(02)v99.
           05 fd-arq-situacao                      pic  x(01).
           05 fd-arq-ativo                         pic  x(01).
           05 fd-arq-data-inativacao               pic  x(10).
           05 fd-arq-turma                         pic  9(02).
           05 fd-arq-frequencia                    pic  9(03)v99.
           05 fd-arq-serie                         pic  9(02).
           05 fd-arq-rematricula                   pic  x(01).
           05 fd-arq-cod-responsavel               pic  9(04).

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

      *>   mesmo layout de fd-freq-registro em lista17frequencia
       fd arqFrequencia.

       01 fd-freq-registro.
           05 fd-freq-chave.
               10 fd-freq-cod-aluno                pic  9(06).
               10 fd-freq-data                     pic  x(10).
           05 fd-freq-presenca                     pic  x(01).
               88 fd-freq-presente                        value "P".
               88 fd-freq-faltou                          value "F".

      *>   mesmo layout de fd-historico em lista17fechamento
       fd arqHistoricoEscolar.

       01 fd-historico.
           05 fd-hist-chave.
               10 fd-hist-cod-aluno                pic  9(06).
               10 fd-hist-ano                      pic  9(04).
           05 fd-hist-aluno                        pic  x(25).
           05 fd-hist-nota-g.
               10 fd-hist-notas occurs 8.
                   15 fd-hist-nota                 pic  9(02)v99.
                   15 fd-hist-peso                 pic  9(03).
                   15 fd-hist-cod-disc             pic  9(02).
           05 fd-hist-media                        pic  9(02)v99.
           05 fd-hist-situacao                     pic  x(01).
           05 fd-hist-data-fechamento              pic  x(10).
           05 fd-hist-serie                        pic  9(02).
           05 fd-hist-recuperacao.
               10 fd-hist-rec occurs 8.
                   15 fd-hist-rec-cod-disc         pic  9(02).
                   15 fd-hist-rec-nota-original    pic  9(02)v99.
                   15 fd-hist-rec-nota             pic  9(02)v99.
                   15 fd-hist-rec-resultado        pic  x(01).

      *>   mesmo layout de fd-responsavel em lista17responsaveis
       fd arqResponsaveis.

       01 fd-responsavel.
           05 fd-resp-cod                          pic  9(04).
           05 fd-resp-nome                         pic  x(25).
           05 fd-resp-cpf                          pic  x(11).
           05 fd-resp-telefone                     pic  x(15).
           05 fd-resp-endereco                     pic  x(35).
           05 fd-resp-email                        pic  x(30).

      *>   mesmo layout de fd-aviso em lista17cobranca
       fd arqAvisosCobranca.

       01 fd-aviso.
           05 fd-avs-chave.
               10 fd-avs-cod-aluno                 pic  9(06).
               10 fd-avs-vencimento                pic  x(10).
               10 fd-avs-nivel                     pic  9(01).
           05 fd-avs-data-emissao                  pic  x(10).
           05 fd-avs-dias-atraso                   pic  9(05).
           05 fd-avs-saldo                         pic  9(05)v99.
           05 fd-avs-valor-devido                  pic  9(05)v99.
           05 fd-avs-cod-responsavel               pic  9(04).
           05 fd-avs-destinatario                  pic  x(25).

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
           05 fd-esp-data-oferta                   pic  x(10).
           05 fd-esp-prazo-resposta                pic  x(10).
           05 fd-esp-data-resposta                 pic  x(10).
           05 fd-esp-cod-aluno                     pic  9(06).
           05 fd-esp-operador                      pic  x(08).

      *>   mesmo layout de fd-declaracao em lista17quitacao
       fd arqDeclaracoesQuitacao.

       01 fd-declaracao.
           05 fd-dq-numero                         pic  9(06).
           05 fd-dq-chave-resp.
               10 fd-dq-ano                        pic  9(04).
               10 fd-dq-cod-resp                   pic  9(04).
           05 fd-dq-nome-resp                      pic  x(25).
           05 fd-dq-cpf-resp                       pic  x(11).
           05 fd-dq-qtd-alunos                     pic  9(02).
           05 fd-dq-aluno occurs 8.
               10 fd-dq-alu-cod                    pic  9(06).
               10 fd-dq-alu-nome                   pic  x(25).
               10 fd-dq-alu-meses                  pic  x(36).
               10 fd-dq-alu-valor                  pic  9(06)v99.
           05 fd-dq-total-pago                     pic  9(07)v99.
           05 fd-dq-data-emissao                   pic  x(10).
           05 fd-dq-qtd-vias                       pic  9(02).
           05 fd-dq-data-hora                      pic  x(21).

      *>   mesmo layout de fd-parametro em lista17parametros
       fd arqParametros.

       01 fd-parametro.
           05 fd-par-chave.
               10 fd-par-cod                       pic  x(12).
               10 fd-par-vigencia                  pic  x(10).
           05 fd-par-valor                         pic  9(03)v9999.
           05 fd-par-operador                      pic  x(08).
           05 fd-par-data-hora                     pic  x(21).

      *>   mesmo layout de fd-log-alteracao em lista17exercicio1
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

       fd arqLogTrabalho.

       01 fd-linha-log-trabalho                    pic  x(130).

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
           05 filler                               pic  x(01).
           05 fd-hqz-pontos                        pic  9(01).

       fd arqQuizTrabalho.

       01 fd-linha-quiz-trabalho                   pic  x(214).

       fd arqRelatorioTitular.

       01 fd-linha-rel                             pic  x(100).

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
       77 ws-fs-arqAlunosArquivo                   pic  x(02).
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqFrequencia                      pic  x(02).
       77 ws-fs-arqHistoricoEscolar                pic  x(02).
       77 ws-fs-arqResponsaveis                    pic  x(02).
       77 ws-fs-arqAvisosCobranca                  pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).
       77 ws-fs-arqLogTrabalho                     pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).
       77 ws-fs-arqListaEspera                     pic  x(02).
       77 ws-fs-arqDeclaracoes                     pic  x(02).
       77 ws-fs-arqHistoricoQuiz                   pic  x(02).
       77 ws-fs-arqQuizTrabalho                    pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-data-hoje                         pic  x(10).
           05 ws-cod-titular                       pic  9(06).
           05 ws-cod-resp-titular                  pic  9(04).
           05 ws-cod-aluno-lst                     pic  9(06).
           05 ws-cod-resp-lst                      pic  9(04).
           05 ws-qtd-anonimizados                  pic  9(05) value zero.
           05 ws-qtd-relatorios                    pic  9(05) value zero.

      *>  arquivos opcionais - sem eles a parte correspondente do
      *>  relatório sai como inexistente
       01 ws-arquivos-abertos.
           05 ws-arquivo-aberto                    pic  x(01) value 'N'.
               88 ws-tem-arq-arquivo                      value 'S'.
           05 ws-financeiro-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-financeiro                   value 'S'.
           05 ws-frequencia-aberta                 pic  x(01) value 'N'.
               88 ws-tem-arq-frequencia                   value 'S'.
           05 ws-historico-aberto                  pic  x(01) value 'N'.
               88 ws-tem-arq-historico                    value 'S'.
           05 ws-responsaveis-abertos              pic  x(01) value 'N'.
               88 ws-tem-arq-responsaveis                 value 'S'.
           05 ws-avisos-abertos                    pic  x(01) value 'N'.
               88 ws-tem-arq-avisos                       value 'S'.
           05 ws-espera-aberta                     pic  x(01) value 'N'.
               88 ws-tem-arq-espera                       value 'S'.
           05 ws-declaracoes-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-declaracoes                  value 'S'.

      *>  retenção dos dados pessoais - anos depois da inativação, com o
      *>  padrão valendo enquanto arqParametros não tiver RETENCAO-ANO
       01 ws-retencao.
           05 ws-anos-retencao                     pic  9(03).
           05 ws-ano-limite                        pic  9(04).
           05 ws-data-limite                       pic  x(10).
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.

      *>  o que fica no lugar do nome do aluno anonimizado - também é a
      *>  marca de que o registro do arquivo morto já foi anonimizado
       77 ws-marca-anonimizado                     pic  x(25) value 'ANONIMIZADO'.
       77 ws-valor-mascarado                       pic  x(35) value '*** removido (LGPD) ***'.

      *>  alunos vinculados ao responsável do relatório - levantados
      *>  antes, já que a listagem de cada um lê o cadastro pela chave
       01 ws-alunos-responsavel.
           05 ws-qtd-vinc                          pic  9(03) value zero.
           05 ws-vinc-cod-aluno occurs 100         pic  9(06).
           05 ws-ind-vinc                          pic  9(03).

      *>  contagens da seção da vez do relatório
       01 ws-contagens-rel.
           05 ws-qtd-itens                         pic  9(05).
           05 ws-total-faturado                    pic  9(07)v99.
           05 ws-total-pago                        pic  9(07)v99.
           05 ws-ind-nota                          pic  9(01).
           05 ws-ind-freq                          pic  9(01).
           05 ws-qtd-vinculos                      pic  9(05).
           05 ws-qtd-mascarados                    pic  9(05).
           05 ws-ind-dq                            pic  9(02).
           05 ws-qtd-jogadas                       pic  9(05).
           05 ws-hqz-sessao-ant                    pic  x(14).
           05 ws-dq-alterada                       pic  x(01).
               88 ws-dq-foi-alterada                      value 'S'.

      *>  campos editados das linhas do relatório
       01 ws-edicao-rel.
           05 ws-edt-valor                         pic  zzzz9,99.
           05 ws-edt-pago                          pic  zzzz9,99.
           05 ws-edt-nota                          pic  z9,99.
           05 ws-edt-media                         pic  z9,99.
           05 ws-edt-total                         pic  zzzzzz9,99.

      *>  frequência sai cinco registros por linha
       01 ws-linha-frequencia.
           05 filler                               pic  x(03) value space.
           05 ws-lfr-item occurs 5                 pic  x(15).

      *>  operador efetivo da sessão - vem do menu via linkage; chamado
      *>  direto (sem o menu) roda com o operador coringa
       01 ws-operador-efetivo.
           05 ws-op-efet-cod                       pic  x(08).
           05 ws-op-efet-aut-exclusao              pic  x(01).

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

      *>   dados pessoais do titular (LGPD) - relatório de tudo que o
      *>   sistema guarda sobre um aluno ou um responsável, e a
      *>   anonimização do aluno arquivado com o prazo de retenção
      *>   vencido; notas, histórico e valores financeiros ficam, o
      *>   relatório é livre no menu e a anonimização exige a
      *>   autorização de exclusão
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           if address of lk-operador = null then
               move '????????' to ws-op-efet-cod
               move 'S' to ws-op-efet-aut-exclusao
           else
               move lk-op-cod to ws-op-efet-cod
               move lk-op-aut-exclusao to ws-op-efet-aut-exclusao
           end-if

           move function current-date to ws-data-hora-atual

           move spaces to ws-data-hoje
           string ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-hoje

           open input arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os demais arquivos só existem depois do primeiro uso de cada
      *>   rotina - '35' deixa a parte correspondente de fora
           open i-o arqAlunosArquivo

           if ws-fs-arqAlunosArquivo = '00'
           or ws-fs-arqAlunosArquivo = '05' then
               set ws-tem-arq-arquivo to true
           else
               if ws-fs-arqAlunosArquivo <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqAlunosArquivo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqFinanceiro

           if ws-fs-arqFinanceiro = '00' then
               set ws-tem-arq-financeiro to true
           else
               if ws-fs-arqFinanceiro <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
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

           open i-o arqHistoricoEscolar

           if ws-fs-arqHistoricoEscolar = '00'
           or ws-fs-arqHistoricoEscolar = '05' then
               set ws-tem-arq-historico to true
           else
               if ws-fs-arqHistoricoEscolar <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqHistoricoEscolar' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqResponsaveis

           if ws-fs-arqResponsaveis = '00'
           or ws-fs-arqResponsaveis = '05' then
               set ws-tem-arq-responsaveis to true
           else
               if ws-fs-arqResponsaveis <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqResponsaveis to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqResponsaveis' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqAvisosCobranca

           if ws-fs-arqAvisosCobranca = '00'
           or ws-fs-arqAvisosCobranca = '05' then
               set ws-tem-arq-avisos to true
           else
               if ws-fs-arqAvisosCobranca <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqAvisosCobranca' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqListaEspera

           if ws-fs-arqListaEspera = '00'
           or ws-fs-arqListaEspera = '05' then
               set ws-tem-arq-espera to true
           else
               if ws-fs-arqListaEspera <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqDeclaracoesQuitacao

           if ws-fs-arqDeclaracoes = '00'
           or ws-fs-arqDeclaracoes = '05' then
               set ws-tem-arq-declaracoes to true
           else
               if ws-fs-arqDeclaracoes <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform obter-prazo-retencao
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  prazo de retenção vigente hoje e a data limite de inativação -
      *>  quem saiu até essa data já passou do prazo
      *>------------------------------------------------------------------------
       obter-prazo-retencao section.

           move 'RETENCAO-ANO' to ws-par-cod-busca
           move ws-data-hoje to ws-par-data-ref
           move 5 to ws-par-valor-vigente

           open input arqParametros

           evaluate true
               when ws-fs-arqParametros = '00'
               or ws-fs-arqParametros = '05'
                   move ws-par-cod-busca to fd-par-cod
                   move spaces to fd-par-vigencia

                   start arqParametros key is greater than or equal to fd-par-chave

                   if ws-fs-arqParametros = '00' then
                       perform until ws-fs-arqParametros = '10'

                           read arqParametros next

                           if ws-fs-arqParametros = '00' then
      *>                       outra regra, ou vigência posterior a hoje
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

                   close arqParametros
               when ws-fs-arqParametros = '35'
                   continue
               when other
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move ws-par-valor-vigente to ws-anos-retencao

           compute ws-ano-limite = function numval(ws-data-hoje(1:4))
                                 - ws-anos-retencao

           move ws-data-hoje to ws-data-limite
           move ws-ano-limite to ws-data-limite(1:4)
           .
       obter-prazo-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display erase

               display '---------- Dados Pessoais do Titular (LGPD) ----------'
               display '1 - Relatorio por Aluno'
               display '2 - Relatorio por Responsavel Financeiro'
               display '3 - Anonimizar Aluno Arquivado (retencao de '
                       ws-anos-retencao ' anos)'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       perform relatorio-aluno
                   when '2'
                       perform relatorio-responsavel
                   when '3'
                       if ws-op-efet-aut-exclusao <> 'S' then
                           display 'Operador sem autorizacao de exclusao'
                       else
                           perform anonimizar-aluno
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
      *>  relatório de um aluno - cadastro vivo ou arquivo morto,
      *>  responsável, financeiro, frequência, histórico, avisos e log
      *>------------------------------------------------------------------------
       relatorio-aluno section.

           display 'Codigo do Aluno: '
           accept ws-cod-titular

      *>   sem responsável titular - o do aluno sai junto no relatório
           move zero to ws-cod-resp-titular

           perform abrir-relatorio

           move spaces to ws-linha-aux
           string 'Dados Pessoais do Titular - Aluno ' delimited by size
                  ws-cod-titular delimited by size
                  '  (emitido em ' delimited by size
                  ws-data-hoje delimited by size
                  ' por ' delimited by size
                  ws-op-efet-cod delimited by size
                  ')' delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           move ws-cod-titular to ws-cod-aluno-lst
           perform listar-dados-aluno

           perform fechar-relatorio
           .
       relatorio-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório de um responsável - o registro dele e o relatório de
      *>  cada aluno vinculado, no cadastro vivo ou no arquivo morto
      *>------------------------------------------------------------------------
       relatorio-responsavel section.

           display 'Codigo do Responsavel: '
           accept ws-cod-resp-titular

           perform abrir-relatorio

           move spaces to ws-linha-aux
           string 'Dados Pessoais do Titular - Responsavel ' delimited by size
                  ws-cod-resp-titular delimited by size
                  '  (emitido em ' delimited by size
                  ws-data-hoje delimited by size
                  ' por ' delimited by size
                  ws-op-efet-cod delimited by size
                  ')' delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           move ws-cod-resp-titular to ws-cod-resp-lst
           perform listar-responsavel

      *>   pedido de vaga ainda sem aluno só aparece pelo responsável
           perform listar-espera-responsavel

           perform levantar-alunos-responsavel

           if ws-qtd-vinc = 0 then
               move spaces to fd-linha-rel
               perform gravar-linha-rel
               move 'Nenhum aluno vinculado a este responsavel' to fd-linha-rel
               perform gravar-linha-rel
           else
               perform varying ws-ind-vinc from 1 by 1
                         until ws-ind-vinc > ws-qtd-vinc

                   move spaces to fd-linha-rel
                   perform gravar-linha-rel
                   move all '-' to fd-linha-rel
                   perform gravar-linha-rel

                   move ws-vinc-cod-aluno(ws-ind-vinc) to ws-cod-aluno-lst
                   perform listar-dados-aluno

               end-perform
           end-if

           perform fechar-relatorio
           .
       relatorio-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  códigos dos alunos do cadastro vivo e do arquivo morto
      *>  vinculados ao responsável ws-cod-resp-titular
      *>------------------------------------------------------------------------
       levantar-alunos-responsavel section.

           move zero to ws-qtd-vinc

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>   tratamento de erro
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
                       if fd-cod-responsavel = ws-cod-resp-titular
                       and ws-qtd-vinc < 100 then
                           add 1 to ws-qtd-vinc
                           move fd-cod-aluno to ws-vinc-cod-aluno(ws-qtd-vinc)
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

           if ws-tem-arq-arquivo then
               move 1 to fd-arq-cod-aluno

               start arqAlunosArquivo key is greater than or equal to fd-arq-cod-aluno

      *>       tratamento de erro
               if ws-fs-arqAlunosArquivo <> '00'
               and ws-fs-arqAlunosArquivo <> '23' then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                   move 'Erro de Start arq.arqAlunosArquivo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlunosArquivo = '00' then
                   perform until ws-fs-arqAlunosArquivo = '10'

                       read arqAlunosArquivo next

                       if ws-fs-arqAlunosArquivo = '00' then
                           if fd-arq-cod-responsavel = ws-cod-resp-titular
                           and ws-qtd-vinc < 100 then
                               add 1 to ws-qtd-vinc
                               move fd-arq-cod-aluno
                                 to ws-vinc-cod-aluno(ws-qtd-vinc)
                           end-if
                       else
                           if ws-fs-arqAlunosArquivo <> '10' then
                               move 3 to ws-msn-erro-offset
                               move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqAlunosArquivo' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       levantar-alunos-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  todas as seções do aluno ws-cod-aluno-lst no relatório
      *>------------------------------------------------------------------------
       listar-dados-aluno section.

           move zero to ws-cod-resp-lst

           perform listar-cadastro-vivo
           perform listar-arquivo-morto

      *>   o responsável do aluno entra no relatório do aluno; no
      *>   relatório do responsável ele já saiu no topo
           if ws-cod-resp-lst > 0
           and ws-cod-resp-lst <> ws-cod-resp-titular then
               perform listar-responsavel
           end-if

           perform listar-financeiro
           perform listar-frequencia
           perform listar-historico
           perform listar-avisos
           perform listar-espera-aluno
           perform listar-declaracoes-aluno
           perform listar-quiz-aluno
           perform listar-log-aluno
           .
       listar-dados-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro do aluno no cadastro vivo
      *>------------------------------------------------------------------------
       listar-cadastro-vivo section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move spaces to ws-linha-aux
           string '[arqCadastroAlunos] Aluno ' delimited by size
                  ws-cod-aluno-lst delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           move ws-cod-aluno-lst to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   move fd-cod-responsavel to ws-cod-resp-lst

                   move spaces to ws-linha-aux
                   string '   Nome........: ' fd-aluno delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel

                   move spaces to ws-linha-aux
                   string '   Endereco....: ' fd-endereco delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel

                   move spaces to ws-linha-aux
                   string '   Mae.........: ' fd-mae delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel

                   move spaces to ws-linha-aux
                   string '   Pai.........: ' fd-pai delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel

                   move spaces to ws-linha-aux
                   string '   Telefone....: ' fd-telefone delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel

                   move fd-media to ws-edt-media
                   move spaces to ws-linha-aux
                   string '   Turma ' fd-turma delimited by size
                          '  Serie ' fd-serie delimited by size
                          '  Ativo ' fd-ativo delimited by size
                          '  Inativo desde ' fd-data-inativacao delimited by size
                          '  Media ' ws-edt-media delimited by size
                          '  Situacao ' fd-situacao delimited by size
                          '  Resp. ' fd-cod-responsavel delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel
               when '23'
                   move '   nao consta' to fd-linha-rel
                   perform gravar-linha-rel
               when other
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       listar-cadastro-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro do aluno no arquivo morto
      *>------------------------------------------------------------------------
       listar-arquivo-morto section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqAlunosArquivo]' to fd-linha-rel
           perform gravar-linha-rel

           if not ws-tem-arq-arquivo then
               move '   arquivo inexistente' to fd-linha-rel
               perform gravar-linha-rel
           else
               move ws-cod-aluno-lst to fd-arq-cod-aluno

               read arqAlunosArquivo

               evaluate ws-fs-arqAlunosArquivo
                   when '00'
                       if fd-arq-cod-responsavel > 0 then
                           move fd-arq-cod-responsavel to ws-cod-resp-lst
                       end-if

                       move spaces to ws-linha-aux
                       string '   Nome........: ' fd-arq-aluno delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   Endereco....: ' fd-arq-endereco delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   Mae.........: ' fd-arq-mae delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   Pai.........: ' fd-arq-pai delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   Telefone....: ' fd-arq-telefone delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move fd-arq-media to ws-edt-media
                       move spaces to ws-linha-aux
                       string '   Turma ' fd-arq-turma delimited by size
                              '  Serie ' fd-arq-serie delimited by size
                              '  Inativo desde ' fd-arq-data-inativacao
                                  delimited by size
                              '  Media ' ws-edt-media delimited by size
                              '  Situacao ' fd-arq-situacao delimited by size
                              '  Resp. ' fd-arq-cod-responsavel delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel
                   when '23'
                       move '   nao consta' to fd-linha-rel
                       perform gravar-linha-rel
                   when other
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqAlunosArquivo' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       listar-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro do responsável ws-cod-resp-lst
      *>------------------------------------------------------------------------
       listar-responsavel section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move spaces to ws-linha-aux
           string '[arqResponsaveis] Responsavel ' delimited by size
                  ws-cod-resp-lst delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           if not ws-tem-arq-responsaveis then
               move '   arquivo inexistente' to fd-linha-rel
               perform gravar-linha-rel
           else
               move ws-cod-resp-lst to fd-resp-cod

               read arqResponsaveis

               evaluate ws-fs-arqResponsaveis
                   when '00'
                       move spaces to ws-linha-aux
                       string '   Nome........: ' fd-resp-nome delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   CPF.........: ' fd-resp-cpf delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   Telefone....: ' fd-resp-telefone delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   Endereco....: ' fd-resp-endereco delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel

                       move spaces to ws-linha-aux
                       string '   E-mail......: ' fd-resp-email delimited by size
                         into ws-linha-aux
                       move ws-linha-aux to fd-linha-rel
                       perform gravar-linha-rel
                   when '23'
                       move '   nao consta' to fd-linha-rel
                       perform gravar-linha-rel
                   when other
                       move 8 to ws-msn-erro-offset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform listar-declaracoes-resp
           .
       listar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lançamentos financeiros do aluno, com os totais
      *>------------------------------------------------------------------------
       listar-financeiro section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqFinanceiro] Vencimento    Valor Sit Data Pgto     Pago  Recibo'
             to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens
           move zero to ws-total-faturado
           move zero to ws-total-pago

           if ws-tem-arq-financeiro then
               move ws-cod-aluno-lst to fd-fin-cod-aluno
               move low-values to fd-fin-vencimento

               start arqFinanceiro key is greater than or equal to fd-fin-chave

      *>       tratamento de erro - '23' = aluno sem lançamento algum
               if ws-fs-arqFinanceiro <> '00'
               and ws-fs-arqFinanceiro <> '23' then
                   move 4 to ws-msn-erro-offset
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
                            and fd-fin-cod-aluno <> ws-cod-aluno-lst
                               move '10' to ws-fs-arqFinanceiro
                           when ws-fs-arqFinanceiro = '00'
                               add 1 to ws-qtd-itens
                               add fd-fin-valor-mensalidade to ws-total-faturado

                               move fd-fin-valor-mensalidade to ws-edt-valor
                               if fd-fin-valor-pago is numeric then
                                   add fd-fin-valor-pago to ws-total-pago
                                   move fd-fin-valor-pago to ws-edt-pago
                               else
                                   move zero to ws-edt-pago
                               end-if

                               move spaces to ws-linha-aux
                               string '   ' delimited by size
                                      fd-fin-vencimento delimited by size
                                      ' ' ws-edt-valor delimited by size
                                      '  ' fd-fin-situacao-pgto delimited by size
                                      '  ' fd-fin-data-pagamento delimited by size
                                      ' ' ws-edt-pago delimited by size
                                      '  ' fd-fin-recibo delimited by size
                                 into ws-linha-aux
                               move ws-linha-aux to fd-linha-rel
                               perform gravar-linha-rel
                           when other
                               move 4 to ws-msn-erro-offset
                               move ws-fs-arqFinanceiro to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhum lancamento' to fd-linha-rel
               perform gravar-linha-rel
           else
               move ws-total-faturado to ws-edt-total
               move spaces to ws-linha-aux
               string '   Total faturado: ' ws-edt-total delimited by size
                 into ws-linha-aux
               move ws-linha-aux to fd-linha-rel
               perform gravar-linha-rel

               move ws-total-pago to ws-edt-total
               move spaces to ws-linha-aux
               string '   Total pago....: ' ws-edt-total delimited by size
                 into ws-linha-aux
               move ws-linha-aux to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-financeiro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registros de frequência do aluno, cinco por linha
      *>------------------------------------------------------------------------
       listar-frequencia section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqFrequencia] Data e presenca (P/F)' to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens
           move zero to ws-ind-freq
           move spaces to ws-linha-frequencia

           if ws-tem-arq-frequencia then
               move ws-cod-aluno-lst to fd-freq-cod-aluno
               move low-values to fd-freq-data

               start arqFrequencia key is greater than or equal to fd-freq-chave

      *>       tratamento de erro - '23' = aluno sem frequência alguma
               if ws-fs-arqFrequencia <> '00'
               and ws-fs-arqFrequencia <> '23' then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqFrequencia to ws-msn-erro-cod
                   move 'Erro de Start arq.arqFrequencia' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqFrequencia = '00' then
                   perform until ws-fs-arqFrequencia = '10'

                       read arqFrequencia next

                       evaluate true
                           when ws-fs-arqFrequencia = '10'
                               continue
                           when ws-fs-arqFrequencia = '00'
                            and fd-freq-cod-aluno <> ws-cod-aluno-lst
                               move '10' to ws-fs-arqFrequencia
                           when ws-fs-arqFrequencia = '00'
                               add 1 to ws-qtd-itens
                               add 1 to ws-ind-freq

                               move spaces to ws-lfr-item(ws-ind-freq)
                               string fd-freq-data delimited by size
                                      ' ' delimited by size
                                      fd-freq-presenca delimited by size
                                 into ws-lfr-item(ws-ind-freq)

                               if ws-ind-freq = 5 then
                                   move ws-linha-frequencia to fd-linha-rel
                                   perform gravar-linha-rel
                                   move zero to ws-ind-freq
                                   move spaces to ws-linha-frequencia
                               end-if
                           when other
                               move 5 to ws-msn-erro-offset
                               move ws-fs-arqFrequencia to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqFrequencia' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

      *>   última linha incompleta
           if ws-ind-freq > 0 then
               move ws-linha-frequencia to fd-linha-rel
               perform gravar-linha-rel
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhum registro' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  histórico escolar do aluno, um bloco por ano fechado
      *>------------------------------------------------------------------------
       listar-historico section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqHistoricoEscolar]' to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           if ws-tem-arq-historico then
               move ws-cod-aluno-lst to fd-hist-cod-aluno
               move zero to fd-hist-ano

               start arqHistoricoEscolar key is greater than or equal to fd-hist-chave

      *>       tratamento de erro - '23' = aluno sem ano fechado
               if ws-fs-arqHistoricoEscolar <> '00'
               and ws-fs-arqHistoricoEscolar <> '23' then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                   move 'Erro de Start arq.arqHistoricoEscolar' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqHistoricoEscolar = '00' then
                   perform until ws-fs-arqHistoricoEscolar = '10'

                       read arqHistoricoEscolar next

                       evaluate true
                           when ws-fs-arqHistoricoEscolar = '10'
                               continue
                           when ws-fs-arqHistoricoEscolar = '00'
                            and fd-hist-cod-aluno <> ws-cod-aluno-lst
                               move '10' to ws-fs-arqHistoricoEscolar
                           when ws-fs-arqHistoricoEscolar = '00'
                               add 1 to ws-qtd-itens
                               perform listar-ano-historico
                           when other
                               move 6 to ws-msn-erro-offset
                               move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqHistoricoEscolar' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhum ano fechado' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  um ano do histórico - cabeçalho e as notas lançadas
      *>------------------------------------------------------------------------
       listar-ano-historico section.

           move fd-hist-media to ws-edt-media
           move spaces to ws-linha-aux
           string '   Ano ' fd-hist-ano delimited by size
                  '  Serie ' fd-hist-serie delimited by size
                  '  Nome ' fd-hist-aluno delimited by size
                  '  Media ' ws-edt-media delimited by size
                  '  Situacao ' fd-hist-situacao delimited by size
                  '  Fechado em ' fd-hist-data-fechamento delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           perform varying ws-ind-nota from 1 by 1
                     until ws-ind-nota > 8

               if fd-hist-nota(ws-ind-nota) is numeric then
                   move fd-hist-nota(ws-ind-nota) to ws-edt-nota
                   move spaces to ws-linha-aux
                   string '      Disciplina ' delimited by size
                          fd-hist-cod-disc(ws-ind-nota) delimited by size
                          '  Nota ' ws-edt-nota delimited by size
                          '  Peso ' fd-hist-peso(ws-ind-nota) delimited by size
                     into ws-linha-aux
                   move ws-linha-aux to fd-linha-rel
                   perform gravar-linha-rel
               end-if

           end-perform
           .
       listar-ano-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  avisos de cobrança emitidos sobre os lançamentos do aluno
      *>------------------------------------------------------------------------
       listar-avisos section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqAvisosCobranca] Emissao  Nivel Vencimento   Destinatario'
             to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           if ws-tem-arq-avisos then
               move ws-cod-aluno-lst to fd-avs-cod-aluno
               move low-values to fd-avs-vencimento
               move zero to fd-avs-nivel

               start arqAvisosCobranca key is greater than or equal to fd-avs-chave

      *>       tratamento de erro - '23' = nenhum aviso
               if ws-fs-arqAvisosCobranca <> '00'
               and ws-fs-arqAvisosCobranca <> '23' then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                   move 'Erro de Start arq.arqAvisosCobranca' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAvisosCobranca = '00' then
                   perform until ws-fs-arqAvisosCobranca = '10'

                       read arqAvisosCobranca next

                       evaluate true
                           when ws-fs-arqAvisosCobranca = '10'
                               continue
                           when ws-fs-arqAvisosCobranca = '00'
                            and fd-avs-cod-aluno <> ws-cod-aluno-lst
                               move '10' to ws-fs-arqAvisosCobranca
                           when ws-fs-arqAvisosCobranca = '00'
                               add 1 to ws-qtd-itens
                               move spaces to ws-linha-aux
                               string '   ' fd-avs-data-emissao delimited by size
                                      '  ' fd-avs-nivel delimited by size
                                      '    ' fd-avs-vencimento delimited by size
                                      '   ' fd-avs-destinatario delimited by size
                                 into ws-linha-aux
                               move ws-linha-aux to fd-linha-rel
                               perform gravar-linha-rel
                           when other
                               move 10 to ws-msn-erro-offset
                               move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqAvisosCobranca' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhum aviso' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pedidos da lista de espera ligados ao aluno - pela matrícula que
      *>  atendeu o pedido ou pela transferência de origem; o arquivo não
      *>  tem chave por aluno, então é lido inteiro
      *>------------------------------------------------------------------------
       listar-espera-aluno section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqListaEspera] Pedido Turma Data       Candidato' to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           if ws-tem-arq-espera
           and ws-cod-aluno-lst > 0 then
               move zero to fd-esp-numero

               start arqListaEspera key is greater than or equal to fd-esp-numero

      *>       tratamento de erro - '23' = lista vazia
               if ws-fs-arqListaEspera <> '00'
               and ws-fs-arqListaEspera <> '23' then
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqListaEspera = '00' then
                   perform until ws-fs-arqListaEspera = '10'

                       read arqListaEspera next

                       evaluate true
                           when ws-fs-arqListaEspera = '10'
                               continue
                           when ws-fs-arqListaEspera = '00'
                            and (fd-esp-cod-aluno = ws-cod-aluno-lst
                              or fd-esp-cod-aluno-origem = ws-cod-aluno-lst)
                               perform listar-pedido-espera
                           when ws-fs-arqListaEspera = '00'
                               continue
                           when other
                               move 13 to ws-msn-erro-offset
                               move ws-fs-arqListaEspera to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhum pedido' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-espera-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pedidos da lista de espera feitos pelo responsável do relatório
      *>  que ainda não viraram aluno - os demais saem com o aluno
      *>------------------------------------------------------------------------
       listar-espera-responsavel section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqListaEspera] Pedidos sem aluno - Pedido Turma Data       Candidato'
             to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           if ws-tem-arq-espera then
               move zero to fd-esp-numero

               start arqListaEspera key is greater than or equal to fd-esp-numero

      *>       tratamento de erro - '23' = lista vazia
               if ws-fs-arqListaEspera <> '00'
               and ws-fs-arqListaEspera <> '23' then
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqListaEspera = '00' then
                   perform until ws-fs-arqListaEspera = '10'

                       read arqListaEspera next

                       evaluate true
                           when ws-fs-arqListaEspera = '10'
                               continue
                           when ws-fs-arqListaEspera = '00'
                            and fd-esp-cod-responsavel = ws-cod-resp-titular
                            and fd-esp-cod-aluno = zero
                            and fd-esp-cod-aluno-origem = zero
                               perform listar-pedido-espera
                           when ws-fs-arqListaEspera = '00'
                               continue
                           when other
                               move 13 to ws-msn-erro-offset
                               move ws-fs-arqListaEspera to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhum pedido' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-espera-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linhas do pedido lido em fd-lista-espera
      *>------------------------------------------------------------------------
       listar-pedido-espera section.

           add 1 to ws-qtd-itens

           move spaces to ws-linha-aux
           string '   ' fd-esp-numero delimited by size
                  '  ' fd-esp-turma delimited by size
                  '    ' fd-esp-data-pedido delimited by size
                  ' ' fd-esp-candidato delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           move spaces to ws-linha-aux
           string '      Endereco: ' fd-esp-endereco delimited by size
                  ' Tel.: ' fd-esp-telefone delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel

           move spaces to ws-linha-aux
           string '      Mae: ' fd-esp-mae delimited by size
                  ' Pai: ' fd-esp-pai delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-rel
           perform gravar-linha-rel
           .
       listar-pedido-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  declarações de quitação em que o aluno aparece - o nome dele
      *>  fica gravado na linha do aluno dentro da declaração
      *>------------------------------------------------------------------------
       listar-declaracoes-aluno section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqDeclaracoesQuitacao] Declaracao Ano  Emissao    Nome do aluno'
             to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           if ws-tem-arq-declaracoes then
               move zero to fd-dq-numero

               start arqDeclaracoesQuitacao key is greater than or equal to fd-dq-numero

      *>       tratamento de erro - '23' = nenhuma declaração
               if ws-fs-arqDeclaracoes <> '00'
               and ws-fs-arqDeclaracoes <> '23' then
                   move 14 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro de Start arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDeclaracoes = '00' then
                   perform until ws-fs-arqDeclaracoes = '10'

                       read arqDeclaracoesQuitacao next

                       evaluate ws-fs-arqDeclaracoes
                           when '00'
                               perform varying ws-ind-dq from 1 by 1
                                         until ws-ind-dq > fd-dq-qtd-alunos
                                            or ws-ind-dq > 8

                                   if fd-dq-alu-cod(ws-ind-dq) = ws-cod-aluno-lst then
                                       add 1 to ws-qtd-itens
                                       move spaces to ws-linha-aux
                                       string '   ' fd-dq-numero delimited by size
                                              '     ' fd-dq-ano delimited by size
                                              ' ' fd-dq-data-emissao delimited by size
                                              ' ' fd-dq-alu-nome(ws-ind-dq)
                                                  delimited by size
                                         into ws-linha-aux
                                       move ws-linha-aux to fd-linha-rel
                                       perform gravar-linha-rel
                                   end-if

                               end-perform
                           when '10'
                               continue
                           when other
                               move 14 to ws-msn-erro-offset
                               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhuma declaracao' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-declaracoes-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  declarações de quitação emitidas ao responsável ws-cod-resp-lst,
      *>  com o nome e o CPF gravados nelas
      *>------------------------------------------------------------------------
       listar-declaracoes-resp section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqDeclaracoesQuitacao] Declaracao Ano  Emissao    Nome / CPF do responsavel'
             to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           if ws-tem-arq-declaracoes then
               move zero to fd-dq-numero

               start arqDeclaracoesQuitacao key is greater than or equal to fd-dq-numero

      *>       tratamento de erro - '23' = nenhuma declaração
               if ws-fs-arqDeclaracoes <> '00'
               and ws-fs-arqDeclaracoes <> '23' then
                   move 14 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro de Start arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDeclaracoes = '00' then
                   perform until ws-fs-arqDeclaracoes = '10'

                       read arqDeclaracoesQuitacao next

                       evaluate true
                           when ws-fs-arqDeclaracoes = '10'
                               continue
                           when ws-fs-arqDeclaracoes = '00'
                            and fd-dq-cod-resp = ws-cod-resp-lst
                               add 1 to ws-qtd-itens
                               move spaces to ws-linha-aux
                               string '   ' fd-dq-numero delimited by size
                                      '     ' fd-dq-ano delimited by size
                                      ' ' fd-dq-data-emissao delimited by size
                                      ' ' fd-dq-nome-resp delimited by size
                                      ' ' fd-dq-cpf-resp delimited by size
                                 into ws-linha-aux
                               move ws-linha-aux to fd-linha-rel
                               perform gravar-linha-rel
                           when ws-fs-arqDeclaracoes = '00'
                               continue
                           when other
                               move 14 to ws-msn-erro-offset
                               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhuma declaracao' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-declaracoes-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  partidas do quiz em que o aluno jogou - o histórico tem uma linha
      *>  por pergunta, então sai uma linha por sessão
      *>------------------------------------------------------------------------
       listar-quiz-aluno section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqHistoricoQuiz] Sessao         Data       Jogador' to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens
           move spaces to ws-hqz-sessao-ant

           if ws-cod-aluno-lst > 0 then
               open input arqHistoricoQuiz

               evaluate ws-fs-arqHistoricoQuiz
                   when '00'
                       perform until ws-fs-arqHistoricoQuiz = '10'

                           read arqHistoricoQuiz

                           evaluate ws-fs-arqHistoricoQuiz
                               when '00'
                                   if fd-hqz-cod-aluno = ws-cod-aluno-lst
                                   and fd-hqz-sessao <> ws-hqz-sessao-ant then
                                       add 1 to ws-qtd-itens
                                       move fd-hqz-sessao to ws-hqz-sessao-ant
                                       move spaces to ws-linha-aux
                                       string '   ' fd-hqz-sessao delimited by size
                                              '  ' fd-hqz-data delimited by size
                                              ' ' fd-hqz-jogador delimited by size
                                         into ws-linha-aux
                                       move ws-linha-aux to fd-linha-rel
                                       perform gravar-linha-rel
                                   end-if
                               when '10'
                                   continue
                               when other
                                   move 15 to ws-msn-erro-offset
                                   move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                                   move 'Erro ao Ler arq.arqHistoricoQuiz' to ws-msn-erro-text
                                   perform finaliza-anormal
                           end-evaluate

                       end-perform

                       close arqHistoricoQuiz
                   when '35'
                       continue
                   when other
                       move 15 to ws-msn-erro-offset
                       move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                       move 'Erro ao Abrir arq.arqHistoricoQuiz' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-qtd-itens = 0 then
               move '   nenhuma partida' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-quiz-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alterações do aluno no log - o log é sequencial, então é lido
      *>  inteiro a cada relatório
      *>------------------------------------------------------------------------
       listar-log-aluno section.

           move spaces to fd-linha-rel
           perform gravar-linha-rel
           move '[arqLogAlteracoes] Campo / valor antigo / valor novo / data / operador'
             to fd-linha-rel
           perform gravar-linha-rel

           move zero to ws-qtd-itens

           open input arqLogAlteracoes

           evaluate ws-fs-arqLogAlteracoes
               when '00'
                   perform until ws-fs-arqLogAlteracoes = '10'

                       read arqLogAlteracoes

                       evaluate ws-fs-arqLogAlteracoes
                           when '00'
                               if fd-log-cod-aluno = ws-cod-aluno-lst then
                                   add 1 to ws-qtd-itens

                                   move spaces to ws-linha-aux
                                   string '   ' fd-log-campo delimited by size
                                          ' ' fd-log-valor-antigo delimited by size
                                          ' ' fd-log-valor-novo delimited by size
                                     into ws-linha-aux
                                   move ws-linha-aux to fd-linha-rel
                                   perform gravar-linha-rel

                                   move spaces to ws-linha-aux
                                   string '      em ' fd-log-data-hora(1:14)
                                              delimited by size
                                          ' por ' fd-log-operador delimited by size
                                     into ws-linha-aux
                                   move ws-linha-aux to fd-linha-rel
                                   perform gravar-linha-rel
                               end-if
                           when '10'
                               continue
                           when other
                               move 7 to ws-msn-erro-offset
                               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqLogAlteracoes' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform

                   close arqLogAlteracoes
               when '35'
                   continue
               when other
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqLogAlteracoes' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-qtd-itens = 0 then
               move '   nenhuma alteracao registrada' to fd-linha-rel
               perform gravar-linha-rel
           end-if
           .
       listar-log-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  anonimização do aluno arquivado com a retenção vencida - nome,
      *>  pais, endereço e telefone saem do arquivo morto, do histórico,
      *>  dos avisos de cobrança, da lista de espera, das declarações de
      *>  quitação, do histórico do quiz e dos valores do log; o
      *>  responsável só é anonimizado quando não atende mais nenhum
      *>  outro aluno; notas, histórico e financeiro continuam, e a
      *>  anonimização fica no log
      *>------------------------------------------------------------------------
       anonimizar-aluno section.

           display 'Codigo do Aluno Arquivado: '
           accept ws-cod-titular

           move ws-cod-titular to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   display 'Aluno ainda esta no cadastro - so aluno arquivado pode ser anonimizado'
               when '23'
                   perform conferir-aluno-arquivado
               when other
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       anonimizar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o aluno no arquivo morto e o prazo de retenção, pede a
      *>  confirmação e anonimiza
      *>------------------------------------------------------------------------
       conferir-aluno-arquivado section.

           if not ws-tem-arq-arquivo then
               display 'Arquivo morto inexistente'
           else
               move ws-cod-titular to fd-arq-cod-aluno

               read arqAlunosArquivo

               evaluate true
                   when ws-fs-arqAlunosArquivo = '23'
                       display 'Aluno nao esta no arquivo morto'
                   when ws-fs-arqAlunosArquivo <> '00'
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqAlunosArquivo' to ws-msn-erro-text
                       perform finaliza-anormal
                   when fd-arq-aluno = ws-marca-anonimizado
                       display 'Aluno ja anonimizado'
      *>           data em branco = inativado antes de a data existir no
      *>           cadastro, mesmo critério do expurgo - já passou do prazo
                   when fd-arq-data-inativacao <> spaces
                    and fd-arq-data-inativacao > ws-data-limite
                       display 'Retencao ainda nao cumprida - inativo desde '
                               fd-arq-data-inativacao
                       display 'Anonimizacao liberada para inativados ate '
                               ws-data-limite
                   when other
                       display 'Aluno: ' fd-arq-cod-aluno ' - ' fd-arq-aluno
                       display 'Inativo desde: ' fd-arq-data-inativacao
                       display 'Nome, pais, endereco e telefone serao removidos'
                       display 'Notas, historico e financeiro serao mantidos'
                       display 'Confirma a anonimizacao? S-im/N-ao'
                       accept ws-confirma
                       move function upper-case(ws-confirma) to ws-confirma

                       if ws-confirma = 'S' then
                           perform executar-anonimizacao
                       else
                           display 'Anonimizacao cancelada'
                       end-if
               end-evaluate
           end-if
           .
       conferir-aluno-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  anonimiza o aluno lido em fd-arq-alunos em cada arquivo
      *>------------------------------------------------------------------------
       executar-anonimizacao section.

           move fd-arq-cod-responsavel to ws-cod-resp-lst

           move ws-marca-anonimizado to fd-arq-aluno
           move spaces to fd-arq-endereco
           move spaces to fd-arq-mae
           move spaces to fd-arq-pai
           move spaces to fd-arq-telefone
      *>   o vínculo com o responsável também identifica a família
           move zero to fd-arq-cod-responsavel

           rewrite fd-arq-alunos

      *>   tratamento de erro
           if ws-fs-arqAlunosArquivo <> '00' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
               move 'Erro ao Regravar arq.arqAlunosArquivo' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform anonimizar-historico
           perform anonimizar-avisos
           perform anonimizar-espera
           perform anonimizar-declaracoes-aluno
           perform anonimizar-quiz
           perform anonimizar-responsavel
           perform mascarar-log-aluno
           perform registrar-anonimizacao

           add 1 to ws-qtd-anonimizados

           display 'Aluno ' ws-cod-titular ' anonimizado'
           .
       executar-anonimizacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  nome gravado em cada ano do histórico - as notas ficam
      *>------------------------------------------------------------------------
       anonimizar-historico section.

           if ws-tem-arq-historico then
               move ws-cod-titular to fd-hist-cod-aluno
               move zero to fd-hist-ano

               start arqHistoricoEscolar key is greater than or equal to fd-hist-chave

               if ws-fs-arqHistoricoEscolar <> '00'
               and ws-fs-arqHistoricoEscolar <> '23' then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                   move 'Erro de Start arq.arqHistoricoEscolar' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqHistoricoEscolar = '00' then
                   perform until ws-fs-arqHistoricoEscolar = '10'

                       read arqHistoricoEscolar next

                       evaluate true
                           when ws-fs-arqHistoricoEscolar = '10'
                               continue
                           when ws-fs-arqHistoricoEscolar = '00'
                            and fd-hist-cod-aluno <> ws-cod-titular
                               move '10' to ws-fs-arqHistoricoEscolar
                           when ws-fs-arqHistoricoEscolar = '00'
                               move ws-marca-anonimizado to fd-hist-aluno

                               rewrite fd-historico

                               if ws-fs-arqHistoricoEscolar <> '00' then
                                   move 6 to ws-msn-erro-offset
                                   move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                                   move 'Erro ao Regravar arq.arqHistoricoEscolar'
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when other
                               move 6 to ws-msn-erro-offset
                               move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqHistoricoEscolar' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       anonimizar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  destinatário gravado nos avisos de cobrança do aluno - datas e
      *>  valores ficam
      *>------------------------------------------------------------------------
       anonimizar-avisos section.

           if ws-tem-arq-avisos then
               move ws-cod-titular to fd-avs-cod-aluno
               move low-values to fd-avs-vencimento
               move zero to fd-avs-nivel

               start arqAvisosCobranca key is greater than or equal to fd-avs-chave

               if ws-fs-arqAvisosCobranca <> '00'
               and ws-fs-arqAvisosCobranca <> '23' then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                   move 'Erro de Start arq.arqAvisosCobranca' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAvisosCobranca = '00' then
                   perform until ws-fs-arqAvisosCobranca = '10'

                       read arqAvisosCobranca next

                       evaluate true
                           when ws-fs-arqAvisosCobranca = '10'
                               continue
                           when ws-fs-arqAvisosCobranca = '00'
                            and fd-avs-cod-aluno <> ws-cod-titular
                               move '10' to ws-fs-arqAvisosCobranca
                           when ws-fs-arqAvisosCobranca = '00'
                               move spaces to fd-avs-destinatario
                               move zero to fd-avs-cod-responsavel

                               rewrite fd-aviso

                               if ws-fs-arqAvisosCobranca <> '00' then
                                   move 10 to ws-msn-erro-offset
                                   move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                                   move 'Erro ao Regravar arq.arqAvisosCobranca'
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when other
                               move 10 to ws-msn-erro-offset
                               move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqAvisosCobranca' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       anonimizar-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pedidos da lista de espera ligados ao aluno - candidato, pais,
      *>  endereço e telefone saem; turma, datas e situação ficam
      *>------------------------------------------------------------------------
       anonimizar-espera section.

           if ws-tem-arq-espera then
               move zero to fd-esp-numero

               start arqListaEspera key is greater than or equal to fd-esp-numero

               if ws-fs-arqListaEspera <> '00'
               and ws-fs-arqListaEspera <> '23' then
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqListaEspera = '00' then
                   perform until ws-fs-arqListaEspera = '10'

                       read arqListaEspera next

                       evaluate true
                           when ws-fs-arqListaEspera = '10'
                               continue
                           when ws-fs-arqListaEspera = '00'
                            and (fd-esp-cod-aluno = ws-cod-titular
                              or fd-esp-cod-aluno-origem = ws-cod-titular)
                               move ws-marca-anonimizado to fd-esp-candidato
                               move spaces to fd-esp-endereco
                               move spaces to fd-esp-mae
                               move spaces to fd-esp-pai
                               move spaces to fd-esp-telefone

                               rewrite fd-lista-espera

                               if ws-fs-arqListaEspera <> '00' then
                                   move 13 to ws-msn-erro-offset
                                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                                   move 'Erro ao Regravar arq.arqListaEspera'
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when ws-fs-arqListaEspera = '00'
                               continue
                           when other
                               move 13 to ws-msn-erro-offset
                               move ws-fs-arqListaEspera to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       anonimizar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  nome do aluno nas declarações de quitação - meses e valores
      *>  declarados ficam
      *>------------------------------------------------------------------------
       anonimizar-declaracoes-aluno section.

           if ws-tem-arq-declaracoes then
               move zero to fd-dq-numero

               start arqDeclaracoesQuitacao key is greater than or equal to fd-dq-numero

               if ws-fs-arqDeclaracoes <> '00'
               and ws-fs-arqDeclaracoes <> '23' then
                   move 14 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro de Start arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDeclaracoes = '00' then
                   perform until ws-fs-arqDeclaracoes = '10'

                       read arqDeclaracoesQuitacao next

                       evaluate ws-fs-arqDeclaracoes
                           when '00'
                               move 'N' to ws-dq-alterada

                               perform varying ws-ind-dq from 1 by 1
                                         until ws-ind-dq > fd-dq-qtd-alunos
                                            or ws-ind-dq > 8

                                   if fd-dq-alu-cod(ws-ind-dq) = ws-cod-titular then
                                       move ws-marca-anonimizado
                                         to fd-dq-alu-nome(ws-ind-dq)
                                       set ws-dq-foi-alterada to true
                                   end-if

                               end-perform

                               if ws-dq-foi-alterada then
                                   rewrite fd-declaracao

                                   if ws-fs-arqDeclaracoes <> '00' then
                                       move 14 to ws-msn-erro-offset
                                       move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                                       move 'Erro ao Regravar arq.arqDeclaracoesQuitacao'
                                         to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                               end-if
                           when '10'
                               continue
                           when other
                               move 14 to ws-msn-erro-offset
                               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       anonimizar-declaracoes-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  nome e CPF do responsável ws-cod-resp-lst nas declarações de
      *>  quitação emitidas para ele
      *>------------------------------------------------------------------------
       anonimizar-declaracoes-resp section.

           if ws-tem-arq-declaracoes then
               move zero to fd-dq-numero

               start arqDeclaracoesQuitacao key is greater than or equal to fd-dq-numero

               if ws-fs-arqDeclaracoes <> '00'
               and ws-fs-arqDeclaracoes <> '23' then
                   move 14 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro de Start arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDeclaracoes = '00' then
                   perform until ws-fs-arqDeclaracoes = '10'

                       read arqDeclaracoesQuitacao next

                       evaluate true
                           when ws-fs-arqDeclaracoes = '10'
                               continue
                           when ws-fs-arqDeclaracoes = '00'
                            and fd-dq-cod-resp = ws-cod-resp-lst
                               move ws-marca-anonimizado to fd-dq-nome-resp
                               move spaces to fd-dq-cpf-resp

                               rewrite fd-declaracao

                               if ws-fs-arqDeclaracoes <> '00' then
                                   move 14 to ws-msn-erro-offset
                                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                                   move 'Erro ao Regravar arq.arqDeclaracoesQuitacao'
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when ws-fs-arqDeclaracoes = '00'
                               continue
                           when other
                               move 14 to ws-msn-erro-offset
                               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       anonimizar-declaracoes-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  nome do jogador nas partidas do aluno no quiz - mesma técnica do
      *>  log: cópia para arqHistoricoQuiz.tmp já anonimizada e regravação
      *>  a partir dela, só quando houve o que anonimizar
      *>------------------------------------------------------------------------
       anonimizar-quiz section.

           move zero to ws-qtd-jogadas

           open input arqHistoricoQuiz

           evaluate ws-fs-arqHistoricoQuiz
               when '00'
                   open output arqQuizTrabalho

                   if ws-fs-arqQuizTrabalho <> '00' then
                       move 15 to ws-msn-erro-offset
                       move ws-fs-arqQuizTrabalho to ws-msn-erro-cod
                       move 'Erro ao Abrir arq.arqHistoricoQuiz.tmp' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform until ws-fs-arqHistoricoQuiz = '10'

                       read arqHistoricoQuiz

                       evaluate ws-fs-arqHistoricoQuiz
                           when '00'
                               if fd-hqz-cod-aluno = ws-cod-titular then
                                   move ws-marca-anonimizado to fd-hqz-jogador
                                   add 1 to ws-qtd-jogadas
                               end-if

                               write fd-linha-quiz-trabalho from fd-historico-quiz

                               if ws-fs-arqQuizTrabalho <> '00' then
                                   move 15 to ws-msn-erro-offset
                                   move ws-fs-arqQuizTrabalho to ws-msn-erro-cod
                                   move 'Erro ao Gravar arq.arqHistoricoQuiz.tmp'
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when '10'
                               continue
                           when other
                               move 15 to ws-msn-erro-offset
                               move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqHistoricoQuiz' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform

                   close arqHistoricoQuiz
                   close arqQuizTrabalho

      *>           aluno que nunca jogou - o histórico fica como está
                   if ws-qtd-jogadas > 0 then
                       perform regravar-quiz
                   end-if
               when '35'
                   continue
               when other
                   move 15 to ws-msn-erro-offset
                   move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqHistoricoQuiz' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       anonimizar-quiz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o histórico do quiz a partir da cópia anonimizada
      *>------------------------------------------------------------------------
       regravar-quiz section.

           open input arqQuizTrabalho

           if ws-fs-arqQuizTrabalho <> '00' then
               move 15 to ws-msn-erro-offset
               move ws-fs-arqQuizTrabalho to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqHistoricoQuiz.tmp' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqHistoricoQuiz

           if ws-fs-arqHistoricoQuiz <> '00' then
               move 15 to ws-msn-erro-offset
               move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqHistoricoQuiz' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqQuizTrabalho = '10'

               read arqQuizTrabalho

               evaluate ws-fs-arqQuizTrabalho
                   when '00'
                       move fd-linha-quiz-trabalho to fd-historico-quiz

                       write fd-historico-quiz

                       if ws-fs-arqHistoricoQuiz <> '00' then
                           move 15 to ws-msn-erro-offset
                           move ws-fs-arqHistoricoQuiz to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqHistoricoQuiz' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   when '10'
                       continue
                   when other
                       move 15 to ws-msn-erro-offset
                       move ws-fs-arqQuizTrabalho to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqHistoricoQuiz.tmp' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           close arqQuizTrabalho
           close arqHistoricoQuiz

           display 'Jogadas anonimizadas no quiz: ' ws-qtd-jogadas
           .
       regravar-quiz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o responsável do aluno (ws-cod-resp-lst) só é anonimizado se
      *>  nenhum outro aluno, vivo ou arquivado ainda não anonimizado,
      *>  estiver vinculado a ele
      *>------------------------------------------------------------------------
       anonimizar-responsavel section.

           if ws-cod-resp-lst > 0
           and ws-tem-arq-responsaveis then
               move ws-cod-resp-lst to ws-cod-resp-titular
               perform levantar-alunos-responsavel

      *>       o próprio aluno já saiu do vínculo na regravação acima;
      *>       arquivados já anonimizados também não contam
               move zero to ws-qtd-vinculos

               perform varying ws-ind-vinc from 1 by 1
                         until ws-ind-vinc > ws-qtd-vinc

                   move ws-vinc-cod-aluno(ws-ind-vinc) to fd-arq-cod-aluno

                   read arqAlunosArquivo

                   if ws-fs-arqAlunosArquivo = '00'
                   and fd-arq-aluno = ws-marca-anonimizado then
                       continue
                   else
                       add 1 to ws-qtd-vinculos
                   end-if

               end-perform

               if ws-qtd-vinculos > 0 then
                   display 'Responsavel ' ws-cod-resp-lst
                           ' mantido - ainda atende ' ws-qtd-vinculos ' aluno(s)'
               else
                   move ws-cod-resp-lst to fd-resp-cod

                   read arqResponsaveis

                   evaluate ws-fs-arqResponsaveis
                       when '00'
                           move ws-marca-anonimizado to fd-resp-nome
                           move spaces to fd-resp-cpf
                           move spaces to fd-resp-telefone
                           move spaces to fd-resp-endereco
                           move spaces to fd-resp-email

                           rewrite fd-responsavel

                           if ws-fs-arqResponsaveis <> '00' then
                               move 8 to ws-msn-erro-offset
                               move ws-fs-arqResponsaveis to ws-msn-erro-cod
                               move 'Erro ao Regravar arq.arqResponsaveis'
                                 to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           display 'Responsavel ' ws-cod-resp-lst ' anonimizado'
                       when '23'
                           continue
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqResponsaveis to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

      *>           o nome e o CPF do responsável também estão nas
      *>           declarações de quitação emitidas para ele
                   perform anonimizar-declaracoes-resp
               end-if

               move zero to ws-cod-resp-titular
           end-if
           .
       anonimizar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mascara no log os valores de nome, pais, endereço e telefone do
      *>  aluno - o log é copiado para arqLogAlteracoes.tmp já mascarado
      *>  e depois regravado a partir da cópia; se a regravação falhar, a
      *>  cópia completa continua no .tmp
      *>------------------------------------------------------------------------
       mascarar-log-aluno section.

           move zero to ws-qtd-mascarados

           open input arqLogAlteracoes

           evaluate ws-fs-arqLogAlteracoes
               when '00'
                   open output arqLogTrabalho

                   if ws-fs-arqLogTrabalho <> '00' then
                       move 7 to ws-msn-erro-offset
                       move ws-fs-arqLogTrabalho to ws-msn-erro-cod
                       move 'Erro ao Abrir arq.arqLogAlteracoes.tmp' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform until ws-fs-arqLogAlteracoes = '10'

                       read arqLogAlteracoes

                       evaluate ws-fs-arqLogAlteracoes
                           when '00'
                               if fd-log-cod-aluno = ws-cod-titular
                               and (fd-log-campo = 'Nome'
                                 or fd-log-campo = 'Endereco'
                                 or fd-log-campo = 'Nome da Mae'
                                 or fd-log-campo = 'Nome do Pai'
                                 or fd-log-campo = 'Telefone') then
                                   move ws-valor-mascarado to fd-log-valor-antigo
                                   move ws-valor-mascarado to fd-log-valor-novo
                                   add 1 to ws-qtd-mascarados
                               end-if

                               write fd-linha-log-trabalho from fd-log-alteracao

                               if ws-fs-arqLogTrabalho <> '00' then
                                   move 7 to ws-msn-erro-offset
                                   move ws-fs-arqLogTrabalho to ws-msn-erro-cod
                                   move 'Erro ao Gravar arq.arqLogAlteracoes.tmp'
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when '10'
                               continue
                           when other
                               move 7 to ws-msn-erro-offset
                               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqLogAlteracoes' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform

                   close arqLogAlteracoes
                   close arqLogTrabalho

      *>           sem nada a mascarar o log fica como está
                   if ws-qtd-mascarados > 0 then
                       perform regravar-log
                   end-if
               when '35'
                   continue
               when other
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqLogAlteracoes' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       mascarar-log-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o log a partir da cópia mascarada
      *>------------------------------------------------------------------------
       regravar-log section.

           open input arqLogTrabalho

           if ws-fs-arqLogTrabalho <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqLogTrabalho to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLogAlteracoes.tmp' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqLogAlteracoes

           if ws-fs-arqLogAlteracoes <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqLogTrabalho = '10'

               read arqLogTrabalho

               evaluate ws-fs-arqLogTrabalho
                   when '00'
                       move fd-linha-log-trabalho to fd-log-alteracao

                       write fd-log-alteracao

                       if ws-fs-arqLogAlteracoes <> '00' then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqLogAlteracoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   when '10'
                       continue
                   when other
                       move 7 to ws-msn-erro-offset
                       move ws-fs-arqLogTrabalho to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqLogAlteracoes.tmp' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           close arqLogTrabalho
           close arqLogAlteracoes

           display 'Valores mascarados no log: ' ws-qtd-mascarados
           .
       regravar-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra a anonimização no log de alterações
      *>------------------------------------------------------------------------
       registrar-anonimizacao section.

      *>   open extend preserva o histórico de alterações entre execuções
           open extend arqLogAlteracoes

           if ws-fs-arqLogAlteracoes = '35' then
               open output arqLogAlteracoes
           end-if

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00'
           and ws-fs-arqLogAlteracoes <> '05' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-log-alteracao

           move ws-cod-titular to fd-log-cod-aluno
           move 'Anonimizacao' to fd-log-campo
           move 'Dados pessoais (LGPD)' to fd-log-valor-antigo
           move spaces to ws-linha-aux
           string 'Removidos - retencao de ' delimited by size
                  ws-anos-retencao delimited by size
                  ' anos' delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-log-valor-novo
           move function current-date to fd-log-data-hora
           move ws-op-efet-cod to fd-log-operador

           write fd-log-alteracao

           if ws-fs-arqLogAlteracoes <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogAlteracoes
           .
       registrar-anonimizacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o relatório do titular - um arquivo por consulta
      *>------------------------------------------------------------------------
       abrir-relatorio section.

           open output arqRelatorioTitular

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRelatorioTitular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abrir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha o relatório do titular
      *>------------------------------------------------------------------------
       fechar-relatorio section.

           close arqRelatorioTitular

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRelatorioTitular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-relatorios

           display 'Relatorio em arqRelatorioTitular.txt'
           .
       fechar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no relatório, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha-rel section.

           write fd-linha-rel

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioTitular' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-rel-exit.
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
               move 'lista17lgpd' to fd-jrn-programa
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
               move 12 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arq-arquivo then
               close arqAlunosArquivo
           end-if

           if ws-tem-arq-financeiro then
               close arqFinanceiro
           end-if

           if ws-tem-arq-frequencia then
               close arqFrequencia
           end-if

           if ws-tem-arq-historico then
               close arqHistoricoEscolar
           end-if

           if ws-tem-arq-responsaveis then
               close arqResponsaveis
           end-if

           if ws-tem-arq-avisos then
               close arqAvisosCobranca
           end-if

           if ws-tem-arq-espera then
               close arqListaEspera
           end-if

           if ws-tem-arq-declaracoes then
               close arqDeclaracoesQuitacao
           end-if

           display 'Relatorios emitidos: ' ws-qtd-relatorios
           display 'Alunos anonimizados: ' ws-qtd-anonimizados

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

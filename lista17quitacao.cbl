      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17quitacao".
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

           select arqFinanceiro assign to "arqFinanceiro.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fin-chave
           file status is ws-fs-arqFinanceiro.

      *>   arquivo morto, mantido em lista17expurgo - o aluno expurgado
      *>   continua vinculado ao responsável e pode ter lançamento do ano
           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-arq-cod-aluno
           file status is ws-fs-arqAlunosArquivo.

      *>   registro de responsáveis financeiros - a declaração é emitida
      *>   em nome do pagador, cobrindo todos os alunos vinculados a ele
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   declarações emitidas - numeradas, uma por responsável e ano;
      *>   é daqui que sai a 2a via
           select arqDeclaracoesQuitacao assign to "arqDeclaracoesQuitacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dq-numero
           alternate record key is fd-dq-chave-resp
           file status is ws-fs-arqDeclaracoes.

      *>   numerador das declarações de quitação
           select arqControleDeclaracoes assign to "arqControleDeclaracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleDeclaracoes.

      *>   declarações imprimíveis, uma por página
           select arqDeclaracoesImpressao assign to "arqDeclaracoesQuitacao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqImpressao.

      *>   relatório da emissão - famílias não elegíveis com o motivo
           select arqRelatorioQuitacao assign to "arqRelatorioQuitacao.txt"
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

      *>   mesmo layout de fd-responsavel em lista17responsaveis
       fd arqResponsaveis.

       01 fd-responsavel.
           05 fd-resp-cod                          pic  9(04).
           05 fd-resp-nome                         pic  x(25).
           05 fd-resp-cpf                          pic  x(11).
           05 fd-resp-telefone                     pic  x(15).
           05 fd-resp-endereco                     pic  x(35).
           05 fd-resp-email                        pic  x(30).

      *>   a declaração guarda o que foi impresso - a 2a via sai igual à
      *>   original mesmo que o financeiro mude depois
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

       fd arqControleDeclaracoes.

       01 fd-controle-declaracao.
           05 fd-ctd-ultima-declaracao             pic  9(06).
           05 filler                               pic  x(01) value space.
           05 fd-ctd-data-hora                     pic  x(21).

       fd arqDeclaracoesImpressao.

       01 fd-linha-declaracao                      pic  x(100).

       fd arqRelatorioQuitacao.

       01 fd-linha-relatorio                       pic  x(100).

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
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqAlunosArquivo                   pic  x(02).
       77 ws-fs-arqResponsaveis                    pic  x(02).
       77 ws-fs-arqDeclaracoes                     pic  x(02).
       77 ws-fs-arqControleDeclaracoes             pic  x(02).
       77 ws-fs-arqImpressao                       pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-data-hoje                             pic  x(10).
       77 ws-linha-aux                             pic  x(100).

      *>  o arquivo morto só existe depois do primeiro expurgo
       77 ws-arquivo-aberto                        pic  x(01) value 'N'.
           88 ws-tem-arq-arquivo                          value 'S'.

      *>  1 = emitir as declarações do ano; 2 = reimprimir pelo número
       77 ws-modo-quitacao                         pic  x(01).
           88 ws-modo-emissao                             value '1'.
           88 ws-modo-reimpressao                         value '2'.

       01 ws-ano-escolhido.
           05 ws-ano-quitacao                      pic  x(04).
       01 ws-ano-num redefines ws-ano-escolhido    pic  9(04).
       77 ws-ano-atual                             pic  9(04).
       77 ws-num-busca                             pic  9(06).
       77 ws-num-declaracao                        pic  9(06).

      *>  situação da família do responsável da vez
       01 ws-familia.
           05 ws-fam-qtd-alunos                    pic  9(02).
           05 ws-fam-excedentes                    pic  9(02).
           05 ws-fam-qtd-lancamentos               pic  9(04).
           05 ws-fam-qtd-motivos                   pic  9(04).
           05 ws-fam-total                         pic  9(07)v99.
           05 ws-fam-aluno occurs 8.
               10 ws-fam-alu-cod                   pic  9(06).
               10 ws-fam-alu-nome                  pic  x(25).
               10 ws-fam-alu-meses                 pic  x(36).
               10 ws-fam-alu-valor                 pic  9(06)v99.

      *>  situação do aluno da vez no ano - cada mês com vencimento no
      *>  ano fica quitado ('S'), em aberto ('A') ou num acordo ('G'),
      *>  que só conta como quitado se nenhuma parcela dele estiver em
      *>  aberto, seja qual for o ano da parcela
       01 ws-aluno-ano.
           05 ws-alu-qtd-lanc                      pic  9(03).
           05 ws-alu-valor                         pic  9(06)v99.
           05 ws-alu-mes-tab occurs 12.
               10 ws-alu-mes-sit                   pic  x(01).
                   88 ws-mes-sem-lancamento               value space.
                   88 ws-mes-quitado                      value 'S'.
                   88 ws-mes-em-aberto                    value 'A'.
                   88 ws-mes-em-acordo                    value 'G'.
               10 ws-alu-mes-acordo                pic  9(04).
           05 ws-alu-qtd-acordos-abertos           pic  9(02).
           05 ws-alu-acordo-aberto occurs 30       pic  9(04).
           05 ws-acordo-quitado                    pic  x(01).
               88 ws-acordo-esta-quitado                  value 'S'.
           05 ws-meses-texto                       pic  x(36).
           05 ws-pos-mes                           pic  9(02).

       01 ws-indices.
           05 ws-ind-mes                           pic  9(02).
           05 ws-ind-aco                           pic  9(02).
           05 ws-ind-alu                           pic  9(02).
           05 ws-mes-venc                          pic  9(02).

      *>  motivo de não elegibilidade da vez
       01 ws-motivo.
           05 ws-mot-cod-aluno                     pic  9(06).
           05 ws-mot-vencimento                    pic  x(10).
           05 ws-mot-texto                         pic  x(60).

       01 ws-contadores.
           05 ws-qtd-responsaveis                  pic  9(05) value zero.
           05 ws-qtd-emitidas                      pic  9(05) value zero.
           05 ws-qtd-nao-elegiveis                 pic  9(05) value zero.
           05 ws-qtd-ja-emitidas                   pic  9(05) value zero.
           05 ws-qtd-sem-lancamentos               pic  9(05) value zero.
           05 ws-qtd-reimpressas                   pic  9(05) value zero.

      *>  linhas da declaração
       01 ws-linha-aluno-decl.
           05 filler                               pic  x(04) value space.
           05 ws-lad-cod                           pic  9(06).
           05 filler                               pic  x(02) value space.
           05 ws-lad-nome                          pic  x(25).
           05 filler                               pic  x(02) value space.
           05 ws-lad-valor                         pic  zzz.zz9,99.

       01 ws-linha-meses-decl.
           05 filler                               pic  x(12) value space.
           05 filler                               pic  x(07) value 'Meses: '.
           05 ws-lmd-meses                         pic  x(36).

       01 ws-linha-total.
           05 ws-lin-tot-rotulo                    pic  x(34).
           05 ws-lin-tot-valor                     pic  z.zzz.zz9,99.

       01 ws-linha-qtd.
           05 ws-lin-qtd-rotulo                    pic  x(34).
           05 ws-lin-qtd-valor                     pic  zzzz9.

       01 ws-linha-motivo.
           05 filler                               pic  x(04) value space.
           05 ws-lmo-cod-aluno                     pic  9(06).
           05 filler                               pic  x(02) value space.
           05 ws-lmo-vencimento                    pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lmo-texto                         pic  x(60).

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

      *>   declaração anual de quitação de débitos por responsável - só
      *>   a família com todos os lançamentos do ano quitados recebe a
      *>   declaração; as demais saem no relatório com o motivo
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

           string ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-hoje

           move ws-data-hora-atual(1:4) to ws-ano-atual

           display '1 - Emitir Declaracoes de Quitacao do Ano'
           display '2 - Reimprimir Declaracao (2a via)'
           accept ws-modo-quitacao

           if not ws-modo-emissao
           and not ws-modo-reimpressao then
               move 1 to ws-msn-erro-offset
               move '00' to ws-msn-erro-cod
               move 'Opcao invalida (1 ou 2)' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-emissao then
               display 'Ano (aaaa, branco = ano anterior): '
               accept ws-ano-quitacao

               if ws-ano-quitacao = spaces then
                   compute ws-ano-num = ws-ano-atual - 1
               end-if

      *>       a quitação é do ano inteiro - ano em curso ainda tem
      *>       mensalidade a vencer
               if ws-ano-quitacao is not numeric
               or ws-ano-num >= ws-ano-atual then
                   move 1 to ws-msn-erro-offset
                   move '00' to ws-msn-erro-cod
                   move 'Ano invalido ou ainda nao encerrado' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqDeclaracoesQuitacao

      *>   primeira emissão de todas - o arquivo ainda não existe
           if ws-fs-arqDeclaracoes = '35' then
               open output arqDeclaracoesQuitacao
               close arqDeclaracoesQuitacao
               open i-o arqDeclaracoesQuitacao
           end-if

      *>   tratamento de erro
           if ws-fs-arqDeclaracoes <> '00'
           and ws-fs-arqDeclaracoes <> '05' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqDeclaracoesImpressao

      *>   tratamento de erro
           if ws-fs-arqImpressao <> '00' then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqImpressao to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   a reimpressão só precisa das declarações gravadas
           if ws-modo-emissao then
               open input arqCadastroAlunos

      *>       tratamento de erro
               if ws-fs-arqCadastroAlunos <> '00' then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqFinanceiro

      *>       tratamento de erro
               if ws-fs-arqFinanceiro <> '00' then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqAlunosArquivo

               if ws-fs-arqAlunosArquivo = '00' then
                   set ws-tem-arq-arquivo to true
               else
                   if ws-fs-arqAlunosArquivo <> '35' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                       move 'Erro ao Abrir arq.arqAlunosArquivo' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               open input arqResponsaveis

      *>       tratamento de erro
               if ws-fs-arqResponsaveis <> '00' then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqResponsaveis to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqResponsaveis' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output arqRelatorioQuitacao

      *>       tratamento de erro
               if ws-fs-arqRelatorio <> '00' then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqRelatorio to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqRelatorioQuitacao' to ws-msn-erro-text
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

           if ws-modo-emissao then
               perform emitir-declaracoes-ano
           else
               perform reimprimir-declaracao
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre os responsáveis avaliando a família de cada um no ano
      *>------------------------------------------------------------------------
       emitir-declaracoes-ano section.

           move spaces to ws-linha-aux
           string 'Declaracoes de Quitacao - ano ' delimited by size
                  ws-ano-quitacao delimited by size
                  ' - emitidas em ' delimited by size
                  ws-data-hoje delimited by size
             into ws-linha-aux
           perform gravar-linha-relatorio

           move spaces to ws-linha-aux
           perform gravar-linha-relatorio

           move 'Familias nao elegiveis:' to ws-linha-aux
           perform gravar-linha-relatorio

           move zero to fd-resp-cod

           start arqResponsaveis key is greater than or equal to fd-resp-cod

      *>   tratamento de erro - '23' = nenhum responsável cadastrado
           if ws-fs-arqResponsaveis <> '00'
           and ws-fs-arqResponsaveis <> '23' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqResponsaveis to ws-msn-erro-cod
               move 'Erro de Start arq.arqResponsaveis' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqResponsaveis = '00' then
               perform until ws-fs-arqResponsaveis = '10'

                   read arqResponsaveis next

                   evaluate true
                       when ws-fs-arqResponsaveis = '10'
                           continue
                       when ws-fs-arqResponsaveis = '00'
                           add 1 to ws-qtd-responsaveis
                           perform avaliar-responsavel
                       when other
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqResponsaveis to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           perform gravar-resumo
           .
       emitir-declaracoes-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  família do responsável lido - declaração já emitida para o ano
      *>  não é emitida de novo (a 2a via sai pelo número)
      *>------------------------------------------------------------------------
       avaliar-responsavel section.

           move ws-ano-num to fd-dq-ano
           move fd-resp-cod to fd-dq-cod-resp

           read arqDeclaracoesQuitacao key is fd-dq-chave-resp

           evaluate ws-fs-arqDeclaracoes
               when '00'
                   add 1 to ws-qtd-ja-emitidas
               when '23'
                   perform avaliar-familia

                   if ws-fam-qtd-lancamentos = 0 then
                       add 1 to ws-qtd-sem-lancamentos
                   else
                       if ws-fam-qtd-motivos > 0 then
                           add 1 to ws-qtd-nao-elegiveis
                       else
                           perform emitir-declaracao
                       end-if
                   end-if
               when other
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       avaliar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre o cadastro avaliando cada aluno vinculado ao
      *>  responsável lido, e depois o arquivo morto
      *>------------------------------------------------------------------------
       avaliar-familia section.

           move zero to ws-fam-qtd-alunos
           move zero to ws-fam-excedentes
           move zero to ws-fam-qtd-lancamentos
           move zero to ws-fam-qtd-motivos
           move zero to ws-fam-total

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'

                   read arqCadastroAlunos next

                   evaluate true
                       when ws-fs-arqCadastroAlunos = '10'
                           continue
                       when ws-fs-arqCadastroAlunos = '00'
                           if fd-cod-responsavel = fd-resp-cod then
                               perform avaliar-aluno
                           end-if
                       when other
                           move 6 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

      *>   alunos já expurgados continuam devendo o que ficou em aberto
           if ws-tem-arq-arquivo then
               perform avaliar-familia-arquivo
           end-if
           .
       avaliar-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre o arquivo morto avaliando cada aluno expurgado vinculado
      *>  ao responsável lido - o aluno vai para fd-alunos, que é onde
      *>  avaliar-aluno o procura
      *>------------------------------------------------------------------------
       avaliar-familia-arquivo section.

           move 1 to fd-arq-cod-aluno

           start arqAlunosArquivo key is greater than or equal to fd-arq-cod-aluno

      *>   tratamento de erro
           if ws-fs-arqAlunosArquivo <> '00'
           and ws-fs-arqAlunosArquivo <> '23' then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
               move 'Erro de Start arq.arqAlunosArquivo' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunosArquivo = '00' then
               perform until ws-fs-arqAlunosArquivo = '10'

                   read arqAlunosArquivo next

                   evaluate true
                       when ws-fs-arqAlunosArquivo = '10'
                           continue
                       when ws-fs-arqAlunosArquivo = '00'
                           if fd-arq-cod-responsavel = fd-resp-cod then
                               move fd-arq-cod-aluno to fd-cod-aluno
                               move fd-arq-aluno to fd-aluno
                               perform avaliar-aluno
                           end-if
                       when other
                           move 14 to ws-msn-erro-offset
                           move ws-fs-arqAlunosArquivo to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqAlunosArquivo' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       avaliar-familia-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lançamentos do aluno lido - os do ano decidem a quitação, e as
      *>  parcelas de acordo em aberto (de qualquer ano) impedem que um
      *>  mês renegociado conte como quitado
      *>------------------------------------------------------------------------
       avaliar-aluno section.

           move zero to ws-alu-qtd-lanc
           move zero to ws-alu-valor
           move zero to ws-alu-qtd-acordos-abertos

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               move space to ws-alu-mes-sit(ws-ind-mes)
               move zero to ws-alu-mes-acordo(ws-ind-mes)
           end-perform

           move fd-cod-aluno to fd-fin-cod-aluno
           move low-values to fd-fin-vencimento

           start arqFinanceiro key is greater than or equal to fd-fin-chave

      *>   tratamento de erro - '23' = aluno sem lançamento algum
           if ws-fs-arqFinanceiro <> '00'
           and ws-fs-arqFinanceiro <> '23' then
               move 7 to ws-msn-erro-offset
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
      *>                os lançamentos do aluno acabaram - para a varredura
                       when ws-fs-arqFinanceiro = '00'
                        and fd-fin-cod-aluno <> fd-cod-aluno
                           move '10' to ws-fs-arqFinanceiro
                       when ws-fs-arqFinanceiro = '00'
                           perform avaliar-lancamento
                       when other
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqFinanceiro to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           perform conferir-acordos-aluno

           if ws-alu-qtd-lanc > 0 then
               add ws-alu-qtd-lanc to ws-fam-qtd-lancamentos
               add ws-alu-valor to ws-fam-total
               perform guardar-aluno-familia
           end-if
           .
       avaliar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lançamento lido do aluno
      *>------------------------------------------------------------------------
       avaliar-lancamento section.

      *>   parcela de acordo em aberto, de qualquer ano - guardada para a
      *>   conferência dos meses renegociados
           if fd-fin-acordo > 0
           and not fd-fin-renegociado
           and not fd-fin-pago
           and ws-alu-qtd-acordos-abertos < 30 then
               add 1 to ws-alu-qtd-acordos-abertos
               move fd-fin-acordo
                 to ws-alu-acordo-aberto(ws-alu-qtd-acordos-abertos)
           end-if

           if fd-fin-vencimento(1:4) = ws-ano-quitacao then
               add 1 to ws-alu-qtd-lanc
               add fd-fin-valor-pago to ws-alu-valor

               move fd-fin-vencimento(6:2) to ws-mes-venc

               evaluate true
                   when fd-fin-pago
      *>                dois lançamentos no mesmo mês (a mensalidade
      *>                adiantada da matrícula) - um em aberto prevalece
                       if not ws-mes-em-aberto(ws-mes-venc)
                       and not ws-mes-em-acordo(ws-mes-venc) then
                           set ws-mes-quitado(ws-mes-venc) to true
                       end-if
                   when fd-fin-renegociado
                       if not ws-mes-em-aberto(ws-mes-venc) then
                           set ws-mes-em-acordo(ws-mes-venc) to true
                           move fd-fin-acordo to ws-alu-mes-acordo(ws-mes-venc)
                       end-if
                   when other
                       set ws-mes-em-aberto(ws-mes-venc) to true

                       move fd-fin-cod-aluno to ws-mot-cod-aluno
                       move fd-fin-vencimento to ws-mot-vencimento
                       move spaces to ws-mot-texto
                       if fd-fin-acordo > 0 then
                           string 'Parcela do acordo ' delimited by size
                                  fd-fin-acordo delimited by size
                                  ' em aberto' delimited by size
                             into ws-mot-texto
                       else
                           if fd-fin-valor-pago > 0 then
                               move 'Lancamento pago parcialmente'
                                 to ws-mot-texto
                           else
                               move 'Lancamento em aberto' to ws-mot-texto
                           end-if
                       end-if
                       perform registrar-motivo
               end-evaluate
           end-if
           .
       avaliar-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mês renegociado só está quitado se o acordo não tem parcela em
      *>  aberto
      *>------------------------------------------------------------------------
       conferir-acordos-aluno section.

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               if ws-mes-em-acordo(ws-ind-mes) then
                   move 'S' to ws-acordo-quitado

                   perform varying ws-ind-aco from 1 by 1
                             until ws-ind-aco > ws-alu-qtd-acordos-abertos
                       if ws-alu-acordo-aberto(ws-ind-aco)
                          = ws-alu-mes-acordo(ws-ind-mes) then
                           move 'N' to ws-acordo-quitado
                       end-if
                   end-perform

                   if ws-acordo-esta-quitado then
                       set ws-mes-quitado(ws-ind-mes) to true
                   else
                       move fd-cod-aluno to ws-mot-cod-aluno
                       move spaces to ws-mot-vencimento
                       string ws-ano-quitacao delimited by size
                              '-' delimited by size
                              ws-ind-mes delimited by size
                         into ws-mot-vencimento
                       move spaces to ws-mot-texto
                       string 'Renegociado no acordo ' delimited by size
                              ws-alu-mes-acordo(ws-ind-mes) delimited by size
                              ' com parcela em aberto' delimited by size
                         into ws-mot-texto
                       perform registrar-motivo
                   end-if
               end-if
           end-perform
           .
       conferir-acordos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda o aluno avaliado na família - meses quitados em texto,
      *>  "01 02 03 ..."
      *>------------------------------------------------------------------------
       guardar-aluno-familia section.

           move spaces to ws-meses-texto
           move 1 to ws-pos-mes

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               if ws-mes-quitado(ws-ind-mes) then
                   move ws-ind-mes to ws-meses-texto(ws-pos-mes:2)
                   add 3 to ws-pos-mes
               end-if
           end-perform

      *>   a declaração tem lugar para 8 alunos - os demais entram só no
      *>   total da família
           if ws-fam-qtd-alunos < 8 then
               add 1 to ws-fam-qtd-alunos
               move fd-cod-aluno to ws-fam-alu-cod(ws-fam-qtd-alunos)
               move fd-aluno to ws-fam-alu-nome(ws-fam-qtd-alunos)
               move ws-meses-texto to ws-fam-alu-meses(ws-fam-qtd-alunos)
               move ws-alu-valor to ws-fam-alu-valor(ws-fam-qtd-alunos)
           else
               add 1 to ws-fam-excedentes
           end-if
           .
       guardar-aluno-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no relatório um motivo de não elegibilidade - o primeiro
      *>  motivo da família abre o bloco com o nome do responsável
      *>------------------------------------------------------------------------
       registrar-motivo section.

           if ws-fam-qtd-motivos = 0 then
               move spaces to ws-linha-aux
               perform gravar-linha-relatorio

               move spaces to ws-linha-aux
               string 'Responsavel ' delimited by size
                      fd-resp-cod delimited by size
                      ' - ' delimited by size
                      fd-resp-nome delimited by size
                 into ws-linha-aux
               perform gravar-linha-relatorio
           end-if

           add 1 to ws-fam-qtd-motivos

           move ws-mot-cod-aluno to ws-lmo-cod-aluno
           move ws-mot-vencimento to ws-lmo-vencimento
           move ws-mot-texto to ws-lmo-texto
           move ws-linha-motivo to ws-linha-aux
           perform gravar-linha-relatorio
           .
       registrar-motivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  numera, grava e imprime a declaração da família quitada
      *>------------------------------------------------------------------------
       emitir-declaracao section.

           perform obter-numero-declaracao

           move spaces to fd-declaracao

           move ws-num-declaracao to fd-dq-numero
           move ws-ano-num to fd-dq-ano
           move fd-resp-cod to fd-dq-cod-resp
           move fd-resp-nome to fd-dq-nome-resp
           move fd-resp-cpf to fd-dq-cpf-resp
           move ws-fam-qtd-alunos to fd-dq-qtd-alunos

           perform varying ws-ind-alu from 1 by 1 until ws-ind-alu > 8
               if ws-ind-alu > ws-fam-qtd-alunos then
                   move zero to fd-dq-alu-cod(ws-ind-alu)
                   move zero to fd-dq-alu-valor(ws-ind-alu)
               else
                   move ws-fam-alu-cod(ws-ind-alu) to fd-dq-alu-cod(ws-ind-alu)
                   move ws-fam-alu-nome(ws-ind-alu) to fd-dq-alu-nome(ws-ind-alu)
                   move ws-fam-alu-meses(ws-ind-alu) to fd-dq-alu-meses(ws-ind-alu)
                   move ws-fam-alu-valor(ws-ind-alu) to fd-dq-alu-valor(ws-ind-alu)
               end-if
           end-perform

           move ws-fam-total to fd-dq-total-pago
           move ws-data-hoje to fd-dq-data-emissao
           move 1 to fd-dq-qtd-vias
           move ws-data-hora-atual to fd-dq-data-hora

           write fd-declaracao

      *>   tratamento de erro
           if ws-fs-arqDeclaracoes <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-emitidas

           perform imprimir-declaracao
           .
       emitir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a declaração que está em fd-declaracao - a partir da
      *>  segunda via sai marcada como tal
      *>------------------------------------------------------------------------
       imprimir-declaracao section.

           move all '=' to ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           string 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO ' delimited by size
                  fd-dq-ano delimited by size
                  '     No ' delimited by size
                  fd-dq-numero delimited by size
             into ws-linha-aux
           perform gravar-linha-declaracao

           if fd-dq-qtd-vias > 1 then
               move spaces to ws-linha-aux
               string fd-dq-qtd-vias delimited by size
                      'a VIA - original emitida em ' delimited by size
                      fd-dq-data-emissao delimited by size
                 into ws-linha-aux
               perform gravar-linha-declaracao
           end-if

           move spaces to ws-linha-aux
           perform gravar-linha-declaracao

           move 'Declaramos, para os devidos fins, que o(a) responsavel financeiro(a)'
             to ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           string fd-dq-nome-resp delimited by size
                  ', CPF ' delimited by size
                  fd-dq-cpf-resp delimited by size
                  ', quitou todas as mensalidades' delimited by size
             into ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           string 'escolares com vencimento no ano de ' delimited by size
                  fd-dq-ano delimited by size
                  ', referentes aos alunos abaixo:' delimited by size
             into ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           perform gravar-linha-declaracao

           move '    Codigo  Aluno                        Valor pago'
             to ws-linha-aux
           perform gravar-linha-declaracao

           perform varying ws-ind-alu from 1 by 1
                     until ws-ind-alu > fd-dq-qtd-alunos
               move fd-dq-alu-cod(ws-ind-alu) to ws-lad-cod
               move fd-dq-alu-nome(ws-ind-alu) to ws-lad-nome
               move fd-dq-alu-valor(ws-ind-alu) to ws-lad-valor
               move ws-linha-aluno-decl to ws-linha-aux
               perform gravar-linha-declaracao

               move fd-dq-alu-meses(ws-ind-alu) to ws-lmd-meses
               move ws-linha-meses-decl to ws-linha-aux
               perform gravar-linha-declaracao
           end-perform

           move spaces to ws-linha-aux
           perform gravar-linha-declaracao

           move 'Total pago no ano................' to ws-lin-tot-rotulo
           move fd-dq-total-pago to ws-lin-tot-valor
           move ws-linha-total to ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           perform gravar-linha-declaracao

           move 'Esta declaracao substitui, para a comprovacao do ano, os recibos'
             to ws-linha-aux
           perform gravar-linha-declaracao

           move 'mensais de pagamento das mensalidades nela relacionadas.'
             to ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           string 'Emitida em ' delimited by size
                  fd-dq-data-emissao delimited by size
             into ws-linha-aux
           perform gravar-linha-declaracao

           move spaces to ws-linha-aux
           perform gravar-linha-declaracao
           .
       imprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  2a via - a declaração gravada sai de novo pelo número, com o
      *>  conteúdo da emissão original
      *>------------------------------------------------------------------------
       reimprimir-declaracao section.

           display 'Numero da Declaracao: '
           accept ws-num-busca

           move ws-num-busca to fd-dq-numero

           read arqDeclaracoesQuitacao

           evaluate ws-fs-arqDeclaracoes
               when '00'
                   add 1 to fd-dq-qtd-vias

                   rewrite fd-declaracao

      *>           tratamento de erro
                   if ws-fs-arqDeclaracoes <> '00' then
                       move 9 to ws-msn-erro-offset
                       move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                       move 'Erro ao Gravar arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform imprimir-declaracao
                   add 1 to ws-qtd-reimpressas
               when '23'
                   display 'Declaracao nao encontrada'
               when other
                   move 9 to ws-msn-erro-offset
                   move ws-fs-arqDeclaracoes to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       reimprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca e avança o numerador de declarações - gravado a cada
      *>  declaração, para uma emissão interrompida não repetir número
      *>------------------------------------------------------------------------
       obter-numero-declaracao section.

           move zero to ws-num-declaracao

           open input arqControleDeclaracoes

      *>   '35' significa que nenhuma declaração foi emitida ainda
           if ws-fs-arqControleDeclaracoes = '35' then
               continue
           else
               if ws-fs-arqControleDeclaracoes <> '00' then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqControleDeclaracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqControleDeclaracoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqControleDeclaracoes

               if ws-fs-arqControleDeclaracoes = '00' then
                   move fd-ctd-ultima-declaracao to ws-num-declaracao
               end-if

               close arqControleDeclaracoes
           end-if

           add 1 to ws-num-declaracao

           open output arqControleDeclaracoes

      *>   tratamento de erro
           if ws-fs-arqControleDeclaracoes <> '00' then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqControleDeclaracoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqControleDeclaracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-controle-declaracao
           move ws-num-declaracao to fd-ctd-ultima-declaracao
           move function current-date to fd-ctd-data-hora

           write fd-controle-declaracao

      *>   tratamento de erro
           if ws-fs-arqControleDeclaracoes <> '00' then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqControleDeclaracoes to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqControleDeclaracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleDeclaracoes
           .
       obter-numero-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resumo da emissão no fim do relatório
      *>------------------------------------------------------------------------
       gravar-resumo section.

           if ws-qtd-nao-elegiveis = 0 then
               move '    (nenhuma)' to ws-linha-aux
               perform gravar-linha-relatorio
           end-if

           move spaces to ws-linha-aux
           perform gravar-linha-relatorio

           move 'Responsaveis avaliados............' to ws-lin-qtd-rotulo
           move ws-qtd-responsaveis to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha-relatorio

           move 'Declaracoes emitidas..............' to ws-lin-qtd-rotulo
           move ws-qtd-emitidas to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha-relatorio

           move 'Familias nao elegiveis............' to ws-lin-qtd-rotulo
           move ws-qtd-nao-elegiveis to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha-relatorio

           move 'Ja emitidas em execucao anterior..' to ws-lin-qtd-rotulo
           move ws-qtd-ja-emitidas to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha-relatorio

           move 'Sem lancamentos no ano............' to ws-lin-qtd-rotulo
           move ws-qtd-sem-lancamentos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha-relatorio
           .
       gravar-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no arquivo de declarações
      *>------------------------------------------------------------------------
       gravar-linha-declaracao section.

           move ws-linha-aux to fd-linha-declaracao

           write fd-linha-declaracao

      *>   tratamento de erro
           if ws-fs-arqImpressao <> '00' then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqImpressao to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no relatório da emissão
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           move ws-linha-aux to fd-linha-relatorio

           write fd-linha-relatorio

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioQuitacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-relatorio-exit.
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
               move 'lista17quitacao' to fd-jrn-programa
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

           close arqDeclaracoesQuitacao

      *>   tratamento de erro
           if ws-fs-arqDeclaracoes <> '00' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqDeclaracoes to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqDeclaracoesQuitacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDeclaracoesImpressao

           if ws-modo-emissao then
               close arqCadastroAlunos
               close arqFinanceiro
               close arqResponsaveis

               if ws-tem-arq-arquivo then
                   close arqAlunosArquivo
               end-if
               close arqRelatorioQuitacao

               display '---------- Declaracoes de Quitacao ----------'
               display 'Ano                  : ' ws-ano-quitacao
               display 'Declaracoes emitidas : ' ws-qtd-emitidas
               display 'Nao elegiveis        : ' ws-qtd-nao-elegiveis
               display 'Ja emitidas antes    : ' ws-qtd-ja-emitidas
               display 'Declaracoes em arqDeclaracoesQuitacao.txt'
               display 'Relatorio em arqRelatorioQuitacao.txt'
           else
               display 'Reimpressoes         : ' ws-qtd-reimpressas
               display 'Declaracao em arqDeclaracoesQuitacao.txt'
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               if ws-modo-emissao then
                   move ws-qtd-emitidas to lk-contador-registros
               else
                   move ws-qtd-reimpressas to lk-contador-registros
               end-if
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

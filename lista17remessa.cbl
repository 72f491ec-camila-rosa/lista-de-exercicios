      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17remessa".
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

      *>   registro de responsáveis financeiros - o pagador do boleto
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   parâmetros da escola, mantidos em lista17parametros - multa e
      *>   juros vigentes na data do vencimento de cada lançamento
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   boletos registrados no banco, pelo nosso-número - é por ele
      *>   que o retorno (lista17retorno) acha o lançamento pago; a chave
      *>   alternativa leva do lançamento aos boletos dele
           select arqBoletos assign to "arqBoletos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bol-nosso-numero
           alternate record key is fd-bol-lancamento with duplicates
           file status is ws-fs-arqBoletos.

      *>   nosso-número sequencial, avançado a cada boleto registrado
           select arqControleBoletos assign to "arqControleBoletos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleBoletos.

      *>   arquivo de remessa enviado ao banco - um boleto por registro
           select arqRemessaBanco assign to "arqRemessaBanco.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRemessaBanco.

      *>   relatório da remessa - lançamentos que não puderam ir ao banco
           select arqRelatorioRemessa assign to "arqRelatorioRemessa.txt"
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

      *>   mesmo layout de fd-parametro em lista17parametros
       fd arqParametros.

       01 fd-parametro.
           05 fd-par-chave.
               10 fd-par-cod                       pic  x(12).
               10 fd-par-vigencia                  pic  x(10).
           05 fd-par-valor                         pic  9(03)v9999.
           05 fd-par-operador                      pic  x(08).
           05 fd-par-data-hora                     pic  x(21).

       fd arqBoletos.

       01 fd-boleto.
           05 fd-bol-nosso-numero                  pic  9(10).
           05 fd-bol-lancamento.
               10 fd-bol-cod-aluno                 pic  9(06).
               10 fd-bol-vencimento                pic  x(10).
      *>       saldo do lançamento na remessa e as regras de multa e juros
      *>       vigentes no vencimento, como foram informadas ao banco
           05 fd-bol-valor                         pic  9(04)v99.
           05 fd-bol-taxa-multa                    pic  9(01)v99.
           05 fd-bol-taxa-juros-dia                pic  9(01)v9999.
           05 fd-bol-cod-responsavel               pic  9(04).
           05 fd-bol-data-remessa                  pic  x(10).
           05 fd-bol-situacao                      pic  x(01).
               88 fd-bol-emitido                          value "E".
               88 fd-bol-liquidado                        value "L".
      *>       preenchidos pelo retorno, na liquidação
           05 fd-bol-data-liquidacao               pic  x(10).
           05 fd-bol-valor-liquidado               pic  9(04)v99.
           05 fd-bol-recibo                        pic  9(06).

       fd arqControleBoletos.

       01 fd-controle-boleto.
           05 fd-ctb-ultimo-nosso-numero           pic  9(10).
           05 filler                               pic  x(01) value space.
           05 fd-ctb-data-hora                     pic  x(21).

      *>   layout combinado com o banco - registro "0" de cabeçalho, um
      *>   registro "1" por boleto e o "9" de controle no fim
       fd arqRemessaBanco.

       01 fd-rem-cabecalho.
           05 fd-rem-cab-tipo                      pic  x(01).
           05 fd-rem-cab-arquivo                   pic  x(07).
           05 fd-rem-cab-data                      pic  x(10).
           05 fd-rem-cab-competencia               pic  x(07).
           05 filler                               pic  x(137).

       01 fd-rem-boleto.
           05 fd-rem-bol-tipo                      pic  x(01).
           05 fd-rem-bol-nosso-numero              pic  9(10).
           05 fd-rem-bol-vencimento                pic  x(10).
           05 fd-rem-bol-valor                     pic  9(04)v99.
           05 fd-rem-bol-taxa-multa                pic  9(01)v99.
           05 fd-rem-bol-taxa-juros-dia            pic  9(01)v9999.
           05 fd-rem-bol-cod-aluno                 pic  9(06).
           05 fd-rem-bol-cod-responsavel           pic  9(04).
           05 fd-rem-bol-nome                      pic  x(25).
           05 fd-rem-bol-cpf                       pic  x(11).
           05 fd-rem-bol-endereco                  pic  x(35).
           05 fd-rem-bol-email                     pic  x(30).
           05 fd-rem-bol-telefone                  pic  x(15).
           05 filler                               pic  x(01).

       01 fd-rem-trailer.
           05 fd-rem-trl-tipo                      pic  x(01).
           05 fd-rem-trl-qtd                       pic  9(06).
           05 fd-rem-trl-total                     pic  9(09)v99.
           05 filler                               pic  x(144).

       fd arqRelatorioRemessa.

       01 fd-linha-remessa                         pic  x(100).

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
       77 ws-fs-arqResponsaveis                    pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqBoletos                         pic  x(02).
       77 ws-fs-arqControleBoletos                 pic  x(02).
       77 ws-fs-arqRemessaBanco                    pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-data-hoje                             pic  x(10).
       77 ws-linha-aux                             pic  x(100).

      *>  competência (aaaa-mm) cujos lançamentos em aberto vão ao banco
       01 ws-competencia.
           05 ws-comp-ano                          pic  x(04).
           05 ws-comp-traco                        pic  x(01).
           05 ws-comp-mes                          pic  x(02).

       77 ws-sem-financeiro                        pic  x(01) value 'N'.
           88 ws-financeiro-inexistente                   value 'S'.

       01 ws-uso-geral.
           05 ws-saldo-lanc                        pic  9(04)v99.
           05 ws-nosso-numero                      pic  9(10).
           05 ws-motivo-recusa                     pic  x(40).
           05 ws-boleto-aberto                     pic  x(01).
               88 ws-tem-boleto-aberto                    value 'S'.
           05 ws-responsaveis-abertos              pic  x(01) value 'N'.
               88 ws-tem-arq-responsaveis                 value 'S'.

      *>  multa de 2% e juros de 0,0333% ao dia sobre o saldo vencido -
      *>  as taxas padrão valem enquanto arqParametros não tiver vigência
      *>  para a data do vencimento
       01 ws-calculo-encargos.
           05 ws-taxa-multa                        pic  9(01)v99    value 2,00.
           05 ws-taxa-juros-dia                    pic  9(01)v9999  value 0,0333.
           05 ws-taxa-multa-padrao                 pic  9(01)v99    value 2,00.
           05 ws-taxa-juros-dia-padrao             pic  9(01)v9999  value 0,0333.

      *>  busca da regra vigente numa data em arqParametros - o chamador
      *>  informa a regra, a data de referência e o valor padrão
       01 ws-busca-parametro.
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.
           05 ws-parametros-abertos                pic  x(01) value 'N'.
               88 ws-tem-arq-parametros                   value 'S'.

       01 ws-totais-remessa.
           05 ws-qtd-boletos                       pic  9(05) value zero.
           05 ws-total-boletos                     pic  9(09)v99 value zero.
           05 ws-qtd-recusados                     pic  9(05) value zero.
           05 ws-qtd-ja-registrados                pic  9(05) value zero.

      *>  linhas do relatório
       01 ws-linha-recusa.
           05 ws-lin-rec-cod-aluno                 pic  9(06).
           05 filler                               pic  x(02) value space.
           05 ws-lin-rec-vencimento                pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lin-rec-saldo                     pic  zzz9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lin-rec-motivo                    pic  x(40).

       01 ws-linha-total.
           05 ws-lin-tot-rotulo                    pic  x(26).
           05 ws-lin-tot-valor                     pic  zzzzzzzz9,99.

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

      *>   remessa de cobrança bancária - um boleto registrado para cada
      *>   lançamento em aberto da competência, com o pagador tirado do
      *>   registro de responsáveis; o retorno do banco é lido por
      *>   lista17retorno, que dá a baixa pelo nosso-número
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

           display 'Competencia (aaaa-mm, branco = mes atual): '
           accept ws-competencia

           if ws-competencia = spaces then
               move ws-data-hoje(1:7) to ws-competencia
           end-if

      *>   competência ilegível não gera remessa nenhuma
           if ws-comp-ano is not numeric
           or ws-comp-traco <> '-'
           or ws-comp-mes is not numeric
           or ws-comp-mes < '01'
           or ws-comp-mes > '12' then
               move 1 to ws-msn-erro-offset
               move '00' to ws-msn-erro-cod
               move 'Competencia invalida (aaaa-mm)' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o registro de responsáveis nenhum boleto tem pagador - os
      *>   lançamentos saem todos no relatório de recusados
           open input arqResponsaveis

           if ws-fs-arqResponsaveis = '00' then
               set ws-tem-arq-responsaveis to true
           else
               if ws-fs-arqResponsaveis <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqResponsaveis to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqResponsaveis' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   os parâmetros da escola são mantidos em lista17parametros - se
      *>   ainda não existem ('35'), valem as taxas padrão
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

           open input arqFinanceiro

      *>   '35' significa que o arquivo ainda não existe - remessa vazia
           if ws-fs-arqFinanceiro = '35' then
               set ws-financeiro-inexistente to true
               display 'Aviso: arqFinanceiro.dat inexistente - remessa vazia'
           else
               if ws-fs-arqFinanceiro <> '00' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqBoletos

      *>   primeira remessa de todas - o arquivo ainda não existe
           if ws-fs-arqBoletos = '35' then
               open output arqBoletos
               close arqBoletos
               open i-o arqBoletos
           end-if

      *>   tratamento de erro
           if ws-fs-arqBoletos <> '00'
           and ws-fs-arqBoletos <> '05' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqBoletos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRemessaBanco

      *>   tratamento de erro
           if ws-fs-arqRemessaBanco <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRemessaBanco to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRemessaBanco' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorioRemessa

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRelatorioRemessa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform gravar-cabecalho

      *>   o financeiro é lido inteiro, em ordem de aluno + vencimento -
      *>   só os lançamentos em aberto da competência vão ao banco
           if not ws-financeiro-inexistente then
               move low-values to fd-fin-chave

               start arqFinanceiro key is greater than or equal to fd-fin-chave

               if ws-fs-arqFinanceiro = '00' then
                   perform until ws-fs-arqFinanceiro = '10'

                       read arqFinanceiro next

                       if ws-fs-arqFinanceiro = '00' then
                           if fd-fin-em-aberto
                           and fd-fin-vencimento(1:7) = ws-competencia then
                               perform registrar-boleto-lancamento
                           end-if
                       else
                           if ws-fs-arqFinanceiro <> '10' then
                               move 2 to ws-msn-erro-offset
                               move ws-fs-arqFinanceiro to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if

           perform gravar-trailer
           perform gravar-totais
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o lançamento em aberto atualmente lido e, com pagador
      *>  válido, registra o boleto e o envia na remessa
      *>------------------------------------------------------------------------
       registrar-boleto-lancamento section.

           move spaces to ws-motivo-recusa

      *>   o que se deve é o valor menos o que já foi pago
           if fd-fin-valor-pago is numeric then
               compute ws-saldo-lanc =
                   fd-fin-valor-mensalidade - fd-fin-valor-pago
           else
               move fd-fin-valor-mensalidade to ws-saldo-lanc
           end-if

           if ws-saldo-lanc = 0 then
               move 'Lancamento sem saldo devedor' to ws-motivo-recusa
           end-if

      *>   o pagador do boleto é o responsável financeiro do aluno
           if ws-motivo-recusa = spaces then
               move fd-fin-cod-aluno to fd-cod-aluno

               read arqCadastroAlunos

               evaluate ws-fs-arqCadastroAlunos
                   when '00'
                       continue
                   when '23'
                       move 'Aluno nao cadastrado' to ws-motivo-recusa
                   when other
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-motivo-recusa = spaces then
               if fd-cod-responsavel is not numeric
               or fd-cod-responsavel = 0 then
                   move 'Aluno sem responsavel financeiro' to ws-motivo-recusa
               else
                   perform buscar-responsavel
               end-if
           end-if

      *>   boleto registrado exige o CPF do pagador
           if ws-motivo-recusa = spaces
           and fd-resp-cpf = spaces then
               move 'Responsavel sem CPF no registro' to ws-motivo-recusa
           end-if

      *>   o mesmo lançamento não vai duas vezes ao banco - o boleto em
      *>   aberto da remessa anterior continua valendo
           if ws-motivo-recusa = spaces then
               perform verificar-boleto-aberto

               if ws-tem-boleto-aberto then
                   add 1 to ws-qtd-ja-registrados
                   move 'Boleto ja registrado e em aberto' to ws-motivo-recusa
               end-if
           end-if

           if ws-motivo-recusa = spaces then
               perform gravar-boleto
           else
               add 1 to ws-qtd-recusados
               move fd-fin-cod-aluno to ws-lin-rec-cod-aluno
               move fd-fin-vencimento to ws-lin-rec-vencimento
               move ws-saldo-lanc to ws-lin-rec-saldo
               move ws-motivo-recusa to ws-lin-rec-motivo
               move ws-linha-recusa to fd-linha-remessa
               perform gravar-linha
           end-if
           .
       registrar-boleto-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o responsável fd-cod-responsavel do aluno atualmente lido
      *>------------------------------------------------------------------------
       buscar-responsavel section.

           if not ws-tem-arq-responsaveis then
               move 'Responsavel nao cadastrado' to ws-motivo-recusa
           else
               move fd-cod-responsavel to fd-resp-cod

               read arqResponsaveis

               evaluate ws-fs-arqResponsaveis
                   when '00'
                       continue
                   when '23'
                       move 'Responsavel nao cadastrado' to ws-motivo-recusa
                   when other
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       buscar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura, pela chave alternativa, boleto ainda em aberto do
      *>  lançamento atualmente lido em fd-financeiro
      *>------------------------------------------------------------------------
       verificar-boleto-aberto section.

           move space to ws-boleto-aberto

           move fd-fin-chave to fd-bol-lancamento

           start arqBoletos key is equal to fd-bol-lancamento

      *>   tratamento de erro - '23' = lançamento nunca foi ao banco
           if ws-fs-arqBoletos <> '00'
           and ws-fs-arqBoletos <> '23' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqBoletos to ws-msn-erro-cod
               move 'Erro de Start arq.arqBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqBoletos = '00' then
               perform until ws-fs-arqBoletos = '10'
                          or ws-tem-boleto-aberto

                   read arqBoletos next

                   evaluate true
                       when ws-fs-arqBoletos = '10'
                           continue
      *>               os boletos do lançamento acabaram - para aqui
                       when ws-fs-arqBoletos = '00'
                        and fd-bol-lancamento <> fd-fin-chave
                           move '10' to ws-fs-arqBoletos
                       when ws-fs-arqBoletos = '00'
                           if fd-bol-emitido then
                               set ws-tem-boleto-aberto to true
                           end-if
                       when other
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqBoletos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqBoletos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       verificar-boleto-aberto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra o boleto do lançamento atualmente lido e grava o
      *>  registro dele na remessa
      *>------------------------------------------------------------------------
       gravar-boleto section.

      *>   multa e juros vigentes no vencimento - as mesmas regras que o
      *>   caixa aplica no balcão (calcular-encargos-lancamento)
           move fd-fin-vencimento to ws-par-data-ref

           move 'MULTA-ATRASO' to ws-par-cod-busca
           move ws-taxa-multa-padrao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-taxa-multa

           move 'JUROS-DIA' to ws-par-cod-busca
           move ws-taxa-juros-dia-padrao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-taxa-juros-dia

           perform obter-nosso-numero

           move ws-nosso-numero to fd-bol-nosso-numero
           move fd-fin-cod-aluno to fd-bol-cod-aluno
           move fd-fin-vencimento to fd-bol-vencimento
           move ws-saldo-lanc to fd-bol-valor
           move ws-taxa-multa to fd-bol-taxa-multa
           move ws-taxa-juros-dia to fd-bol-taxa-juros-dia
           move fd-resp-cod to fd-bol-cod-responsavel
           move ws-data-hoje to fd-bol-data-remessa
           set fd-bol-emitido to true
           move spaces to fd-bol-data-liquidacao
           move zero to fd-bol-valor-liquidado
           move zero to fd-bol-recibo

           write fd-boleto

      *>   tratamento de erro
           if ws-fs-arqBoletos <> '00'
           and ws-fs-arqBoletos <> '02' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqBoletos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-rem-boleto

           move '1' to fd-rem-bol-tipo
           move ws-nosso-numero to fd-rem-bol-nosso-numero
           move fd-fin-vencimento to fd-rem-bol-vencimento
           move ws-saldo-lanc to fd-rem-bol-valor
           move ws-taxa-multa to fd-rem-bol-taxa-multa
           move ws-taxa-juros-dia to fd-rem-bol-taxa-juros-dia
           move fd-fin-cod-aluno to fd-rem-bol-cod-aluno
           move fd-resp-cod to fd-rem-bol-cod-responsavel
           move fd-resp-nome to fd-rem-bol-nome
           move fd-resp-cpf to fd-rem-bol-cpf
           move fd-resp-endereco to fd-rem-bol-endereco
           move fd-resp-email to fd-rem-bol-email
           move fd-resp-telefone to fd-rem-bol-telefone

           write fd-rem-boleto

      *>   tratamento de erro
           if ws-fs-arqRemessaBanco <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRemessaBanco to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRemessaBanco' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-boletos
           add ws-saldo-lanc to ws-total-boletos
           .
       gravar-boleto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca e avança o numerador de nosso-número - gravado a cada
      *>  boleto, para uma remessa interrompida não repetir número
      *>------------------------------------------------------------------------
       obter-nosso-numero section.

           move zero to ws-nosso-numero

           open input arqControleBoletos

      *>   '35' significa que nenhum boleto foi registrado ainda
           if ws-fs-arqControleBoletos = '35' then
               continue
           else
               if ws-fs-arqControleBoletos <> '00' then
                   move 9 to ws-msn-erro-offset
                   move ws-fs-arqControleBoletos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqControleBoletos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqControleBoletos

               if ws-fs-arqControleBoletos = '00' then
                   move fd-ctb-ultimo-nosso-numero to ws-nosso-numero
               end-if

               close arqControleBoletos
           end-if

           add 1 to ws-nosso-numero

           open output arqControleBoletos

      *>   tratamento de erro
           if ws-fs-arqControleBoletos <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqControleBoletos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqControleBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-controle-boleto
           move ws-nosso-numero to fd-ctb-ultimo-nosso-numero
           move function current-date to fd-ctb-data-hora

           write fd-controle-boleto

      *>   tratamento de erro
           if ws-fs-arqControleBoletos <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqControleBoletos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqControleBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleBoletos
           .
       obter-nosso-numero-exit.
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
                   move 10 to ws-msn-erro-offset
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
                               move 10 to ws-msn-erro-offset
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
      *>  cabeçalho da remessa e do relatório
      *>------------------------------------------------------------------------
       gravar-cabecalho section.

           move spaces to fd-rem-cabecalho

           move '0' to fd-rem-cab-tipo
           move 'REMESSA' to fd-rem-cab-arquivo
           move ws-data-hoje to fd-rem-cab-data
           move ws-competencia to fd-rem-cab-competencia

           write fd-rem-cabecalho

      *>   tratamento de erro
           if ws-fs-arqRemessaBanco <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRemessaBanco to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRemessaBanco' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-linha-aux
           string 'Remessa Bancaria da competencia ' delimited by size
                  ws-competencia delimited by size
                  ' - gerada em ' delimited by size
                  ws-data-hoje delimited by size
             into ws-linha-aux
           move ws-linha-aux to fd-linha-remessa
           perform gravar-linha

           move spaces to fd-linha-remessa
           perform gravar-linha

           move 'Lancamentos nao enviados ao banco' to fd-linha-remessa
           perform gravar-linha

           move 'Aluno   Vencimento  Saldo    Motivo' to fd-linha-remessa
           perform gravar-linha
           .
       gravar-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro de controle no fim da remessa - o banco confere a
      *>  quantidade e o total antes de registrar os boletos
      *>------------------------------------------------------------------------
       gravar-trailer section.

           move spaces to fd-rem-trailer

           move '9' to fd-rem-trl-tipo
           move ws-qtd-boletos to fd-rem-trl-qtd
           move ws-total-boletos to fd-rem-trl-total

           write fd-rem-trailer

      *>   tratamento de erro
           if ws-fs-arqRemessaBanco <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRemessaBanco to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRemessaBanco' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-trailer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  totais da remessa no relatório
      *>------------------------------------------------------------------------
       gravar-totais section.

           move spaces to fd-linha-remessa
           perform gravar-linha

           move 'Boletos enviados.........: ' to ws-lin-tot-rotulo
           move ws-qtd-boletos to ws-lin-tot-valor
           move ws-linha-total to fd-linha-remessa
           perform gravar-linha

           move 'Valor total enviado......: ' to ws-lin-tot-rotulo
           move ws-total-boletos to ws-lin-tot-valor
           move ws-linha-total to fd-linha-remessa
           perform gravar-linha

           move 'Nao enviados.............: ' to ws-lin-tot-rotulo
           move ws-qtd-recusados to ws-lin-tot-valor
           move ws-linha-total to fd-linha-remessa
           perform gravar-linha

           move '  (boleto ja em aberto)..: ' to ws-lin-tot-rotulo
           move ws-qtd-ja-registrados to ws-lin-tot-valor
           move ws-linha-total to fd-linha-remessa
           perform gravar-linha
           .
       gravar-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no relatório, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha section.

           write fd-linha-remessa

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioRemessa' to ws-msn-erro-text
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
               move 'lista17remessa' to fd-jrn-programa
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
               move 11 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   fechar arquivo financeiro, quando existia
           if not ws-financeiro-inexistente then
               close arqFinanceiro

      *>       tratamento de erro
               if ws-fs-arqFinanceiro <> '00' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqBoletos

      *>   tratamento de erro
           if ws-fs-arqBoletos <> '00' then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqBoletos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqBoletos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRemessaBanco

      *>   tratamento de erro
           if ws-fs-arqRemessaBanco <> '00' then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqRemessaBanco to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRemessaBanco' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorioRemessa

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRelatorioRemessa' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   fechar arquivo de responsáveis, quando aberto
           if ws-tem-arq-responsaveis then
               close arqResponsaveis
           end-if

      *>   fechar arquivo de parâmetros, quando aberto
           if ws-tem-arq-parametros then
               close arqParametros
           end-if

           display '---------- Remessa Bancaria ----------'
           display 'Competencia      : ' ws-competencia
           display 'Boletos enviados : ' ws-qtd-boletos
           display 'Nao enviados     : ' ws-qtd-recusados
           display 'Remessa em arqRemessaBanco.txt'
           display 'Relatorio em arqRelatorioRemessa.txt'

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-boletos to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17contabil".
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

      *>   planos de mensalidade (lista17planos) - a bolsa integral não
      *>   gera lançamento, então é daqui que ela entra na contabilidade
           select arqPlanosMensalidade assign to "arqPlanosMensalidade.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pla-cod-aluno
           file status is ws-fs-arqPlanos.

      *>   movimento do caixa - uma linha por baixa ou estorno, com o
      *>   valor daquele pagamento e a data em que o dinheiro entrou
           select arqMovimentoCaixa assign to "arqMovimentoCaixa.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMovimentoCaixa.

      *>   registro dos acordos de renegociação (lista17exercicio1-com-tela)
      *>   - a data de cada acordo é a data da transferência contábil
           select arqRegistroAcordos assign to "arqRegistroAcordos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRegistroAcordos.

      *>   plano de contas da exportação - evento do sistema, conta
      *>   contábil e descrição; criado com o plano padrão na primeira
      *>   execução, a contabilidade ajusta os códigos no próprio arquivo
           select arqPlanoContas assign to "arqPlanoContas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPlanoContas.

      *>   arquivo de lançamentos contábeis da competência - cabeçalho,
      *>   partidas de débito e crédito e o registro de controle no fim
           select arqLancamentosContabeis
           assign to "arqLancamentosContabeis.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLancamentos.

           select arqRelatorioContabil assign to "arqRelatorioContabil.txt"
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
               88 fd-rem-confirmada                       value "C".
               88 fd-rem-pendente                         value "P".
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

      *>   mesmo layout de fd-plano em lista17planos
       fd arqPlanosMensalidade.

       01 fd-plano.
           05 fd-pla-cod-aluno                     pic  9(06).
           05 fd-pla-valor-base                    pic  9(04)v99.
           05 fd-pla-desconto-pct                  pic  9(02)v99.
           05 fd-pla-bolsista                      pic  x(01).
               88 fd-pla-bolsista-sim                     value "S".
               88 fd-pla-bolsista-nao                     value "N".
           05 fd-pla-validade-ini                  pic  x(10).
           05 fd-pla-validade-fim                  pic  x(10).

      *>   mesmo layout de fd-movimento-caixa em lista17caixa
       fd arqMovimentoCaixa.

       01 fd-movimento-caixa.
           05 fd-mov-data                          pic  x(10).
           05 filler                               pic  x(02) value space.
           05 fd-mov-operador                      pic  x(08).
           05 filler                               pic  x(02) value space.
           05 fd-mov-cod-aluno                     pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-mov-vencimento                    pic  x(10).
           05 filler                               pic  x(02) value space.
           05 fd-mov-valor                         pic  9(04)v99.
           05 filler                               pic  x(02) value space.
           05 fd-mov-recibo                        pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-mov-tipo                          pic  x(01).
               88 fd-mov-baixa                            value "B" " ".
               88 fd-mov-estorno                          value "E".

      *>   mesmo layout de fd-registro-acordo em lista17exercicio1-com-tela
       fd arqRegistroAcordos.

       01 fd-registro-acordo.
           05 fd-rac-acordo                        pic  9(04).
           05 filler                               pic  x(01).
           05 fd-rac-data                          pic  x(10).
           05 filler                               pic  x(01).
           05 fd-rac-cod-aluno                     pic  9(06).
           05 filler                               pic  x(01).
           05 fd-rac-qtd-originais                 pic  9(03).
           05 filler                               pic  x(01).
           05 fd-rac-valor-total                   pic  9(06)v99.
           05 filler                               pic  x(01).
           05 fd-rac-parcelas                      pic  9(02).
           05 filler                               pic  x(01).
           05 fd-rac-operador                      pic  x(08).
           05 filler                               pic  x(01).
           05 fd-rac-data-hora                     pic  x(21).

      *>   uma linha por evento - linha começando por '*' é comentário
       fd arqPlanoContas.

       01 fd-plano-conta.
           05 fd-pct-evento                        pic  x(12).
           05 filler                               pic  x(01).
           05 fd-pct-conta                         pic  x(10).
           05 filler                               pic  x(01).
           05 fd-pct-descricao                     pic  x(30).

      *>   partida contábil - cada fato gera um lote com um débito e um
      *>   ou mais créditos de mesmo total
       fd arqLancamentosContabeis.

       01 fd-partida.
           05 fd-ptd-tipo-reg                      pic  x(01).
               88 fd-ptd-cabecalho                        value "H".
               88 fd-ptd-lancamento                       value "L".
               88 fd-ptd-controle                         value "T".
           05 filler                               pic  x(01).
           05 fd-ptd-data                          pic  x(10).
           05 filler                               pic  x(01).
           05 fd-ptd-lote                          pic  9(06).
           05 filler                               pic  x(01).
           05 fd-ptd-natureza                      pic  x(01).
               88 fd-ptd-debito                           value "D".
               88 fd-ptd-credito                          value "C".
           05 filler                               pic  x(01).
           05 fd-ptd-conta                         pic  x(10).
           05 filler                               pic  x(01).
           05 fd-ptd-valor                         pic  9(07)v99.
           05 filler                               pic  x(01).
           05 fd-ptd-cod-aluno                     pic  9(06).
           05 filler                               pic  x(01).
           05 fd-ptd-vencimento                    pic  x(10).
           05 filler                               pic  x(01).
           05 fd-ptd-documento                     pic  x(10).
           05 filler                               pic  x(01).
           05 fd-ptd-historico                     pic  x(30).

       01 fd-partida-cabecalho.
           05 fd-cab-tipo-reg                      pic  x(01).
           05 filler                               pic  x(01).
           05 fd-cab-competencia                   pic  x(07).
           05 filler                               pic  x(01).
           05 fd-cab-data-ini                      pic  x(10).
           05 filler                               pic  x(01).
           05 fd-cab-data-fim                      pic  x(10).
           05 filler                               pic  x(01).
           05 fd-cab-data-hora                     pic  x(21).

      *>   registro de controle - a importação na contabilidade confere a
      *>   quantidade de partidas e os dois totais antes de aceitar o lote
       01 fd-partida-controle.
           05 fd-ctl-tipo-reg                      pic  x(01).
           05 filler                               pic  x(01).
           05 fd-ctl-competencia                   pic  x(07).
           05 filler                               pic  x(01).
           05 fd-ctl-qtd-partidas                  pic  9(07).
           05 filler                               pic  x(01).
           05 fd-ctl-total-debitos                 pic  9(09)v99.
           05 filler                               pic  x(01).
           05 fd-ctl-total-creditos                pic  9(09)v99.
           05 filler                               pic  x(01).
           05 fd-ctl-qtd-dias                      pic  9(02).
           05 filler                               pic  x(01).
           05 fd-ctl-dias-divergentes              pic  9(02).
           05 filler                               pic  x(01).
           05 fd-ctl-data-hora                     pic  x(21).

       fd arqRelatorioContabil.

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
       77 ws-fs-arqPlanos                          pic  x(02).
       77 ws-fs-arqMovimentoCaixa                  pic  x(02).
       77 ws-fs-arqRegistroAcordos                 pic  x(02).
       77 ws-fs-arqPlanoContas                     pic  x(02).
       77 ws-fs-arqLancamentos                     pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

      *>  mensalidade cheia de quem não tem valor base no plano - a
      *>  mesma de lista17mensalidades
       77 ws-valor-mensalidade-padrao              pic  9(04)v99 value 350,00.

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-data-hoje                             pic  x(10).
       77 ws-linha-aux                             pic  x(100).

      *>  competência exportada - um mês inteiro, do dia 01 ao 31
       01 ws-competencia.
           05 ws-comp-ano                          pic  x(04).
           05 ws-comp-traco                        pic  x(01).
           05 ws-comp-mes                          pic  x(02).

       01 ws-periodo.
           05 ws-data-ini                          pic  x(10).
           05 ws-data-fim                          pic  x(10).
      *>      dia 10 da competência - data em que a vigência do plano
      *>      é conferida, a mesma do vencimento nominal da mensalidade
           05 ws-data-ref-plano                    pic  x(10).

      *>  arquivos opcionais - sem eles a exportação segue sem aquela
      *>  origem de lançamentos
       01 ws-arquivos-abertos.
           05 ws-financeiro-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-financeiro                   value 'S'.
           05 ws-cadastro-aberto                   pic  x(01) value 'N'.
               88 ws-tem-arq-cadastro                     value 'S'.
           05 ws-planos-abertos                    pic  x(01) value 'N'.
               88 ws-tem-arq-planos                       value 'S'.
           05 ws-movimento-aberto                  pic  x(01) value 'N'.
               88 ws-tem-arq-movimento                    value 'S'.
           05 ws-acordos-abertos                   pic  x(01) value 'N'.
               88 ws-tem-arq-acordos                      value 'S'.

      *>  plano de contas padrão - gravado em arqPlanoContas.txt quando o
      *>  arquivo ainda não existe
       01 ws-plano-padrao.
           05 filler                               pic  x(12) value 'CAIXA'.
           05 filler                               pic  x(10) value '1.1.1.01'.
           05 filler                               pic  x(30) value 'Caixa'.
           05 filler                               pic  x(12) value 'RECEBER-MEN'.
           05 filler                               pic  x(10) value '1.1.2.01'.
           05 filler                               pic  x(30) value 'Mensalidades a receber'.
           05 filler                               pic  x(12) value 'RECEBER-ACO'.
           05 filler                               pic  x(10) value '1.1.2.02'.
           05 filler                               pic  x(30) value 'Acordos a receber'.
           05 filler                               pic  x(12) value 'RECEITA-MEN'.
           05 filler                               pic  x(10) value '3.1.1.01'.
           05 filler                               pic  x(30) value 'Receita de mensalidades'.
           05 filler                               pic  x(12) value 'RECEITA-ENC'.
           05 filler                               pic  x(10) value '3.1.2.01'.
           05 filler                               pic  x(30) value 'Receita de multas e juros'.
           05 filler                               pic  x(12) value 'DESCONTO'.
           05 filler                               pic  x(10) value '3.2.1.01'.
           05 filler                               pic  x(30) value 'Descontos concedidos'.
           05 filler                               pic  x(12) value 'BOLSA'.
           05 filler                               pic  x(10) value '3.2.1.02'.
           05 filler                               pic  x(30) value 'Bolsas de estudo concedidas'.
       01 ws-plano-padrao-red redefines ws-plano-padrao.
           05 ws-pad-conta occurs 7.
               10 ws-pad-evento                    pic  x(12).
               10 ws-pad-codigo                    pic  x(10).
               10 ws-pad-descricao                 pic  x(30).
       77 ws-qtd-eventos                           pic  9(02) value 7.

      *>  plano de contas carregado, com os totais exportados por conta
       01 ws-plano-contas.
           05 ws-qtd-contas                        pic  9(02) value zero.
           05 ws-conta-tab occurs 20.
               10 ws-cta-evento                    pic  x(12).
               10 ws-cta-codigo                    pic  x(10).
               10 ws-cta-descricao                 pic  x(30).
               10 ws-cta-total-deb                 pic  9(09)v99.
               10 ws-cta-total-cre                 pic  9(09)v99.
           05 ws-ind-conta                         pic  9(02).
           05 ws-evento-busca                      pic  x(12).
           05 ws-ind-achado                        pic  9(02).

      *>  posição de cada evento na tabela de contas
       01 ws-contas-evento.
           05 ws-ix-caixa                          pic  9(02).
           05 ws-ix-receber-men                    pic  9(02).
           05 ws-ix-receber-aco                    pic  9(02).
           05 ws-ix-receita-men                    pic  9(02).
           05 ws-ix-receita-enc                    pic  9(02).
           05 ws-ix-desconto                       pic  9(02).
           05 ws-ix-bolsa                          pic  9(02).
      *>      conta a receber do lançamento da vez - mensalidade ou acordo
           05 ws-ix-receber                        pic  9(02).

      *>  data de cada acordo, pelo próprio número - 'R' veio do registro
      *>  de acordos; 'E' foi estimada pelo mês anterior à primeira
      *>  parcela, nos acordos fechados antes do registro existir
       01 ws-datas-acordos.
           05 ws-aco-tab occurs 9999.
               10 ws-aco-data                      pic  x(10).
               10 ws-aco-origem                    pic  x(01).
                   88 ws-aco-registrada                   value 'R'.
                   88 ws-aco-estimada                     value 'E'.

       01 ws-estimativa-acordo.
           05 ws-est-data                          pic  x(10).
           05 ws-est-ano                           pic  9(04).
           05 ws-est-mes                           pic  9(02).

      *>  partida a gravar - o chamador preenche e executa gravar-partida
       01 ws-partida.
           05 ws-num-lote                          pic  9(06) value zero.
           05 ws-ptd-data                          pic  x(10).
           05 ws-ptd-natureza                      pic  x(01).
           05 ws-ptd-ind-conta                     pic  9(02).
           05 ws-ptd-valor                         pic  9(07)v99.
           05 ws-ptd-cod-aluno                     pic  9(06).
           05 ws-ptd-vencimento                    pic  x(10).
           05 ws-ptd-documento                     pic  x(10).
           05 ws-ptd-historico                     pic  x(30).
           05 ws-ptd-dia                           pic  9(02).

      *>  fato contábil simples - um débito e um crédito do mesmo valor
       01 ws-fato.
           05 ws-fato-ind-debito                   pic  9(02).
           05 ws-fato-ind-credito                  pic  9(02).
           05 ws-fato-valor                        pic  9(07)v99.

      *>  valores de trabalho de um lançamento
       01 ws-valores-lancamento.
           05 ws-valor-bruto                       pic  9(07)v99.
           05 ws-valor-encargos                    pic  9(07)v99.
           05 ws-valor-transferido                 pic  9(07)v99.
           05 ws-valor-principal                   pic  9(07)v99.
           05 ws-valor-bolsa                       pic  9(07)v99.

      *>  totais de débito e crédito por dia da competência - cada dia
      *>  tem de fechar com débitos iguais aos créditos
       01 ws-totais-dia.
           05 ws-dia-tab occurs 31.
               10 ws-dia-debitos                   pic  9(09)v99.
               10 ws-dia-creditos                  pic  9(09)v99.
               10 ws-dia-qtd                       pic  9(05).
           05 ws-ind-dia                           pic  9(02).
           05 ws-qtd-dias-movimento                pic  9(02) value zero.
           05 ws-qtd-dias-divergentes              pic  9(02) value zero.

       01 ws-contadores.
           05 ws-qtd-partidas                      pic  9(07) value zero.
           05 ws-total-debitos                     pic  9(09)v99 value zero.
           05 ws-total-creditos                    pic  9(09)v99 value zero.
           05 ws-qtd-faturados                     pic  9(05) value zero.
           05 ws-qtd-descontos                     pic  9(05) value zero.
           05 ws-qtd-bolsas                        pic  9(05) value zero.
           05 ws-qtd-baixas                        pic  9(05) value zero.
           05 ws-qtd-estornos                      pic  9(05) value zero.
           05 ws-qtd-encargos                      pic  9(05) value zero.
           05 ws-qtd-transferencias                pic  9(05) value zero.
           05 ws-qtd-acordos-estimados             pic  9(05) value zero.
           05 ws-qtd-sem-data-acordo               pic  9(05) value zero.

      *>  linhas do relatório
       01 ws-linha-dia.
           05 filler                               pic  x(02) value space.
           05 ws-lin-dia-data                      pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lin-dia-qtd                       pic  zzzz9.
           05 filler                               pic  x(02) value space.
           05 ws-lin-dia-debitos                   pic  zzz.zzz.zz9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lin-dia-creditos                  pic  zzz.zzz.zz9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lin-dia-situacao                  pic  x(10).

       01 ws-linha-conta.
           05 filler                               pic  x(02) value space.
           05 ws-lin-cta-codigo                    pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-lin-cta-descricao                 pic  x(30).
           05 filler                               pic  x(01) value space.
           05 ws-lin-cta-debitos                   pic  zzz.zzz.zz9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lin-cta-creditos                  pic  zzz.zzz.zz9,99.

       01 ws-linha-total.
           05 ws-lin-tot-rotulo                    pic  x(34).
           05 ws-lin-tot-valor                     pic  zzz.zzz.zz9,99.

       01 ws-linha-qtd.
           05 ws-lin-qtd-rotulo                    pic  x(34).
           05 ws-lin-qtd-valor                     pic  zzzzzz9.

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

      *>   exportação contábil da competência - partidas de débito e
      *>   crédito com a conta do plano de contas em cada uma, tiradas do
      *>   financeiro (faturamento, descontos, encargos e acordos), dos
      *>   planos (bolsas integrais) e do movimento do caixa (baixas e
      *>   estornos); cada dia fecha débito = crédito e o arquivo termina
      *>   num registro de controle com os totais
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

      *>   competência ilegível não gera exportação nenhuma
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

      *>   as datas do sistema são aaaa-mm-dd - a comparação de texto
      *>   entre o dia 01 e o 31 cobre o mês inteiro
           string ws-competencia delimited by size
                  '-01' delimited by size
             into ws-data-ini
           string ws-competencia delimited by size
                  '-31' delimited by size
             into ws-data-fim
           string ws-competencia delimited by size
                  '-10' delimited by size
             into ws-data-ref-plano

           move spaces to ws-datas-acordos
           move zero to ws-totais-dia

           perform carregar-plano-contas

      *>   sem financeiro a exportação sai só com bolsas e caixa
           open input arqFinanceiro

           if ws-fs-arqFinanceiro = '00' then
               set ws-tem-arq-financeiro to true
           else
               if ws-fs-arqFinanceiro = '35' then
                   display 'Aviso: arqFinanceiro.dat inexistente'
               else
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqCadastroAlunos

           if ws-fs-arqCadastroAlunos = '00' then
               set ws-tem-arq-cadastro to true
           else
               if ws-fs-arqCadastroAlunos <> '35' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   os planos só existem depois do primeiro cadastro em
      *>   lista17planos - sem eles não há bolsa a lançar
           open input arqPlanosMensalidade

           if ws-fs-arqPlanos = '00'
           or ws-fs-arqPlanos = '05' then
               set ws-tem-arq-planos to true
           else
               if ws-fs-arqPlanos <> '35' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqPlanos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqPlanosMensalidade' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqMovimentoCaixa

           if ws-fs-arqMovimentoCaixa = '00' then
               set ws-tem-arq-movimento to true
           else
               if ws-fs-arqMovimentoCaixa <> '35' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMovimentoCaixa' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   o registro de acordos nasce no primeiro acordo fechado - antes
      *>   dele, as datas dos acordos são estimadas pelas parcelas
           open input arqRegistroAcordos

           if ws-fs-arqRegistroAcordos = '00' then
               set ws-tem-arq-acordos to true
           else
               if ws-fs-arqRegistroAcordos <> '35' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqRegistroAcordos to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqRegistroAcordos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqLancamentosContabeis

      *>   tratamento de erro
           if ws-fs-arqLancamentos <> '00' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqLancamentos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLancamentosContab.' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorioContabil

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRelatorioContabil' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o plano de contas - na primeira execução o arquivo é criado
      *>  com o plano padrão; todo evento usado pela exportação precisa
      *>  ter conta, senão nada é exportado
      *>------------------------------------------------------------------------
       carregar-plano-contas section.

           open input arqPlanoContas

           if ws-fs-arqPlanoContas = '35' then
               perform gravar-plano-padrao
               open input arqPlanoContas
           end-if

      *>   tratamento de erro
           if ws-fs-arqPlanoContas <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqPlanoContas to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqPlanoContas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqPlanoContas = '10'

               read arqPlanoContas

               evaluate true
                   when ws-fs-arqPlanoContas = '10'
                       continue
                   when ws-fs-arqPlanoContas = '00'
      *>                comentários e linhas em branco não contam
                       if fd-pct-evento(1:1) <> '*'
                       and fd-pct-evento <> spaces
                       and ws-qtd-contas < 20 then
                           add 1 to ws-qtd-contas
                           move function upper-case(fd-pct-evento)
                             to ws-cta-evento(ws-qtd-contas)
                           move fd-pct-conta to ws-cta-codigo(ws-qtd-contas)
                           move fd-pct-descricao
                             to ws-cta-descricao(ws-qtd-contas)
                           move zero to ws-cta-total-deb(ws-qtd-contas)
                           move zero to ws-cta-total-cre(ws-qtd-contas)
                       end-if
                   when other
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqPlanoContas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqPlanoContas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           close arqPlanoContas

           move 'CAIXA' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-caixa

           move 'RECEBER-MEN' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-receber-men

           move 'RECEBER-ACO' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-receber-aco

           move 'RECEITA-MEN' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-receita-men

           move 'RECEITA-ENC' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-receita-enc

           move 'DESCONTO' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-desconto

           move 'BOLSA' to ws-evento-busca
           perform buscar-conta-evento
           move ws-ind-achado to ws-ix-bolsa
           .
       carregar-plano-contas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava arqPlanoContas.txt com o plano padrão, comentado
      *>------------------------------------------------------------------------
       gravar-plano-padrao section.

           open output arqPlanoContas

      *>   tratamento de erro
           if ws-fs-arqPlanoContas <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqPlanoContas to ws-msn-erro-cod
               move 'Erro ao Criar arq.arqPlanoContas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move '* evento      conta      descricao' to fd-plano-conta
           write fd-plano-conta

           perform varying ws-ind-conta from 1 by 1
                     until ws-ind-conta > ws-qtd-eventos

               move spaces to fd-plano-conta
               move ws-pad-evento(ws-ind-conta) to fd-pct-evento
               move ws-pad-codigo(ws-ind-conta) to fd-pct-conta
               move ws-pad-descricao(ws-ind-conta) to fd-pct-descricao

               write fd-plano-conta

      *>       tratamento de erro
               if ws-fs-arqPlanoContas <> '00' then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqPlanoContas to ws-msn-erro-cod
                   move 'Erro ao Gravar arq.arqPlanoContas' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform

           close arqPlanoContas
           .
       gravar-plano-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acha a conta do evento ws-evento-busca - evento sem conta no
      *>  plano interrompe a exportação
      *>------------------------------------------------------------------------
       buscar-conta-evento section.

           move zero to ws-ind-achado

           perform varying ws-ind-conta from 1 by 1
                     until ws-ind-conta > ws-qtd-contas
                        or ws-ind-achado > 0
               if ws-cta-evento(ws-ind-conta) = ws-evento-busca then
                   move ws-ind-conta to ws-ind-achado
               end-if
           end-perform

           if ws-ind-achado = 0 then
               move 4 to ws-msn-erro-offset
               move '00' to ws-msn-erro-cod
               string 'Sem conta p/ ' delimited by size
                      ws-evento-busca delimited by space
                      ' arqPlanoContas' delimited by size
                 into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       buscar-conta-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform gravar-cabecalho

           if ws-tem-arq-acordos then
               perform carregar-datas-acordos
           end-if

           if ws-tem-arq-financeiro then
               perform estimar-datas-acordos
               perform lancar-financeiro
           end-if

           if ws-tem-arq-planos
           and ws-tem-arq-cadastro then
               perform lancar-bolsas
           end-if

           if ws-tem-arq-movimento then
               perform lancar-movimento-caixa
           end-if

           perform conferir-dias
           perform gravar-controle
           perform gravar-relatorio
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro de cabeçalho do arquivo de lançamentos
      *>------------------------------------------------------------------------
       gravar-cabecalho section.

           move spaces to fd-partida-cabecalho

           move 'H' to fd-cab-tipo-reg
           move ws-competencia to fd-cab-competencia
           move ws-data-ini to fd-cab-data-ini
           move ws-data-fim to fd-cab-data-fim
           move ws-data-hora-atual to fd-cab-data-hora

           write fd-partida-cabecalho

      *>   tratamento de erro
           if ws-fs-arqLancamentos <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqLancamentos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqLancamentosContab.' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda a data de cada acordo do registro de acordos
      *>------------------------------------------------------------------------
       carregar-datas-acordos section.

           perform until ws-fs-arqRegistroAcordos = '10'

               read arqRegistroAcordos

               evaluate true
                   when ws-fs-arqRegistroAcordos = '10'
                       continue
                   when ws-fs-arqRegistroAcordos = '00'
                       if fd-rac-acordo is numeric
                       and fd-rac-acordo > 0 then
                           move fd-rac-data to ws-aco-data(fd-rac-acordo)
                           set ws-aco-registrada(fd-rac-acordo) to true
                       end-if
                   when other
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqRegistroAcordos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqRegistroAcordos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform
           .
       carregar-datas-acordos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acordos fechados antes do registro de acordos não têm data - as
      *>  parcelas vencem a partir do dia 15 do mês seguinte ao acordo,
      *>  então o acordo é datado no dia 01 do mês anterior à primeira
      *>  parcela
      *>------------------------------------------------------------------------
       estimar-datas-acordos section.

           move low-values to fd-fin-chave

           start arqFinanceiro key is greater than or equal to fd-fin-chave

      *>   tratamento de erro - '23' = financeiro vazio
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
                       when ws-fs-arqFinanceiro = '00'
      *>                    parcela de acordo = acordo sem a marca de
      *>                    renegociado, que é a dos originais
                           if fd-fin-acordo > 0
                           and not fd-fin-renegociado then
                               if not ws-aco-registrada(fd-fin-acordo) then
                                   perform estimar-data-acordo
                               end-if
                           end-if
                       when other
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqFinanceiro to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       estimar-datas-acordos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  dia 01 do mês anterior ao vencimento da parcela lida - fica a
      *>  menor data entre as parcelas do acordo
      *>------------------------------------------------------------------------
       estimar-data-acordo section.

           move fd-fin-vencimento(1:4) to ws-est-ano
           move fd-fin-vencimento(6:2) to ws-est-mes

           if ws-est-mes = 1 then
               move 12 to ws-est-mes
               subtract 1 from ws-est-ano
           else
               subtract 1 from ws-est-mes
           end-if

           move spaces to ws-est-data
           string ws-est-ano delimited by size
                  '-' delimited by size
                  ws-est-mes delimited by size
                  '-01' delimited by size
             into ws-est-data

           if ws-aco-data(fd-fin-acordo) = spaces
           or ws-est-data < ws-aco-data(fd-fin-acordo) then
               move ws-est-data to ws-aco-data(fd-fin-acordo)
               set ws-aco-estimada(fd-fin-acordo) to true
           end-if
           .
       estimar-data-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre o financeiro lançando os fatos de cada lançamento que
      *>  caem na competência
      *>------------------------------------------------------------------------
       lancar-financeiro section.

           move low-values to fd-fin-chave

           start arqFinanceiro key is greater than or equal to fd-fin-chave

      *>   tratamento de erro - '23' = financeiro vazio
           if ws-fs-arqFinanceiro <> '00'
           and ws-fs-arqFinanceiro <> '23' then
               move 8 to ws-msn-erro-offset
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
                           perform lancar-lancamento
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqFinanceiro to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       lancar-financeiro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fatos contábeis do lançamento lido:
      *>  - faturamento, no dia 01 do mês do vencimento (competência) -
      *>    parcela de acordo não é faturada, ela só divide o saldo já
      *>    transferido para acordos a receber;
      *>  - multa e juros, na quitação - é quando o valor corrigido fica
      *>    definitivo no lançamento;
      *>  - transferência do original renegociado para acordos a receber,
      *>    na data do acordo
      *>------------------------------------------------------------------------
       lancar-lancamento section.

           if fd-fin-acordo > 0
           and not fd-fin-renegociado then
               move ws-ix-receber-aco to ws-ix-receber
           else
               move ws-ix-receber-men to ws-ix-receber

               if fd-fin-vencimento(1:7) = ws-competencia then
                   perform lancar-faturamento
               end-if
           end-if

           if fd-fin-pago
           and fd-fin-valor-corrigido > fd-fin-valor-mensalidade
           and fd-fin-data-pagamento >= ws-data-ini
           and fd-fin-data-pagamento <= ws-data-fim then
               perform lancar-encargos
           end-if

           if fd-fin-renegociado
           and fd-fin-acordo > 0 then
               if ws-aco-data(fd-fin-acordo) = spaces then
      *>            acordo sem registro e sem parcela nenhuma no arquivo
                   add 1 to ws-qtd-sem-data-acordo
               else
                   if ws-aco-data(fd-fin-acordo) >= ws-data-ini
                   and ws-aco-data(fd-fin-acordo) <= ws-data-fim then
                       perform lancar-transferencia-acordo
                   end-if
               end-if
           end-if
           .
       lancar-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  faturamento da mensalidade - a receita entra pelo valor cheio e
      *>  o desconto do plano sai numa partida própria, para a
      *>  contabilidade enxergar a receita bruta e o que foi concedido
      *>------------------------------------------------------------------------
       lancar-faturamento section.

           add 1 to ws-qtd-faturados

           compute ws-valor-bruto = fd-fin-valor-mensalidade
                                  + fd-fin-desconto

           move ws-data-ini to ws-ptd-data
           move fd-fin-cod-aluno to ws-ptd-cod-aluno
           move fd-fin-vencimento to ws-ptd-vencimento
           move spaces to ws-ptd-documento
           move 'MENSALIDADE - FATURAMENTO' to ws-ptd-historico

           move ws-ix-receber-men to ws-fato-ind-debito
           move ws-ix-receita-men to ws-fato-ind-credito
           move ws-valor-bruto to ws-fato-valor
           perform lancar-fato-simples

           if fd-fin-desconto > 0 then
               add 1 to ws-qtd-descontos

               move 'MENSALIDADE - DESCONTO DO PLANO' to ws-ptd-historico

               move ws-ix-desconto to ws-fato-ind-debito
               move ws-ix-receber-men to ws-fato-ind-credito
               move fd-fin-desconto to ws-fato-valor
               perform lancar-fato-simples
           end-if
           .
       lancar-faturamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  multa e juros do lançamento quitado - a diferença entre o valor
      *>  corrigido e o da mensalidade, na data da quitação
      *>------------------------------------------------------------------------
       lancar-encargos section.

           add 1 to ws-qtd-encargos

           compute ws-valor-encargos = fd-fin-valor-corrigido
                                     - fd-fin-valor-mensalidade

           move fd-fin-data-pagamento to ws-ptd-data
           move fd-fin-cod-aluno to ws-ptd-cod-aluno
           move fd-fin-vencimento to ws-ptd-vencimento
           move spaces to ws-ptd-documento
           if fd-fin-recibo is numeric
           and fd-fin-recibo > 0 then
               move fd-fin-recibo to ws-ptd-documento
           end-if
           move 'MULTA E JUROS NA QUITACAO' to ws-ptd-historico

           move ws-ix-receber to ws-fato-ind-debito
           move ws-ix-receita-enc to ws-fato-ind-credito
           move ws-valor-encargos to ws-fato-valor
           perform lancar-fato-simples
           .
       lancar-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  original encerrado por renegociação - o saldo corrigido passa
      *>  para acordos a receber, baixando o saldo da mensalidade e
      *>  reconhecendo a multa e os juros embutidos no acordo
      *>------------------------------------------------------------------------
       lancar-transferencia-acordo section.

           add 1 to ws-qtd-transferencias

           if ws-aco-estimada(fd-fin-acordo) then
               add 1 to ws-qtd-acordos-estimados
           end-if

           move zero to ws-valor-transferido
           move zero to ws-valor-principal
           move zero to ws-valor-encargos

           if fd-fin-valor-corrigido > fd-fin-valor-pago then
               compute ws-valor-transferido = fd-fin-valor-corrigido
                                            - fd-fin-valor-pago
           end-if

           if fd-fin-valor-mensalidade > fd-fin-valor-pago then
               compute ws-valor-principal = fd-fin-valor-mensalidade
                                          - fd-fin-valor-pago
           end-if

           if ws-valor-transferido > ws-valor-principal then
               compute ws-valor-encargos = ws-valor-transferido
                                         - ws-valor-principal
           end-if

           if ws-valor-transferido > 0 then
               add 1 to ws-num-lote

               move ws-aco-data(fd-fin-acordo) to ws-ptd-data
               move fd-fin-cod-aluno to ws-ptd-cod-aluno
               move fd-fin-vencimento to ws-ptd-vencimento
      *>       'ACORDO' + número cabe inteiro nos 10 do documento
               move spaces to ws-ptd-documento
               string 'ACORDO' delimited by size
                      fd-fin-acordo delimited by size
                 into ws-ptd-documento
               move 'RENEGOCIACAO - TRANSFERENCIA' to ws-ptd-historico

               move 'D' to ws-ptd-natureza
               move ws-ix-receber-aco to ws-ptd-ind-conta
               move ws-valor-transferido to ws-ptd-valor
               perform gravar-partida

               move 'C' to ws-ptd-natureza
               move ws-ix-receber-men to ws-ptd-ind-conta
               move ws-valor-principal to ws-ptd-valor
               perform gravar-partida

               move 'C' to ws-ptd-natureza
               move ws-ix-receita-enc to ws-ptd-ind-conta
               move ws-valor-encargos to ws-ptd-valor
               perform gravar-partida
           end-if
           .
       lancar-transferencia-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  bolsas integrais - o aluno bolsista não tem lançamento no
      *>  financeiro, então a bolsa da competência sai do plano vigente no
      *>  dia 10, pelo valor que a mensalidade teria, para os mesmos alunos
      *>  que lista17mensalidades fatura (ativos e sem rematrícula
      *>  pendente)
      *>------------------------------------------------------------------------
       lancar-bolsas section.

           move zero to fd-pla-cod-aluno

           start arqPlanosMensalidade key is greater than or equal to fd-pla-cod-aluno

      *>   tratamento de erro - '23' = nenhum plano cadastrado
           if ws-fs-arqPlanos <> '00'
           and ws-fs-arqPlanos <> '23' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqPlanos to ws-msn-erro-cod
               move 'Erro de Start arq.arqPlanosMensalidade' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqPlanos = '00' then
               perform until ws-fs-arqPlanos = '10'

                   read arqPlanosMensalidade next

                   evaluate true
                       when ws-fs-arqPlanos = '10'
                           continue
                       when ws-fs-arqPlanos = '00'
                           if fd-pla-bolsista-sim
                           and (fd-pla-validade-ini = spaces
                            or fd-pla-validade-ini <= ws-data-ref-plano)
                           and (fd-pla-validade-fim = spaces
                            or fd-pla-validade-fim >= ws-data-ref-plano) then
                               perform lancar-bolsa-aluno
                           end-if
                       when other
                           move 9 to ws-msn-erro-offset
                           move ws-fs-arqPlanos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqPlanosMensalidade' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       lancar-bolsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  bolsa integral do aluno do plano lido
      *>------------------------------------------------------------------------
       lancar-bolsa-aluno section.

           move fd-pla-cod-aluno to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   if not fd-ativo-nao
                   and not fd-rem-pendente then
                       add 1 to ws-qtd-bolsas

                       if fd-pla-valor-base > 0 then
                           move fd-pla-valor-base to ws-valor-bolsa
                       else
                           move ws-valor-mensalidade-padrao to ws-valor-bolsa
                       end-if

                       move ws-data-ini to ws-ptd-data
                       move fd-pla-cod-aluno to ws-ptd-cod-aluno
                       move ws-data-ref-plano to ws-ptd-vencimento
                       move spaces to ws-ptd-documento
                       move 'BOLSA INTEGRAL DA COMPETENCIA' to ws-ptd-historico

                       move ws-ix-bolsa to ws-fato-ind-debito
                       move ws-ix-receita-men to ws-fato-ind-credito
                       move ws-valor-bolsa to ws-fato-valor
                       perform lancar-fato-simples
                   end-if
               when '23'
      *>            plano de aluno que já saiu do cadastro (expurgo)
                   continue
               when other
                   move 9 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       lancar-bolsa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  movimento do caixa da competência - baixa entra no caixa contra
      *>  a conta a receber do lançamento; estorno faz o inverso no dia em
      *>  que foi feito
      *>------------------------------------------------------------------------
       lancar-movimento-caixa section.

           perform until ws-fs-arqMovimentoCaixa = '10'

               read arqMovimentoCaixa

               evaluate true
                   when ws-fs-arqMovimentoCaixa = '10'
                       continue
                   when ws-fs-arqMovimentoCaixa = '00'
                       if fd-mov-data >= ws-data-ini
                       and fd-mov-data <= ws-data-fim then
                           perform lancar-movimento-linha
                       end-if
                   when other
                       move 10 to ws-msn-erro-offset
                       move ws-fs-arqMovimentoCaixa to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqMovimentoCaixa' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform
           .
       lancar-movimento-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  partidas da linha de movimento lida
      *>------------------------------------------------------------------------
       lancar-movimento-linha section.

      *>   parcela de acordo baixa acordos a receber; o resto (inclusive
      *>   lançamento que já não está no financeiro) baixa mensalidades
           move ws-ix-receber-men to ws-ix-receber

           if ws-tem-arq-financeiro then
               move fd-mov-cod-aluno to fd-fin-cod-aluno
               move fd-mov-vencimento to fd-fin-vencimento

               read arqFinanceiro

               evaluate ws-fs-arqFinanceiro
                   when '00'
                       if fd-fin-acordo > 0
                       and not fd-fin-renegociado then
                           move ws-ix-receber-aco to ws-ix-receber
                       end-if
                   when '23'
                       continue
                   when other
                       move 10 to ws-msn-erro-offset
                       move ws-fs-arqFinanceiro to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move fd-mov-data to ws-ptd-data
           move fd-mov-cod-aluno to ws-ptd-cod-aluno
           move fd-mov-vencimento to ws-ptd-vencimento
           move fd-mov-recibo to ws-ptd-documento
           move fd-mov-valor to ws-fato-valor

           if fd-mov-estorno then
               add 1 to ws-qtd-estornos
               move 'ESTORNO DE RECEBIMENTO' to ws-ptd-historico
               move ws-ix-receber to ws-fato-ind-debito
               move ws-ix-caixa to ws-fato-ind-credito
           else
               add 1 to ws-qtd-baixas
               move 'RECEBIMENTO NO CAIXA' to ws-ptd-historico
               move ws-ix-caixa to ws-fato-ind-debito
               move ws-ix-receber to ws-fato-ind-credito
           end-if

           perform lancar-fato-simples
           .
       lancar-movimento-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fato de um débito e um crédito - a data, o aluno, o documento e o
      *>  histórico já vêm preenchidos em ws-partida
      *>------------------------------------------------------------------------
       lancar-fato-simples section.

           if ws-fato-valor > 0 then
               add 1 to ws-num-lote

               move 'D' to ws-ptd-natureza
               move ws-fato-ind-debito to ws-ptd-ind-conta
               move ws-fato-valor to ws-ptd-valor
               perform gravar-partida

               move 'C' to ws-ptd-natureza
               move ws-fato-ind-credito to ws-ptd-ind-conta
               move ws-fato-valor to ws-ptd-valor
               perform gravar-partida
           end-if
           .
       lancar-fato-simples-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma partida e acumula os totais da conta, do dia e do
      *>  arquivo - partida de valor zero não é gravada
      *>------------------------------------------------------------------------
       gravar-partida section.

           if ws-ptd-valor > 0 then
               move spaces to fd-partida

               set fd-ptd-lancamento to true
               move ws-ptd-data to fd-ptd-data
               move ws-num-lote to fd-ptd-lote
               move ws-ptd-natureza to fd-ptd-natureza
               move ws-cta-codigo(ws-ptd-ind-conta) to fd-ptd-conta
               move ws-ptd-valor to fd-ptd-valor
               move ws-ptd-cod-aluno to fd-ptd-cod-aluno
               move ws-ptd-vencimento to fd-ptd-vencimento
               move ws-ptd-documento to fd-ptd-documento
               move ws-ptd-historico to fd-ptd-historico

               write fd-partida

      *>       tratamento de erro
               if ws-fs-arqLancamentos <> '00' then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqLancamentos to ws-msn-erro-cod
                   move 'Erro ao Gravar arq.arqLancamentosContab.' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-partidas
               move ws-ptd-data(9:2) to ws-ptd-dia
               add 1 to ws-dia-qtd(ws-ptd-dia)

               if ws-ptd-natureza = 'D' then
                   add ws-ptd-valor to ws-total-debitos
                   add ws-ptd-valor to ws-cta-total-deb(ws-ptd-ind-conta)
                   add ws-ptd-valor to ws-dia-debitos(ws-ptd-dia)
               else
                   add ws-ptd-valor to ws-total-creditos
                   add ws-ptd-valor to ws-cta-total-cre(ws-ptd-ind-conta)
                   add ws-ptd-valor to ws-dia-creditos(ws-ptd-dia)
               end-if
           end-if
           .
       gravar-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o fechamento de cada dia com movimento
      *>------------------------------------------------------------------------
       conferir-dias section.

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
               if ws-dia-qtd(ws-ind-dia) > 0 then
                   add 1 to ws-qtd-dias-movimento
                   if ws-dia-debitos(ws-ind-dia) <> ws-dia-creditos(ws-ind-dia) then
                       add 1 to ws-qtd-dias-divergentes
                   end-if
               end-if
           end-perform
           .
       conferir-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro de controle no fim do arquivo de lançamentos
      *>------------------------------------------------------------------------
       gravar-controle section.

           move spaces to fd-partida-controle

           move 'T' to fd-ctl-tipo-reg
           move ws-competencia to fd-ctl-competencia
           move ws-qtd-partidas to fd-ctl-qtd-partidas
           move ws-total-debitos to fd-ctl-total-debitos
           move ws-total-creditos to fd-ctl-total-creditos
           move ws-qtd-dias-movimento to fd-ctl-qtd-dias
           move ws-qtd-dias-divergentes to fd-ctl-dias-divergentes
           move ws-data-hora-atual to fd-ctl-data-hora

           write fd-partida-controle

      *>   tratamento de erro
           if ws-fs-arqLancamentos <> '00' then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqLancamentos to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqLancamentosContab.' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório da exportação - fechamento por dia, totais por conta e
      *>  as quantidades de cada tipo de fato
      *>------------------------------------------------------------------------
       gravar-relatorio section.

           move spaces to ws-linha-aux
           string 'Exportacao Contabil - competencia ' delimited by size
                  ws-competencia delimited by size
                  ' - gerada em ' delimited by size
                  ws-data-hoje delimited by size
             into ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Fechamento por dia:' to ws-linha-aux
           perform gravar-linha

           move '  data         qtd        debitos       creditos  situacao'
             to ws-linha-aux
           perform gravar-linha

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
               if ws-dia-qtd(ws-ind-dia) > 0 then
                   move spaces to ws-lin-dia-data
                   string ws-competencia delimited by size
                          '-' delimited by size
                          ws-ind-dia delimited by size
                     into ws-lin-dia-data
                   move ws-dia-qtd(ws-ind-dia) to ws-lin-dia-qtd
                   move ws-dia-debitos(ws-ind-dia) to ws-lin-dia-debitos
                   move ws-dia-creditos(ws-ind-dia) to ws-lin-dia-creditos
                   if ws-dia-debitos(ws-ind-dia) = ws-dia-creditos(ws-ind-dia) then
                       move 'OK' to ws-lin-dia-situacao
                   else
                       move 'DIVERGENTE' to ws-lin-dia-situacao
                   end-if
                   move ws-linha-dia to ws-linha-aux
                   perform gravar-linha
               end-if
           end-perform

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Totais por conta:' to ws-linha-aux
           perform gravar-linha

           perform varying ws-ind-conta from 1 by 1
                     until ws-ind-conta > ws-qtd-contas
               move ws-cta-codigo(ws-ind-conta) to ws-lin-cta-codigo
               move ws-cta-descricao(ws-ind-conta) to ws-lin-cta-descricao
               move ws-cta-total-deb(ws-ind-conta) to ws-lin-cta-debitos
               move ws-cta-total-cre(ws-ind-conta) to ws-lin-cta-creditos
               move ws-linha-conta to ws-linha-aux
               perform gravar-linha
           end-perform

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Total de debitos..................' to ws-lin-tot-rotulo
           move ws-total-debitos to ws-lin-tot-valor
           move ws-linha-total to ws-linha-aux
           perform gravar-linha

           move 'Total de creditos.................' to ws-lin-tot-rotulo
           move ws-total-creditos to ws-lin-tot-valor
           move ws-linha-total to ws-linha-aux
           perform gravar-linha

           move 'Partidas gravadas.................' to ws-lin-qtd-rotulo
           move ws-qtd-partidas to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Mensalidades faturadas............' to ws-lin-qtd-rotulo
           move ws-qtd-faturados to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Descontos de plano................' to ws-lin-qtd-rotulo
           move ws-qtd-descontos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Bolsas integrais..................' to ws-lin-qtd-rotulo
           move ws-qtd-bolsas to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Recebimentos no caixa.............' to ws-lin-qtd-rotulo
           move ws-qtd-baixas to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Estornos..........................' to ws-lin-qtd-rotulo
           move ws-qtd-estornos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Quitacoes com multa e juros.......' to ws-lin-qtd-rotulo
           move ws-qtd-encargos to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Originais transferidos p/ acordo..' to ws-lin-qtd-rotulo
           move ws-qtd-transferencias to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Dias com movimento................' to ws-lin-qtd-rotulo
           move ws-qtd-dias-movimento to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           move 'Dias sem fechamento...............' to ws-lin-qtd-rotulo
           move ws-qtd-dias-divergentes to ws-lin-qtd-valor
           move ws-linha-qtd to ws-linha-aux
           perform gravar-linha

           if ws-qtd-acordos-estimados > 0 then
               move spaces to ws-linha-aux
               string 'Aviso: ' delimited by size
                      ws-qtd-acordos-estimados delimited by size
                      ' original(is) de acordo sem registro - data'
                      delimited by size
                      ' estimada pela 1a parcela' delimited by size
                 into ws-linha-aux
               perform gravar-linha
           end-if

           if ws-qtd-sem-data-acordo > 0 then
               move spaces to ws-linha-aux
               string 'Aviso: ' delimited by size
                      ws-qtd-sem-data-acordo delimited by size
                      ' original(is) renegociado(s) sem data de acordo'
                      delimited by size
                      ' - nao exportado(s)' delimited by size
                 into ws-linha-aux
               perform gravar-linha
           end-if
           .
       gravar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no relatório
      *>------------------------------------------------------------------------
       gravar-linha section.

           move ws-linha-aux to fd-linha-relatorio

           write fd-linha-relatorio

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioContabil' to ws-msn-erro-text
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
               move 'lista17contabil' to fd-jrn-programa
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

      *>   fechar os arquivos de entrada que foram abertos
           if ws-tem-arq-financeiro then
               close arqFinanceiro
           end-if

           if ws-tem-arq-cadastro then
               close arqCadastroAlunos
           end-if

           if ws-tem-arq-planos then
               close arqPlanosMensalidade
           end-if

           if ws-tem-arq-movimento then
               close arqMovimentoCaixa
           end-if

           if ws-tem-arq-acordos then
               close arqRegistroAcordos
           end-if

           close arqLancamentosContabeis

      *>   tratamento de erro
           if ws-fs-arqLancamentos <> '00' then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqLancamentos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqLancamentosContab.' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorioContabil

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqRelatorioContabil' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display '---------- Exportacao Contabil ----------'
           display 'Competencia      : ' ws-competencia
           display 'Partidas         : ' ws-qtd-partidas
           display 'Total debitos    : ' ws-total-debitos
           display 'Total creditos   : ' ws-total-creditos
           display 'Dias sem fechar  : ' ws-qtd-dias-divergentes
           display 'Lancamentos em arqLancamentosContabeis.txt'
           display 'Relatorio em arqRelatorioContabil.txt'

      *>   dia sem fechamento não impede o arquivo, mas sai como aviso
      *>   para o agendador
           if ws-qtd-dias-divergentes > 0
           or ws-total-debitos <> ws-total-creditos then
               display 'Aviso: exportacao com dias sem fechamento'
               move 4 to return-code
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-partidas to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17cobranca".
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

      *>   registro de responsáveis financeiros - nome e contatos de quem
      *>   recebe o aviso da família
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   parâmetros da escola, mantidos em lista17parametros - multa,
      *>   juros e os prazos de cada nível de aviso
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   avisos de cobrança já emitidos - um registro por lançamento e
      *>   nível, para ninguém receber o mesmo nível duas vezes; o extrato
      *>   financeiro (lista17extratofin) lista o histórico daqui
           select arqAvisosCobranca assign to "arqAvisosCobranca.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-avs-chave
           file status is ws-fs-arqAvisosCobranca.

      *>   arquivo de mala direta dos avisos - uma linha por família e
      *>   nível, com os contatos e os valores já com multa e juros
           select arqMalaDiretaCobranca assign to "arqMalaDiretaCobranca.csv"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMalaDireta.

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

       fd arqMalaDiretaCobranca.

       01 fd-linha-mala                            pic  x(400).

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
       77 ws-fs-arqAvisosCobranca                  pic  x(02).
       77 ws-fs-arqMalaDireta                      pic  x(02).

       77 ws-sem-financeiro                        pic  x(01) value 'N'.
           88 ws-financeiro-inexistente                   value 'S'.

      *>  saldo devedor do lançamento da vez
       77 ws-saldo-lanc                            pic  9(04)v99.

      *>  multa e juros ao dia sobre o saldo vencido - mesma conta de
      *>  lista17inadimplencia; as taxas padrão valem enquanto
      *>  arqParametros não tiver vigência para a data do vencimento
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
           05 ws-encargos                          pic  9(05)v99.
           05 ws-valor-corrigido                   pic  9(05)v99.

      *>  régua de cobrança - dias de atraso a partir dos quais sai cada
      *>  nível de aviso; os padrões valem enquanto arqParametros não
      *>  tiver as regras AVISO-NIVEL1..3
       01 ws-regua-cobranca.
           05 ws-limite-nivel occurs 3             pic  9(03).
           05 ws-qtd-avisos-nivel occurs 3         pic  9(05).

       01 ws-descricao-niveis.
           05 filler                               pic  x(20) value 'LEMBRETE'.
           05 filler                               pic  x(20) value 'NOTIFICACAO FORMAL'.
           05 filler                               pic  x(20) value 'AVISO FINAL'.
       01 ws-descricao-niveis-red redefines ws-descricao-niveis.
           05 ws-desc-nivel occurs 3               pic  x(20).

       01 ws-uso-geral.
           05 ws-data-hoje                         pic  x(10).
           05 ws-dias-atraso                       pic s9(05).
           05 ws-dias-venc                         pic  9(07).
           05 ws-dias-hoje                         pic  9(07).
           05 ws-data-venc-num                     pic  9(08).
           05 ws-nivel-devido                      pic  9(01).
           05 ws-ind-nivel                         pic  9(01).
           05 ws-aviso-enviado                     pic  x(01).
               88 ws-aviso-ja-enviado                     value 'S'.

      *>  avisos a emitir nesta execução, um por lançamento, na ordem do
      *>  cadastro - agrupados no fim por família e nível; o que não
      *>  couber fica para a próxima execução, já que nada dele é gravado
       01 ws-avisos-pendentes.
           05 ws-qtd-avn                           pic  9(04) value zero.
           05 ws-avn occurs 3000.
               10 ws-avn-cod-aluno                 pic  9(06).
               10 ws-avn-nome-aluno                pic  x(25).
               10 ws-avn-cod-resp                  pic  9(04).
               10 ws-avn-vencimento                pic  x(10).
               10 ws-avn-nivel                     pic  9(01).
               10 ws-avn-dias                      pic  9(05).
               10 ws-avn-saldo                     pic  9(05)v99.
               10 ws-avn-devido                    pic  9(05)v99.
               10 ws-avn-agrupado                  pic  x(01).
           05 ws-ind-avn                           pic  9(04).
           05 ws-ind-grp                           pic  9(04).

      *>  a carta da vez - família (ou aluno sem responsável) e nível
       01 ws-grupo-aviso.
           05 ws-grp-cod-resp                      pic  9(04).
           05 ws-grp-cod-aluno                     pic  9(06).
           05 ws-grp-nivel                         pic  9(01).
           05 ws-grp-ultimo-aluno                  pic  9(06).
           05 ws-grp-qtd-lanc                      pic  9(04).
           05 ws-grp-maior-atraso                  pic  9(05).
           05 ws-grp-total-saldo                   pic  9(07)v99.
           05 ws-grp-total-devido                  pic  9(07)v99.
           05 ws-grp-nome                          pic  x(25).
           05 ws-grp-email                         pic  x(30).
           05 ws-grp-telefone                      pic  x(15).
           05 ws-grp-endereco                      pic  x(35).
           05 ws-grp-alunos                        pic  x(150).
           05 ws-grp-ptr                           pic  9(03).

      *>  valores editados p/ a mala direta
       01 ws-edicao-mala.
           05 ws-edt-saldo                         pic  zzzzzz9,99.
           05 ws-edt-devido                        pic  zzzzzz9,99.

      *>  totais da execução
       01 ws-totais-cobranca.
           05 ws-qtd-cartas                        pic  9(05) value zero.
           05 ws-qtd-lanc-avisados                 pic  9(05) value zero.
           05 ws-qtd-adiados                       pic  9(05) value zero.
           05 ws-total-devido-avisado              pic  9(07)v99 value zero.

       77 ws-data-hora-atual                       pic  x(21).

      *>  variável de montagem da linha da mala direta
       77 ws-linha-csv                             pic  x(400).
      *>   aspas usadas para proteger campos texto no csv que podem conter
      *>   virgula (endereco e valores, por exemplo)
       77 ws-aspas-csv                             pic  x(01) value '"'.

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

      *>   avisos de cobrança escalonados - aplica a régua (lembrete,
      *>   notificação formal, aviso final) aos lançamentos vencidos, gera
      *>   a mala direta por família e registra cada aviso emitido; sem
      *>   tela, pensado para rodar desacompanhado
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

           move spaces to ws-data-hoje
           string ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-hoje

      *>   número de dias da data de hoje, base do cálculo de atraso
           compute ws-dias-hoje =
               function integer-of-date(function numval(ws-data-hora-atual(1:8)))

           open input arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o registro de responsáveis o aviso vai aos pais do aluno,
      *>   com os contatos do cadastro
           open input arqResponsaveis

           if ws-fs-arqResponsaveis <> '00'
           and ws-fs-arqResponsaveis <> '35' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqResponsaveis to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqResponsaveis' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os parâmetros da escola são mantidos em lista17parametros - se
      *>   ainda não existem ('35'), valem as taxas e prazos padrão
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

           open i-o arqAvisosCobranca

      *>   tratamento de erro - '05' é aceito p/ arquivo ainda não existente
           if ws-fs-arqAvisosCobranca <> '00'
           and ws-fs-arqAvisosCobranca <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqAvisosCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqMalaDiretaCobranca

      *>   tratamento de erro
           if ws-fs-arqMalaDireta <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqMalaDireta to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMalaDiretaCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFinanceiro

      *>   '35' significa que o arquivo ainda não existe - nada a cobrar
           if ws-fs-arqFinanceiro = '35' then
               set ws-financeiro-inexistente to true
               display 'Aviso: arqFinanceiro.dat inexistente - nenhum aviso'
           else
               if ws-fs-arqFinanceiro <> '00' then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqFinanceiro to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   prazos da régua vigentes hoje
           move ws-data-hoje to ws-par-data-ref

           move 'AVISO-NIVEL1' to ws-par-cod-busca
           move 5 to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-limite-nivel(1)

           move 'AVISO-NIVEL2' to ws-par-cod-busca
           move 30 to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-limite-nivel(2)

           move 'AVISO-NIVEL3' to ws-par-cod-busca
           move 60 to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-limite-nivel(3)

           move zero to ws-qtd-avisos-nivel(1)
           move zero to ws-qtd-avisos-nivel(2)
           move zero to ws-qtd-avisos-nivel(3)
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal - primeiro levanta os avisos devidos
      *>  aluno a aluno, depois emite uma carta por família e nível
      *>------------------------------------------------------------------------
       processamento section.

           move 'Nivel,TipoAviso,CodResponsavel,CodAluno,Nome,Email,Telefone,Endereco,Alunos,QtdLancamentos,MaiorAtraso,ValorOriginal,ValorDevido,DataEmissao'
               to fd-linha-mala
           perform gravar-linha-mala

           if not ws-financeiro-inexistente then
               move 1 to fd-cod-aluno

               start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>       tratamento de erro
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
                           perform levantar-avisos-aluno
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
           end-if

      *>   uma carta por família e nível - cada aviso ainda não agrupado
      *>   abre a carta dele e leva junto os demais da mesma família
           perform varying ws-ind-grp from 1 by 1
                     until ws-ind-grp > ws-qtd-avn

               if ws-avn-agrupado(ws-ind-grp) = 'N' then
                   perform emitir-carta-aviso
               end-if

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre os lançamentos em aberto do aluno atualmente lido em
      *>  fd-alunos e guarda os que chegaram a um nível de aviso ainda
      *>  não emitido
      *>------------------------------------------------------------------------
       levantar-avisos-aluno section.

           move fd-cod-aluno to fd-fin-cod-aluno
           move low-values to fd-fin-vencimento

           start arqFinanceiro key is greater than or equal to fd-fin-chave

      *>   tratamento de erro - '23' = aluno sem lançamento algum
           if ws-fs-arqFinanceiro <> '00'
           and ws-fs-arqFinanceiro <> '23' then
               move 2 to ws-msn-erro-offset
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
      *>               os lançamentos do aluno acabaram - para aqui
                       when ws-fs-arqFinanceiro = '00'
                        and fd-fin-cod-aluno <> fd-cod-aluno
                           move '10' to ws-fs-arqFinanceiro
                       when ws-fs-arqFinanceiro = '00'
                           if fd-fin-em-aberto then
                               perform avaliar-lancamento
                           end-if
                       when other
                           move 2 to ws-msn-erro-offset
                           move ws-fs-arqFinanceiro to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       levantar-avisos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aplica a régua ao lançamento atualmente lido em fd-financeiro -
      *>  vale o nível mais alto alcançado pelo atraso; se ele (ou um
      *>  acima) já foi emitido, o lançamento fica quieto
      *>------------------------------------------------------------------------
       avaliar-lancamento section.

      *>   vencimento aaaa-mm-dd vira aaaammdd numérico p/ contar os dias
           move fd-fin-vencimento(1:4) to ws-data-venc-num(1:4)
           move fd-fin-vencimento(6:2) to ws-data-venc-num(5:2)
           move fd-fin-vencimento(9:2) to ws-data-venc-num(7:2)

           if ws-data-venc-num is numeric then
               compute ws-dias-venc = function integer-of-date(ws-data-venc-num)
               compute ws-dias-atraso = ws-dias-hoje - ws-dias-venc
           else
      *>       vencimento ilegível não entra na cobrança
               move zero to ws-dias-atraso
           end-if

           evaluate true
               when ws-dias-atraso <= 0
                   move 0 to ws-nivel-devido
               when ws-dias-atraso >= ws-limite-nivel(3)
                   move 3 to ws-nivel-devido
               when ws-dias-atraso >= ws-limite-nivel(2)
                   move 2 to ws-nivel-devido
               when ws-dias-atraso >= ws-limite-nivel(1)
                   move 1 to ws-nivel-devido
               when other
                   move 0 to ws-nivel-devido
           end-evaluate

           if ws-nivel-devido > 0 then
               move 'N' to ws-aviso-enviado

               perform varying ws-ind-nivel from ws-nivel-devido by 1
                         until ws-ind-nivel > 3
                            or ws-aviso-ja-enviado

                   move fd-fin-cod-aluno to fd-avs-cod-aluno
                   move fd-fin-vencimento to fd-avs-vencimento
                   move ws-ind-nivel to fd-avs-nivel

                   read arqAvisosCobranca

                   evaluate ws-fs-arqAvisosCobranca
                       when '00'
                           set ws-aviso-ja-enviado to true
                       when '23'
                           continue
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqAvisosCobranca' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform

               if not ws-aviso-ja-enviado then
                   perform guardar-aviso
               end-if
           end-if
           .
       avaliar-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda o aviso do lançamento da vez, com o valor devido hoje -
      *>  saldo mais a multa e os juros vigentes no vencimento
      *>------------------------------------------------------------------------
       guardar-aviso section.

           if ws-qtd-avn >= 3000 then
               add 1 to ws-qtd-adiados
           else
               if fd-fin-valor-pago is numeric then
                   compute ws-saldo-lanc =
                       fd-fin-valor-mensalidade - fd-fin-valor-pago
               else
                   move fd-fin-valor-mensalidade to ws-saldo-lanc
               end-if

               perform obter-taxas-vencimento

               compute ws-encargos rounded =
                   (ws-saldo-lanc * ws-taxa-multa / 100)
                 + (ws-saldo-lanc * ws-taxa-juros-dia
                                  * ws-dias-atraso / 100)

               compute ws-valor-corrigido = ws-saldo-lanc + ws-encargos

               add 1 to ws-qtd-avn
               move fd-cod-aluno to ws-avn-cod-aluno(ws-qtd-avn)
               move fd-aluno to ws-avn-nome-aluno(ws-qtd-avn)
               move fd-cod-responsavel to ws-avn-cod-resp(ws-qtd-avn)
               move fd-fin-vencimento to ws-avn-vencimento(ws-qtd-avn)
               move ws-nivel-devido to ws-avn-nivel(ws-qtd-avn)
               move ws-dias-atraso to ws-avn-dias(ws-qtd-avn)
               move ws-saldo-lanc to ws-avn-saldo(ws-qtd-avn)
               move ws-valor-corrigido to ws-avn-devido(ws-qtd-avn)
               move 'N' to ws-avn-agrupado(ws-qtd-avn)
           end-if
           .
       guardar-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  emite a carta aberta pelo aviso ws-ind-grp - junta os avisos da
      *>  mesma família e nível, grava cada um em arqAvisosCobranca e a
      *>  linha da mala direta com os contatos e os totais
      *>------------------------------------------------------------------------
       emitir-carta-aviso section.

           move ws-avn-cod-resp(ws-ind-grp) to ws-grp-cod-resp
           move ws-avn-cod-aluno(ws-ind-grp) to ws-grp-cod-aluno
           move ws-avn-nivel(ws-ind-grp) to ws-grp-nivel

      *>   sem responsável cadastrado a carta é só do aluno
           if ws-grp-cod-resp > 0 then
               move zero to ws-grp-cod-aluno
           end-if

           move zero to ws-grp-ultimo-aluno
           move zero to ws-grp-qtd-lanc
           move zero to ws-grp-maior-atraso
           move zero to ws-grp-total-saldo
           move zero to ws-grp-total-devido
           move spaces to ws-grp-alunos
           move 1 to ws-grp-ptr

           perform obter-destinatario

           perform varying ws-ind-avn from ws-ind-grp by 1
                     until ws-ind-avn > ws-qtd-avn

               if ws-avn-agrupado(ws-ind-avn) = 'N'
               and ws-avn-nivel(ws-ind-avn) = ws-grp-nivel
               and ws-avn-cod-resp(ws-ind-avn) = ws-grp-cod-resp
               and (ws-grp-cod-resp > 0
                 or ws-avn-cod-aluno(ws-ind-avn) = ws-grp-cod-aluno) then
                   perform registrar-aviso
               end-if

           end-perform

           move ws-grp-total-saldo to ws-edt-saldo
           move ws-grp-total-devido to ws-edt-devido

           move spaces to ws-linha-csv
           string ws-grp-nivel                      delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-desc-nivel(ws-grp-nivel)) delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-grp-cod-resp                   delimited by size
                  ','                               delimited by size
                  ws-grp-cod-aluno                  delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-grp-nome)        delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-grp-email)       delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-grp-telefone)    delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-grp-endereco)    delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-grp-alunos)      delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-grp-qtd-lanc                   delimited by size
                  ','                               delimited by size
                  ws-grp-maior-atraso               delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-edt-saldo)       delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-aspas-csv                      delimited by size
                  function trim(ws-edt-devido)      delimited by size
                  ws-aspas-csv                      delimited by size
                  ','                               delimited by size
                  ws-data-hoje                      delimited by size
             into ws-linha-csv

           move ws-linha-csv to fd-linha-mala
           perform gravar-linha-mala

           add 1 to ws-qtd-cartas
           add 1 to ws-qtd-avisos-nivel(ws-grp-nivel)
           add ws-grp-total-devido to ws-total-devido-avisado
           .
       emitir-carta-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  nome e contatos de quem recebe a carta - o responsável
      *>  financeiro, ou, sem ele, a mãe (ou o pai) com os contatos do
      *>  cadastro do aluno
      *>------------------------------------------------------------------------
       obter-destinatario section.

           move spaces to ws-grp-nome
           move spaces to ws-grp-email
           move spaces to ws-grp-telefone
           move spaces to ws-grp-endereco

           if ws-grp-cod-resp > 0
           and ws-fs-arqResponsaveis <> '35' then
               move ws-grp-cod-resp to fd-resp-cod

               read arqResponsaveis

               evaluate ws-fs-arqResponsaveis
                   when '00'
                       move fd-resp-nome to ws-grp-nome
                       move fd-resp-email to ws-grp-email
                       move fd-resp-telefone to ws-grp-telefone
                       move fd-resp-endereco to ws-grp-endereco
                   when '23'
                       continue
                   when other
                       move 6 to ws-msn-erro-offset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

      *>   responsável não encontrado - vale o cadastro do aluno que abriu
      *>   a carta
           if ws-grp-nome = spaces then
               move ws-avn-cod-aluno(ws-ind-grp) to fd-cod-aluno

               read arqCadastroAlunos

               evaluate ws-fs-arqCadastroAlunos
                   when '00'
                       if fd-mae <> spaces then
                           move fd-mae to ws-grp-nome
                       else
                           move fd-pai to ws-grp-nome
                       end-if
                       move fd-telefone to ws-grp-telefone
                       move fd-endereco to ws-grp-endereco
                   when '23'
                       continue
                   when other
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       obter-destinatario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o aviso ws-ind-avn em arqAvisosCobranca e soma na carta
      *>------------------------------------------------------------------------
       registrar-aviso section.

           move spaces to fd-aviso
           move ws-avn-cod-aluno(ws-ind-avn) to fd-avs-cod-aluno
           move ws-avn-vencimento(ws-ind-avn) to fd-avs-vencimento
           move ws-avn-nivel(ws-ind-avn) to fd-avs-nivel
           move ws-data-hoje to fd-avs-data-emissao
           move ws-avn-dias(ws-ind-avn) to fd-avs-dias-atraso
           move ws-avn-saldo(ws-ind-avn) to fd-avs-saldo
           move ws-avn-devido(ws-ind-avn) to fd-avs-valor-devido
           move ws-avn-cod-resp(ws-ind-avn) to fd-avs-cod-responsavel
           move ws-grp-nome to fd-avs-destinatario

           write fd-aviso

      *>   tratamento de erro
           if ws-fs-arqAvisosCobranca <> '00' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqAvisosCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 'S' to ws-avn-agrupado(ws-ind-avn)

           add 1 to ws-grp-qtd-lanc
           add 1 to ws-qtd-lanc-avisados
           add ws-avn-saldo(ws-ind-avn) to ws-grp-total-saldo
           add ws-avn-devido(ws-ind-avn) to ws-grp-total-devido

           if ws-avn-dias(ws-ind-avn) > ws-grp-maior-atraso then
               move ws-avn-dias(ws-ind-avn) to ws-grp-maior-atraso
           end-if

      *>   os lançamentos de cada aluno vêm juntos na tabela, então o nome
      *>   entra na carta uma vez só
           if ws-avn-cod-aluno(ws-ind-avn) <> ws-grp-ultimo-aluno then
               move ws-avn-cod-aluno(ws-ind-avn) to ws-grp-ultimo-aluno

               if ws-grp-ptr > 1 then
                   string ' / ' delimited by size
                     into ws-grp-alunos
                     with pointer ws-grp-ptr
                   end-string
               end-if

               string function trim(ws-avn-nome-aluno(ws-ind-avn))
                          delimited by size
                 into ws-grp-alunos
                 with pointer ws-grp-ptr
               end-string
           end-if
           .
       registrar-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  taxa de multa e de juros ao dia vigentes na data do vencimento
      *>  do lançamento atualmente lido em fd-financeiro
      *>------------------------------------------------------------------------
       obter-taxas-vencimento section.

           move fd-fin-vencimento to ws-par-data-ref

           move 'MULTA-ATRASO' to ws-par-cod-busca
           move ws-taxa-multa-padrao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-taxa-multa

           move 'JUROS-DIA' to ws-par-cod-busca
           move ws-taxa-juros-dia-padrao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-taxa-juros-dia
           .
       obter-taxas-vencimento-exit.
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
                   move 7 to ws-msn-erro-offset
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
                               move 7 to ws-msn-erro-offset
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
      *>  grava uma linha na mala direta, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
       gravar-linha-mala section.

           write fd-linha-mala

      *>   tratamento de erro
           if ws-fs-arqMalaDireta <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqMalaDireta to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqMalaDiretaCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-mala-exit.
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
               move 'lista17cobranca' to fd-jrn-programa
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
               move 5 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAvisosCobranca

      *>   tratamento de erro
           if ws-fs-arqAvisosCobranca <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqAvisosCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMalaDiretaCobranca

      *>   tratamento de erro
           if ws-fs-arqMalaDireta <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqMalaDireta to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqMalaDiretaCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   fechar arquivo financeiro, quando existia
           if not ws-financeiro-inexistente then
               close arqFinanceiro
           end-if

      *>   fechar arquivo de responsáveis, quando existia
           if ws-fs-arqResponsaveis <> '35' then
               close arqResponsaveis
           end-if

      *>   fechar arquivo de parâmetros, quando aberto
           if ws-tem-arq-parametros then
               close arqParametros
           end-if

           display '---------- Avisos de Cobranca ----------'
           display 'Data de Emissao        : ' ws-data-hoje
           display 'Cartas Emitidas        : ' ws-qtd-cartas
           display '  ' ws-desc-nivel(1) ' (' ws-limite-nivel(1) ' dias): '
                   ws-qtd-avisos-nivel(1)
           display '  ' ws-desc-nivel(2) ' (' ws-limite-nivel(2) ' dias): '
                   ws-qtd-avisos-nivel(2)
           display '  ' ws-desc-nivel(3) ' (' ws-limite-nivel(3) ' dias): '
                   ws-qtd-avisos-nivel(3)
           display 'Lancamentos Avisados   : ' ws-qtd-lanc-avisados
           display 'Total Devido Avisado   : ' ws-total-devido-avisado
           display 'Mala direta em arqMalaDiretaCobranca.csv'

      *>   o que não coube na tabela não foi gravado como emitido, então
      *>   sai na próxima execução
           if ws-qtd-adiados > 0 then
               display 'Avisos adiados p/ a proxima execucao: ' ws-qtd-adiados
               move 4 to return-code
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-cartas to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

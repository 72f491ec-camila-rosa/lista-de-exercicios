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

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
               88 fd-pend-recusada                        value "R".
           05 fd-pend-aprovador                    pic  x(08).
           05 fd-pend-data-decisao                 pic  x(21).
           05 fd-pend-cod-professor                pic  9(04).

      *>   mesmo layout unificado de fd-alunos em lista17exercicio1, já que o
      *>   repositório não usa copybooks - qualquer alteração de layout lá
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

       fd arqJournalErros.
       01 fd-journal-erro.
           05 fd-jrn-programa                      pic  x(30).
       77 ws-fs-arqNotasPendentes                  pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-qtd-decididas                     pic  9(05) value zero.

      *>  recálculo da média e situação gravadas depois de aplicar a nota
      *>  - mesma conta ponderada e regra de frequência mínima dos
      *>  programas de cadastro; os valores abaixo são o padrão, e a
      *>  vigência do dia em arqParametros prevalece
       01 ws-calculo-media.
           05 ws-ind-media                         pic  9(01).
           05 ws-peso-aux                          pic  9(03).
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

      *>  variáveis de log de alteração do cadastro
       01 ws-log-alteracao.
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
           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-par-data-ref

           move 'MEDIA-APROV' to ws-par-cod-busca
           move ws-media-aprovacao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-media-aprovacao

           move 'FREQ-MINIMA' to ws-par-cod-busca
           move ws-frequencia-minima to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-frequencia-minima
           .
       inicializa-exit.
           exit.
               perform finaliza-anormal
           end-if

           display 'Seq     Aluno   Nota  De     Para   Solicitante  Prof.'

           if ws-fs-arqNotasPendentes = '00' then
               perform until ws-fs-arqNotasPendentes = '10'
                                   fd-pend-ind-nota '     '
                                   fd-pend-valor-antigo '  '
                                   fd-pend-valor-novo '  '
                                   fd-pend-solicitante '     '
                                   fd-pend-cod-professor
                       end-if
                   else
                       if ws-fs-arqNotasPendentes <> '10' then
               display 'Valor Atual: ' fd-pend-valor-antigo
               display 'Valor Novo : ' fd-pend-valor-novo
               display 'Solicitante: ' fd-pend-solicitante
               display 'Professor  : ' fd-pend-cod-professor
               display 'Pedido em  : ' fd-pend-data-solicitacao(1:14)
               display 'A-provar ou R-ecusar? '
               accept ws-decisao

      *>------------------------------------------------------------------------
      *>  calcula media e situação do aluno atualmente lido em fd-alunos -
      *>  mesma conta ponderada e regra de frequência mínima de
      *>  calcula-media-situacao em lista17exercicio1
      *>------------------------------------------------------------------------
       calcula-media-situacao section.

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
                   move 8 to ws-msn-erro-offset
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
                               move 8 to ws-msn-erro-offset
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
      *>  registrar no log a decisão sobre a nota do aluno da pendência
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

      *>   fechar arquivo de parâmetros, quando aberto
           if ws-tem-arq-parametros then
               close arqParametros

      *>       tratamento de erro
               if ws-fs-arqParametros <> '00' then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback

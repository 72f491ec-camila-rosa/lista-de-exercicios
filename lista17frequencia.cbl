           lock mode is automatic
           file status is ws-fs-arqRelatorio.

      *>   calendário letivo, mantido em lista17calendario - a chamada só
      *>   é aceita em dia letivo e a frequência é medida contra os dias
      *>   letivos oficiais do ano
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>   cadastro de turmas, mantido em lista17turmas - percorrido no
      *>   relatório de dias letivos sem chamada
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-cod
           file status is ws-fs-arqTurmas.

      *>   movimentação de turma, mantida em lista17transferencia - a
      *>   falta e o dia sem chamada contam para a turma em que o aluno
      *>   estava na data, não para a turma atual
           select arqMovimentacaoTurma assign to "arqMovimentacaoTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtu-chave
           file status is ws-fs-arqMovimentacao.

      *>   relatório de dias letivos sem chamada lançada, por turma
           select arqRelatorioSemChamada assign to "arqRelatorioSemChamada.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelSemChamada.

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

       01 fd-linha-faltas                          pic  x(80).

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

      *>   mesmo layout de fd-turma-reg em lista17turmas
       fd arqTurmas.

       01 fd-turma-reg.
           05 fd-tur-cod                           pic  9(02).
           05 fd-tur-nome                          pic  x(20).
           05 fd-tur-ano                           pic  9(04).
           05 fd-tur-professor                     pic  x(25).
           05 fd-tur-capacidade                    pic  9(03).

      *>   mesmo layout de fd-mov-turma em lista17transferencia
       fd arqMovimentacaoTurma.

       01 fd-mov-turma.
           05 fd-mtu-chave.
               10 fd-mtu-cod-aluno                 pic  9(06).
               10 fd-mtu-data-efetiva              pic  x(10).
               10 fd-mtu-seq                       pic  9(02).
           05 fd-mtu-tipo                          pic  x(01).
               88 fd-mtu-matricula                        value "M".
               88 fd-mtu-transferencia                    value "T".
               88 fd-mtu-saida                            value "S".
           05 fd-mtu-turma-origem                  pic  9(02).
           05 fd-mtu-turma-destino                 pic  9(02).
           05 fd-mtu-motivo                        pic  x(40).
           05 fd-mtu-escola-destino                pic  x(30).
           05 fd-mtu-data-registro                 pic  x(10).
           05 fd-mtu-operador                      pic  x(08).

       fd arqRelatorioSemChamada.

       01 fd-linha-sem-chamada                     pic  x(80).

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
       77 ws-fs-arqFrequencia                      pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqCalendario                      pic  x(02).
       77 ws-fs-arqTurmas                          pic  x(02).
       77 ws-fs-arqRelSemChamada                   pic  x(02).
       77 ws-fs-arqMovimentacao                    pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-ano-atual                         pic  9(04).
      *>       média de aprovação e frequência mínima - os valores abaixo
      *>       são o padrão; a vigência do dia em arqParametros prevalece
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

      *>  lançamento do dia
       01 ws-lancamento.
               88 ws-data-e-invalida                      value 'N'.
           05 ws-data-mes                          pic  9(02).
           05 ws-data-dia                          pic  9(02).
           05 ws-motivo-data                       pic  x(40).

      *>  calendário letivo - sem o arquivo, ou sem o ano corrente gerado
      *>  nele, a chamada e a apuração seguem como antes do calendário
       01 ws-calendario.
           05 ws-calendario-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-calendario                   value 'S'.
           05 ws-ano-no-calendario                 pic  x(01) value 'N'.
               88 ws-ano-tem-calendario                   value 'S'.
           05 ws-data-hoje                         pic  x(10).
      *>       dias letivos oficiais do ano corrente até hoje - a base
      *>       do percentual de frequência
           05 ws-qtd-dias-letivos                  pic  9(03).
           05 ws-turmas-abertas                    pic  x(01) value 'N'.
               88 ws-tem-arq-turmas                       value 'S'.

      *>  relatório de dias letivos sem chamada
       01 ws-sem-chamada.
           05 ws-comp-sem-chamada                  pic  x(07).
           05 ws-turma-rel                         pic  9(02).
           05 ws-turma-rel-nome                    pic  x(20).
           05 ws-qtd-alunos-rel                    pic  9(03).
           05 ws-ind-aluno-rel                     pic  9(03).
           05 ws-dia-tem-chamada                   pic  x(01).
           05 ws-qtd-letivos-mes                   pic  9(03).
           05 ws-qtd-sem-chamada-turma             pic  9(03).
           05 ws-qtd-sem-chamada-total             pic  9(05).
           05 ws-qtd-turmas-rel                    pic  9(03).
           05 ws-alunos-rel occurs 999.
               10 ws-alu-rel-cod                   pic  9(06).
               10 ws-alu-rel-turma                 pic  9(02).
      *>           espaços enquanto o aluno está ativo
               10 ws-alu-rel-inativacao            pic  x(10).
           05 ws-inicio-mes-rel                    pic  x(10).
           05 ws-aluno-passou-turma                pic  x(01).

      *>  turma do aluno numa data passada, pelos movimentos de turma -
      *>  mesma regra de obter-turma-na-data em lista17exercicio1-com-tela
       01 ws-turma-na-data.
           05 ws-movimentacao-aberta               pic  x(01) value 'N'.
               88 ws-tem-arq-movimentacao                 value 'S'.
           05 ws-hist-cod-aluno                    pic  9(06).
           05 ws-hist-data-ref                     pic  x(10).
           05 ws-hist-turma-atual                  pic  9(02).
           05 ws-hist-turma                        pic  9(02).
           05 ws-hist-achou                        pic  x(01).
           05 ws-hist-na-escola                    pic  x(01).
               88 ws-hist-estava-na-escola                value 'S'.

       01 ws-linha-sem-chamada.
           05 filler                               pic  x(02) value spaces.
           05 ws-lsc-data                          pic  x(10).
           05 filler                               pic  x(02) value spaces.
           05 ws-lsc-bimestre                      pic  9(01).
           05 filler                               pic  x(07) value 'o bim. '.
           05 ws-lsc-descricao                     pic  x(30).

      *>  apuração do percentual de frequência de um aluno no ano
       01 ws-apuracao.
           05 ws-cod-apuracao                      pic  9(06).
           05 ws-qtd-dias                          pic  9(04).
           05 ws-dia-conta                         pic  x(01).
           05 ws-qtd-presencas                     pic  9(04).
           05 ws-qtd-faltas                        pic  9(04).
           05 ws-percentual                        pic  9(03)v99.
      *>  relatório mensal de faltas
       01 ws-relatorio-mes.
           05 ws-competencia-faltas                pic  x(07).
      *>       turma do relatório (0 = escola toda) - cada falta conta para
      *>       a turma em que o aluno estava no dia
           05 ws-turma-faltas                      pic  9(02).
           05 ws-inicio-mes-faltas                 pic  x(10).
           05 ws-turma-aluno-mes                   pic  9(02).
           05 ws-registro-na-turma                 pic  x(01).
           05 ws-qtd-alunos-com-falta              pic  9(04).
           05 ws-total-faltas-mes                  pic  9(05).
           05 ws-faltas-aluno-mes                  pic  9(03).
           05 filler                               pic  x(09) value '  freq.: '.
           05 ws-fal-percent                       pic  zz9,99.
           05 filler                               pic  x(02) value ' %'.
           05 filler                               pic  x(09) value '  turma: '.
           05 ws-fal-turma                         pic  z9.

       01 ws-linha-falta-data.
           05 filler                               pic  x(06) value space.
       procedure division.

      *>   frequência diária dos alunos - lança a chamada do dia, guarda o
      *>   percentual de frequência no cadastro (onde a frequência mínima
      *>   decide o "RF - reprovado por falta") e imprime o relatório
      *>   mensal de faltas da secretaria
           perform inicializa.
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
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
           move ws-data-hora-atual(1:4) to ws-par-data-ref(1:4)
           move '-' to ws-par-data-ref(5:1)
           move ws-data-hora-atual(5:2) to ws-par-data-ref(6:2)
           move '-' to ws-par-data-ref(8:1)
           move ws-data-hora-atual(7:2) to ws-par-data-ref(9:2)

           move 'MEDIA-APROV' to ws-par-cod-busca
           move ws-media-aprovacao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-media-aprovacao

           move 'FREQ-MINIMA' to ws-par-cod-busca
           move ws-frequencia-minima to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-frequencia-minima

           move ws-par-data-ref to ws-data-hoje

      *>   o calendário letivo é mantido em lista17calendario - se ainda
      *>   não existe ('35'), a chamada aceita qualquer data válida
           open input arqCalendario

           if ws-fs-arqCalendario = '00'
           or ws-fs-arqCalendario = '05' then
               set ws-tem-arq-calendario to true
               perform contar-dias-letivos-ano
           else
               if ws-fs-arqCalendario <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   a movimentação de turma é mantida em lista17transferencia - se
      *>   ainda não existe ('35'), vale a turma atual do cadastro
           open input arqMovimentacaoTurma

           if ws-fs-arqMovimentacao = '00'
           or ws-fs-arqMovimentacao = '05' then
               set ws-tem-arq-movimentacao to true
           else
               if ws-fs-arqMovimentacao <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqMovimentacao to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMovimentacaoTurma' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqTurmas

           if ws-fs-arqTurmas = '00'
           or ws-fs-arqTurmas = '05' then
               set ws-tem-arq-turmas to true
           else
               if ws-fs-arqTurmas <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.
               display '1 - Lancar Chamada do Dia'
               display '2 - Relatorio Mensal de Faltas'
               display '3 - Consultar Frequencia de um Aluno'
               display '4 - Dias Letivos sem Chamada por Turma'
               accept ws-opcao

               evaluate ws-opcao
                       perform relatorio-mensal-faltas
                   when '3'
                       perform consultar-frequencia-aluno
                   when '4'
                       perform relatorio-dias-sem-chamada
                   when other
                       display 'Opcao Invalida'
               end-evaluate
           perform validar-data-chamada

           if ws-data-e-invalida then
               display ws-motivo-data
           else
               display 'Turma da Chamada (0=todas): '
               accept ws-turma-chamada
      *>                   só o ano letivo corrente entra no percentual -
      *>                   o fechamento zera a frequência a cada virada
                           if fd-freq-data(1:4) = ws-ano-atual then
                               perform conferir-dia-apuracao
                               if ws-dia-conta = 'S' then
                                   add 1 to ws-qtd-dias
                                   if fd-freq-faltou then
                                       add 1 to ws-qtd-faltas
                                   else
                                       add 1 to ws-qtd-presencas
                                   end-if
                               end-if
                           end-if
                       end-if
               end-perform
           end-if

      *>   com o calendário do ano, a base são os dias letivos oficiais
      *>   até hoje e só a falta lançada desconta - dia letivo sem
      *>   chamada não pesa contra o aluno (o relatório de dias sem
      *>   chamada aponta esses dias para a secretaria)
           if ws-ano-tem-calendario then
               if ws-qtd-dias-letivos = 0
               or ws-qtd-faltas >= ws-qtd-dias-letivos then
                   if ws-qtd-dias-letivos = 0 then
                       move 100 to ws-percentual
                   else
                       move zero to ws-percentual
                   end-if
               else
                   compute ws-percentual rounded =
                       ((ws-qtd-dias-letivos - ws-qtd-faltas) * 100)
                       / ws-qtd-dias-letivos
               end-if
           else
      *>       sem dia lançado no ano a frequência é 100%
               if ws-qtd-dias = 0 then
                   move 100 to ws-percentual
               else
                   compute ws-percentual rounded =
                       (ws-qtd-presencas * 100) / ws-qtd-dias
               end-if
           end-if
           .
       apurar-percentual-ano-exit.

      *>------------------------------------------------------------------------
      *>  grava o percentual apurado no cadastro do aluno ws-cod-apuracao e
      *>  realinha a situação com a frequência mínima vigente - mesma regra
      *>  de calcula-media-situacao nos programas de cadastro
      *>------------------------------------------------------------------------
       atualizar-frequencia-cadastro section.


      *>   a situação gravada só existe para quem tem nota lançada, mas a
      *>   reprovação por falta vale mesmo sem nota
           if fd-frequencia < ws-frequencia-minima then
               set fd-situacao-reprovado-falta to true
           else
               if fd-situacao = space then

           display 'Competencia do Relatorio (aaaa-mm): '
           accept ws-competencia-faltas
           display 'Turma (0=todas): '
           accept ws-turma-faltas

      *>   quem foi inativado no mês ou depois ainda tem faltas nele
           move spaces to ws-inicio-mes-faltas
           string ws-competencia-faltas delimited by size
                  '-01' delimited by size
             into ws-inicio-mes-faltas

           move zero to ws-qtd-alunos-com-falta
           move zero to ws-total-faltas-mes
           move ws-linha-aux to fd-linha-faltas
           perform gravar-linha-faltas

           if ws-turma-faltas <> 0 then
               move spaces to ws-linha-aux
               string 'Turma ' delimited by size
                      ws-turma-faltas delimited by size
                 into ws-linha-aux
               move ws-linha-aux to fd-linha-faltas
               perform gravar-linha-faltas
           end-if

           move spaces to fd-linha-faltas
           perform gravar-linha-faltas

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = '00' then
                       if not fd-ativo-nao
                       or fd-data-inativacao >= ws-inicio-mes-faltas then
                           perform listar-faltas-aluno-mes
                       end-if
                   else

           move zero to ws-faltas-aluno-mes
           move zero to ws-presencas-aluno-mes
           move fd-turma to ws-turma-aluno-mes

           move fd-cod-aluno to fd-freq-cod-aluno
           move spaces to fd-freq-data
                       or fd-freq-data(1:7) <> ws-competencia-faltas then
                           move '10' to ws-fs-arqFrequencia
                       else
                           perform conferir-turma-registro
                           if ws-registro-na-turma = 'S' then
                               move ws-hist-turma to ws-turma-aluno-mes
                               if fd-freq-faltou then
                                   add 1 to ws-faltas-aluno-mes
                               else
                                   add 1 to ws-presencas-aluno-mes
                               end-if
                           end-if
                       end-if
                   else
               move fd-cod-aluno to ws-fal-cod
               move fd-aluno to ws-fal-nome
               move ws-faltas-aluno-mes to ws-fal-qtd
               move ws-turma-aluno-mes to ws-fal-turma

               if ws-faltas-aluno-mes + ws-presencas-aluno-mes = 0 then
                   move 100 to ws-fal-percent
                           move '10' to ws-fs-arqFrequencia
                       else
                           if fd-freq-faltou then
                               perform conferir-turma-registro
                           end-if
                           if fd-freq-faltou
                           and ws-registro-na-turma = 'S' then
                               move fd-freq-data to ws-fal-data
                               move ws-linha-falta-data to fd-linha-faltas
                               perform gravar-linha-faltas
       listar-datas-faltas-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o registro de frequência lido entra no relatório da turma
      *>  ws-turma-faltas? - vale a turma do aluno na data do registro
      *>------------------------------------------------------------------------
       conferir-turma-registro section.

           move fd-cod-aluno to ws-hist-cod-aluno
           move fd-freq-data to ws-hist-data-ref
           move fd-turma to ws-hist-turma-atual
           perform obter-turma-na-data

           if ws-turma-faltas = 0
           or ws-hist-turma = ws-turma-faltas then
               move 'S' to ws-registro-na-turma
           else
               move 'N' to ws-registro-na-turma
           end-if
           .
       conferir-turma-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  turma do aluno ws-hist-cod-aluno na data ws-hist-data-ref - o
      *>  destino do último movimento até a data ou, se o primeiro
      *>  movimento é posterior, a origem dele; sem movimento, a turma
      *>  atual; fora da escola antes da matrícula e depois da saída
      *>------------------------------------------------------------------------
       obter-turma-na-data section.

           move ws-hist-turma-atual to ws-hist-turma
           move 'N' to ws-hist-achou
           move 'S' to ws-hist-na-escola

           if ws-tem-arq-movimentacao then
               move ws-hist-cod-aluno to fd-mtu-cod-aluno
               move spaces to fd-mtu-data-efetiva
               move zero to fd-mtu-seq

               start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

      *>       tratamento de erro
               if ws-fs-arqMovimentacao <> '00'
               and ws-fs-arqMovimentacao <> '23' then
                   move 19 to ws-msn-erro-offset
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
                               if fd-mtu-cod-aluno <> ws-hist-cod-aluno then
                                   move '10' to ws-fs-arqMovimentacao
                               else
                                   if fd-mtu-data-efetiva <= ws-hist-data-ref then
                                       move fd-mtu-turma-destino to ws-hist-turma
                                       move 'S' to ws-hist-achou
                                       if fd-mtu-saida then
                                           move 'N' to ws-hist-na-escola
                                       else
                                           move 'S' to ws-hist-na-escola
                                       end-if
                                   else
      *>                               primeiro movimento depois da data
                                       if ws-hist-achou = 'N' then
                                           move fd-mtu-turma-origem to ws-hist-turma
                                           if fd-mtu-matricula then
                                               move 'N' to ws-hist-na-escola
                                           end-if
                                       end-if
                                       move '10' to ws-fs-arqMovimentacao
                                   end-if
                               end-if
                           when other
                               move 19 to ws-msn-erro-offset
                               move ws-fs-arqMovimentacao to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       obter-turma-na-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o aluno lido em fd-alunos passou pela turma ws-turma-rel? - algum
      *>  movimento de turma dele tem a turma na origem ou no destino
      *>------------------------------------------------------------------------
       conferir-passagem-turma section.

           move 'N' to ws-aluno-passou-turma

           if ws-tem-arq-movimentacao then
               move fd-cod-aluno to fd-mtu-cod-aluno
               move spaces to fd-mtu-data-efetiva
               move zero to fd-mtu-seq

               start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

      *>       tratamento de erro
               if ws-fs-arqMovimentacao <> '00'
               and ws-fs-arqMovimentacao <> '23' then
                   move 20 to ws-msn-erro-offset
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
                               if fd-mtu-cod-aluno <> fd-cod-aluno then
                                   move '10' to ws-fs-arqMovimentacao
                               else
                                   if fd-mtu-turma-origem = ws-turma-rel
                                   or fd-mtu-turma-destino = ws-turma-rel then
                                       move 'S' to ws-aluno-passou-turma
                                       move '10' to ws-fs-arqMovimentacao
                                   end-if
                               end-if
                           when other
                               move 20 to ws-msn-erro-offset
                               move ws-fs-arqMovimentacao to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqMovimentacaoTurma' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-perform
               end-if
           end-if
           .
       conferir-passagem-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consulta a frequência apurada de um aluno no ano corrente
      *>------------------------------------------------------------------------

                   display 'Aluno              : ' fd-aluno
                   display 'Dias Lancados (ano): ' ws-qtd-dias
                   if ws-ano-tem-calendario then
                       display 'Dias Letivos (ate hoje): ' ws-qtd-dias-letivos
                   end-if
                   display 'Presencas          : ' ws-qtd-presencas
                   display 'Faltas             : ' ws-qtd-faltas
                   display 'Frequencia         : ' ws-percentual ' %'
       consultar-frequencia-aluno-exit.
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
      *>  valida a data da chamada no formato aaaa-mm-dd
      *>------------------------------------------------------------------------
       validar-data-chamada section.

           set ws-data-e-valida to true
           move 'Data Invalida' to ws-motivo-data

           if ws-data-chamada(5:1) <> '-'
           or ws-data-chamada(8:1) <> '-'
                   set ws-data-e-invalida to true
               end-if
           end-if

      *>   com o calendário letivo, só há chamada em dia letivo
           if ws-data-e-valida
           and ws-tem-arq-calendario then
               move ws-data-chamada to fd-cal-data

               read arqCalendario

               evaluate ws-fs-arqCalendario
                   when '00'
                       if not fd-cal-letivo then
                           set ws-data-e-invalida to true
                           evaluate true
                               when fd-cal-feriado
                                   move 'Feriado - nao ha chamada' to ws-motivo-data
                               when fd-cal-recesso
                                   move 'Recesso - nao ha chamada' to ws-motivo-data
                               when fd-cal-fim-semana
                                   move 'Fim de semana - nao ha chamada' to ws-motivo-data
                               when other
                                   move 'Dia sem aula no calendario letivo' to ws-motivo-data
                           end-evaluate
                       end-if
                   when '23'
      *>               ano sem calendário gerado - a chamada segue como
      *>               antes do calendário
                       if ws-ano-tem-calendario
                       and ws-data-chamada(1:4) = ws-ano-atual then
                           set ws-data-e-invalida to true
                           move 'Data fora do calendario letivo' to ws-motivo-data
                       end-if
                   when other
                       move 12 to ws-msn-erro-offset
                       move ws-fs-arqCalendario to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       validar-data-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os dias letivos oficiais do ano corrente até hoje - se o
      *>  ano não tem nenhum dia no calendário, a apuração segue pelos
      *>  dias lançados, como antes do calendário
      *>------------------------------------------------------------------------
       contar-dias-letivos-ano section.

           move zero to ws-qtd-dias-letivos

           move spaces to fd-cal-data
           move ws-ano-atual to fd-cal-data(1:4)

           start arqCalendario key is greater than or equal to fd-cal-data

      *>   tratamento de erro
           if ws-fs-arqCalendario <> '00'
           and ws-fs-arqCalendario <> '23' then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqCalendario to ws-msn-erro-cod
               move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCalendario = '00' then
               perform until ws-fs-arqCalendario = '10'

                   read arqCalendario next

                   if ws-fs-arqCalendario = '00' then
                       if fd-cal-data(1:4) <> ws-ano-atual then
                           move '10' to ws-fs-arqCalendario
                       else
                           set ws-ano-tem-calendario to true
                           if fd-cal-letivo
                           and fd-cal-data <= ws-data-hoje then
                               add 1 to ws-qtd-dias-letivos
                           end-if
                       end-if
                   else
                       if ws-fs-arqCalendario <> '10' then
                           move 13 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       contar-dias-letivos-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  decide se o registro de frequência lido entra na apuração - com
      *>  o calendário do ano, só dias letivos até hoje (lançamentos
      *>  antigos em dia sem aula ficam de fora)
      *>------------------------------------------------------------------------
       conferir-dia-apuracao section.

           move 'S' to ws-dia-conta

           if ws-ano-tem-calendario then
               if fd-freq-data > ws-data-hoje then
                   move 'N' to ws-dia-conta
               else
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
                           move 14 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if
           .
       conferir-dia-apuracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório dos dias letivos de um mês (até hoje) em que a turma
      *>  não teve chamada - nenhum aluno ativo dela tem frequência
      *>  lançada no dia; turma zero percorre todas as turmas
      *>------------------------------------------------------------------------
       relatorio-dias-sem-chamada section.

           if not ws-tem-arq-calendario then
               display 'Calendario letivo nao cadastrado'
           else
               display 'Competencia (aaaa-mm): '
               accept ws-comp-sem-chamada
               display 'Turma (0=todas): '
               accept ws-turma-rel

               move zero to ws-qtd-sem-chamada-total
               move zero to ws-qtd-turmas-rel

               open output arqRelatorioSemChamada

      *>       tratamento de erro
               if ws-fs-arqRelSemChamada <> '00' then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-arqRelSemChamada to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqRelatorioSemChamada' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move spaces to fd-linha-sem-chamada
               string 'Dias Letivos sem Chamada - competencia '
                      ws-comp-sem-chamada
                      ' - ate ' ws-data-hoje
                 delimited by size
                 into fd-linha-sem-chamada
               perform gravar-linha-sem-chamada

      *>       sem cadastro de turmas, a escola toda é uma turma só
               if ws-turma-rel <> 0
               or not ws-tem-arq-turmas then
                   move spaces to ws-turma-rel-nome
                   if ws-tem-arq-turmas then
                       move ws-turma-rel to fd-tur-cod
                       read arqTurmas
                       if ws-fs-arqTurmas = '00' then
                           move fd-tur-nome to ws-turma-rel-nome
                       end-if
                   end-if
                   perform verificar-turma-sem-chamada
               else
                   move zero to fd-tur-cod

                   start arqTurmas key is greater than or equal to fd-tur-cod

      *>           tratamento de erro
                   if ws-fs-arqTurmas <> '00'
                   and ws-fs-arqTurmas <> '23' then
                       move 15 to ws-msn-erro-offset
                       move ws-fs-arqTurmas to ws-msn-erro-cod
                       move 'Erro de Start arq.arqTurmas' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTurmas = '00' then
                       perform until ws-fs-arqTurmas = '10'

                           read arqTurmas next

                           if ws-fs-arqTurmas = '00' then
                               move fd-tur-cod to ws-turma-rel
                               move fd-tur-nome to ws-turma-rel-nome
                               perform verificar-turma-sem-chamada
                           else
                               if ws-fs-arqTurmas <> '10' then
                                   move 15 to ws-msn-erro-offset
                                   move ws-fs-arqTurmas to ws-msn-erro-cod
                                   move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if

                       end-perform
                   end-if
               end-if

               move spaces to fd-linha-sem-chamada
               perform gravar-linha-sem-chamada

               move spaces to fd-linha-sem-chamada
               string 'Turmas verificadas: ' ws-qtd-turmas-rel
                      '   Dias sem chamada: ' ws-qtd-sem-chamada-total
                 delimited by size
                 into fd-linha-sem-chamada
               perform gravar-linha-sem-chamada

               close arqRelatorioSemChamada

      *>       tratamento de erro
               if ws-fs-arqRelSemChamada <> '00' then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-arqRelSemChamada to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqRelatorioSemChamada' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display 'Relatorio Gerado em arqRelatorioSemChamada.txt'
               display 'Dias sem chamada: ' ws-qtd-sem-chamada-total
           end-if
           .
       relatorio-dias-sem-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  dias letivos do mês sem chamada para a turma ws-turma-rel -
      *>  carrega os alunos ativos da turma e procura, em cada dia
      *>  letivo, ao menos um registro de frequência de algum deles
      *>------------------------------------------------------------------------
       verificar-turma-sem-chamada section.

           move zero to ws-qtd-alunos-rel
           move zero to ws-qtd-letivos-mes
           move zero to ws-qtd-sem-chamada-turma

           move spaces to ws-inicio-mes-rel
           string ws-comp-sem-chamada delimited by size
                  '-01' delimited by size
             into ws-inicio-mes-rel

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 16 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'

                   read arqCadastroAlunos next

      *>           candidatos - ativos no mês (inativado no mês ou depois
      *>           ainda conta) que estão na turma ou passaram por ela; a
      *>           turma de cada dia é conferida em verificar-chamada-dia
                   if ws-fs-arqCadastroAlunos = '00' then
                       move 'N' to ws-aluno-passou-turma
                       if not fd-ativo-nao
                       or fd-data-inativacao >= ws-inicio-mes-rel then
                           if not ws-tem-arq-turmas
                           or fd-turma = ws-turma-rel then
                               move 'S' to ws-aluno-passou-turma
                           else
                               perform conferir-passagem-turma
                           end-if
                       end-if

                       if ws-aluno-passou-turma = 'S'
                       and ws-qtd-alunos-rel < 999 then
                           add 1 to ws-qtd-alunos-rel
                           move fd-cod-aluno to ws-alu-rel-cod(ws-qtd-alunos-rel)
                           move fd-turma to ws-alu-rel-turma(ws-qtd-alunos-rel)
                           if fd-ativo-nao then
                               move fd-data-inativacao
                                 to ws-alu-rel-inativacao(ws-qtd-alunos-rel)
                           else
                               move spaces
                                 to ws-alu-rel-inativacao(ws-qtd-alunos-rel)
                           end-if
                       end-if
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 16 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

      *>   turma sem aluno ativo não tem chamada a cobrar
           if ws-qtd-alunos-rel > 0 then
               add 1 to ws-qtd-turmas-rel

               move spaces to fd-linha-sem-chamada
               perform gravar-linha-sem-chamada

               move spaces to fd-linha-sem-chamada
               string 'Turma ' ws-turma-rel ' - ' ws-turma-rel-nome
                      ' (' ws-qtd-alunos-rel ' alunos)'
                 delimited by size
                 into fd-linha-sem-chamada
               perform gravar-linha-sem-chamada

               move spaces to fd-cal-data
               move ws-comp-sem-chamada to fd-cal-data(1:7)

               start arqCalendario key is greater than or equal to fd-cal-data

      *>       tratamento de erro
               if ws-fs-arqCalendario <> '00'
               and ws-fs-arqCalendario <> '23' then
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = '00' then
                   perform until ws-fs-arqCalendario = '10'

                       read arqCalendario next

                       if ws-fs-arqCalendario = '00' then
                           if fd-cal-data(1:7) <> ws-comp-sem-chamada
                           or fd-cal-data > ws-data-hoje then
                               move '10' to ws-fs-arqCalendario
                           else
                               if fd-cal-letivo then
                                   add 1 to ws-qtd-letivos-mes
                                   perform verificar-chamada-dia
                               end-if
                           end-if
                       else
                           if ws-fs-arqCalendario <> '10' then
                               move 16 to ws-msn-erro-offset
                               move ws-fs-arqCalendario to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if

               move spaces to fd-linha-sem-chamada
               string '  dias letivos: ' ws-qtd-letivos-mes
                      '  sem chamada: ' ws-qtd-sem-chamada-turma
                 delimited by size
                 into fd-linha-sem-chamada
               perform gravar-linha-sem-chamada
           end-if
           .
       verificar-turma-sem-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura chamada no dia fd-cal-data para algum aluno da turma -
      *>  sem nenhuma, o dia sai no relatório
      *>------------------------------------------------------------------------
       verificar-chamada-dia section.

           move 'N' to ws-dia-tem-chamada

           perform varying ws-ind-aluno-rel from 1 by 1
                   until ws-ind-aluno-rel > ws-qtd-alunos-rel
                      or ws-dia-tem-chamada = 'S'

      *>       só conta o aluno que, no dia, estava ativo e nesta turma
               move ws-alu-rel-cod(ws-ind-aluno-rel) to ws-hist-cod-aluno
               move fd-cal-data to ws-hist-data-ref
               move ws-alu-rel-turma(ws-ind-aluno-rel) to ws-hist-turma-atual
               perform obter-turma-na-data

               if (ws-alu-rel-inativacao(ws-ind-aluno-rel) = spaces
               or ws-alu-rel-inativacao(ws-ind-aluno-rel) > fd-cal-data)
               and ws-hist-estava-na-escola
               and (not ws-tem-arq-turmas
               or ws-hist-turma = ws-turma-rel) then
                   move ws-alu-rel-cod(ws-ind-aluno-rel) to fd-freq-cod-aluno
                   move fd-cal-data to fd-freq-data

                   read arqFrequencia

                   evaluate ws-fs-arqFrequencia
                       when '00'
                           move 'S' to ws-dia-tem-chamada
                       when '23'
                           continue
                       when other
                           move 17 to ws-msn-erro-offset
                           move ws-fs-arqFrequencia to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqFrequencia' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-perform

           if ws-dia-tem-chamada <> 'S' then
               add 1 to ws-qtd-sem-chamada-turma
               add 1 to ws-qtd-sem-chamada-total

               move fd-cal-data to ws-lsc-data
               move fd-cal-bimestre to ws-lsc-bimestre
               move fd-cal-descricao to ws-lsc-descricao
               move ws-linha-sem-chamada to fd-linha-sem-chamada
               perform gravar-linha-sem-chamada
           end-if
           .
       verificar-chamada-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no relatório de dias sem chamada
      *>------------------------------------------------------------------------
       gravar-linha-sem-chamada section.

           write fd-linha-sem-chamada

      *>   tratamento de erro
           if ws-fs-arqRelSemChamada <> '00' then
               move 18 to ws-msn-erro-offset
               move ws-fs-arqRelSemChamada to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioSemChamada' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-linha-sem-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no relatório de faltas, com tratamento de erro
      *>  num lugar só
               perform finaliza-anormal
           end-if

      *>   fechar calendário, turmas e movimentação, quando abertos
           if ws-tem-arq-calendario then
               close arqCalendario
           end-if

           if ws-tem-arq-movimentacao then
               close arqMovimentacaoTurma
           end-if

           if ws-tem-arq-turmas then
               close arqTurmas
           end-if

      *>   fechar arquivo de parâmetros, quando aberto
           if ws-tem-arq-parametros then
               close arqParametros

      *>       tratamento de erro
               if ws-fs-arqParametros <> '00' then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Fechar arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback

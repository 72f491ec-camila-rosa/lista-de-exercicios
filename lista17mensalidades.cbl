           lock mode is automatic
           file status is ws-fs-arqControle.

      *>   ponto de controle da geração - a cada tantos alunos grava o
      *>   último aluno processado e os contadores; uma execução
      *>   interrompida no meio é retomada dali na próxima chamada
           select arqCheckpointMensalidades assign to "arqCheckpointMensalidades.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCheckpoint.

      *>   planos de mensalidade por aluno, mantidos em lista17planos -
      *>   valor base, desconto (irmãos) e bolsa integral aplicados aqui
           select arqPlanosMensalidade assign to "arqPlanosMensalidade.dat"
           record key is fd-pla-cod-aluno
           file status is ws-fs-arqPlanos.

      *>   calendário letivo, mantido em lista17calendario - vencimento que
      *>   cai em feriado ou fim de semana passa para o próximo dia útil
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
           05 fd-fin-recibo                        pic  9(06).
           05 fd-fin-operador                      pic  x(08).

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

      *>   o mesmo layout de ponto de controle é usado por lista17fechamento
      *>   e lista17rematricula
       fd arqCheckpointMensalidades.

       01 fd-checkpoint.
           05 fd-ckp-situacao                      pic  x(01).
               88 fd-ckp-em-andamento                     value 'A'.
               88 fd-ckp-concluido                        value 'C'.
           05 filler                               pic  x(01).
      *>       identifica a execução - aqui, a competência aaaamm
           05 fd-ckp-execucao                      pic  x(10).
           05 filler                               pic  x(01).
           05 fd-ckp-fase                          pic  9(01).
           05 filler                               pic  x(01).
           05 fd-ckp-ultimo-aluno                  pic  9(06).
           05 filler                               pic  x(01).
           05 fd-ckp-qtd-lidos                     pic  9(05).
           05 filler                               pic  x(01).
           05 fd-ckp-contadores.
               10 fd-ckp-contador occurs 8         pic  9(05).
           05 filler                               pic  x(01).
           05 fd-ckp-data-hora-inicio              pic  x(21).
           05 filler                               pic  x(01).
           05 fd-ckp-data-hora                     pic  x(21).

      *>   mesmo layout de fd-plano em lista17planos
       fd arqPlanosMensalidade.

       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqControle                        pic  x(02).
       77 ws-fs-arqCalendario                      pic  x(02).
       77 ws-fs-arqCheckpoint                      pic  x(02).
       77 ws-fs-arqPlanos                          pic  x(02).

      *>   competência (aaaamm) sendo faturada nesta execução
           05 ws-planos-abertos                    pic  x(01) value 'N'.
               88 ws-tem-arq-planos                       value 'S'.

      *>   ajuste do vencimento para dia útil - o dia 10 nominal da
      *>   competência, e o dia efetivamente gravado no lançamento
       01 ws-ajuste-vencimento.
           05 ws-vencimento-nominal                pic  x(10).
           05 ws-venc-num                          pic  9(08).
           05 ws-venc-num-r redefines ws-venc-num.
               10 ws-venc-num-aaaa                 pic  9(04).
               10 ws-venc-num-mm                   pic  9(02).
               10 ws-venc-num-dd                   pic  9(02).
           05 ws-venc-dias                         pic  9(08).
           05 ws-venc-dia-semana                   pic  9(01).
           05 ws-venc-e-util                       pic  x(01).
           05 ws-venc-nominal-faturado             pic  x(01).
           05 ws-calendario-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-calendario                   value 'S'.

       77 ws-data-hora-atual                       pic  x(21).

      *>   de quantos em quantos alunos lidos o ponto de controle é gravado
       77 ws-intervalo-checkpoint                  pic  9(03) value 50.

      *>  ponto de controle - retomada de uma execução interrompida e os
      *>  contadores que ela já tinha acumulado antes da interrupção
       01 ws-checkpoint.
           05 ws-ckp-retomada                      pic  x(01) value 'N'.
               88 ws-execucao-retomada                    value 'S'.
           05 ws-ckp-situacao                      pic  x(01).
           05 ws-ckp-ultimo-aluno                  pic  9(06) value zero.
           05 ws-ckp-qtd-lidos                     pic  9(05) value zero.
           05 ws-ckp-lidos-retomada                pic  9(05) value zero.
           05 ws-ckp-desde-ultimo                  pic  9(03) value zero.
           05 ws-ckp-data-hora-inicio              pic  x(21).
           05 ws-ckp-data-hora-parada              pic  x(21).
           05 ws-ckp-anteriores.
               10 ws-ckp-anterior occurs 8         pic  9(05).
           05 ws-ckp-ind                           pic  9(01).

      *>  mensagens de erro
       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  9(04).
               goback
           end-if

      *>   execução anterior interrompida nesta mesma competência é
      *>   retomada a partir do último ponto de controle
           perform ler-checkpoint

           open input arqCadastroAlunos

      *>   tratamento de erro
               end-if
           end-if

      *>   o calendário letivo é mantido em lista17calendario - sem ele,
      *>   só sábado e domingo deslocam o vencimento
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

      *>   open extend preserva os lançamentos financeiros já existentes
           open i-o arqFinanceiro

       processamento section.

      *>   percorre o cadastro do primeiro ao último registro, gerando a
      *>   mensalidade da competência atual para cada aluno ativo - na
      *>   retomada, a partir do aluno seguinte ao último ponto de controle
           move 'A' to ws-ckp-situacao
           perform gravar-checkpoint

           compute fd-cod-aluno = ws-ckp-ultimo-aluno + 1

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

                               perform gerar-mensalidade-aluno
                           end-if
                       end-if

                       perform registrar-progresso
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 2 to ws-msn-erro-offset
           end-if

           perform gravar-controle-mensal

      *>   competência inteira faturada - o ponto de controle fica
      *>   marcado como concluído
           move 'C' to ws-ckp-situacao
           perform gravar-checkpoint

           perform exibir-relatorio-geracao
           .
       processamento-exit.

      *>------------------------------------------------------------------------
      *>  gera a mensalidade da competência atual para o aluno da vez, com
      *>  a mesma regra de vencimento no dia 10 usada na matrícula -
      *>  levado ao próximo dia útil quando o dia 10 não é
      *>------------------------------------------------------------------------
       gerar-mensalidade-aluno section.

                  '-10' delimited by size
             into ws-vencimento-gerado

           move ws-vencimento-gerado to ws-vencimento-nominal
           perform ajustar-vencimento-dia-util

      *>   lançamento já gravado no dia 10 nominal (antes do calendário)
      *>   também conta como competência já faturada
           move 'N' to ws-venc-nominal-faturado

           if ws-vencimento-gerado <> ws-vencimento-nominal then
               move fd-cod-aluno to fd-fin-cod-aluno
               move ws-vencimento-nominal to fd-fin-vencimento

               read arqFinanceiro

               evaluate ws-fs-arqFinanceiro
                   when '00'
                       move 'S' to ws-venc-nominal-faturado
                   when '23'
                       continue
                   when other
                       move 8 to ws-msn-erro-offset
                       move ws-fs-arqFinanceiro to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqFinanceiro' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

      *>   o plano do aluno (quando existe e vigente no vencimento) define
      *>   o valor cobrado e o desconto aplicado - sem plano vale o padrão
           move ws-valor-mensalidade-padrao to ws-valor-calculado

           perform aplicar-plano-aluno

           if ws-venc-nominal-faturado = 'S' then
               add 1 to ws-qtd-ja-faturados
           else
               if ws-aluno-e-bolsista then
      *>           bolsa integral - não há o que cobrar da família
                   add 1 to ws-qtd-bolsistas
               else
                   move fd-cod-aluno to fd-fin-cod-aluno
                   move ws-valor-calculado to fd-fin-valor-mensalidade
                   move ws-vencimento-gerado to fd-fin-vencimento

                   set fd-fin-em-aberto to true
                   move spaces to fd-fin-data-pagamento
                   move zero to fd-fin-valor-pago
      *>           o desconto aplicado fica gravado no lançamento - o extrato
      *>           e a inadimplência mostram o que a família de fato deve
                   move ws-desconto-calculado to fd-fin-desconto
      *>           o valor corrigido (multa e juros) só nasce na baixa, e o
      *>           acordo só numa renegociação
                   move zero to fd-fin-valor-corrigido
                   move zero to fd-fin-acordo
                   move zero to fd-fin-recibo
      *>           o operador só entra no registro quando a baixa acontece
                   move spaces to fd-fin-operador

                   write fd-financeiro

      *>           chave duplicada = o aluno já tem lançamento neste
      *>           vencimento (a mensalidade adiantada da matrícula)
                   if ws-fs-arqFinanceiro = '22' then
                       add 1 to ws-qtd-ja-faturados
                   else
      *>               tratamento de erro
                       if ws-fs-arqFinanceiro <> '00' then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqFinanceiro to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqFinanceiro' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-geradas

                       if ws-desconto-calculado > 0 then
                           add 1 to ws-qtd-com-desconto
                       end-if
                   end-if
               end-if
           end-if
       gerar-mensalidade-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  leva ws-vencimento-gerado ao próximo dia útil - no calendário
      *>  letivo, dia útil é o que não é feriado nem fim de semana (dia
      *>  de recesso ou sem aula tem expediente na secretaria); data fora
      *>  do calendário só não pode cair em sábado ou domingo
      *>------------------------------------------------------------------------
       ajustar-vencimento-dia-util section.

           move 'N' to ws-venc-e-util

           perform until ws-venc-e-util = 'S'

               move ws-vencimento-gerado(1:4) to ws-venc-num-aaaa
               move ws-vencimento-gerado(6:2) to ws-venc-num-mm
               move ws-vencimento-gerado(9:2) to ws-venc-num-dd
               compute ws-venc-dias = function integer-of-date(ws-venc-num)

      *>       0 = domingo ... 6 = sábado
               compute ws-venc-dia-semana = function mod(ws-venc-dias, 7)

               if ws-venc-dia-semana = 0 or ws-venc-dia-semana = 6 then
                   move 'N' to ws-venc-e-util
               else
                   move 'S' to ws-venc-e-util
               end-if

               if ws-tem-arq-calendario then
                   move ws-vencimento-gerado to fd-cal-data

                   read arqCalendario

                   evaluate ws-fs-arqCalendario
                       when '00'
                           if fd-cal-dia-util then
                               move 'S' to ws-venc-e-util
                           else
                               move 'N' to ws-venc-e-util
                           end-if
                       when '23'
                           continue
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if

               if ws-venc-e-util <> 'S' then
                   add 1 to ws-venc-dias
                   compute ws-venc-num = function date-of-integer(ws-venc-dias)
                   move spaces to ws-vencimento-gerado
                   string ws-venc-num-aaaa delimited by size
                          '-' delimited by size
                          ws-venc-num-mm delimited by size
                          '-' delimited by size
                          ws-venc-num-dd delimited by size
                     into ws-vencimento-gerado
               end-if

           end-perform
           .
       ajustar-vencimento-dia-util-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aplica o plano de mensalidade do aluno da vez, se existir e
      *>  estiver vigente na data do vencimento gerado - validade em

           move ws-competencia-num to fd-ctm-competencia
           move ws-data-hora-atual to fd-ctm-data-hora
      *>   numa execução retomada, o total inclui o gerado antes da
      *>   interrupção
           compute fd-ctm-qtd-geradas = ws-ckp-anterior(1) + ws-qtd-geradas

           write fd-controle-mensal

           display 'Rematr.Pendente (fora): ' ws-qtd-rem-pendentes
           display 'Com Desconto Aplicado : ' ws-qtd-com-desconto
           display 'Bolsistas (sem gerar) : ' ws-qtd-bolsistas

      *>   execução retomada - o que já estava feito antes da interrupção
      *>   e o que esta execução acrescentou, em separado
           if ws-execucao-retomada then
               display '---------- Execucao Retomada ----------'
               display 'Interrompida em       : ' ws-ckp-data-hora-parada
               display 'Retomada apos o Aluno : ' ws-ckp-ultimo-aluno
               display '                        Antes  Nesta Execucao'
               display 'Mensalidades Geradas  : ' ws-ckp-anterior(1)
                       '  ' ws-qtd-geradas
               display 'Alunos Inativos (fora): ' ws-ckp-anterior(2)
                       '  ' ws-qtd-inativos
               display 'Ja Faturados (fora)   : ' ws-ckp-anterior(3)
                       '  ' ws-qtd-ja-faturados
               display 'Rematr.Pendente (fora): ' ws-ckp-anterior(4)
                       '  ' ws-qtd-rem-pendentes
               display 'Com Desconto Aplicado : ' ws-ckp-anterior(5)
                       '  ' ws-qtd-com-desconto
               display 'Bolsistas (sem gerar) : ' ws-ckp-anterior(6)
                       '  ' ws-qtd-bolsistas
               display 'Alunos Lidos          : ' ws-ckp-lidos-retomada
                       '  ' ws-ckp-qtd-lidos
           end-if
           .
       exibir-relatorio-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o ponto de controle - execução em andamento na competência
      *>  atual é retomada; de outra competência, é só avisada (a geração
      *>  sempre fatura o mês corrente)
      *>------------------------------------------------------------------------
       ler-checkpoint section.

           move zero to ws-ckp-anteriores
           move ws-data-hora-atual to ws-ckp-data-hora-inicio

           open input arqCheckpointMensalidades

           if ws-fs-arqCheckpoint = '00' then
               read arqCheckpointMensalidades

               if ws-fs-arqCheckpoint = '00'
               and fd-ckp-em-andamento then
                   if fd-ckp-execucao(1:6) = ws-competencia then
                       set ws-execucao-retomada to true
                       move fd-ckp-ultimo-aluno to ws-ckp-ultimo-aluno
                       move fd-ckp-qtd-lidos to ws-ckp-lidos-retomada
                       move fd-ckp-data-hora-inicio to ws-ckp-data-hora-inicio
                       move fd-ckp-data-hora to ws-ckp-data-hora-parada
                       perform varying ws-ckp-ind from 1 by 1
                               until ws-ckp-ind > 6
                           move fd-ckp-contador(ws-ckp-ind)
                             to ws-ckp-anterior(ws-ckp-ind)
                       end-perform
                       display 'Geracao da competencia ' ws-competencia-num
                               ' interrompida - retomando apos o aluno '
                               ws-ckp-ultimo-aluno
                   else
                       display 'Geracao incompleta da competencia '
                               fd-ckp-execucao(1:6) ' nao sera retomada'
                   end-if
               end-if

               close arqCheckpointMensalidades
           else
      *>       arquivo ainda não existe - nenhuma execução interrompida
               continue
           end-if
           .
       ler-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta o aluno lido e, a cada ws-intervalo-checkpoint alunos,
      *>  grava o ponto de controle
      *>------------------------------------------------------------------------
       registrar-progresso section.

           move fd-cod-aluno to ws-ckp-ultimo-aluno
           add 1 to ws-ckp-qtd-lidos
           add 1 to ws-ckp-desde-ultimo

           if ws-ckp-desde-ultimo >= ws-intervalo-checkpoint then
               perform gravar-checkpoint
               move zero to ws-ckp-desde-ultimo
           end-if
           .
       registrar-progresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o ponto de controle com a situação ws-ckp-situacao, o
      *>  último aluno processado e os contadores acumulados (os de antes
      *>  da interrupção somados aos desta execução)
      *>------------------------------------------------------------------------
       gravar-checkpoint section.

           open output arqCheckpointMensalidades

      *>   tratamento de erro
           if ws-fs-arqCheckpoint <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqCheckpoint to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCheckpoint' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-checkpoint

           move ws-ckp-situacao to fd-ckp-situacao
           move ws-competencia to fd-ckp-execucao
           move 1 to fd-ckp-fase
           move ws-ckp-ultimo-aluno to fd-ckp-ultimo-aluno
           compute fd-ckp-qtd-lidos = ws-ckp-lidos-retomada + ws-ckp-qtd-lidos
           move zero to fd-ckp-contadores
           compute fd-ckp-contador(1) = ws-ckp-anterior(1) + ws-qtd-geradas
           compute fd-ckp-contador(2) = ws-ckp-anterior(2) + ws-qtd-inativos
           compute fd-ckp-contador(3) = ws-ckp-anterior(3) + ws-qtd-ja-faturados
           compute fd-ckp-contador(4) = ws-ckp-anterior(4) + ws-qtd-rem-pendentes
           compute fd-ckp-contador(5) = ws-ckp-anterior(5) + ws-qtd-com-desconto
           compute fd-ckp-contador(6) = ws-ckp-anterior(6) + ws-qtd-bolsistas
           move ws-ckp-data-hora-inicio to fd-ckp-data-hora-inicio
           move function current-date to fd-ckp-data-hora

           write fd-checkpoint

      *>   tratamento de erro
           if ws-fs-arqCheckpoint <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqCheckpoint to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqCheckpoint' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCheckpointMensalidades

      *>   tratamento de erro
           if ws-fs-arqCheckpoint <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqCheckpoint to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCheckpoint' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------
               end-if
           end-if

      *>   fechar calendário, quando aberto
           if ws-tem-arq-calendario then
               close arqCalendario
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-geradas to lk-contador-registros

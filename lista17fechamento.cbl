           record key is fd-hist-chave
           file status is ws-fs-arqHistoricoEscolar.

      *>   recuperação do ano letivo, mantida em lista17recuperacao - a
      *>   nota original, a da prova e o resultado vão para o histórico
           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rec-chave
           file status is ws-fs-arqRecuperacao.

      *>   matriz curricular, mantida em lista17matriz - disciplinas
      *>   obrigatórias e pesos de cada série por ano letivo
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           file status is ws-fs-arqMatrizCurricular.

      *>   operadores do sistema, mantidos em lista17menu - quem libera o
      *>   fechamento com pendências precisa ter autorização de aprovação
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-op-cod
           file status is ws-fs-arqOperadores.

      *>   liberações do fechamento com a conferência pré-fechamento
      *>   ainda com pendências - quem assinou, quando e por quê
           select arqLiberacoesFechamento assign to "arqLiberacoesFechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLiberacoes.

      *>   ponto de controle do fechamento - a cada tantos alunos grava a
      *>   fase (1 = histórico, 2 = limpeza), o último aluno processado e
      *>   os contadores; um fechamento interrompido é retomado dali
           select arqCheckpointFechamento assign to "arqCheckpointFechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCheckpoint.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
           05 fd-hist-situacao                     pic  x(01).
           05 fd-hist-data-fechamento              pic  x(10).
           05 fd-hist-serie                        pic  9(02).
      *>       disciplinas que passaram pela recuperação no ano - média
      *>       original da disciplina, nota da prova (espaços se o aluno
      *>       não fez a prova) e resultado final da disciplina
           05 fd-hist-recuperacao.
               10 fd-hist-rec occurs 8.
                   15 fd-hist-rec-cod-disc         pic  9(02).
                   15 fd-hist-rec-nota-original    pic  9(02)v99.
                   15 fd-hist-rec-nota             pic  9(02)v99.
                   15 fd-hist-rec-resultado        pic  x(01).

      *>   mesmo layout de fd-recuperacao em lista17recuperacao
       fd arqRecuperacao.

       01 fd-recuperacao.
           05 fd-rec-chave.
               10 fd-rec-cod-aluno                 pic  9(06).
               10 fd-rec-ano                       pic  9(04).
               10 fd-rec-cod-disc                  pic  9(02).
           05 fd-rec-turma                         pic  9(02).
           05 fd-rec-nota-original                 pic  9(02)v99.
           05 fd-rec-data-prova                    pic  x(10).
           05 fd-rec-notas-lancadas.
               10 fd-rec-nota-recuperacao          pic  9(02)v99.
               10 fd-rec-nota-final                pic  9(02)v99.
           05 fd-rec-situacao                      pic  x(01).
               88 fd-rec-selecionado                      value "S".
               88 fd-rec-agendado                         value "G".
               88 fd-rec-lancado                          value "L".
           05 fd-rec-resultado                     pic  x(01).
           05 fd-rec-operador                      pic  x(08).
           05 fd-rec-data-hora                     pic  x(21).

      *>   mesmo layout de fd-matriz em lista17matriz
       fd arqMatrizCurricular.

       01 fd-matriz.
           05 fd-mat-chave.
               10 fd-mat-serie                     pic  9(02).
               10 fd-mat-ano                       pic  9(04).
           05 fd-mat-disciplinas.
               10 fd-mat-disc occurs 8.
                   15 fd-mat-cod-disc              pic  9(02).
                   15 fd-mat-peso                  pic  9(03).

      *>   mesmo layout de fd-operador em lista17menu
       fd arqOperadores.

       01 fd-operador.
           05 fd-op-cod                            pic  x(08).
           05 fd-op-nome                           pic  x(25).
           05 fd-op-senha                          pic  x(08).
           05 fd-op-aut-cadastro                   pic  x(01).
           05 fd-op-aut-notas                      pic  x(01).
           05 fd-op-aut-exclusao                   pic  x(01).
           05 fd-op-aut-financeiro                 pic  x(01).
           05 fd-op-aut-operacoes                  pic  x(01).
           05 fd-op-aut-aprovacao                  pic  x(01).

       fd arqLiberacoesFechamento.

       01 fd-liberacao.
           05 fd-lib-data-hora                     pic  x(21).
           05 filler                               pic  x(02).
           05 fd-lib-ano                           pic  9(04).
           05 filler                               pic  x(02).
           05 fd-lib-turma                         pic  9(02).
           05 filler                               pic  x(02).
           05 fd-lib-pendencias                    pic  9(05).
           05 filler                               pic  x(02).
           05 fd-lib-operador                      pic  x(08).
           05 filler                               pic  x(02).
           05 fd-lib-motivo                        pic  x(50).

      *>   mesmo layout de fd-checkpoint em lista17mensalidades
       fd arqCheckpointFechamento.

       01 fd-checkpoint.
           05 fd-ckp-situacao                      pic  x(01).
               88 fd-ckp-em-andamento                     value 'A'.
               88 fd-ckp-concluido                        value 'C'.
           05 filler                               pic  x(01).
      *>       identifica a execução - aqui, ano letivo aaaa + turma
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

       fd arqJournalErros.
       01 fd-journal-erro.
       77 ws-fs-arqJournalErros                    pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqHistoricoEscolar                pic  x(02).
       77 ws-fs-arqRecuperacao                     pic  x(02).
       77 ws-fs-arqCheckpoint                      pic  x(02).
       77 ws-fs-arqOperadores                      pic  x(02).
       77 ws-fs-arqLiberacoes                      pic  x(02).
       77 ws-fs-arqMatrizCurricular                pic  x(02).

      *>   ano letivo sendo fechado e data do fechamento
       77 ws-ano-letivo                            pic  9(04).
           05 ws-ind-nota                          pic  9(01).
           05 ws-tem-nota                          pic  x(01).
               88 ws-aluno-tem-nota                       value 'S'.
           05 ws-ind-rec                           pic  9(02).
           05 ws-recuperacao-aberta                pic  x(01) value 'N'.
               88 ws-tem-arq-recuperacao                  value 'S'.
           05 ws-faltas-matriz                     pic  9(02).
           05 ws-achou-nota                        pic  x(01).

      *>  matriz curricular vigente de uma série num ano letivo - sem
      *>  matriz (ou aluno sem série) não há restrição de disciplinas
       01 ws-matriz-vigente.
           05 ws-mtz-serie                         pic  9(02).
           05 ws-mtz-ano                           pic  9(04).
           05 ws-mtz-ano-vigente                   pic  9(04).
           05 ws-mtz-qtd                           pic  9(02).
           05 ws-mtz-disc occurs 8.
               10 ws-mtz-cod-disc                  pic  9(02).
               10 ws-mtz-peso                      pic  9(03).
           05 ws-ind-mtz                           pic  9(02).
           05 ws-matrizes-abertas                  pic  x(01) value 'N'.
               88 ws-tem-arq-matriz                       value 'S'.

       01 ws-totais-fechamento.
           05 ws-qtd-congelados                    pic  9(05) value zero.
           05 ws-qtd-limpos                        pic  9(05) value zero.
           05 ws-qtd-promovidos                    pic  9(05) value zero.
           05 ws-qtd-retidos                       pic  9(05) value zero.
           05 ws-qtd-recuperacoes                  pic  9(05) value zero.
           05 ws-qtd-recup-sem-prova               pic  9(05) value zero.
      *>       retomada - históricos gravados entre o último ponto de
      *>       controle e a interrupção, achados já existentes
           05 ws-qtd-ja-congelados                 pic  9(05) value zero.
      *>       alunos com disciplina obrigatória da matriz sem nota - só
      *>       desta execução, fora do ponto de controle
           05 ws-qtd-pend-matriz                   pic  9(05) value zero.

      *>   de quantos em quantos alunos lidos o ponto de controle é gravado
       77 ws-intervalo-checkpoint                  pic  9(03) value 50.

      *>  ponto de controle - retomada de uma execução interrompida e os
      *>  contadores que ela já tinha acumulado antes da interrupção
       01 ws-checkpoint.
           05 ws-ckp-retomada                      pic  x(01) value 'N'.
               88 ws-execucao-retomada                    value 'S'.
           05 ws-ckp-situacao                      pic  x(01).
           05 ws-ckp-execucao.
               10 ws-ckp-exec-ano                  pic  9(04).
               10 ws-ckp-exec-turma                pic  9(02).
           05 ws-ckp-fase                          pic  9(01) value 1.
           05 ws-ckp-fase-retomada                 pic  9(01) value zero.
           05 ws-ckp-ultimo-aluno                  pic  9(06) value zero.
           05 ws-ckp-aluno-retomada                pic  9(06) value zero.
           05 ws-ckp-qtd-lidos                     pic  9(05) value zero.
           05 ws-ckp-lidos-retomada                pic  9(05) value zero.
           05 ws-ckp-desde-ultimo                  pic  9(03) value zero.
           05 ws-ckp-data-hora-inicio              pic  x(21).
           05 ws-ckp-data-hora-parada              pic  x(21).
           05 ws-ckp-anteriores.
               10 ws-ckp-anterior occurs 8         pic  9(05).
           05 ws-ckp-ind                           pic  9(01).

      *>  conferência pré-fechamento (lista17prontidao) e a liberação
      *>  assinada quando ela ainda tem pendências
       01 ws-prontidao.
           05 ws-qtd-pendencias-fech               pic  9(05) value zero.
           05 ws-lib-operador                      pic  x(08).
           05 ws-lib-senha                         pic  x(08).
           05 ws-lib-motivo                        pic  x(50).
           05 ws-liberacao                         pic  x(01) value 'N'.
               88 ws-liberacao-autorizada                 value 'S'.

      *>  mensagens de erro
       01 ws-msn-erro.
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-fechamento

      *>   fechamento interrompido neste ano é retomado na mesma turma
           perform ler-checkpoint

      *>   turma a fechar - zero fecha a escola inteira, como era antes
           if not ws-execucao-retomada then
               display 'Turma a Fechar (0=todas): '
               accept ws-turma-fechamento
           end-if

      *>   fechamento novo só roda com a conferência pré-fechamento limpa
      *>   ou liberada - a retomada já passou por ela quando começou
           if not ws-execucao-retomada then
               perform conferir-prontidao
           end-if

           open i-o arqCadastroAlunos

               move 'Erro ao Abrir arq.arqHistoricoEscolar' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   ano sem recuperação nenhuma ('35') fecha como antes
           open input arqRecuperacao

           if ws-fs-arqRecuperacao = '00' then
               set ws-tem-arq-recuperacao to true
           else
               if ws-fs-arqRecuperacao <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqRecuperacao to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqRecuperacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   a matriz curricular é mantida em lista17matriz - se ainda não
      *>   existe ('35'), não há disciplina obrigatória a conferir
      *>   nem posição de nota a preparar p/ o ano novo
           open input arqMatrizCurricular

           if ws-fs-arqMatrizCurricular = '00'
           or ws-fs-arqMatrizCurricular = '05' then
               set ws-tem-arq-matriz to true
           else
               if ws-fs-arqMatrizCurricular <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqMatrizCurricular' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  roda a conferência pré-fechamento da turma a fechar - com
      *>  pendência, só segue com a liberação assinada por um operador com
      *>  autorização de aprovação; sem ela, volta sem alterar nada
      *>------------------------------------------------------------------------
       conferir-prontidao section.

           move zero to ws-qtd-pendencias-fech

           call "lista17prontidao"
               using ws-qtd-pendencias-fech ws-turma-fechamento
           cancel "lista17prontidao"

      *>   return-code 4 é só o aviso de pendência; acima disso a
      *>   conferência falhou e não dá para confiar na contagem
           if return-code > 4 then
               move 7 to ws-msn-erro-offset
               move spaces to ws-msn-erro-cod
               move 'Falha na conferencia pre-fechamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to return-code

           if ws-qtd-pendencias-fech <> 0 then
               display 'Conferencia pre-fechamento com ' ws-qtd-pendencias-fech
                       ' pendencia(s) - ver arqProntidaoFechamento.txt'

               perform autorizar-liberacao

               if not ws-liberacao-autorizada then
                   display 'Fechamento do ano ' ws-ano-letivo
                           ' nao executado - nada foi alterado'

                   if address of lk-contador-registros not = null then
                       move zero to lk-contador-registros
                   end-if

      *>           fechamento recusado - return-code 4 p/ o histórico de
      *>           execuções mostrar que o lote não fez o serviço
                   move 4 to return-code
                   goback
               end-if
           end-if
           .
       conferir-prontidao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  liberação do fechamento com pendências - operador e senha de
      *>  quem tem autorização de aprovação, mais o motivo; a liberação
      *>  aceita fica registrada em arqLiberacoesFechamento.txt
      *>------------------------------------------------------------------------
       autorizar-liberacao section.

           move 'N' to ws-liberacao

           display 'Liberar o fechamento assim mesmo?'
           display 'Operador com autorizacao de aprovacao (branco=nao): '
           move spaces to ws-lib-operador
           accept ws-lib-operador
           move function upper-case(ws-lib-operador) to ws-lib-operador

           if ws-lib-operador <> spaces then
               display 'Senha: '
               move spaces to ws-lib-senha
               accept ws-lib-senha
               move function upper-case(ws-lib-senha) to ws-lib-senha

               open input arqOperadores

               if ws-fs-arqOperadores <> '00' then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqOperadores to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqOperadores' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-lib-operador to fd-op-cod

               read arqOperadores

               evaluate true
                   when ws-fs-arqOperadores = '00'
                    and fd-op-senha = ws-lib-senha
                    and fd-op-aut-aprovacao = 'S'
                       display 'Motivo da liberacao: '
                       move spaces to ws-lib-motivo
                       accept ws-lib-motivo

                       if ws-lib-motivo = spaces then
                           display 'Liberacao sem motivo nao e aceita'
                       else
                           set ws-liberacao-autorizada to true
                       end-if
                   when ws-fs-arqOperadores = '00'
                   or ws-fs-arqOperadores = '23'
                       display 'Operador ou senha invalidos, ou sem autorizacao de aprovacao'
                   when other
                       move 8 to ws-msn-erro-offset
                       move ws-fs-arqOperadores to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqOperadores' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               close arqOperadores

               if ws-liberacao-autorizada then
                   perform registrar-liberacao
               end-if
           end-if
           .
       autorizar-liberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a liberação aceita - sem o registro gravado o fechamento
      *>  não segue
      *>------------------------------------------------------------------------
       registrar-liberacao section.

           open extend arqLiberacoesFechamento

      *>   na primeira liberação de todas o arquivo ainda não existe
           if ws-fs-arqLiberacoes = '35' then
               open output arqLiberacoesFechamento
           end-if

           if ws-fs-arqLiberacoes <> '00'
           and ws-fs-arqLiberacoes <> '05' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqLiberacoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLiberacoesFechamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-liberacao
           move function current-date to fd-lib-data-hora
           move ws-ano-letivo to fd-lib-ano
           move ws-turma-fechamento to fd-lib-turma
           move ws-qtd-pendencias-fech to fd-lib-pendencias
           move ws-lib-operador to fd-lib-operador
           move ws-lib-motivo to fd-lib-motivo

           write fd-liberacao

      *>   tratamento de erro
           if ws-fs-arqLiberacoes <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqLiberacoes to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqLiberacoesFechamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLiberacoesFechamento

           display 'Fechamento liberado por ' ws-lib-operador
           .
       registrar-liberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal - primeiro passe grava o histórico de
      *>  todos os alunos, segundo passe limpa as notas do cadastro
      *>------------------------------------------------------------------------
       processamento section.

           move ws-ano-letivo to ws-ckp-exec-ano
           move ws-turma-fechamento to ws-ckp-exec-turma
           move 'A' to ws-ckp-situacao

      *>   retomada na fase 2 - o histórico já foi todo gravado antes
           if ws-ckp-fase-retomada = 2 then
               move 2 to ws-ckp-fase
           else
               move 1 to ws-ckp-fase
               perform gravar-checkpoint
               perform congelar-historico

      *>       histórico completo - a limpeza começa do primeiro aluno
               move 2 to ws-ckp-fase
               move zero to ws-ckp-ultimo-aluno
               move zero to ws-ckp-desde-ultimo
           end-if

           perform gravar-checkpoint
           perform limpar-notas-cadastro

           move 'C' to ws-ckp-situacao
           perform gravar-checkpoint

           perform exibir-relatorio-fechamento
           .
       processamento-exit.
      *>------------------------------------------------------------------------
       congelar-historico section.

      *>   na retomada da fase 1, a partir do aluno seguinte ao último
      *>   ponto de controle
           compute fd-cod-aluno = ws-ckp-ultimo-aluno + 1

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

                               perform congelar-aluno
                           end-if
                       end-if

                       perform registrar-progresso
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 2 to ws-msn-erro-offset
      *>------------------------------------------------------------------------
       congelar-aluno section.

      *>   disciplina obrigatória da matriz da série sem nota é apontada
      *>   na tela - o fechamento segue, a pendência fica registrada
           perform conferir-matriz-aluno

      *>   aluno sem nenhuma nota lançada não gera histórico
           move space to ws-tem-nota

      *>       a série cursada no ano fica no histórico - o documento de
      *>       transferência mostra a progressão ano a ano
               move fd-serie to fd-hist-serie
      *>       a média e a situação do cadastro já são as de depois da
      *>       recuperação; o histórico guarda também o caminho até elas
               perform carregar-recuperacao-aluno

               write fd-historico

      *>       numa retomada, o histórico de quem passou depois do último
      *>       ponto de controle já pode ter sido gravado - não é erro
               if ws-fs-arqHistoricoEscolar = '22'
               and ws-execucao-retomada then
                   add 1 to ws-qtd-ja-congelados
               else
      *>           chave duplicada = fechamento deste ano já foi
      *>           executado - para aqui, antes de qualquer limpeza
                   if ws-fs-arqHistoricoEscolar = '22' then
                       display 'Fechamento do ano ' ws-ano-letivo
                               ' ja executado - nada foi alterado'
      *>               o ponto de controle não pode ficar em andamento,
      *>               senão a próxima chamada "retomaria" um ano fechado
                       move 'C' to ws-ckp-situacao
                       perform gravar-checkpoint
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                       move 'Historico ja existe p/ aluno ' to ws-msn-erro-text
                       move fd-hist-cod-aluno to ws-msn-erro-text(30:6)
                       perform finaliza-anormal
                   end-if

      *>           tratamento de erro
                   if ws-fs-arqHistoricoEscolar <> '00' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqHistoricoEscolar to ws-msn-erro-cod
                       move 'Erro ao Gravar arq.arqHistoricoEscolar' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-congelados
               end-if
           end-if
           .
       congelar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  leva para fd-hist-recuperacao as disciplinas em recuperação do
      *>  aluno no ano letivo fechado - aluno+ano abrem a chave, então a
      *>  leitura para na primeira recuperação de outro aluno ou ano
      *>------------------------------------------------------------------------
       carregar-recuperacao-aluno section.

           move spaces to fd-hist-recuperacao
           move zero to ws-ind-rec

           if ws-tem-arq-recuperacao then
               move fd-cod-aluno to fd-rec-cod-aluno
               move ws-ano-letivo to fd-rec-ano
               move zero to fd-rec-cod-disc

               start arqRecuperacao key is greater than or equal to fd-rec-chave

      *>       tratamento de erro
               if ws-fs-arqRecuperacao <> '00'
               and ws-fs-arqRecuperacao <> '23' then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqRecuperacao to ws-msn-erro-cod
                   move 'Erro de Start arq.arqRecuperacao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqRecuperacao = '00' then
                   perform until ws-fs-arqRecuperacao = '10'

                       read arqRecuperacao next

                       if ws-fs-arqRecuperacao = '00' then
                           if fd-rec-cod-aluno <> fd-cod-aluno
                           or fd-rec-ano <> ws-ano-letivo
                           or ws-ind-rec = 8 then
                               move '10' to ws-fs-arqRecuperacao
                           else
                               add 1 to ws-ind-rec
                               add 1 to ws-qtd-recuperacoes
                               move fd-rec-cod-disc
                                 to fd-hist-rec-cod-disc(ws-ind-rec)
                               move fd-rec-nota-original
                                 to fd-hist-rec-nota-original(ws-ind-rec)

      *>                       sem prova feita, a disciplina fica com a
      *>                       média original e reprovada
                               if fd-rec-lancado then
                                   move fd-rec-nota-recuperacao
                                     to fd-hist-rec-nota(ws-ind-rec)
                                   move fd-rec-resultado
                                     to fd-hist-rec-resultado(ws-ind-rec)
                               else
                                   move 'R' to fd-hist-rec-resultado(ws-ind-rec)
                                   add 1 to ws-qtd-recup-sem-prova
                               end-if
                           end-if
                       else
                           if ws-fs-arqRecuperacao <> '10' then
                               move 6 to ws-msn-erro-offset
                               move ws-fs-arqRecuperacao to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqRecuperacao' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       carregar-recuperacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       limpar-notas-cadastro section.

      *>   na retomada da fase 2, a partir do aluno seguinte ao último
      *>   ponto de controle - quem já foi limpo tem situação em branco,
      *>   então repassar por ele não promove de novo
           compute fd-cod-aluno = ws-ckp-ultimo-aluno + 1

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

                           move space to fd-situacao
                           move 100 to fd-frequencia

      *>                   o ano novo já começa com uma posição de nota
      *>                   reservada a cada disciplina da matriz da série
      *>                   (a nova, para quem foi promovido), com o peso
                           perform preparar-notas-matriz

                           rewrite fd-alunos

      *>                    tratamento de erro

                           add 1 to ws-qtd-limpos
                       end-if

                       perform registrar-progresso
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 4 to ws-msn-erro-offset
       limpar-notas-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o aluno lido em fd-alunos com a matriz curricular vigente
      *>  da série no ano letivo fechado - cada disciplina obrigatória sem
      *>  nota conta; sem matriz para a série, nada é conferido
      *>------------------------------------------------------------------------
       conferir-matriz-aluno section.

           move fd-serie to ws-mtz-serie
           move ws-ano-letivo to ws-mtz-ano
           perform carregar-matriz-vigente

           move zero to ws-faltas-matriz

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
               move 'N' to ws-achou-nota
               perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 8
                   if fd-nota(ws-ind-nota) is numeric
                   and fd-cod-disc(ws-ind-nota) = ws-mtz-cod-disc(ws-ind-mtz) then
                       move 'S' to ws-achou-nota
                   end-if
               end-perform

               if ws-achou-nota <> 'S' then
                   add 1 to ws-faltas-matriz
               end-if
           end-perform

           if ws-faltas-matriz <> 0 then
               add 1 to ws-qtd-pend-matriz
               display 'Aluno ' fd-cod-aluno ' serie ' fd-serie ': '
                       ws-faltas-matriz ' disciplina(s) obrigatoria(s) sem nota'
           end-if
           .
       conferir-matriz-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  reserva nas posições de nota, já limpas, as disciplinas da matriz
      *>  vigente da série do aluno no ano letivo seguinte - disciplina e
      *>  peso gravados, nota em branco (posição ainda sem nota)
      *>------------------------------------------------------------------------
       preparar-notas-matriz section.

           move fd-serie to ws-mtz-serie
           compute ws-mtz-ano = ws-ano-letivo + 1
           perform carregar-matriz-vigente

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
               move ws-mtz-cod-disc(ws-ind-mtz) to fd-cod-disc(ws-ind-mtz)
               move ws-mtz-peso(ws-ind-mtz) to fd-peso(ws-ind-mtz)
           end-perform
           .
       preparar-notas-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a matriz curricular vigente da série ws-mtz-serie no ano
      *>  ws-mtz-ano - a de maior ano que não passe dele (mesma busca de
      *>  ler-matriz-vigente em lista17matriz); sem matriz, ws-mtz-qtd zero
      *>------------------------------------------------------------------------
       carregar-matriz-vigente section.

           move zero to ws-mtz-qtd
           move zero to ws-mtz-ano-vigente

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > 8
               move zero to ws-mtz-cod-disc(ws-ind-mtz)
               move zero to ws-mtz-peso(ws-ind-mtz)
           end-perform

           if ws-tem-arq-matriz
           and ws-mtz-serie <> 0 then
               move ws-mtz-serie to fd-mat-serie
               move zero to fd-mat-ano

               start arqMatrizCurricular key is greater than or equal to fd-mat-chave

      *>       tratamento de erro
               if ws-fs-arqMatrizCurricular <> '00'
               and ws-fs-arqMatrizCurricular <> '23' then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                   move 'Erro de Start arq.arqMatrizCurricular' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMatrizCurricular = '00' then
                   perform until ws-fs-arqMatrizCurricular = '10'

                       read arqMatrizCurricular next

                       if ws-fs-arqMatrizCurricular = '00' then
      *>                   outra série, ou ano posterior - para; cada ano
      *>                   que serve substitui o anterior
                           if fd-mat-serie <> ws-mtz-serie
                           or fd-mat-ano > ws-mtz-ano then
                               move '10' to ws-fs-arqMatrizCurricular
                           else
                               move fd-mat-ano to ws-mtz-ano-vigente
                               move zero to ws-mtz-qtd
                               perform varying ws-ind-mtz from 1 by 1
                                         until ws-ind-mtz > 8
                                   move zero to ws-mtz-cod-disc(ws-ind-mtz)
                                   move zero to ws-mtz-peso(ws-ind-mtz)
                               end-perform
                               perform varying ws-ind-mtz from 1 by 1
                                         until ws-ind-mtz > 8
                                   if fd-mat-cod-disc(ws-ind-mtz) <> 0 then
                                       add 1 to ws-mtz-qtd
                                       move fd-mat-cod-disc(ws-ind-mtz)
                                         to ws-mtz-cod-disc(ws-mtz-qtd)
                                       move fd-mat-peso(ws-ind-mtz)
                                         to ws-mtz-peso(ws-mtz-qtd)
                                   end-if
                               end-perform
                           end-if
                       else
                           if ws-fs-arqMatrizCurricular <> '10' then
                               move 7 to ws-msn-erro-offset
                               move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqMatrizCurricular'
                                 to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if
           end-if
           .
       carregar-matriz-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório do fechamento
      *>------------------------------------------------------------------------
           display 'Cadastros Limpos      : ' ws-qtd-limpos
           display 'Promovidos de Serie   : ' ws-qtd-promovidos
           display 'Retidos na Serie      : ' ws-qtd-retidos
           display 'Recuperacoes no Hist. : ' ws-qtd-recuperacoes
           display 'Recuperacao sem Prova : ' ws-qtd-recup-sem-prova
           display 'Pendencia de Matriz   : ' ws-qtd-pend-matriz

      *>   execução retomada - o que já estava feito antes da interrupção
      *>   e o que esta execução acrescentou, em separado
           if ws-execucao-retomada then
               display '---------- Execucao Retomada ----------'
               display 'Interrompida em       : ' ws-ckp-data-hora-parada
               display 'Retomada na Fase      : ' ws-ckp-fase-retomada
                       ' apos o aluno ' ws-ckp-aluno-retomada
               display '                        Antes  Nesta Execucao'
               display 'Historicos Gravados   : ' ws-ckp-anterior(1)
                       '  ' ws-qtd-congelados
               display 'Alunos sem Nota (fora): ' ws-ckp-anterior(2)
                       '  ' ws-qtd-sem-nota
               display 'Alunos Inativos (fora): ' ws-ckp-anterior(3)
                       '  ' ws-qtd-inativos
               display 'Cadastros Limpos      : ' ws-ckp-anterior(4)
                       '  ' ws-qtd-limpos
               display 'Promovidos de Serie   : ' ws-ckp-anterior(5)
                       '  ' ws-qtd-promovidos
               display 'Retidos na Serie      : ' ws-ckp-anterior(6)
                       '  ' ws-qtd-retidos
               display 'Recuperacoes no Hist. : ' ws-ckp-anterior(7)
                       '  ' ws-qtd-recuperacoes
               display 'Recuperacao sem Prova : ' ws-ckp-anterior(8)
                       '  ' ws-qtd-recup-sem-prova
               display 'Historicos ja Gravados: ' ws-qtd-ja-congelados
           end-if
           .
       exibir-relatorio-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o ponto de controle - fechamento em andamento no ano letivo
      *>  atual é retomado na turma, fase e aluno em que parou
      *>------------------------------------------------------------------------
       ler-checkpoint section.

           move zero to ws-ckp-anteriores
           move ws-data-hora-atual to ws-ckp-data-hora-inicio

           open input arqCheckpointFechamento

           if ws-fs-arqCheckpoint = '00' then
               read arqCheckpointFechamento

               if ws-fs-arqCheckpoint = '00'
               and fd-ckp-em-andamento then
                   if fd-ckp-execucao(1:4) = ws-ano-letivo then
                       set ws-execucao-retomada to true
                       move fd-ckp-execucao(5:2) to ws-turma-fechamento
                       move fd-ckp-fase to ws-ckp-fase-retomada
                       move fd-ckp-ultimo-aluno to ws-ckp-ultimo-aluno
                       move fd-ckp-ultimo-aluno to ws-ckp-aluno-retomada
                       move fd-ckp-qtd-lidos to ws-ckp-lidos-retomada
                       move fd-ckp-data-hora-inicio to ws-ckp-data-hora-inicio
                       move fd-ckp-data-hora to ws-ckp-data-hora-parada
                       perform varying ws-ckp-ind from 1 by 1
                               until ws-ckp-ind > 8
                           move fd-ckp-contador(ws-ckp-ind)
                             to ws-ckp-anterior(ws-ckp-ind)
                       end-perform
                       display 'Fechamento do ano ' ws-ano-letivo
                               ' (turma ' ws-turma-fechamento
                               ') interrompido - retomando na fase '
                               ws-ckp-fase-retomada ' apos o aluno '
                               ws-ckp-ultimo-aluno
                   else
                       display 'Fechamento incompleto do ano '
                               fd-ckp-execucao(1:4) ' nao sera retomado'
                   end-if
               end-if

               close arqCheckpointFechamento
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
      *>  grava o ponto de controle com a situação ws-ckp-situacao, a fase,
      *>  o último aluno processado e os contadores acumulados (os de
      *>  antes da interrupção somados aos desta execução)
      *>------------------------------------------------------------------------
       gravar-checkpoint section.

           open output arqCheckpointFechamento

      *>   tratamento de erro
           if ws-fs-arqCheckpoint <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqCheckpoint to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCheckpoint' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-checkpoint

           move ws-ckp-situacao to fd-ckp-situacao
           move ws-ckp-execucao to fd-ckp-execucao
           move ws-ckp-fase to fd-ckp-fase
           move ws-ckp-ultimo-aluno to fd-ckp-ultimo-aluno
           compute fd-ckp-qtd-lidos = ws-ckp-lidos-retomada + ws-ckp-qtd-lidos
           compute fd-ckp-contador(1) = ws-ckp-anterior(1) + ws-qtd-congelados
           compute fd-ckp-contador(2) = ws-ckp-anterior(2) + ws-qtd-sem-nota
           compute fd-ckp-contador(3) = ws-ckp-anterior(3) + ws-qtd-inativos
           compute fd-ckp-contador(4) = ws-ckp-anterior(4) + ws-qtd-limpos
           compute fd-ckp-contador(5) = ws-ckp-anterior(5) + ws-qtd-promovidos
           compute fd-ckp-contador(6) = ws-ckp-anterior(6) + ws-qtd-retidos
           compute fd-ckp-contador(7) = ws-ckp-anterior(7) + ws-qtd-recuperacoes
           compute fd-ckp-contador(8) = ws-ckp-anterior(8) + ws-qtd-recup-sem-prova
           move ws-ckp-data-hora-inicio to fd-ckp-data-hora-inicio
           move function current-date to fd-ckp-data-hora

           write fd-checkpoint

      *>   tratamento de erro
           if ws-fs-arqCheckpoint <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqCheckpoint to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqCheckpoint' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCheckpointFechamento

      *>   tratamento de erro
           if ws-fs-arqCheckpoint <> '00' then
               move 7 to ws-msn-erro-offset
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
               perform finaliza-anormal
           end-if

           if ws-tem-arq-recuperacao then
               close arqRecuperacao
           end-if

      *>   fechar matriz curricular, quando aberta
           if ws-tem-arq-matriz then
               close arqMatrizCurricular
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-congelados to lk-contador-registros

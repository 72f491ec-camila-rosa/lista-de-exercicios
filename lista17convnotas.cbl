      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17convnotas".
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

      *>   cada arquivo aparece duas vezes - uma no layout de produção
      *>   anterior (histórico sem a recuperação, pendência de nota sem o
      *>   professor) e uma no layout novo; o registro antigo é copiado
      *>   em bloco e o campo novo entra vazio

           select arqHistoricoAntigo assign to "arqHistoricoEscolar.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hia-chave
           file status is ws-fs-antigo.

           select arqHistoricoNovo assign to "arqHistoricoEscolar.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hin-chave
           file status is ws-fs-novo.

           select arqPendenciasAntigo assign to "arqNotasPendentes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pea-seq
           file status is ws-fs-antigo.

           select arqPendenciasNovo assign to "arqNotasPendentes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pen-seq
           file status is ws-fs-novo.

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

      *>   histórico escolar anterior - chave código + ano e o registro
      *>   terminando na série cursada; os 114 bytes do nome à série não
      *>   mudam de formato
       fd arqHistoricoAntigo.
       01 fd-hia-historico.
           05 fd-hia-chave.
               10 fd-hia-cod                       pic  9(06).
               10 fd-hia-ano                       pic  9(04).
           05 fd-hia-resto                         pic  x(114).

      *>   histórico novo - a recuperação entra em espaços, como o
      *>   fechamento grava o ano de quem não teve disciplina em
      *>   recuperação (mesmo layout de fd-historico em lista17fechamento)
       fd arqHistoricoNovo.
       01 fd-hin-historico.
           05 fd-hin-chave.
               10 fd-hin-cod                       pic  9(06).
               10 fd-hin-ano                       pic  9(04).
           05 fd-hin-resto                         pic  x(114).
           05 fd-hin-recuperacao                   pic  x(88).

      *>   pendências de alteração de nota anteriores - o registro termina
      *>   na data da decisão; os 74 bytes depois da sequência não mudam
       fd arqPendenciasAntigo.
       01 fd-pea-pendencia.
           05 fd-pea-seq                           pic  9(06).
           05 fd-pea-resto                         pic  x(74).

      *>   pendências novas - o professor que pediu a alteração entra
      *>   zerado, o mesmo valor de quando o professor não é informado
      *>   (mesmo layout de fd-pendencia em lista17aprovacao)
       fd arqPendenciasNovo.
       01 fd-pen-pendencia.
           05 fd-pen-seq                           pic  9(06).
           05 fd-pen-resto                         pic  x(74).
           05 fd-pen-cod-professor                 pic  9(04).

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
       77 ws-fs-antigo                             pic  x(02).
       77 ws-fs-novo                               pic  x(02).

      *>  cada arquivo é lido inteiro para a memória antes de ser
      *>  regravado, já que a conversão lê e regrava o mesmo arquivo -
      *>  mesma técnica de lista17convcodigo; o registro comporta o maior
      *>  dos registros antigos (124 bytes do histórico)
       01 ws-registros.
           05 ws-qtd-reg                           pic  9(04) value zero.
           05 ws-reg-tab occurs 5000.
               10 ws-reg-antigo                    pic  x(124).

       01 ws-uso-geral.
           05 ws-confirma                          pic  x(01).
           05 ws-ind-reg                           pic  9(04).
           05 ws-qtd-gravados                      pic  9(05).
           05 ws-total-convertidos                 pic  9(06) value zero.
           05 ws-nome-arquivo-vez                  pic  x(25).

       77 ws-data-hora-atual                       pic  x(21).

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

      *>   conversão única de layout das notas - leva o histórico escolar
      *>   para o layout com a recuperação do ano e as pendências de
      *>   alteração de nota para o layout com o professor solicitante;
      *>   rodar uma vez, acompanhado, com backup feito, antes de usar o
      *>   ciclo de recuperação, o fechamento ou a aprovação de notas.
      *>   Arquivo que já abre no layout novo (file status 39 no layout
      *>   antigo) é pulado, então rodar de novo não estraga nada - os
      *>   arquivos gravados por lista17convcodigo já saem no layout novo
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

           display '---------- Conversao de Layout das Notas ----------'
           display 'Historico escolar e notas pendentes serao regravados'
           display 'no layout novo (faca backup antes). Confirma? S-im/N-ao'
           accept ws-confirma
           move function upper-case(ws-confirma) to ws-confirma

           if ws-confirma <> 'S' then
               display 'Conversao cancelada - nada foi alterado'
               goback
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal - um arquivo por vez, sempre carregando
      *>  tudo para a memória antes de regravar
      *>------------------------------------------------------------------------
       processamento section.

           perform converter-historico
           perform converter-pendencias

           display '---------- Conversao de Layout das Notas ----------'
           display 'Data/Hora da Execucao : ' ws-data-hora-atual
           display 'Registros Convertidos : ' ws-total-convertidos
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  histórico escolar - a recuperação dos anos já fechados entra em
      *>  branco
      *>------------------------------------------------------------------------
       converter-historico section.

           move 'arqHistoricoEscolar.dat' to ws-nome-arquivo-vez
           move zero to ws-qtd-reg

           open input arqHistoricoAntigo

           evaluate ws-fs-antigo
               when '35'
                   display ws-nome-arquivo-vez ' inexistente - pulado'
               when '39'
                   display ws-nome-arquivo-vez ' ja no layout novo - pulado'
               when other
                   if ws-fs-antigo <> '00' then
                       perform erro-abrir-antigo
                   end-if

                   perform until ws-fs-antigo = '10'
                       read arqHistoricoAntigo next
                       if ws-fs-antigo = '00' then
                           add 1 to ws-qtd-reg
                           perform conferir-limite-tabela
                           move fd-hia-historico to ws-reg-antigo(ws-qtd-reg)
                       else
                           if ws-fs-antigo <> '10' then
                               perform erro-ler-antigo
                           end-if
                       end-if
                   end-perform

                   close arqHistoricoAntigo

                   open output arqHistoricoNovo

                   if ws-fs-novo <> '00' then
                       perform erro-gravar-novo
                   end-if

                   move zero to ws-qtd-gravados

                   perform varying ws-ind-reg from 1 by 1
                                     until ws-ind-reg > ws-qtd-reg
                       move ws-reg-antigo(ws-ind-reg)(1:10) to fd-hin-chave
                       move ws-reg-antigo(ws-ind-reg)(11:114) to fd-hin-resto
                       move spaces to fd-hin-recuperacao

                       write fd-hin-historico

                       if ws-fs-novo <> '00' then
                           perform erro-gravar-novo
                       end-if

                       add 1 to ws-qtd-gravados
                   end-perform

                   close arqHistoricoNovo

                   add ws-qtd-gravados to ws-total-convertidos
                   display ws-nome-arquivo-vez ' - ' ws-qtd-gravados
                           ' registros convertidos'
           end-evaluate
           .
       converter-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pendências de alteração de nota - o professor solicitante das
      *>  pendências antigas entra zerado
      *>------------------------------------------------------------------------
       converter-pendencias section.

           move 'arqNotasPendentes.dat' to ws-nome-arquivo-vez
           move zero to ws-qtd-reg

           open input arqPendenciasAntigo

           evaluate ws-fs-antigo
               when '35'
                   display ws-nome-arquivo-vez ' inexistente - pulado'
               when '39'
                   display ws-nome-arquivo-vez ' ja no layout novo - pulado'
               when other
                   if ws-fs-antigo <> '00' then
                       perform erro-abrir-antigo
                   end-if

                   perform until ws-fs-antigo = '10'
                       read arqPendenciasAntigo next
                       if ws-fs-antigo = '00' then
                           add 1 to ws-qtd-reg
                           perform conferir-limite-tabela
                           move fd-pea-pendencia to ws-reg-antigo(ws-qtd-reg)
                       else
                           if ws-fs-antigo <> '10' then
                               perform erro-ler-antigo
                           end-if
                       end-if
                   end-perform

                   close arqPendenciasAntigo

                   open output arqPendenciasNovo

                   if ws-fs-novo <> '00' then
                       perform erro-gravar-novo
                   end-if

                   move zero to ws-qtd-gravados

                   perform varying ws-ind-reg from 1 by 1
                                     until ws-ind-reg > ws-qtd-reg
                       move ws-reg-antigo(ws-ind-reg)(1:6) to fd-pen-seq
                       move ws-reg-antigo(ws-ind-reg)(7:74) to fd-pen-resto
                       move zero to fd-pen-cod-professor

                       write fd-pen-pendencia

                       if ws-fs-novo <> '00' then
                           perform erro-gravar-novo
                       end-if

                       add 1 to ws-qtd-gravados
                   end-perform

                   close arqPendenciasNovo

                   add ws-qtd-gravados to ws-total-convertidos
                   display ws-nome-arquivo-vez ' - ' ws-qtd-gravados
                           ' registros convertidos'
           end-evaluate
           .
       converter-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a conversão perderia registros se a tabela estourar - erro fatal
      *>------------------------------------------------------------------------
       conferir-limite-tabela section.

           if ws-qtd-reg > 5000 then
               move 1 to ws-msn-erro-offset
               move ws-fs-antigo to ws-msn-erro-cod
               move spaces to ws-msn-erro-text
               string ws-nome-arquivo-vez delimited by size
                      ' excede 5000 reg.' delimited by size
                 into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       conferir-limite-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  erros padronizados da conversão, um lugar só para cada tipo
      *>------------------------------------------------------------------------
       erro-abrir-antigo section.

           move 2 to ws-msn-erro-offset
           move ws-fs-antigo to ws-msn-erro-cod
           move spaces to ws-msn-erro-text
           string 'Erro ao Abrir ' delimited by size
                  ws-nome-arquivo-vez delimited by size
             into ws-msn-erro-text
           perform finaliza-anormal
           .
       erro-abrir-antigo-exit.
           exit.

       erro-ler-antigo section.

           move 3 to ws-msn-erro-offset
           move ws-fs-antigo to ws-msn-erro-cod
           move spaces to ws-msn-erro-text
           string 'Erro ao Ler ' delimited by size
                  ws-nome-arquivo-vez delimited by size
             into ws-msn-erro-text
           perform finaliza-anormal
           .
       erro-ler-antigo-exit.
           exit.

       erro-gravar-novo section.

           move 4 to ws-msn-erro-offset
           move ws-fs-novo to ws-msn-erro-cod
           move spaces to ws-msn-erro-text
           string 'Erro ao Gravar ' delimited by size
                  ws-nome-arquivo-vez delimited by size
             into ws-msn-erro-text
           perform finaliza-anormal
           .
       erro-gravar-novo-exit.
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
               move 'lista17convnotas' to fd-jrn-programa
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

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-total-convertidos to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

           lock mode is automatic
           file status is ws-fs-arqControle.

      *>   ponto de controle das passagens pelo cadastro - a cada tantos
      *>   alunos grava a fase (1 = abertura, 2 = inativação), o último
      *>   aluno processado e o contador; uma passagem interrompida é
      *>   retomada dali quando a mesma opção é repetida
           select arqCheckpointRematricula assign to "arqCheckpointRematricula.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCheckpoint.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
           05 filler                               pic  x(01) value space.
           05 fd-ctr-qtd-pendenciados              pic  9(05).

      *>   mesmo layout de fd-checkpoint em lista17mensalidades
       fd arqCheckpointRematricula.

       01 fd-checkpoint.
           05 fd-ckp-situacao                      pic  x(01).
               88 fd-ckp-em-andamento                     value 'A'.
               88 fd-ckp-concluido                        value 'C'.
           05 filler                               pic  x(01).
      *>       identifica a execução - aqui, o ano aberto (fase 1) ou a
      *>       data de corte (fase 2)
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
           05 fd-jrn-programa                      pic  x(30).
       77 ws-fs-arqJournalErros                    pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqControle                        pic  x(02).
       77 ws-fs-arqCheckpoint                      pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-qtd-confirmados                   pic  9(05).

       77 ws-qtd-processados                       pic  9(05) value zero.

      *>   de quantos em quantos alunos lidos o ponto de controle é gravado
       77 ws-intervalo-checkpoint                  pic  9(03) value 50.

      *>  ponto de controle - o pendente é o lido na abertura do programa;
      *>  a passagem da vez retoma dele quando é a mesma fase e execução
       01 ws-checkpoint.
           05 ws-ckp-pendente                      pic  x(01) value 'N'.
               88 ws-tem-checkpoint-pendente              value 'S'.
           05 ws-ckp-pend-fase                     pic  9(01).
           05 ws-ckp-pend-execucao                 pic  x(10).
           05 ws-ckp-pend-aluno                    pic  9(06).
           05 ws-ckp-pend-lidos                    pic  9(05).
           05 ws-ckp-pend-contador                 pic  9(05).
           05 ws-ckp-pend-inicio                   pic  x(21).
           05 ws-ckp-pend-data-hora                pic  x(21).
           05 ws-ckp-retomada                      pic  x(01) value 'N'.
               88 ws-execucao-retomada                    value 'S'.
           05 ws-ckp-situacao                      pic  x(01).
           05 ws-ckp-execucao                      pic  x(10).
           05 ws-ckp-fase                          pic  9(01).
           05 ws-ckp-ultimo-aluno                  pic  9(06).
           05 ws-ckp-qtd-lidos                     pic  9(05).
           05 ws-ckp-lidos-retomada                pic  9(05).
           05 ws-ckp-desde-ultimo                  pic  9(03).
           05 ws-ckp-anterior                      pic  9(05).
           05 ws-ckp-data-hora-inicio              pic  x(21).
       77 ws-data-hora-atual                       pic  x(21).

      *>  mensagens de erro
               continue
           end-if

      *>   passagem interrompida numa execução anterior
           perform ler-checkpoint

           open i-o arqCadastroAlunos

      *>   tratamento de erro
           else
               move zero to ws-qtd-pendenciados

      *>       abertura interrompida deste mesmo ano é retomada a partir
      *>       do aluno seguinte ao último ponto de controle
               move 1 to ws-ckp-fase
               move ws-ano-novo to ws-ckp-execucao
               perform preparar-checkpoint

               compute fd-cod-aluno = ws-ckp-ultimo-aluno + 1

               start arqCadastroAlunos key is greater than or equal to fd-cod-aluno


                               add 1 to ws-qtd-pendenciados
                           end-if

                           perform registrar-progresso
                       else
                           if ws-fs-arqCadastroAlunos <> '10' then
                               move 2 to ws-msn-erro-offset
               end-if

               perform gravar-controle-rematricula

               move 'C' to ws-ckp-situacao
               perform gravar-checkpoint

               move ws-ano-novo to ws-ano-ja-aberto
               add ws-qtd-pendenciados to ws-qtd-processados

               display 'Rematricula do ano ' ws-ano-novo ' aberta - '
                       ws-qtd-pendenciados ' alunos pendentes'
               perform exibir-retomada
           end-if
           end-if
           .
               else
                   move zero to ws-qtd-inativados

      *>           inativação interrompida com a mesma data de corte é
      *>           retomada a partir do último ponto de controle
                   move 2 to ws-ckp-fase
                   move ws-data-corte to ws-ckp-execucao
                   perform preparar-checkpoint

                   compute fd-cod-aluno = ws-ckp-ultimo-aluno + 1

                   start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

                               and fd-rem-pendente then
                                   perform inativar-aluno-pendente
                               end-if

                               perform registrar-progresso
                           else
                               if ws-fs-arqCadastroAlunos <> '10' then
                                   move 4 to ws-msn-erro-offset
                       end-perform
                   end-if

                   move 'C' to ws-ckp-situacao
                   perform gravar-checkpoint

                   add ws-qtd-inativados to ws-qtd-processados

                   display 'Alunos Inativados (nao retornaram): '
                           ws-qtd-inativados
                   perform exibir-retomada
               end-if
           end-if
           end-if

           move ws-ano-novo to fd-ctr-ano
           move ws-data-hora-atual to fd-ctr-data-hora
      *>   numa abertura retomada, o total inclui os pendenciados antes
      *>   da interrupção
           compute fd-ctr-qtd-pendenciados = ws-ckp-anterior + ws-qtd-pendenciados

           write fd-controle-rematricula

       gravar-controle-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lê o ponto de controle - passagem em andamento fica pendente e
      *>  é avisada; a opção correspondente retoma dela
      *>------------------------------------------------------------------------
       ler-checkpoint section.

           open input arqCheckpointRematricula

           if ws-fs-arqCheckpoint = '00' then
               read arqCheckpointRematricula

               if ws-fs-arqCheckpoint = '00'
               and fd-ckp-em-andamento then
                   set ws-tem-checkpoint-pendente to true
                   move fd-ckp-fase to ws-ckp-pend-fase
                   move fd-ckp-execucao to ws-ckp-pend-execucao
                   move fd-ckp-ultimo-aluno to ws-ckp-pend-aluno
                   move fd-ckp-qtd-lidos to ws-ckp-pend-lidos
                   move fd-ckp-contador(1) to ws-ckp-pend-contador
                   move fd-ckp-data-hora-inicio to ws-ckp-pend-inicio
                   move fd-ckp-data-hora to ws-ckp-pend-data-hora

                   if ws-ckp-pend-fase = 1 then
                       display 'Abertura do ano ' ws-ckp-pend-execucao(1:4)
                               ' interrompida apos o aluno '
                               ws-ckp-pend-aluno
                               ' - repita a opcao 1 para retomar'
                   else
                       display 'Inativacao (corte ' ws-ckp-pend-execucao
                               ') interrompida apos o aluno '
                               ws-ckp-pend-aluno
                               ' - repita a opcao 3 para retomar'
                   end-if
                   display 'Pressione enter para continuar'
                   accept ws-confirma
               end-if

               close arqCheckpointRematricula
           else
      *>       arquivo ainda não existe - nenhuma passagem interrompida
               continue
           end-if
           .
       ler-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  prepara o ponto de controle da passagem ws-ckp-fase /
      *>  ws-ckp-execucao - retoma do pendente quando é a mesma passagem,
      *>  senão começa do primeiro aluno
      *>------------------------------------------------------------------------
       preparar-checkpoint section.

           move 'N' to ws-ckp-retomada
           move zero to ws-ckp-ultimo-aluno
           move zero to ws-ckp-qtd-lidos
           move zero to ws-ckp-lidos-retomada
           move zero to ws-ckp-desde-ultimo
           move zero to ws-ckp-anterior
           move function current-date to ws-ckp-data-hora-inicio

           if ws-tem-checkpoint-pendente then
               if ws-ckp-pend-fase = ws-ckp-fase
               and ws-ckp-pend-execucao = ws-ckp-execucao then
                   set ws-execucao-retomada to true
                   move ws-ckp-pend-aluno to ws-ckp-ultimo-aluno
                   move ws-ckp-pend-lidos to ws-ckp-lidos-retomada
                   move ws-ckp-pend-contador to ws-ckp-anterior
                   move ws-ckp-pend-inicio to ws-ckp-data-hora-inicio
                   display 'Retomando apos o aluno ' ws-ckp-ultimo-aluno
               else
                   display 'Passagem interrompida anterior nao sera retomada'
               end-if

      *>       o pendente só vale para a primeira passagem desta execução
               move 'N' to ws-ckp-pendente
           end-if

           move 'A' to ws-ckp-situacao
           perform gravar-checkpoint
           .
       preparar-checkpoint-exit.
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
      *>  grava o ponto de controle com a situação ws-ckp-situacao - o
      *>  contador é o da fase (pendenciados ou inativados), somado ao de
      *>  antes da interrupção
      *>------------------------------------------------------------------------
       gravar-checkpoint section.

           open output arqCheckpointRematricula

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
           move ws-ckp-execucao to fd-ckp-execucao
           move ws-ckp-fase to fd-ckp-fase
           move ws-ckp-ultimo-aluno to fd-ckp-ultimo-aluno
           compute fd-ckp-qtd-lidos = ws-ckp-lidos-retomada + ws-ckp-qtd-lidos
           move zero to fd-ckp-contadores
           if ws-ckp-fase = 1 then
               compute fd-ckp-contador(1) = ws-ckp-anterior + ws-qtd-pendenciados
           else
               compute fd-ckp-contador(1) = ws-ckp-anterior + ws-qtd-inativados
           end-if
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

           close arqCheckpointRematricula

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
      *>  passagem retomada - o que já estava feito antes da interrupção e
      *>  o que esta execução acrescentou, em separado
      *>------------------------------------------------------------------------
       exibir-retomada section.

           if ws-execucao-retomada then
               display '---------- Execucao Retomada ----------'
               display 'Interrompida em       : ' ws-ckp-pend-data-hora
               display 'Retomada apos o Aluno : ' ws-ckp-pend-aluno
               display 'Antes da Interrupcao  : ' ws-ckp-anterior
               if ws-ckp-fase = 1 then
                   display 'Nesta Execucao        : ' ws-qtd-pendenciados
               else
                   display 'Nesta Execucao        : ' ws-qtd-inativados
               end-if
               display 'Alunos Lidos (antes)  : ' ws-ckp-lidos-retomada
               display 'Alunos Lidos (agora)  : ' ws-ckp-qtd-lidos
           end-if
           .
       exibir-retomada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------

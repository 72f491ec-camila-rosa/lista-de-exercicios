      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17parametros".
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

      *>   parâmetros da escola - cada regra (média de aprovação,
      *>   frequência mínima, multa, juros) com o valor, o início da
      *>   vigência e o operador que a alterou; a chave regra+vigência
      *>   guarda todas as versões, e cada programa usa a que estava em
      *>   vigor na data do cálculo
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

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
           05 filler                               pic  x(02) value space.
           05 fd-jrn-data-hora                     pic  x(21).
           05 filler                               pic  x(02) value space.
           05 fd-jrn-mensagem                      pic  x(50).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqJournalErros                    pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-data-hoje                         pic  x(10).
           05 ws-qtd-alteradas                     pic  9(05) value zero.
           05 ws-qtd-listadas                      pic  9(04).

      *>  regras conhecidas pelo sistema, com o valor padrão que vale
      *>  enquanto nenhuma vigência tiver sido cadastrada - os mesmos
      *>  valores que antes ficavam fixos em cada programa
       01 ws-regras-conhecidas.
           05 filler                               pic  x(12) value 'MEDIA-APROV'.
           05 filler                               pic  x(30) value 'Media minima de aprovacao'.
           05 filler                               pic  9(03)v9999 value 6,0000.
           05 filler                               pic  x(12) value 'FREQ-MINIMA'.
           05 filler                               pic  x(30) value 'Frequencia minima (%)'.
           05 filler                               pic  9(03)v9999 value 75,0000.
           05 filler                               pic  x(12) value 'MULTA-ATRASO'.
           05 filler                               pic  x(30) value 'Multa por atraso (%)'.
           05 filler                               pic  9(03)v9999 value 2,0000.
           05 filler                               pic  x(12) value 'JUROS-DIA'.
           05 filler                               pic  x(30) value 'Juros de mora ao dia (%)'.
           05 filler                               pic  9(03)v9999 value 0,0333.
           05 filler                               pic  x(12) value 'PRAZO-OFERTA'.
           05 filler                               pic  x(30) value 'Prazo resposta vaga (dias)'.
           05 filler                               pic  9(03)v9999 value 5,0000.
           05 filler                               pic  x(12) value 'AVISO-NIVEL1'.
           05 filler                               pic  x(30) value 'Cobranca: lembrete (dias)'.
           05 filler                               pic  9(03)v9999 value 5,0000.
           05 filler                               pic  x(12) value 'AVISO-NIVEL2'.
           05 filler                               pic  x(30) value 'Cobranca: notificacao (dias)'.
           05 filler                               pic  9(03)v9999 value 30,0000.
           05 filler                               pic  x(12) value 'AVISO-NIVEL3'.
           05 filler                               pic  x(30) value 'Cobranca: aviso final (dias)'.
           05 filler                               pic  9(03)v9999 value 60,0000.
           05 filler                               pic  x(12) value 'RETENCAO-ANO'.
           05 filler                               pic  x(30) value 'Retencao dados pessoais (anos)'.
           05 filler                               pic  9(03)v9999 value 5,0000.
       01 ws-regras-conhecidas-red redefines ws-regras-conhecidas.
           05 ws-regra occurs 9.
               10 ws-reg-cod                       pic  x(12).
               10 ws-reg-descricao                 pic  x(30).
               10 ws-reg-padrao                    pic  9(03)v9999.
       77 ws-qtd-regras                            pic  9(02) value 9.
       77 ws-ind-regra                             pic  9(02).

      *>  vigência digitada na manutenção
       01 ws-parametro-manut.
           05 ws-par-num-regra                     pic  9(02).
           05 ws-par-valor-digitado                pic  9(03)v9999.
           05 ws-par-vigencia-digitada             pic  x(10).
           05 ws-par-data-valida                   pic  x(01).
               88 ws-par-data-e-valida                    value 'S'.
               88 ws-par-data-e-invalida                  value 'N'.
           05 ws-par-data-mes                      pic  9(02).
           05 ws-par-data-dia                      pic  9(02).

      *>  busca da regra vigente numa data - o chamador informa a regra,
      *>  a data de referência e o valor padrão; a busca devolve o valor
      *>  da última vigência iniciada até a data
       01 ws-busca-parametro.
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.
           05 ws-par-vigencia-achada               pic  x(10).
           05 ws-par-operador-achado               pic  x(08).

      *>  edição dos valores na tela
       77 ws-par-valor-edit                        pic  zz9,9999.

      *>  operador efetivo da sessão - vem do menu via linkage; numa
      *>  execução direta (sem menu) entra o operador coringa
       01 ws-operador-efetivo.
           05 ws-op-efet-cod                       pic  x(08).
           05 ws-op-efet-aut-aprovacao             pic  x(01).

      *>  mensagens de erro
       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  9(04).
           05 filler                               pic  x(01) value "-".
           05 ws-msn-erro-cod                      pic  x(02).
           05 filler                               pic  x(01) value space.
           05 ws-msn-erro-text                     pic  x(42).

      *>----variaveis para comunicação entre programas
       linkage section.

      *>   operador identificado no menu (lista17menu), com as
      *>   autorizações por função da sessão
       01 lk-operador.
           05 lk-op-cod                            pic  x(08).
           05 lk-op-aut-cadastro                   pic  x(01).
           05 lk-op-aut-notas                      pic  x(01).
           05 lk-op-aut-exclusao                   pic  x(01).
           05 lk-op-aut-financeiro                 pic  x(01).
           05 lk-op-aut-operacoes                  pic  x(01).
           05 lk-op-aut-aprovacao                  pic  x(01).

      *>declaração do corpo do programa
       procedure division using lk-operador.

      *>   manutenção dos parâmetros da escola - uma decisão do conselho
      *>   (nova média, nova multa) vira uma nova vigência aqui, sem
      *>   recompilar nenhum programa; as vigências antigas continuam no
      *>   arquivo para os cálculos de datas passadas
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador da sessão - chamado direto (sem o menu) roda com o
      *>   operador coringa e autorização plena
           if address of lk-operador = null then
               move '????????' to ws-op-efet-cod
               move 'S' to ws-op-efet-aut-aprovacao
           else
               move lk-op-cod to ws-op-efet-cod
               move lk-op-aut-aprovacao to ws-op-efet-aut-aprovacao
           end-if

           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-data-hoje

           open i-o arqParametros

      *>   primeira vigência de todas - o arquivo ainda não existe
           if ws-fs-arqParametros = '35' then
               open output arqParametros
               close arqParametros
               open i-o arqParametros
           end-if

      *>   tratamento de erro
           if ws-fs-arqParametros <> '00'
           and ws-fs-arqParametros <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqParametros to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqParametros' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display erase

               display '---------- Parametros da Escola ----------'
               display '1 - Consultar Regras Vigentes numa Data'
               display '2 - Cadastrar Nova Vigencia de uma Regra'
               display '3 - Historico de Vigencias de uma Regra'
               display '4 - Excluir Vigencia Ainda Nao Iniciada'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       perform consultar-regras-vigentes
                   when '2'
                       if ws-op-efet-aut-aprovacao <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform cadastrar-vigencia
                       end-if
                   when '3'
                       perform listar-historico-regra
                   when '4'
                       if ws-op-efet-aut-aprovacao <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           perform excluir-vigencia-futura
                       end-if
                   when other
                       display 'Opcao Invalida'
               end-evaluate

      *>       condição de saída
               display 'Deseja Continuar? S-im/N-ao'
               accept ws-menu
               move function upper-case(ws-menu) to ws-menu

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra o valor de cada regra vigente na data informada
      *>------------------------------------------------------------------------
       consultar-regras-vigentes section.

           display 'Data de Referencia (aaaa-mm-dd, branco=hoje): '
           accept ws-par-vigencia-digitada

           if ws-par-vigencia-digitada = spaces then
               move ws-data-hoje to ws-par-vigencia-digitada
           end-if

           perform validar-data-vigencia

           if ws-par-data-e-invalida then
               display 'Data Invalida'
           else
               display 'Regra         Descricao                        Valor      Desde       Operador'

               perform varying ws-ind-regra from 1 by 1
                         until ws-ind-regra > ws-qtd-regras

                   move ws-reg-cod(ws-ind-regra) to ws-par-cod-busca
                   move ws-par-vigencia-digitada to ws-par-data-ref
                   move ws-reg-padrao(ws-ind-regra) to ws-par-valor-vigente

                   perform obter-parametro-vigente

                   move ws-par-valor-vigente to ws-par-valor-edit

                   if ws-par-vigencia-achada = spaces then
                       display ws-reg-cod(ws-ind-regra) '  '
                               ws-reg-descricao(ws-ind-regra) '  '
                               ws-par-valor-edit '  (padrao)'
                   else
                       display ws-reg-cod(ws-ind-regra) '  '
                               ws-reg-descricao(ws-ind-regra) '  '
                               ws-par-valor-edit '  '
                               ws-par-vigencia-achada '  '
                               ws-par-operador-achado
                   end-if

               end-perform
           end-if
           .
       consultar-regras-vigentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastra uma nova vigência de uma regra - a mesma regra e data
      *>  já cadastradas são corrigidas no lugar, assinadas pelo operador
      *>------------------------------------------------------------------------
       cadastrar-vigencia section.

           perform escolher-regra

           if ws-par-num-regra < 1
           or ws-par-num-regra > ws-qtd-regras then
               display 'Regra Invalida'
           else
               display 'Novo Valor: '
               accept ws-par-valor-digitado
               display 'Inicio da Vigencia (aaaa-mm-dd, branco=hoje): '
               accept ws-par-vigencia-digitada

               if ws-par-vigencia-digitada = spaces then
                   move ws-data-hoje to ws-par-vigencia-digitada
               end-if

               perform validar-data-vigencia

               if ws-par-data-e-invalida then
                   display 'Data Invalida'
               else
      *>           vigência retroativa muda o cálculo de fatos já
      *>           ocorridos - só com confirmação explícita
                   move 'S' to ws-confirma
                   if ws-par-vigencia-digitada < ws-data-hoje then
                       display 'Vigencia retroativa - confirma? (S/N): '
                       accept ws-confirma
                       move function upper-case(ws-confirma) to ws-confirma
                   end-if

                   if ws-confirma <> 'S' then
                       display 'Nada alterado'
                   else
                       perform gravar-vigencia
                   end-if
               end-if
           end-if
           .
       cadastrar-vigencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava (ou corrige) a vigência digitada
      *>------------------------------------------------------------------------
       gravar-vigencia section.

           move ws-reg-cod(ws-par-num-regra) to fd-par-cod
           move ws-par-vigencia-digitada to fd-par-vigencia

           read arqParametros

           evaluate ws-fs-arqParametros
               when '00'
                   move ws-par-valor-digitado to fd-par-valor
                   move ws-op-efet-cod to fd-par-operador
                   move function current-date to fd-par-data-hora

                   rewrite fd-parametro

      *>           tratamento de erro
                   if ws-fs-arqParametros <> '00' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqParametros to ws-msn-erro-cod
                       move 'Erro ao Alterar arq.arqParametros' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-alteradas
                   display 'Vigencia Corrigida'
               when '23'
                   move spaces to fd-parametro
                   move ws-reg-cod(ws-par-num-regra) to fd-par-cod
                   move ws-par-vigencia-digitada to fd-par-vigencia
                   move ws-par-valor-digitado to fd-par-valor
                   move ws-op-efet-cod to fd-par-operador
                   move function current-date to fd-par-data-hora

                   write fd-parametro

      *>           tratamento de erro
                   if ws-fs-arqParametros <> '00' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqParametros to ws-msn-erro-cod
                       move 'Erro ao Gravar arq.arqParametros' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-alteradas
                   display 'Vigencia Incluida'
               when other
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       gravar-vigencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista todas as vigências cadastradas de uma regra
      *>------------------------------------------------------------------------
       listar-historico-regra section.

           perform escolher-regra

           if ws-par-num-regra < 1
           or ws-par-num-regra > ws-qtd-regras then
               display 'Regra Invalida'
           else
               move zero to ws-qtd-listadas

               move ws-reg-padrao(ws-par-num-regra) to ws-par-valor-edit
               display ws-reg-descricao(ws-par-num-regra)
                       ' - padrao: ' ws-par-valor-edit
               display 'Vigencia    Valor      Operador  Alterado em'

               move ws-reg-cod(ws-par-num-regra) to fd-par-cod
               move spaces to fd-par-vigencia

               start arqParametros key is greater than or equal to fd-par-chave

      *>       tratamento de erro
               if ws-fs-arqParametros <> '00'
               and ws-fs-arqParametros <> '23' then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro de Start arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqParametros = '00' then
                   perform until ws-fs-arqParametros = '10'

                       read arqParametros next

                       if ws-fs-arqParametros = '00' then
      *>                   as vigências da regra acabaram - para a varredura
                           if fd-par-cod <> ws-reg-cod(ws-par-num-regra) then
                               move '10' to ws-fs-arqParametros
                           else
                               add 1 to ws-qtd-listadas
                               move fd-par-valor to ws-par-valor-edit
                               display fd-par-vigencia '  '
                                       ws-par-valor-edit '  '
                                       fd-par-operador '  '
                                       fd-par-data-hora(1:14)
                           end-if
                       else
                           if ws-fs-arqParametros <> '10' then
                               move 4 to ws-msn-erro-offset
                               move ws-fs-arqParametros to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqParametros' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if

               if ws-qtd-listadas = 0 then
                   display 'Nenhuma vigencia cadastrada - vale o padrao'
               end-if
           end-if
           .
       listar-historico-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui uma vigência que ainda não começou - as que já estão ou
      *>  estiveram em vigor ficam, porque sustentam cálculos já feitos
      *>------------------------------------------------------------------------
       excluir-vigencia-futura section.

           perform escolher-regra

           if ws-par-num-regra < 1
           or ws-par-num-regra > ws-qtd-regras then
               display 'Regra Invalida'
           else
               display 'Inicio da Vigencia a Excluir (aaaa-mm-dd): '
               accept ws-par-vigencia-digitada

               perform validar-data-vigencia

               if ws-par-data-e-invalida then
                   display 'Data Invalida'
               else
                   if ws-par-vigencia-digitada <= ws-data-hoje then
                       display 'So vigencias futuras podem ser excluidas'
                   else
                       move ws-reg-cod(ws-par-num-regra) to fd-par-cod
                       move ws-par-vigencia-digitada to fd-par-vigencia

                       read arqParametros

                       evaluate ws-fs-arqParametros
                           when '00'
                               delete arqParametros

      *>                       tratamento de erro
                               if ws-fs-arqParametros <> '00' then
                                   move 5 to ws-msn-erro-offset
                                   move ws-fs-arqParametros to ws-msn-erro-cod
                                   move 'Erro ao Excluir arq.arqParametros' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               add 1 to ws-qtd-alteradas
                               display 'Vigencia Excluida'
                           when '23'
                               display 'Vigencia nao Cadastrada'
                           when other
                               move 5 to ws-msn-erro-offset
                               move ws-fs-arqParametros to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqParametros' to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-if
               end-if
           end-if
           .
       excluir-vigencia-futura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista as regras conhecidas e aceita a escolhida
      *>------------------------------------------------------------------------
       escolher-regra section.

           perform varying ws-ind-regra from 1 by 1
                     until ws-ind-regra > ws-qtd-regras
               display ws-ind-regra ' - ' ws-reg-descricao(ws-ind-regra)
           end-perform

           display 'Regra: '
           accept ws-par-num-regra
           .
       escolher-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca em arqParametros o valor da regra ws-par-cod-busca vigente
      *>  na data ws-par-data-ref - a última vigência iniciada até a data;
      *>  sem nenhuma, fica o padrão que o chamador já deixou no valor
      *>------------------------------------------------------------------------
       obter-parametro-vigente section.

           move spaces to ws-par-vigencia-achada
           move spaces to ws-par-operador-achado

           move ws-par-cod-busca to fd-par-cod
           move spaces to fd-par-vigencia

           start arqParametros key is greater than or equal to fd-par-chave

      *>   tratamento de erro
           if ws-fs-arqParametros <> '00'
           and ws-fs-arqParametros <> '23' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqParametros to ws-msn-erro-cod
               move 'Erro de Start arq.arqParametros' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametros = '00' then
               perform until ws-fs-arqParametros = '10'

                   read arqParametros next

                   if ws-fs-arqParametros = '00' then
      *>               outra regra, ou vigência posterior à data - para
                       if fd-par-cod <> ws-par-cod-busca
                       or fd-par-vigencia > ws-par-data-ref then
                           move '10' to ws-fs-arqParametros
                       else
                           move fd-par-valor to ws-par-valor-vigente
                           move fd-par-vigencia to ws-par-vigencia-achada
                           move fd-par-operador to ws-par-operador-achado
                       end-if
                   else
                       if ws-fs-arqParametros <> '10' then
                           move 6 to ws-msn-erro-offset
                           move ws-fs-arqParametros to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqParametros' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       obter-parametro-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida a data de vigência no formato aaaa-mm-dd
      *>------------------------------------------------------------------------
       validar-data-vigencia section.

           set ws-par-data-e-valida to true

           if ws-par-vigencia-digitada(5:1) <> '-'
           or ws-par-vigencia-digitada(8:1) <> '-'
           or ws-par-vigencia-digitada(1:4) is not numeric
           or ws-par-vigencia-digitada(6:2) is not numeric
           or ws-par-vigencia-digitada(9:2) is not numeric then
               set ws-par-data-e-invalida to true
           else
               move ws-par-vigencia-digitada(6:2) to ws-par-data-mes
               move ws-par-vigencia-digitada(9:2) to ws-par-data-dia

               if ws-par-data-mes < 1 or ws-par-data-mes > 12
               or ws-par-data-dia < 1 or ws-par-data-dia > 31 then
                   set ws-par-data-e-invalida to true
               end-if
           end-if
           .
       validar-data-vigencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  finalização anormal - erro
      *>------------------------------------------------------------------------
       finaliza-anormal section.
      *>   toda finalizacao anormal fica no journal persistente, com
      *>   return-code diferente de zero p/ o agendador enxergar a falha
           perform gravar-journal-erro


           display ws-msn-erro

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
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
               move 'lista17parametros' to fd-jrn-programa
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

           close arqParametros

      *>   tratamento de erro
           if ws-fs-arqParametros <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqParametros to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqParametros' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

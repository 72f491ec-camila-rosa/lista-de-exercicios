           lock mode is automatic
           file status is ws-fs-arqTemperatura.

      *>   cadastro das estacoes de coleta - um codigo e um nome por linha,
      *>   seguidos dos limites de plausibilidade de cada mes
           select arqEstacoes assign to 'arqEstacoes.txt'
           organization is line sequential
           access mode is sequential
      *>      estacao de coleta no fim do registro - leituras gravadas
      *>      antes das estacoes existirem ficam com o codigo em branco
          05 fd-estacao                            pic  x(03).
      *>      origem da leitura - 'R' veio do registrador automatico
      *>      (lista17importaclima); 'M' ou branco foi digitada aqui
          05 fd-origem                             pic  x(01).

       fd arqEstacoes.
       01 fd-cadastroEstacao.
          05 fd-est-cod                            pic  x(03).
          05 filler                                pic  x(01).
          05 fd-est-nome                           pic  x(25).
      *>      limites de plausibilidade de janeiro a dezembro - minima,
      *>      maxima e maior variacao de um dia para o outro; mes em
      *>      branco (e as linhas gravadas antes dos limites existirem)
      *>      fica so com a janela geral do monitor
          05 fd-est-limites occurs 12.
             10 filler                             pic  x(01).
             10 fd-lim-min                         pic s9(02)v99.
             10 fd-lim-max                         pic s9(02)v99.
             10 fd-lim-salto                       pic  9(02)v99.
      *>      identificador do registrador automatico (data logger) da
      *>      estacao, como vem no arquivo exportado - branco = sem
          05 filler                                pic  x(01).
          05 fd-est-registrador                    pic  x(12).

       fd arqJournalErros.
       01 fd-journal-erro.
          05 ws-data                               pic  x(10).
          05 ws-temp                               pic s9(02)v99.
          05 ws-est                                pic  x(03).
          05 ws-origem                             pic  x(01).
             88 ws-origem-registrador               value 'R'.

      *>   quantidade de leituras de fato presentes no arquivo
       77 ws-qtd-temperaturas                      pic  9(03) value zero.
          05 ws-estacoes occurs 10.
             10 ws-est-cod                         pic  x(03).
             10 ws-est-nome                        pic  x(25).
             10 ws-est-limites occurs 12.
                15 ws-lim-definido                 pic  x(01).
                   88 ws-lim-e-definido             value 'S'.
                15 ws-lim-min                      pic s9(02)v99.
                15 ws-lim-max                      pic s9(02)v99.
                15 ws-lim-salto                    pic  9(02)v99.
             10 ws-est-registrador                 pic  x(12).

      *>   estacao com que o monitor esta trabalhando no momento -
      *>   em branco = leituras antigas, sem estacao
       77 ws-ind-est-cad                           pic  9(02).
       77 ws-est-informada                         pic  x(03).
       77 ws-nome-est-informada                    pic  x(25).
       77 ws-registrador-informado                 pic  x(12).
       77 ws-ind-est-aux                           pic  9(02).

      *>   comparacao de medias entre estacoes num mesmo periodo
       01 ws-comparacao-estacoes.
       77 ws-temp-minima-plausivel                 pic s9(02)v99 value -10,00.
       77 ws-temp-maxima-plausivel                 pic s9(02)v99 value +45,00.

      *>   conferencia da leitura contra os limites da estacao no mes -
      *>   fora deles a leitura so entra com confirmacao do operador
       01 ws-conferencia-limites.
          05 ws-lim-mes                            pic  9(02).
          05 ws-lim-alerta                         pic  x(01).
              88 ws-tem-alerta-limite               value 'S'.
          05 ws-confirma-leitura                   pic  x(01).
          05 ws-desloc-dia                         pic s9(01).
          05 ws-data-int                           pic  9(08).
          05 ws-data-vizinha                       pic  x(10).
          05 ws-temp-vizinha                       pic s9(02)v99.
          05 ws-salto-obs                          pic s9(03)v99.

      *>   manutencao dos limites de plausibilidade por estacao e mes
       01 ws-manutencao-limites.
          05 ws-opcao-estacoes                     pic  x(01).
          05 ws-opcao-limite                       pic  x(01).
          05 ws-ind-mes                            pic  9(02).
          05 ws-mes-informado                      pic  9(02).
          05 ws-min-informado                      pic s9(02)v99.
          05 ws-max-informado                      pic s9(02)v99.
          05 ws-salto-informado                    pic  9(02)v99.

      *>   tendencia das ultimas leituras (subindo/descendo/estavel/variavel)
       77 ws-tendencia                             pic  x(10).
       77 ws-tend-inicio                           pic s9(03).
                       move function upper-case(fd-est-cod)
                         to ws-est-cod(ws-ind-est-cad)
                       move fd-est-nome to ws-est-nome(ws-ind-est-cad)
                       move function upper-case(fd-est-registrador)
                         to ws-est-registrador(ws-ind-est-cad)
                       move ws-ind-est-cad to ws-qtd-estacoes

      *>               mes com os tres limites preenchidos vale; os demais
      *>               ficam so com a janela geral
                       perform varying ws-ind-mes from 1 by 1
                                         until ws-ind-mes > 12
                           move spaces
                             to ws-est-limites(ws-ind-est-cad, ws-ind-mes)
                           if fd-lim-min(ws-ind-mes) is numeric
                           and fd-lim-max(ws-ind-mes) is numeric
                           and fd-lim-salto(ws-ind-mes) is numeric then
                               set ws-lim-e-definido(ws-ind-est-cad, ws-ind-mes)
                                 to true
                               move fd-lim-min(ws-ind-mes)
                                 to ws-lim-min(ws-ind-est-cad, ws-ind-mes)
                               move fd-lim-max(ws-ind-mes)
                                 to ws-lim-max(ws-ind-est-cad, ws-ind-mes)
                               move fd-lim-salto(ws-ind-mes)
                                 to ws-lim-salto(ws-ind-est-cad, ws-ind-mes)
                           end-if
                       end-perform
                   end-if

               end-perform
               display "Estacoes cadastradas:"
               perform varying ws-ind-est-cad from 1 by 1
                                 until ws-ind-est-cad > ws-qtd-estacoes
                   if ws-est-registrador(ws-ind-est-cad) = spaces then
                       display "  " ws-est-cod(ws-ind-est-cad) " - "
                               ws-est-nome(ws-ind-est-cad)
                   else
                       display "  " ws-est-cod(ws-ind-est-cad) " - "
                               ws-est-nome(ws-ind-est-cad) " registrador "
                               ws-est-registrador(ws-ind-est-cad)
                   end-if
               end-perform
           end-if
           .
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro de estacoes - lista, inclui e mantem os limites de
      *>  plausibilidade de cada mes
      *>------------------------------------------------------------------------
       gerenciar-estacoes section.

           perform listar-estacoes

           display "N - Nova estacao"
           display "L - Limites de plausibilidade por mes"
           display "R - Registrador automatico da estacao"
           display "Opcao (branco = voltar): "
           move space to ws-opcao-estacoes
           accept ws-opcao-estacoes
           move function upper-case(ws-opcao-estacoes) to ws-opcao-estacoes

           evaluate ws-opcao-estacoes
               when "N"
                   perform incluir-estacao
               when "L"
                   perform manter-limites-estacao
               when "R"
                   perform vincular-registrador
               when space
                   continue
               when other
                   display "Opcao Invalida"
           end-evaluate
           .
       gerenciar-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui uma estacao nova no cadastro, ainda sem limites
      *>------------------------------------------------------------------------
       incluir-estacao section.

           if ws-qtd-estacoes >= 10 then
               display "Cadastro de estacoes completo (10)"
           else
                             to ws-est-cod(ws-qtd-estacoes)
                           move ws-nome-est-informada
                             to ws-est-nome(ws-qtd-estacoes)
                           move spaces to ws-est-registrador(ws-qtd-estacoes)
                           perform varying ws-ind-mes from 1 by 1
                                             until ws-ind-mes > 12
                               move spaces
                                 to ws-est-limites(ws-qtd-estacoes, ws-ind-mes)
                           end-perform

                           perform gravar-arquivo-estacoes
                           display "Estacao cadastrada"
               end-if
           end-if
           .
       incluir-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  vincula (ou desvincula, em branco) o identificador do
      *>  registrador automatico a uma estacao - e' por ele que a carga
      *>  dos arquivos do registrador acha a estacao de cada leitura
      *>------------------------------------------------------------------------
       vincular-registrador section.

           display "Codigo da estacao: "
           accept ws-est-informada
           move function upper-case(ws-est-informada) to ws-est-informada

           perform buscar-estacao-cadastro

           if ws-ind-est-cad = 0 then
               display "Estacao nao cadastrada"
           else
               display "Registrador atual: " ws-est-registrador(ws-ind-est-cad)
               display "Identificador do registrador (branco = nenhum): "
               move spaces to ws-registrador-informado
               accept ws-registrador-informado
               move function upper-case(ws-registrador-informado)
                 to ws-registrador-informado

      *>       o mesmo registrador nao pode alimentar duas estacoes
               move zero to ws-ind-est-aux
               if ws-registrador-informado <> spaces then
                   perform varying ws-ind-est-aux from 1 by 1
                             until ws-ind-est-aux > ws-qtd-estacoes
                                or (ws-est-registrador(ws-ind-est-aux)
                                      = ws-registrador-informado
                               and ws-ind-est-aux <> ws-ind-est-cad)
                       continue
                   end-perform
                   if ws-ind-est-aux > ws-qtd-estacoes then
                       move zero to ws-ind-est-aux
                   end-if
               end-if

               if ws-ind-est-aux <> 0 then
                   display "Registrador ja vinculado a estacao "
                           ws-est-cod(ws-ind-est-aux)
               else
                   move ws-registrador-informado
                     to ws-est-registrador(ws-ind-est-cad)
                   perform gravar-arquivo-estacoes
                   display "Registrador atualizado"
               end-if
           end-if
           .
       vincular-registrador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  limites de plausibilidade de uma estacao - define ou limpa os
      *>  de um mes; sem limites o mes fica so com a janela geral
      *>------------------------------------------------------------------------
       manter-limites-estacao section.

           display "Codigo da estacao: "
           accept ws-est-informada
           move function upper-case(ws-est-informada) to ws-est-informada

           perform buscar-estacao-cadastro

           if ws-ind-est-cad = 0 then
               display "Estacao nao cadastrada"
           else
               perform exibir-limites-estacao

               display "Mes (1-12): "
               move zero to ws-mes-informado
               accept ws-mes-informado

               if ws-mes-informado < 1
               or ws-mes-informado > 12 then
                   display "Mes invalido"
               else
                   display "D - Definir limites / L - Limpar (usa a janela geral): "
                   move space to ws-opcao-limite
                   accept ws-opcao-limite
                   move function upper-case(ws-opcao-limite) to ws-opcao-limite

                   evaluate ws-opcao-limite
                       when "D"
                           perform definir-limite-mes
                       when "L"
                           move spaces
                             to ws-est-limites(ws-ind-est-cad, ws-mes-informado)
                           perform gravar-arquivo-estacoes
                           display "Limites do mes removidos"
                       when other
                           display "Opcao Invalida"
                   end-evaluate
               end-if
           end-if
           .
       manter-limites-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os limites de cada mes da estacao ws-ind-est-cad
      *>------------------------------------------------------------------------
       exibir-limites-estacao section.

           display "Limites da estacao " ws-est-cod(ws-ind-est-cad) " - "
                   ws-est-nome(ws-ind-est-cad)
           display "Mes   Minima   Maxima   Variacao/dia"

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               if ws-lim-e-definido(ws-ind-est-cad, ws-ind-mes) then
                   display ws-ind-mes "    "
                           ws-lim-min(ws-ind-est-cad, ws-ind-mes) "   "
                           ws-lim-max(ws-ind-est-cad, ws-ind-mes) "   "
                           ws-lim-salto(ws-ind-est-cad, ws-ind-mes)
               else
                   display ws-ind-mes "    (janela geral "
                           ws-temp-minima-plausivel " a "
                           ws-temp-maxima-plausivel ")"
               end-if
           end-perform
           .
       exibir-limites-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  define minima, maxima e maior variacao diaria do mes escolhido -
      *>  os limites precisam caber dentro da janela geral
      *>------------------------------------------------------------------------
       definir-limite-mes section.

           display "Temperatura minima (ex. 05,00): "
           move zero to ws-min-informado
           accept ws-min-informado

           display "Temperatura maxima (ex. 32,00): "
           move zero to ws-max-informado
           accept ws-max-informado

           display "Maior variacao de um dia p/ o outro (0 = nao confere): "
           move zero to ws-salto-informado
           accept ws-salto-informado

           if ws-min-informado >= ws-max-informado then
               display "A minima deve ser menor que a maxima"
           else
               if ws-min-informado < ws-temp-minima-plausivel
               or ws-max-informado > ws-temp-maxima-plausivel then
                   display "Limites fora da janela geral ("
                           ws-temp-minima-plausivel " a "
                           ws-temp-maxima-plausivel ")"
               else
                   set ws-lim-e-definido(ws-ind-est-cad, ws-mes-informado)
                     to true
                   move ws-min-informado
                     to ws-lim-min(ws-ind-est-cad, ws-mes-informado)
                   move ws-max-informado
                     to ws-lim-max(ws-ind-est-cad, ws-mes-informado)
                   move ws-salto-informado
                     to ws-lim-salto(ws-ind-est-cad, ws-mes-informado)

                   perform gravar-arquivo-estacoes
                   display "Limites gravados"
               end-if
           end-if
           .
       definir-limite-mes-exit.
           exit.

      *>------------------------------------------------------------------------
               move spaces to fd-cadastroEstacao
               move ws-est-cod(ws-ind-est-cad) to fd-est-cod
               move ws-est-nome(ws-ind-est-cad) to fd-est-nome
               move ws-est-registrador(ws-ind-est-cad) to fd-est-registrador

      *>       mes sem limites sai em branco
               perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
                   if ws-lim-e-definido(ws-ind-est-cad, ws-ind-mes) then
                       move ws-lim-min(ws-ind-est-cad, ws-ind-mes)
                         to fd-lim-min(ws-ind-mes)
                       move ws-lim-max(ws-ind-est-cad, ws-ind-mes)
                         to fd-lim-max(ws-ind-mes)
                       move ws-lim-salto(ws-ind-est-cad, ws-ind-mes)
                         to fd-lim-salto(ws-ind-mes)
                   end-if
               end-perform

               write fd-cadastroEstacao

                             to ws-temp(ws-qtd-temperaturas)
                           move ws-estacao-selecionada
                             to ws-est(ws-qtd-temperaturas)
                           move 'M' to ws-origem(ws-qtd-temperaturas)

                           perform gravar-arquivo-temperaturas
                           perform recalcular-historico
      *>       a correcao vale na tabela completa - a visao filtrada
      *>       aponta a posicao de origem
               move ws-fil-origem(ws-ind-temp) to ws-ind-shift
               move ws-data-consulta to ws-data-informada
               perform aceitar-temperatura

               if ws-entrada-e-valida then
                   move ws-temp-informada to ws-temp(ws-ind-shift)
      *>               corrigida a mao, deixa de ser leitura do registrador
                   move 'M' to ws-origem(ws-ind-shift)

                   perform gravar-arquivo-temperaturas
                   perform recalcular-historico

      *>------------------------------------------------------------------------
      *>  aceita a temperatura, dentro da janela de plausibilidade - um
      *>  +85 digitado a mao ja entrou no historico e estragou a maxima;
      *>  a leitura da data ws-data-informada que fugir dos limites da
      *>  estacao no mes so entra com confirmacao
      *>------------------------------------------------------------------------
       aceitar-temperatura section.

                       ws-temp-maxima-plausivel ")"
               set ws-entrada-e-invalida to true
           end-if

           if ws-entrada-e-valida
           and ws-estacao-selecionada <> spaces then
               perform conferir-limites-estacao

               if ws-tem-alerta-limite then
                   display "Confirma a leitura assim mesmo? (S/N): "
                   move space to ws-confirma-leitura
                   accept ws-confirma-leitura

                   if ws-confirma-leitura <> "S"
                   and ws-confirma-leitura <> "s" then
                       display "Leitura nao gravada"
                       set ws-entrada-e-invalida to true
                   end-if
               end-if
           end-if
           .
       aceitar-temperatura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere ws-temp-informada contra os limites da estacao
      *>  selecionada no mes de ws-data-informada - minima, maxima e a
      *>  variacao em relacao as leituras do dia anterior e do seguinte
      *>------------------------------------------------------------------------
       conferir-limites-estacao section.

           move "N" to ws-lim-alerta

           move ws-estacao-selecionada to ws-est-informada
           perform buscar-estacao-cadastro

           move zero to ws-lim-mes
           if ws-data-informada(4:2) is numeric then
               move ws-data-informada(4:2) to ws-lim-mes
           end-if

           if ws-ind-est-cad <> 0
           and ws-lim-mes >= 1
           and ws-lim-mes <= 12 then
               if ws-lim-e-definido(ws-ind-est-cad, ws-lim-mes) then

                   if ws-temp-informada < ws-lim-min(ws-ind-est-cad, ws-lim-mes)
                   or ws-temp-informada > ws-lim-max(ws-ind-est-cad, ws-lim-mes) then
                       display "Atencao: fora dos limites da estacao no mes ("
                               ws-lim-min(ws-ind-est-cad, ws-lim-mes) " a "
                               ws-lim-max(ws-ind-est-cad, ws-lim-mes) ")"
                       set ws-tem-alerta-limite to true
                   end-if

                   if ws-lim-salto(ws-ind-est-cad, ws-lim-mes) > 0 then
                       perform varying ws-desloc-dia from -1 by 2
                                         until ws-desloc-dia > 1
                           perform conferir-salto-dia
                       end-perform
                   end-if

               end-if
           end-if
           .
       conferir-limites-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  variacao entre ws-temp-informada e a leitura da estacao no dia
      *>  ws-data-informada + ws-desloc-dia, quando ela existe
      *>------------------------------------------------------------------------
       conferir-salto-dia section.

           move ws-data-informada to ws-data-conv
           perform converter-data-num

           if ws-data-num-conv <> 0 then
               compute ws-data-int =
                       function integer-of-date(ws-data-num-conv) + ws-desloc-dia
               compute ws-data-num-conv = function date-of-integer(ws-data-int)

               move spaces to ws-data-vizinha
               string ws-data-num-conv(7:2) delimited by size
                      "/" delimited by size
                      ws-data-num-conv(5:2) delimited by size
                      "/" delimited by size
                      ws-data-num-conv(1:4) delimited by size
                 into ws-data-vizinha

               move ws-data-vizinha to ws-data-consulta
               perform buscar-temp-por-data

               if ws-ind-temp <> 0 then
                   move ws-fil-temp(ws-ind-temp) to ws-temp-vizinha
                   compute ws-salto-obs = ws-temp-informada - ws-temp-vizinha
                   if ws-salto-obs < 0 then
                       compute ws-salto-obs = ws-salto-obs * -1
                   end-if

                   if ws-salto-obs > ws-lim-salto(ws-ind-est-cad, ws-lim-mes) then
                       display "Atencao: variacao de " ws-salto-obs
                               " graus em relacao a " ws-data-vizinha
                               " (" ws-temp-vizinha "), limite "
                               ws-lim-salto(ws-ind-est-cad, ws-lim-mes)
                       set ws-tem-alerta-limite to true
                   end-if
               end-if
           end-if
           .
       conferir-salto-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava arqTemperatura.txt por inteiro a partir da tabela
      *>------------------------------------------------------------------------

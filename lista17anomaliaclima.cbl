      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17anomaliaclima".
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

      *>   leituras de temperatura, mantidas em lista17exercicio3
           select arqTemperatura assign to 'arqTemperatura.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTemperatura.

      *>   cadastro das estacoes de coleta, com os limites de
      *>   plausibilidade de cada mes
           select arqEstacoes assign to 'arqEstacoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   relatório de leituras suspeitas
           select arqAnomaliasClima assign to 'arqAnomaliasClima.txt'
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

      *>   mesmo layout de fd-relatorioTemp em lista17exercicio3
       fd arqTemperatura.
       01 fd-relatorioTemp.
          05 fd-data                               pic  x(10).
          05 fd-temperatura                        pic s9(02)v99.
          05 fd-estacao                            pic  x(03).
          05 fd-origem                             pic  x(01).

      *>   mesmo layout de fd-cadastroEstacao em lista17exercicio3
       fd arqEstacoes.
       01 fd-cadastroEstacao.
          05 fd-est-cod                            pic  x(03).
          05 filler                                pic  x(01).
          05 fd-est-nome                           pic  x(25).
          05 fd-est-limites occurs 12.
             10 filler                             pic  x(01).
             10 fd-lim-min                         pic s9(02)v99.
             10 fd-lim-max                         pic s9(02)v99.
             10 fd-lim-salto                       pic  9(02)v99.
          05 filler                                pic  x(01).
          05 fd-est-registrador                    pic  x(12).

       fd arqAnomaliasClima.

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
       77 ws-fs-arqTemperatura                     pic  9(02).
       77 ws-fs-arqEstacoes                        pic  9(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

      *>   dimensionado para varios meses de leituras, como o monitor
       01 ws-temperaturas occurs 400.
          05 ws-data                               pic  x(10).
          05 ws-temp                               pic s9(02)v99.
          05 ws-est                                pic  x(03).
          05 ws-origem                             pic  x(01).

       77 ws-qtd-temperaturas                      pic  9(03) value zero.

      *>   cadastro das estacoes carregado em memoria, com os limites
       01 ws-cadastro-estacoes.
          05 ws-qtd-estacoes                       pic  9(02) value zero.
          05 ws-estacoes occurs 10.
             10 ws-est-cod                         pic  x(03).
             10 ws-est-nome                        pic  x(25).
             10 ws-est-limites occurs 12.
                15 ws-lim-definido                 pic  x(01).
                   88 ws-lim-e-definido             value 'S'.
                15 ws-lim-min                      pic s9(02)v99.
                15 ws-lim-max                      pic s9(02)v99.
                15 ws-lim-salto                    pic  9(02)v99.

      *>   janela geral de plausibilidade - a mesma do monitor
      *>   (lista17exercicio3), vale para qualquer estacao e mes
       77 ws-temp-minima-plausivel                 pic s9(02)v99 value -10,00.
       77 ws-temp-maxima-plausivel                 pic s9(02)v99 value +45,00.

      *>   diferenca maxima aceita entre a leitura e a media das demais
      *>   estacoes no mesmo dia
       77 ws-desvio-maximo-vizinhas                pic  9(02)v99 value 8,00.

      *>   competencia escolhida (mm/aaaa) - em branco, todo o historico
       01 ws-competencia.
          05 ws-comp-entrada                       pic  x(07).
          05 ws-comp-mes                           pic  9(02).
          05 ws-comp-ano                           pic  9(04).
          05 ws-comp-valida                        pic  x(01).
              88 ws-comp-e-valida                         value 'S'.
              88 ws-comp-e-invalida                       value 'N'.

      *>   conferencia da leitura da vez
       01 ws-conferencia.
          05 ws-ind-temp                           pic  9(03).
          05 ws-ind-viz                            pic  9(03).
          05 ws-ind-est-cad                        pic  9(02).
          05 ws-ind-mes                            pic  9(02).
          05 ws-lim-mes                            pic  9(02).
          05 ws-data-conv                          pic  x(10).
          05 ws-data-num-conv                      pic  9(08).
          05 ws-data-int                           pic  9(08).
          05 ws-data-anterior                      pic  x(10).
          05 ws-salto-obs                          pic s9(03)v99.
          05 ws-salto-edit                         pic  z9,99.
          05 ws-viz-soma                           pic s9(05)v99.
          05 ws-viz-qtd                            pic  9(02).
          05 ws-viz-media                          pic s9(02)v99.
          05 ws-leitura-no-periodo                 pic  x(01).
              88 ws-leitura-entra                         value 'S'.

      *>   tipos de anomalia, com a quantidade de cada um
       01 ws-tipos-anomalia.
           05 filler                               pic  x(34) value
                                     'FORA DA JANELA GERAL'.
           05 filler                               pic  x(34) value
                                     'ABAIXO DA MINIMA DO MES'.
           05 filler                               pic  x(34) value
                                     'ACIMA DA MAXIMA DO MES'.
           05 filler                               pic  x(34) value
                                     'SALTO EM RELACAO AO DIA ANTERIOR'.
           05 filler                               pic  x(34) value
                                     'DIVERGE DAS DEMAIS ESTACOES'.
       01 ws-tipos-anomalia-red redefines ws-tipos-anomalia.
           05 ws-tipo-descricao occurs 5           pic  x(34).
       77 ws-qtd-tipos                             pic  9(02) value 5.

       01 ws-totais-anomalia.
           05 ws-tot-anomalia occurs 5             pic  9(05).
           05 ws-ind-tipo                          pic  9(02).
           05 ws-qtd-anomalias                     pic  9(05) value zero.
           05 ws-qtd-conferidas                    pic  9(05) value zero.

      *>   anomalia a gravar - o chamador preenche e executa
      *>   registrar-anomalia
       01 ws-anomalia.
           05 ws-ano-tipo                          pic  9(02).
           05 ws-ano-referencia                    pic s9(03)v99.
           05 ws-ano-detalhe                       pic  x(25).

      *>   linhas do relatório
       01 ws-linha-anomalia.
           05 ws-lan-tipo                          pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-lan-descricao                     pic  x(34).
           05 filler                               pic  x(01) value space.
           05 ws-lan-estacao                       pic  x(03).
           05 filler                               pic  x(01) value space.
           05 ws-lan-data                          pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-lan-temp                          pic  -z9,99.
           05 filler                               pic  x(02) value space.
           05 ws-lan-referencia                    pic  -zz9,99.
           05 filler                               pic  x(01) value space.
           05 ws-lan-detalhe                       pic  x(25).

       01 ws-linha-tipo.
           05 filler                               pic  x(02) value space.
           05 ws-ltp-tipo                          pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-ltp-descricao                     pic  x(34).
           05 filler                               pic  x(01) value space.
           05 ws-ltp-qtd                           pic  zzzz9.

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-linha-aux                             pic  x(100).

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

      *>   leituras suspeitas do historico de temperaturas - fora da
      *>   janela geral, fora dos limites da estacao no mes, com salto
      *>   grande em relacao ao dia anterior, ou muito diferentes das
      *>   demais estacoes no mesmo dia
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual

           display 'Competencia (mm/aaaa, branco = todo o historico): '
           move spaces to ws-comp-entrada
           accept ws-comp-entrada

           perform validar-competencia

           if ws-comp-e-invalida then
               display 'Competencia Invalida'
               goback
           end-if

           move zero to ws-totais-anomalia

           perform carregar-temperaturas
           perform carregar-estacoes

           open output arqAnomaliasClima

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqAnomaliasClima' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida a competencia mm/aaaa, quando informada
      *>------------------------------------------------------------------------
       validar-competencia section.

           set ws-comp-e-valida to true
           move zero to ws-comp-mes
           move zero to ws-comp-ano

           if ws-comp-entrada <> spaces then
               if ws-comp-entrada(3:1) <> '/'
               or ws-comp-entrada(1:2) is not numeric
               or ws-comp-entrada(4:4) is not numeric then
                   set ws-comp-e-invalida to true
               else
                   move ws-comp-entrada(1:2) to ws-comp-mes
                   move ws-comp-entrada(4:4) to ws-comp-ano

                   if ws-comp-mes < 1 or ws-comp-mes > 12
                   or ws-comp-ano < 1900 then
                       set ws-comp-e-invalida to true
                   end-if
               end-if
           end-if
           .
       validar-competencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega as leituras do historico, como faz o monitor
      *>------------------------------------------------------------------------
       carregar-temperaturas section.

           open input arqTemperatura

      *>   tratamento de erro
           if ws-fs-arqTemperatura <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-temp from 1 by 1
                             until ws-fs-arqTemperatura = 10
                                or ws-ind-temp > 400

               read arqTemperatura into ws-temperaturas(ws-ind-temp)

      *>       tratamento de erro
               if ws-fs-arqTemperatura <> 0
               and ws-fs-arqTemperatura <> 10 then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqTemperatura' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqTemperatura = 0 then
                   add 1 to ws-qtd-temperaturas
               end-if

           end-perform

      *>   avisa quando o arquivo tem mais leituras do que a tabela
      *>   comporta, para que o relatorio nao pareca completo sem ser
           if ws-ind-temp > 400
           and ws-fs-arqTemperatura <> 10 then
               display 'Aviso: arqTemperatura.txt tem mais de 400 leituras - '
                       'processando apenas as 400 primeiras'
           end-if

           close arqTemperatura
           .
       carregar-temperaturas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega o cadastro de estacoes e os limites de cada mes, como
      *>  faz o monitor
      *>------------------------------------------------------------------------
       carregar-estacoes section.

           open input arqEstacoes

      *>   sem estacoes cadastradas so vale a janela geral
           if ws-fs-arqEstacoes = 35 then
               display 'Nenhuma estacao cadastrada - conferida so a janela geral'
           else
               if ws-fs-arqEstacoes <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqEstacoes to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqEstacoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-est-cad from 1 by 1
                                 until ws-fs-arqEstacoes = 10
                                    or ws-ind-est-cad > 10

                   read arqEstacoes

                   if ws-fs-arqEstacoes <> 0
                   and ws-fs-arqEstacoes <> 10 then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqEstacoes to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqEstacoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEstacoes = 0 then
                       move function upper-case(fd-est-cod)
                         to ws-est-cod(ws-ind-est-cad)
                       move fd-est-nome to ws-est-nome(ws-ind-est-cad)
                       move ws-ind-est-cad to ws-qtd-estacoes

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

               close arqEstacoes
           end-if
           .
       carregar-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal - confere cada leitura do periodo
      *>------------------------------------------------------------------------
       processamento section.

           perform gravar-cabecalho

           perform varying ws-ind-temp from 1 by 1
                             until ws-ind-temp > ws-qtd-temperaturas

               perform conferir-periodo

               if ws-leitura-entra then
                   add 1 to ws-qtd-conferidas
                   perform conferir-leitura
               end-if

           end-perform

           perform gravar-totais
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a leitura ws-ind-temp entra quando nao ha competencia ou quando
      *>  a data dela (dd/mm/aaaa) cai no mes escolhido
      *>------------------------------------------------------------------------
       conferir-periodo section.

           move 'N' to ws-leitura-no-periodo

           if ws-comp-entrada = spaces then
               set ws-leitura-entra to true
           else
               if ws-data(ws-ind-temp)(4:2) = ws-comp-entrada(1:2)
               and ws-data(ws-ind-temp)(7:4) = ws-comp-entrada(4:4) then
                   set ws-leitura-entra to true
               end-if
           end-if
           .
       conferir-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  todas as conferencias da leitura ws-ind-temp
      *>------------------------------------------------------------------------
       conferir-leitura section.

      *>   janela geral - vale ate para as leituras sem estacao
           if ws-temp(ws-ind-temp) < ws-temp-minima-plausivel then
               move 1 to ws-ano-tipo
               move ws-temp-minima-plausivel to ws-ano-referencia
               move 'minima da janela geral' to ws-ano-detalhe
               perform registrar-anomalia
           end-if

           if ws-temp(ws-ind-temp) > ws-temp-maxima-plausivel then
               move 1 to ws-ano-tipo
               move ws-temp-maxima-plausivel to ws-ano-referencia
               move 'maxima da janela geral' to ws-ano-detalhe
               perform registrar-anomalia
           end-if

           if ws-est(ws-ind-temp) <> spaces then
               perform buscar-estacao-leitura

               move zero to ws-lim-mes
               if ws-data(ws-ind-temp)(4:2) is numeric then
                   move ws-data(ws-ind-temp)(4:2) to ws-lim-mes
               end-if

               if ws-ind-est-cad <> 0
               and ws-lim-mes >= 1
               and ws-lim-mes <= 12 then
                   if ws-lim-e-definido(ws-ind-est-cad, ws-lim-mes) then
                       perform conferir-limites-mes
                   end-if
               end-if

               perform conferir-estacoes-vizinhas
           end-if
           .
       conferir-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  minima, maxima e salto em relacao ao dia anterior, pelos
      *>  limites da estacao ws-ind-est-cad no mes ws-lim-mes
      *>------------------------------------------------------------------------
       conferir-limites-mes section.

           if ws-temp(ws-ind-temp) < ws-lim-min(ws-ind-est-cad, ws-lim-mes) then
               move 2 to ws-ano-tipo
               move ws-lim-min(ws-ind-est-cad, ws-lim-mes) to ws-ano-referencia
               move 'minima da estacao no mes' to ws-ano-detalhe
               perform registrar-anomalia
           end-if

           if ws-temp(ws-ind-temp) > ws-lim-max(ws-ind-est-cad, ws-lim-mes) then
               move 3 to ws-ano-tipo
               move ws-lim-max(ws-ind-est-cad, ws-lim-mes) to ws-ano-referencia
               move 'maxima da estacao no mes' to ws-ano-detalhe
               perform registrar-anomalia
           end-if

      *>   salto zero = estacao sem conferencia de variacao no mes
           if ws-lim-salto(ws-ind-est-cad, ws-lim-mes) > 0 then
               move ws-data(ws-ind-temp) to ws-data-conv
               perform converter-data-num

               if ws-data-num-conv <> 0 then
                   compute ws-data-int =
                           function integer-of-date(ws-data-num-conv) - 1
                   compute ws-data-num-conv = function date-of-integer(ws-data-int)

                   move spaces to ws-data-anterior
                   string ws-data-num-conv(7:2) delimited by size
                          '/' delimited by size
                          ws-data-num-conv(5:2) delimited by size
                          '/' delimited by size
                          ws-data-num-conv(1:4) delimited by size
                     into ws-data-anterior

                   perform varying ws-ind-viz from 1 by 1
                                     until ws-ind-viz > ws-qtd-temperaturas
                       if ws-est(ws-ind-viz) = ws-est(ws-ind-temp)
                       and ws-data(ws-ind-viz) = ws-data-anterior then
                           compute ws-salto-obs =
                                   ws-temp(ws-ind-temp) - ws-temp(ws-ind-viz)
                           if ws-salto-obs < 0 then
                               compute ws-salto-obs = ws-salto-obs * -1
                           end-if

                           if ws-salto-obs > ws-lim-salto(ws-ind-est-cad, ws-lim-mes) then
                               move 4 to ws-ano-tipo
                               move ws-temp(ws-ind-viz) to ws-ano-referencia
                               move ws-lim-salto(ws-ind-est-cad, ws-lim-mes)
                                 to ws-salto-edit
                               move spaces to ws-ano-detalhe
                               string 'em ' delimited by size
                                      ws-data-anterior delimited by size
                                      ' lim ' delimited by size
                                      ws-salto-edit delimited by size
                                 into ws-ano-detalhe
                               perform registrar-anomalia
                           end-if
                       end-if
                   end-perform
               end-if
           end-if
           .
       conferir-limites-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  compara a leitura com a media das outras estacoes no mesmo dia
      *>------------------------------------------------------------------------
       conferir-estacoes-vizinhas section.

           move zero to ws-viz-soma
           move zero to ws-viz-qtd

           perform varying ws-ind-viz from 1 by 1
                             until ws-ind-viz > ws-qtd-temperaturas
               if ws-data(ws-ind-viz) = ws-data(ws-ind-temp)
               and ws-est(ws-ind-viz) <> spaces
               and ws-est(ws-ind-viz) <> ws-est(ws-ind-temp)
               and ws-viz-qtd < 99 then
                   add ws-temp(ws-ind-viz) to ws-viz-soma
                   add 1 to ws-viz-qtd
               end-if
           end-perform

           if ws-viz-qtd > 0 then
               compute ws-viz-media rounded = ws-viz-soma / ws-viz-qtd

               compute ws-salto-obs = ws-temp(ws-ind-temp) - ws-viz-media
               if ws-salto-obs < 0 then
                   compute ws-salto-obs = ws-salto-obs * -1
               end-if

               if ws-salto-obs > ws-desvio-maximo-vizinhas then
                   move 5 to ws-ano-tipo
                   move ws-viz-media to ws-ano-referencia
                   move spaces to ws-ano-detalhe
                   string 'media de ' delimited by size
                          ws-viz-qtd delimited by size
                          ' estacao(oes)' delimited by size
                     into ws-ano-detalhe
                   perform registrar-anomalia
               end-if
           end-if
           .
       conferir-estacoes-vizinhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura a estacao da leitura ws-ind-temp no cadastro - zero se
      *>  nao ha
      *>------------------------------------------------------------------------
       buscar-estacao-leitura section.

           perform varying ws-ind-est-cad from 1 by 1
                             until ws-ind-est-cad > ws-qtd-estacoes
                                or ws-est-cod(ws-ind-est-cad) = ws-est(ws-ind-temp)
               continue
           end-perform

           if ws-ind-est-cad > ws-qtd-estacoes then
               move zero to ws-ind-est-cad
           end-if
           .
       buscar-estacao-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte dd/mm/aaaa em aaaammdd numerico, como em
      *>  lista17exercicio3 - data inexistente tambem volta zero
      *>------------------------------------------------------------------------
       converter-data-num section.

           move ws-data-conv(7:4) to ws-data-num-conv(1:4)
           move ws-data-conv(4:2) to ws-data-num-conv(5:2)
           move ws-data-conv(1:2) to ws-data-num-conv(7:2)

           if ws-data-num-conv is not numeric then
               move zero to ws-data-num-conv
           else
               if function test-date-yyyymmdd(ws-data-num-conv) <> 0 then
                   move zero to ws-data-num-conv
               end-if
           end-if
           .
       converter-data-num-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a anomalia ws-ano-tipo da leitura ws-ind-temp
      *>------------------------------------------------------------------------
       registrar-anomalia section.

           add 1 to ws-qtd-anomalias
           add 1 to ws-tot-anomalia(ws-ano-tipo)

           move ws-ano-tipo to ws-lan-tipo
           move ws-tipo-descricao(ws-ano-tipo) to ws-lan-descricao
           move ws-est(ws-ind-temp) to ws-lan-estacao
           move ws-data(ws-ind-temp) to ws-lan-data
           move ws-temp(ws-ind-temp) to ws-lan-temp
           move ws-ano-referencia to ws-lan-referencia
           move ws-ano-detalhe to ws-lan-detalhe

           move ws-linha-anomalia to ws-linha-aux
           perform gravar-linha
           .
       registrar-anomalia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cabecalho do relatorio
      *>------------------------------------------------------------------------
       gravar-cabecalho section.

           move spaces to ws-linha-aux
           if ws-comp-entrada = spaces then
               string 'Leituras Suspeitas de Temperatura - todo o historico'
                      delimited by size
                 into ws-linha-aux
           else
               string 'Leituras Suspeitas de Temperatura - competencia '
                      delimited by size
                      ws-comp-entrada delimited by size
                 into ws-linha-aux
           end-if
           perform gravar-linha

           move spaces to ws-linha-aux
           string 'Gerado em ' delimited by size
                  ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'tp ocorrencia                          est data         temp  refer. detalhe'
             to ws-linha-aux
           perform gravar-linha
           .
       gravar-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  totais por tipo de anomalia
      *>------------------------------------------------------------------------
       gravar-totais section.

           if ws-qtd-anomalias = 0 then
               move '   (nenhuma leitura suspeita)' to ws-linha-aux
               perform gravar-linha
           end-if

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Totais por tipo:                          qtd' to ws-linha-aux
           perform gravar-linha

           perform varying ws-ind-tipo from 1 by 1
                     until ws-ind-tipo > ws-qtd-tipos
               move ws-ind-tipo to ws-ltp-tipo
               move ws-tipo-descricao(ws-ind-tipo) to ws-ltp-descricao
               move ws-tot-anomalia(ws-ind-tipo) to ws-ltp-qtd
               move ws-linha-tipo to ws-linha-aux
               perform gravar-linha
           end-perform

           move spaces to ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           string 'Leituras conferidas: ' delimited by size
                  ws-qtd-conferidas delimited by size
                  '   Anomalias: ' delimited by size
                  ws-qtd-anomalias delimited by size
             into ws-linha-aux
           perform gravar-linha
           .
       gravar-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no relatorio
      *>------------------------------------------------------------------------
       gravar-linha section.

           move ws-linha-aux to fd-linha-relatorio

           write fd-linha-relatorio

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqAnomaliasClima' to ws-msn-erro-text
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
               move 'lista17anomaliaclima' to fd-jrn-programa
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

           close arqAnomaliasClima

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqAnomaliasClima' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display '---------- Leituras Suspeitas ----------'
           display 'Leituras conferidas: ' ws-qtd-conferidas
           display 'Anomalias          : ' ws-qtd-anomalias
           display 'Relatorio em arqAnomaliasClima.txt'

      *>   leitura suspeita nao e' falha do lote - sai como aviso
           if ws-qtd-anomalias > 0 then
               move 4 to return-code
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               move ws-qtd-anomalias to lk-contador-registros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

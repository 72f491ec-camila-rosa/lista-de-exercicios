      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17importaclima".
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

      *>   cadastro das estacoes - traz o identificador do registrador
      *>   automatico de cada estacao
           select arqEstacoes assign to 'arqEstacoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   arquivo exportado pelo registrador automatico, uma leitura por
      *>   linha: registrador;data;hora;temperatura
           select arqRegistrador assign to 'arqRegistrador.csv'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRegistrador.

      *>   relatório da carga - linhas rejeitadas e dias gravados
           select arqCargaClima assign to 'arqCargaClima.txt'
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

       fd arqRegistrador.

       01 fd-linha-registrador                     pic  x(80).

       fd arqCargaClima.

       01 fd-linha-relatorio                       pic  x(120).

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
       77 ws-fs-arqRegistrador                     pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).

      *>   historico de leituras, regravado por inteiro no fim da carga,
      *>   como faz o monitor
       01 ws-temperaturas occurs 400.
          05 ws-data                               pic  x(10).
          05 ws-temp                               pic s9(02)v99.
          05 ws-est                                pic  x(03).
          05 ws-origem                             pic  x(01).
             88 ws-origem-registrador               value 'R'.

       77 ws-qtd-temperaturas                      pic  9(03) value zero.
       77 ws-ind-temp                              pic  9(03).

      *>   estacoes com registrador vinculado
       01 ws-cadastro-estacoes.
          05 ws-qtd-estacoes                       pic  9(02) value zero.
          05 ws-estacoes occurs 10.
             10 ws-est-cod                         pic  x(03).
             10 ws-est-registrador                 pic  x(12).
       77 ws-ind-est-cad                           pic  9(02).

      *>   janela geral de plausibilidade - a mesma do monitor
      *>   (lista17exercicio3); fora dela e' defeito de sensor
       77 ws-temp-minima-plausivel                 pic s9(02)v99 value -10,00.
       77 ws-temp-maxima-plausivel                 pic s9(02)v99 value +45,00.

      *>   leituras digitadas a mao so sao substituidas com 'S' aqui
       01 ws-modo-carga.
           05 ws-substituir-digitadas              pic  x(01).
               88 ws-substitui-digitadas                  value 'S'.

      *>   campos desmontados da linha do registrador
       01 ws-campos-linha.
           05 ws-csv-registrador                   pic  x(12).
           05 ws-csv-data                          pic  x(10).
           05 ws-csv-hora                          pic  x(08).
           05 ws-csv-temp                          pic  x(08).
           05 ws-csv-resto                         pic  x(20).
           05 ws-csv-qtd-campos                    pic  9(02).

      *>   validação da linha da vez
       01 ws-validacao.
           05 ws-motivo-rejeicao                   pic  x(35).
           05 ws-data-num                          pic  9(08).
           05 ws-data-hoje                         pic  9(08).
           05 ws-data-leitura                      pic  x(10).
           05 ws-temp-leitura                      pic s9(02)v99.
           05 ws-temp-valor                        pic s9(04)v99.
           05 ws-ind-car                           pic  9(02).
           05 ws-qtd-digitos                       pic  9(02).
           05 ws-qtd-separadores                   pic  9(02).
           05 ws-qtd-sinais                        pic  9(02).
           05 ws-qtd-invalidos                     pic  9(02).

      *>   valor diario de cada estacao - o registrador manda varias
      *>   leituras por dia; o dia gravado e' a media delas
       01 ws-dias-carga.
           05 ws-qtd-dias                          pic  9(03) value zero.
           05 ws-dias occurs 400.
              10 ws-dia-est                        pic  x(03).
              10 ws-dia-data                       pic  x(10).
              10 ws-dia-soma                       pic s9(05)v99.
              10 ws-dia-qtd                        pic  9(03).
              10 ws-dia-min                        pic s9(02)v99.
              10 ws-dia-max                        pic s9(02)v99.
              10 ws-dia-media                      pic s9(02)v99.
       77 ws-ind-dia                               pic  9(03).

       01 ws-totais-carga.
           05 ws-qtd-lidas                         pic  9(05) value zero.
           05 ws-qtd-aceitas                       pic  9(05) value zero.
           05 ws-qtd-substituidas                  pic  9(05) value zero.
           05 ws-qtd-rejeitadas                    pic  9(05) value zero.
           05 ws-qtd-dias-incluidos                pic  9(05) value zero.
           05 ws-qtd-dias-substituidos             pic  9(05) value zero.
           05 ws-qtd-dias-mantidos                 pic  9(05) value zero.

      *>   linhas do relatório
       01 ws-linha-dia.
           05 ws-ldi-est                           pic  x(03).
           05 filler                               pic  x(01) value space.
           05 ws-ldi-data                          pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-ldi-qtd                           pic  zz9.
           05 filler                               pic  x(02) value space.
           05 ws-ldi-media                         pic  -z9,99.
           05 filler                               pic  x(02) value space.
           05 ws-ldi-min                           pic  -z9,99.
           05 filler                               pic  x(02) value space.
           05 ws-ldi-max                           pic  -z9,99.
           05 filler                               pic  x(02) value space.
           05 ws-ldi-situacao                      pic  x(40).

       77 ws-temp-anterior-edit                    pic  -z9,99.
       77 ws-data-hora-atual                       pic  x(21).
       77 ws-linha-aux                             pic  x(120).

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

      *>   carga do arquivo do registrador automatico no historico de
      *>   temperaturas - valida cada linha, junta as leituras do dia
      *>   numa media por estacao e inclui ou substitui o dia em
      *>   arqTemperatura, sem passar por cima do que foi digitado a mao
      *>   a menos que o operador peca
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:8) to ws-data-hoje

      *>   na dúvida (enter, resposta trocada), preserva - só o S
      *>   explícito deixa a carga substituir leitura digitada
           display 'Substituir dias ja digitados a mao? S/N'
           accept ws-substituir-digitadas
           move function upper-case(ws-substituir-digitadas)
             to ws-substituir-digitadas

           if ws-substituir-digitadas <> 'S' then
               move 'N' to ws-substituir-digitadas
           end-if

           perform carregar-estacoes
           perform carregar-temperaturas

           open input arqRegistrador

      *>   tratamento de erro
           if ws-fs-arqRegistrador <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqRegistrador to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRegistrador.csv' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCargaClima

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCargaClima' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega o cadastro de estacoes - so interessa o registrador
      *>------------------------------------------------------------------------
       carregar-estacoes section.

           open input arqEstacoes

      *>   sem cadastro nenhuma linha tem estacao - todas serao rejeitadas
           if ws-fs-arqEstacoes = 35 then
               display 'Nenhuma estacao cadastrada'
           else
               if ws-fs-arqEstacoes <> 0 then
                   move 2 to ws-msn-erro-offset
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
                       move 2 to ws-msn-erro-offset
                       move ws-fs-arqEstacoes to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqEstacoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEstacoes = 0 then
                       move function upper-case(fd-est-cod)
                         to ws-est-cod(ws-ind-est-cad)
                       move function upper-case(fd-est-registrador)
                         to ws-est-registrador(ws-ind-est-cad)
                       move ws-ind-est-cad to ws-qtd-estacoes
                   end-if

               end-perform

               close arqEstacoes
           end-if
           .
       carregar-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega o historico atual de leituras
      *>------------------------------------------------------------------------
       carregar-temperaturas section.

           open input arqTemperatura

      *>   historico ainda nao criado - a carga comeca do zero
           if ws-fs-arqTemperatura = 35 then
               continue
           else
               if ws-fs-arqTemperatura <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqTemperatura' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-temp from 1 by 1
                                 until ws-fs-arqTemperatura = 10
                                    or ws-ind-temp > 400

                   read arqTemperatura into ws-temperaturas(ws-ind-temp)

                   if ws-fs-arqTemperatura <> 0
                   and ws-fs-arqTemperatura <> 10 then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqTemperatura' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTemperatura = 0 then
                       add 1 to ws-qtd-temperaturas
                   end-if

               end-perform

      *>       regravar so as 400 primeiras perderia o resto do historico
               if ws-ind-temp > 400
               and ws-fs-arqTemperatura <> 10 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'arqTemperatura excede 400 leituras' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTemperatura
           end-if
           .
       carregar-temperaturas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           move 'Carga do Registrador Automatico - arqRegistrador.csv'
             to ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           if ws-substitui-digitadas then
               move 'Dias digitados a mao: SUBSTITUIDOS pela carga'
                 to ws-linha-aux
           else
               move 'Dias digitados a mao: mantidos' to ws-linha-aux
           end-if
           perform gravar-linha

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Linhas rejeitadas:' to ws-linha-aux
           perform gravar-linha

           perform until ws-fs-arqRegistrador = '10'

               read arqRegistrador

               if ws-fs-arqRegistrador = '00' then
      *>           linha em branco e o cabecalho do registrador nao contam
                   if fd-linha-registrador = spaces
                   or function upper-case(fd-linha-registrador(1:11))
                        = 'REGISTRADOR' then
                       continue
                   else
                       add 1 to ws-qtd-lidas
                       perform carregar-linha
                   end-if
               else
                   if ws-fs-arqRegistrador <> '10' then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqRegistrador to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqRegistrador.csv' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-qtd-rejeitadas = 0 then
               move '   (nenhuma)' to ws-linha-aux
               perform gravar-linha
           end-if

           perform aplicar-dias

      *>   so regrava o historico quando algum dia entrou
           if ws-qtd-dias-incluidos > 0
           or ws-qtd-dias-substituidos > 0 then
               perform gravar-arquivo-temperaturas
           end-if

           perform gravar-totais
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  desmonta e valida a linha lida; a boa entra no valor do dia
      *>------------------------------------------------------------------------
       carregar-linha section.

           perform desmontar-linha
           perform validar-linha

           if ws-motivo-rejeicao = spaces then
               perform acumular-dia
           end-if

           if ws-motivo-rejeicao <> spaces then
               perform rejeitar-linha
           end-if
           .
       carregar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registrador;data;hora;temperatura - a hora e' opcional
      *>  (registrador;data;temperatura tambem vale)
      *>------------------------------------------------------------------------
       desmontar-linha section.

           initialize ws-campos-linha

           unstring fd-linha-registrador delimited by ';'
               into ws-csv-registrador
                    ws-csv-data
                    ws-csv-hora
                    ws-csv-temp
                    ws-csv-resto
               tallying in ws-csv-qtd-campos
           end-unstring

           if ws-csv-qtd-campos = 3 then
               move ws-csv-hora to ws-csv-temp
               move spaces to ws-csv-hora
           end-if

           move function upper-case(ws-csv-registrador) to ws-csv-registrador
           .
       desmontar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida a linha desmontada - o primeiro problema encontrado vira
      *>  o motivo da rejeição
      *>------------------------------------------------------------------------
       validar-linha section.

           move spaces to ws-motivo-rejeicao

           if ws-csv-qtd-campos < 3
           or ws-csv-qtd-campos > 4 then
               move 'linha fora do formato esperado' to ws-motivo-rejeicao
           end-if

           if ws-motivo-rejeicao = spaces then
               perform buscar-estacao-registrador
               if ws-ind-est-cad = 0 then
                   move 'registrador sem estacao vinculada' to ws-motivo-rejeicao
               end-if
           end-if

           if ws-motivo-rejeicao = spaces then
               perform validar-data-linha
           end-if

           if ws-motivo-rejeicao = spaces then
               perform validar-temp-linha
           end-if
           .
       validar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o registrador da linha no cadastro - zero se nao ha
      *>------------------------------------------------------------------------
       buscar-estacao-registrador section.

           perform varying ws-ind-est-cad from 1 by 1
                             until ws-ind-est-cad > ws-qtd-estacoes
                                or (ws-est-registrador(ws-ind-est-cad)
                                      = ws-csv-registrador
                               and ws-csv-registrador <> spaces)
               continue
           end-perform

           if ws-ind-est-cad > ws-qtd-estacoes then
               move zero to ws-ind-est-cad
           end-if
           .
       buscar-estacao-registrador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a data vem como dd/mm/aaaa ou aaaa-mm-dd (formato do registrador)
      *>  e e' guardada como dd/mm/aaaa, igual ao monitor
      *>------------------------------------------------------------------------
       validar-data-linha section.

           move zero to ws-data-num

           evaluate true
               when ws-csv-data(3:1) = '/' and ws-csv-data(6:1) = '/'
                   if ws-csv-data(1:2) is numeric
                   and ws-csv-data(4:2) is numeric
                   and ws-csv-data(7:4) is numeric then
                       move ws-csv-data(7:4) to ws-data-num(1:4)
                       move ws-csv-data(4:2) to ws-data-num(5:2)
                       move ws-csv-data(1:2) to ws-data-num(7:2)
                   end-if
               when ws-csv-data(5:1) = '-' and ws-csv-data(8:1) = '-'
                   if ws-csv-data(1:4) is numeric
                   and ws-csv-data(6:2) is numeric
                   and ws-csv-data(9:2) is numeric then
                       move ws-csv-data(1:4) to ws-data-num(1:4)
                       move ws-csv-data(6:2) to ws-data-num(5:2)
                       move ws-csv-data(9:2) to ws-data-num(7:2)
                   end-if
           end-evaluate

           if ws-data-num = zero then
               move 'data invalida' to ws-motivo-rejeicao
           else
               if function test-date-yyyymmdd(ws-data-num) <> 0 then
                   move 'data inexistente' to ws-motivo-rejeicao
               else
                   if ws-data-num > ws-data-hoje then
                       move 'data futura' to ws-motivo-rejeicao
                   end-if
               end-if
           end-if

           if ws-motivo-rejeicao = spaces then
               move spaces to ws-data-leitura
               string ws-data-num(7:2) delimited by size
                      '/' delimited by size
                      ws-data-num(5:2) delimited by size
                      '/' delimited by size
                      ws-data-num(1:4) delimited by size
                 into ws-data-leitura
           end-if
           .
       validar-data-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  temperatura com sinal opcional e decimal com virgula ou ponto
      *>  (o registrador exporta com ponto); fora da janela geral e'
      *>  defeito de sensor e a linha e' rejeitada
      *>------------------------------------------------------------------------
       validar-temp-linha section.

           move zero to ws-qtd-digitos
           move zero to ws-qtd-separadores
           move zero to ws-qtd-sinais
           move zero to ws-qtd-invalidos

           inspect ws-csv-temp replacing all '.' by ','

           perform varying ws-ind-car from 1 by 1 until ws-ind-car > 8
               evaluate ws-csv-temp(ws-ind-car:1)
                   when '0' thru '9'
                       add 1 to ws-qtd-digitos
                   when ','
                       add 1 to ws-qtd-separadores
                   when '-'
                   when '+'
      *>               sinal so na frente do numero
                       if ws-qtd-digitos > 0
                       or ws-qtd-separadores > 0 then
                           add 1 to ws-qtd-invalidos
                       else
                           add 1 to ws-qtd-sinais
                       end-if
                   when space
                       continue
                   when other
                       add 1 to ws-qtd-invalidos
               end-evaluate
           end-perform

           if ws-qtd-digitos = 0
           or ws-qtd-separadores > 1
           or ws-qtd-sinais > 1
           or ws-qtd-invalidos > 0 then
               move 'temperatura invalida' to ws-motivo-rejeicao
           else
               compute ws-temp-valor rounded = function numval(ws-csv-temp)

               if ws-temp-valor < ws-temp-minima-plausivel
               or ws-temp-valor > ws-temp-maxima-plausivel then
                   move 'temperatura fora de -10,00 a +45,00'
                     to ws-motivo-rejeicao
               else
                   move ws-temp-valor to ws-temp-leitura
               end-if
           end-if
           .
       validar-temp-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma a leitura ao dia da estacao, abrindo o dia se e' o primeiro
      *>------------------------------------------------------------------------
       acumular-dia section.

           perform varying ws-ind-dia from 1 by 1
                             until ws-ind-dia > ws-qtd-dias
                                or (ws-dia-est(ws-ind-dia) = ws-est-cod(ws-ind-est-cad)
                               and ws-dia-data(ws-ind-dia) = ws-data-leitura)
               continue
           end-perform

           if ws-ind-dia > ws-qtd-dias then
               if ws-qtd-dias >= 400 then
                   move 'carga excede 400 dias por execucao'
                     to ws-motivo-rejeicao
               else
                   add 1 to ws-qtd-dias
                   move ws-qtd-dias to ws-ind-dia
                   move ws-est-cod(ws-ind-est-cad) to ws-dia-est(ws-ind-dia)
                   move ws-data-leitura to ws-dia-data(ws-ind-dia)
                   move zero to ws-dia-soma(ws-ind-dia)
                   move zero to ws-dia-qtd(ws-ind-dia)
                   move ws-temp-leitura to ws-dia-min(ws-ind-dia)
                   move ws-temp-leitura to ws-dia-max(ws-ind-dia)
               end-if
           end-if

           if ws-motivo-rejeicao = spaces then
               add ws-temp-leitura to ws-dia-soma(ws-ind-dia)
               add 1 to ws-dia-qtd(ws-ind-dia)

               if ws-temp-leitura < ws-dia-min(ws-ind-dia) then
                   move ws-temp-leitura to ws-dia-min(ws-ind-dia)
               end-if
               if ws-temp-leitura > ws-dia-max(ws-ind-dia) then
                   move ws-temp-leitura to ws-dia-max(ws-ind-dia)
               end-if
           end-if
           .
       acumular-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha original no relatório, com o motivo
      *>------------------------------------------------------------------------
       rejeitar-linha section.

           add 1 to ws-qtd-rejeitadas

           move spaces to ws-linha-aux
           string '   ' delimited by size
                  fd-linha-registrador(1:60) delimited by size
                  ' | ' delimited by size
                  ws-motivo-rejeicao delimited by size
             into ws-linha-aux
           perform gravar-linha
           .
       rejeitar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  leva cada dia carregado ao historico - dia novo e' incluido, dia
      *>  que ja veio do registrador e' substituido, dia digitado a mao
      *>  so e' substituido quando o operador pediu
      *>------------------------------------------------------------------------
       aplicar-dias section.

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Dias carregados:' to ws-linha-aux
           perform gravar-linha

           move 'est data        leit.  media  minima  maxima  situacao'
             to ws-linha-aux
           perform gravar-linha

           perform varying ws-ind-dia from 1 by 1
                             until ws-ind-dia > ws-qtd-dias

               compute ws-dia-media(ws-ind-dia) rounded =
                       ws-dia-soma(ws-ind-dia) / ws-dia-qtd(ws-ind-dia)

               move ws-dia-est(ws-ind-dia) to ws-ldi-est
               move ws-dia-data(ws-ind-dia) to ws-ldi-data
               move ws-dia-qtd(ws-ind-dia) to ws-ldi-qtd
               move ws-dia-media(ws-ind-dia) to ws-ldi-media
               move ws-dia-min(ws-ind-dia) to ws-ldi-min
               move ws-dia-max(ws-ind-dia) to ws-ldi-max

               perform buscar-dia-historico

               evaluate true
                   when ws-ind-temp = 0
                    and ws-qtd-temperaturas >= 400
                       move 'REJEITADO - historico completo (400)'
                         to ws-ldi-situacao
                       add ws-dia-qtd(ws-ind-dia) to ws-qtd-rejeitadas
                   when ws-ind-temp = 0
                       add 1 to ws-qtd-temperaturas
                       move ws-qtd-temperaturas to ws-ind-temp
                       move ws-dia-data(ws-ind-dia) to ws-data(ws-ind-temp)
                       move ws-dia-est(ws-ind-dia) to ws-est(ws-ind-temp)
                       move ws-dia-media(ws-ind-dia) to ws-temp(ws-ind-temp)
                       set ws-origem-registrador(ws-ind-temp) to true
                       move 'INCLUIDO' to ws-ldi-situacao
                       add 1 to ws-qtd-dias-incluidos
                       add ws-dia-qtd(ws-ind-dia) to ws-qtd-aceitas
                   when ws-origem-registrador(ws-ind-temp)
                     or ws-substitui-digitadas
                       move ws-temp(ws-ind-temp) to ws-temp-anterior-edit
                       move spaces to ws-ldi-situacao
                       if ws-origem-registrador(ws-ind-temp) then
                           string 'SUBSTITUIDO (era ' delimited by size
                                  ws-temp-anterior-edit delimited by size
                                  ')' delimited by size
                             into ws-ldi-situacao
                       else
                           string 'SUBSTITUIDO DIGITADO (era ' delimited by size
                                  ws-temp-anterior-edit delimited by size
                                  ')' delimited by size
                             into ws-ldi-situacao
                       end-if
                       move ws-dia-media(ws-ind-dia) to ws-temp(ws-ind-temp)
                       set ws-origem-registrador(ws-ind-temp) to true
                       add 1 to ws-qtd-dias-substituidos
                       add ws-dia-qtd(ws-ind-dia) to ws-qtd-substituidas
                   when other
                       move 'REJEITADO - dia ja digitado a mao'
                         to ws-ldi-situacao
                       add 1 to ws-qtd-dias-mantidos
                       add ws-dia-qtd(ws-ind-dia) to ws-qtd-rejeitadas
               end-evaluate

               move ws-linha-dia to ws-linha-aux
               perform gravar-linha

           end-perform

           if ws-qtd-dias = 0 then
               move '   (nenhum)' to ws-linha-aux
               perform gravar-linha
           end-if
           .
       aplicar-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura no historico a leitura do dia ws-ind-dia - zero se nao ha
      *>------------------------------------------------------------------------
       buscar-dia-historico section.

           perform varying ws-ind-temp from 1 by 1
                             until ws-ind-temp > ws-qtd-temperaturas
                                or (ws-est(ws-ind-temp) = ws-dia-est(ws-ind-dia)
                               and ws-data(ws-ind-temp) = ws-dia-data(ws-ind-dia))
               continue
           end-perform

           if ws-ind-temp > ws-qtd-temperaturas then
               move zero to ws-ind-temp
           end-if
           .
       buscar-dia-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava arqTemperatura.txt por inteiro a partir da tabela, como
      *>  gravar-arquivo-temperaturas em lista17exercicio3
      *>------------------------------------------------------------------------
       gravar-arquivo-temperaturas section.

           open output arqTemperatura

      *>   tratamento de erro
           if ws-fs-arqTemperatura <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-temp from 1 by 1
                             until ws-ind-temp > ws-qtd-temperaturas

               move ws-temperaturas(ws-ind-temp) to fd-relatorioTemp

               write fd-relatorioTemp

      *>       tratamento de erro
               if ws-fs-arqTemperatura <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Gravar arq.arqTemperatura' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform

           close arqTemperatura

      *>   tratamento de erro
           if ws-fs-arqTemperatura <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-arquivo-temperaturas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  totais da carga, em linhas e em dias
      *>------------------------------------------------------------------------
       gravar-totais section.

           move spaces to ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           string 'Linhas lidas: ' delimited by size
                  ws-qtd-lidas delimited by size
                  '   aceitas: ' delimited by size
                  ws-qtd-aceitas delimited by size
                  '   substituindo: ' delimited by size
                  ws-qtd-substituidas delimited by size
                  '   rejeitadas: ' delimited by size
                  ws-qtd-rejeitadas delimited by size
             into ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           string 'Dias incluidos: ' delimited by size
                  ws-qtd-dias-incluidos delimited by size
                  '   substituidos: ' delimited by size
                  ws-qtd-dias-substituidos delimited by size
                  '   mantidos (digitados a mao): ' delimited by size
                  ws-qtd-dias-mantidos delimited by size
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
               move 6 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqCargaClima' to ws-msn-erro-text
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
               move 'lista17importaclima' to fd-jrn-programa
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

           close arqRegistrador
           close arqCargaClima

      *>   tratamento de erro
           if ws-fs-arqRelatorio <> '00' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCargaClima' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display '---------- Carga do Registrador Automatico ----------'
           display 'Data/Hora da Execucao : ' ws-data-hora-atual
           display 'Linhas Lidas          : ' ws-qtd-lidas
           display 'Linhas Aceitas        : ' ws-qtd-aceitas
           display 'Linhas Substituindo   : ' ws-qtd-substituidas
           display 'Linhas Rejeitadas     : ' ws-qtd-rejeitadas
           display 'Dias Incluidos        : ' ws-qtd-dias-incluidos
           display 'Dias Substituidos     : ' ws-qtd-dias-substituidos
           display 'Relatorio em arqCargaClima.txt'

      *>   linha rejeitada nao e' falha do lote - sai como aviso
           if ws-qtd-rejeitadas > 0 then
               move 4 to return-code
           end-if

      *>   devolve a contagem ao submenu de operações, quando chamado lá
           if address of lk-contador-registros not = null then
               compute lk-contador-registros =
                       ws-qtd-dias-incluidos + ws-qtd-dias-substituidos
           end-if

      *>   goback devolve o controle a quem chamou este programa (o
      *>   submenu de operações), em vez de encerrar todo o run unit
           goback
           .
       finaliza-exit.
           exit.

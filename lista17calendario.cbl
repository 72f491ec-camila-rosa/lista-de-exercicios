      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17calendario".
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

      *>   calendário letivo - um registro por dia do ano, gerado aqui
      *>   ano a ano: dia letivo, feriado, recesso, fim de semana ou dia
      *>   útil sem aula (férias), com o bimestre a que o dia pertence;
      *>   a chamada, a apuração da frequência e o vencimento das
      *>   mensalidades consultam este arquivo
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

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
       77 ws-fs-arqCalendario                      pic  x(02).

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-dados-validos                     pic  x(01).
           05 ws-ano                               pic  9(04).
           05 ws-competencia                       pic  x(07).
           05 ws-tipo-novo                         pic  x(01).
           05 ws-descricao                         pic  x(30).
           05 ws-qtd-alterados                     pic  9(03).
           05 ws-ind-bim                           pic  9(01).
           05 ws-bim-achado                        pic  9(01).

      *>  datas digitadas na manutenção - início e fim de um período
       01 ws-periodo.
           05 ws-data-inicio                       pic  x(10).
           05 ws-data-fim                          pic  x(10).
           05 ws-int-inicio                        pic  9(07).
           05 ws-int-fim                           pic  9(07).
           05 ws-int-dia                           pic  9(07).

      *>  limites dos quatro bimestres digitados
       01 ws-bimestres.
           05 ws-bimestre occurs 4.
               10 ws-bim-inicio                    pic  x(10).
               10 ws-bim-fim                       pic  x(10).

      *>  conversão entre a data aaaa-mm-dd dos arquivos e a data numérica
      *>  aaaammdd das funções de data
       01 ws-data-trab                             pic  x(10).
       01 ws-data-num                              pic  9(08).
       01 ws-data-num-r redefines ws-data-num.
           05 ws-dn-aaaa                           pic  9(04).
           05 ws-dn-mm                             pic  9(02).
           05 ws-dn-dd                             pic  9(02).
       01 ws-data-valida                           pic  x(01).
           88 ws-data-e-valida                            value 'S'.
           88 ws-data-e-invalida                          value 'N'.
       77 ws-dia-semana                            pic  9(01).
      *>       0 = domingo ... 6 = sábado
       01 ws-nomes-dias                            pic  x(21) value
           'DomSegTerQuaQuiSexSab'.
       01 ws-nomes-dias-r redefines ws-nomes-dias.
           05 ws-nome-dia occurs 7                 pic  x(03).

      *>  resumo do ano letivo
       01 ws-resumo.
           05 ws-qtd-letivos                       pic  9(03).
           05 ws-qtd-feriados                      pic  9(03).
           05 ws-qtd-recesso                       pic  9(03).
           05 ws-qtd-sem-bimestre                  pic  9(03).
           05 ws-resumo-bim occurs 4.
               10 ws-res-letivos                   pic  9(03).
               10 ws-res-inicio                    pic  x(10).
               10 ws-res-fim                       pic  x(10).

      *>  operador efetivo da sessão - vem do menu via linkage; numa
      *>  execução direta (sem menu) entra o operador coringa
       01 ws-operador-efetivo.
           05 ws-op-efet-cod                       pic  x(08).
           05 ws-op-efet-aut-cadastro              pic  x(01).

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

      *>   manutenção do calendário letivo - gera os dias do ano, marca
      *>   feriados, recessos e bimestres; a consulta é livre, a
      *>   manutenção exige a autorização de cadastro
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
               move 'S' to ws-op-efet-aut-cadastro
           else
               move lk-op-cod to ws-op-efet-cod
               move lk-op-aut-cadastro to ws-op-efet-aut-cadastro
           end-if

           open i-o arqCalendario

      *>   primeiro ano de todos - o arquivo ainda não existe
           if ws-fs-arqCalendario = '35' then
               open output arqCalendario
               close arqCalendario
               open i-o arqCalendario
           end-if

      *>   tratamento de erro
           if ws-fs-arqCalendario <> '00'
           and ws-fs-arqCalendario <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCalendario to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCalendario' to ws-msn-erro-text
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

               display '---------- Calendario Letivo ----------'
               display '1 - Gerar Dias do Ano Letivo'
               display '2 - Marcar Feriado'
               display '3 - Marcar Recesso'
               display '4 - Alterar um Dia'
               display '5 - Definir Bimestres'
               display '6 - Consultar Mes'
               display '7 - Resumo do Ano Letivo'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                   when '2'
                   when '3'
                   when '4'
                   when '5'
                       if ws-op-efet-aut-cadastro <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           evaluate ws-opcao
                               when '1'
                                   perform gerar-ano-letivo
                               when '2'
                                   perform marcar-feriado
                               when '3'
                                   perform marcar-recesso
                               when '4'
                                   perform alterar-dia
                               when '5'
                                   perform definir-bimestres
                           end-evaluate
                       end-if
                   when '6'
                       perform consultar-mes
                   when '7'
                       perform resumo-ano-letivo
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
      *>  gera os 365/366 dias do ano - dias úteis entre o início e o fim
      *>  das aulas são letivos, os demais dias úteis ficam sem aula e
      *>  sábados e domingos ficam como fim de semana; gerar de novo um
      *>  ano já gerado desfaz feriados, recessos e bimestres dele
      *>------------------------------------------------------------------------
       gerar-ano-letivo section.

           display 'Ano Letivo (aaaa): '
           accept ws-ano

           display 'Inicio das Aulas (aaaa-mm-dd): '
           accept ws-data-inicio
           display 'Fim das Aulas (aaaa-mm-dd): '
           accept ws-data-fim

           move 'S' to ws-dados-validos

           move ws-data-inicio to ws-data-trab
           perform validar-data
           if ws-data-e-invalida
           or ws-data-inicio(1:4) <> ws-ano then
               display 'Inicio das Aulas Invalido'
               move 'N' to ws-dados-validos
           end-if

           move ws-data-fim to ws-data-trab
           perform validar-data
           if ws-data-e-invalida
           or ws-data-fim(1:4) <> ws-ano
           or ws-data-fim < ws-data-inicio then
               display 'Fim das Aulas Invalido'
               move 'N' to ws-dados-validos
           end-if

           if ws-dados-validos = 'S' then
               perform verificar-ano-gerado

               if ws-confirma = 'S' then
                   move zero to ws-qtd-letivos

                   move ws-ano to ws-dn-aaaa
                   move 1 to ws-dn-mm
                   move 1 to ws-dn-dd
                   compute ws-int-inicio = function integer-of-date(ws-data-num)
                   move 12 to ws-dn-mm
                   move 31 to ws-dn-dd
                   compute ws-int-fim = function integer-of-date(ws-data-num)

                   perform varying ws-int-dia from ws-int-inicio by 1
                           until ws-int-dia > ws-int-fim
                       compute ws-data-num = function date-of-integer(ws-int-dia)
                       perform montar-data-trab

                       move spaces to fd-calendario
                       move ws-data-trab to fd-cal-data
                       move zero to fd-cal-bimestre
                       move ws-op-efet-cod to fd-cal-operador

                       compute ws-dia-semana = function mod(ws-int-dia, 7)
                       if ws-dia-semana = 0
                       or ws-dia-semana = 6 then
                           set fd-cal-fim-semana to true
                       else
                           if ws-data-trab >= ws-data-inicio
                           and ws-data-trab <= ws-data-fim then
                               set fd-cal-letivo to true
                               add 1 to ws-qtd-letivos
                           else
                               set fd-cal-sem-aula to true
                           end-if
                       end-if

                       write fd-calendario

      *>               '22' = ano sendo gerado de novo - o dia é refeito
                       if ws-fs-arqCalendario = '22' then
                           rewrite fd-calendario
                       end-if

      *>               tratamento de erro
                       if ws-fs-arqCalendario <> '00' then
                           move 2 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Gravar arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform

                   display 'Ano ' ws-ano ' gerado - ' ws-qtd-letivos
                           ' dias letivos antes de feriados e recessos'
               end-if
           end-if
           .
       gerar-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se o ano ws-ano já tem dias gerados - havendo, pede
      *>  confirmação para gerar de novo (ws-confirma = 'S' segue)
      *>------------------------------------------------------------------------
       verificar-ano-gerado section.

           move 'S' to ws-confirma

           move spaces to fd-cal-data
           move ws-ano to fd-cal-data(1:4)

           start arqCalendario key is greater than or equal to fd-cal-data

      *>   tratamento de erro
           if ws-fs-arqCalendario <> '00'
           and ws-fs-arqCalendario <> '23' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqCalendario to ws-msn-erro-cod
               move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCalendario = '00' then
               read arqCalendario next

               if ws-fs-arqCalendario = '00' then
                   if fd-cal-data(1:4) = ws-ano then
                       display 'Ano ja gerado - gerar de novo desfaz feriados,'
                       display 'recessos e bimestres. Confirma? S-im/N-ao'
                       accept ws-confirma
                       move function upper-case(ws-confirma) to ws-confirma
                   end-if
               else
                   if ws-fs-arqCalendario <> '10' then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqCalendario to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       verificar-ano-gerado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca um dia do calendário como feriado
      *>------------------------------------------------------------------------
       marcar-feriado section.

           display 'Data do Feriado (aaaa-mm-dd): '
           accept ws-data-trab
           display 'Descricao: '
           accept ws-descricao

           move 'F' to ws-tipo-novo
           perform gravar-tipo-dia
           .
       marcar-feriado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  altera o tipo e a descrição de um dia qualquer - corrige um
      *>  feriado marcado por engano ou cria um sábado letivo
      *>------------------------------------------------------------------------
       alterar-dia section.

           display 'Data (aaaa-mm-dd): '
           accept ws-data-trab
           display 'Tipo: L-etivo F-eriado R-ecesso D-fim de semana N-sem aula'
           accept ws-tipo-novo
           move function upper-case(ws-tipo-novo) to ws-tipo-novo
           display 'Descricao: '
           accept ws-descricao

           if ws-tipo-novo <> 'L' and ws-tipo-novo <> 'F'
           and ws-tipo-novo <> 'R' and ws-tipo-novo <> 'D'
           and ws-tipo-novo <> 'N' then
               display 'Tipo Invalido'
           else
               perform gravar-tipo-dia
           end-if
           .
       alterar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o dia ws-data-trab com o tipo ws-tipo-novo e a descrição
      *>  ws-descricao - o dia precisa existir (ano já gerado)
      *>------------------------------------------------------------------------
       gravar-tipo-dia section.

           perform validar-data

           if ws-data-e-invalida then
               display 'Data Invalida'
           else
               move ws-data-trab to fd-cal-data

               read arqCalendario

               evaluate ws-fs-arqCalendario
                   when '00'
                       move ws-tipo-novo to fd-cal-tipo
                       move ws-descricao to fd-cal-descricao
                       move ws-op-efet-cod to fd-cal-operador

                       rewrite fd-calendario

      *>               tratamento de erro
                       if ws-fs-arqCalendario <> '00' then
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Alterar arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display 'Dia ' ws-data-trab ' Alterado'
                   when '23'
                       display 'Dia fora do calendario - gere o ano antes'
                   when other
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqCalendario to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       gravar-tipo-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca um período de recesso - só os dias úteis do período mudam;
      *>  fins de semana e feriados continuam como estão
      *>------------------------------------------------------------------------
       marcar-recesso section.

           display 'Inicio do Recesso (aaaa-mm-dd): '
           accept ws-data-inicio
           display 'Fim do Recesso (aaaa-mm-dd): '
           accept ws-data-fim
           display 'Descricao: '
           accept ws-descricao

           move 'S' to ws-dados-validos

           move ws-data-inicio to ws-data-trab
           perform validar-data
           if ws-data-e-invalida then
               move 'N' to ws-dados-validos
           else
               compute ws-int-inicio = function integer-of-date(ws-data-num)
           end-if

           move ws-data-fim to ws-data-trab
           perform validar-data
           if ws-data-e-invalida then
               move 'N' to ws-dados-validos
           else
               compute ws-int-fim = function integer-of-date(ws-data-num)
           end-if

           if ws-dados-validos <> 'S'
           or ws-data-fim < ws-data-inicio then
               display 'Periodo Invalido'
           else
               move zero to ws-qtd-alterados

               perform varying ws-int-dia from ws-int-inicio by 1
                       until ws-int-dia > ws-int-fim
                   compute ws-data-num = function date-of-integer(ws-int-dia)
                   perform montar-data-trab

                   move ws-data-trab to fd-cal-data

                   read arqCalendario

                   evaluate ws-fs-arqCalendario
                       when '00'
                           if fd-cal-letivo
                           or fd-cal-sem-aula then
                               set fd-cal-recesso to true
                               move ws-descricao to fd-cal-descricao
                               move ws-op-efet-cod to fd-cal-operador

                               rewrite fd-calendario

      *>                       tratamento de erro
                               if ws-fs-arqCalendario <> '00' then
                                   move 5 to ws-msn-erro-offset
                                   move ws-fs-arqCalendario to ws-msn-erro-cod
                                   move 'Erro ao Alterar arq.arqCalendario' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               add 1 to ws-qtd-alterados
                           end-if
                       when '23'
                           continue
                       when other
                           move 5 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-perform

               display ws-qtd-alterados ' dias marcados como recesso'
           end-if
           .
       marcar-recesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  define os quatro bimestres do ano - cada dia do ano recebe o
      *>  número do bimestre em que cai (zero fora de todos)
      *>------------------------------------------------------------------------
       definir-bimestres section.

           display 'Ano Letivo (aaaa): '
           accept ws-ano

           move 'S' to ws-dados-validos

           perform varying ws-ind-bim from 1 by 1 until ws-ind-bim > 4
               display 'Inicio do ' ws-ind-bim 'o Bimestre (aaaa-mm-dd): '
               accept ws-bim-inicio(ws-ind-bim)
               display 'Fim do ' ws-ind-bim 'o Bimestre (aaaa-mm-dd): '
               accept ws-bim-fim(ws-ind-bim)

               move ws-bim-inicio(ws-ind-bim) to ws-data-trab
               perform validar-data
               if ws-data-e-invalida
               or ws-data-trab(1:4) <> ws-ano then
                   move 'N' to ws-dados-validos
               end-if

               move ws-bim-fim(ws-ind-bim) to ws-data-trab
               perform validar-data
               if ws-data-e-invalida
               or ws-data-trab(1:4) <> ws-ano
               or ws-bim-fim(ws-ind-bim) < ws-bim-inicio(ws-ind-bim) then
                   move 'N' to ws-dados-validos
               end-if

      *>       um bimestre começa depois que o anterior termina
               if ws-ind-bim > 1 then
                   if ws-bim-inicio(ws-ind-bim) <= ws-bim-fim(ws-ind-bim - 1) then
                       move 'N' to ws-dados-validos
                   end-if
               end-if
           end-perform

           if ws-dados-validos <> 'S' then
               display 'Bimestres Invalidos - datas fora do ano ou sobrepostas'
           else
               move zero to ws-qtd-alterados

               move spaces to fd-cal-data
               move ws-ano to fd-cal-data(1:4)

               start arqCalendario key is greater than or equal to fd-cal-data

      *>       tratamento de erro
               if ws-fs-arqCalendario <> '00'
               and ws-fs-arqCalendario <> '23' then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = '00' then
                   perform until ws-fs-arqCalendario = '10'

                       read arqCalendario next

                       if ws-fs-arqCalendario = '00' then
                           if fd-cal-data(1:4) <> ws-ano then
                               move '10' to ws-fs-arqCalendario
                           else
                               move fd-cal-data to ws-data-trab
                               perform achar-bimestre-data

                               move ws-bim-achado to fd-cal-bimestre

                               rewrite fd-calendario

      *>                       tratamento de erro
                               if ws-fs-arqCalendario <> '00' then
                                   move 6 to ws-msn-erro-offset
                                   move ws-fs-arqCalendario to ws-msn-erro-cod
                                   move 'Erro ao Alterar arq.arqCalendario' to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               add 1 to ws-qtd-alterados
                           end-if
                       else
                           if ws-fs-arqCalendario <> '10' then
                               move 6 to ws-msn-erro-offset
                               move ws-fs-arqCalendario to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform
               end-if

               if ws-qtd-alterados = 0 then
                   display 'Ano ainda nao gerado no calendario'
               else
                   display 'Bimestres gravados em ' ws-qtd-alterados ' dias'
               end-if
           end-if
           .
       definir-bimestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  bimestre em que cai a data ws-data-trab (zero fora de todos)
      *>------------------------------------------------------------------------
       achar-bimestre-data section.

           move zero to ws-bim-achado

           perform varying ws-ind-bim from 1 by 1 until ws-ind-bim > 4
               if ws-data-trab >= ws-bim-inicio(ws-ind-bim)
               and ws-data-trab <= ws-bim-fim(ws-ind-bim) then
                   move ws-ind-bim to ws-bim-achado
               end-if
           end-perform
           .
       achar-bimestre-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os dias de um mês com o tipo, o bimestre e a descrição
      *>------------------------------------------------------------------------
       consultar-mes section.

           display 'Mes (aaaa-mm): '
           accept ws-competencia

           move zero to ws-qtd-alterados

           display 'Data        Dia  Tipo  Bim  Descricao'

           move spaces to fd-cal-data
           move ws-competencia to fd-cal-data(1:7)

           start arqCalendario key is greater than or equal to fd-cal-data

      *>   tratamento de erro
           if ws-fs-arqCalendario <> '00'
           and ws-fs-arqCalendario <> '23' then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqCalendario to ws-msn-erro-cod
               move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCalendario = '00' then
               perform until ws-fs-arqCalendario = '10'

                   read arqCalendario next

                   if ws-fs-arqCalendario = '00' then
                       if fd-cal-data(1:7) <> ws-competencia then
                           move '10' to ws-fs-arqCalendario
                       else
                           add 1 to ws-qtd-alterados

                           move fd-cal-data to ws-data-trab
                           perform validar-data
                           compute ws-dia-semana = function mod(
                               function integer-of-date(ws-data-num), 7)

                           display fd-cal-data '  '
                                   ws-nome-dia(ws-dia-semana + 1) '   '
                                   fd-cal-tipo '     '
                                   fd-cal-bimestre '    '
                                   fd-cal-descricao
                       end-if
                   else
                       if ws-fs-arqCalendario <> '10' then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           if ws-qtd-alterados = 0 then
               display 'Mes fora do calendario'
           end-if
           .
       consultar-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resumo do ano - dias letivos no total e por bimestre, feriados e
      *>  dias de recesso, com o início e o fim de cada bimestre
      *>------------------------------------------------------------------------
       resumo-ano-letivo section.

           display 'Ano Letivo (aaaa): '
           accept ws-ano

           initialize ws-resumo

           move spaces to fd-cal-data
           move ws-ano to fd-cal-data(1:4)

           start arqCalendario key is greater than or equal to fd-cal-data

      *>   tratamento de erro
           if ws-fs-arqCalendario <> '00'
           and ws-fs-arqCalendario <> '23' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqCalendario to ws-msn-erro-cod
               move 'Erro de Start arq.arqCalendario' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCalendario = '00' then
               perform until ws-fs-arqCalendario = '10'

                   read arqCalendario next

                   if ws-fs-arqCalendario = '00' then
                       if fd-cal-data(1:4) <> ws-ano then
                           move '10' to ws-fs-arqCalendario
                       else
                           perform acumular-resumo-dia
                       end-if
                   else
                       if ws-fs-arqCalendario <> '10' then
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           display 'Calendario Letivo ' ws-ano
           display 'Dias letivos ........: ' ws-qtd-letivos
           display 'Feriados ............: ' ws-qtd-feriados
           display 'Dias de recesso .....: ' ws-qtd-recesso
           display 'Letivos sem bimestre : ' ws-qtd-sem-bimestre

           perform varying ws-ind-bim from 1 by 1 until ws-ind-bim > 4
               display ws-ind-bim 'o Bimestre: '
                       ws-res-inicio(ws-ind-bim) ' a '
                       ws-res-fim(ws-ind-bim) ' - '
                       ws-res-letivos(ws-ind-bim) ' dias letivos'
           end-perform
           .
       resumo-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acumula no resumo o dia lido em fd-calendario
      *>------------------------------------------------------------------------
       acumular-resumo-dia section.

           evaluate true
               when fd-cal-letivo
                   add 1 to ws-qtd-letivos
                   if fd-cal-bimestre = 0 then
                       add 1 to ws-qtd-sem-bimestre
                   end-if
               when fd-cal-feriado
                   add 1 to ws-qtd-feriados
               when fd-cal-recesso
                   add 1 to ws-qtd-recesso
           end-evaluate

           if fd-cal-bimestre > 0
           and fd-cal-bimestre < 5 then
               move fd-cal-bimestre to ws-ind-bim

               if ws-res-inicio(ws-ind-bim) = spaces then
                   move fd-cal-data to ws-res-inicio(ws-ind-bim)
               end-if
               move fd-cal-data to ws-res-fim(ws-ind-bim)

               if fd-cal-letivo then
                   add 1 to ws-res-letivos(ws-ind-bim)
               end-if
           end-if
           .
       acumular-resumo-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida a data ws-data-trab (aaaa-mm-dd) e deixa em ws-data-num a
      *>  mesma data no formato aaaammdd
      *>------------------------------------------------------------------------
       validar-data section.

           set ws-data-e-valida to true

           if ws-data-trab(5:1) <> '-'
           or ws-data-trab(8:1) <> '-'
           or ws-data-trab(1:4) is not numeric
           or ws-data-trab(6:2) is not numeric
           or ws-data-trab(9:2) is not numeric then
               set ws-data-e-invalida to true
               move zero to ws-data-num
           else
               move ws-data-trab(1:4) to ws-dn-aaaa
               move ws-data-trab(6:2) to ws-dn-mm
               move ws-data-trab(9:2) to ws-dn-dd

               if function test-date-yyyymmdd(ws-data-num) <> 0 then
                   set ws-data-e-invalida to true
               end-if
           end-if
           .
       validar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta em ws-data-trab (aaaa-mm-dd) a data numérica ws-data-num
      *>------------------------------------------------------------------------
       montar-data-trab section.

           move spaces to ws-data-trab
           string ws-dn-aaaa '-' ws-dn-mm '-' ws-dn-dd
             delimited by size
             into ws-data-trab
           .
       montar-data-trab-exit.
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
               move 'lista17calendario' to fd-jrn-programa
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

           close arqCalendario

      *>   tratamento de erro
           if ws-fs-arqCalendario <> '00' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqCalendario to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqCalendario' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   parâmetros da escola, mantidos em lista17parametros - multa e
      *>   juros vigentes na data do vencimento de cada lançamento
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"

       01 fd-linha-inad                            pic  x(100).

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
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).
       77 ws-fs-arqResponsaveis                    pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).

      *>  o financeiro indexado devolve os lançamentos em ordem de aluno +
      *>  vencimento, então o relatório sai direto do arquivo, aluno a
       77 ws-saldo-lanc                            pic  9(04)v99.

      *>  multa de 2% e juros de 0,0333% ao dia (1% ao mês pro rata) sobre
      *>  o saldo vencido - o valor que a família de fato deve hoje; as
      *>  taxas padrão valem enquanto arqParametros não tiver vigência
      *>  para a data do vencimento
       01 ws-calculo-encargos.
           05 ws-taxa-multa                        pic  9(01)v99    value 2,00.
           05 ws-taxa-juros-dia                    pic  9(01)v9999  value 0,0333.
           05 ws-taxa-multa-padrao                 pic  9(01)v99    value 2,00.
           05 ws-taxa-juros-dia-padrao             pic  9(01)v9999  value 0,0333.

      *>  busca da regra vigente numa data em arqParametros - o chamador
      *>  informa a regra, a data de referência e o valor padrão
       01 ws-busca-parametro.
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.
           05 ws-parametros-abertos                pic  x(01) value 'N'.
               88 ws-tem-arq-parametros                   value 'S'.
           05 ws-encargos                          pic  9(05)v99.
           05 ws-valor-corrigido                   pic  9(05)v99.

               end-if
           end-if

      *>   os parâmetros da escola são mantidos em lista17parametros - se
      *>   ainda não existem ('35'), valem as taxas padrão
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

      *>   o financeiro fica aberto o lote inteiro - o relatório lê os
      *>   lançamentos de cada aluno direto pela chave, sem carregar nada
           open input arqFinanceiro
               move zero to ws-dias-atraso
           end-if

      *>   valor devido hoje - saldo mais a multa e os juros por dia de
      *>   atraso vigentes no vencimento, a conta que o caixa fazia na
      *>   calculadora
           if ws-dias-atraso > 0 then
               perform obter-taxas-vencimento

               compute ws-encargos rounded =
                   (ws-saldo-lanc * ws-taxa-multa / 100)
                 + (ws-saldo-lanc * ws-taxa-juros-dia
       gravar-detalhe-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  taxa de multa e de juros ao dia vigentes na data do vencimento
      *>  do lançamento atualmente lido em fd-financeiro
      *>------------------------------------------------------------------------
       obter-taxas-vencimento section.

           move fd-fin-vencimento to ws-par-data-ref

           move 'MULTA-ATRASO' to ws-par-cod-busca
           move ws-taxa-multa-padrao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-taxa-multa

           move 'JUROS-DIA' to ws-par-cod-busca
           move ws-taxa-juros-dia-padrao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-taxa-juros-dia
           .
       obter-taxas-vencimento-exit.
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
                   move 7 to ws-msn-erro-offset
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
                               move 7 to ws-msn-erro-offset
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
      *>  cabeçalho do relatório
      *>------------------------------------------------------------------------
               close arqResponsaveis
           end-if

      *>   fechar arquivo de parâmetros, quando aberto
           if ws-tem-arq-parametros then
               close arqParametros
           end-if

           display '---------- Relatorio de Inadimplencia ----------'
           display 'Lancamentos em aberto : ' ws-qtd-abertos
           display 'Total em aberto       : ' ws-total-geral

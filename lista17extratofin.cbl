           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   avisos de cobrança emitidos por lista17cobranca - o extrato
      *>   mostra à família quando e de que nível ela foi avisada
           select arqAvisosCobranca assign to "arqAvisosCobranca.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-avs-chave
           file status is ws-fs-arqAvisosCobranca.

      *>   extrato financeiro imprimível, um bloco por aluno
           select arqExtratoFinanceiro assign to "arqExtratoFinanceiro.txt"
           organization is line sequential
           05 fd-resp-endereco                     pic  x(35).
           05 fd-resp-email                        pic  x(30).

      *>   mesmo layout de fd-aviso em lista17cobranca
       fd arqAvisosCobranca.

       01 fd-aviso.
           05 fd-avs-chave.
               10 fd-avs-cod-aluno                 pic  9(06).
               10 fd-avs-vencimento                pic  x(10).
               10 fd-avs-nivel                     pic  9(01).
           05 fd-avs-data-emissao                  pic  x(10).
           05 fd-avs-dias-atraso                   pic  9(05).
           05 fd-avs-saldo                         pic  9(05)v99.
           05 fd-avs-valor-devido                  pic  9(05)v99.
           05 fd-avs-cod-responsavel               pic  9(04).
           05 fd-avs-destinatario                  pic  x(25).

       fd arqExtratoFinanceiro.

       01 fd-linha-extrato                         pic  x(100).
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqExtrato                         pic  x(02).
       77 ws-fs-arqResponsaveis                    pic  x(02).
       77 ws-fs-arqAvisosCobranca                  pic  x(02).

      *>  o financeiro indexado devolve os lançamentos de cada aluno já
      *>  em ordem de vencimento, então o extrato sai direto do arquivo,
                                                    '  saldo: '.
           05 ws-lin-ext-saldo                     pic  -zzzz9,99.

      *>  histórico de avisos de cobrança do aluno da vez
       01 ws-historico-avisos.
           05 ws-avisos-abertos                    pic  x(01) value 'N'.
               88 ws-tem-arq-avisos                       value 'S'.
           05 ws-qtd-avisos-aluno                  pic  9(04).

       01 ws-descricao-niveis.
           05 filler                               pic  x(20) value 'LEMBRETE'.
           05 filler                               pic  x(20) value 'NOTIFICACAO FORMAL'.
           05 filler                               pic  x(20) value 'AVISO FINAL'.
       01 ws-descricao-niveis-red redefines ws-descricao-niveis.
           05 ws-desc-nivel occurs 3               pic  x(20).

       01 ws-linha-aviso.
           05 filler                               pic  x(03) value space.
           05 ws-lin-avs-data                      pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lin-avs-nivel                     pic  x(20).
           05 filler                               pic  x(07) value ' venc. '.
           05 ws-lin-avs-venc                      pic  x(10).
           05 filler                               pic  x(02) value space.
           05 ws-lin-avs-dias                      pic  zzzz9.
           05 filler                               pic  x(15) value
                                                    ' dias  devido: '.
           05 ws-lin-avs-devido                    pic  zzzz9,99.

       01 ws-linha-total-ext.
           05 ws-lin-tot-rotulo                    pic  x(22).
           05 ws-lin-tot-valor                     pic  -zzzzz9,99.
               end-if
           end-if

      *>   sem nenhum aviso de cobrança emitido ainda ('35') o extrato sai
      *>   sem o histórico de avisos
           open input arqAvisosCobranca

           if ws-fs-arqAvisosCobranca = '00' then
               set ws-tem-arq-avisos to true
           else
               if ws-fs-arqAvisosCobranca <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqAvisosCobranca' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   o financeiro fica aberto o lote inteiro - o extrato lê os
      *>   lançamentos de cada aluno direto pela chave, já em ordem de
      *>   vencimento, sem carregar nada
               perform gravar-totais-extrato
           end-if

           if ws-tem-arq-avisos then
               perform gravar-historico-avisos
           end-if

           move spaces to fd-linha-extrato
           perform gravar-linha-extrato

       gravar-totais-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  histórico dos avisos de cobrança do aluno atualmente lido em
      *>  fd-alunos - a chave aluno + vencimento + nível devolve os avisos
      *>  de cada lançamento em ordem
      *>------------------------------------------------------------------------
       gravar-historico-avisos section.

           move zero to ws-qtd-avisos-aluno

           move fd-cod-aluno to fd-avs-cod-aluno
           move low-values to fd-avs-vencimento
           move zero to fd-avs-nivel

           start arqAvisosCobranca key is greater than or equal to fd-avs-chave

      *>   tratamento de erro - '23' = nenhum aviso daqui em diante
           if ws-fs-arqAvisosCobranca <> '00'
           and ws-fs-arqAvisosCobranca <> '23' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
               move 'Erro de Start arq.arqAvisosCobranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAvisosCobranca = '00' then
               perform until ws-fs-arqAvisosCobranca = '10'

                   read arqAvisosCobranca next

                   evaluate true
                       when ws-fs-arqAvisosCobranca = '10'
                           continue
      *>               os avisos do aluno acabaram - para aqui
                       when ws-fs-arqAvisosCobranca = '00'
                        and fd-avs-cod-aluno <> fd-cod-aluno
                           move '10' to ws-fs-arqAvisosCobranca
                       when ws-fs-arqAvisosCobranca = '00'
                           if ws-qtd-avisos-aluno = 0 then
                               move spaces to fd-linha-extrato
                               perform gravar-linha-extrato
                               move 'Avisos de cobranca enviados:'
                                 to fd-linha-extrato
                               perform gravar-linha-extrato
                           end-if

                           add 1 to ws-qtd-avisos-aluno

                           move fd-avs-data-emissao to ws-lin-avs-data
                           if fd-avs-nivel >= 1 and fd-avs-nivel <= 3 then
                               move ws-desc-nivel(fd-avs-nivel) to ws-lin-avs-nivel
                           else
                               move spaces to ws-lin-avs-nivel
                           end-if
                           move fd-avs-vencimento to ws-lin-avs-venc
                           move fd-avs-dias-atraso to ws-lin-avs-dias
                           move fd-avs-valor-devido to ws-lin-avs-devido

                           move ws-linha-aviso to fd-linha-extrato
                           perform gravar-linha-extrato
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqAvisosCobranca to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqAvisosCobranca' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       gravar-historico-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no extrato, com tratamento de erro num lugar só
      *>------------------------------------------------------------------------
               close arqResponsaveis
           end-if

      *>   fechar arquivo de avisos de cobrança, quando aberto
           if ws-tem-arq-avisos then
               close arqAvisosCobranca
           end-if

           display '---------- Extrato Financeiro ----------'
           display 'Data/Hora da Execucao : ' ws-data-hora-atual
           display 'Extratos Gerados      : ' ws-qtd-extratos

           record key is fd-tur-cod
           file status is ws-fs-arqTurmas.

      *>   cadastro de professores, mantido em lista17professores - aqui
      *>   é só consultado para validar quem lança a nota
           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prof-cod
           file status is ws-fs-arqProfessores.

      *>   atribuições turma x disciplina x ano, mantidas em
      *>   lista17professores - o professor da nota precisa ser o atribuído
           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-atr-chave
           alternate record key is fd-atr-cod-professor with duplicates
           file status is ws-fs-arqAtribuicoes.

      *>   registro de responsáveis financeiros, mantido em
      *>   lista17responsaveis - aqui é só consultado para validar o
      *>   vínculo do aluno
           lock mode is automatic
           file status is ws-fs-arqControleAcordos.

      *>   registro dos acordos fechados - uma linha por acordo, com a
      *>   data da renegociação; é a data em que a exportação contábil
      *>   transfere os originais para acordos a receber
           select arqRegistroAcordos assign to "arqRegistroAcordos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRegistroAcordos.

      *>   numerador dos recibos de pagamento - cada baixa emite um
      *>   recibo sequencial que fica anotado no lançamento
           select arqControleRecibos assign to "arqControleRecibos.txt"
           lock mode is automatic
           file status is ws-fs-arqMovimentoCaixa.

      *>   recibos cancelados por estorno (lista17estorno) - a reimpressão
      *>   consulta aqui antes e o documento sai marcado "CANCELADO"
           select arqRecibosCancelados assign to "arqRecibosCancelados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rca-recibo
           file status is ws-fs-arqRecibosCancelados.

      *>   calendário letivo, mantido em lista17calendario - vencimento que
      *>   cai em feriado ou fim de semana passa para o próximo dia útil
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>   parâmetros da escola, mantidos em lista17parametros - média de
      *>   aprovação, frequência mínima, multa e juros vigentes em cada data
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   lista de espera das turmas lotadas, mantida em
      *>   lista17listaespera - quem aguarda ou tem oferta em aberto já
      *>   ocupa o lugar na conferência de lotação
           select arqListaEspera assign to "arqListaEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-numero
           alternate record key is fd-esp-turma with duplicates
           file status is ws-fs-arqListaEspera.

      *>   movimentação de turma, mantida em lista17transferencia - a
      *>   matrícula e a troca de turma pelo cadastro também ficam lá,
      *>   e o relatório de turma de uma data passada é montado por ela
           select arqMovimentacaoTurma assign to "arqMovimentacaoTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtu-chave
           file status is ws-fs-arqMovimentacao.

      *>   matriz curricular, mantida em lista17matriz - disciplinas
      *>   obrigatórias e pesos de cada série por ano letivo
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           file status is ws-fs-arqMatrizCurricular.

      *>   journal persistente de erros - toda finalizacao anormal de
      *>   qualquer programa do sistema fica registrada aqui
           select arqJournalErros assign to "arqJournalErros.txt"
           05  fd-tur-professor                    pic  x(25).
           05  fd-tur-capacidade                   pic  9(03).

      *>   mesmo layout de fd-professor em lista17professores
       fd  arqProfessores.
       01  fd-professor.
           05  fd-prof-cod                         pic  9(04).
           05  fd-prof-nome                        pic  x(25).
           05  fd-prof-telefone                    pic  x(15).
           05  fd-prof-email                       pic  x(30).
           05  fd-prof-disciplinas.
               10  fd-prof-disc occurs 8           pic  9(02).
           05  fd-prof-ativo                       pic  x(01).
               88  fd-prof-ativo-sim                     value "S".
               88  fd-prof-ativo-nao                     value "N".

      *>   mesmo layout de fd-atribuicao em lista17professores
       fd  arqAtribuicoes.
       01  fd-atribuicao.
           05  fd-atr-chave.
               10  fd-atr-ano                      pic  9(04).
               10  fd-atr-turma                    pic  9(02).
               10  fd-atr-disc                     pic  9(02).
           05  fd-atr-cod-professor                pic  9(04).

      *>   mesmo layout de fd-responsavel em lista17responsaveis
       fd  arqResponsaveis.
       01  fd-responsavel.
           05  filler                              pic  x(01) value space.
           05  fd-cta-data-hora                    pic  x(21).

       fd  arqRegistroAcordos.
       01  fd-registro-acordo.
           05  fd-rac-acordo                       pic  9(04).
           05  filler                              pic  x(01).
           05  fd-rac-data                         pic  x(10).
           05  filler                              pic  x(01).
           05  fd-rac-cod-aluno                    pic  9(06).
           05  filler                              pic  x(01).
           05  fd-rac-qtd-originais                pic  9(03).
           05  filler                              pic  x(01).
           05  fd-rac-valor-total                  pic  9(06)v99.
           05  filler                              pic  x(01).
           05  fd-rac-parcelas                     pic  9(02).
           05  filler                              pic  x(01).
           05  fd-rac-operador                     pic  x(08).
           05  filler                              pic  x(01).
           05  fd-rac-data-hora                    pic  x(21).

       fd  arqControleRecibos.
       01  fd-controle-recibo.
           05  fd-ctr-ultimo-recibo                pic  9(06).
           05  fd-mov-valor                        pic  9(04)v99.
           05  filler                              pic  x(02) value space.
           05  fd-mov-recibo                       pic  9(06).
           05  filler                              pic  x(02) value space.
      *>       "B" baixa (ou branco nas linhas antigas), "E" estorno - o
      *>       valor é sempre positivo e o estorno entra subtraindo
           05  fd-mov-tipo                         pic  x(01).
               88  fd-mov-baixa                           value "B" " ".
               88  fd-mov-estorno                         value "E".

      *>   mesmo layout de fd-recibo-cancelado em lista17estorno
       fd  arqRecibosCancelados.
       01  fd-recibo-cancelado.
           05  fd-rca-recibo                       pic  9(06).
           05  fd-rca-cod-aluno                    pic  9(06).
           05  fd-rca-vencimento                   pic  x(10).
           05  fd-rca-valor                        pic  9(04)v99.
           05  fd-rca-data-pagamento               pic  x(10).
           05  fd-rca-operador-baixa               pic  x(08).
           05  fd-rca-data-estorno                 pic  x(10).
           05  fd-rca-operador-estorno             pic  x(08).
           05  fd-rca-motivo                       pic  x(35).

      *>   mesmo layout de fd-calendario em lista17calendario
       fd  arqCalendario.
       01  fd-calendario.
           05  fd-cal-data                         pic  x(10).
           05  fd-cal-tipo                         pic  x(01).
               88  fd-cal-letivo                         value "L".
               88  fd-cal-feriado                        value "F".
               88  fd-cal-recesso                        value "R".
               88  fd-cal-fim-semana                     value "D".
               88  fd-cal-sem-aula                       value "N".
               88  fd-cal-dia-util                       value "L" "R" "N".
           05  fd-cal-bimestre                     pic  9(01).
           05  fd-cal-descricao                    pic  x(30).
           05  fd-cal-operador                     pic  x(08).

      *>   mesmo layout de fd-parametro em lista17parametros
       fd  arqParametros.
       01  fd-parametro.
           05  fd-par-chave.
               10  fd-par-cod                      pic  x(12).
               10  fd-par-vigencia                 pic  x(10).
           05  fd-par-valor                        pic  9(03)v9999.
           05  fd-par-operador                     pic  x(08).
           05  fd-par-data-hora                    pic  x(21).

      *>   mesmo layout de fd-lista-espera em lista17listaespera
       fd  arqListaEspera.
       01  fd-lista-espera.
           05  fd-esp-numero                       pic  9(06).
           05  fd-esp-turma                        pic  9(02).
           05  fd-esp-data-pedido                  pic  x(10).
           05  fd-esp-candidato                    pic  x(25).
           05  fd-esp-endereco                     pic  x(35).
           05  fd-esp-mae                          pic  x(25).
           05  fd-esp-pai                          pic  x(25).
           05  fd-esp-telefone                     pic  x(15).
           05  fd-esp-serie                        pic  9(02).
           05  fd-esp-cod-responsavel              pic  9(04).
           05  fd-esp-cod-aluno-origem             pic  9(06).
           05  fd-esp-prioridade                   pic  9(01).
           05  fd-esp-situacao                     pic  x(01).
               88  fd-esp-aguardando                     value "E".
               88  fd-esp-em-oferta                      value "O".
           05  fd-esp-data-oferta                  pic  x(10).
           05  fd-esp-prazo-resposta               pic  x(10).
           05  fd-esp-data-resposta                pic  x(10).
           05  fd-esp-cod-aluno                    pic  9(06).
           05  fd-esp-operador                     pic  x(08).

      *>   mesmo layout de fd-mov-turma em lista17transferencia
       fd  arqMovimentacaoTurma.
       01  fd-mov-turma.
           05  fd-mtu-chave.
               10  fd-mtu-cod-aluno                pic  9(06).
               10  fd-mtu-data-efetiva             pic  x(10).
               10  fd-mtu-seq                      pic  9(02).
           05  fd-mtu-tipo                         pic  x(01).
               88  fd-mtu-matricula                      value "M".
               88  fd-mtu-transferencia                  value "T".
               88  fd-mtu-saida                          value "S".
           05  fd-mtu-turma-origem                 pic  9(02).
           05  fd-mtu-turma-destino                pic  9(02).
           05  fd-mtu-motivo                       pic  x(40).
           05  fd-mtu-escola-destino               pic  x(30).
           05  fd-mtu-data-registro                pic  x(10).
           05  fd-mtu-operador                     pic  x(08).

      *>   mesmo layout de fd-matriz em lista17matriz
       fd  arqMatrizCurricular.
       01  fd-matriz.
           05  fd-mat-chave.
               10  fd-mat-serie                    pic  9(02).
               10  fd-mat-ano                      pic  9(04).
           05  fd-mat-disciplinas.
               10  fd-mat-disc occurs 8.
                   15  fd-mat-cod-disc             pic  9(02).
                   15  fd-mat-peso                 pic  9(03).

       fd arqJournalErros.
       01 fd-journal-erro.
       77  ws-fs-arqDisciplinas                    pic  x(02).
       77  ws-fs-arqTurmas                         pic  x(02).
       77  ws-fs-arqControleAcordos                pic  x(02).
       77  ws-fs-arqRegistroAcordos                pic  x(02).
       77  ws-fs-arqControleRecibos                pic  x(02).
       77  ws-fs-arqResponsaveis                   pic  x(02).
       77  ws-fs-arqRecibos                        pic  x(02).
       77  ws-fs-arqMovimentoCaixa                 pic  x(02).
       77  ws-fs-arqRecibosCancelados              pic  x(02).
       77  ws-fs-arqParametros                     pic  x(02).
       77  ws-fs-arqCalendario                     pic  x(02).
       77  ws-fs-arqProfessores                    pic  x(02).
       77  ws-fs-arqAtribuicoes                    pic  x(02).
       77  ws-fs-arqListaEspera                    pic  x(02).
       77  ws-fs-arqMovimentacao                   pic  x(02).
       77  ws-fs-arqMatrizCurricular               pic  x(02).

      *>  variáveis do cadastro/consulta de disciplinas
       01  ws-disciplina.
               88  ws-disc-cadastrada                    value 'S'.
               88  ws-disc-nao-cadastrada                value 'N'.

      *>  matriz curricular vigente de uma série num ano letivo - sem
      *>  matriz (ou aluno sem série) não há restrição de disciplinas
       01  ws-matriz-vigente.
           05  ws-mtz-serie                         pic  9(02).
           05  ws-mtz-ano                           pic  9(04).
           05  ws-mtz-ano-vigente                   pic  9(04).
           05  ws-mtz-qtd                           pic  9(02).
           05  ws-mtz-disc occurs 8.
               10  ws-mtz-cod-disc                  pic  9(02).
               10  ws-mtz-peso                      pic  9(03).
           05  ws-ind-mtz                           pic  9(02).
      *>      disciplinas da matriz mostradas na tela de notas, e se a
      *>      disciplina informada é uma delas
           05  ws-tela-matriz.
               10  ws-tmz-linha                    pic  x(40) occurs 8.
           05  ws-disc-na-matriz                   pic  x(01).
               88  ws-disc-fora-matriz                   value 'N'.
           05  ws-matrizes-abertas                  pic  x(01) value 'N'.
               88  ws-tem-arq-matriz                       value 'S'.

      *>  validação do professor que lança a nota - sem o cadastro de
      *>  professores a conferência é dispensada
       01  ws-professor-consulta.
           05  ws-prof-informado                   pic  9(04).
           05  ws-prof-turma                       pic  9(02).
           05  ws-prof-disc                        pic  9(02).
           05  ws-prof-ano                         pic  9(04).
           05  ws-prof-existe                      pic  x(01).
               88  ws-prof-valido                        value 'S'.
               88  ws-prof-invalido                      value 'N'.
           05  ws-prof-motivo                      pic  x(40).
           05  ws-prof-habilitado                  pic  x(01).
           05  ws-ind-prof                         pic  9(01).
           05  ws-professores-abertos              pic  x(01) value 'N'.
               88  ws-tem-arq-professores                value 'S'.
           05  ws-atribuicoes-abertas              pic  x(01) value 'N'.
               88  ws-tem-arq-atribuicoes                value 'S'.

      *>  apuração das médias por disciplina no relatório de turma
       77  ws-ind-disc                             pic  9(01).
       77  ws-ind-disc2                            pic  9(01).
               88  ws-turma-esta-lotada                  value 'L'.
           05  ws-turma-capacidade                 pic  9(03).
           05  ws-qtd-alunos-turma                 pic  9(03).
      *>       lugares guardados para a lista de espera - candidatos
      *>       aguardando e ofertas ainda no prazo de resposta
           05  ws-qtd-reservas-turma               pic  9(03).
           05  ws-data-hoje-turma                  pic  x(10).
           05  ws-lista-espera-aberta              pic  x(01) value 'N'.
               88  ws-tem-arq-lista-espera               value 'S'.
      *>       turma escolhida p/ o relatório de turma (0 = escola toda)
           05  ws-turma-filtro                     pic  9(02).
      *>       data de referência do relatório de turma (branco = hoje)
           05  ws-data-referencia                  pic  x(10).
           05  ws-aluno-no-roster                  pic  x(01).
               88  ws-entra-no-roster                    value 'S'.

      *>  movimento de turma a gravar - pelo cadastro vale sempre hoje
       01  ws-movimento-turma.
           05  ws-mtu-data-hoje                    pic  x(10).
           05  ws-mtu-tipo                         pic  x(01).
           05  ws-mtu-turma-origem                 pic  9(02).
           05  ws-mtu-turma-destino                pic  9(02).
           05  ws-mtu-motivo                       pic  x(40).

      *>  turma do aluno numa data passada, pelos movimentos de turma
       01  ws-turma-na-data.
           05  ws-hist-cod-aluno                   pic  9(06).
           05  ws-hist-data-ref                    pic  x(10).
           05  ws-hist-turma-atual                 pic  9(02).
           05  ws-hist-turma                       pic  9(02).
           05  ws-hist-achou                       pic  x(01).
           05  ws-hist-na-escola                   pic  x(01).
               88  ws-hist-estava-na-escola              value 'S'.

      *>  variáveis de log de alteração do cadastro
       01  ws-log-alteracao.
       01  ws-vencimento-mensalidade.
           05  ws-venc-ano                         pic  9(04).
           05  ws-venc-mes                         pic  9(02).
      *>       ajuste do vencimento para dia útil (mesma regra do lote de
      *>       mensalidades em lista17mensalidades)
           05  ws-vencimento-gerado                pic  x(10).
           05  ws-venc-num                         pic  9(08).
           05  ws-venc-num-r redefines ws-venc-num.
               10  ws-venc-num-aaaa                pic  9(04).
               10  ws-venc-num-mm                  pic  9(02).
               10  ws-venc-num-dd                  pic  9(02).
           05  ws-venc-dias                        pic  9(08).
           05  ws-venc-dia-semana                  pic  9(01).
           05  ws-venc-e-util                      pic  x(01).
           05  ws-calendario-aberto                pic  x(01) value 'N'.
               88  ws-tem-arq-calendario                 value 'S'.

      *>  campos exibidos/digitados na tela de baixa
       01  ws-tela-baixa.
           05  ws-baixa-total-devido               pic  9(04)v99.

      *>  cálculo do atraso e dos encargos (multa de 2% + juros de 0,0333%
      *>  ao dia, o 1% ao mês pro rata) sobre o saldo devedor vencido -
      *>  as taxas abaixo são o padrão; vale a vigência de arqParametros
      *>  na data do vencimento do lançamento
       01  ws-calculo-atraso.
           05  ws-dias-hoje                        pic  9(07).
           05  ws-dias-venc                        pic  9(07).
           05  ws-saldo-base                       pic  9(04)v99.
           05  ws-taxa-multa                       pic  9(01)v99    value 2,00.
           05  ws-taxa-juros-dia                   pic  9(01)v9999  value 0,0333.
           05  ws-taxa-multa-padrao                pic  9(01)v99    value 2,00.
           05  ws-taxa-juros-dia-padrao            pic  9(01)v9999  value 0,0333.

      *>  renegociação dos débitos vencidos de um aluno - os lançamentos
      *>  em atraso são encerrados ('G') e substituídos por parcelas
           05  ws-rec-achou                        pic  x(01).
               88  ws-recibo-achado                      value 'S'.
           05  ws-rec-linha-aux                    pic  x(60).
      *>       recibo estornado - a reimpressão sai com o cancelamento
           05  ws-rec-canc                         pic  x(01).
               88  ws-recibo-cancelado                   value 'S'.
           05  ws-rec-data-estorno                 pic  x(10).
           05  ws-rec-operador-estorno             pic  x(08).
           05  ws-rec-motivo                       pic  x(35).

       01 ws-aluno-rel-grup-total.
           05  ws-aluno-rel-grup occurs 15.
       77  ws-qtd-notas                               pic 9(1).
       77  ws-media-calc                              pic 9(02)v99.
       77  ws-media-aprovacao                         pic 9(02)v99 value 6,00.
       77  ws-frequencia-minima                       pic 9(03)v99 value 75,00.

      *>  busca da regra vigente numa data em arqParametros - o chamador
      *>  informa a regra, a data de referência e o valor padrão
       01  ws-busca-parametro.
           05  ws-par-cod-busca                    pic  x(12).
           05  ws-par-data-ref                     pic  x(10).
           05  ws-par-valor-vigente                pic  9(03)v9999.
           05  ws-parametros-abertos               pic  x(01) value 'N'.
               88  ws-tem-arq-parametros                 value 'S'.

       01  ws-cabecalho-relatorio                     pic x(144) value
           " Cod     Aluno                     Endereco                            Mae                       Pai                       Telefone        Media".
           05 line 04 col 01 value "       Nota      :                                                               ".
           05 line 05 col 01 value "       Peso (%)  :                                                               ".
           05 line 06 col 01 value "       Disciplina:                                                               ".
           05 line 07 col 01 value "       Professor :                                                               ".
           05 line 09 col 01 value "       Disciplinas da matriz da serie (peso):                                    ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-disc-cad-not         line 06  col 19 pic 9(02)
           using ws-disc-cod foreground-color 15.

           05 sc-prof-cad-not         line 07  col 19 pic 9(04)
           using ws-prof-informado foreground-color 15.

           05 sc-mtz1-cad-not         line 10  col 10 pic x(40)
           from ws-tmz-linha(1) foreground-color 15.

           05 sc-mtz2-cad-not         line 11  col 10 pic x(40)
           from ws-tmz-linha(2) foreground-color 15.

           05 sc-mtz3-cad-not         line 12  col 10 pic x(40)
           from ws-tmz-linha(3) foreground-color 15.

           05 sc-mtz4-cad-not         line 13  col 10 pic x(40)
           from ws-tmz-linha(4) foreground-color 15.

           05 sc-mtz5-cad-not         line 14  col 10 pic x(40)
           from ws-tmz-linha(5) foreground-color 15.

           05 sc-mtz6-cad-not         line 15  col 10 pic x(40)
           from ws-tmz-linha(6) foreground-color 15.

           05 sc-mtz7-cad-not         line 16  col 10 pic x(40)
           from ws-tmz-linha(7) foreground-color 15.

           05 sc-mtz8-cad-not         line 17  col 10 pic x(40)
           from ws-tmz-linha(8) foreground-color 15.

           05 sc-msn-cad-not          line 22  col 16 pic x(50)
           using ws-msn foreground-color 15.

                perform finaliza-anormal
           end-if

      *>   professores e atribuições são mantidos em lista17professores -
      *>   se ainda não existem ('35'), a nota entra sem conferir professor
           open input arqProfessores

           if   ws-fs-arqProfessores = '00'
           or   ws-fs-arqProfessores = '05' then
                set ws-tem-arq-professores         to  true
           else
                if   ws-fs-arqProfessores <> '35' then
      *>             mensagem de erro
                     move 01                                   to  ws-msn-erro-ofsset
                     move ws-fs-arqProfessores                 to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqProfessores'  to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

           open input arqAtribuicoes

           if   ws-fs-arqAtribuicoes = '00'
           or   ws-fs-arqAtribuicoes = '05' then
                set ws-tem-arq-atribuicoes         to  true
           else
                if   ws-fs-arqAtribuicoes <> '35' then
      *>             mensagem de erro
                     move 01                                   to  ws-msn-erro-ofsset
                     move ws-fs-arqAtribuicoes                 to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqAtribuicoes'  to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

      *>   o calendário letivo é mantido em lista17calendario - sem ele,
      *>   só sábado e domingo deslocam o vencimento da matrícula
           open input arqCalendario

           if   ws-fs-arqCalendario = '00'
           or   ws-fs-arqCalendario = '05' then
                set ws-tem-arq-calendario          to  true
           else
                if   ws-fs-arqCalendario <> '35' then
      *>             mensagem de erro
                     move 01                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqCalendario                 to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqCalendario'  to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

      *>   os parâmetros da escola são mantidos em lista17parametros - se
      *>   ainda não existem ('35'), valem os valores padrão
           open input arqParametros

           if   ws-fs-arqParametros = '00'
           or   ws-fs-arqParametros = '05' then
                set ws-tem-arq-parametros          to  true
           else
                if   ws-fs-arqParametros <> '35' then
      *>             mensagem de erro
                     move 01                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqParametros                 to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqParametros'  to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

      *>   a matriz curricular é mantida em lista17matriz - se ainda não
      *>   existe ('35'), as notas entram em qualquer disciplina
           open input arqMatrizCurricular

           if   ws-fs-arqMatrizCurricular = '00'
           or   ws-fs-arqMatrizCurricular = '05' then
                set ws-tem-arq-matriz              to  true
           else
                if   ws-fs-arqMatrizCurricular <> '35' then
      *>             mensagem de erro
                     move 01                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqMatrizCurricular           to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqMatrizCurricular' to ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

      *>   a lista de espera é mantida em lista17listaespera - se ainda
      *>   não existe ('35'), a lotação conta só os alunos ativos
           open input arqListaEspera

           if   ws-fs-arqListaEspera = '00'
           or   ws-fs-arqListaEspera = '05' then
                set ws-tem-arq-lista-espera        to  true
           else
                if   ws-fs-arqListaEspera <> '35' then
      *>             mensagem de erro
                     move 01                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqListaEspera                to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqListaEspera' to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

      *>   movimentação de turma - criada aqui na primeira matrícula se
      *>   ainda não existe
           open i-o arqMovimentacaoTurma

           if   ws-fs-arqMovimentacao = '35' then
                open output arqMovimentacaoTurma
                close arqMovimentacaoTurma
                open i-o arqMovimentacaoTurma
           end-if

      *>   tratamento de erro
           if   ws-fs-arqMovimentacao  <> '00'
           and  ws-fs-arqMovimentacao  <> '05' then
      *>        mensagem de erro
                move 01                                   to  ws-msn-erro-ofsset
                move ws-fs-arqMovimentacao                to  ws-msn-erro-cod
                move 'Erro ao abrir arq. arqMovimentacaoTurma' to ws-msn-erro-text
                perform finaliza-anormal
           end-if

      *>   média de aprovação e frequência mínima vigentes hoje
           string function current-date(1:4)       delimited by size
                  '-'                              delimited by size
                  function current-date(5:2)       delimited by size
                  '-'                              delimited by size
                  function current-date(7:2)       delimited by size
             into ws-par-data-ref

           move 'MEDIA-APROV'                      to  ws-par-cod-busca
           move ws-media-aprovacao                 to  ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente               to  ws-media-aprovacao

           move 'FREQ-MINIMA'                      to  ws-par-cod-busca
           move ws-frequencia-minima               to  ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente               to  ws-frequencia-minima
           .
       inicializa-exit.
           exit.
                    move 'Turma nao cadastrada'    to  ws-msn
               else
               if   ws-turma-esta-lotada then
                    move 'Turma lotada - use a Lista de Espera (menu G)' to ws-msn
               else
               if   ws-resp-nao-cadastrado then
                    move 'Responsavel nao cadastrado' to ws-msn
                         perform finaliza-anormal
                    end-if

      *>                 a matrícula abre o histórico de turmas do aluno
                    move 'M'                           to  ws-mtu-tipo
                    move zero                          to  ws-mtu-turma-origem
                    move ws-turma                      to  ws-mtu-turma-destino
                    move 'Matricula'                   to  ws-mtu-motivo
                    perform registrar-movimentacao-turma

      *>                 gera a cobrança da mensalidade do aluno recém-matriculado
                    perform gerar-lancamento-financeiro
               end-if
                move 'Turma nao cadastrada'        to  ws-msn
           else
           if   ws-turma-esta-lotada then
                move 'Turma lotada - use a Lista de Espera (menu G)' to ws-msn
           else
           if   ws-resp-nao-cadastrado then
                move 'Responsavel nao cadastrado'  to  ws-msn
                move ws-turma-antigo                to  ws-log-valor-antigo
                move ws-turma                        to  ws-log-valor-novo
                perform registrar-log-alteracao

      *>        a troca pelo cadastro vale a partir de hoje - com outra
      *>        data efetiva, a troca é feita em lista17transferencia
                move 'T'                            to  ws-mtu-tipo
                move ws-turma-antigo                to  ws-mtu-turma-origem
                move ws-turma                       to  ws-mtu-turma-destino
                move 'Alteracao no cadastro'        to  ws-mtu-motivo
                perform registrar-movimentacao-turma
           end-if

           if   ws-serie <> ws-serie-antigo then
                              perform finaliza-anormal
                         end-if

      *>                 a matriz vigente da série do aluno diz quais
      *>                 disciplinas podem receber nota - fica na tela
                         move fd-serie             to  ws-mtz-serie
                         move function current-date(1:4) to ws-mtz-ano
                         perform carregar-matriz-vigente
                         perform montar-tela-matriz

                         move zero                 to  ws-nota-aux
                         move zero                 to  ws-peso-aux
                         move zero                 to  ws-disc-cod
                         move zero                 to  ws-prof-informado

                         display tela-cad-notas
                         accept tela-cad-notas
      *>                 cadastrada (zero = sem disciplina atribuída)
                         perform buscar-disciplina

      *>                 havendo matriz, só as disciplinas dela; peso não
      *>                 informado fica com o peso da matriz
                         perform conferir-disciplina-matriz

      *>                 quem lança precisa ser o professor atribuído à
      *>                 disciplina na turma do aluno
                         if   ws-disc-cadastrada then
                              move fd-turma             to  ws-prof-turma
                              move ws-disc-cod          to  ws-prof-disc
                              perform validar-professor
                         end-if

      *>                 com os dados do aluno já lidos do arquivo buscar a primeira posição livre dentro da tabela de notas
                         perform buscar-prox-ind-nota

                              display tela-cad-notas
                              accept tela-cad-notas
                         else
                         if   ws-disc-fora-matriz then
                              move 'Disciplina fora da matriz da serie' to ws-msn
                              display tela-cad-notas
                              accept tela-cad-notas
                         else
                         if   ws-prof-invalido then
                              move ws-prof-motivo       to  ws-msn
                              display tela-cad-notas
                              accept tela-cad-notas
                         else
                         if   ws-ind1 > 8 then
      *>                      as 8 posições de nota do aluno já estão tomadas
                              move 'Aluno ja possui 8 notas lancadas' to ws-msn
                              set fd-situacao-reprovado   to  true
                         end-if

      *>                 regra da escola - frequência abaixo da mínima
      *>                 vigente reprova por falta ("RF"), qualquer que
      *>                 seja a media
                         if   fd-frequencia is numeric
                         and  fd-frequencia < ws-frequencia-minima then
                              set fd-situacao-reprovado-falta to true
                         end-if

                         move ws-log-nota-edit         to  ws-log-valor-novo
                         perform registrar-log-alteracao

      *>                 e o professor que lançou - posição e disciplina
      *>                 antes, professor depois
                         move 'Professor Nota'        to  ws-log-campo
                         move spaces                  to  ws-log-valor-antigo
                         string 'nota ' ws-ind1 ' disc ' ws-disc-cod
                           delimited by size
                           into ws-log-valor-antigo
                         move ws-prof-informado       to  ws-log-valor-novo
                         perform registrar-log-alteracao

                         end-if
                         end-if
                         end-if
                         end-if

       buscar-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere o professor ws-prof-informado para uma nota da disciplina
      *>  ws-prof-disc na turma ws-prof-turma - precisa estar cadastrado,
      *>  ativo e habilitado na disciplina; havendo turma e disciplina,
      *>  precisa ser o professor atribuído a elas no ano letivo da turma
      *>  (mesma conferência de validar-professor em lista17exercicio1)
      *>------------------------------------------------------------------------
       validar-professor section.

           set  ws-prof-valido                     to  true
           move spaces                             to  ws-prof-motivo

      *>   sem o cadastro de professores não há o que conferir
           if   not ws-tem-arq-professores then
                continue
           else
                if   ws-prof-informado = 0 then
                     set  ws-prof-invalido              to  true
                     move 'Professor nao informado'     to  ws-prof-motivo
                else
                     move ws-prof-informado             to  fd-prof-cod

                     read arqProfessores

                     evaluate ws-fs-arqProfessores
                         when '00'
                              if   fd-prof-ativo-nao then
                                   set  ws-prof-invalido         to  true
                                   move 'Professor inativo'      to  ws-prof-motivo
                              end-if
                         when '23'
                              set  ws-prof-invalido              to  true
                              move 'Professor nao cadastrado'    to  ws-prof-motivo
                         when other
      *>                      mensagem de erro
                              move 32                                 to  ws-msn-erro-ofsset
                              move ws-fs-arqProfessores               to  ws-msn-erro-cod
                              move 'Erro ao Ler arq. arqProfessores'  to  ws-msn-erro-text
                              perform finaliza-anormal
                     end-evaluate

      *>             nota sem disciplina só confere o cadastro do professor
                     if   ws-prof-valido
                     and  ws-prof-disc <> 0 then
                          move 'N'                      to  ws-prof-habilitado
                          perform varying ws-ind-prof from 1 by 1 until ws-ind-prof > 8
                              if   fd-prof-disc(ws-ind-prof) = ws-prof-disc then
                                   move 'S'             to  ws-prof-habilitado
                              end-if
                          end-perform

                          if   ws-prof-habilitado <> 'S' then
                               set  ws-prof-invalido    to  true
                               move 'Professor nao habilitado na disciplina'
                                                        to  ws-prof-motivo
                          end-if
                     end-if

                     if   ws-prof-valido
                     and  ws-prof-disc <> 0
                     and  ws-prof-turma <> 0
                     and  ws-tem-arq-atribuicoes then
                          perform conferir-atribuicao-professor
                     end-if
                end-if
           end-if
           .
       validar-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere a atribuição da disciplina ws-prof-disc na turma
      *>  ws-prof-turma no ano letivo da turma (sem turma cadastrada, o
      *>  ano corrente)
      *>------------------------------------------------------------------------
       conferir-atribuicao-professor section.

           move function current-date(1:4)         to  ws-prof-ano

           move ws-prof-turma                      to  fd-tur-cod

           read arqTurmas

           evaluate ws-fs-arqTurmas
               when '00'
                    move fd-tur-ano                to  ws-prof-ano
               when '23'
                    continue
               when other
      *>            mensagem de erro
                    move 32                             to  ws-msn-erro-ofsset
                    move ws-fs-arqTurmas                to  ws-msn-erro-cod
                    move 'Erro ao Ler arq. arqTurmas'   to  ws-msn-erro-text
                    perform finaliza-anormal
           end-evaluate

           move ws-prof-ano                        to  fd-atr-ano
           move ws-prof-turma                      to  fd-atr-turma
           move ws-prof-disc                       to  fd-atr-disc

           read arqAtribuicoes

           evaluate ws-fs-arqAtribuicoes
               when '00'
                    if   fd-atr-cod-professor <> ws-prof-informado then
                         set  ws-prof-invalido     to  true
                         move spaces               to  ws-prof-motivo
                         string 'Disciplina atribuida ao professor '
                                fd-atr-cod-professor
                           delimited by size
                           into ws-prof-motivo
                    end-if
               when '23'
                    set  ws-prof-invalido          to  true
                    move 'Disciplina sem professor na turma' to ws-prof-motivo
               when other
      *>            mensagem de erro
                    move 32                                 to  ws-msn-erro-ofsset
                    move ws-fs-arqAtribuicoes               to  ws-msn-erro-cod
                    move 'Erro ao Ler arq. arqAtribuicoes'  to  ws-msn-erro-text
                    perform finaliza-anormal
           end-evaluate
           .
       conferir-atribuicao-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  procura a turma ws-turma-informada no cadastro de turmas e confere
      *>  a lotação contra a capacidade - turma zero (sem turma) é aceita
      *>------------------------------------------------------------------------
                    when '00'
                         move fd-tur-capacidade    to  ws-turma-capacidade
                         perform contar-alunos-turma
                         perform contar-reservas-turma

                         if   ws-qtd-alunos-turma + ws-qtd-reservas-turma
                              >= ws-turma-capacidade then
                              set ws-turma-esta-lotada   to  true
                         else
                              set ws-turma-cadastrada    to  true
       contar-alunos-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta os lugares da turma ws-turma-informada já prometidos pela
      *>  lista de espera - quem aguarda na fila e as ofertas ainda dentro
      *>  do prazo de resposta; a vaga não fura a fila
      *>------------------------------------------------------------------------
       contar-reservas-turma section.

           move zero                               to  ws-qtd-reservas-turma

           if   ws-tem-arq-lista-espera then
                string function current-date(1:4)  delimited by size
                       '-'                          delimited by size
                       function current-date(5:2)   delimited by size
                       '-'                          delimited by size
                       function current-date(7:2)   delimited by size
                  into ws-data-hoje-turma

                move ws-turma-informada            to  fd-esp-turma

                start arqListaEspera key is equal to fd-esp-turma

      *>        tratamento de erro
                if   ws-fs-arqListaEspera <> '00'
                and  ws-fs-arqListaEspera <> '23' then
      *>             mensagem de erro
                     move 22                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqListaEspera                to  ws-msn-erro-cod
                     move 'Erro de Start arq. arqListaEspera' to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if

                if   ws-fs-arqListaEspera = '00' then
                     perform until ws-fs-arqListaEspera = '10'

                         read arqListaEspera next

                         if   ws-fs-arqListaEspera = '00' then
                              if   fd-esp-turma <> ws-turma-informada then
                                   move '10'       to  ws-fs-arqListaEspera
                              else
                                   if   fd-esp-aguardando
                                   or  (fd-esp-em-oferta
                                   and  fd-esp-prazo-resposta >= ws-data-hoje-turma) then
                                        add 1      to  ws-qtd-reservas-turma
                                   end-if
                              end-if
                         else
                              if   ws-fs-arqListaEspera <> '10' then
      *>                           mensagem de erro
                                   move 22                                 to  ws-msn-erro-ofsset
                                   move ws-fs-arqListaEspera               to  ws-msn-erro-cod
                                   move 'Erro ao Ler arq. arqListaEspera'  to  ws-msn-erro-text
                                   perform finaliza-anormal
                              end-if
                         end-if

                     end-perform
                end-if
           end-if
           .
       contar-reservas-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  imprimir turma - gera relatorio sequencial para impressao
      *>------------------------------------------------------------------------
       imprimir-roster section.
           display 'Turma a Imprimir (0=todas): '
           accept ws-turma-filtro

      *>   numa data passada a turma de cada aluno sai dos movimentos de
      *>   turma, e entram os alunos que ainda estavam ativos naquela data
           move spaces                               to  ws-data-referencia
           display 'Data de Referencia (aaaa-mm-dd, branco=hoje): '
           accept ws-data-referencia

           open output arqRelatorioTurma

      *>   tratamento de erro
                perform finaliza-anormal
           end-if

           if   ws-data-referencia <> spaces then
                move spaces                          to  fd-linha-relatorio
                string 'Posicao em '                 delimited by size
                       ws-data-referencia            delimited by size
                  into fd-linha-relatorio
                write fd-linha-relatorio
           end-if

           move ws-cabecalho-relatorio               to  fd-linha-relatorio
           write fd-linha-relatorio


      *>            aluno inativo fica fora; com filtro de turma, só os
      *>            alunos dela entram
                    if   ws-fs-arqCadastroAlunos = '00' then
                         perform conferir-aluno-roster
                    end-if

                    if   ws-fs-arqCadastroAlunos = '00'
                    and  not ws-entra-no-roster then
                         continue
                    else
                    if   ws-fs-arqCadastroAlunos = '00' then
       imprimir-roster-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  o aluno lido em fd-alunos entra no relatório de turma? - sem
      *>  data de referência vale o cadastro de hoje; com ela, o aluno
      *>  precisa estar ativo e na escola na data, e a turma é a daquele dia
      *>------------------------------------------------------------------------
       conferir-aluno-roster section.

           move 'S'                                to  ws-aluno-no-roster

           if   ws-data-referencia = spaces then
                if   fd-ativo-nao
                or   (ws-turma-filtro <> 0
                and   fd-turma <> ws-turma-filtro) then
                     move 'N'                      to  ws-aluno-no-roster
                end-if
           else
                move fd-cod-aluno                  to  ws-hist-cod-aluno
                move ws-data-referencia            to  ws-hist-data-ref
                move fd-turma                      to  ws-hist-turma-atual
                perform obter-turma-na-data

                if   (fd-ativo-nao
                and   fd-data-inativacao <= ws-data-referencia)
                or   not ws-hist-estava-na-escola
                or   (ws-turma-filtro <> 0
                and   ws-hist-turma <> ws-turma-filtro) then
                     move 'N'                      to  ws-aluno-no-roster
                end-if
           end-if
           .
       conferir-aluno-roster-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  turma do aluno ws-hist-cod-aluno na data ws-hist-data-ref - o
      *>  destino do último movimento até a data ou, se o primeiro
      *>  movimento é posterior, a origem dele; sem movimento, a turma
      *>  atual; fora da escola antes da matrícula e depois da saída
      *>------------------------------------------------------------------------
       obter-turma-na-data section.

           move ws-hist-turma-atual                to  ws-hist-turma
           move 'N'                                to  ws-hist-achou
           move 'S'                                to  ws-hist-na-escola

           move ws-hist-cod-aluno                  to  fd-mtu-cod-aluno
           move spaces                             to  fd-mtu-data-efetiva
           move zero                               to  fd-mtu-seq

           start arqMovimentacaoTurma key is greater than or equal to fd-mtu-chave

      *>   tratamento de erro
           if   ws-fs-arqMovimentacao  <> '00'
           and  ws-fs-arqMovimentacao  <> '23' then
      *>        mensagem de erro
                move 35                                    to  ws-msn-erro-ofsset
                move ws-fs-arqMovimentacao                 to  ws-msn-erro-cod
                move 'Erro de Start arq. arqMovimentacaoTurma' to ws-msn-erro-text
                perform finaliza-anormal
           end-if

           if   ws-fs-arqMovimentacao = '00' then
                perform until ws-fs-arqMovimentacao = '10'

                    read arqMovimentacaoTurma next

                    evaluate true
                        when ws-fs-arqMovimentacao = '10'
                             continue
                        when ws-fs-arqMovimentacao = '00'
                             if   fd-mtu-cod-aluno <> ws-hist-cod-aluno then
                                  move '10'        to  ws-fs-arqMovimentacao
                             else
                                  if   fd-mtu-data-efetiva <= ws-hist-data-ref then
                                       move fd-mtu-turma-destino to ws-hist-turma
                                       move 'S'    to  ws-hist-achou
                                       if   fd-mtu-saida then
                                            move 'N' to ws-hist-na-escola
                                       else
                                            move 'S' to ws-hist-na-escola
                                       end-if
                                  else
      *>                               primeiro movimento depois da data
                                       if   ws-hist-achou = 'N' then
                                            move fd-mtu-turma-origem to ws-hist-turma
                                            if   fd-mtu-matricula then
                                                 move 'N' to ws-hist-na-escola
                                            end-if
                                       end-if
                                       move '10'   to  ws-fs-arqMovimentacao
                                  end-if
                             end-if
                        when other
      *>                     mensagem de erro
                             move 35                               to  ws-msn-erro-ofsset
                             move ws-fs-arqMovimentacao            to  ws-msn-erro-cod
                             move 'Erro ao Ler arq. arqMovimentacaoTurma' to ws-msn-erro-text
                             perform finaliza-anormal
                    end-evaluate

                end-perform
           end-if
           .
       obter-turma-na-data-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava o movimento de turma do aluno ws-cod - mais de um
      *>  movimento do aluno na mesma data ganha a sequência seguinte
      *>------------------------------------------------------------------------
       registrar-movimentacao-turma section.

           string function current-date(1:4)       delimited by size
                  '-'                              delimited by size
                  function current-date(5:2)       delimited by size
                  '-'                              delimited by size
                  function current-date(7:2)       delimited by size
             into ws-mtu-data-hoje

           move spaces                             to  fd-mov-turma
           move ws-cod                             to  fd-mtu-cod-aluno
           move ws-mtu-data-hoje                   to  fd-mtu-data-efetiva
           move zero                               to  fd-mtu-seq
           move ws-mtu-tipo                        to  fd-mtu-tipo
           move ws-mtu-turma-origem                to  fd-mtu-turma-origem
           move ws-mtu-turma-destino               to  fd-mtu-turma-destino
           move ws-mtu-motivo                      to  fd-mtu-motivo
           move ws-mtu-data-hoje                   to  fd-mtu-data-registro
           move ws-op-efet-cod                     to  fd-mtu-operador

           move '22'                               to  ws-fs-arqMovimentacao

           perform until ws-fs-arqMovimentacao <> '22'
                      or fd-mtu-seq = 99
               add 1                               to  fd-mtu-seq
               write fd-mov-turma
           end-perform

      *>   tratamento de erro
           if   ws-fs-arqMovimentacao  <> '00' then
      *>        mensagem de erro
                move 36                                    to  ws-msn-erro-ofsset
                move ws-fs-arqMovimentacao                 to  ws-msn-erro-cod
                move 'Erro ao gravar arq. arqMovimentacaoTurma' to ws-msn-erro-text
                perform finaliza-anormal
           end-if
           .
       registrar-movimentacao-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no relatório de turma uma linha de média por disciplina do
      *>  aluno atualmente lido em fd-alunos
      *>------------------------------------------------------------------------
       buscar-prox-cod-alu-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  monta as linhas da tela de notas com as disciplinas da matriz
      *>  vigente carregada - sem matriz, a tela avisa que qualquer
      *>  disciplina cadastrada é aceita
      *>------------------------------------------------------------------------
       montar-tela-matriz section.

           move spaces                             to  ws-tela-matriz

           if   ws-mtz-qtd = 0 then
                move 'Serie sem matriz - qualquer disciplina' to ws-tmz-linha(1)
           else
                perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
                    move ws-mtz-cod-disc(ws-ind-mtz) to  ws-disc-cod
                    perform buscar-disciplina
                    string ws-mtz-cod-disc(ws-ind-mtz) ' - ' ws-disc-nome
                           ' (' ws-mtz-peso(ws-ind-mtz) ')'
                      delimited by size
                      into ws-tmz-linha(ws-ind-mtz)
                end-perform
           end-if
           .
       montar-tela-matriz-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere se a disciplina ws-disc-cod está na matriz vigente do
      *>  aluno - sem matriz, qualquer uma serve; na matriz, o peso zero
      *>  (não informado) passa a ser o peso dela
      *>------------------------------------------------------------------------
       conferir-disciplina-matriz section.

           move 'S'                                to  ws-disc-na-matriz

           if   ws-mtz-qtd <> 0 then
                move 'N'                           to  ws-disc-na-matriz

                perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
                    if   ws-mtz-cod-disc(ws-ind-mtz) = ws-disc-cod then
                         move 'S'                  to  ws-disc-na-matriz
                         if   ws-peso-aux = 0 then
                              move ws-mtz-peso(ws-ind-mtz) to ws-peso-aux
                         end-if
                    end-if
                end-perform
           end-if
           .
       conferir-disciplina-matriz-exit.
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
                   move 37 to ws-msn-erro-ofsset
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
                               move 37 to ws-msn-erro-ofsset
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
      *>  buscar próximo índice nota
      *>------------------------------------------------------------------------
       buscar-prox-ind-nota section.
      *>   a posição reservada à disciplina (pela promoção de série com a
      *>   matriz curricular) e ainda sem nota vem primeiro; depois, a
      *>   primeira sem nota e sem disciplina
           perform varying ws-ind1 from 1 by 1 until ws-ind1 > 8
                              or (fd-nota(ws-ind1) is not numeric
                                  and fd-cod-disc(ws-ind1) is numeric
                                  and fd-cod-disc(ws-ind1) = ws-disc-cod
                                  and ws-disc-cod <> 0)
               continue
           end-perform

           if   ws-ind1 > 8 then
                perform varying ws-ind1 from 1 by 1 until ws-ind1 > 8
                                   or (fd-nota(ws-ind1) is not numeric
                                       and (fd-cod-disc(ws-ind1) is not numeric
                                            or fd-cod-disc(ws-ind1) = 0))
                    continue
                end-perform
           end-if
           .
       buscar-prox-ind-nota-exit.
           exit.
      *>------------------------------------------------------------------------
       gerar-lancamento-financeiro section.

      *>   vencimento no dia 10 do mês seguinte à matrícula, levado ao
      *>   próximo dia útil quando o dia 10 não é
           move function current-date(1:4)          to  ws-venc-ano
           move function current-date(5:2)          to  ws-venc-mes

           move ws-cod                              to  fd-fin-cod-aluno
           move ws-valor-mensalidade-padrao         to  fd-fin-valor-mensalidade

           move spaces                              to  ws-vencimento-gerado
           string ws-venc-ano                       delimited by size
                  '-'                                delimited by size
                  ws-venc-mes                        delimited by size
                  '-10'                              delimited by size
             into ws-vencimento-gerado

           perform ajustar-vencimento-dia-util
           move ws-vencimento-gerado                to  fd-fin-vencimento

           set fd-fin-em-aberto                     to  true
           move spaces                              to  fd-fin-data-pagamento
       gerar-lancamento-financeiro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  leva ws-vencimento-gerado ao próximo dia útil - no calendário
      *>  letivo, dia útil é o que não é feriado nem fim de semana; data
      *>  fora do calendário só não pode cair em sábado ou domingo
      *>------------------------------------------------------------------------
       ajustar-vencimento-dia-util section.

           move 'N'                                 to  ws-venc-e-util

           perform until ws-venc-e-util = 'S'

                move ws-vencimento-gerado(1:4)      to  ws-venc-num-aaaa
                move ws-vencimento-gerado(6:2)      to  ws-venc-num-mm
                move ws-vencimento-gerado(9:2)      to  ws-venc-num-dd
                compute ws-venc-dias = function integer-of-date(ws-venc-num)

      *>        0 = domingo ... 6 = sábado
                compute ws-venc-dia-semana = function mod(ws-venc-dias, 7)

                if   ws-venc-dia-semana = 0
                or   ws-venc-dia-semana = 6 then
                     move 'N'                       to  ws-venc-e-util
                else
                     move 'S'                       to  ws-venc-e-util
                end-if

                if   ws-tem-arq-calendario then
                     move ws-vencimento-gerado      to  fd-cal-data

                     read arqCalendario

                     evaluate ws-fs-arqCalendario
                         when '00'
                              if   fd-cal-dia-util then
                                   move 'S'         to  ws-venc-e-util
                              else
                                   move 'N'         to  ws-venc-e-util
                              end-if
                         when '23'
                              continue
                         when other
      *>                      mensagem de erro
                              move 33                                 to  ws-msn-erro-ofsset
                              move ws-fs-arqCalendario                to  ws-msn-erro-cod
                              move 'Erro ao ler arq. arqCalendario'   to  ws-msn-erro-text
                              perform finaliza-anormal
                     end-evaluate
                end-if

                if   ws-venc-e-util <> 'S' then
                     add 1                          to  ws-venc-dias
                     compute ws-venc-num = function date-of-integer(ws-venc-dias)
                     move spaces                    to  ws-vencimento-gerado
                     string ws-venc-num-aaaa        delimited by size
                            '-'                     delimited by size
                            ws-venc-num-mm          delimited by size
                            '-'                     delimited by size
                            ws-venc-num-dd          delimited by size
                       into ws-vencimento-gerado
                end-if

           end-perform
           .
       ajustar-vencimento-dia-util-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  baixa de mensalidades - recebe pagamentos sobre os lançamentos em
      *>  aberto de um aluno, aceitando pagamento parcial; o lançamento só
      *>  é marcado como pago quando o acumulado cobre o valor corrigido
           move ws-baixa-data-pagto                to  ws-rec-data
           move spaces                             to  ws-rec-via
           move ws-op-efet-cod                     to  ws-rec-operador
           move space                              to  ws-rec-canc

           perform gravar-documento-recibo
           .
           move fd-fin-vencimento                  to  fd-mov-vencimento
           move ws-baixa-valor-pagto               to  fd-mov-valor
           move ws-rec-numero                      to  fd-mov-recibo
           set  fd-mov-baixa                       to  true

           write fd-movimento-caixa

           accept ws-rec-num-busca

           move space                              to  ws-rec-achou
           move space                              to  ws-rec-canc

      *>   recibo estornado já não está em lançamento nenhum - sai do
      *>   cadastro de cancelados, marcado como tal
           if   ws-rec-num-busca <> 0 then
                perform buscar-recibo-cancelado
           end-if

      *>   o recibo não é chave do arquivo - a reimpressão varre o
      *>   financeiro do início até achar o lançamento que o guarda
           start arqFinanceiro key is greater than or equal to fd-fin-chave

           if   ws-fs-arqFinanceiro = '00'
           and  ws-rec-num-busca <> 0
           and  not ws-recibo-achado then
                perform until ws-fs-arqFinanceiro = '10'
                           or ws-recibo-achado

       reimprimir-recibo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  procura ws-rec-num-busca nos recibos cancelados por estorno e,
      *>  achando, regenera o documento com o cancelamento
      *>------------------------------------------------------------------------
       buscar-recibo-cancelado section.

           open input arqRecibosCancelados

      *>   '35' significa que nenhum recibo foi estornado ainda
           if   ws-fs-arqRecibosCancelados <> '35' then
                if   ws-fs-arqRecibosCancelados <> '00' then
                     move 31                                      to  ws-msn-erro-ofsset
                     move ws-fs-arqRecibosCancelados              to  ws-msn-erro-cod
                     move 'Erro ao abrir arq. arqRecibosCancelados' to ws-msn-erro-text
                     perform finaliza-anormal
                end-if

                move ws-rec-num-busca              to  fd-rca-recibo

                read arqRecibosCancelados

                if   ws-fs-arqRecibosCancelados = '00' then
                     set  ws-recibo-achado         to  true
                     set  ws-recibo-cancelado      to  true

                     move fd-rca-recibo            to  ws-rec-numero
                     move fd-rca-cod-aluno         to  ws-rec-cod-aluno
                     move fd-rca-vencimento        to  ws-rec-vencimento
                     move fd-rca-valor             to  ws-rec-valor
                     move fd-rca-data-pagamento    to  ws-rec-data
                     move '(2a VIA)'               to  ws-rec-via
                     move fd-rca-operador-baixa    to  ws-rec-operador
                     move fd-rca-data-estorno      to  ws-rec-data-estorno
                     move fd-rca-operador-estorno  to  ws-rec-operador-estorno
                     move fd-rca-motivo            to  ws-rec-motivo

                     perform gravar-documento-recibo
                else
                     if   ws-fs-arqRecibosCancelados <> '23' then
                          move 31                                     to  ws-msn-erro-ofsset
                          move ws-fs-arqRecibosCancelados             to  ws-msn-erro-cod
                          move 'Erro ao ler arq. arqRecibosCancelados' to ws-msn-erro-text
                          perform finaliza-anormal
                     end-if
                end-if

                close arqRecibosCancelados
           end-if
           .
       buscar-recibo-cancelado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava o documento do recibo montado em ws-recibo no arquivo de
      *>  recibos, que acumula as emissões para impressão
      *>------------------------------------------------------------------------
           move ws-rec-linha-aux                   to  fd-linha-recibo
           perform gravar-linha-recibo

      *>   recibo estornado - o documento não vale mais como quitação
           if   ws-recibo-cancelado then
                move '*** CANCELADO ***'           to  fd-linha-recibo
                perform gravar-linha-recibo

                move spaces                        to  ws-rec-linha-aux
                string 'Estorno   : ' delimited by size
                       ws-rec-data-estorno delimited by size
                       ' por ' delimited by size
                       ws-rec-operador-estorno delimited by size
                  into ws-rec-linha-aux
                move ws-rec-linha-aux              to  fd-linha-recibo
                perform gravar-linha-recibo

                move spaces                        to  ws-rec-linha-aux
                string 'Motivo    : ' delimited by size
                       ws-rec-motivo delimited by size
                  into ws-rec-linha-aux
                move ws-rec-linha-aux              to  fd-linha-recibo
                perform gravar-linha-recibo
           end-if

           move all '-'                            to  fd-linha-recibo
           perform gravar-linha-recibo
           move spaces                             to  fd-linha-recibo
      *>------------------------------------------------------------------------
      *>  calcula a multa (2%) e os juros por dia de atraso sobre o saldo
      *>  devedor do lançamento atualmente lido em fd-financeiro -
      *>  lançamento a vencer sai com encargos zero; as taxas são as
      *>  vigentes na data do vencimento
      *>------------------------------------------------------------------------
       calcular-encargos-lancamento section.

           move zero                               to  ws-baixa-encargos
           move zero                               to  ws-dias-atraso

           move fd-fin-vencimento                  to  ws-par-data-ref

           move 'MULTA-ATRASO'                     to  ws-par-cod-busca
           move ws-taxa-multa-padrao               to  ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente               to  ws-taxa-multa

           move 'JUROS-DIA'                        to  ws-par-cod-busca
           move ws-taxa-juros-dia-padrao           to  ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente               to  ws-taxa-juros-dia

      *>   vencimento aaaa-mm-dd vira aaaammdd numérico p/ contar os dias
           move fd-fin-vencimento(1:4)             to  ws-data-venc-num(1:4)
           move fd-fin-vencimento(6:2)             to  ws-data-venc-num(5:2)
       calcular-encargos-lancamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  busca em arqParametros o valor da regra ws-par-cod-busca vigente
      *>  na data ws-par-data-ref - a última vigência iniciada até a data;
      *>  sem nenhuma, fica o padrão que o chamador já deixou no valor
      *>  (mesma busca de obter-parametro-vigente em lista17parametros)
      *>------------------------------------------------------------------------
       obter-parametro-vigente section.

           if   ws-tem-arq-parametros then
                move ws-par-cod-busca              to  fd-par-cod
                move spaces                        to  fd-par-vigencia

                start arqParametros key is greater than or equal to fd-par-chave

      *>        tratamento de erro
                if   ws-fs-arqParametros <> '00'
                and  ws-fs-arqParametros <> '23' then
                     move 30                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqParametros                 to  ws-msn-erro-cod
                     move 'Erro de Start arq. arqParametros'  to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if

                if   ws-fs-arqParametros = '00' then
                     perform until ws-fs-arqParametros = '10'

                          read arqParametros next

                          if   ws-fs-arqParametros = '00' then
      *>                       outra regra, ou vigência posterior à data
                               if   fd-par-cod <> ws-par-cod-busca
                               or   fd-par-vigencia > ws-par-data-ref then
                                    move '10'      to  ws-fs-arqParametros
                               else
                                    move fd-par-valor  to  ws-par-valor-vigente
                               end-if
                          else
                               if   ws-fs-arqParametros <> '10' then
                                    move 30                                 to  ws-msn-erro-ofsset
                                    move ws-fs-arqParametros                to  ws-msn-erro-cod
                                    move 'Erro ao Ler arq. arqParametros'   to  ws-msn-erro-text
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
      *>  renegociação dos débitos vencidos de um aluno - consolida o
      *>  saldo corrigido (com multa e juros) dos lançamentos em atraso,
      *>  encerra os originais ('G') e grava as parcelas acordadas, todos
                     perform obter-numero-acordo
                     perform encerrar-originais-acordo
                     perform gerar-parcelas-acordo
                     perform registrar-acordo

                     display 'Acordo ' ws-reneg-acordo ' registrado - '
                             ws-reneg-parcelas ' parcelas geradas'
       obter-numero-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  anota o acordo recém fechado no registro de acordos - data da
      *>  renegociação, aluno, quantos originais entraram, o total
      *>  renegociado e em quantas parcelas
      *>------------------------------------------------------------------------
       registrar-acordo section.

           open extend arqRegistroAcordos

      *>   no primeiro acordo de todos o registro ainda não existe
           if   ws-fs-arqRegistroAcordos = '35' then
                open output arqRegistroAcordos
           end-if

      *>   tratamento de erro
           if   ws-fs-arqRegistroAcordos <> '00'
           and  ws-fs-arqRegistroAcordos <> '05' then
                move 34                              to  ws-msn-erro-ofsset
                move ws-fs-arqRegistroAcordos        to  ws-msn-erro-cod
                move 'Erro ao abrir arq.arqRegistroAcordos' to ws-msn-erro-text
                perform finaliza-anormal
           end-if

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces                             to  fd-registro-acordo

           move ws-reneg-acordo                    to  fd-rac-acordo
           string function current-date(1:4)       delimited by size
                  '-'                               delimited by size
                  function current-date(5:2)        delimited by size
                  '-'                               delimited by size
                  function current-date(7:2)        delimited by size
             into fd-rac-data
           move ws-cod                             to  fd-rac-cod-aluno
           move ws-reneg-qtd-origem                to  fd-rac-qtd-originais
           move ws-reneg-total                     to  fd-rac-valor-total
           move ws-reneg-parcelas                  to  fd-rac-parcelas
           move ws-op-efet-cod                     to  fd-rac-operador
           move function current-date              to  fd-rac-data-hora

           write fd-registro-acordo

      *>   tratamento de erro
           if   ws-fs-arqRegistroAcordos <> '00' then
                move 34                              to  ws-msn-erro-ofsset
                move ws-fs-arqRegistroAcordos        to  ws-msn-erro-cod
                move 'Erro ao gravar arq.arqRegistroAcordos' to ws-msn-erro-text
                perform finaliza-anormal
           end-if

           close arqRegistroAcordos
           .
       registrar-acordo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  registrar no log a alteração de um campo do cadastro do aluno
      *>------------------------------------------------------------------------
       registrar-log-alteracao section.
                perform finaliza-anormal
           end-if

      *>   fechar arquivos de professores e atribuições, quando abertos
           if   ws-tem-arq-professores then
                close arqProfessores
           end-if

           if   ws-tem-arq-atribuicoes then
                close arqAtribuicoes
           end-if

      *>   fechar calendário, quando aberto
           if   ws-tem-arq-calendario then
                close arqCalendario
           end-if

      *>   fechar lista de espera, quando aberta
           if   ws-tem-arq-lista-espera then
                close arqListaEspera
           end-if

      *>   fechar matriz curricular, quando aberta
           if   ws-tem-arq-matriz then
                close arqMatrizCurricular
           end-if

      *>   fechar movimentação de turma
           close arqMovimentacaoTurma

      *>   fechar arquivo de parâmetros, quando aberto
           if   ws-tem-arq-parametros then
                close arqParametros

      *>        tratamento de erro
                if   ws-fs-arqParametros  <> '00' then
      *>             mensagem de erro
                     move 12                                  to  ws-msn-erro-ofsset
                     move ws-fs-arqParametros                 to  ws-msn-erro-cod
                     move 'Erro ao fechar arq. arqParametros' to  ws-msn-erro-text
                     perform finaliza-anormal
                end-if
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback

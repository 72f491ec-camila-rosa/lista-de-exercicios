           record key is fd-tur-cod
           file status is ws-fs-arqTurmas.

      *>   cadastro de professores, mantido em lista17professores - aqui
      *>   é só consultado para validar quem lança ou pede alteração de nota
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

      *>   fila de alterações de nota pendentes de aprovação - a mudança
      *>   de nota não regrava mais o cadastro na hora: entra aqui e um
      *>   segundo operador (lista17aprovacao) aplica ou recusa
           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   parâmetros da escola, mantidos em lista17parametros - média de
      *>   aprovação e frequência mínima vigentes na data do cálculo
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
      *>   matrícula e a troca de turma pelo cadastro também ficam lá
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
           05 fd-tur-professor                     pic  x(25).
           05 fd-tur-capacidade                    pic  9(03).

      *>   mesmo layout de fd-professor em lista17professores
       fd arqProfessores.

       01 fd-professor.
           05 fd-prof-cod                          pic  9(04).
           05 fd-prof-nome                         pic  x(25).
           05 fd-prof-telefone                     pic  x(15).
           05 fd-prof-email                        pic  x(30).
           05 fd-prof-disciplinas.
               10 fd-prof-disc occurs 8            pic  9(02).
           05 fd-prof-ativo                        pic  x(01).
               88 fd-prof-ativo-sim                       value "S".
               88 fd-prof-ativo-nao                       value "N".

      *>   mesmo layout de fd-atribuicao em lista17professores
       fd arqAtribuicoes.

       01 fd-atribuicao.
           05 fd-atr-chave.
               10 fd-atr-ano                       pic  9(04).
               10 fd-atr-turma                     pic  9(02).
               10 fd-atr-disc                      pic  9(02).
           05 fd-atr-cod-professor                 pic  9(04).

      *>   mesmo layout de fd-pendencia em lista17aprovacao
       fd arqNotasPendentes.

               88 fd-pend-recusada                        value "R".
           05 fd-pend-aprovador                    pic  x(08).
           05 fd-pend-data-decisao                 pic  x(21).
           05 fd-pend-cod-professor                pic  9(04).

       fd arqControleNotasPend.

           05 fd-resp-endereco                     pic  x(35).
           05 fd-resp-email                        pic  x(30).

      *>   mesmo layout de fd-parametro em lista17parametros
       fd arqParametros.

       01 fd-parametro.
           05 fd-par-chave.
               10 fd-par-cod                       pic  x(12).
               10 fd-par-vigencia                  pic  x(10).
           05 fd-par-valor                         pic  9(03)v9999.
           05 fd-par-operador                      pic  x(08).
           05 fd-par-data-hora                     pic  x(21).

      *>   mesmo layout de fd-lista-espera em lista17listaespera
       fd arqListaEspera.

       01 fd-lista-espera.
           05 fd-esp-numero                        pic  9(06).
           05 fd-esp-turma                         pic  9(02).
           05 fd-esp-data-pedido                   pic  x(10).
           05 fd-esp-candidato                     pic  x(25).
           05 fd-esp-endereco                      pic  x(35).
           05 fd-esp-mae                           pic  x(25).
           05 fd-esp-pai                           pic  x(25).
           05 fd-esp-telefone                      pic  x(15).
           05 fd-esp-serie                         pic  9(02).
           05 fd-esp-cod-responsavel               pic  9(04).
           05 fd-esp-cod-aluno-origem              pic  9(06).
           05 fd-esp-prioridade                    pic  9(01).
           05 fd-esp-situacao                      pic  x(01).
               88 fd-esp-aguardando                       value "E".
               88 fd-esp-em-oferta                        value "O".
           05 fd-esp-data-oferta                   pic  x(10).
           05 fd-esp-prazo-resposta                pic  x(10).
           05 fd-esp-data-resposta                 pic  x(10).
           05 fd-esp-cod-aluno                     pic  9(06).
           05 fd-esp-operador                      pic  x(08).

      *>   mesmo layout de fd-mov-turma em lista17transferencia
       fd arqMovimentacaoTurma.

       01 fd-mov-turma.
           05 fd-mtu-chave.
               10 fd-mtu-cod-aluno                 pic  9(06).
               10 fd-mtu-data-efetiva              pic  x(10).
               10 fd-mtu-seq                       pic  9(02).
           05 fd-mtu-tipo                          pic  x(01).
           05 fd-mtu-turma-origem                  pic  9(02).
           05 fd-mtu-turma-destino                 pic  9(02).
           05 fd-mtu-motivo                        pic  x(40).
           05 fd-mtu-escola-destino                pic  x(30).
           05 fd-mtu-data-registro                 pic  x(10).
           05 fd-mtu-operador                      pic  x(08).

      *>   mesmo layout de fd-matriz em lista17matriz
       fd arqMatrizCurricular.

       01 fd-matriz.
           05 fd-mat-chave.
               10 fd-mat-serie                     pic  9(02).
               10 fd-mat-ano                       pic  9(04).
           05 fd-mat-disciplinas.
               10 fd-mat-disc occurs 8.
                   15 fd-mat-cod-disc              pic  9(02).
                   15 fd-mat-peso                  pic  9(03).

       fd arqJournalErros.
       01 fd-journal-erro.
           05 fd-jrn-programa                      pic  x(30).
       77 ws-fs-arqExtratoAlunos                   pic  x(02).
       77 ws-fs-arqEstatisticas                    pic  x(02).
       77 ws-fs-arqDisciplinas                     pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqProfessores                     pic  x(02).
       77 ws-fs-arqAtribuicoes                     pic  x(02).
       77 ws-fs-arqListaEspera                     pic  x(02).
       77 ws-fs-arqMovimentacao                    pic  x(02).
       77 ws-fs-arqMatrizCurricular                pic  x(02).

      *>  movimento de turma a gravar - pelo cadastro vale sempre hoje
       01 ws-movimento-turma.
           05 ws-mtu-data-hoje                     pic  x(10).
           05 ws-mtu-tipo                          pic  x(01).
           05 ws-mtu-turma-origem                  pic  9(02).
           05 ws-mtu-turma-destino                 pic  9(02).
           05 ws-mtu-motivo                        pic  x(40).

      *>  solicitação de alteração de nota enviada para aprovação
       01 ws-solicitacao-nota.
               88 ws-turma-esta-lotada                    value 'L'.
           05 ws-turma-capacidade                  pic  9(03).
           05 ws-qtd-alunos-turma                  pic  9(03).
      *>       lugares guardados para a lista de espera - candidatos
      *>       aguardando e ofertas ainda no prazo de resposta
           05 ws-qtd-reservas-turma                pic  9(03).
           05 ws-data-hoje-turma                   pic  x(10).
           05 ws-lista-espera-aberta               pic  x(01) value 'N'.
               88 ws-tem-arq-lista-espera                 value 'S'.
           05 ws-turmas-abertas                    pic  x(01) value 'N'.
               88 ws-tem-arq-turmas                       value 'S'.
      *>       turma escolhida p/ o relatório estatístico (0 = escola toda)
           05 ws-disciplinas-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-disciplinas                  value 'S'.

      *>  validação do professor que lança ou pede alteração de nota -
      *>  sem o cadastro de professores a conferência é dispensada
       01 ws-professor-consulta.
           05 ws-prof-informado                    pic  9(04).
           05 ws-prof-turma                        pic  9(02).
           05 ws-prof-disc                         pic  9(02).
           05 ws-prof-ano                          pic  9(04).
           05 ws-prof-existe                       pic  x(01).
               88 ws-prof-valido                          value 'S'.
               88 ws-prof-invalido                        value 'N'.
           05 ws-prof-motivo                       pic  x(40).
           05 ws-prof-habilitado                   pic  x(01).
           05 ws-ind-prof                          pic  9(01).
           05 ws-professores-abertos               pic  x(01) value 'N'.
               88 ws-tem-arq-professores                  value 'S'.
           05 ws-atribuicoes-abertas               pic  x(01) value 'N'.
               88 ws-tem-arq-atribuicoes                  value 'S'.
      *>       professor de cada uma das quatro notas do cadastro de notas
           05 ws-prof-notas occurs 4.
               10 ws-prof-nota                     pic  9(04).
               10 ws-prof-nota-aceita              pic  x(01).

      *>  busca da regra vigente numa data em arqParametros - o chamador
      *>  informa a regra, a data de referência e o valor padrão
       01 ws-busca-parametro.
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.
           05 ws-parametros-abertos                pic  x(01) value 'N'.
               88 ws-tem-arq-parametros                   value 'S'.

      *>  matriz curricular vigente de uma série num ano letivo - sem
      *>  matriz (ou aluno sem série) não há restrição de disciplinas
       01 ws-matriz-vigente.
           05 ws-mtz-serie                         pic  9(02).
           05 ws-mtz-ano                           pic  9(04).
           05 ws-mtz-ano-vigente                   pic  9(04).
           05 ws-mtz-qtd                           pic  9(02).
           05 ws-mtz-disc occurs 8.
               10 ws-mtz-cod-disc                  pic  9(02).
               10 ws-mtz-peso                      pic  9(03).
           05 ws-ind-mtz                           pic  9(02).
           05 ws-matrizes-abertas                  pic  x(01) value 'N'.
               88 ws-tem-arq-matriz                       value 'S'.

      *>  notas lançadas pela matriz curricular no cadastro de notas - uma
      *>  por disciplina da matriz, gravada na posição reservada a ela
       01 ws-notas-matriz.
           05 ws-nmz-disc occurs 8.
               10 ws-nmz-nota                      pic  9(02)v99.
               10 ws-nmz-prof                      pic  9(04).
               10 ws-nmz-lancar                    pic  x(01).
               10 ws-nmz-pos                       pic  9(01).
           05 ws-ind-pos                           pic  9(01).

      *>  apuração das médias por disciplina na consulta
       01 ws-media-disciplina.
           05 ws-ind-d1                            pic  9(01).
           05 ws-soma-pesos                        pic  9(04).
           05 ws-peso-aux                          pic  9(03).
           05 ws-qtd-notas                         pic  9(01).
      *>       média de aprovação e frequência mínima - os valores abaixo
      *>       são o padrão; a vigência do dia em arqParametros prevalece
           05 ws-media-aprovacao                   pic  9(02)v99 value 6,00.
           05 ws-frequencia-minima                 pic  9(03)v99 value 75,00.
           05 ws-opcao-busca                       pic  x(01).
      *>       ultimo codigo exibido na consulta sequencial, para retomar
      *>       a navegacao no mesmo ponto apos uma alteracao ou exclusao
                   end-if
               end-if

      *>       os parâmetros da escola são mantidos em lista17parametros -
      *>       se ainda não existem ('35'), valem os valores padrão
           open input arqParametros
               if ws-fs-arqParametros = '00'
               or ws-fs-arqParametros = '05' then
                   set ws-tem-arq-parametros to true
               else
                   if ws-fs-arqParametros <> '35' then
      *>               mensagem de erro
                       move 1 to ws-msn-erro-offset
                       move ws-fs-arqParametros to ws-msn-erro-cod
                       move 'Erro ao abrir arq.arqParametros' to ws-msn-erro-text
      *>               finalizar programa por erro
                       perform finaliza-anormal
                   end-if
               end-if

      *>       a matriz curricular é mantida em lista17matriz - se ainda não
      *>       existe ('35'), as notas entram em qualquer disciplina
           open input arqMatrizCurricular
               if ws-fs-arqMatrizCurricular = '00'
               or ws-fs-arqMatrizCurricular = '05' then
                   set ws-tem-arq-matriz to true
               else
                   if ws-fs-arqMatrizCurricular <> '35' then
      *>               mensagem de erro
                       move 1 to ws-msn-erro-offset
                       move ws-fs-arqMatrizCurricular to ws-msn-erro-cod
                       move 'Erro ao abrir arq.arqMatrizCurricular' to ws-msn-erro-text
      *>               finalizar programa por erro
                       perform finaliza-anormal
                   end-if
               end-if

      *>       a lista de espera é mantida em lista17listaespera - se ainda
      *>       não existe ('35'), a lotação conta só os alunos ativos
           open input arqListaEspera
               if ws-fs-arqListaEspera = '00'
               or ws-fs-arqListaEspera = '05' then
                   set ws-tem-arq-lista-espera to true
               else
                   if ws-fs-arqListaEspera <> '35' then
      *>               mensagem de erro
                       move 1 to ws-msn-erro-offset
                       move ws-fs-arqListaEspera to ws-msn-erro-cod
                       move 'Erro ao abrir arq.arqListaEspera' to ws-msn-erro-text
      *>               finalizar programa por erro
                       perform finaliza-anormal
                   end-if
               end-if

      *>   movimentação de turma - criada aqui na primeira matrícula se
      *>   ainda não existe
           open i-o arqMovimentacaoTurma
               if ws-fs-arqMovimentacao = '35' then
                   open output arqMovimentacaoTurma
                   close arqMovimentacaoTurma
                   open i-o arqMovimentacaoTurma
               end-if

               if ws-fs-arqMovimentacao <> '00'
               and ws-fs-arqMovimentacao <> '05' then
      *>           mensagem de erro
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqMovimentacao to ws-msn-erro-cod
                   move 'Erro ao abrir arq.arqMovimentacaoTurma' to ws-msn-erro-text
      *>           finalizar programa por erro
                   perform finaliza-anormal
               end-if

           perform carregar-regras-vigentes

      *>       professores e atribuições são mantidos em lista17professores -
      *>       se ainda não existem ('35'), a nota entra sem conferir professor
           open input arqProfessores
               if ws-fs-arqProfessores = '00'
               or ws-fs-arqProfessores = '05' then
                   set ws-tem-arq-professores to true
               else
                   if ws-fs-arqProfessores <> '35' then
      *>               mensagem de erro
                       move 1 to ws-msn-erro-offset
                       move ws-fs-arqProfessores to ws-msn-erro-cod
                       move 'Erro ao abrir arq.arqProfessores' to ws-msn-erro-text
      *>               finalizar programa por erro
                       perform finaliza-anormal
                   end-if
               end-if

           open input arqAtribuicoes
               if ws-fs-arqAtribuicoes = '00'
               or ws-fs-arqAtribuicoes = '05' then
                   set ws-tem-arq-atribuicoes to true
               else
                   if ws-fs-arqAtribuicoes <> '35' then
      *>               mensagem de erro
                       move 1 to ws-msn-erro-offset
                       move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                       move 'Erro ao abrir arq.arqAtribuicoes' to ws-msn-erro-text
      *>               finalizar programa por erro
                       perform finaliza-anormal
                   end-if
               end-if

      *>       fila de pendências de nota - criada aqui na primeira vez,
      *>       para a solicitação funcionar desde o início
           open i-o arqNotasPendentes
               if ws-turma-esta-lotada then
                   display 'Turma Lotada - Capacidade de ' ws-turma-capacidade
                           ' Alunos Atingida'
                   display 'Inclua o candidato na Lista de Espera (menu G)'
               else
               if ws-resp-nao-cadastrado then
                   display 'Responsavel nao Cadastrado'
      *>                         fechar arquivo quando dá erro
                               perform finaliza-anormal
                           end-if

      *>                     a matrícula abre o histórico de turmas do aluno
                           move 'M' to ws-mtu-tipo
                           move zero to ws-mtu-turma-origem
                           move ws-turma to ws-mtu-turma-destino
                           move 'Matricula' to ws-mtu-motivo
                           perform registrar-movimentacao-turma
                       end-if
                   end-if
               end-if
                   display 'Aluno nao Cadastrado'
               end-if

      *>       a turma do aluno diz qual atribuição vale para o professor
               perform obter-turma-aluno-notas

      *>       havendo matriz curricular vigente para a série do aluno, só
      *>       as disciplinas dela são oferecidas, uma a uma
               move function current-date(1:4) to ws-mtz-ano
               perform carregar-matriz-vigente

               if ws-mtz-qtd <> 0 then
                   perform aceitar-notas-matriz
               else
      *>           cadastro das notas, cada uma identificada pela disciplina a
      *>           que pertence (0 = sem disciplina) e pelo professor que a lançou
                   perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 4
                       display 'Informe a nota ' ws-ind-nota ': '
                       accept ws-nota(ws-ind-nota)
                       display 'Disciplina da nota ' ws-ind-nota ' (0=sem): '
                       accept ws-disc-cod
                       perform validar-disciplina
                       if ws-disc-nao-cadastrada then
                           display 'Disciplina nao cadastrada - nota gravada sem disciplina'
                           move zero to ws-disc-cod
                       end-if
                       move ws-disc-cod to ws-cod-disc(ws-ind-nota)

                       display 'Professor da nota ' ws-ind-nota ': '
                       accept ws-prof-nota(ws-ind-nota)
                       move ws-prof-nota(ws-ind-nota) to ws-prof-informado
                       move ws-disc-cod to ws-prof-disc
                       perform validar-professor
      *>               professor recusado - a posição fica como está no cadastro
                       if ws-prof-invalido then
                           display ws-prof-motivo ' - nota nao gravada'
                           move 'N' to ws-prof-nota-aceita(ws-ind-nota)
                       else
                           move 'S' to ws-prof-nota-aceita(ws-ind-nota)
                       end-if
                   end-perform
               end-if

      *> -------------  salvar dados no arquivo

      *>           move dados da variável ws para fd - as quatro notas da
      *>           tela clássica ocupam as posições 1 a 4 da tabela
      *>           unificada, com peso zero (sem ponderação); as posições
      *>           5 a 8 ficam como estão no registro; com matriz, cada
      *>           nota vai para a posição da sua disciplina, com o peso
      *>           da matriz
                   if ws-mtz-qtd <> 0 then
                       perform gravar-notas-matriz
                   else
                       perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 4
                           if ws-prof-nota-aceita(ws-ind-nota) = 'S' then
                               move ws-nota(ws-ind-nota) to fd-nota(ws-ind-nota)
                               move zero to fd-peso(ws-ind-nota)
                               move ws-cod-disc(ws-ind-nota) to fd-cod-disc(ws-ind-nota)
                           end-if
                       end-perform
                   end-if
      *>           calcula media e situação a partir das notas gravadas
                   perform calcula-media-situacao
      *>           sobreescrever o arquivo
      *>               fechar arquivo quando dá erro
                       perform finaliza-anormal
                   end-if

      *>           o professor de cada nota gravada fica na trilha de
      *>           auditoria - posição e disciplina antes, professor depois
                   if ws-mtz-qtd <> 0 then
                       perform registrar-log-notas-matriz
                   else
                       perform varying ws-ind-nota from 1 by 1 until ws-ind-nota > 4
                           if ws-prof-nota-aceita(ws-ind-nota) = 'S' then
                               move 'Professor Nota' to ws-log-campo
                               move spaces to ws-log-valor-antigo
                               string 'nota ' ws-ind-nota
                                      ' disc ' ws-cod-disc(ws-ind-nota)
                                 delimited by size
                                 into ws-log-valor-antigo
                               move ws-prof-nota(ws-ind-nota) to ws-log-valor-novo
                               perform registrar-log-alteracao
                           end-if
                       end-perform
                   end-if
                   move spaces to ws-log-campo
               end-if

      *> -------------
       cadastro-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  aceita as notas do aluno pelas disciplinas da matriz curricular
      *>  vigente da série - só essas são oferecidas; a que não for lançada
      *>  agora fica como está no cadastro
      *>------------------------------------------------------------------------
       aceitar-notas-matriz section.

           display 'Matriz da serie ' ws-mtz-serie ' (ano ' ws-mtz-ano-vigente ')'

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
               move 'N' to ws-nmz-lancar(ws-ind-mtz)
               move zero to ws-nmz-nota(ws-ind-mtz)
               move zero to ws-nmz-prof(ws-ind-mtz)

               move ws-mtz-cod-disc(ws-ind-mtz) to ws-disc-cod
               perform validar-disciplina
               display 'Lancar nota de ' ws-disc-cod ' - ' ws-disc-nome
                       '? S-im/N-ao'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao

               if ws-opcao = 'S' then
                   display 'Informe a nota: '
                   accept ws-nmz-nota(ws-ind-mtz)
                   display 'Professor da nota: '
                   accept ws-nmz-prof(ws-ind-mtz)
                   move ws-nmz-prof(ws-ind-mtz) to ws-prof-informado
                   move ws-disc-cod to ws-prof-disc
                   perform validar-professor
      *>           professor recusado - a posição fica como está no cadastro
                   if ws-prof-invalido then
                       display ws-prof-motivo ' - nota nao gravada'
                   else
                       move 'S' to ws-nmz-lancar(ws-ind-mtz)
                   end-if
               end-if
           end-perform
           .
       aceitar-notas-matriz-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava no registro lido as notas aceitas pela matriz - cada uma na
      *>  posição da sua disciplina, com o peso da matriz
      *>------------------------------------------------------------------------
       gravar-notas-matriz section.

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
               move zero to ws-nmz-pos(ws-ind-mtz)

               if ws-nmz-lancar(ws-ind-mtz) = 'S' then
                   move ws-mtz-cod-disc(ws-ind-mtz) to ws-disc-cod
                   perform localizar-posicao-nota

                   if ws-ind-pos = 0 then
                       display 'Sem posicao livre p/ a disciplina ' ws-disc-cod
                               ' - nota nao gravada'
                       move 'N' to ws-nmz-lancar(ws-ind-mtz)
                   else
                       move ws-ind-pos to ws-nmz-pos(ws-ind-mtz)
                       move ws-nmz-nota(ws-ind-mtz) to fd-nota(ws-ind-pos)
                       move ws-mtz-peso(ws-ind-mtz) to fd-peso(ws-ind-pos)
                       move ws-disc-cod to fd-cod-disc(ws-ind-pos)
                   end-if
               end-if
           end-perform
           .
       gravar-notas-matriz-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  posição de nota da disciplina ws-disc-cod no registro lido - a
      *>  já reservada para ela ou, não havendo, a primeira sem nota e sem
      *>  disciplina; zero quando as oito estão ocupadas
      *>------------------------------------------------------------------------
       localizar-posicao-nota section.

           move zero to ws-ind-pos

           perform varying ws-ind-media from 1 by 1
                     until ws-ind-media > 8 or ws-ind-pos <> 0
               if fd-cod-disc(ws-ind-media) is numeric
               and fd-cod-disc(ws-ind-media) = ws-disc-cod then
                   move ws-ind-media to ws-ind-pos
               end-if
           end-perform

           perform varying ws-ind-media from 1 by 1
                     until ws-ind-media > 8 or ws-ind-pos <> 0
               if fd-nota(ws-ind-media) is not numeric
               and (fd-cod-disc(ws-ind-media) is not numeric
                    or fd-cod-disc(ws-ind-media) = 0) then
                   move ws-ind-media to ws-ind-pos
               end-if
           end-perform
           .
       localizar-posicao-nota-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  trilha de auditoria das notas gravadas pela matriz - posição e
      *>  disciplina antes, professor depois
      *>------------------------------------------------------------------------
       registrar-log-notas-matriz section.

           perform varying ws-ind-mtz from 1 by 1 until ws-ind-mtz > ws-mtz-qtd
               if ws-nmz-lancar(ws-ind-mtz) = 'S' then
                   move 'Professor Nota' to ws-log-campo
                   move spaces to ws-log-valor-antigo
                   string 'nota ' ws-nmz-pos(ws-ind-mtz)
                          ' disc ' ws-mtz-cod-disc(ws-ind-mtz)
                     delimited by size
                     into ws-log-valor-antigo
                   move ws-nmz-prof(ws-ind-mtz) to ws-log-valor-novo
                   perform registrar-log-alteracao
               end-if
           end-perform
           .
       registrar-log-notas-matriz-exit.
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
                   move 23 to ws-msn-erro-offset
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
                               move 23 to ws-msn-erro-offset
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
      *>  calcula media e situação do aluno
      *>------------------------------------------------------------------------
       calcula-media-situacao section.
               set fd-situacao-reprovado to true
           end-if

      *>   regra da escola - frequência abaixo da mínima vigente reprova
      *>   por falta ("RF"), qualquer que seja a média das notas
           if fd-frequencia is numeric
           and fd-frequencia < ws-frequencia-minima then
               set fd-situacao-reprovado-falta to true
           end-if
           .
       calcula-media-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a média de aprovação e a frequência mínima vigentes hoje
      *>------------------------------------------------------------------------
       carregar-regras-vigentes section.

           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-par-data-ref

           move 'MEDIA-APROV' to ws-par-cod-busca
           move ws-media-aprovacao to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-media-aprovacao

           move 'FREQ-MINIMA' to ws-par-cod-busca
           move ws-frequencia-minima to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-frequencia-minima
           .
       carregar-regras-vigentes-exit.
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
                   move 20 to ws-msn-erro-offset
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
                               move 20 to ws-msn-erro-offset
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
      *>  consultar cadastro
      *>------------------------------------------------------------------------
                       when '00'
                           move fd-tur-capacidade to ws-turma-capacidade
                           perform contar-alunos-turma
                           perform contar-reservas-turma

                           if ws-qtd-alunos-turma + ws-qtd-reservas-turma
                              >= ws-turma-capacidade then
                               set ws-turma-esta-lotada to true
                           else
                               set ws-turma-cadastrada to true
       contar-alunos-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  conta os lugares da turma ws-turma-informada já prometidos pela
      *>  lista de espera - quem aguarda na fila e as ofertas ainda dentro
      *>  do prazo de resposta; a vaga não fura a fila
      *>------------------------------------------------------------------------
       contar-reservas-turma section.

           move zero to ws-qtd-reservas-turma

           if ws-tem-arq-lista-espera then
               string function current-date(1:4) delimited by size
                      '-' delimited by size
                      function current-date(5:2) delimited by size
                      '-' delimited by size
                      function current-date(7:2) delimited by size
                 into ws-data-hoje-turma

               move ws-turma-informada to fd-esp-turma

               start arqListaEspera key is equal to fd-esp-turma

      *>       tratamento de erro
               if ws-fs-arqListaEspera <> '00'
               and ws-fs-arqListaEspera <> '23' then
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqListaEspera = '00' then
                   perform until ws-fs-arqListaEspera = '10'

                       read arqListaEspera next

                       if ws-fs-arqListaEspera = '00' then
                           if fd-esp-turma <> ws-turma-informada then
                               move '10' to ws-fs-arqListaEspera
                           else
                               if fd-esp-aguardando
                               or (fd-esp-em-oferta
                               and fd-esp-prazo-resposta >= ws-data-hoje-turma) then
                                   add 1 to ws-qtd-reservas-turma
                               end-if
                           end-if
                       else
                           if ws-fs-arqListaEspera <> '10' then
                               move 16 to ws-msn-erro-offset
                               move ws-fs-arqListaEspera to ws-msn-erro-cod
                               move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
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
      *>  grava a solicitação de alteração de nota na fila de pendências e
      *>  registra o pedido no log - quem pediu é o primeiro ator; quem
      *>  aprovar ou recusar (lista17aprovacao) é o segundo
           set fd-pend-pendente to true
           move spaces to fd-pend-aprovador
           move spaces to fd-pend-data-decisao
           move ws-prof-informado to fd-pend-cod-professor

           write fd-pendencia

       solicitar-alteracao-nota-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  turma do aluno ws-cod-aluno para a conferência do professor no
      *>  cadastro de notas - aluno não encontrado fica sem turma
      *>------------------------------------------------------------------------
       obter-turma-aluno-notas section.

           move zero to ws-prof-turma
           move zero to ws-mtz-serie

           move ws-cod-aluno to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   move fd-turma to ws-prof-turma
                   move fd-serie to ws-mtz-serie
               when '23'
                   continue
               when other
      *>           mensagem de erro
                   move 21 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       obter-turma-aluno-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  confere o professor ws-prof-informado para uma nota da disciplina
      *>  ws-prof-disc na turma ws-prof-turma - precisa estar cadastrado,
      *>  ativo e habilitado na disciplina; havendo turma e disciplina,
      *>  precisa ser o professor atribuído a elas no ano letivo da turma
      *>------------------------------------------------------------------------
       validar-professor section.

           set ws-prof-valido to true
           move spaces to ws-prof-motivo

      *>   sem o cadastro de professores não há o que conferir
           if not ws-tem-arq-professores then
               continue
           else
               if ws-prof-informado = 0 then
                   set ws-prof-invalido to true
                   move 'Professor nao informado' to ws-prof-motivo
               else
                   move ws-prof-informado to fd-prof-cod

                   read arqProfessores

                   evaluate ws-fs-arqProfessores
                       when '00'
                           if fd-prof-ativo-nao then
                               set ws-prof-invalido to true
                               move 'Professor inativo' to ws-prof-motivo
                           end-if
                       when '23'
                           set ws-prof-invalido to true
                           move 'Professor nao cadastrado' to ws-prof-motivo
                       when other
      *>                   mensagem de erro
                           move 21 to ws-msn-erro-offset
                           move ws-fs-arqProfessores to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqProfessores' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

      *>           nota sem disciplina só confere o cadastro do professor
                   if ws-prof-valido
                   and ws-prof-disc <> 0 then
                       move 'N' to ws-prof-habilitado
                       perform varying ws-ind-prof from 1 by 1 until ws-ind-prof > 8
                           if fd-prof-disc(ws-ind-prof) = ws-prof-disc then
                               move 'S' to ws-prof-habilitado
                           end-if
                       end-perform

                       if ws-prof-habilitado <> 'S' then
                           set ws-prof-invalido to true
                           move 'Professor nao habilitado na disciplina' to ws-prof-motivo
                       end-if
                   end-if

                   if ws-prof-valido
                   and ws-prof-disc <> 0
                   and ws-prof-turma <> 0
                   and ws-tem-arq-atribuicoes then
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

           move function current-date(1:4) to ws-prof-ano

           if ws-tem-arq-turmas then
               move ws-prof-turma to fd-tur-cod

               read arqTurmas

               evaluate ws-fs-arqTurmas
                   when '00'
                       move fd-tur-ano to ws-prof-ano
                   when '23'
                       continue
                   when other
      *>               mensagem de erro
                       move 21 to ws-msn-erro-offset
                       move ws-fs-arqTurmas to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move ws-prof-ano to fd-atr-ano
           move ws-prof-turma to fd-atr-turma
           move ws-prof-disc to fd-atr-disc

           read arqAtribuicoes

           evaluate ws-fs-arqAtribuicoes
               when '00'
                   if fd-atr-cod-professor <> ws-prof-informado then
                       set ws-prof-invalido to true
                       move spaces to ws-prof-motivo
                       string 'Disciplina atribuida ao professor '
                              fd-atr-cod-professor
                         delimited by size
                         into ws-prof-motivo
                   end-if
               when '23'
                   set ws-prof-invalido to true
                   move 'Disciplina sem professor na turma' to ws-prof-motivo
               when other
      *>           mensagem de erro
                   move 21 to ws-msn-erro-offset
                   move ws-fs-arqAtribuicoes to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqAtribuicoes' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       conferir-atribuicao-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  busca e avança o numerador de pendências de nota
      *>------------------------------------------------------------------------
       obter-numero-pendencia section.
                               display 'Operador sem autorizacao para notas'
                               set ws-campo-e-invalido to true
                           else
                               display 'Qual Nota? (1 a 8) '
                               accept ws-ind-nota
                               if ws-ind-nota < 1 or ws-ind-nota > 8 then
                                   set ws-campo-e-invalido to true
                               else
                                   display 'Nota Nova: '
                                   accept ws-nota-nova-pend

      *>                           o pedido sai em nome do professor
      *>                           atribuído à disciplina da nota na turma
      *>                           do aluno
                                   display 'Professor Responsavel: '
                                   accept ws-prof-informado
                                   move ws-turma to ws-prof-turma
                                   move ws-cod-disc(ws-ind-nota) to ws-prof-disc
                                   perform validar-professor

                                   if ws-prof-invalido then
                                       display ws-prof-motivo
                                       set ws-campo-e-invalido to true
                                   else
                                       perform solicitar-alteracao-nota

                                       display 'Solicitacao ' ws-seq-pendencia
                                               ' registrada - aguarda aprovacao'
                                   end-if
                               end-if
                           end-if
                       when = '7'
                           display 'Turma (0=sem turma): '
                                       display 'Turma nao Cadastrada'
                                       set ws-campo-e-invalido to true
                                   when ws-turma-esta-lotada
                                       display 'Turma Lotada - use a Lista de Espera (menu G)'
                                       set ws-campo-e-invalido to true
                                   when other
                                       move 'Turma' to ws-log-campo
                                       move ws-turma to ws-log-valor-antigo
                                       move ws-turma to ws-mtu-turma-origem
                                       move ws-turma-informada to ws-turma
                                       move ws-turma to ws-log-valor-novo
                               end-evaluate
                       if ws-log-campo <> spaces then
                           perform registrar-log-alteracao
                       end-if

      *>               a troca pelo cadastro vale a partir de hoje - com
      *>               outra data efetiva, a troca é feita em
      *>               lista17transferencia
                       if ws-log-campo = 'Turma' then
                           move 'T' to ws-mtu-tipo
                           move ws-turma to ws-mtu-turma-destino
                           move 'Alteracao no cadastro' to ws-mtu-motivo
                           perform registrar-movimentacao-turma
                       end-if
                   end-if

                   end-if
       registrar-log-alteracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  grava o movimento de turma do aluno ws-cod-aluno, com data de
      *>  hoje - mais de um movimento na mesma data ganha a sequência
      *>  seguinte
      *>------------------------------------------------------------------------
       registrar-movimentacao-turma section.

           string function current-date(1:4) delimited by size
                  '-' delimited by size
                  function current-date(5:2) delimited by size
                  '-' delimited by size
                  function current-date(7:2) delimited by size
             into ws-mtu-data-hoje

           move spaces to fd-mov-turma
           move ws-cod-aluno to fd-mtu-cod-aluno
           move ws-mtu-data-hoje to fd-mtu-data-efetiva
           move zero to fd-mtu-seq
           move ws-mtu-tipo to fd-mtu-tipo
           move ws-mtu-turma-origem to fd-mtu-turma-origem
           move ws-mtu-turma-destino to fd-mtu-turma-destino
           move ws-mtu-motivo to fd-mtu-motivo
           move ws-mtu-data-hoje to fd-mtu-data-registro
           move ws-op-efet-cod to fd-mtu-operador

           move '22' to ws-fs-arqMovimentacao

           perform until ws-fs-arqMovimentacao <> '22'
                      or fd-mtu-seq = 99
               add 1 to fd-mtu-seq
               write fd-mov-turma
           end-perform

      *>   tratamento de erro
           if ws-fs-arqMovimentacao <> '00' then
      *>       mensagem de erro
               move 22 to ws-msn-erro-offset
               move ws-fs-arqMovimentacao to ws-msn-erro-cod
               move 'Erro ao gravar arq.arqMovimentacaoTurma' to ws-msn-erro-text
      *>       fechar arquivo quando dá erro
               perform finaliza-anormal
           end-if
           .
       registrar-movimentacao-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  extrair todo o cadastro de alunos para um arquivo csv - modo batch
      *>------------------------------------------------------------------------
       extrair-csv-alunos section.
      *>------------------------------------------------------------------------
       finaliza section.

      *>   fechar movimentação de turma
           close arqMovimentacaoTurma

      *>   fechar arquivo
           close arqCadastroAlunos

               end-if
           end-if

      *>   fechar arquivos de professores e atribuições, quando abertos
           if ws-tem-arq-professores then
               close arqProfessores
           end-if

           if ws-tem-arq-atribuicoes then
               close arqAtribuicoes
           end-if

      *>   fechar matriz curricular, quando aberta
           if ws-tem-arq-matriz then
               close arqMatrizCurricular
           end-if

      *>   fechar lista de espera, quando aberta
           if ws-tem-arq-lista-espera then
               close arqListaEspera
           end-if

      *>   fechar arquivo de parâmetros, quando aberto
           if ws-tem-arq-parametros then
               close arqParametros

      *>       tratamento de erro
               if ws-fs-arqParametros <> '00' then
      *>           mensagem de erro
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro ao fechar arq.arqParametros' to ws-msn-erro-text
      *>           fechar arquivo quando dá erro
                   perform finaliza-anormal
               end-if
           end-if

      *>   fechar fila de pendências de nota
           close arqNotasPendentes


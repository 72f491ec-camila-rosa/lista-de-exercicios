      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "lista17listaespera".
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

      *>   lista de espera das turmas lotadas - um registro por pedido,
      *>   numerado na ordem de chegada; a chave alternada pela turma
      *>   percorre a fila de uma turma só
           select arqListaEspera assign to "arqListaEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-numero
           alternate record key is fd-esp-turma with duplicates
           file status is ws-fs-arqListaEspera.

      *>   cadastro de turmas, mantido em lista17turmas - a capacidade
      *>   que define quantas vagas há para oferecer
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-cod
           file status is ws-fs-arqTurmas.

      *>   cadastro de alunos - a lotação de cada turma, os irmãos já
      *>   matriculados e a matrícula de quem aceita a vaga
           select arqCadastroAlunos assign to "arqCadastroAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadastroAlunos.

      *>   registro de responsáveis, mantido em lista17responsaveis - o
      *>   vínculo do candidato é validado como na matrícula
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-resp-cod
           file status is ws-fs-arqResponsaveis.

      *>   financeiro - a matrícula pela lista gera a primeira mensalidade
      *>   como a matrícula do cadastro
           select arqFinanceiro assign to "arqFinanceiro.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fin-chave
           file status is ws-fs-arqFinanceiro.

      *>   calendário letivo, mantido em lista17calendario - vencimento que
      *>   cai em feriado ou fim de semana passa para o próximo dia útil
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>   parâmetros da escola, mantidos em lista17parametros - o prazo
      *>   de resposta da oferta de vaga
           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

      *>   trilha de auditoria do cadastro - a troca de turma de quem
      *>   aceita uma transferência interna fica registrada aqui
           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogAlteracoes.

      *>   movimentação de turma, mantida em lista17transferencia - quem
      *>   é matriculado ou transferido pela lista também fica lá
           select arqMovimentacaoTurma assign to "arqMovimentacaoTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtu-chave
           file status is ws-fs-arqMovimentacao.

      *>   relatório da lista de espera por turma, para a direção
           select arqRelatorioListaEspera assign to "arqRelatorioListaEspera.txt"
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

       fd arqListaEspera.

       01 fd-lista-espera.
           05 fd-esp-numero                        pic  9(06).
           05 fd-esp-turma                         pic  9(02).
           05 fd-esp-data-pedido                   pic  x(10).
      *>       dados do candidato, levados para o cadastro na matrícula
           05 fd-esp-candidato                     pic  x(25).
           05 fd-esp-endereco                      pic  x(35).
           05 fd-esp-mae                           pic  x(25).
           05 fd-esp-pai                           pic  x(25).
           05 fd-esp-telefone                      pic  x(15).
           05 fd-esp-serie                         pic  9(02).
           05 fd-esp-cod-responsavel               pic  9(04).
      *>       aluno da escola pedindo para mudar de turma (transferência
      *>       interna) - zero para candidato novo
           05 fd-esp-cod-aluno-origem              pic  9(06).
      *>       1 irmão já matriculado, 2 transferência interna, 3 demais -
      *>       a vaga vai para a menor prioridade e, nela, ao pedido mais
      *>       antigo
           05 fd-esp-prioridade                    pic  9(01).
               88 fd-esp-prior-irmao                      value 1.
               88 fd-esp-prior-transferencia              value 2.
               88 fd-esp-prior-geral                      value 3.
           05 fd-esp-situacao                      pic  x(01).
               88 fd-esp-aguardando                       value "E".
               88 fd-esp-em-oferta                        value "O".
               88 fd-esp-matriculado                      value "M".
               88 fd-esp-recusou                          value "R".
               88 fd-esp-oferta-expirada                  value "X".
               88 fd-esp-cancelado                        value "C".
           05 fd-esp-data-oferta                   pic  x(10).
           05 fd-esp-prazo-resposta                pic  x(10).
           05 fd-esp-data-resposta                 pic  x(10).
      *>       código dado na matrícula (ou o próprio aluno transferido)
           05 fd-esp-cod-aluno                     pic  9(06).
           05 fd-esp-operador                      pic  x(08).

      *>   mesmo layout de fd-turma-reg em lista17turmas
       fd arqTurmas.

       01 fd-turma-reg.
           05 fd-tur-cod                           pic  9(02).
           05 fd-tur-nome                          pic  x(20).
           05 fd-tur-ano                           pic  9(04).
           05 fd-tur-professor                     pic  x(25).
           05 fd-tur-capacidade                    pic  9(03).

      *>   mesmo layout unificado de fd-alunos em lista17exercicio1, já que o
      *>   repositório não usa copybooks - qualquer alteração de layout lá
      *>   precisa ser replicada aqui também
       fd arqCadastroAlunos.

       01 fd-alunos.
           05 fd-cod-aluno                         pic  9(06).
           05 fd-aluno                             pic  x(25).
           05 fd-endereco                          pic  x(35).
           05 fd-mae                               pic  x(25).
           05 fd-pai                               pic  x(25).
           05 fd-telefone                          pic  x(15).
           05 fd-nota-g.
               10 fd-notas occurs 8.
                   15 fd-nota                      pic  9(02)v99.
                   15 fd-peso                      pic  9(03).
                   15 fd-cod-disc                  pic  9(02).
           05 fd-media                             pic  9(02)v99.
           05 fd-situacao                          pic  x(01).
               88 fd-situacao-aprovado                    value "A".
               88 fd-situacao-reprovado                   value "R".
               88 fd-situacao-reprovado-falta             value "F".
           05 fd-ativo                             pic  x(01).
               88 fd-ativo-sim                            value "S".
               88 fd-ativo-nao                            value "N".
           05 fd-data-inativacao                   pic  x(10).
           05 fd-turma                             pic  9(02).
           05 fd-frequencia                        pic  9(03)v99.
           05 fd-serie                             pic  9(02).
           05 fd-rematricula                       pic  x(01).
           05 fd-cod-responsavel                   pic  9(04).

      *>   mesmo layout de fd-responsavel em lista17responsaveis
       fd arqResponsaveis.

       01 fd-responsavel.
           05 fd-resp-cod                          pic  9(04).
           05 fd-resp-nome                         pic  x(25).
           05 fd-resp-cpf                          pic  x(11).
           05 fd-resp-telefone                     pic  x(15).
           05 fd-resp-endereco                     pic  x(35).
           05 fd-resp-email                        pic  x(30).

      *>   mesmo layout de fd-financeiro em lista17exercicio1-com-tela
       fd arqFinanceiro.

       01 fd-financeiro.
           05 fd-fin-chave.
               10 fd-fin-cod-aluno                 pic  9(06).
               10 fd-fin-vencimento                pic  x(10).
           05 fd-fin-valor-mensalidade             pic  9(04)v99.
           05 fd-fin-situacao-pgto                 pic  x(01).
               88 fd-fin-pago                             value "P".
               88 fd-fin-em-aberto                        value "A".
               88 fd-fin-renegociado                      value "G".
           05 fd-fin-data-pagamento                pic  x(10).
           05 fd-fin-valor-pago                    pic  9(04)v99.
           05 fd-fin-desconto                      pic  9(04)v99.
           05 fd-fin-valor-corrigido               pic  9(04)v99.
           05 fd-fin-acordo                        pic  9(04).
           05 fd-fin-recibo                        pic  9(06).
           05 fd-fin-operador                      pic  x(08).

      *>   mesmo layout de fd-calendario em lista17calendario
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

      *>   mesmo layout de fd-parametro em lista17parametros
       fd arqParametros.

       01 fd-parametro.
           05 fd-par-chave.
               10 fd-par-cod                       pic  x(12).
               10 fd-par-vigencia                  pic  x(10).
           05 fd-par-valor                         pic  9(03)v9999.
           05 fd-par-operador                      pic  x(08).
           05 fd-par-data-hora                     pic  x(21).

      *>   mesmo layout de fd-log-alteracao em lista17exercicio1-com-tela
       fd arqLogAlteracoes.

       01 fd-log-alteracao.
           05 fd-log-cod-aluno                     pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-log-campo                         pic  x(15).
           05 filler                               pic  x(02) value space.
           05 fd-log-valor-antigo                  pic  x(35).
           05 filler                               pic  x(02) value space.
           05 fd-log-valor-novo                    pic  x(35).
           05 filler                               pic  x(02) value space.
           05 fd-log-data-hora                     pic  x(21).
           05 filler                               pic  x(02) value space.
           05 fd-log-operador                      pic  x(08).

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

       fd arqRelatorioListaEspera.

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
       77 ws-fs-arqListaEspera                     pic  x(02).
       77 ws-fs-arqTurmas                          pic  x(02).
       77 ws-fs-arqCadastroAlunos                  pic  x(02).
       77 ws-fs-arqResponsaveis                    pic  x(02).
       77 ws-fs-arqFinanceiro                      pic  x(02).
       77 ws-fs-arqCalendario                      pic  x(02).
       77 ws-fs-arqParametros                      pic  x(02).
       77 ws-fs-arqLogAlteracoes                   pic  x(02).
       77 ws-fs-arqRelatorio                       pic  x(02).
       77 ws-fs-arqMovimentacao                    pic  x(02).

      *>  primeira mensalidade de quem é matriculado pela lista - a mesma
      *>  da matrícula no cadastro
       77 ws-valor-mensalidade-padrao              pic  9(04)v99 value 350,00.

       01 ws-uso-geral.
           05 ws-menu                              pic  x(01) value 'S'.
           05 ws-opcao                             pic  x(01).
           05 ws-confirma                          pic  x(01).
           05 ws-data-hoje                         pic  x(10).
           05 ws-dias-hoje                         pic  9(08).
           05 ws-data-hora-atual                   pic  x(21).
           05 ws-qtd-listadas                      pic  9(04).
           05 ws-linha-aux                         pic  x(120).

       01 ws-arquivos-abertos.
           05 ws-responsaveis-abertos              pic  x(01) value 'N'.
               88 ws-tem-arq-responsaveis                 value 'S'.
           05 ws-calendario-aberto                 pic  x(01) value 'N'.
               88 ws-tem-arq-calendario                   value 'S'.
           05 ws-parametros-abertos                pic  x(01) value 'N'.
               88 ws-tem-arq-parametros                   value 'S'.

      *>  pedido digitado na inclusão
       01 ws-pedido.
           05 ws-ped-turma                         pic  9(02).
           05 ws-ped-candidato                     pic  x(25).
           05 ws-ped-endereco                      pic  x(35).
           05 ws-ped-mae                           pic  x(25).
           05 ws-ped-pai                           pic  x(25).
           05 ws-ped-telefone                      pic  x(15).
           05 ws-ped-serie                         pic  9(02).
           05 ws-ped-cod-responsavel               pic  9(04).
           05 ws-ped-cod-aluno-origem              pic  9(06).
           05 ws-ped-prioridade                    pic  9(01).

      *>  resposta à oferta
       01 ws-resposta.
           05 ws-res-numero                        pic  9(06).
           05 ws-res-opcao                         pic  x(01).
               88 ws-res-aceita                           value 'A'.
               88 ws-res-recusa                           value 'R'.

      *>  consulta ao cadastro de turmas e lotação - ws-qtd-reservadas são
      *>  as ofertas em aberto, vagas já prometidas a um candidato
       01 ws-turma-consulta.
           05 ws-turma-informada                   pic  9(02).
           05 ws-turma-existe                      pic  x(01).
               88 ws-turma-cadastrada                     value 'S'.
               88 ws-turma-nao-cadastrada                 value 'N'.
               88 ws-turma-esta-lotada                    value 'L'.
           05 ws-turma-capacidade                  pic  9(03).
           05 ws-qtd-alunos-turma                  pic  9(03).
           05 ws-qtd-reservadas                    pic  9(03).
           05 ws-qtd-aguardando                    pic  9(03).
           05 ws-qtd-vagas                         pic s9(03).
      *>       pedido desconsiderado na contagem de ofertas - o do próprio
      *>       candidato que está aceitando
           05 ws-numero-excluido                   pic  9(06).

      *>  próximo candidato da fila de uma turma
       01 ws-melhor-candidato.
           05 ws-mel-numero                        pic  9(06).
           05 ws-mel-prioridade                    pic  9(01).
           05 ws-mel-data-pedido                   pic  x(10).
           05 ws-fim-fila                          pic  x(01).
               88 ws-fim-da-fila                          value 'S'.

      *>  validação do responsável e do telefone
       01 ws-validacao.
           05 ws-resp-informado                    pic  9(04).
           05 ws-resp-existe                       pic  x(01).
               88 ws-resp-cadastrado                      value 'S'.
               88 ws-resp-nao-cadastrado                  value 'N'.
           05 ws-tel-validar                       pic  x(15).
           05 ws-ind-valida                        pic  9(02).
           05 ws-campo-valido                      pic  x(01).
               88 ws-campo-e-valido                       value 'S'.
               88 ws-campo-e-invalido                     value 'N'.
           05 ws-motivo-recusa                     pic  x(60).
           05 ws-tem-irmao                         pic  x(01).
               88 ws-irmao-matriculado                    value 'S'.
           05 ws-pedido-repetido                   pic  x(01).
               88 ws-ja-esta-na-lista                     value 'S'.

      *>  matrícula do candidato que aceitou
       01 ws-matricula.
           05 ws-mat-cod-aluno                     pic  9(06).
           05 ws-mat-turma-antiga                  pic  9(02).

      *>  geração do vencimento da primeira mensalidade
       01 ws-vencimento.
           05 ws-venc-ano                          pic  9(04).
           05 ws-venc-mes                          pic  9(02).
           05 ws-vencimento-gerado                 pic  x(10).
           05 ws-venc-num                          pic  9(08).
           05 ws-venc-num-r redefines ws-venc-num.
               10 ws-venc-num-aaaa                 pic  9(04).
               10 ws-venc-num-mm                   pic  9(02).
               10 ws-venc-num-dd                   pic  9(02).
           05 ws-venc-dias                         pic  9(08).
           05 ws-venc-dia-semana                   pic  9(01).
           05 ws-venc-e-util                       pic  x(01).

      *>  prazo de resposta da oferta, em dias corridos
       01 ws-prazo-oferta.
           05 ws-prazo-dias                        pic  9(03).
           05 ws-prazo-data-num                    pic  9(08).
           05 ws-prazo-data-num-red redefines ws-prazo-data-num.
               10 ws-prazo-aaaa                    pic  9(04).
               10 ws-prazo-mm                      pic  9(02).
               10 ws-prazo-dd                      pic  9(02).
           05 ws-qtd-ofertas-geradas               pic  9(04).
           05 ws-qtd-ofertas-expiradas             pic  9(04).

      *>  busca da regra vigente numa data - o chamador informa a regra,
      *>  a data de referência e o valor padrão; a busca devolve o valor
      *>  da última vigência iniciada até a data
       01 ws-busca-parametro.
           05 ws-par-cod-busca                     pic  x(12).
           05 ws-par-data-ref                      pic  x(10).
           05 ws-par-valor-vigente                 pic  9(03)v9999.

      *>  variáveis de log de alteração do cadastro
       01 ws-log-alteracao.
           05 ws-log-cod-aluno                     pic  9(06).
           05 ws-log-campo                         pic  x(15).
           05 ws-log-valor-antigo                  pic  x(35).
           05 ws-log-valor-novo                    pic  x(35).

      *>  apuração do relatório - uma posição por código de turma
       01 ws-apuracao.
           05 ws-apu-turma occurs 99.
               10 ws-apu-aguardando                pic  9(04).
               10 ws-apu-em-oferta                 pic  9(04).
               10 ws-apu-matriculados              pic  9(04).
               10 ws-apu-perdidos                  pic  9(04).
               10 ws-apu-dias-espera               pic  9(07).
               10 ws-apu-maior-espera              pic  9(05).
               10 ws-apu-dias-ate-vaga             pic  9(07).
           05 ws-ind-tur                           pic  9(02).
           05 ws-dias-pedido                       pic  9(08).
           05 ws-dias-calc                         pic  9(05).
           05 ws-media-calc                        pic  9(05).
           05 ws-data-num-calc                     pic  9(08).
           05 ws-tot-aguardando                    pic  9(05).
           05 ws-tot-em-oferta                     pic  9(05).
           05 ws-tot-matriculados                  pic  9(05).

      *>  linhas do relatório
       01 ws-linha-turma.
           05 ws-ltu-turma                         pic  z9.
           05 filler                               pic  x(01) value space.
           05 ws-ltu-nome                          pic  x(20).
           05 filler                               pic  x(01) value space.
           05 ws-ltu-lotacao                       pic  zz9.
           05 filler                               pic  x(01) value '/'.
           05 ws-ltu-capacidade                    pic  zz9.
           05 filler                               pic  x(02) value space.
           05 ws-ltu-aguardando                    pic  zzz9.
           05 filler                               pic  x(02) value space.
           05 ws-ltu-em-oferta                     pic  zzz9.
           05 filler                               pic  x(02) value space.
           05 ws-ltu-matriculados                  pic  zzz9.
           05 filler                               pic  x(02) value space.
           05 ws-ltu-perdidos                      pic  zzz9.
           05 filler                               pic  x(04) value space.
           05 ws-ltu-espera-media                  pic  zzzz9.
           05 filler                               pic  x(04) value space.
           05 ws-ltu-maior-espera                  pic  zzzz9.
           05 filler                               pic  x(04) value space.
           05 ws-ltu-dias-ate-vaga                 pic  zzzz9.

       01 ws-linha-pedido.
           05 ws-lpe-numero                        pic  zzzzz9.
           05 filler                               pic  x(01) value space.
           05 ws-lpe-turma                         pic  z9.
           05 filler                               pic  x(01) value space.
           05 ws-lpe-prioridade                    pic  9(01).
           05 filler                               pic  x(01) value space.
           05 ws-lpe-situacao                      pic  x(01).
           05 filler                               pic  x(01) value space.
           05 ws-lpe-data-pedido                   pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-lpe-candidato                     pic  x(25).
           05 filler                               pic  x(01) value space.
           05 ws-lpe-prazo                         pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-lpe-responsavel                   pic  x(25).
           05 filler                               pic  x(01) value space.
           05 ws-lpe-telefone                      pic  x(15).

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

      *>   lista de espera das turmas lotadas - o pedido entra com a
      *>   prioridade da família; toda vaga aberta na turma (aluno
      *>   inativado, transferido ou capacidade aumentada) vira oferta ao
      *>   próximo da fila, com prazo de resposta, e quem aceita é
      *>   matriculado com as mesmas validações do cadastro; a consulta e
      *>   o relatório são livres, a manutenção exige a autorização de
      *>   cadastro
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

           move function current-date to ws-data-hora-atual

           string ws-data-hora-atual(1:4) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(5:2) delimited by size
                  '-' delimited by size
                  ws-data-hora-atual(7:2) delimited by size
             into ws-data-hoje

           compute ws-dias-hoje =
               function integer-of-date(
                   function numval(ws-data-hora-atual(1:8)))

           open i-o arqListaEspera

      *>   primeiro pedido de todos - o arquivo ainda não existe
           if ws-fs-arqListaEspera = '35' then
               open output arqListaEspera
               close arqListaEspera
               open i-o arqListaEspera
           end-if

      *>   tratamento de erro
           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas

      *>   tratamento de erro - sem turmas cadastradas não há lista
           if ws-fs-arqTurmas <> '00' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTurmas to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqTurmas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCadastroAlunos

      *>   tratamento de erro
           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFinanceiro

      *>   na primeira execução de todas o arquivo ainda não existe
           if ws-fs-arqFinanceiro = '35' then
               open output arqFinanceiro
               close arqFinanceiro
               open i-o arqFinanceiro
           end-if

      *>   tratamento de erro
           if ws-fs-arqFinanceiro <> '00'
           and ws-fs-arqFinanceiro <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   open extend preserva o histórico de alterações entre execuções
           open extend arqLogAlteracoes

           if ws-fs-arqLogAlteracoes = '35' then
               open output arqLogAlteracoes
           end-if

      *>   tratamento de erro
           if ws-fs-arqLogAlteracoes <> '00'
           and ws-fs-arqLogAlteracoes <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   movimentação de turma - criada aqui se ainda não existe
           open i-o arqMovimentacaoTurma

           if ws-fs-arqMovimentacao = '35' then
               open output arqMovimentacaoTurma
               close arqMovimentacaoTurma
               open i-o arqMovimentacaoTurma
           end-if

      *>   tratamento de erro
           if ws-fs-arqMovimentacao <> '00'
           and ws-fs-arqMovimentacao <> '05' then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqMovimentacao to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqMovimentacaoTurma' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   responsáveis, calendário e parâmetros são opcionais - sem eles
      *>   o vínculo não é conferido, só o fim de semana desloca o
      *>   vencimento e o prazo da oferta é o padrão
           open input arqResponsaveis

           if ws-fs-arqResponsaveis = '00'
           or ws-fs-arqResponsaveis = '05' then
               set ws-tem-arq-responsaveis to true
           else
               if ws-fs-arqResponsaveis <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqResponsaveis to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqResponsaveis' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqCalendario

           if ws-fs-arqCalendario = '00'
           or ws-fs-arqCalendario = '05' then
               set ws-tem-arq-calendario to true
           else
               if ws-fs-arqCalendario <> '35' then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqCalendario to ws-msn-erro-cod
                   move 'Erro ao Abrir arq.arqCalendario' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

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

      *>   prazo de resposta vigente hoje
           move 'PRAZO-OFERTA' to ws-par-cod-busca
           move ws-data-hoje to ws-par-data-ref
           move 5 to ws-par-valor-vigente
           perform obter-parametro-vigente
           move ws-par-valor-vigente to ws-prazo-dias

      *>   as vagas abertas desde a última vez (alunos inativados ou
      *>   transferidos no cadastro) viram ofertas já na entrada
           perform processar-vagas
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-menu <> 'S'

               display erase

               display '---------- Lista de Espera das Turmas ----------'
               if ws-qtd-ofertas-geradas > 0
               or ws-qtd-ofertas-expiradas > 0 then
                   display 'Ofertas novas: ' ws-qtd-ofertas-geradas
                           '   Ofertas vencidas sem resposta: '
                           ws-qtd-ofertas-expiradas
               end-if
               display '1 - Incluir Candidato'
               display '2 - Consultar Lista de uma Turma'
               display '3 - Ofertas de Vaga em Aberto'
               display '4 - Responder Oferta'
               display '5 - Cancelar Pedido'
               display '6 - Relatorio da Lista de Espera'
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                   when '4'
                   when '5'
                       if ws-op-efet-aut-cadastro <> 'S' then
                           display 'Operador sem autorizacao para esta funcao'
                       else
                           evaluate ws-opcao
                               when '1'
                                   perform incluir-candidato
                               when '4'
                                   perform responder-oferta
                               when '5'
                                   perform cancelar-pedido
                           end-evaluate
                       end-if
                   when '2'
                       perform consultar-lista-turma
                   when '3'
                       perform processar-vagas
                       perform listar-ofertas
                   when '6'
                       perform processar-vagas
                       perform gerar-relatorio
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
      *>  inclui um candidato na fila de uma turma - novo aluno, ou aluno
      *>  da escola pedindo transferência para ela
      *>------------------------------------------------------------------------
       incluir-candidato section.

           move spaces to ws-pedido
           move zero to ws-ped-turma
           move zero to ws-ped-serie
           move zero to ws-ped-cod-responsavel
           move zero to ws-ped-cod-aluno-origem

           display 'Turma Pretendida: '
           accept ws-ped-turma
           display 'Cod. do Aluno, se ja estuda na escola (0=candidato novo): '
           accept ws-ped-cod-aluno-origem

           move spaces to ws-motivo-recusa

           move ws-ped-turma to ws-turma-informada
           perform buscar-turma

           if ws-turma-nao-cadastrada
           or ws-ped-turma = 0 then
               move 'Turma nao cadastrada' to ws-motivo-recusa
           end-if

      *>   transferência interna - os dados vêm do próprio cadastro
           if ws-motivo-recusa = spaces
           and ws-ped-cod-aluno-origem <> 0 then
               move ws-ped-cod-aluno-origem to fd-cod-aluno

               read arqCadastroAlunos

               evaluate ws-fs-arqCadastroAlunos
                   when '00'
                       if fd-ativo-nao then
                           move 'Aluno inativo' to ws-motivo-recusa
                       else
                           if fd-turma = ws-ped-turma then
                               move 'Aluno ja esta nesta turma' to ws-motivo-recusa
                           else
                               move fd-aluno to ws-ped-candidato
                               move fd-endereco to ws-ped-endereco
                               move fd-mae to ws-ped-mae
                               move fd-pai to ws-ped-pai
                               move fd-telefone to ws-ped-telefone
                               move fd-serie to ws-ped-serie
                               move fd-cod-responsavel to ws-ped-cod-responsavel
                           end-if
                       end-if
                   when '23'
                       move 'Aluno nao cadastrado' to ws-motivo-recusa
                   when other
                       move 2 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-motivo-recusa = spaces
           and ws-ped-cod-aluno-origem = 0 then
               display 'Nome do Candidato: '
               accept ws-ped-candidato
               display 'Endereco: '
               accept ws-ped-endereco
               display 'Nome da Mae: '
               accept ws-ped-mae
               display 'Nome do Pai: '
               accept ws-ped-pai
               display 'Telefone: '
               accept ws-ped-telefone
               display 'Serie: '
               accept ws-ped-serie
               display 'Codigo do Responsavel (0=nenhum): '
               accept ws-ped-cod-responsavel

      *>       as mesmas consistências da matrícula no cadastro
               move ws-ped-telefone to ws-tel-validar
               perform validar-telefone

               move ws-ped-cod-responsavel to ws-resp-informado
               perform buscar-responsavel

               evaluate true
                   when ws-ped-candidato = spaces
                       move 'Nome do candidato obrigatorio' to ws-motivo-recusa
                   when ws-ped-endereco = spaces
                   when ws-campo-e-invalido
                       move 'Endereco obrigatorio e telefone numerico com separadores'
                         to ws-motivo-recusa
                   when ws-resp-nao-cadastrado
                       move 'Responsavel nao cadastrado' to ws-motivo-recusa
                   when other
                       continue
               end-evaluate
           end-if

      *>   o mesmo candidato não entra duas vezes na fila da turma
           if ws-motivo-recusa = spaces then
               perform conferir-pedido-repetido
               if ws-ja-esta-na-lista then
                   move 'Candidato ja esta na lista desta turma' to ws-motivo-recusa
               end-if
           end-if

           if ws-motivo-recusa <> spaces then
               display ws-motivo-recusa
           else
      *>       prioridade: irmão já matriculado com o mesmo responsável,
      *>       depois transferência interna, depois os demais
               move 3 to ws-ped-prioridade

               if ws-ped-cod-aluno-origem <> 0 then
                   move 2 to ws-ped-prioridade
               end-if

               if ws-ped-cod-responsavel <> 0 then
                   perform procurar-irmao-matriculado
                   if ws-irmao-matriculado then
                       move 1 to ws-ped-prioridade
                   end-if
               end-if

               perform gravar-pedido

               display 'Pedido ' fd-esp-numero ' incluido - prioridade '
                       fd-esp-prioridade

      *>       a turma pode ter vaga livre - nesse caso a oferta sai já
               move ws-ped-turma to ws-turma-informada
               perform processar-vagas-turma

               if ws-qtd-ofertas-geradas > 0 then
                   display 'Ha vaga na turma - veja as Ofertas de Vaga em Aberto'
               end-if
           end-if
           .
       incluir-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o candidato (pelo aluno de origem ou pelo nome) entre os
      *>  pedidos ainda vivos da turma
      *>------------------------------------------------------------------------
       conferir-pedido-repetido section.

           move 'N' to ws-pedido-repetido

           move ws-ped-turma to fd-esp-turma

           start arqListaEspera key is equal to fd-esp-turma

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'
                          or ws-ja-esta-na-lista

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           if fd-esp-turma <> ws-ped-turma then
                               move '10' to ws-fs-arqListaEspera
                           else
                               if (fd-esp-aguardando or fd-esp-em-oferta)
                               and ((ws-ped-cod-aluno-origem <> 0
                                 and fd-esp-cod-aluno-origem = ws-ped-cod-aluno-origem)
                                or (ws-ped-cod-aluno-origem = 0
                                 and fd-esp-candidato = ws-ped-candidato)) then
                                   set ws-ja-esta-na-lista to true
                               end-if
                           end-if
                       when other
                           move 3 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       conferir-pedido-repetido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  há aluno ativo com o mesmo responsável do pedido?
      *>------------------------------------------------------------------------
       procurar-irmao-matriculado section.

           move 'N' to ws-tem-irmao

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'
                          or ws-irmao-matriculado

                   read arqCadastroAlunos next

                   evaluate true
                       when ws-fs-arqCadastroAlunos = '10'
                           continue
                       when ws-fs-arqCadastroAlunos = '00'
      *>                    o próprio aluno da transferência não conta
                           if not fd-ativo-nao
                           and fd-cod-responsavel = ws-ped-cod-responsavel
                           and fd-cod-aluno <> ws-ped-cod-aluno-origem then
                               set ws-irmao-matriculado to true
                           end-if
                       when other
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       procurar-irmao-matriculado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o pedido de ws-pedido com o próximo número da lista
      *>------------------------------------------------------------------------
       gravar-pedido section.

           move zero to ws-mel-numero

           move 1 to fd-esp-numero

           start arqListaEspera key is greater than or equal to fd-esp-numero

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           move fd-esp-numero to ws-mel-numero
                       when other
                           move 5 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           move spaces to fd-lista-espera

           compute fd-esp-numero = ws-mel-numero + 1
           move ws-ped-turma to fd-esp-turma
           move ws-data-hoje to fd-esp-data-pedido
           move ws-ped-candidato to fd-esp-candidato
           move ws-ped-endereco to fd-esp-endereco
           move ws-ped-mae to fd-esp-mae
           move ws-ped-pai to fd-esp-pai
           move ws-ped-telefone to fd-esp-telefone
           move ws-ped-serie to fd-esp-serie
           move ws-ped-cod-responsavel to fd-esp-cod-responsavel
           move ws-ped-cod-aluno-origem to fd-esp-cod-aluno-origem
           move ws-ped-prioridade to fd-esp-prioridade
           set fd-esp-aguardando to true
           move zero to fd-esp-cod-aluno
           move ws-op-efet-cod to fd-esp-operador

           write fd-lista-espera

      *>   tratamento de erro
           if ws-fs-arqListaEspera <> '00' then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  passa por todas as turmas transformando vaga livre em oferta
      *>------------------------------------------------------------------------
       processar-vagas section.

           move zero to ws-qtd-ofertas-geradas
           move zero to ws-qtd-ofertas-expiradas

           move zero to fd-tur-cod

           start arqTurmas key is greater than or equal to fd-tur-cod

           if ws-fs-arqTurmas <> '00'
           and ws-fs-arqTurmas <> '23' then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqTurmas to ws-msn-erro-cod
               move 'Erro de Start arq.arqTurmas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqTurmas = '00' then
               perform until ws-fs-arqTurmas = '10'

                   read arqTurmas next

                   evaluate true
                       when ws-fs-arqTurmas = '10'
                           continue
                       when ws-fs-arqTurmas = '00'
                           move fd-tur-cod to ws-turma-informada
                           move fd-tur-capacidade to ws-turma-capacidade
                           perform ofertar-vagas-turma
                       when other
                           move 6 to ws-msn-erro-offset
                           move ws-fs-arqTurmas to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       processar-vagas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o mesmo para a turma ws-turma-informada só (depois de incluir,
      *>  recusar ou cancelar um pedido dela)
      *>------------------------------------------------------------------------
       processar-vagas-turma section.

           move zero to ws-qtd-ofertas-geradas
           move zero to ws-qtd-ofertas-expiradas

           move ws-turma-informada to fd-tur-cod

           read arqTurmas

           evaluate ws-fs-arqTurmas
               when '00'
                   move fd-tur-capacidade to ws-turma-capacidade
                   perform ofertar-vagas-turma
               when '23'
                   continue
               when other
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       processar-vagas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  turma ws-turma-informada (capacidade em ws-turma-capacidade) -
      *>  vence as ofertas sem resposta no prazo e oferece cada vaga livre
      *>  ao próximo da fila
      *>------------------------------------------------------------------------
       ofertar-vagas-turma section.

           move zero to ws-numero-excluido
           perform contar-alunos-turma
           perform contar-reservas-turma

           compute ws-qtd-vagas = ws-turma-capacidade
                                - ws-qtd-alunos-turma
                                - ws-qtd-reservadas

           move 'N' to ws-fim-fila

           perform until ws-qtd-vagas <= 0
                      or ws-fim-da-fila

               perform buscar-proximo-candidato

               if ws-mel-numero = 0 then
                   set ws-fim-da-fila to true
               else
                   move ws-mel-numero to fd-esp-numero

                   read arqListaEspera

                   if ws-fs-arqListaEspera <> '00' then
                       move 7 to ws-msn-erro-offset
                       move ws-fs-arqListaEspera to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           prazo em dias corridos a partir de hoje
                   compute ws-prazo-data-num =
                       function date-of-integer(ws-dias-hoje + ws-prazo-dias)

                   set fd-esp-em-oferta to true
                   move ws-data-hoje to fd-esp-data-oferta
                   move spaces to fd-esp-prazo-resposta
                   string ws-prazo-aaaa delimited by size
                          '-' delimited by size
                          ws-prazo-mm delimited by size
                          '-' delimited by size
                          ws-prazo-dd delimited by size
                     into fd-esp-prazo-resposta

                   rewrite fd-lista-espera

                   if ws-fs-arqListaEspera <> '00' then
                       move 7 to ws-msn-erro-offset
                       move ws-fs-arqListaEspera to ws-msn-erro-cod
                       move 'Erro ao Alterar arq.arqListaEspera' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-ofertas-geradas
                   subtract 1 from ws-qtd-vagas
               end-if

           end-perform
           .
       ofertar-vagas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as ofertas em aberto da turma ws-turma-informada (fora o
      *>  pedido ws-numero-excluido) e os que aguardam; oferta com o prazo
      *>  vencido passa a expirada e libera a vaga
      *>------------------------------------------------------------------------
       contar-reservas-turma section.

           move zero to ws-qtd-reservadas
           move zero to ws-qtd-aguardando

           move ws-turma-informada to fd-esp-turma

           start arqListaEspera key is equal to fd-esp-turma

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           if fd-esp-turma <> ws-turma-informada then
                               move '10' to ws-fs-arqListaEspera
                           else
                               perform conferir-reserva-pedido
                           end-if
                       when other
                           move 8 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       contar-reservas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pedido lido em contar-reservas-turma
      *>------------------------------------------------------------------------
       conferir-reserva-pedido section.

           if fd-esp-aguardando then
               add 1 to ws-qtd-aguardando
           end-if

           if fd-esp-em-oferta
           and fd-esp-numero <> ws-numero-excluido then
               if fd-esp-prazo-resposta < ws-data-hoje then
                   set fd-esp-oferta-expirada to true
                   move ws-data-hoje to fd-esp-data-resposta

                   rewrite fd-lista-espera

                   if ws-fs-arqListaEspera <> '00' then
                       move 8 to ws-msn-erro-offset
                       move ws-fs-arqListaEspera to ws-msn-erro-cod
                       move 'Erro ao Alterar arq.arqListaEspera' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-ofertas-expiradas
               else
                   add 1 to ws-qtd-reservadas
               end-if
           end-if
           .
       conferir-reserva-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  próximo candidato aguardando na turma ws-turma-informada - menor
      *>  prioridade, pedido mais antigo; zero em ws-mel-numero se não há
      *>------------------------------------------------------------------------
       buscar-proximo-candidato section.

           move zero to ws-mel-numero
           move 9 to ws-mel-prioridade
           move high-values to ws-mel-data-pedido

           move ws-turma-informada to fd-esp-turma

           start arqListaEspera key is equal to fd-esp-turma

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           if fd-esp-turma <> ws-turma-informada then
                               move '10' to ws-fs-arqListaEspera
                           else
                               if fd-esp-aguardando
                               and (fd-esp-prioridade < ws-mel-prioridade
                                or (fd-esp-prioridade = ws-mel-prioridade
                                and fd-esp-data-pedido < ws-mel-data-pedido)) then
                                   move fd-esp-numero to ws-mel-numero
                                   move fd-esp-prioridade to ws-mel-prioridade
                                   move fd-esp-data-pedido to ws-mel-data-pedido
                               end-if
                           end-if
                       when other
                           move 9 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if
           .
       buscar-proximo-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra a fila de uma turma, na ordem de chegada
      *>------------------------------------------------------------------------
       consultar-lista-turma section.

           display 'Turma: '
           accept ws-turma-informada

           move zero to ws-qtd-listadas

           display 'Pedido Tu P S Pedido em  Candidato                 Prazo'
           display '(P: 1 irmao, 2 transferencia, 3 demais   S: E aguarda, O oferta,'
           display ' M matriculado, R recusou, X oferta vencida, C cancelado)'

           move ws-turma-informada to fd-esp-turma

           start arqListaEspera key is equal to fd-esp-turma

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           if fd-esp-turma <> ws-turma-informada then
                               move '10' to ws-fs-arqListaEspera
                           else
                               add 1 to ws-qtd-listadas
                               perform montar-linha-pedido
                               display ws-linha-pedido(1:71)
                           end-if
                       when other
                           move 10 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           if ws-qtd-listadas = 0 then
               display 'Nenhum pedido para esta turma'
           end-if
           .
       consultar-lista-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista as ofertas em aberto de todas as turmas, com o contato do
      *>  responsável - a lista de quem a secretaria precisa avisar
      *>------------------------------------------------------------------------
       listar-ofertas section.

           move zero to ws-qtd-listadas

           display 'Pedido Tu P S Pedido em  Candidato                 Prazo      Responsavel               Telefone'

           move 1 to fd-esp-numero

           start arqListaEspera key is greater than or equal to fd-esp-numero

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           if fd-esp-em-oferta then
                               add 1 to ws-qtd-listadas
                               perform montar-linha-pedido
                               display ws-linha-pedido
                           end-if
                       when other
                           move 11 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           if ws-qtd-listadas = 0 then
               display 'Nenhuma oferta em aberto'
           end-if
           .
       listar-ofertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta a linha de exibição do pedido lido, com o responsável
      *>------------------------------------------------------------------------
       montar-linha-pedido section.

           move fd-esp-numero to ws-lpe-numero
           move fd-esp-turma to ws-lpe-turma
           move fd-esp-prioridade to ws-lpe-prioridade
           move fd-esp-situacao to ws-lpe-situacao
           move fd-esp-data-pedido to ws-lpe-data-pedido
           move fd-esp-candidato to ws-lpe-candidato
           move fd-esp-prazo-resposta to ws-lpe-prazo
           move spaces to ws-lpe-responsavel
           move fd-esp-telefone to ws-lpe-telefone

           if ws-tem-arq-responsaveis
           and fd-esp-cod-responsavel <> 0 then
               move fd-esp-cod-responsavel to fd-resp-cod

               read arqResponsaveis

               evaluate ws-fs-arqResponsaveis
                   when '00'
                       move fd-resp-nome to ws-lpe-responsavel
                       if fd-resp-telefone <> spaces then
                           move fd-resp-telefone to ws-lpe-telefone
                       end-if
                   when '23'
                       continue
                   when other
                       move 12 to ws-msn-erro-offset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       montar-linha-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resposta da família à oferta - aceitar matricula (ou transfere)
      *>  o candidato; recusar passa a vaga ao próximo da fila
      *>------------------------------------------------------------------------
       responder-oferta section.

           display 'Numero do Pedido: '
           accept ws-res-numero

           move ws-res-numero to fd-esp-numero

           read arqListaEspera

           evaluate ws-fs-arqListaEspera
               when '00'
                   continue
               when '23'
                   display 'Pedido nao encontrado'
               when other
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqListaEspera = '00' then
               if not fd-esp-em-oferta then
                   display 'Pedido sem oferta em aberto (situacao '
                           fd-esp-situacao ')'
               else
                   if fd-esp-prazo-resposta < ws-data-hoje then
                       display 'Prazo de resposta vencido em ' fd-esp-prazo-resposta
      *>               a vaga vai para o próximo - a varredura expira a oferta
                       move fd-esp-turma to ws-turma-informada
                       perform processar-vagas-turma
                   else
                       display 'Candidato: ' fd-esp-candidato '  Turma: ' fd-esp-turma
                       display 'A-ceita / R-ecusa: '
                       accept ws-res-opcao
                       move function upper-case(ws-res-opcao) to ws-res-opcao

                       evaluate true
                           when ws-res-aceita
                               perform aceitar-oferta
                           when ws-res-recusa
                               set fd-esp-recusou to true
                               move ws-data-hoje to fd-esp-data-resposta
                               move ws-op-efet-cod to fd-esp-operador
                               perform regravar-pedido

                               display 'Recusa registrada'

                               move fd-esp-turma to ws-turma-informada
                               perform processar-vagas-turma
                           when other
                               display 'Resposta Invalida'
                       end-evaluate
                   end-if
               end-if
           end-if
           .
       responder-oferta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceite da oferta do pedido lido - as mesmas validações da
      *>  matrícula no cadastro; a vaga reservada é a do próprio pedido
      *>------------------------------------------------------------------------
       aceitar-oferta section.

           move spaces to ws-motivo-recusa

      *>   a turma ainda tem lugar, contando as outras ofertas em aberto
           move fd-esp-turma to ws-turma-informada
           move fd-esp-numero to ws-numero-excluido
           perform buscar-turma

           if ws-turma-nao-cadastrada then
               move 'Turma nao cadastrada' to ws-motivo-recusa
           end-if

           if ws-turma-esta-lotada then
               move 'Turma lotada - matricula recusada' to ws-motivo-recusa
           end-if

      *>   buscar-turma percorreu a fila - relê o pedido
           move ws-res-numero to fd-esp-numero

           read arqListaEspera

           if ws-fs-arqListaEspera <> '00' then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-motivo-recusa = spaces then
               if fd-esp-cod-aluno-origem <> 0 then
                   perform transferir-aluno-turma
               else
                   perform matricular-candidato
               end-if
           end-if

           if ws-motivo-recusa <> spaces then
               display ws-motivo-recusa
           else
               set fd-esp-matriculado to true
               move ws-data-hoje to fd-esp-data-resposta
               move ws-mat-cod-aluno to fd-esp-cod-aluno
               move ws-op-efet-cod to fd-esp-operador
               perform regravar-pedido

               display 'Aluno ' ws-mat-cod-aluno ' matriculado na turma '
                       fd-esp-turma

      *>       transferência interna libera a vaga da turma de origem
               if ws-mat-turma-antiga <> 0 then
                   move ws-mat-turma-antiga to ws-turma-informada
                   perform processar-vagas-turma
               end-if
           end-if
           .
       aceitar-oferta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  candidato novo - consistências do cadastro, gravação do aluno e
      *>  da primeira mensalidade
      *>------------------------------------------------------------------------
       matricular-candidato section.

           move zero to ws-mat-turma-antiga

           move fd-esp-telefone to ws-tel-validar
           perform validar-telefone

           move fd-esp-cod-responsavel to ws-resp-informado
           perform buscar-responsavel

           evaluate true
               when fd-esp-endereco = spaces
               when ws-campo-e-invalido
                   move 'Endereco obrigatorio e telefone numerico com separadores'
                     to ws-motivo-recusa
               when ws-resp-nao-cadastrado
                   move 'Responsavel nao cadastrado' to ws-motivo-recusa
               when other
                   perform buscar-prox-cod-alu

                   initialize fd-alunos
      *>            sem notas - posições em espaços = posição de nota livre
                   move spaces to fd-nota-g
                   move space to fd-situacao
                   move ws-mat-cod-aluno to fd-cod-aluno
                   move fd-esp-candidato to fd-aluno
                   move fd-esp-endereco to fd-endereco
                   move fd-esp-mae to fd-mae
                   move fd-esp-pai to fd-pai
                   move fd-esp-telefone to fd-telefone
                   move fd-esp-turma to fd-turma
                   move fd-esp-serie to fd-serie
                   move fd-esp-cod-responsavel to fd-cod-responsavel
      *>            como na matrícula do cadastro: ativo, frequência
      *>            cheia e já confirmado no ano
                   set fd-ativo-sim to true
                   move spaces to fd-data-inativacao
                   move 100 to fd-frequencia
                   move 'C' to fd-rematricula

                   write fd-alunos

                   if ws-fs-arqCadastroAlunos <> '00' then
                       move 15 to ws-msn-erro-offset
                       move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                       move 'Erro ao Gravar arq.arqCadastroAlunos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>            a matrícula abre o histórico de turmas do aluno
                   move 'M' to fd-mtu-tipo
                   move zero to fd-mtu-turma-origem
                   move 'Matricula pela lista de espera' to fd-mtu-motivo
                   perform registrar-movimentacao-turma

                   perform gerar-lancamento-financeiro
           end-evaluate
           .
       matricular-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  transferência interna - o aluno muda de turma, com o registro
      *>  na trilha de auditoria como a alteração do cadastro
      *>------------------------------------------------------------------------
       transferir-aluno-turma section.

           move fd-esp-cod-aluno-origem to fd-cod-aluno

           read arqCadastroAlunos

           evaluate ws-fs-arqCadastroAlunos
               when '00'
                   if fd-ativo-nao then
                       move 'Aluno inativo - transferencia recusada' to ws-motivo-recusa
                   end-if
               when '23'
                   move 'Aluno nao cadastrado' to ws-motivo-recusa
               when other
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-motivo-recusa = spaces then
               move fd-cod-aluno to ws-mat-cod-aluno
               move fd-turma to ws-mat-turma-antiga
               move fd-esp-turma to fd-turma

               rewrite fd-alunos

               if ws-fs-arqCadastroAlunos <> '00' then
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                   move 'Erro ao Alterar arq.arqCadastroAlunos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-cod-aluno to ws-log-cod-aluno
               move 'Turma' to ws-log-campo
               move ws-mat-turma-antiga to ws-log-valor-antigo
               move fd-turma to ws-log-valor-novo
               perform registrar-log-alteracao

               move 'T' to fd-mtu-tipo
               move ws-mat-turma-antiga to fd-mtu-turma-origem
               move 'Lista de espera' to fd-mtu-motivo
               perform registrar-movimentacao-turma
           end-if
           .
       transferir-aluno-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  desistência da família - o pedido sai da fila; se tinha oferta,
      *>  a vaga passa ao próximo
      *>------------------------------------------------------------------------
       cancelar-pedido section.

           display 'Numero do Pedido: '
           accept ws-res-numero

           move ws-res-numero to fd-esp-numero

           read arqListaEspera

           evaluate ws-fs-arqListaEspera
               when '00'
                   if not fd-esp-aguardando
                   and not fd-esp-em-oferta then
                       display 'Pedido ja encerrado (situacao '
                               fd-esp-situacao ')'
                   else
                       display 'Candidato: ' fd-esp-candidato '  Turma: ' fd-esp-turma
                       display 'Confirma o cancelamento? S-im/N-ao'
                       accept ws-confirma
                       move function upper-case(ws-confirma) to ws-confirma

                       if ws-confirma = 'S' then
                           set fd-esp-cancelado to true
                           move ws-data-hoje to fd-esp-data-resposta
                           move ws-op-efet-cod to fd-esp-operador
                           perform regravar-pedido

                           display 'Pedido cancelado'

                           move fd-esp-turma to ws-turma-informada
                           perform processar-vagas-turma
                       end-if
                   end-if
               when '23'
                   display 'Pedido nao encontrado'
               when other
                   move 17 to ws-msn-erro-offset
                   move ws-fs-arqListaEspera to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       cancelar-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o pedido lido
      *>------------------------------------------------------------------------
       regravar-pedido section.

           rewrite fd-lista-espera

           if ws-fs-arqListaEspera <> '00' then
               move 18 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro ao Alterar arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regravar-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura a turma ws-turma-informada e confere a lotação - alunos
      *>  ativos mais as ofertas em aberto (fora ws-numero-excluido)
      *>  contra a capacidade
      *>------------------------------------------------------------------------
       buscar-turma section.

           move ws-turma-informada to fd-tur-cod

           read arqTurmas

           evaluate ws-fs-arqTurmas
               when '00'
                   move fd-tur-capacidade to ws-turma-capacidade
                   perform contar-alunos-turma
                   perform contar-reservas-turma

                   if ws-qtd-alunos-turma + ws-qtd-reservadas
                      >= ws-turma-capacidade then
                       set ws-turma-esta-lotada to true
                   else
                       set ws-turma-cadastrada to true
                   end-if
               when '23'
                   set ws-turma-nao-cadastrada to true
               when other
                   move 19 to ws-msn-erro-offset
                   move ws-fs-arqTurmas to ws-msn-erro-cod
                   move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move zero to ws-numero-excluido
           .
       buscar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os alunos ativos matriculados na turma ws-turma-informada
      *>------------------------------------------------------------------------
       contar-alunos-turma section.

           move zero to ws-qtd-alunos-turma

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 20 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'

                   read arqCadastroAlunos next

                   if ws-fs-arqCadastroAlunos = '00' then
                       if not fd-ativo-nao
                       and fd-turma = ws-turma-informada then
                           add 1 to ws-qtd-alunos-turma
                       end-if
                   else
                       if ws-fs-arqCadastroAlunos <> '10' then
                           move 20 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       contar-alunos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o responsável ws-resp-informado - zero (sem vínculo) ou
      *>  registro ainda inexistente são aceitos
      *>------------------------------------------------------------------------
       buscar-responsavel section.

           set ws-resp-cadastrado to true

           if ws-resp-informado <> 0
           and ws-tem-arq-responsaveis then
               move ws-resp-informado to fd-resp-cod

               read arqResponsaveis

               evaluate ws-fs-arqResponsaveis
                   when '00'
                       continue
                   when '23'
                       set ws-resp-nao-cadastrado to true
                   when other
                       move 21 to ws-msn-erro-offset
                       move ws-fs-arqResponsaveis to ws-msn-erro-cod
                       move 'Erro ao Ler arq.arqResponsaveis' to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       buscar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida se o telefone contem apenas digitos e separadores comuns
      *>------------------------------------------------------------------------
       validar-telefone section.

           set ws-campo-e-valido to true

           perform varying ws-ind-valida from 1 by 1 until ws-ind-valida > 15
               evaluate ws-tel-validar(ws-ind-valida:1)
                   when space
                   when '-'
                   when '('
                   when ')'
                   when '0' thru '9'
                       continue
                   when other
                       set ws-campo-e-invalido to true
               end-evaluate
           end-perform
           .
       validar-telefone-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  próximo código de aluno - o último do cadastro mais um
      *>------------------------------------------------------------------------
       buscar-prox-cod-alu section.

           move zero to ws-mat-cod-aluno

           move 1 to fd-cod-aluno

           start arqCadastroAlunos key is greater than or equal to fd-cod-aluno

           if ws-fs-arqCadastroAlunos <> '00'
           and ws-fs-arqCadastroAlunos <> '23' then
               move 22 to ws-msn-erro-offset
               move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
               move 'Erro de Start arq.arqCadastroAlunos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadastroAlunos = '00' then
               perform until ws-fs-arqCadastroAlunos = '10'

                   read arqCadastroAlunos next

                   evaluate true
                       when ws-fs-arqCadastroAlunos = '10'
                           continue
                       when ws-fs-arqCadastroAlunos = '00'
                           move fd-cod-aluno to ws-mat-cod-aluno
                       when other
                           move 22 to ws-msn-erro-offset
                           move ws-fs-arqCadastroAlunos to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCadastroAlunos' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           add 1 to ws-mat-cod-aluno
           .
       buscar-prox-cod-alu-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  primeira mensalidade do aluno matriculado pela lista - mesma
      *>  regra de gerar-lancamento-financeiro em lista17exercicio1-com-tela
      *>------------------------------------------------------------------------
       gerar-lancamento-financeiro section.

      *>   vencimento no dia 10 do mês seguinte à matrícula, levado ao
      *>   próximo dia útil quando o dia 10 não é
           move ws-data-hora-atual(1:4) to ws-venc-ano
           move ws-data-hora-atual(5:2) to ws-venc-mes

           add 1 to ws-venc-mes
           if ws-venc-mes > 12 then
               move 1 to ws-venc-mes
               add 1 to ws-venc-ano
           end-if

           move spaces to ws-vencimento-gerado
           string ws-venc-ano delimited by size
                  '-' delimited by size
                  ws-venc-mes delimited by size
                  '-10' delimited by size
             into ws-vencimento-gerado

           perform ajustar-vencimento-dia-util

           move ws-mat-cod-aluno to fd-fin-cod-aluno
           move ws-vencimento-gerado to fd-fin-vencimento
           move ws-valor-mensalidade-padrao to fd-fin-valor-mensalidade
           set fd-fin-em-aberto to true
           move spaces to fd-fin-data-pagamento
           move zero to fd-fin-valor-pago
           move zero to fd-fin-desconto
           move zero to fd-fin-valor-corrigido
           move zero to fd-fin-acordo
           move zero to fd-fin-recibo
           move spaces to fd-fin-operador

           write fd-financeiro

      *>   tratamento de erro - chave duplicada ('22') significa que a
      *>   mensalidade deste vencimento já existe e não é falha
           if ws-fs-arqFinanceiro <> '00'
           and ws-fs-arqFinanceiro <> '22' then
               move 23 to ws-msn-erro-offset
               move ws-fs-arqFinanceiro to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqFinanceiro' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gerar-lancamento-financeiro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  leva ws-vencimento-gerado ao próximo dia útil - no calendário
      *>  letivo, dia útil é o que não é feriado nem fim de semana; data
      *>  fora do calendário só não pode cair em sábado ou domingo
      *>------------------------------------------------------------------------
       ajustar-vencimento-dia-util section.

           move 'N' to ws-venc-e-util

           perform until ws-venc-e-util = 'S'

               move ws-vencimento-gerado(1:4) to ws-venc-num-aaaa
               move ws-vencimento-gerado(6:2) to ws-venc-num-mm
               move ws-vencimento-gerado(9:2) to ws-venc-num-dd
               compute ws-venc-dias = function integer-of-date(ws-venc-num)

      *>       0 = domingo ... 6 = sábado
               compute ws-venc-dia-semana = function mod(ws-venc-dias, 7)

               if ws-venc-dia-semana = 0
               or ws-venc-dia-semana = 6 then
                   move 'N' to ws-venc-e-util
               else
                   move 'S' to ws-venc-e-util
               end-if

               if ws-tem-arq-calendario then
                   move ws-vencimento-gerado to fd-cal-data

                   read arqCalendario

                   evaluate ws-fs-arqCalendario
                       when '00'
                           if fd-cal-dia-util then
                               move 'S' to ws-venc-e-util
                           else
                               move 'N' to ws-venc-e-util
                           end-if
                       when '23'
                           continue
                       when other
                           move 24 to ws-msn-erro-offset
                           move ws-fs-arqCalendario to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqCalendario' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if

               if ws-venc-e-util <> 'S' then
                   add 1 to ws-venc-dias
                   compute ws-venc-num = function date-of-integer(ws-venc-dias)
                   move spaces to ws-vencimento-gerado
                   string ws-venc-num-aaaa delimited by size
                          '-' delimited by size
                          ws-venc-num-mm delimited by size
                          '-' delimited by size
                          ws-venc-num-dd delimited by size
                     into ws-vencimento-gerado
               end-if

           end-perform
           .
       ajustar-vencimento-dia-util-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valor vigente da regra ws-par-cod-busca na data ws-par-data-ref -
      *>  a última vigência iniciada até a data; sem vigência fica o padrão
      *>  que o chamador deixou em ws-par-valor-vigente
      *>------------------------------------------------------------------------
       obter-parametro-vigente section.

           if ws-tem-arq-parametros then
               move ws-par-cod-busca to fd-par-cod
               move spaces to fd-par-vigencia

               start arqParametros key is greater than or equal to fd-par-chave

               if ws-fs-arqParametros <> '00'
               and ws-fs-arqParametros <> '23' then
                   move 25 to ws-msn-erro-offset
                   move ws-fs-arqParametros to ws-msn-erro-cod
                   move 'Erro de Start arq.arqParametros' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqParametros = '00' then
                   perform until ws-fs-arqParametros = '10'

                       read arqParametros next

                       if ws-fs-arqParametros = '00' then
      *>                   outra regra, ou vigência posterior à data
                           if fd-par-cod <> ws-par-cod-busca
                           or fd-par-vigencia > ws-par-data-ref then
                               move '10' to ws-fs-arqParametros
                           else
                               move fd-par-valor to ws-par-valor-vigente
                           end-if
                       else
                           if ws-fs-arqParametros <> '10' then
                               move 25 to ws-msn-erro-offset
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
      *>  registra no log de alterações a troca de turma
      *>------------------------------------------------------------------------
       registrar-log-alteracao section.

      *>   os fillers do registro não nascem em espaços - sem limpar, a
      *>   gravação line sequential rejeita os bytes nulos
           move spaces to fd-log-alteracao

           move ws-log-cod-aluno to fd-log-cod-aluno
           move ws-log-campo to fd-log-campo
           move ws-log-valor-antigo to fd-log-valor-antigo
           move ws-log-valor-novo to fd-log-valor-novo
           move function current-date to fd-log-data-hora
           move ws-op-efet-cod to fd-log-operador

           write fd-log-alteracao

           if ws-fs-arqLogAlteracoes <> '00' then
               move 26 to ws-msn-erro-offset
               move ws-fs-arqLogAlteracoes to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqLogAlteracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-log-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o movimento de turma do aluno lido em fd-alunos, com data
      *>  de hoje - tipo, origem e motivo já vêm preenchidos; mais de um
      *>  movimento na mesma data ganha a sequência seguinte
      *>------------------------------------------------------------------------
       registrar-movimentacao-turma section.

           move fd-cod-aluno to fd-mtu-cod-aluno
           move ws-data-hoje to fd-mtu-data-efetiva
           move zero to fd-mtu-seq
           move fd-turma to fd-mtu-turma-destino
           move spaces to fd-mtu-escola-destino
           move ws-data-hoje to fd-mtu-data-registro
           move ws-op-efet-cod to fd-mtu-operador

           move '22' to ws-fs-arqMovimentacao

           perform until ws-fs-arqMovimentacao <> '22'
                      or fd-mtu-seq = 99
               add 1 to fd-mtu-seq
               write fd-mov-turma
           end-perform

           if ws-fs-arqMovimentacao <> '00' then
               move 32 to ws-msn-erro-offset
               move ws-fs-arqMovimentacao to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqMovimentacaoTurma' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-movimentacao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatório para a direção - por turma, o tamanho da fila, as
      *>  ofertas em aberto, quem conseguiu a vaga e quem a perdeu, e o
      *>  tempo de espera em dias
      *>------------------------------------------------------------------------
       gerar-relatorio section.

           move zero to ws-apuracao

           move 1 to fd-esp-numero

           start arqListaEspera key is greater than or equal to fd-esp-numero

           if ws-fs-arqListaEspera <> '00'
           and ws-fs-arqListaEspera <> '23' then
               move 27 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro de Start arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqListaEspera = '00' then
               perform until ws-fs-arqListaEspera = '10'

                   read arqListaEspera next

                   evaluate true
                       when ws-fs-arqListaEspera = '10'
                           continue
                       when ws-fs-arqListaEspera = '00'
                           if fd-esp-turma > 0 then
                               perform apurar-pedido
                           end-if
                       when other
                           move 27 to ws-msn-erro-offset
                           move ws-fs-arqListaEspera to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqListaEspera' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           open output arqRelatorioListaEspera

           if ws-fs-arqRelatorio <> '00' then
               move 28 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Abrir arq.arqRelatorioListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-linha-aux
           string 'Lista de Espera por Turma - posicao em ' delimited by size
                  ws-data-hoje delimited by size
             into ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           perform gravar-linha

           move 'Tu Nome                 Lotacao  Fila  Ofer  Matr  Perd  Espera med  Maior esp  Dias ate vaga'
             to ws-linha-aux
           perform gravar-linha

           move zero to ws-tot-aguardando
           move zero to ws-tot-em-oferta
           move zero to ws-tot-matriculados

           move zero to fd-tur-cod

           start arqTurmas key is greater than or equal to fd-tur-cod

           if ws-fs-arqTurmas <> '00'
           and ws-fs-arqTurmas <> '23' then
               move 29 to ws-msn-erro-offset
               move ws-fs-arqTurmas to ws-msn-erro-cod
               move 'Erro de Start arq.arqTurmas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqTurmas = '00' then
               perform until ws-fs-arqTurmas = '10'

                   read arqTurmas next

                   evaluate true
                       when ws-fs-arqTurmas = '10'
                           continue
                       when ws-fs-arqTurmas = '00'
                           if fd-tur-cod > 0 then
                               perform gravar-linha-turma
                           end-if
                       when other
                           move 29 to ws-msn-erro-offset
                           move ws-fs-arqTurmas to ws-msn-erro-cod
                           move 'Erro ao Ler arq.arqTurmas' to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               end-perform
           end-if

           move spaces to ws-linha-aux
           perform gravar-linha

           move spaces to ws-linha-aux
           string 'Total aguardando: ' delimited by size
                  ws-tot-aguardando delimited by size
                  '   em oferta: ' delimited by size
                  ws-tot-em-oferta delimited by size
                  '   matriculados pela lista: ' delimited by size
                  ws-tot-matriculados delimited by size
             into ws-linha-aux
           perform gravar-linha

           move '(espera media e maior espera: dias dos que aguardam ate hoje;'
             to ws-linha-aux
           perform gravar-linha
           move ' dias ate vaga: media do pedido ate a matricula)'
             to ws-linha-aux
           perform gravar-linha

           close arqRelatorioListaEspera

           display 'Relatorio gravado em arqRelatorioListaEspera.txt'
           .
       gerar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma o pedido lido na apuração da turma dele
      *>------------------------------------------------------------------------
       apurar-pedido section.

           move fd-esp-turma to ws-ind-tur

           move zero to ws-dias-pedido
           if fd-esp-data-pedido(1:4) is numeric
           and fd-esp-data-pedido(6:2) is numeric
           and fd-esp-data-pedido(9:2) is numeric then
               string fd-esp-data-pedido(1:4) fd-esp-data-pedido(6:2)
                      fd-esp-data-pedido(9:2) delimited by size
                 into ws-data-num-calc
               compute ws-dias-pedido = function integer-of-date(ws-data-num-calc)
           end-if

           evaluate true
               when fd-esp-aguardando
                   add 1 to ws-apu-aguardando(ws-ind-tur)
                   if ws-dias-pedido > 0 then
                       compute ws-dias-calc = ws-dias-hoje - ws-dias-pedido
                       add ws-dias-calc to ws-apu-dias-espera(ws-ind-tur)
                       if ws-dias-calc > ws-apu-maior-espera(ws-ind-tur) then
                           move ws-dias-calc to ws-apu-maior-espera(ws-ind-tur)
                       end-if
                   end-if
               when fd-esp-em-oferta
                   add 1 to ws-apu-em-oferta(ws-ind-tur)
               when fd-esp-matriculado
                   add 1 to ws-apu-matriculados(ws-ind-tur)
                   if ws-dias-pedido > 0
                   and fd-esp-data-resposta(1:4) is numeric
                   and fd-esp-data-resposta(6:2) is numeric
                   and fd-esp-data-resposta(9:2) is numeric then
                       string fd-esp-data-resposta(1:4) fd-esp-data-resposta(6:2)
                              fd-esp-data-resposta(9:2) delimited by size
                         into ws-data-num-calc
                       compute ws-dias-calc =
                           function integer-of-date(ws-data-num-calc)
                           - ws-dias-pedido
                       add ws-dias-calc to ws-apu-dias-ate-vaga(ws-ind-tur)
                   end-if
               when fd-esp-recusou
               when fd-esp-oferta-expirada
                   add 1 to ws-apu-perdidos(ws-ind-tur)
               when other
                   continue
           end-evaluate
           .
       apurar-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha da turma lida no relatório
      *>------------------------------------------------------------------------
       gravar-linha-turma section.

           move fd-tur-cod to ws-ind-tur
           move fd-tur-cod to ws-turma-informada
           perform contar-alunos-turma

           move fd-tur-cod to ws-ltu-turma
           move fd-tur-nome to ws-ltu-nome
           move ws-qtd-alunos-turma to ws-ltu-lotacao
           move fd-tur-capacidade to ws-ltu-capacidade
           move ws-apu-aguardando(ws-ind-tur) to ws-ltu-aguardando
           move ws-apu-em-oferta(ws-ind-tur) to ws-ltu-em-oferta
           move ws-apu-matriculados(ws-ind-tur) to ws-ltu-matriculados
           move ws-apu-perdidos(ws-ind-tur) to ws-ltu-perdidos

           move zero to ws-media-calc
           if ws-apu-aguardando(ws-ind-tur) > 0 then
               compute ws-media-calc rounded =
                   ws-apu-dias-espera(ws-ind-tur) / ws-apu-aguardando(ws-ind-tur)
           end-if
           move ws-media-calc to ws-ltu-espera-media
           move ws-apu-maior-espera(ws-ind-tur) to ws-ltu-maior-espera

           move zero to ws-media-calc
           if ws-apu-matriculados(ws-ind-tur) > 0 then
               compute ws-media-calc rounded =
                   ws-apu-dias-ate-vaga(ws-ind-tur) / ws-apu-matriculados(ws-ind-tur)
           end-if
           move ws-media-calc to ws-ltu-dias-ate-vaga

           add ws-apu-aguardando(ws-ind-tur) to ws-tot-aguardando
           add ws-apu-em-oferta(ws-ind-tur) to ws-tot-em-oferta
           add ws-apu-matriculados(ws-ind-tur) to ws-tot-matriculados

           move ws-linha-turma to ws-linha-aux
           perform gravar-linha
           .
       gravar-linha-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ws-linha-aux no relatório
      *>------------------------------------------------------------------------
       gravar-linha section.

           move ws-linha-aux to fd-linha-relatorio

           write fd-linha-relatorio

           if ws-fs-arqRelatorio <> '00' then
               move 30 to ws-msn-erro-offset
               move ws-fs-arqRelatorio to ws-msn-erro-cod
               move 'Erro ao Gravar arq.arqRelatorioListaEspera' to ws-msn-erro-text
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
               move 'lista17listaespera' to fd-jrn-programa
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

           close arqListaEspera

      *>   tratamento de erro
           if ws-fs-arqListaEspera <> '00' then
               move 31 to ws-msn-erro-offset
               move ws-fs-arqListaEspera to ws-msn-erro-cod
               move 'Erro ao Fechar arq.arqListaEspera' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           close arqCadastroAlunos
           close arqFinanceiro
           close arqLogAlteracoes
           close arqMovimentacaoTurma

           if ws-tem-arq-responsaveis then
               close arqResponsaveis
           end-if

           if ws-tem-arq-calendario then
               close arqCalendario
           end-if

           if ws-tem-arq-parametros then
               close arqParametros
           end-if

      *>   goback devolve o controle a quem chamou este programa (o menu),
      *>   em vez de encerrar todo o run unit como stop run faria
           goback
           .
       finaliza-exit.
           exit.

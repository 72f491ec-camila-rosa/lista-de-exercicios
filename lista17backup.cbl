           05 fd-hist-situacao                     pic  x(01).
           05 fd-hist-data-fechamento              pic  x(10).
           05 fd-hist-serie                        pic  9(02).
      *>       disciplinas que passaram pela recuperação no ano - média
      *>       original da disciplina, nota da prova (espaços se o aluno
      *>       não fez a prova) e resultado final da disciplina
           05 fd-hist-recuperacao.
               10 fd-hist-rec occurs 8.
                   15 fd-hist-rec-cod-disc         pic  9(02).
                   15 fd-hist-rec-nota-original    pic  9(02)v99.
                   15 fd-hist-rec-nota             pic  9(02)v99.
                   15 fd-hist-rec-resultado        pic  x(01).

       fd arqBackup.

      *>   lote devolve aqui quantos registros processou
       01 lk-contador-registros                    pic  9(05).

      *>   quando chamado pelo fluxo noturno (lista17jobnoturno), roda sem
      *>   tela: gera o backup de todos os mestres e encerra
       01 lk-modo-execucao                         pic  x(01).
           88 lk-modo-desacompanhado                      value 'D'.

      *>declaração do corpo do programa
       procedure division using lk-contador-registros lk-modo-execucao.

      *>   gerador e restaurador de backups dos arquivos indexados - cada
      *>   mestre é descarregado para uma geração sequencial datada
      *>------------------------------------------------------------------------
       processamento section.

      *>   execução desacompanhada - só a geração do backup, sem menu
           if address of lk-modo-execucao not = null then
               if lk-modo-desacompanhado then
                   perform gerar-backup-geral
                   move 'N' to ws-menu
               end-if
           end-if

           perform until ws-menu <> 'S'

               display erase

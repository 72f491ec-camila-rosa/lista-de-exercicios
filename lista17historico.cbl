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

      *>   mesmo layout unificado de fd-alunos em lista17exercicio1, já que o
      *>   repositório não usa copybooks - qualquer alteração de layout lá
           05 ws-qtd-anos                          pic  9(02).
           05 ws-qtd-impressos                     pic  9(05) value zero.
           05 ws-ind-nota-h                        pic  9(01).
           05 ws-ind-rec-h                         pic  9(02).
           05 ws-arquivos-opcionais.
               10 ws-tem-arquivo-morto             pic  x(01) value 'N'.
                   88 ws-morto-aberto                     value 'S'.
           05 filler                               pic  x(08) value '  peso: '.
           05 ws-imp-peso                          pic  zz9.

       01 ws-linha-recup-hist.
           05 filler                               pic  x(03) value space.
           05 filler                               pic  x(13) value
                                                    'Recuperacao: '.
           05 ws-imp-rec-disc-nome                 pic  x(20).
           05 filler                               pic  x(07) value ' orig: '.
           05 ws-imp-rec-original                  pic  z9,99.
           05 filler                               pic  x(09) value '  prova: '.
           05 ws-imp-rec-nota                      pic  x(05).
           05 filler                               pic  x(02) value space.
           05 ws-imp-rec-resultado                 pic  x(09).

       77 ws-imp-rec-nota-edit                     pic  z9,99.

       01 ws-linha-resumo-hist.
           05 filler                               pic  x(03) value space.
           05 filler                               pic  x(13) value
               end-if
           end-perform

      *>   disciplinas que passaram pela recuperação - média original,
      *>   nota da prova e resultado final da disciplina
           perform varying ws-ind-rec-h from 1 by 1 until ws-ind-rec-h > 8
               if fd-hist-rec-cod-disc(ws-ind-rec-h) is numeric then
                   move fd-hist-rec-cod-disc(ws-ind-rec-h) to ws-disc-cod
                   perform buscar-nome-disciplina

                   move ws-disc-nome to ws-imp-rec-disc-nome
                   move fd-hist-rec-nota-original(ws-ind-rec-h)
                     to ws-imp-rec-original

                   if fd-hist-rec-nota(ws-ind-rec-h) is numeric then
                       move fd-hist-rec-nota(ws-ind-rec-h) to ws-imp-rec-nota-edit
                       move ws-imp-rec-nota-edit to ws-imp-rec-nota
                   else
                       move 'falta' to ws-imp-rec-nota
                   end-if

                   if fd-hist-rec-resultado(ws-ind-rec-h) = 'A' then
                       move 'Aprovado' to ws-imp-rec-resultado
                   else
                       move 'Reprovado' to ws-imp-rec-resultado
                   end-if

                   move ws-linha-recup-hist to fd-linha-impresso
                   perform gravar-linha-impresso
               end-if
           end-perform

           move fd-hist-media to ws-imp-media
           evaluate fd-hist-situacao
               when 'A'

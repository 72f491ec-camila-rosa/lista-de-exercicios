      *>   cada arquivo aparece duas vezes - uma no layout antigo de
      *>   produção (código de aluno com 3 dígitos e registros SEM os
      *>   campos novos - turma, frequência, série, rematrícula,
      *>   responsável, série e recuperação do histórico, autorização de
      *>   aprovação e baralho do ranking) e uma no layout novo completo; o que não
      *>   mudou de formato é copiado em bloco e os campos novos entram
      *>   com os mesmos padrões da carga csv

           05 fd-hia-resto                         pic  x(112).

      *>   histórico novo - a série cursada entra zerada (os anos antigos
      *>   foram fechados antes de a série existir no cadastro) e a
      *>   recuperação em espaços, como o fechamento grava o ano de quem
      *>   não teve disciplina em recuperação
       fd arqHistoricoNovo.
       01 fd-hin-historico.
           05 fd-hin-chave.
               10 fd-hin-ano                       pic  9(04).
           05 fd-hin-resto                         pic  x(112).
           05 fd-hin-serie                         pic  9(02).
           05 fd-hin-recuperacao                   pic  x(88).

      *>   arquivo morto do expurgo - mesmo par de layouts do cadastro vivo
       fd arqArquivoAntigo.

      *>------------------------------------------------------------------------
      *>  histórico escolar - chave composta código + ano; a série dos
      *>  anos antigos entra zerada e a recuperação em branco
      *>------------------------------------------------------------------------
       converter-historico section.

                   move ws-reg-resto(ws-ind-reg)(1:4) to fd-hin-ano
                   move ws-reg-resto(ws-ind-reg)(5:112) to fd-hin-resto
                   move zero to fd-hin-serie
                   move spaces to fd-hin-recuperacao

                   write fd-hin-historico


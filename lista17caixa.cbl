           05 fd-mov-valor                         pic  9(04)v99.
           05 filler                               pic  x(02) value space.
           05 fd-mov-recibo                        pic  9(06).
           05 filler                               pic  x(02) value space.
           05 fd-mov-tipo                          pic  x(01).
               88 fd-mov-baixa                            value "B" " ".
               88 fd-mov-estorno                          value "E".

       fd arqFechamentoCaixa.

       77 ws-data-caixa                            pic  x(10).

      *>  totais por operador - o operador coringa '????????' marca baixa
      *>  feita fora de uma sessão identificada no menu; o estorno
      *>  (lista17estorno) entra subtraindo no total de quem estornou
       01 ws-totais-operador.
           05 ws-qtd-operadores                    pic  9(02) value zero.
           05 ws-oper-tab occurs 50.
               10 ws-oper-cod                      pic  x(08).
               10 ws-oper-total                    pic s9(07)v99.
               10 ws-oper-qtd                      pic  9(04).
           05 ws-ind-oper                          pic  9(02).

       01 ws-totais-caixa.
           05 ws-total-dia                         pic s9(07)v99 value zero.
           05 ws-qtd-baixas-dia                    pic  9(05) value zero.
           05 ws-total-estornos-dia                pic  9(07)v99 value zero.
           05 ws-qtd-estornos-dia                  pic  9(05) value zero.
           05 ws-qtd-fora-sessao                   pic  9(05) value zero.

      *>  linhas do relatório
       01 ws-linha-operador.
           05 ws-lin-oper-cod                      pic  x(08).
           05 filler                               pic  x(02) value space.
           05 ws-lin-oper-total                    pic  zzzzzz9,99-.
           05 filler                               pic  x(02) value space.
           05 ws-lin-oper-qtd                      pic  zzz9.
           05 filler                               pic  x(07) value ' baixas'.
           05 ws-lin-oper-aviso                    pic  x(18).

       01 ws-linha-total-caixa.
           05 ws-lin-tot-rotulo                    pic  x(22).
           05 ws-lin-tot-valor                     pic  zzzzzz9,99-.

       77 ws-data-hora-atual                       pic  x(21).
       77 ws-linha-aux                             pic  x(80).
                   if ws-fs-arqMovimentoCaixa = '00' then
      *>               cada linha do movimento é um pagamento recebido,
      *>               pelo valor daquela baixa - pagamento parcelado em
      *>               dias diferentes aparece no dia certo de cada parte;
      *>               o estorno é descontado no dia em que foi feito
                       if fd-mov-data = ws-data-caixa
                       and fd-mov-valor is numeric
                       and fd-mov-valor > 0 then
               move zero to ws-oper-qtd(ws-ind-oper)
           end-if

           if fd-mov-estorno then
               subtract fd-mov-valor from ws-oper-total(ws-ind-oper)
               subtract fd-mov-valor from ws-total-dia
               add fd-mov-valor to ws-total-estornos-dia
               add 1 to ws-qtd-estornos-dia
           else
               add fd-mov-valor to ws-oper-total(ws-ind-oper)
               add 1 to ws-oper-qtd(ws-ind-oper)

               add fd-mov-valor to ws-total-dia
               add 1 to ws-qtd-baixas-dia
           end-if

      *>   baixa sem operador (anterior ao controle) ou do operador
      *>   coringa '????????' foi feita fora de uma sessão do menu
           move ws-linha-total-caixa to fd-linha-caixa
           perform gravar-linha-caixa

           move 'Estornos do dia.....: ' to ws-lin-tot-rotulo
           move ws-qtd-estornos-dia to ws-lin-tot-valor
           move ws-linha-total-caixa to fd-linha-caixa
           perform gravar-linha-caixa

           move 'Valor estornado.....: ' to ws-lin-tot-rotulo
           move ws-total-estornos-dia to ws-lin-tot-valor
           move ws-linha-total-caixa to fd-linha-caixa
           perform gravar-linha-caixa

           move 'Fora de sessao......: ' to ws-lin-tot-rotulo
           move ws-qtd-fora-sessao to ws-lin-tot-valor
           move ws-linha-total-caixa to fd-linha-caixa

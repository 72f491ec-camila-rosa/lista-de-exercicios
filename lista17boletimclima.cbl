          05 fd-data                               pic  x(10).
          05 fd-temperatura                        pic s9(02)v99.
          05 fd-estacao                            pic  x(03).
          05 fd-origem                             pic  x(01).

      *>   mesmo layout de fd-cadastroEstacao em lista17exercicio3
       fd arqEstacoes.
          05 fd-est-cod                            pic  x(03).
          05 filler                                pic  x(01).
          05 fd-est-nome                           pic  x(25).
          05 fd-est-limites occurs 12.
             10 filler                             pic  x(01).
             10 fd-lim-min                         pic s9(02)v99.
             10 fd-lim-max                         pic s9(02)v99.
             10 fd-lim-salto                       pic  9(02)v99.
          05 filler                                pic  x(01).
          05 fd-est-registrador                    pic  x(12).

       fd arqBoletimClima.

          05 ws-data                               pic  x(10).
          05 ws-temp                               pic s9(02)v99.
          05 ws-est                                pic  x(03).
          05 ws-origem                             pic  x(01).

       77 ws-qtd-temperaturas                      pic  9(03) value zero.


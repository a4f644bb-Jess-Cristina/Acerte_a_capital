          05 fd-des-codigo                         pic 9(04).
          05 fd-des-nome                           pic x(10).
          05 fd-des-pontos                         pic 9(03).
          05 fd-des-partida                        pic 9(06).

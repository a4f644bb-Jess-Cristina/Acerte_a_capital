          05 fd-hist-pontos                        pic 9(03).
          05 fd-hist-posicao                       pic x(08).
          05 fd-hist-codigo                        pic 9(04).
          05 fd-hist-partida                       pic 9(06).

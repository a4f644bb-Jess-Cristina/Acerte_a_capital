          05 fd-jor-pontos                         pic 9(02).
          05 fd-jor-codigo                         pic 9(04).
          05 fd-jor-categoria                      pic 9(01).
          05 fd-jor-partida                        pic 9(06).

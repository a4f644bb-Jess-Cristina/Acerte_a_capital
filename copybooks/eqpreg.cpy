      *>----------------------------------------------------------------------
      *> Layout do registro de resultado de equipe (equipes_resultado.txt)
      *> Gravado pelo jogo ao fim de cada partida jogada em equipes, um
      *> registro por equipe, com o mesmo numero unico de partida do
      *> historico e de partidas.txt, o total de pontos da equipe, a
      *> colocacao decidida por esse total e os jogadores que a
      *> compuseram (codigo 0 para visitante). Lido pelo relatorio de
      *> classificacao de equipes
      *>----------------------------------------------------------------------
          05 fd-eqp-partida                        pic 9(06).
          05 fd-eqp-data                           pic 9(08).
          05 fd-eqp-hora                           pic 9(08).
          05 fd-eqp-letra                          pic x(01).
          05 fd-eqp-nome                           pic x(15).
          05 fd-eqp-pontos                         pic 9(04).
          05 fd-eqp-posicao                        pic x(08).
          05 fd-eqp-qtd_jog                        pic 9(01).
          05 fd-eqp-membro occurs 8.
             10 fd-eqp-mem-codigo                  pic 9(04).
             10 fd-eqp-mem-nome                    pic x(10).

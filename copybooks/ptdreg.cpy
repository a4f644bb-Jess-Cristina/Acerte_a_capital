      *>----------------------------------------------------------------------
      *> Layout do registro de cabecalho de partida (partidas.txt)
      *> Gravado pelo jogo ao fim de cada partida com o numero unico
      *> da partida, o mesmo levado ao historico, ao jornal de
      *> respostas e a classificacao do desafio diario, e as condicoes
      *> em que os pontos foram obtidos. Modo 1-Digitada 2-Multipla
      *> Escolha 3-Desafio Diario; regiao em branco para todas;
      *> termino N-Normal ou R-Retomada de checkpoint
      *>----------------------------------------------------------------------
          05 fd-ptd-numero                         pic 9(06).
          05 fd-ptd-data                           pic 9(08).
          05 fd-ptd-hora                           pic 9(08).
          05 fd-ptd-modo                           pic 9(01).
          05 fd-ptd-regiao                         pic x(12).
          05 fd-ptd-rodadas                        pic 9(02).
          05 fd-ptd-categorias                     pic x(04).
          05 fd-ptd-pratica                        pic x(01).
          05 fd-ptd-num_jog                        pic 9(01).
          05 fd-ptd-termino                        pic x(01).

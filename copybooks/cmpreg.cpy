      *>----------------------------------------------------------------------
      *> Layout do registro do arquivo permanente de campeoes
      *> (campeoes.txt), gravado pelo fecha_temporada no fechamento de
      *> cada temporada: campeao geral do ranking, escola campea do
      *> campeonato entre escolas, lider do desafio diario (soma do
      *> melhor resultado de cada dia) e a regra aplicada ao rating
      *>----------------------------------------------------------------------
          05 fd-cmp-temporada                      pic 9(03).
          05 fd-cmp-data_inicio                    pic 9(08).
          05 fd-cmp-data_fim                       pic 9(08).
          05 fd-cmp-data_fechamento                pic 9(08).
          05 fd-cmp-geral_codigo                   pic 9(04).
          05 fd-cmp-geral_nome                     pic x(10).
          05 fd-cmp-geral_rating                   pic 9(04).
          05 fd-cmp-escola_nome                    pic x(20).
          05 fd-cmp-escola_pontos                  pic 9(07).
          05 fd-cmp-desafio_codigo                 pic 9(04).
          05 fd-cmp-desafio_nome                   pic x(10).
          05 fd-cmp-desafio_pontos                 pic 9(06).
          05 fd-cmp-regra                          pic x(01).
          05 fd-cmp-percentual                     pic 9(03).

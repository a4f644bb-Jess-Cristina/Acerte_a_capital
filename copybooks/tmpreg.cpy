      *>----------------------------------------------------------------------
      *> Layout do registro de controle da temporada
      *> (temporada_controle.txt), mantido pelo fecha_temporada: numero
      *> e datas da temporada em curso e a regra aplicada ao rating no
      *> fechamento. Regra Z-Zera (todos voltam a 1000) ou
      *> A-Aproxima (o rating perde o percentual informado da sua
      *> distancia ate 1000)
      *>----------------------------------------------------------------------
          05 fd-tmp-numero                         pic 9(03).
          05 fd-tmp-data_inicio                    pic 9(08).
          05 fd-tmp-data_fim                       pic 9(08).
          05 fd-tmp-regra                          pic x(01).
          05 fd-tmp-percentual                     pic 9(03).

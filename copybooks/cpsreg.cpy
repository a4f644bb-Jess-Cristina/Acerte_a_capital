      *>----------------------------------------------------------------------
      *> Layout do registro do catalogo de conjuntos de copias de
      *> seguranca (copias_catalogo.txt), em ordem de criacao.
      *> Situacao: C completa e conferida, E com erro (nao restauravel)
      *>----------------------------------------------------------------------
          05 fd-cps-conjunto                       pic x(21).
          05 fd-cps-data                           pic 9(08).
          05 fd-cps-hora                           pic 9(06).
          05 fd-cps-situacao                       pic x(01).
          05 fd-cps-qtd_arquivos                   pic 9(02).
          05 fd-cps-qtd_registros                  pic 9(09).

      *>----------------------------------------------------------------------
      *> Layout do registro do manifesto de um conjunto de copias de
      *> seguranca (manifesto.txt dentro do diretorio do conjunto): um
      *> registro por arquivo de dados, com o nome dentro do conjunto,
      *> a organizacao (S sequencial, I indexado descarregado em texto),
      *> a situacao (C copiado, A ausente na copia, E erro) e a
      *> quantidade de registros copiados
      *>----------------------------------------------------------------------
          05 fd-mnf-arquivo                        pic x(30).
          05 fd-mnf-copia                          pic x(30).
          05 fd-mnf-tipo                           pic x(01).
          05 fd-mnf-situacao                       pic x(01).
          05 fd-mnf-registros                      pic 9(07).

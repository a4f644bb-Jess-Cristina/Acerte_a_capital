      *>----------------------------------------------------------------------
      *> Layout do registro do log de seguranca (log_seguranca.txt):
      *> identificacoes recusadas, bloqueios, acessos negados e a
      *> manutencao do cadastro de operadores
      *>----------------------------------------------------------------------
          05 fd-seg-data                           pic 9(08).
          05 fd-seg-hora                           pic 9(08).
          05 fd-seg-operador                       pic x(10).
          05 fd-seg-evento                         pic x(20).
          05 fd-seg-programa                       pic x(20).
          05 fd-seg-responsavel                    pic x(10).

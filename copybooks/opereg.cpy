      *>----------------------------------------------------------------------
      *> Layout do registro de operador (operadores.txt), mantido pela
      *> manutencao_operador e lido na identificacao do operador
      *> Perfil: H - Anfitriao, C - Coordenador, A - Administrador
      *>----------------------------------------------------------------------
          05 fd-ope-codigo                         pic x(10).
          05 fd-ope-nome                           pic x(30).
          05 fd-ope-senha                          pic x(10).
          05 fd-ope-perfil                         pic x(01).
          05 fd-ope-ativo                          pic x(01).
          05 fd-ope-tentativas                     pic 9(01).
          05 fd-ope-bloqueado                      pic x(01).

      *>----------------------------------------------------------------------
      *> Area da sessao do operador identificado, passada pelo
      *> console_jogo aos programas chamados e preenchida pela
      *> valida_operador. Perfis exigidos: perfis que podem usar o
      *> programa (H, C, A), espacos para qualquer operador
      *>----------------------------------------------------------------------
          05 fd-ses-operador                       pic x(10).
          05 fd-ses-nome                           pic x(30).
          05 fd-ses-perfil                         pic x(01).
          05 fd-ses-perfis_exigidos                pic x(03).
          05 fd-ses-programa                       pic x(20).
          05 fd-ses-liberado                       pic x(01).

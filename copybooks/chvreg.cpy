      *>----------------------------------------------------------------------
      *> Layout do registro da chave do torneio eliminatorio
      *> (chave_torneio.txt), um registro por jogo da chave, mantido
      *> pelo torneio_chave e lido pelo console_jogo para iniciar o
      *> proximo jogo. Um lado sem semente (zero) esta vago: bye na
      *> primeira rodada ou vencedor ainda a definir nas demais.
      *> Situacao P-Pendente (lados a definir), A-Aguardando Partida,
      *> J-Jogado, B-Bye (avanco sem jogo) e W-W.O. (ausencia); vencedor
      *> 1 ou 2 indica o lado; desempate T-Resposta Certa Mais Rapida
      *> ou S-Melhor Semente. A partida inicial eh o numero da proxima
      *> partida no momento da criacao da chave: so partidas a partir
      *> dela contam para a apuracao
      *>----------------------------------------------------------------------
          05 fd-chv-data_criacao                   pic 9(08).
          05 fd-chv-tamanho                        pic 9(02).
          05 fd-chv-rodada                         pic 9(01).
          05 fd-chv-jogo                           pic 9(02).
          05 fd-chv-codigo1                        pic 9(04).
          05 fd-chv-nome1                          pic x(10).
          05 fd-chv-semente1                       pic 9(02).
          05 fd-chv-codigo2                        pic 9(04).
          05 fd-chv-nome2                          pic x(10).
          05 fd-chv-semente2                       pic 9(02).
          05 fd-chv-situacao                       pic x(01).
          05 fd-chv-vencedor                       pic 9(01).
          05 fd-chv-partida                        pic 9(06).
          05 fd-chv-pontos1                        pic 9(03).
          05 fd-chv-pontos2                        pic 9(03).
          05 fd-chv-desempate                      pic x(01).
          05 fd-chv-partida_inicial                pic 9(06).

      *> 02/09/2026 - Recusa da execucao enquanto um checkpoint mostra
      *>              uma partida em andamento, para nao regravar o
      *>              historico no meio de um jogo.
      *> 15/10/2026 - Numero da partida, novo campo do historico,
      *>              levado junto para os arquivos anuais e para o
      *>              historico regravado.



                                  ==fd-hist-nome==    by ==fd-arq-nome==
                                  ==fd-hist-pontos==  by ==fd-arq-pontos==
                                  ==fd-hist-posicao== by ==fd-arq-posicao==
                                  ==fd-hist-codigo==  by ==fd-arq-codigo==
                                  ==fd-hist-partida== by ==fd-arq-partida==.

       fd novo.
       01 fd-mantido.
                                  ==fd-hist-nome==    by ==fd-man-nome==
                                  ==fd-hist-pontos==  by ==fd-man-pontos==
                                  ==fd-hist-posicao== by ==fd-man-posicao==
                                  ==fd-hist-codigo==  by ==fd-man-codigo==
                                  ==fd-hist-partida== by ==fd-man-partida==.

       fd controle.
       01 fd-controle                               pic x(80).

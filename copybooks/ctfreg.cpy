      *>----------------------------------------------------------------------
      *> Layout do registro de certificado ja emitido
      *> (certificados_emitidos.txt), gravado pelo emite_certificados a
      *> cada certificado impresso, para que uma nova emissao nao
      *> imprima o mesmo certificado duas vezes. A chave identifica o
      *> premio: tipo M-Medalha (conquistas.txt), D-Vencedor do Desafio
      *> Diario, E-Colocacao no Campeonato entre Escolas e T-Titulo da
      *> Temporada (campeoes.txt); codigo do jogador (zero para escola
      *> e visitante); premio (medalha, colocacao ou titulo); premiado
      *> (nome da escola ou do visitante); data do premio; e valor
      *> (recorde em segundos, pontos do desafio, data inicial do
      *> campeonato ou numero da temporada)
      *>----------------------------------------------------------------------
          05 fd-ctf-chave.
             10 fd-ctf-tipo                        pic x(01).
             10 fd-ctf-codigo                      pic 9(04).
             10 fd-ctf-premio                      pic x(25).
             10 fd-ctf-premiado                    pic x(20).
             10 fd-ctf-data                        pic 9(08).
             10 fd-ctf-valor                       pic 9(08).
          05 fd-ctf-emissao                        pic 9(08).

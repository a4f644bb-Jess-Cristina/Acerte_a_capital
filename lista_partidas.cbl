      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "lista_partidas".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da listagem das partidas jogadas
      *>              (partidas.txt) em um periodo informado, com filtro
      *>              opcional pelo modo de jogo, mostrando o cabecalho
      *>              de cada partida (modo, regiao, rodadas,
      *>              categorias, modo pratica e termino) e os jogadores
      *>              com os pontos e a colocacao gravados no historico
      *>              sob o mesmo numero de partida.
      *> 15/10/2026 - Os jogadores tambem sao procurados nos arquivos
      *>              anuais do historico (historico_AAAA.txt) de cada
      *>              ano do periodo, antes do historico vivo, para que
      *>              as partidas ja arquivadas pelo fechamento do dia
      *>              sejam listadas com os seus jogadores.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select partidas assign to "partidas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-partidas.

                  select hist assign to dynamic ws-nome_historico
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-hist.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd partidas.
       01 fd-partida.
           copy ptdreg.

       fd hist.
       01 fd-historico.
           copy histreg.

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-partidas                           pic 9(02).
       77 ws-fs-hist                               pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-data_inicial                          pic 9(08).
       77 ws-data_final                            pic 9(08).
       77 ws-modo_filtro                           pic 9(01).
       77 ws-qtd_listados                          pic 9(05)
                                                   value 0.

      *>----Arquivos do historico lidos para o periodo
       77 ws-nome_historico                        pic x(22)
                                                   value spaces.
       77 ws-ano                                   pic 9(04).
       77 ws-ano_final                             pic 9(04).
       77 ws-data_atual                            pic 9(08).

      *>----Partidas do periodo e jogadores de cada partida
       77 ws-qtd_partidas                          pic 9(03)
                                                   value 0.
       77 ws-partidas_estouro                      pic x(01)
                                                   value "N".
       01 ws-partidas occurs 500.
           copy ptdreg replacing ==fd-ptd-numero==     by ==ws-ptd-numero==
                                 ==fd-ptd-data==       by ==ws-ptd-data==
                                 ==fd-ptd-hora==       by ==ws-ptd-hora==
                                 ==fd-ptd-modo==       by ==ws-ptd-modo==
                                 ==fd-ptd-regiao==     by ==ws-ptd-regiao==
                                 ==fd-ptd-rodadas==    by ==ws-ptd-rodadas==
                                 ==fd-ptd-categorias== by ==ws-ptd-categorias==
                                 ==fd-ptd-pratica==    by ==ws-ptd-pratica==
                                 ==fd-ptd-num_jog==    by ==ws-ptd-num_jog==
                                 ==fd-ptd-termino==    by ==ws-ptd-termino==.
          05 ws-ptd-qtd_jog                        pic 9(01).
          05 ws-ptd-jogador occurs 8.
             10 ws-ptd-jog-codigo                  pic 9(04).
             10 ws-ptd-jog-nome                    pic x(10).
             10 ws-ptd-jog-pontos                  pic 9(03).
             10 ws-ptd-jog-posicao                 pic x(08).
       77 ws-ind_partida                           pic 9(03).
       77 ws-ind_jog                               pic 9(01).
       77 ws-achou_partida                         pic x(01).

      *>----Descricoes exibidas no cabecalho da partida
       77 ws-desc_modo                             pic x(16).
       77 ws-desc_regiao                           pic x(12).
       77 ws-desc_termino                          pic x(08).

      *>----Declaração de tela
       Screen Section.


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform solicita_periodo.
           perform carrega_partidas.
           perform carrega_jogadores.
           perform lista_partidas.
           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_listados
           move 0 to ws-qtd_partidas
           move "N" to ws-partidas_estouro

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Solicita o periodo (data inicial e final) e o modo de jogo
       *>----------------------------------------------------------------------
       solicita_periodo section.

           display erase
           display "--- Listagem das Partidas Jogadas ---"
           display " "
           display "Data Inicial (AAAAMMDD):"
           accept ws-data_inicial
           display "Data Final (AAAAMMDD):"
           accept ws-data_final
           display " "
           display "Modo de Jogo:"
           display "0 - Todos os Modos"
           display "1 - Resposta Digitada"
           display "2 - Multipla Escolha"
           display "3 - Desafio Diario"
           accept ws-modo_filtro

           if  ws-modo_filtro > 3 then
               move 0 to ws-modo_filtro
           end-if

           .
       solicita_periodo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carrega os cabecalhos das partidas do periodo e do modo
       *> informados
       *>----------------------------------------------------------------------
       carrega_partidas section.

           open input partidas

           if  ws-fs-partidas <> 0 then
               go to carrega_partidas-exit
           end-if

           move "N" to ws-fim_arquivo

           read partidas
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-ptd-data >= ws-data_inicial
               and fd-ptd-data <= ws-data_final
               and (ws-modo_filtro = 0 or fd-ptd-modo = ws-modo_filtro) then
                   if  ws-qtd_partidas < 500 then
                       add 1 to ws-qtd_partidas
                       move fd-partida to ws-partidas(ws-qtd_partidas)
                       move 0 to ws-ptd-qtd_jog(ws-qtd_partidas)
                   else
                       move "S" to ws-partidas_estouro
                   end-if
               end-if

               read partidas
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close partidas

           .
       carrega_partidas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le o historico do periodo e associa cada jogador a partida de
       *> mesmo numero: os arquivos anuais de cada ano do periodo e
       *> depois o historico vivo. Registros anteriores ao numero de
       *> partida nao possuem cabecalho e ficam de fora da listagem
       *>----------------------------------------------------------------------
       carrega_jogadores section.

           if  ws-qtd_partidas = 0 then
               go to carrega_jogadores-exit
           end-if

           accept ws-data_atual from date yyyymmdd

           compute ws-ano = ws-data_inicial / 10000
           if  ws-ano < 2000 then
               move 2000 to ws-ano
           end-if
           compute ws-ano_final = ws-data_final / 10000
           if  ws-ano_final > ws-data_atual / 10000 then
               compute ws-ano_final = ws-data_atual / 10000
           end-if

           perform until ws-ano > ws-ano_final
               move spaces to ws-nome_historico
               string "historico_" delimited by size
                      ws-ano delimited by size
                      ".txt" delimited by size
                      into ws-nome_historico
               perform le_historico
               add 1 to ws-ano
           end-perform

           move "historico.txt" to ws-nome_historico
           perform le_historico

           .
       carrega_jogadores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le o arquivo de historico ws-nome_historico associando os
       *> registros do periodo as partidas carregadas
       *>----------------------------------------------------------------------
       le_historico section.

           open input hist

           if  ws-fs-hist <> 0 then
               go to le_historico-exit
           end-if

           move "N" to ws-fim_arquivo

           read hist
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-hist-data >= ws-data_inicial
               and fd-hist-data <= ws-data_final
               and fd-hist-partida is numeric
               and fd-hist-partida > 0 then
                   perform localiza_partida

                   if  ws-achou_partida = "S"
                   and ws-ptd-qtd_jog(ws-ind_partida) < 8 then
                       add 1 to ws-ptd-qtd_jog(ws-ind_partida)
                       move ws-ptd-qtd_jog(ws-ind_partida) to ws-ind_jog
                       move fd-hist-codigo
                               to ws-ptd-jog-codigo(ws-ind_partida ws-ind_jog)
                       move fd-hist-nome
                               to ws-ptd-jog-nome(ws-ind_partida ws-ind_jog)
                       move fd-hist-pontos
                               to ws-ptd-jog-pontos(ws-ind_partida ws-ind_jog)
                       move fd-hist-posicao
                               to ws-ptd-jog-posicao(ws-ind_partida ws-ind_jog)
                   end-if
               end-if

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close hist

           .
       le_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza na tabela a partida de numero fd-hist-partida,
       *> devolvendo o indice em ws-ind_partida
       *>----------------------------------------------------------------------
       localiza_partida section.

           move "N" to ws-achou_partida
           move 1 to ws-ind_partida

           perform until ws-ind_partida > ws-qtd_partidas
                      or ws-achou_partida = "S"
               if  ws-ptd-numero(ws-ind_partida) = fd-hist-partida then
                   move "S" to ws-achou_partida
               else
                   add 1 to ws-ind_partida
               end-if
           end-perform

           .
       localiza_partida-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lista as partidas carregadas com os seus jogadores
       *>----------------------------------------------------------------------
       lista_partidas section.

           if  ws-qtd_partidas = 0 then
               display " "
               display "Nenhuma Partida Encontrada no Periodo."
               go to lista_partidas-exit
           end-if

           move 1 to ws-ind_partida
           perform until ws-ind_partida > ws-qtd_partidas
               perform exibe_partida
               add 1 to ws-qtd_listados
               add 1 to ws-ind_partida
           end-perform

           display " "
           display "Total de Partidas Listadas: " ws-qtd_listados

           if  ws-partidas_estouro = "S" then
               display "Periodo com Mais de 500 Partidas; Reduza o "
                       "Periodo para Ver as Demais."
           end-if

           .
       lista_partidas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Exibe o cabecalho de uma partida e os seus jogadores
       *>----------------------------------------------------------------------
       exibe_partida section.

           evaluate ws-ptd-modo(ws-ind_partida)
               when 1 move "Digitada"        to ws-desc_modo
               when 2 move "Multipla Escolha" to ws-desc_modo
               when 3 move "Desafio Diario"  to ws-desc_modo
               when other move "Nao Informado" to ws-desc_modo
           end-evaluate

           move ws-ptd-regiao(ws-ind_partida) to ws-desc_regiao
           if  ws-desc_regiao = spaces then
               move "TODAS" to ws-desc_regiao
           end-if

           if  ws-ptd-termino(ws-ind_partida) = "R" then
               move "Retomada" to ws-desc_termino
           else
               move "Normal" to ws-desc_termino
           end-if

           display " "
           display "Partida " ws-ptd-numero(ws-ind_partida) " - "
                   ws-ptd-data(ws-ind_partida) " "
                   ws-ptd-hora(ws-ind_partida) " - " ws-desc_modo
           display "  Regiao: " ws-desc_regiao
                   "  Rodadas: " ws-ptd-rodadas(ws-ind_partida)
                   "  Categorias: " ws-ptd-categorias(ws-ind_partida)
                   "  Pratica: " ws-ptd-pratica(ws-ind_partida)
           display "  Jogadores: " ws-ptd-num_jog(ws-ind_partida)
                   "  Termino: " ws-desc_termino

           move 1 to ws-ind_jog
           perform until ws-ind_jog > ws-ptd-qtd_jog(ws-ind_partida)
               display "    " ws-ptd-jog-posicao(ws-ind_partida ws-ind_jog)
                       "  " ws-ptd-jog-codigo(ws-ind_partida ws-ind_jog)
                       "  " ws-ptd-jog-nome(ws-ind_partida ws-ind_jog)
                       "  " ws-ptd-jog-pontos(ws-ind_partida ws-ind_jog)
                       " Pontos"
               add 1 to ws-ind_jog
           end-perform

           .
       exibe_partida-exit.
           exit.

       finaliza section.

           Stop Run

           .
       finaliza-exit.
           exit.

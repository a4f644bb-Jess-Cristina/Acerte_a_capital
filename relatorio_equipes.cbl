      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "relatorio_equipes".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da classificacao de equipes, que le o
      *>              resultado das partidas em equipe
      *>              (equipes_resultado.txt) gravado pelo exercicio2 e
      *>              resume partidas, vitorias e media de pontos de
      *>              cada equipe em um periodo informado, com os
      *>              jogadores que formaram a equipe, para competicoes
      *>              entre turmas. Chamada como subprograma pelo
      *>              console_jogo.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select equipes assign to "equipes_resultado.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-equipes.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd equipes.
       01 fd-equipe.
           copy eqpreg.

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-equipes                            pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-data_inicial                          pic 9(08).
       77 ws-data_final                            pic 9(08).

      *>----Equipes do periodo, identificadas pelo nome (sem diferenciar
      *>----maiusculas de minusculas), e os jogadores de cada uma
       77 ws-qtd_equipes                           pic 9(02)
                                                   value 0.
       77 ws-equipes_estouro                       pic x(01)
                                                   value "N".
       01 ws-equipes occurs 50.
          05 ws-eqp-nome                           pic x(15).
          05 ws-eqp-chave                          pic x(15).
          05 ws-eqp-jogos                          pic 9(03).
          05 ws-eqp-vitorias                       pic 9(03).
          05 ws-eqp-soma_pontos                    pic 9(06).
          05 ws-eqp-media                          pic 9(04)v9(02).
          05 ws-eqp-qtd_membros                    pic 9(02).
          05 ws-eqp-membro occurs 20.
             10 ws-eqp-mem-codigo                  pic 9(04).
             10 ws-eqp-mem-nome                    pic x(10).

       01 ws-equipe_aux.
          05 ws-aux-nome                           pic x(15).
          05 ws-aux-chave                          pic x(15).
          05 ws-aux-jogos                          pic 9(03).
          05 ws-aux-vitorias                       pic 9(03).
          05 ws-aux-soma_pontos                    pic 9(06).
          05 ws-aux-media                          pic 9(04)v9(02).
          05 ws-aux-qtd_membros                    pic 9(02).
          05 ws-aux-membro occurs 20.
             10 ws-aux-mem-codigo                  pic 9(04).
             10 ws-aux-mem-nome                    pic x(10).

       77 ws-ind_equipe                            pic 9(02).
       77 ws-ind_membro                            pic 9(02).
       77 ws-ind_registro                          pic 9(01).
       77 ws-achou                                 pic x(01).
       77 ws-chave_leitura                         pic x(15).
       77 ws-codigo_membro                         pic 9(04).
       77 ws-controle                              pic x(10).
       77 ws-linha_membros                         pic x(80).
       77 ws-ponteiro                              pic 9(03).

       01 ws-linha_equipe.
          05 ws-lin-nome                           pic x(15).
          05 filler                                pic x(01)
                                                   value " ".
          05 ws-lin-jogos                          pic zz9.
          05 filler                                pic x(06)
                                                   value spaces.
          05 ws-lin-vitorias                       pic zz9.
          05 filler                                pic x(04)
                                                   value spaces.
          05 ws-lin-soma_pontos                    pic zzzzz9.
          05 filler                                pic x(02)
                                                   value spaces.
          05 ws-lin-media                          pic zzz9,99.

      *>----Declaração de tela
       Screen Section.


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform solicita_periodo.
           perform processa_resultados.
           perform calcula_medias.
           perform ordena_equipes.
           perform exibe_equipes.
           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_equipes
           move "N" to ws-equipes_estouro

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Solicita o periodo (data inicial e final) da classificacao
       *>----------------------------------------------------------------------
       solicita_periodo section.

           display erase
           display "--- Classificacao de Equipes ---"
           display " "
           display "Data Inicial (AAAAMMDD):"
           accept ws-data_inicial
           display "Data Final (AAAAMMDD):"
           accept ws-data_final

           .
       solicita_periodo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le o resultado das partidas em equipe e acumula cada equipe
       *> no periodo
       *>----------------------------------------------------------------------
       processa_resultados section.

           open input equipes

           if  ws-fs-equipes <> 0 then
               display "Nenhuma Partida em Equipes Encontrada."
           else
               move "N" to ws-fim_arquivo

               read equipes
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  fd-eqp-data >= ws-data_inicial
                   and fd-eqp-data <= ws-data_final then
                       perform acumula_equipe
                   end-if

                   read equipes
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close equipes
           end-if

           .
       processa_resultados-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acumula partidas, vitorias e pontos de uma equipe e junta os
       *> jogadores da partida aos jogadores ja conhecidos da equipe
       *>----------------------------------------------------------------------
       acumula_equipe section.

           move function upper-case(fd-eqp-nome) to ws-chave_leitura

           move "N" to ws-achou
           move 1 to ws-ind_equipe

           perform until ws-ind_equipe > ws-qtd_equipes
                      or ws-achou = "S"
               if  ws-eqp-chave(ws-ind_equipe) = ws-chave_leitura then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_equipe
               end-if
           end-perform

           if  ws-achou = "N" then
               if  ws-qtd_equipes < 50 then
                   add 1 to ws-qtd_equipes
                   move ws-qtd_equipes to ws-ind_equipe
                   move fd-eqp-nome to ws-eqp-nome(ws-ind_equipe)
                   move ws-chave_leitura to ws-eqp-chave(ws-ind_equipe)
                   move 0 to ws-eqp-jogos(ws-ind_equipe)
                   move 0 to ws-eqp-vitorias(ws-ind_equipe)
                   move 0 to ws-eqp-soma_pontos(ws-ind_equipe)
                   move 0 to ws-eqp-media(ws-ind_equipe)
                   move 0 to ws-eqp-qtd_membros(ws-ind_equipe)
               else
                   move "S" to ws-equipes_estouro
                   go to acumula_equipe-exit
               end-if
           end-if

           add 1 to ws-eqp-jogos(ws-ind_equipe)
           if  fd-eqp-pontos is numeric then
               add fd-eqp-pontos to ws-eqp-soma_pontos(ws-ind_equipe)
           end-if

           if  fd-eqp-posicao = "Primeiro" then
               add 1 to ws-eqp-vitorias(ws-ind_equipe)
           end-if

           if  fd-eqp-qtd_jog is not numeric then
               go to acumula_equipe-exit
           end-if

           move 1 to ws-ind_registro
           perform until ws-ind_registro > fd-eqp-qtd_jog
                      or ws-ind_registro > 8
               perform acumula_membro
               add 1 to ws-ind_registro
           end-perform

           .
       acumula_equipe-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Inclui o jogador do registro lido entre os jogadores da
       *> equipe, pelo codigo do cadastro ou, para visitantes, pelo nome
       *>----------------------------------------------------------------------
       acumula_membro section.

           move 0 to ws-codigo_membro
           if  fd-eqp-mem-codigo(ws-ind_registro) is numeric then
               move fd-eqp-mem-codigo(ws-ind_registro) to ws-codigo_membro
           end-if

           move "N" to ws-achou
           move 1 to ws-ind_membro

           perform until ws-ind_membro > ws-eqp-qtd_membros(ws-ind_equipe)
                      or ws-achou = "S"
               if  ws-codigo_membro > 0 then
                   if  ws-eqp-mem-codigo(ws-ind_equipe, ws-ind_membro)
                                                   = ws-codigo_membro then
                       move "S" to ws-achou
                   end-if
               else
                   if  ws-eqp-mem-codigo(ws-ind_equipe, ws-ind_membro) = 0
                   and ws-eqp-mem-nome(ws-ind_equipe, ws-ind_membro)
                                   = fd-eqp-mem-nome(ws-ind_registro) then
                       move "S" to ws-achou
                   end-if
               end-if
               add 1 to ws-ind_membro
           end-perform

           if  ws-achou = "N"
           and ws-eqp-qtd_membros(ws-ind_equipe) < 20 then
               add 1 to ws-eqp-qtd_membros(ws-ind_equipe)
               move ws-eqp-qtd_membros(ws-ind_equipe) to ws-ind_membro
               move ws-codigo_membro
                               to ws-eqp-mem-codigo(ws-ind_equipe, ws-ind_membro)
               move fd-eqp-mem-nome(ws-ind_registro)
                               to ws-eqp-mem-nome(ws-ind_equipe, ws-ind_membro)
           end-if

           .
       acumula_membro-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Calcula a media de pontos por partida de cada equipe
       *>----------------------------------------------------------------------
       calcula_medias section.

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               if  ws-eqp-jogos(ws-ind_equipe) > 0 then
                   compute ws-eqp-media(ws-ind_equipe) =
                           ws-eqp-soma_pontos(ws-ind_equipe) / ws-eqp-jogos(ws-ind_equipe)
               end-if
               add 1 to ws-ind_equipe
           end-perform

           .
       calcula_medias-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Ordena as equipes por vitorias e, no empate, pela media
       *>----------------------------------------------------------------------
       ordena_equipes section.

           if  ws-qtd_equipes < 2 then
               go to ordena_equipes-exit
           end-if

           move "continua" to ws-controle
           perform until ws-controle <> "continua"
               move 1 to ws-ind_equipe
               move "n_continua" to ws-controle
               perform until ws-ind_equipe = ws-qtd_equipes
                   if  ws-eqp-vitorias(ws-ind_equipe) < ws-eqp-vitorias(ws-ind_equipe + 1)
                   or (ws-eqp-vitorias(ws-ind_equipe) = ws-eqp-vitorias(ws-ind_equipe + 1)
                   and ws-eqp-media(ws-ind_equipe) < ws-eqp-media(ws-ind_equipe + 1)) then
                       move ws-equipes(ws-ind_equipe + 1) to ws-equipe_aux
                       move ws-equipes(ws-ind_equipe) to ws-equipes(ws-ind_equipe + 1)
                       move ws-equipe_aux to ws-equipes(ws-ind_equipe)
                       move "continua" to ws-controle
                   end-if
                   add 1 to ws-ind_equipe
               end-perform
           end-perform

           .
       ordena_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Exibe a classificacao das equipes com os seus jogadores
       *>----------------------------------------------------------------------
       exibe_equipes section.

           display erase
           display "Classificacao de Equipes de " ws-data_inicial " a " ws-data_final
           display " "
           display "Equipe          Jogos Vitorias SomaPts   Media"

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               move ws-eqp-nome(ws-ind_equipe)        to ws-lin-nome
               move ws-eqp-jogos(ws-ind_equipe)       to ws-lin-jogos
               move ws-eqp-vitorias(ws-ind_equipe)    to ws-lin-vitorias
               move ws-eqp-soma_pontos(ws-ind_equipe) to ws-lin-soma_pontos
               move ws-eqp-media(ws-ind_equipe)       to ws-lin-media
               display ws-linha_equipe
               perform exibe_membros
               add 1 to ws-ind_equipe
           end-perform

           if  ws-qtd_equipes = 0 then
               display "Nenhuma Equipe Encontrada no Periodo Informado."
           end-if

           if  ws-equipes_estouro = "S" then
               display " "
               display "Atencao: Mais de 50 Equipes no Periodo; as Demais "
                       "Nao Foram Listadas."
           end-if

           .
       exibe_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Exibe os jogadores da equipe, quebrando a lista em linhas
       *>----------------------------------------------------------------------
       exibe_membros section.

           move spaces to ws-linha_membros
           move 1 to ws-ponteiro
           string "     Jogadores: " delimited by size
                  into ws-linha_membros
                  with pointer ws-ponteiro

           move 1 to ws-ind_membro
           perform until ws-ind_membro > ws-eqp-qtd_membros(ws-ind_equipe)
               if  ws-ponteiro > 66 then
                   display ws-linha_membros
                   move spaces to ws-linha_membros
                   move 1 to ws-ponteiro
                   string "                " delimited by size
                          into ws-linha_membros
                          with pointer ws-ponteiro
               end-if

               string ws-eqp-mem-nome(ws-ind_equipe, ws-ind_membro)
                                   delimited by "  "
                      into ws-linha_membros
                      with pointer ws-ponteiro

               if  ws-ind_membro < ws-eqp-qtd_membros(ws-ind_equipe) then
                   string ", " delimited by size
                          into ws-linha_membros
                          with pointer ws-ponteiro
               end-if

               add 1 to ws-ind_membro
           end-perform

           display ws-linha_membros

           .
       exibe_membros-exit.
           exit.

       finaliza section.

           goback

           .
       finaliza-exit.
           exit.

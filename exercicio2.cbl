      *>              data e rodada, para que a sessao retomada siga a
      *>              mesma sequencia de estados das demais sessoes do
      *>              dia.
      *> 15/10/2026 - Numero unico de partida, tirado do controle de
      *>              partidas (partidas_controle.txt) e guardado no
      *>              checkpoint, levado ao historico, ao jornal de
      *>              respostas e a classificacao do desafio diario, com
      *>              um registro de cabecalho da partida (modo, regiao,
      *>              rodadas, categorias, modo pratica, jogadores e
      *>              termino normal ou retomado) gravado em partidas.txt.
      *> 15/10/2026 - Jogadores da partida opcionalmente pre-definidos
      *>              pelo console_jogo (codigos na Linkage Section),
      *>              para o proximo jogo da chave do torneio
      *>              eliminatorio sem digitacao do confronto.
      *> 15/10/2026 - Modo equipes na configuracao da partida: os
      *>              jogadores sao divididos em duas a quatro equipes
      *>              (A a D, com nome opcional, como a turma), a
      *>              pontuacao e o jornal seguem por jogador e a
      *>              colocacao de cada jogador passa a ser a da sua
      *>              equipe, decidida pelo total de pontos (empate
      *>              divide a colocacao). Tabela de resultados por
      *>              equipe na tela e no relatorio, equipes guardadas
      *>              no checkpoint e um registro por equipe gravado em
      *>              equipes_resultado.txt.



                  access mode is sequential
                  file status is ws-fs-cqt.

                  select partidas assign to "partidas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-partidas.

                  select ptdctl assign to "partidas_controle.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-ptdctl.

                  select equipes assign to "equipes_resultado.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-equipes.

       I-O-Control.

      *>Declaração de variáveis
          05 fd-chk-modo                            pic 9(01).
          05 fd-chk-categorias                      pic x(04).
          05 fd-chk-categoria                       pic 9(01).
          05 fd-chk-partida                         pic 9(06).
          05 fd-chk-equipes                         pic x(01).
          05 fd-chk-qtd_equipes                     pic 9(01).
       01 fd-chk-jogador.
          05 fd-chk-tipo2                           pic x(01).
          05 fd-chk-jog-nome                        pic x(10).
          05 fd-chk-jog-codigo                      pic 9(04).
          05 fd-chk-jog-acertos                     pic 9(02).
          05 fd-chk-jog-menorseg                    pic 9(05).
          05 fd-chk-jog-equipe                      pic 9(01).
       01 fd-chk-equipe.
          05 fd-chk-tipo3                           pic x(01).
          05 fd-chk-eqp-nome                        pic x(15).

       fd jornal.
       01 fd-jornal.
       01 fd-conquista.
           copy cqtreg.

       fd partidas.
       01 fd-partida.
           copy ptdreg.

       fd ptdctl.
       01 fd-ptdctl.
          05 fd-pct-prox_numero                     pic 9(06).

       fd equipes.
       01 fd-equipe.
           copy eqpreg.



      *>----Variaveis de trabalho
       77 ws-nome_relatorio                        pic x(22)
                                                   value spaces.

      *>----Numero unico da partida e cabecalho da partida
       77 ws-fs-partidas                           pic 9(02).
       77 ws-fs-ptdctl                             pic 9(02).
       77 ws-numero_partida                        pic 9(06)
                                                   value 0.
       77 ws-prox_partida                          pic 9(06).

      *>----Modo equipes: equipe de cada jogador (indice 1 a 4, letras
      *>----A a D) e total, colocacao e jogadores de cada equipe
       77 ws-fs-equipes                            pic 9(02).
       77 ws-modo_equipes                          pic x(01)
                                                   value "N".
       77 ws-qtd_equipes                           pic 9(01)
                                                   value 0.
       01 ws-equipe_grupo.
          05 ws-equipe_jog occurs 8                pic 9(01).
       77 ws-equipe_aux                            pic 9(01).
       01 ws-equipes occurs 4.
          05 ws-eqp-nome                           pic x(15).
          05 ws-eqp-pontos                         pic 9(04).
          05 ws-eqp-qtd_jog                        pic 9(01).
          05 ws-eqp-colocacao                      pic 9(01).
          05 ws-eqp-posicao                        pic x(08).
       77 ws-ind_equipe                            pic 9(01).
       77 ws-ind_equipe2                           pic 9(01).
       77 ws-ind_colocacao                         pic 9(01).
       77 ws-ind_membro                            pic 9(01).
       77 ws-letra_equipe                          pic x(01).
       77 ws-equipes_validas                       pic x(01).
       77 ws-troca                                 pic x(01).
       77 ws-ponteiro                              pic 9(03).
       01 ws-nomes_posicao_grupo.
          05 filler                                pic x(08)
                                                   value "Primeiro".
          05 filler                                pic x(08)
                                                   value "Segundo".
          05 filler                                pic x(08)
                                                   value "Terceiro".
          05 filler                                pic x(08)
                                                   value "Quarto".
       01 ws-nomes_posicao redefines ws-nomes_posicao_grupo.
          05 ws-nome_posicao occurs 4              pic x(08).

       01 ws-linha_equipe.
          05 ws-lin-posicao                        pic x(08).
          05 filler                                pic x(02)
                                                   value "  ".
          05 ws-lin-nome                           pic x(15).
          05 filler                                pic x(05)
                                                   value "  -  ".
          05 ws-lin-pontos                         pic 9(04).
       01 ws-cabecalho_equipe.
          05 filler                                pic x(08)
                                                   value "Posicao".
          05 filler                                pic x(02)
                                                   value "  ".
          05 filler                                pic x(15)
                                                   value "Equipe".
          05 filler                                pic x(05)
                                                   value "  -  ".
          05 filler                                pic x(06)
                                                   value "Pontos".
       77 ws-linha_membros                         pic x(80).

      *>----Variaveis para comunicação entre programas
       Linkage Section.

          05 lnk-num_rodadas                       pic 9(02).
          05 lnk-modo_jogo                         pic 9(01).
          05 lnk-modo_pratica                      pic x(01).
          05 lnk-qtd_jogadores                     pic 9(01).
          05 lnk-codigo_jogador occurs 8           pic 9(04).

      *>----Declaração de tela
       Screen Section.
               perform seleciona_regiao
           end-if

           if  ws-numero_partida = 0 then
               perform numera_partida
           end-if

           perform jogar.
           perform ordena_resultado.
           perform grava_historico.
           perform grava_partida.
           perform grava_equipes.
           perform atualiza_conquistas.
           perform exibe_resultado.
           perform grava_desafio.
           move 0 to ws-menu_jogadores
           move "N" to ws-retomado
           move zeros to ws-codigos_partida
           move "N" to ws-modo_equipes
           move 0 to ws-qtd_equipes
           move zeros to ws-equipe_grupo
           move 0 to ws-numero_partida
           move 1 to ws-ind_rodada

      *>   Na execucao direta a Linkage Section nao eh alimentada e o
                           move fd-chk-categoria to ws-categoria
                       end-if

      *>               Checkpoints antigos nao possuem o numero da
      *>               partida; a partida retomada recebe um novo
                       move 0 to ws-numero_partida
                       if  fd-chk-partida is numeric then
                           move fd-chk-partida to ws-numero_partida
                       end-if

      *>               Checkpoints antigos nao possuem o modo equipes; a
      *>               partida retomada segue individual
                       move "N" to ws-modo_equipes
                       move 0 to ws-qtd_equipes
                       move zeros to ws-equipe_grupo
                       if  fd-chk-equipes = "S"
                       and fd-chk-qtd_equipes is numeric
                       and fd-chk-qtd_equipes >= 2
                       and fd-chk-qtd_equipes <= 4 then
                           move "S" to ws-modo_equipes
                           move fd-chk-qtd_equipes to ws-qtd_equipes
                       end-if

                       move 1   to ws-ind_jogadores
                       move "N" to ws-fim_leitura_chk

                                                   to ws-menor_seg_jog(ws-ind_jogadores)
                               end-if

                               if  ws-modo_equipes = "S"
                               and fd-chk-jog-equipe is numeric
                               and fd-chk-jog-equipe >= 1
                               and fd-chk-jog-equipe <= ws-qtd_equipes then
                                   move fd-chk-jog-equipe
                                                   to ws-equipe_jog(ws-ind_jogadores)
                               end-if

                               add 1 to ws-ind_jogadores
                           end-if
                       end-perform

      *>               Nomes das equipes, gravados apos os jogadores
                       if  ws-modo_equipes = "S" then
                           move spaces to ws-eqp-nome(1) ws-eqp-nome(2)
                                          ws-eqp-nome(3) ws-eqp-nome(4)
                           move 1 to ws-ind_equipe
                           perform until ws-ind_equipe > ws-qtd_equipes
                                      or ws-fim_leitura_chk = "S"
                               read chk
                                   at end move "S" to ws-fim_leitura_chk
                               end-read

                               if  ws-fim_leitura_chk = "N"
                               and fd-chk-tipo3 = "E" then
                                   move fd-chk-eqp-nome
                                                   to ws-eqp-nome(ws-ind_equipe)
                               end-if
                               add 1 to ws-ind_equipe
                           end-perform
                           perform completa_nomes_equipes

      *>                   Checkpoint com a divisao incompleta retoma a
      *>                   partida como individual
                           perform confere_equipes
                           if  ws-equipes_validas <> "S" then
                               move "N" to ws-modo_equipes
                           end-if
                       end-if

                       move "S" to ws-retomado
                   end-if
               end-if
       refaz_sorteios_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Atribui o numero unico da partida a partir do controle de
       *> partidas. O numero nunca retrocede: vale o maior entre o
       *> controle e o ultimo numero gravado em partidas.txt mais um, e
       *> o controle eh regravado antes do jogo, para que uma partida
       *> abandonada tambem consuma o seu numero
       *>----------------------------------------------------------------------
       numera_partida section.

           move 1 to ws-prox_partida

           open input partidas

           if  ws-fs-partidas = 0 then
               move "N" to ws-fim_arquivo

               read partidas
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  fd-ptd-numero is numeric
                   and fd-ptd-numero >= ws-prox_partida then
                       compute ws-prox_partida = fd-ptd-numero + 1
                   end-if

                   read partidas
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close partidas
           end-if

           open input ptdctl

           if  ws-fs-ptdctl = 0 then
               read ptdctl
                   at end continue
               end-read

               if  ws-fs-ptdctl = 0
               and fd-pct-prox_numero is numeric
               and fd-pct-prox_numero > ws-prox_partida then
                   move fd-pct-prox_numero to ws-prox_partida
               end-if

               close ptdctl
           end-if

           move ws-prox_partida to ws-numero_partida
           add 1 to ws-prox_partida

           open output ptdctl
           if  ws-fs-ptdctl <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-ptdctl
           end-if

           move ws-prox_partida to fd-pct-prox_numero
           write fd-ptdctl
           if  ws-fs-ptdctl <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-ptdctl
           end-if

           close ptdctl
           if  ws-fs-ptdctl <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-ptdctl
           end-if

           .
       numera_partida-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Cadastro de Jogadores (identificacao contra jogadores.txt)
       *>----------------------------------------------------------------------

           perform carrega_cadastro

           if  ws-tem_parametros = "S" then
               if  lnk-qtd_jogadores is numeric
               and lnk-qtd_jogadores > 0 then
                   perform identifica_jogadores_definidos
                   go to cadastra_jogadores-exit
               end-if
           end-if

           perform until ws-menu_jogadores = "2"

               add 1 to ws-ind_jogadores
       identifica_jogador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Identifica os jogadores definidos pelo console_jogo. Codigo
       *> que tenha saido do cadastro volta a ser perguntado
       *>----------------------------------------------------------------------
       identifica_jogadores_definidos section.

           display erase
           display "Jogadores Definidos pelo Console:"

           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > lnk-qtd_jogadores
                      or ws-ind_jogadores > 8
               move lnk-codigo_jogador(ws-ind_jogadores) to ws-codigo_busca
               perform localiza_cadastro

               if  ws-achou_jogador = "S" then
                   move ws-jog-exibicao(ws-ind_cadastro)
                                   to ws-nome(ws-ind_jogadores)
                   move ws-jog-codigo(ws-ind_cadastro)
                                   to ws-codigo_jogador(ws-ind_jogadores)
                   display "Jogador " ws-ind_jogadores ": "
                           ws-jog-nome(ws-ind_cadastro)
                   perform exibe_conquistas_cadastro
               else
                   display "Codigo " ws-codigo_busca " Nao Cadastrado."
                   perform identifica_jogador
               end-if

               add 1 to ws-num_jogadores
               add 1 to ws-ind_jogadores
           end-perform

           .
       identifica_jogadores_definidos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza um jogador do cadastro pelo codigo, devolvendo o
       *> indice em ws-ind_cadastro

           perform valida_categorias

           perform configura_equipes

           .
       configura_partida-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Modo equipes: divide os jogadores da partida em duas a quatro
       *> equipes (A a D). Nao eh oferecido no desafio diario, que
       *> classifica cada jogador do dia, nem no jogo da chave do
       *> torneio, que eh um confronto entre dois jogadores
       *>----------------------------------------------------------------------
       configura_equipes section.

           move "N" to ws-modo_equipes
           move 0 to ws-qtd_equipes
           move zeros to ws-equipe_grupo

           if  ws-num_jogadores < 2 then
               go to configura_equipes-exit
           end-if

           if  ws-tem_parametros = "S"
           and lnk-qtd_jogadores is numeric
           and lnk-qtd_jogadores > 0 then
               go to configura_equipes-exit
           end-if

           display " "
           display "--- Modo Equipes ---"
           display "Jogar em Equipes? (S/N)"
           display "(Cada Jogador Pontua Normalmente, Mas a Colocacao Eh "
                   "Decidida pelo Total da Equipe.)"
           accept ws-modo_equipes

           if  ws-modo_equipes = "s" then
               move "S" to ws-modo_equipes
           end-if
           if  ws-modo_equipes <> "S" then
               move "N" to ws-modo_equipes
               go to configura_equipes-exit
           end-if

           perform until ws-qtd_equipes >= 2
                     and ws-qtd_equipes <= 4
                     and ws-qtd_equipes <= ws-num_jogadores
               display "Quantas Equipes (2 a 4, no Maximo Uma por Jogador)?"
               accept ws-qtd_equipes
           end-perform

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               display "Nome da Equipe " ws-letra(ws-ind_equipe)
                       " (Ex.: Turma 5A; Enter para Equipe "
                       ws-letra(ws-ind_equipe) "):"
               accept ws-eqp-nome(ws-ind_equipe)
               add 1 to ws-ind_equipe
           end-perform

           perform completa_nomes_equipes

           move "N" to ws-equipes_validas
           perform until ws-equipes_validas = "S"
               perform distribui_equipes
               perform confere_equipes
               if  ws-equipes_validas <> "S" then
                   display "Toda Equipe Precisa de Pelo Menos Um Jogador. "
                           "Refaca a Divisao."
               end-if
           end-perform

           .
       configura_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Pergunta a equipe de cada jogador da partida
       *>----------------------------------------------------------------------
       distribui_equipes section.

           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-num_jogadores
               move 0 to ws-equipe_jog(ws-ind_jogadores)

               perform until ws-equipe_jog(ws-ind_jogadores) > 0
                   display "Equipe de " ws-nome(ws-ind_jogadores)
                           " (A a " ws-letra(ws-qtd_equipes) "):"
                   accept ws-letra_equipe
                   move function upper-case(ws-letra_equipe) to ws-letra_equipe

                   move 1 to ws-ind_equipe
                   perform until ws-ind_equipe > ws-qtd_equipes
                       if  ws-letra_equipe = ws-letra(ws-ind_equipe) then
                           move ws-ind_equipe to ws-equipe_jog(ws-ind_jogadores)
                       end-if
                       add 1 to ws-ind_equipe
                   end-perform

                   if  ws-equipe_jog(ws-ind_jogadores) = 0 then
                       display "Equipe Invalida."
                   end-if
               end-perform

               add 1 to ws-ind_jogadores
           end-perform

           .
       distribui_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere a divisao: todo jogador em uma equipe valida e toda
       *> equipe com pelo menos um jogador
       *>----------------------------------------------------------------------
       confere_equipes section.

           move "S" to ws-equipes_validas

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > 4
               move 0 to ws-eqp-qtd_jog(ws-ind_equipe)
               add 1 to ws-ind_equipe
           end-perform

           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-num_jogadores
               move ws-equipe_jog(ws-ind_jogadores) to ws-equipe_aux
               if  ws-equipe_aux >= 1
               and ws-equipe_aux <= ws-qtd_equipes then
                   add 1 to ws-eqp-qtd_jog(ws-equipe_aux)
               else
                   move "N" to ws-equipes_validas
               end-if
               add 1 to ws-ind_jogadores
           end-perform

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               if  ws-eqp-qtd_jog(ws-ind_equipe) = 0 then
                   move "N" to ws-equipes_validas
               end-if
               add 1 to ws-ind_equipe
           end-perform

           .
       confere_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Equipe sem nome informado recebe o nome da sua letra
       *>----------------------------------------------------------------------
       completa_nomes_equipes section.

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               if  ws-eqp-nome(ws-ind_equipe) = spaces then
                   string "Equipe " delimited by size
                          ws-letra(ws-ind_equipe) delimited by size
                          into ws-eqp-nome(ws-ind_equipe)
               end-if
               add 1 to ws-ind_equipe
           end-perform

           .
       completa_nomes_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Normaliza o mix de categorias e garante ao menos uma ativa,
       *> mantendo as perguntas de capital quando nenhuma foi escolhida
           end-if
           move ws-categorias_ativas      to fd-chk-categorias
           move ws-categoria              to fd-chk-categoria
           move ws-numero_partida         to fd-chk-partida
           move ws-modo_equipes           to fd-chk-equipes
           move ws-qtd_equipes            to fd-chk-qtd_equipes
           write fd-chk-controle
           if  ws-fs-chk <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-chk
               move ws-codigo_jogador(ws-ind_jog_grava)  to fd-chk-jog-codigo
               move ws-acertos_jog(ws-ind_jog_grava)     to fd-chk-jog-acertos
               move ws-menor_seg_jog(ws-ind_jog_grava)   to fd-chk-jog-menorseg
               move ws-equipe_jog(ws-ind_jog_grava)      to fd-chk-jog-equipe
               write fd-chk-jogador
               if  ws-fs-chk <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-chk
               add 1 to ws-ind_jog_grava
           end-perform

           if  ws-modo_equipes = "S" then
               move 1 to ws-ind_equipe
               perform until ws-ind_equipe > ws-qtd_equipes
                   move "E"                          to fd-chk-tipo3
                   move ws-eqp-nome(ws-ind_equipe)    to fd-chk-eqp-nome
                   write fd-chk-equipe
                   if  ws-fs-chk <> 0 then
                       display "File Status ao gravar arquivo: " ws-fs-chk
                   end-if
                   add 1 to ws-ind_equipe
               end-perform
           end-if

           close chk
           if  ws-fs-chk <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-chk
           move ws-pontos_rodada                   to fd-jor-pontos
           move ws-codigo_jogador(ws-ind_jogadores) to fd-jor-codigo
           move ws-categoria                       to fd-jor-categoria
           move ws-numero_partida                  to fd-jor-partida
           write fd-jornal
           if  ws-fs-jornal <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-jornal
       exibe_resultado section.

           display erase
           if  ws-modo_equipes = "S" then
               move 1 to ws-ind_equipe
               perform until ws-ind_equipe > ws-qtd_equipes
                   if  ws-eqp-colocacao(ws-ind_equipe) = 1 then
                       display "A Equipe Vencedora eh "
                               ws-eqp-nome(ws-ind_equipe) " ,Parabens!"
                   end-if
                   add 1 to ws-ind_equipe
               end-perform
           else
               display "O Ganhador eh " ws-nome(1) " ,Parabens!"
           end-if
           display " "
           display "Tabela de Resultados:"
           display " "
               add 1 to ws-ind_jogadores
           end-perform

           if  ws-modo_equipes = "S" then
               display " "
               display "Tabela de Resultados por Equipe:"
               display " "
               display ws-cabecalho_equipe

               move 1 to ws-ind_colocacao
               perform until ws-ind_colocacao > ws-qtd_equipes
                   move 1 to ws-ind_equipe
                   perform until ws-ind_equipe > ws-qtd_equipes
                       if  ws-eqp-colocacao(ws-ind_equipe) = ws-ind_colocacao then
                           perform monta_linha_equipe
                           display ws-linha_equipe
                           display ws-linha_membros
                       end-if
                       add 1 to ws-ind_equipe
                   end-perform
                   add 1 to ws-ind_colocacao
               end-perform
           end-if

           if  ws-qtd_novas > 0 then
               display " "
               display "Novas Conquistas da Partida:"
       exibe_resultado-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Monta a linha da tabela por equipe e a linha com os jogadores
       *>  da equipe indicada em ws-ind_equipe
       *>-----------------------------------------------------------------------
       monta_linha_equipe section.

           move ws-eqp-posicao(ws-ind_equipe) to ws-lin-posicao
           move ws-eqp-nome(ws-ind_equipe)    to ws-lin-nome
           move ws-eqp-pontos(ws-ind_equipe)  to ws-lin-pontos

           move spaces to ws-linha_membros
           move 1 to ws-ponteiro
           string "          Jogadores: " delimited by size
                  into ws-linha_membros
                  with pointer ws-ponteiro

           move 0 to ws-ind_membro
           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-num_jogadores
               if  ws-equipe_jog(ws-ind_jogadores) = ws-ind_equipe then
                   if  ws-ind_membro > 0 then
                       string ", " delimited by size
                              into ws-linha_membros
                              with pointer ws-ponteiro
                   end-if
                   string ws-nome(ws-ind_jogadores) delimited by "  "
                          into ws-linha_membros
                          with pointer ws-ponteiro
                   add 1 to ws-ind_membro
               end-if
               add 1 to ws-ind_jogadores
           end-perform

           .
       monta_linha_equipe-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Ordenação de resultado
       *>-----------------------------------------------------------------------
       ordena_resultado section.

           if  ws-modo_equipes = "S" then
               perform apura_equipes
           end-if

           move "continua" to ws-controle
           perform until ws-controle <> "continua"
               move 1 to ws-ind_jogadores
               move "n_continua" to ws-controle
               perform until ws-ind_jogadores =  ws-num_jogadores
                   perform compara_jogadores
                   if ws-troca = "S" then
                       move ws-jogadores(ws-ind_jogadores + 1) to ws-jogadores_aux
                       move ws-jogadores(ws-ind_jogadores) to ws-jogadores(ws-ind_jogadores + 1)
                       move ws-jogadores_aux to ws-jogadores(ws-ind_jogadores)
                       move ws-menor_seg_jog(ws-ind_jogadores) to ws-menor_seg_jog(ws-ind_jogadores + 1)
                       move ws-menor_seg_aux to ws-menor_seg_jog(ws-ind_jogadores)

                       move ws-equipe_jog(ws-ind_jogadores + 1) to ws-equipe_aux
                       move ws-equipe_jog(ws-ind_jogadores) to ws-equipe_jog(ws-ind_jogadores + 1)
                       move ws-equipe_aux to ws-equipe_jog(ws-ind_jogadores)

                       move "continua" to ws-controle
                   end-if
                   add 1 to ws-ind_jogadores
           move "Setimo"   to ws-posicao_final(7)
           move "Oitavo"   to ws-posicao_final(8)

      *>   No modo equipes cada jogador recebe a colocacao da sua equipe
           if  ws-modo_equipes = "S" then
               move 1 to ws-ind_jogadores
               perform until ws-ind_jogadores > ws-num_jogadores
                   move ws-equipe_jog(ws-ind_jogadores) to ws-equipe_aux
                   move ws-eqp-posicao(ws-equipe_aux)
                                   to ws-posicao_final(ws-ind_jogadores)
                   add 1 to ws-ind_jogadores
               end-perform
           end-if

           .
       ordena_resultado-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Decide se o jogador da vez troca de lugar com o seguinte na
       *>  ordenacao: por pontos no jogo individual; no modo equipes
       *>  pela colocacao da equipe, mantendo os jogadores de cada
       *>  equipe juntos, e por pontos dentro da equipe
       *>-----------------------------------------------------------------------
       compara_jogadores section.

           move "N" to ws-troca

           if  ws-modo_equipes = "S" then
               move ws-equipe_jog(ws-ind_jogadores) to ws-equipe_aux
               move ws-equipe_jog(ws-ind_jogadores + 1) to ws-ind_equipe2

               if  ws-eqp-colocacao(ws-equipe_aux) >
                   ws-eqp-colocacao(ws-ind_equipe2) then
                   move "S" to ws-troca
                   go to compara_jogadores-exit
               end-if
               if  ws-eqp-colocacao(ws-equipe_aux) <
                   ws-eqp-colocacao(ws-ind_equipe2) then
                   go to compara_jogadores-exit
               end-if

               if  ws-equipe_aux > ws-ind_equipe2 then
                   move "S" to ws-troca
                   go to compara_jogadores-exit
               end-if
               if  ws-equipe_aux < ws-ind_equipe2 then
                   go to compara_jogadores-exit
               end-if
           end-if

           if  ws-qtd_pontos(ws-ind_jogadores) < ws-qtd_pontos(ws-ind_jogadores + 1) then
               move "S" to ws-troca
           end-if

           .
       compara_jogadores-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Soma os pontos de cada equipe e decide a colocacao pelo
       *>  total; equipes empatadas dividem a colocacao
       *>-----------------------------------------------------------------------
       apura_equipes section.

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > 4
               move 0 to ws-eqp-pontos(ws-ind_equipe)
               move 0 to ws-eqp-qtd_jog(ws-ind_equipe)
               add 1 to ws-ind_equipe
           end-perform

           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-num_jogadores
               move ws-equipe_jog(ws-ind_jogadores) to ws-equipe_aux
               add ws-qtd_pontos(ws-ind_jogadores) to ws-eqp-pontos(ws-equipe_aux)
               add 1 to ws-eqp-qtd_jog(ws-equipe_aux)
               add 1 to ws-ind_jogadores
           end-perform

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               move 1 to ws-eqp-colocacao(ws-ind_equipe)
               move 1 to ws-ind_equipe2
               perform until ws-ind_equipe2 > ws-qtd_equipes
                   if  ws-eqp-pontos(ws-ind_equipe2) >
                       ws-eqp-pontos(ws-ind_equipe) then
                       add 1 to ws-eqp-colocacao(ws-ind_equipe)
                   end-if
                   add 1 to ws-ind_equipe2
               end-perform
               move ws-eqp-colocacao(ws-ind_equipe) to ws-ind_colocacao
               move ws-nome_posicao(ws-ind_colocacao)
                               to ws-eqp-posicao(ws-ind_equipe)
               add 1 to ws-ind_equipe
           end-perform

           .
       apura_equipes-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Cadastro das alternativas (Capitais)
       *>-----------------------------------------------------------------------
               move ws-qtd_pontos(ws-ind_jogadores)     to fd-hist-pontos
               move ws-posicao_final(ws-ind_jogadores)  to fd-hist-posicao
               move ws-codigo_jogador(ws-ind_jogadores) to fd-hist-codigo
               move ws-numero_partida                  to fd-hist-partida
               write fd-historico
               if  ws-fs-hist <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-hist
       grava_historico-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Grava o registro de cabecalho da partida encerrada, com as
       *>  condicoes em que os pontos do historico foram obtidos
       *>-----------------------------------------------------------------------
       grava_partida section.

           open extend partidas

           if  ws-fs-partidas <> 0 then
               close partidas
               open output partidas
               if  ws-fs-partidas <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-partidas
               end-if
           end-if

           move ws-numero_partida      to fd-ptd-numero
           move ws-data_jogo           to fd-ptd-data
           move ws-hora_jogo           to fd-ptd-hora
           if  ws-modo_desafio = "S" then
               move 3 to fd-ptd-modo
           else
               move ws-modo_jogo to fd-ptd-modo
           end-if
           move ws-regiao_escolhida    to fd-ptd-regiao
           move ws-num_rodadas         to fd-ptd-rodadas
           move ws-categorias_ativas   to fd-ptd-categorias
           move ws-modo_pratica        to fd-ptd-pratica
           move ws-num_jogadores       to fd-ptd-num_jog
           if  ws-retomado = "S" then
               move "R" to fd-ptd-termino
           else
               move "N" to fd-ptd-termino
           end-if
           write fd-partida
           if  ws-fs-partidas <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-partidas
           end-if

           close partidas
           if  ws-fs-partidas <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-partidas
           end-if

           .
       grava_partida-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Grava um registro por equipe da partida encerrada no modo
       *>  equipes, com o total, a colocacao e os jogadores da equipe
       *>-----------------------------------------------------------------------
       grava_equipes section.

           if  ws-modo_equipes <> "S" then
               go to grava_equipes-exit
           end-if

           open extend equipes

           if  ws-fs-equipes <> 0 then
               close equipes
               open output equipes
               if  ws-fs-equipes <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-equipes
               end-if
           end-if

           move 1 to ws-ind_equipe
           perform until ws-ind_equipe > ws-qtd_equipes
               initialize fd-equipe
               move ws-numero_partida                to fd-eqp-partida
               move ws-data_jogo                     to fd-eqp-data
               move ws-hora_jogo                     to fd-eqp-hora
               move ws-letra(ws-ind_equipe)           to fd-eqp-letra
               move ws-eqp-nome(ws-ind_equipe)        to fd-eqp-nome
               move ws-eqp-pontos(ws-ind_equipe)      to fd-eqp-pontos
               move ws-eqp-posicao(ws-ind_equipe)     to fd-eqp-posicao
               move ws-eqp-qtd_jog(ws-ind_equipe)     to fd-eqp-qtd_jog

               move 0 to ws-ind_membro
               move 1 to ws-ind_jogadores
               perform until ws-ind_jogadores > ws-num_jogadores
                   if  ws-equipe_jog(ws-ind_jogadores) = ws-ind_equipe then
                       add 1 to ws-ind_membro
                       move ws-codigo_jogador(ws-ind_jogadores)
                                       to fd-eqp-mem-codigo(ws-ind_membro)
                       move ws-nome(ws-ind_jogadores)
                                       to fd-eqp-mem-nome(ws-ind_membro)
                   end-if
                   add 1 to ws-ind_jogadores
               end-perform

               write fd-equipe
               if  ws-fs-equipes <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-equipes
               end-if
               add 1 to ws-ind_equipe
           end-perform

           close equipes
           if  ws-fs-equipes <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-equipes
           end-if

           .
       grava_equipes-exit.
           exit.

       *>-----------------------------------------------------------------------
       *>  Apura e grava as conquistas dos jogadores cadastrados da
       *>  partida encerrada. Visitantes (codigo 0) nao colecionam
               move ws-codigo_jogador(ws-ind_jogadores) to fd-des-codigo
               move ws-nome(ws-ind_jogadores)            to fd-des-nome
               move ws-qtd_pontos(ws-ind_jogadores)      to fd-des-pontos
               move ws-numero_partida                   to fd-des-partida
               write fd-desafio
               if  ws-fs-desafio <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-desafio
               add 1 to ws-ind_jogadores
           end-perform

           if  ws-modo_equipes = "S" then
               move ws-cabecalho_equipe to fd-relatorio
               write fd-relatorio
               if  ws-fs-relat <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-relat
               end-if

               move 1 to ws-ind_colocacao
               perform until ws-ind_colocacao > ws-qtd_equipes
                   move 1 to ws-ind_equipe
                   perform until ws-ind_equipe > ws-qtd_equipes
                       if  ws-eqp-colocacao(ws-ind_equipe) = ws-ind_colocacao then
                           perform monta_linha_equipe
                           move ws-linha_equipe to fd-relatorio
                           write fd-relatorio
                           if  ws-fs-relat <> 0 then
                               display "File Status ao gravar arquivo: " ws-fs-relat
                           end-if
                           move ws-linha_membros to fd-relatorio
                           write fd-relatorio
                           if  ws-fs-relat <> 0 then
                               display "File Status ao gravar arquivo: " ws-fs-relat
                           end-if
                       end-if
                       add 1 to ws-ind_equipe
                   end-perform
                   add 1 to ws-ind_colocacao
               end-perform
           end-if

           move spaces to fd-relatorio
           write fd-relatorio
           if  ws-fs-relat <> 0 then

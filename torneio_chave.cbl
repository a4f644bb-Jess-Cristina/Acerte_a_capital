      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "torneio_chave".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da chave do torneio eliminatorio: monta a
      *>              chave de 8, 16 ou 32 lugares com os codigos de
      *>              jogadores informados, semeados pelo rating do
      *>              ranking, com bye para os lugares nao preenchidos,
      *>              e a grava em chave_torneio.txt; apura cada jogo
      *>              pelo historico de partidas, com desempate pela
      *>              resposta certa mais rapida do jornal de respostas
      *>              e, persistindo o empate, pela melhor semente;
      *>              registra W.O. por ausencia e imprime a situacao
      *>              da chave em chave_torneio_AAAAMMDD.txt. Chamado
      *>              como subprograma pelo console_jogo.
      *> 15/10/2026 - Acesso restrito aos perfis coordenador e
      *>              administrador: recebe a sessao do operador do
      *>              console e, na execucao direta, pede a
      *>              identificacao pela valida_operador, pois as opcoes
      *>              de criacao, apuracao e W.O. regravam a chave.
      *> 15/10/2026 - A chave guarda o numero da proxima partida na
      *>              criacao e a apuracao so aceita partidas a partir
      *>              dele jogadas por exatamente dois jogadores
      *>              (partidas.txt), deixando de fora as partidas
      *>              avulsas do mesmo dia. Os arquivos anuais do
      *>              historico, do ano da criacao ao ano corrente, sao
      *>              lidos antes do historico vivo, para apurar tambem
      *>              os jogos ja arquivados pelo fechamento do dia.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select chave assign to "chave_torneio.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chave.

                  select jogad assign to "jogadores.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-jogad.

                  select rnk assign to "ranking.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-rnk.

                  select hist assign to dynamic ws-nome_historico
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-hist.

                  select partidas assign to "partidas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-partidas.

                  select ptdctl assign to "partidas_controle.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-ptdctl.

                  select jornal assign to "jornal_respostas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-jornal.

                  select listagem assign to dynamic ws-nome_listagem
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-listagem.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd chave.
       01 fd-chave.
           copy chvreg.

       fd jogad.
       01 fd-jogador.
           copy jogreg.

       fd rnk.
       01 fd-ranking.
           copy rnkreg.

       fd hist.
       01 fd-historico.
           copy histreg.

       fd partidas.
       01 fd-partida.
           copy ptdreg.

       fd ptdctl.
       01 fd-ptdctl.
          05 fd-pct-prox_numero                     pic 9(06).

       fd jornal.
       01 fd-jornal.
           copy jorreg.

       fd listagem.
       01 fd-listagem                               pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-chave                              pic 9(02).
       77 ws-fs-jogad                              pic 9(02).
       77 ws-fs-rnk                                pic 9(02).
       77 ws-fs-hist                               pic 9(02).
       77 ws-fs-partidas                           pic 9(02).
       77 ws-fs-ptdctl                             pic 9(02).
       77 ws-fs-jornal                             pic 9(02).
       77 ws-fs-listagem                           pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-opcao                                 pic 9(01).
       77 ws-confirma                              pic x(01).
       77 ws-data_execucao                         pic 9(08).
       77 ws-nome_listagem                         pic x(30)
                                                   value spaces.

      *>----Chave do torneio em memoria (ate 31 jogos na chave de 32)
       77 ws-qtd_jogos                             pic 9(02)
                                                   value 0.
       01 ws-chave occurs 31.
           copy chvreg replacing
               ==fd-chv-data_criacao== by ==ws-chv-data_criacao==
               ==fd-chv-tamanho==      by ==ws-chv-tamanho==
               ==fd-chv-rodada==       by ==ws-chv-rodada==
               ==fd-chv-jogo==         by ==ws-chv-jogo==
               ==fd-chv-codigo1==      by ==ws-chv-codigo1==
               ==fd-chv-nome1==        by ==ws-chv-nome1==
               ==fd-chv-semente1==     by ==ws-chv-semente1==
               ==fd-chv-codigo2==      by ==ws-chv-codigo2==
               ==fd-chv-nome2==        by ==ws-chv-nome2==
               ==fd-chv-semente2==     by ==ws-chv-semente2==
               ==fd-chv-situacao==     by ==ws-chv-situacao==
               ==fd-chv-vencedor==     by ==ws-chv-vencedor==
               ==fd-chv-partida==      by ==ws-chv-partida==
               ==fd-chv-pontos1==      by ==ws-chv-pontos1==
               ==fd-chv-pontos2==      by ==ws-chv-pontos2==
               ==fd-chv-desempate==    by ==ws-chv-desempate==
               ==fd-chv-partida_inicial== by ==ws-chv-partida_inicial==.
       77 ws-ind_jogo                              pic 9(02).
       77 ws-ind_alvo                              pic 9(02).
       77 ws-ind_jogo_busca_aux                    pic 9(02).
       77 ws-tamanho                               pic 9(02).
       77 ws-total_rodadas                         pic 9(01).
       77 ws-rodada                                pic 9(01).
       77 ws-jogos_rodada                          pic 9(02).
       77 ws-jogo                                  pic 9(02).
       77 ws-rodada_busca                          pic 9(01).
       77 ws-jogo_busca                            pic 9(02).
       77 ws-quociente                             pic 9(02).
       77 ws-resto                                 pic 9(01).
       77 ws-chave_encerrada                       pic x(01).

      *>----Lado vencedor levado a rodada seguinte
       77 ws-avanca_codigo                         pic 9(04).
       77 ws-avanca_nome                           pic x(10).
       77 ws-avanca_semente                        pic 9(02).

      *>----Cadastro de jogadores em memoria
       77 ws-qtd_cadastrados                       pic 9(03)
                                                   value 0.
       01 ws-reg_jogadores occurs 100.
           copy jogreg replacing ==fd-jog-codigo==   by ==ws-jog-codigo==
                                 ==fd-jog-nome==     by ==ws-jog-nome==
                                 ==fd-jog-exibicao== by ==ws-jog-exibicao==
                                 ==fd-jog-escola==   by ==ws-jog-escola==.
       77 ws-ind_cadastro                          pic 9(03).
       77 ws-codigo_busca                          pic 9(04).
       77 ws-achou                                 pic x(01).

      *>----Inscritos da chave, ordenados pelo rating
       77 ws-qtd_inscritos                         pic 9(02)
                                                   value 0.
       01 ws-inscritos occurs 32.
          05 ws-ins-codigo                         pic 9(04).
          05 ws-ins-nome                           pic x(10).
          05 ws-ins-rating                         pic 9(04).
       01 ws-inscrito_aux.
          05 ws-iax-codigo                         pic 9(04).
          05 ws-iax-nome                           pic x(10).
          05 ws-iax-rating                         pic 9(04).
       77 ws-ind_inscrito                          pic 9(02).
       77 ws-fim_inscricao                         pic x(01).
       77 ws-controle                              pic x(10).

      *>----Ordem das sementes na primeira rodada (1 x ultima, etc.)
       01 ws-ordem_grupo.
          05 ws-ordem occurs 32                    pic 9(02).
       01 ws-ordem_nova_grupo.
          05 ws-ordem_nova occurs 32               pic 9(02).
       77 ws-qtd_ordem                             pic 9(02).
       77 ws-ind_ordem                             pic 9(02).
       77 ws-ind_ordem_nova                        pic 9(02).

      *>----Partidas de dois jogadores a partir da criacao da chave
       77 ws-prox_partida                          pic 9(06).
       77 ws-partida_inicial                       pic 9(06).
       77 ws-qtd_dupla                             pic 9(04)
                                                   value 0.
       01 ws-partidas_dupla occurs 3000            pic 9(06).
       77 ws-ind_dupla                             pic 9(04).
       77 ws-partida_dupla                         pic x(01).

      *>----Arquivos do historico lidos na apuracao
       77 ws-nome_historico                        pic x(22)
                                                   value spaces.
       77 ws-ano                                   pic 9(04).
       77 ws-ano_atual                             pic 9(04).

      *>----Partidas do historico jogadas desde a criacao da chave
       77 ws-qtd_hist                              pic 9(04)
                                                   value 0.
       01 ws-hist_chave occurs 3000.
          05 ws-hch-partida                        pic 9(06).
          05 ws-hch-codigo                         pic 9(04).
          05 ws-hch-pontos                         pic 9(03).
       77 ws-ind_hist                              pic 9(04).
       77 ws-ind_hist_adv                          pic 9(04).
       77 ws-partida_achada                        pic 9(06).
       77 ws-pontos_lado1                          pic 9(03).
       77 ws-pontos_lado2                          pic 9(03).
       77 ws-partida_usada                         pic x(01).
       77 ws-houve_avanco                          pic x(01).
       77 ws-qtd_apurados                          pic 9(02).

      *>----Desempate pela resposta certa mais rapida
       77 ws-menor_seg1                            pic 9(05).
       77 ws-menor_seg2                            pic 9(05).

      *>----Impressao da chave
       01 ws-linha_listagem                        pic x(80).
       77 ws-desc_rodada                           pic x(16).
       77 ws-desc_lado1                            pic x(18).
       77 ws-desc_lado2                            pic x(18).
       77 ws-desc_situacao                         pic x(10).
       77 ws-desc_desempate                        pic x(17).
       77 ws-nome_vencedor                         pic x(10).
       77 ws-rodada_anterior                       pic 9(01).

      *>----Sessao do operador identificado
       01 ws-sessao.
           copy sesreg replacing
               ==fd-ses-operador==        by ==ws-ses-operador==
               ==fd-ses-nome==            by ==ws-ses-nome==
               ==fd-ses-perfil==          by ==ws-ses-perfil==
               ==fd-ses-perfis_exigidos== by ==ws-ses-perfis_exigidos==
               ==fd-ses-programa==        by ==ws-ses-programa==
               ==fd-ses-liberado==        by ==ws-ses-liberado==.

      *>----Variaveis para comunicação entre programas
       Linkage Section.

       01 lnk-sessao.
           copy sesreg replacing
               ==fd-ses-operador==        by ==lnk-ses-operador==
               ==fd-ses-nome==            by ==lnk-ses-nome==
               ==fd-ses-perfil==          by ==lnk-ses-perfil==
               ==fd-ses-perfis_exigidos== by ==lnk-ses-perfis_exigidos==
               ==fd-ses-programa==        by ==lnk-ses-programa==
               ==fd-ses-liberado==        by ==lnk-ses-liberado==.

      *>----Declaração de tela
       Screen Section.


      *>Declaração do corpo do programa
       Procedure Division using lnk-sessao.

           perform inicializa.
           perform carrega_chave.

           perform until ws-opcao = 5
               perform exibe_menu
               evaluate ws-opcao
                   when 1 perform cria_chave
                   when 2 perform apura_resultados
                   when 3 perform registra_ausencia
                   when 4 perform imprime_chave
                   when 5 continue
                   when other display "Opcao Invalida."
               end-evaluate
           end-perform

           perform finaliza.

       inicializa section.

           move 0 to ws-opcao
           accept ws-data_execucao from date yyyymmdd
           compute ws-ano_atual = ws-data_execucao / 10000

           move spaces to ws-nome_listagem
           string "chave_torneio_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_listagem

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "CA"                    to ws-ses-perfis_exigidos
           move "torneio_chave"         to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Menu principal
       *>----------------------------------------------------------------------
       exibe_menu section.

           display erase
           display "--- Chave do Torneio Eliminatorio ---"
           display " "
           display "1 - Criar Nova Chave"
           display "2 - Apurar Resultados do Historico"
           display "3 - Registrar Ausencia (W.O.)"
           display "4 - Imprimir a Chave"
           display "5 - Sair"
           display " "
           display "Escolha uma Opcao:"
           accept ws-opcao

           .
       exibe_menu-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga da chave gravada para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_chave section.

           move 0 to ws-qtd_jogos
           move 0 to ws-total_rodadas

           open input chave

           if  ws-fs-chave = 0 then
               move "N" to ws-fim_arquivo

               read chave
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  ws-qtd_jogos < 31 then
                       add 1 to ws-qtd_jogos
                       move fd-chave to ws-chave(ws-qtd_jogos)
                   end-if

                   read chave
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close chave
           end-if

           if  ws-qtd_jogos > 0 then
               move ws-chv-rodada(ws-qtd_jogos) to ws-total_rodadas
           end-if

           perform verifica_encerramento

           .
       carrega_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Verifica se a final da chave ja foi decidida
       *>----------------------------------------------------------------------
       verifica_encerramento section.

           move "N" to ws-chave_encerrada

           if  ws-qtd_jogos > 0 then
               if  ws-chv-vencedor(ws-qtd_jogos) > 0 then
                   move "S" to ws-chave_encerrada
               end-if
           end-if

           .
       verifica_encerramento-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava a chave inteira a partir da tabela em memoria
       *>----------------------------------------------------------------------
       grava_chave section.

           open output chave
           if  ws-fs-chave <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-chave
           end-if

           move 1 to ws-ind_jogo
           perform until ws-ind_jogo > ws-qtd_jogos
               move ws-chave(ws-ind_jogo) to fd-chave
               write fd-chave
               if  ws-fs-chave <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-chave
               end-if
               add 1 to ws-ind_jogo
           end-perform

           close chave
           if  ws-fs-chave <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-chave
           end-if

           perform verifica_encerramento

           .
       grava_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Cria uma nova chave com os codigos informados pelo operador.
       *> Uma chave em andamento so eh substituida com confirmacao
       *>----------------------------------------------------------------------
       cria_chave section.

           display erase
           display "--- Criacao da Chave do Torneio ---"
           display " "

           if  ws-qtd_jogos > 0
           and ws-chave_encerrada = "N" then
               display "Ha uma Chave em Andamento Criada em "
                       ws-chv-data_criacao(1) "."
               display "Substituir a Chave em Andamento? (S/N)"
               accept ws-confirma
               if  ws-confirma <> "S" and ws-confirma <> "s" then
                   go to cria_chave-exit
               end-if
           end-if

           display "Tamanho da Chave (8, 16 ou 32):"
           accept ws-tamanho

           evaluate ws-tamanho
               when 8  move 3 to ws-total_rodadas
               when 16 move 4 to ws-total_rodadas
               when 32 move 5 to ws-total_rodadas
               when other
                   display "Tamanho Invalido."
                   display "Pressione Enter para Continuar."
                   accept ws-confirma
                   perform carrega_chave
                   go to cria_chave-exit
           end-evaluate

           perform carrega_cadastro
           perform solicita_inscritos

           if  ws-qtd_inscritos * 2 <= ws-tamanho then
               display "Sao Necessarios Mais da Metade dos Lugares "
                       "Preenchidos; Use uma Chave Menor."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               perform carrega_chave
               go to cria_chave-exit
           end-if

           perform carrega_ratings
           perform ordena_inscritos
           perform monta_ordem_sementes
           perform calcula_partida_inicial
           perform monta_chave
           perform grava_chave

           display " "
           display "Chave Criada com " ws-qtd_inscritos " Inscritos."
           display "Pressione Enter para Continuar."
           accept ws-confirma

           perform imprime_chave

           .
       cria_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do cadastro de jogadores para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_cadastro section.

           move 0 to ws-qtd_cadastrados

           open input jogad

           if  ws-fs-jogad = 0 then
               move "N" to ws-fim_arquivo

               read jogad
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  ws-qtd_cadastrados < 100 then
                       add 1 to ws-qtd_cadastrados
                       move fd-jogador
                                   to ws-reg_jogadores(ws-qtd_cadastrados)
                   end-if

                   read jogad
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close jogad
           end-if

           .
       carrega_cadastro-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Solicita os codigos dos inscritos, ate preencher a chave ou
       *> ate o operador informar 0. Apenas jogadores cadastrados, sem
       *> repeticao
       *>----------------------------------------------------------------------
       solicita_inscritos section.

           move 0 to ws-qtd_inscritos
           move "N" to ws-fim_inscricao

           perform until ws-fim_inscricao = "S"
                      or ws-qtd_inscritos >= ws-tamanho
               compute ws-ind_inscrito = ws-qtd_inscritos + 1
               display "Codigo do Inscrito " ws-ind_inscrito
                       " (0 Encerra a Inscricao):"
               accept ws-codigo_busca

               if  ws-codigo_busca = 0 then
                   move "S" to ws-fim_inscricao
               else
                   perform inclui_inscrito
               end-if
           end-perform

           .
       solicita_inscritos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere e inclui o inscrito de codigo ws-codigo_busca
       *>----------------------------------------------------------------------
       inclui_inscrito section.

           move "N" to ws-achou
           move 1 to ws-ind_inscrito
           perform until ws-ind_inscrito > ws-qtd_inscritos
               if  ws-ins-codigo(ws-ind_inscrito) = ws-codigo_busca then
                   move "S" to ws-achou
               end-if
               add 1 to ws-ind_inscrito
           end-perform

           if  ws-achou = "S" then
               display "Jogador Ja Inscrito na Chave."
               go to inclui_inscrito-exit
           end-if

           perform localiza_cadastro

           if  ws-achou = "N" then
               display "Codigo Nao Cadastrado."
               go to inclui_inscrito-exit
           end-if

           add 1 to ws-qtd_inscritos
           move ws-codigo_busca to ws-ins-codigo(ws-qtd_inscritos)
           move ws-jog-exibicao(ws-ind_cadastro)
                                   to ws-ins-nome(ws-qtd_inscritos)
           move 1000 to ws-ins-rating(ws-qtd_inscritos)
           display "  " ws-jog-nome(ws-ind_cadastro)

           .
       inclui_inscrito-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza um jogador do cadastro pelo codigo, devolvendo o
       *> indice em ws-ind_cadastro
       *>----------------------------------------------------------------------
       localiza_cadastro section.

           move "N" to ws-achou
           move 1 to ws-ind_cadastro

           perform until ws-ind_cadastro > ws-qtd_cadastrados
                      or ws-achou = "S"
               if  ws-jog-codigo(ws-ind_cadastro) = ws-codigo_busca then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_cadastro
               end-if
           end-perform

           .
       localiza_cadastro-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Busca o rating de cada inscrito no ranking. Quem ainda nao
       *> consta do ranking entra com o rating inicial de 1000
       *>----------------------------------------------------------------------
       carrega_ratings section.

           open input rnk

           if  ws-fs-rnk <> 0 then
               go to carrega_ratings-exit
           end-if

           move "N" to ws-fim_arquivo

           read rnk
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move 1 to ws-ind_inscrito
               perform until ws-ind_inscrito > ws-qtd_inscritos
                   if  ws-ins-codigo(ws-ind_inscrito) = fd-rnk-codigo then
                       move fd-rnk-rating to ws-ins-rating(ws-ind_inscrito)
                   end-if
                   add 1 to ws-ind_inscrito
               end-perform

               read rnk
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close rnk

           .
       carrega_ratings-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Ordena os inscritos pelo rating, do maior para o menor; a
       *> posicao na tabela passa a ser a semente
       *>----------------------------------------------------------------------
       ordena_inscritos section.

           move "continua" to ws-controle
           perform until ws-controle <> "continua"
               move 1 to ws-ind_inscrito
               move "n_continua" to ws-controle
               perform until ws-ind_inscrito >= ws-qtd_inscritos
                   if  ws-ins-rating(ws-ind_inscrito)
                       < ws-ins-rating(ws-ind_inscrito + 1) then
                       move ws-inscritos(ws-ind_inscrito + 1)
                                       to ws-inscrito_aux
                       move ws-inscritos(ws-ind_inscrito)
                                       to ws-inscritos(ws-ind_inscrito + 1)
                       move ws-inscrito_aux to ws-inscritos(ws-ind_inscrito)

                       move "continua" to ws-controle
                   end-if
                   add 1 to ws-ind_inscrito
               end-perform
           end-perform

           .
       ordena_inscritos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Monta a ordem das sementes na primeira rodada, de modo que a
       *> semente 1 enfrente a ultima e as duas melhores so se cruzem
       *> na final (8 lugares: 1-8 4-5 2-7 3-6)
       *>----------------------------------------------------------------------
       monta_ordem_sementes section.

           move 1 to ws-ordem(1)
           move 1 to ws-qtd_ordem

           perform until ws-qtd_ordem >= ws-tamanho
               move 0 to ws-ind_ordem_nova
               move 1 to ws-ind_ordem
               perform until ws-ind_ordem > ws-qtd_ordem
                   add 1 to ws-ind_ordem_nova
                   move ws-ordem(ws-ind_ordem)
                                   to ws-ordem_nova(ws-ind_ordem_nova)
                   add 1 to ws-ind_ordem_nova
                   compute ws-ordem_nova(ws-ind_ordem_nova) =
                           ws-qtd_ordem * 2 + 1 - ws-ordem(ws-ind_ordem)
                   add 1 to ws-ind_ordem
               end-perform

               move ws-ordem_nova_grupo to ws-ordem_grupo
               compute ws-qtd_ordem = ws-qtd_ordem * 2
           end-perform

           .
       monta_ordem_sementes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Monta os jogos de todas as rodadas. A primeira rodada recebe
       *> os inscritos pela ordem das sementes; as demais ficam a
       *> definir. Quem nao tem adversario avanca por bye
       *>----------------------------------------------------------------------
       monta_chave section.

           move 0 to ws-qtd_jogos
           compute ws-jogos_rodada = ws-tamanho / 2

           move 1 to ws-rodada
           perform until ws-rodada > ws-total_rodadas
               move 1 to ws-jogo
               perform until ws-jogo > ws-jogos_rodada
                   add 1 to ws-qtd_jogos
                   initialize ws-chave(ws-qtd_jogos)
                   move ws-data_execucao to ws-chv-data_criacao(ws-qtd_jogos)
                   move ws-tamanho       to ws-chv-tamanho(ws-qtd_jogos)
                   move ws-rodada        to ws-chv-rodada(ws-qtd_jogos)
                   move ws-jogo          to ws-chv-jogo(ws-qtd_jogos)
                   move "P"              to ws-chv-situacao(ws-qtd_jogos)
                   move ws-partida_inicial
                               to ws-chv-partida_inicial(ws-qtd_jogos)

                   if  ws-rodada = 1 then
                       perform preenche_primeira_rodada
                   end-if

                   add 1 to ws-jogo
               end-perform

               compute ws-jogos_rodada = ws-jogos_rodada / 2
               add 1 to ws-rodada
           end-perform

      *>   Os byes so avancam depois de todos os jogos existirem
           move 1 to ws-ind_jogo
           perform until ws-ind_jogo > ws-qtd_jogos
               if  ws-chv-situacao(ws-ind_jogo) = "B" then
                   perform avanca_vencedor
               end-if
               add 1 to ws-ind_jogo
           end-perform

           .
       monta_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Preenche os dois lados de um jogo da primeira rodada com as
       *> sementes da posicao; semente maior que o numero de inscritos
       *> eh um lugar vago (bye)
       *>----------------------------------------------------------------------
       preenche_primeira_rodada section.

           compute ws-ind_ordem = ws-jogo * 2 - 1
           move ws-ordem(ws-ind_ordem) to ws-ind_inscrito
           if  ws-ind_inscrito <= ws-qtd_inscritos then
               move ws-ind_inscrito to ws-chv-semente1(ws-qtd_jogos)
               move ws-ins-codigo(ws-ind_inscrito)
                                   to ws-chv-codigo1(ws-qtd_jogos)
               move ws-ins-nome(ws-ind_inscrito)
                                   to ws-chv-nome1(ws-qtd_jogos)
           end-if

           compute ws-ind_ordem = ws-jogo * 2
           move ws-ordem(ws-ind_ordem) to ws-ind_inscrito
           if  ws-ind_inscrito <= ws-qtd_inscritos then
               move ws-ind_inscrito to ws-chv-semente2(ws-qtd_jogos)
               move ws-ins-codigo(ws-ind_inscrito)
                                   to ws-chv-codigo2(ws-qtd_jogos)
               move ws-ins-nome(ws-ind_inscrito)
                                   to ws-chv-nome2(ws-qtd_jogos)
           end-if

           if  ws-chv-semente1(ws-qtd_jogos) > 0
           and ws-chv-semente2(ws-qtd_jogos) > 0 then
               move "A" to ws-chv-situacao(ws-qtd_jogos)
           else
               move "B" to ws-chv-situacao(ws-qtd_jogos)
               if  ws-chv-semente1(ws-qtd_jogos) > 0 then
                   move 1 to ws-chv-vencedor(ws-qtd_jogos)
               else
                   move 2 to ws-chv-vencedor(ws-qtd_jogos)
               end-if
           end-if

           .
       preenche_primeira_rodada-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Leva o vencedor do jogo ws-ind_jogo ao seu lado no jogo da
       *> rodada seguinte: jogos impares ocupam o lado 1, pares o lado 2
       *>----------------------------------------------------------------------
       avanca_vencedor section.

           if  ws-chv-rodada(ws-ind_jogo) >= ws-total_rodadas then
               go to avanca_vencedor-exit
           end-if

           if  ws-chv-vencedor(ws-ind_jogo) = 1 then
               move ws-chv-codigo1(ws-ind_jogo)  to ws-avanca_codigo
               move ws-chv-nome1(ws-ind_jogo)    to ws-avanca_nome
               move ws-chv-semente1(ws-ind_jogo) to ws-avanca_semente
           else
               move ws-chv-codigo2(ws-ind_jogo)  to ws-avanca_codigo
               move ws-chv-nome2(ws-ind_jogo)    to ws-avanca_nome
               move ws-chv-semente2(ws-ind_jogo) to ws-avanca_semente
           end-if

           compute ws-rodada_busca = ws-chv-rodada(ws-ind_jogo) + 1
           divide ws-chv-jogo(ws-ind_jogo) by 2
                  giving ws-quociente remainder ws-resto
           compute ws-jogo_busca = ws-quociente + ws-resto
           perform localiza_jogo

           if  ws-ind_alvo = 0 then
               go to avanca_vencedor-exit
           end-if

           if  ws-resto = 1 then
               move ws-avanca_codigo  to ws-chv-codigo1(ws-ind_alvo)
               move ws-avanca_nome    to ws-chv-nome1(ws-ind_alvo)
               move ws-avanca_semente to ws-chv-semente1(ws-ind_alvo)
           else
               move ws-avanca_codigo  to ws-chv-codigo2(ws-ind_alvo)
               move ws-avanca_nome    to ws-chv-nome2(ws-ind_alvo)
               move ws-avanca_semente to ws-chv-semente2(ws-ind_alvo)
           end-if

           if  ws-chv-semente1(ws-ind_alvo) > 0
           and ws-chv-semente2(ws-ind_alvo) > 0 then
               move "A" to ws-chv-situacao(ws-ind_alvo)
           end-if

           .
       avanca_vencedor-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza o jogo ws-jogo_busca da rodada ws-rodada_busca,
       *> devolvendo o indice em ws-ind_alvo (zero quando nao existe)
       *>----------------------------------------------------------------------
       localiza_jogo section.

           move 0 to ws-ind_alvo
           move 1 to ws-ind_jogo_busca_aux

           perform until ws-ind_jogo_busca_aux > ws-qtd_jogos
                      or ws-ind_alvo > 0
               if  ws-chv-rodada(ws-ind_jogo_busca_aux) = ws-rodada_busca
               and ws-chv-jogo(ws-ind_jogo_busca_aux) = ws-jogo_busca then
                   move ws-ind_jogo_busca_aux to ws-ind_alvo
               end-if
               add 1 to ws-ind_jogo_busca_aux
           end-perform

           .
       localiza_jogo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Apura os jogos aguardando partida pelo historico: vale a
       *> primeira partida, jogada desde a criacao da chave e ainda nao
       *> usada por outro jogo, em que os dois jogadores estiveram.
       *> Repete enquanto houver avanco, pois um vencedor pode ja ter
       *> jogado a rodada seguinte
       *>----------------------------------------------------------------------
       apura_resultados section.

           display erase
           display "--- Apuracao dos Resultados da Chave ---"
           display " "

           if  ws-qtd_jogos = 0 then
               display "Nenhuma Chave Criada."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to apura_resultados-exit
           end-if

           perform carrega_historico

           move 0 to ws-qtd_apurados
           move "S" to ws-houve_avanco

           perform until ws-houve_avanco = "N"
               move "N" to ws-houve_avanco
               move 1 to ws-ind_jogo
               perform until ws-ind_jogo > ws-qtd_jogos
                   if  ws-chv-situacao(ws-ind_jogo) = "A" then
                       perform apura_jogo
                   end-if
                   add 1 to ws-ind_jogo
               end-perform
           end-perform

           if  ws-qtd_apurados > 0 then
               perform grava_chave
           end-if

           display "Jogos Apurados Nesta Execucao: " ws-qtd_apurados
           if  ws-chave_encerrada = "S" then
               perform apura_nome_vencedor_final
               display "Chave Encerrada. Campeao: " ws-nome_vencedor
           end-if
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       apura_resultados-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carrega do historico as partidas numeradas jogadas desde a
       *> criacao da chave: os arquivos anuais, do ano da criacao ao
       *> ano corrente, e depois o historico vivo. Chave gravada sem a
       *> partida inicial vale a partir da data de criacao
       *>----------------------------------------------------------------------
       carrega_historico section.

           move 0 to ws-qtd_hist

           move 0 to ws-partida_inicial
           if  ws-chv-partida_inicial(1) is numeric then
               move ws-chv-partida_inicial(1) to ws-partida_inicial
           end-if

           perform carrega_partidas_dupla

           compute ws-ano = ws-chv-data_criacao(1) / 10000

           perform until ws-ano > ws-ano_atual
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
       carrega_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le o arquivo de historico ws-nome_historico guardando os
       *> registros das partidas de dois jogadores da chave
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
               if  fd-hist-data >= ws-chv-data_criacao(1)
               and fd-hist-partida is numeric
               and fd-hist-partida > 0
               and fd-hist-partida >= ws-partida_inicial
               and fd-hist-codigo is numeric
               and ws-qtd_hist < 3000 then
                   perform verifica_partida_dupla
                   if  ws-partida_dupla = "S" then
                       add 1 to ws-qtd_hist
                       move fd-hist-partida to ws-hch-partida(ws-qtd_hist)
                       move fd-hist-codigo  to ws-hch-codigo(ws-qtd_hist)
                       move fd-hist-pontos  to ws-hch-pontos(ws-qtd_hist)
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
       *> Carrega de partidas.txt os numeros das partidas jogadas por
       *> exatamente dois jogadores a partir da partida inicial da
       *> chave, que sao as partidas iniciadas pelo console para um
       *> jogo da chave
       *>----------------------------------------------------------------------
       carrega_partidas_dupla section.

           move 0 to ws-qtd_dupla

           open input partidas

           if  ws-fs-partidas <> 0 then
               go to carrega_partidas_dupla-exit
           end-if

           move "N" to ws-fim_arquivo

           read partidas
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-ptd-numero is numeric
               and fd-ptd-numero >= ws-partida_inicial
               and fd-ptd-data >= ws-chv-data_criacao(1)
               and fd-ptd-num_jog = 2
               and ws-qtd_dupla < 3000 then
                   add 1 to ws-qtd_dupla
                   move fd-ptd-numero to ws-partidas_dupla(ws-qtd_dupla)
               end-if

               read partidas
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close partidas

           .
       carrega_partidas_dupla-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere se a partida do registro lido do historico foi
       *> jogada por dois jogadores
       *>----------------------------------------------------------------------
       verifica_partida_dupla section.

           move "N" to ws-partida_dupla
           move 1 to ws-ind_dupla

           perform until ws-ind_dupla > ws-qtd_dupla
                      or ws-partida_dupla = "S"
               if  ws-partidas_dupla(ws-ind_dupla) = fd-hist-partida then
                   move "S" to ws-partida_dupla
               else
                   add 1 to ws-ind_dupla
               end-if
           end-perform

           .
       verifica_partida_dupla-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Numero da proxima partida a ser jogada, apurado como no jogo:
       *> o maior entre o controle de partidas e o ultimo numero
       *> gravado em partidas.txt mais um. So eh lido, nao consumido
       *>----------------------------------------------------------------------
       calcula_partida_inicial section.

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

           move ws-prox_partida to ws-partida_inicial

           .
       calcula_partida_inicial-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Procura no historico a partida do jogo ws-ind_jogo e, achada,
       *> decide o vencedor e o leva adiante
       *>----------------------------------------------------------------------
       apura_jogo section.

           move 0 to ws-partida_achada

           move 1 to ws-ind_hist
           perform until ws-ind_hist > ws-qtd_hist
               if  ws-hch-codigo(ws-ind_hist) = ws-chv-codigo1(ws-ind_jogo)
               and (ws-partida_achada = 0
                or  ws-hch-partida(ws-ind_hist) < ws-partida_achada) then
                   perform procura_adversario
               end-if
               add 1 to ws-ind_hist
           end-perform

           if  ws-partida_achada = 0 then
               go to apura_jogo-exit
           end-if

           move ws-partida_achada to ws-chv-partida(ws-ind_jogo)
           move ws-pontos_lado1   to ws-chv-pontos1(ws-ind_jogo)
           move ws-pontos_lado2   to ws-chv-pontos2(ws-ind_jogo)
           move "J"               to ws-chv-situacao(ws-ind_jogo)
           move space             to ws-chv-desempate(ws-ind_jogo)

           evaluate true
               when ws-pontos_lado1 > ws-pontos_lado2
                   move 1 to ws-chv-vencedor(ws-ind_jogo)
               when ws-pontos_lado1 < ws-pontos_lado2
                   move 2 to ws-chv-vencedor(ws-ind_jogo)
               when other
                   perform apura_desempate
           end-evaluate

           perform avanca_vencedor

           add 1 to ws-qtd_apurados
           move "S" to ws-houve_avanco

           .
       apura_jogo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere se o adversario do lado 2 esteve na partida do
       *> registro ws-ind_hist e se a partida ainda nao foi usada
       *>----------------------------------------------------------------------
       procura_adversario section.

           move "N" to ws-partida_usada
           move 1 to ws-ind_alvo
           perform until ws-ind_alvo > ws-qtd_jogos
               if  ws-chv-partida(ws-ind_alvo)
                   = ws-hch-partida(ws-ind_hist) then
                   move "S" to ws-partida_usada
               end-if
               add 1 to ws-ind_alvo
           end-perform

           if  ws-partida_usada = "S" then
               go to procura_adversario-exit
           end-if

           move 1 to ws-ind_hist_adv
           perform until ws-ind_hist_adv > ws-qtd_hist
               if  ws-hch-partida(ws-ind_hist_adv)
                   = ws-hch-partida(ws-ind_hist)
               and ws-hch-codigo(ws-ind_hist_adv)
                   = ws-chv-codigo2(ws-ind_jogo) then
                   move ws-hch-partida(ws-ind_hist) to ws-partida_achada
                   move ws-hch-pontos(ws-ind_hist)  to ws-pontos_lado1
                   move ws-hch-pontos(ws-ind_hist_adv)
                                                   to ws-pontos_lado2
               end-if
               add 1 to ws-ind_hist_adv
           end-perform

           .
       procura_adversario-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Desempate do jogo ws-ind_jogo: vence quem deu a resposta
       *> certa mais rapida na partida; sem diferenca, a melhor semente
       *>----------------------------------------------------------------------
       apura_desempate section.

           move 99999 to ws-menor_seg1
           move 99999 to ws-menor_seg2

           open input jornal

           if  ws-fs-jornal = 0 then
               move "N" to ws-fim_arquivo

               read jornal
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  fd-jor-partida is numeric
                   and fd-jor-partida = ws-chv-partida(ws-ind_jogo)
                   and fd-jor-correta = "S" then
                       if  fd-jor-codigo = ws-chv-codigo1(ws-ind_jogo)
                       and fd-jor-segundos < ws-menor_seg1 then
                           move fd-jor-segundos to ws-menor_seg1
                       end-if
                       if  fd-jor-codigo = ws-chv-codigo2(ws-ind_jogo)
                       and fd-jor-segundos < ws-menor_seg2 then
                           move fd-jor-segundos to ws-menor_seg2
                       end-if
                   end-if

                   read jornal
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close jornal
           end-if

           evaluate true
               when ws-menor_seg1 < ws-menor_seg2
                   move 1   to ws-chv-vencedor(ws-ind_jogo)
                   move "T" to ws-chv-desempate(ws-ind_jogo)
               when ws-menor_seg2 < ws-menor_seg1
                   move 2   to ws-chv-vencedor(ws-ind_jogo)
                   move "T" to ws-chv-desempate(ws-ind_jogo)
               when ws-chv-semente1(ws-ind_jogo)
                    < ws-chv-semente2(ws-ind_jogo)
                   move 1   to ws-chv-vencedor(ws-ind_jogo)
                   move "S" to ws-chv-desempate(ws-ind_jogo)
               when other
                   move 2   to ws-chv-vencedor(ws-ind_jogo)
                   move "S" to ws-chv-desempate(ws-ind_jogo)
           end-evaluate

           .
       apura_desempate-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Registra o W.O. de um jogo aguardando partida: avanca o
       *> jogador que compareceu
       *>----------------------------------------------------------------------
       registra_ausencia section.

           display erase
           display "--- Registro de Ausencia (W.O.) ---"
           display " "

           move 0 to ws-ind_alvo
           move 1 to ws-ind_jogo
           perform until ws-ind_jogo > ws-qtd_jogos
               if  ws-chv-situacao(ws-ind_jogo) = "A" then
                   display "Rodada " ws-chv-rodada(ws-ind_jogo)
                           " Jogo " ws-chv-jogo(ws-ind_jogo) ": "
                           ws-chv-codigo1(ws-ind_jogo) " "
                           ws-chv-nome1(ws-ind_jogo) " x "
                           ws-chv-codigo2(ws-ind_jogo) " "
                           ws-chv-nome2(ws-ind_jogo)
                   move ws-ind_jogo to ws-ind_alvo
               end-if
               add 1 to ws-ind_jogo
           end-perform

           if  ws-ind_alvo = 0 then
               display "Nenhum Jogo Aguardando Partida."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to registra_ausencia-exit
           end-if

           display " "
           display "Rodada do Jogo:"
           accept ws-rodada_busca
           display "Numero do Jogo:"
           accept ws-jogo_busca
           perform localiza_jogo

           if  ws-ind_alvo = 0 then
               display "Jogo Nao Encontrado na Chave."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to registra_ausencia-exit
           end-if

           if  ws-chv-situacao(ws-ind_alvo) <> "A" then
               display "O Jogo Nao Esta Aguardando Partida."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to registra_ausencia-exit
           end-if

           display "Codigo do Jogador que Compareceu:"
           accept ws-codigo_busca

           move ws-ind_alvo to ws-ind_jogo
           evaluate ws-codigo_busca
               when ws-chv-codigo1(ws-ind_jogo)
                   move 1 to ws-chv-vencedor(ws-ind_jogo)
               when ws-chv-codigo2(ws-ind_jogo)
                   move 2 to ws-chv-vencedor(ws-ind_jogo)
               when other
                   display "O Codigo Nao Pertence a Este Jogo."
                   display "Pressione Enter para Continuar."
                   accept ws-confirma
                   go to registra_ausencia-exit
           end-evaluate

           move "W" to ws-chv-situacao(ws-ind_jogo)
           perform avanca_vencedor
           perform grava_chave

           display "W.O. Registrado."
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       registra_ausencia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Imprime a situacao da chave, rodada a rodada, em
       *> chave_torneio_AAAAMMDD.txt
       *>----------------------------------------------------------------------
       imprime_chave section.

           if  ws-qtd_jogos = 0 then
               display "Nenhuma Chave Criada."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to imprime_chave-exit
           end-if

           open output listagem
           if  ws-fs-listagem <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-listagem
           end-if

           display erase

           move spaces to ws-linha_listagem
           string "Chave do Torneio - Criada em " delimited by size
                  ws-chv-data_criacao(1) delimited by size
                  " - " delimited by size
                  ws-chv-tamanho(1) delimited by size
                  " Lugares - Situacao em " delimited by size
                  ws-data_execucao delimited by size
                  into ws-linha_listagem
           perform grava_linha_listagem

           move 0 to ws-rodada_anterior
           move 1 to ws-ind_jogo
           perform until ws-ind_jogo > ws-qtd_jogos
               if  ws-chv-rodada(ws-ind_jogo) <> ws-rodada_anterior then
                   move ws-chv-rodada(ws-ind_jogo) to ws-rodada_anterior
                   perform imprime_rodada
               end-if
               perform imprime_jogo
               add 1 to ws-ind_jogo
           end-perform

           move spaces to ws-linha_listagem
           perform grava_linha_listagem

           if  ws-chave_encerrada = "S" then
               perform apura_nome_vencedor_final
               move spaces to ws-linha_listagem
               string "Campeao: " delimited by size
                      ws-nome_vencedor delimited by size
                      into ws-linha_listagem
           else
               move "Chave em Andamento." to ws-linha_listagem
           end-if
           perform grava_linha_listagem

           close listagem
           if  ws-fs-listagem <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-listagem
           end-if

           display " "
           display "Chave Impressa em " ws-nome_listagem
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       imprime_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Imprime o titulo da rodada ws-rodada_anterior
       *>----------------------------------------------------------------------
       imprime_rodada section.

           evaluate ws-total_rodadas - ws-rodada_anterior
               when 0 move "Final"            to ws-desc_rodada
               when 1 move "Semifinal"        to ws-desc_rodada
               when 2 move "Quartas de Final" to ws-desc_rodada
               when 3 move "Oitavas de Final" to ws-desc_rodada
               when other move "Primeira Fase" to ws-desc_rodada
           end-evaluate

           move spaces to ws-linha_listagem
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           string "Rodada " delimited by size
                  ws-rodada_anterior delimited by size
                  " - " delimited by size
                  ws-desc_rodada delimited by size
                  into ws-linha_listagem
           perform grava_linha_listagem

           .
       imprime_rodada-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Imprime um jogo da chave: os lados com a semente, a situacao
       *> e, decidido o jogo, o placar e o vencedor
       *>----------------------------------------------------------------------
       imprime_jogo section.

           move spaces to ws-desc_lado1
           if  ws-chv-semente1(ws-ind_jogo) = 0 then
               if  ws-chv-rodada(ws-ind_jogo) = 1 then
                   move "BYE" to ws-desc_lado1
               else
                   move "A Definir" to ws-desc_lado1
               end-if
           else
               string "(" delimited by size
                      ws-chv-semente1(ws-ind_jogo) delimited by size
                      ") " delimited by size
                      ws-chv-nome1(ws-ind_jogo) delimited by size
                      into ws-desc_lado1
           end-if

           move spaces to ws-desc_lado2
           if  ws-chv-semente2(ws-ind_jogo) = 0 then
               if  ws-chv-rodada(ws-ind_jogo) = 1 then
                   move "BYE" to ws-desc_lado2
               else
                   move "A Definir" to ws-desc_lado2
               end-if
           else
               string "(" delimited by size
                      ws-chv-semente2(ws-ind_jogo) delimited by size
                      ") " delimited by size
                      ws-chv-nome2(ws-ind_jogo) delimited by size
                      into ws-desc_lado2
           end-if

           evaluate ws-chv-situacao(ws-ind_jogo)
               when "A" move "Aguardando" to ws-desc_situacao
               when "J" move "Jogado"     to ws-desc_situacao
               when "B" move "Bye"        to ws-desc_situacao
               when "W" move "W.O."       to ws-desc_situacao
               when other move "Pendente" to ws-desc_situacao
           end-evaluate

           move spaces to ws-linha_listagem
           string "  Jogo " delimited by size
                  ws-chv-jogo(ws-ind_jogo) delimited by size
                  "  " delimited by size
                  ws-desc_lado1 delimited by size
                  " x " delimited by size
                  ws-desc_lado2 delimited by size
                  "  " delimited by size
                  ws-desc_situacao delimited by size
                  into ws-linha_listagem
           perform grava_linha_listagem

           if  ws-chv-vencedor(ws-ind_jogo) = 0 then
               go to imprime_jogo-exit
           end-if

           if  ws-chv-vencedor(ws-ind_jogo) = 1 then
               move ws-chv-nome1(ws-ind_jogo) to ws-nome_vencedor
           else
               move ws-chv-nome2(ws-ind_jogo) to ws-nome_vencedor
           end-if

           evaluate ws-chv-desempate(ws-ind_jogo)
               when "T" move "Desempate: Tempo"   to ws-desc_desempate
               when "S" move "Desempate: Semente" to ws-desc_desempate
               when other move spaces             to ws-desc_desempate
           end-evaluate

           move spaces to ws-linha_listagem
           if  ws-chv-situacao(ws-ind_jogo) = "J" then
               string "           Pontos " delimited by size
                      ws-chv-pontos1(ws-ind_jogo) delimited by size
                      " x " delimited by size
                      ws-chv-pontos2(ws-ind_jogo) delimited by size
                      "  Partida " delimited by size
                      ws-chv-partida(ws-ind_jogo) delimited by size
                      "  Vence " delimited by size
                      ws-nome_vencedor delimited by size
                      " " delimited by size
                      ws-desc_desempate delimited by size
                      into ws-linha_listagem
           else
               string "           Avanca " delimited by size
                      ws-nome_vencedor delimited by size
                      into ws-linha_listagem
           end-if
           perform grava_linha_listagem

           .
       imprime_jogo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Apura o nome do vencedor da final
       *>----------------------------------------------------------------------
       apura_nome_vencedor_final section.

           if  ws-chv-vencedor(ws-qtd_jogos) = 1 then
               move ws-chv-nome1(ws-qtd_jogos) to ws-nome_vencedor
           else
               move ws-chv-nome2(ws-qtd_jogos) to ws-nome_vencedor
           end-if

           .
       apura_nome_vencedor_final-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava uma linha na impressao da chave e a exibe na tela
       *>----------------------------------------------------------------------
       grava_linha_listagem section.

           display ws-linha_listagem

           move ws-linha_listagem to fd-listagem
           write fd-listagem
           if  ws-fs-listagem <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-listagem
           end-if

           .
       grava_linha_listagem-exit.
           exit.

       finaliza section.

           goback

           .
       finaliza-exit.
           exit.

      *> 02/09/2026 - Inclusao da classificacao do desafio diario no
      *>              menu, chamada como subprograma como o
      *>              relatorio_torneio.
      *> 15/10/2026 - Inclusao da chave do torneio eliminatorio no menu,
      *>              chamada como subprograma, e oferta do proximo
      *>              jogo da chave na preparacao da partida, com os
      *>              dois jogadores passados ao jogo ja identificados.
      *> 15/10/2026 - Identificacao do operador na entrada do console
      *>              pela valida_operador e menu com apenas as opcoes
      *>              do perfil do operador (anfitriao, coordenador ou
      *>              administrador). Inclusao no menu da manutencao de
      *>              jogadores, dos parametros de pontuacao, do
      *>              fechamento do dia, do fechamento da temporada, da
      *>              unificacao de jogadores e da manutencao de
      *>              operadores, que recebem a sessao do operador.
      *> 15/10/2026 - Inclusao da classificacao de equipes no menu,
      *>              chamada como subprograma como o relatorio_torneio.
      *> 15/10/2026 - Inclusao da emissao de certificados no menu, para
      *>              os perfis coordenador e administrador, recebendo a
      *>              sessao do operador.
      *> 15/10/2026 - A chave do torneio passa a receber a sessao do
      *>              operador, como os demais programas restritos.



       Input-output Section.
       File-control.

                  select chave assign to "chave_torneio.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chave.

       I-O-Control.

      *>Declaração de variáveis
      *>----Variaveis de arquivos
       File Section.

       fd chave.
       01 fd-chave.
           copy chvreg.

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-opcao                                 pic 9(02).
       77 ws-ind_menu                              pic 9(02).
       77 ws-qtd_perfil                            pic 9(01).
       77 ws-pausa                                 pic x(01).
       77 ws-fs-chave                              pic 9(02).
       77 ws-fim_arquivo                           pic x(01).
       77 ws-jogo_chave                            pic x(01).
       77 ws-jogo_liberado                         pic x(01).

      *>----Parametros passados ao jogo (zeros e espacos fazem o jogo
      *>----perguntar ao jogador, como na execucao direta)
          05 ws-prm-num_rodadas                    pic 9(02).
          05 ws-prm-modo_jogo                      pic 9(01).
          05 ws-prm-modo_pratica                   pic x(01).
          05 ws-prm-qtd_jogadores                  pic 9(01).
          05 ws-prm-codigo_jogador occurs 8        pic 9(04).

      *>----Opcoes do menu e perfis que podem usar cada uma
      *>----(H - Anfitriao, C - Coordenador, A - Administrador)
       01 ws-opcoes_menu.
          05 filler                                pic x(43)
                         value "HCA 1 - Jogar uma Partida".
          05 filler                                pic x(43)
                         value "CA  2 - Manutencao de Estados e Capitais".
          05 filler                                pic x(43)
                         value "HCA 3 - Relatorio de Torneio".
          05 filler                                pic x(43)
                         value "HCA 4 - Campeonato entre Escolas".
          05 filler                                pic x(43)
                         value "HCA 5 - Confronto Direto".
          05 filler                                pic x(43)
                         value "HCA 6 - Classificacao do Desafio Diario".
          05 filler                                pic x(43)
                         value "CA  7 - Chave do Torneio".
          05 filler                                pic x(43)
                         value "CA  8 - Manutencao de Jogadores".
          05 filler                                pic x(43)
                         value "A   9 - Parametros de Pontuacao".
          05 filler                                pic x(43)
                         value "CA 10 - Fechamento do Dia".
          05 filler                                pic x(43)
                         value "A  11 - Fechamento da Temporada".
          05 filler                                pic x(43)
                         value "A  12 - Unificacao de Jogadores".
          05 filler                                pic x(43)
                         value "A  13 - Manutencao de Operadores".
          05 filler                                pic x(43)
                         value "HCA14 - Classificacao de Equipes".
          05 filler                                pic x(43)
                         value "CA 15 - Emissao de Certificados".
          05 filler                                pic x(43)
                         value "HCA16 - Sair".
       01 ws-tabela_menu redefines ws-opcoes_menu.
          05 ws-men-item occurs 16.
             10 ws-men-perfis                      pic x(03).
             10 ws-men-texto                       pic x(40).

      *>----Sessao do operador identificado, passada aos programas de
      *>----manutencao
       01 ws-sessao.
           copy sesreg replacing
               ==fd-ses-operador==        by ==ws-ses-operador==
               ==fd-ses-nome==            by ==ws-ses-nome==
               ==fd-ses-perfil==          by ==ws-ses-perfil==
               ==fd-ses-perfis_exigidos== by ==ws-ses-perfis_exigidos==
               ==fd-ses-programa==        by ==ws-ses-programa==
               ==fd-ses-liberado==        by ==ws-ses-liberado==.

      *>----Declaração de tela
       Screen Section.

           perform inicializa.

           perform until ws-opcao = 16
               perform exibe_menu
               evaluate ws-opcao
                   when 1 perform chama_jogo
                   when 4 perform chama_campeonato
                   when 5 perform chama_confronto
                   when 6 perform chama_desafio
                   when 7 perform chama_chave
                   when 8 perform chama_jogadores
                   when 9 perform chama_pontuacao
                   when 10 perform chama_fechamento_dia
                   when 11 perform chama_temporada
                   when 12 perform chama_unificacao
                   when 13 perform chama_operadores
                   when 14 perform chama_equipes
                   when 15 perform chama_certificados
                   when 16 continue
                   when other display "Opcao Invalida."
               end-evaluate
           end-perform

           move 0 to ws-opcao

           display erase
           display "--- Acerte a Capital - Console do Operador ---"

           move spaces to ws-sessao
           move "HCA"          to ws-ses-perfis_exigidos
           move "console_jogo" to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

           display erase
           display "--- Acerte a Capital - Console do Operador ---"
           display "Operador: " ws-ses-operador " - " ws-ses-nome
           display " "

           move 1 to ws-ind_menu
           perform until ws-ind_menu > 16
               perform verifica_perfil_opcao
               if  ws-qtd_perfil > 0 then
                   display ws-men-texto(ws-ind_menu)
               end-if
               add 1 to ws-ind_menu
           end-perform

           display " "
           display "Escolha uma Opcao:"
           accept ws-opcao

      *>   Opcao fora do perfil do operador vale como opcao invalida
           if  ws-opcao >= 1 and ws-opcao <= 16 then
               move ws-opcao to ws-ind_menu
               perform verifica_perfil_opcao
               if  ws-qtd_perfil = 0 then
                   move 0 to ws-opcao
               end-if
           end-if

           .
       exibe_menu-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere se o perfil do operador pode usar a opcao do menu
       *> indicada em ws-ind_menu
       *>----------------------------------------------------------------------
       verifica_perfil_opcao section.

           move 0 to ws-qtd_perfil
           inspect ws-men-perfis(ws-ind_menu)
               tallying ws-qtd_perfil for all ws-ses-perfil

           .
       verifica_perfil_opcao-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Pergunta os parametros pre-definidos da partida e chama o jogo
       *>----------------------------------------------------------------------
           display erase
           display "--- Preparacao da Partida ---"
           display " "

           move 0 to ws-prm-qtd_jogadores
           move zeros to ws-prm-codigo_jogador(1) ws-prm-codigo_jogador(2)

           display "Partida do Proximo Jogo da Chave do Torneio? (S/N)"
           accept ws-jogo_chave

           if  ws-jogo_chave = "S" or ws-jogo_chave = "s" then
               perform carrega_jogo_chave
               if  ws-jogo_liberado <> "S" then
                   display "Pressione Enter para Continuar."
                   accept ws-jogo_chave
                   go to chama_jogo-exit
               end-if
           end-if

           display "Regiao do Sorteio (1-Norte 2-Nordeste 3-Centro-Oeste"
           display "4-Sudeste 5-Sul 6-Todas, 0 Pergunta no Jogo):"
           accept ws-prm-opcao_regiao
       chama_jogo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza o proximo jogo da chave do torneio aguardando
       *> partida e passa os seus dois jogadores ao jogo, para que o
       *> operador nao precise digitar o confronto
       *>----------------------------------------------------------------------
       carrega_jogo_chave section.

           move "N" to ws-jogo_liberado

           open input chave

           if  ws-fs-chave <> 0 then
               display "Nenhuma Chave do Torneio Criada."
               go to carrega_jogo_chave-exit
           end-if

           move "N" to ws-fim_arquivo

           read chave
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
                      or ws-jogo_liberado = "S"
               if  fd-chv-situacao = "A" then
                   move "S" to ws-jogo_liberado
                   move 2 to ws-prm-qtd_jogadores
                   move fd-chv-codigo1 to ws-prm-codigo_jogador(1)
                   move fd-chv-codigo2 to ws-prm-codigo_jogador(2)
                   display "Proximo Jogo da Chave: Rodada " fd-chv-rodada
                           " Jogo " fd-chv-jogo
                   display "  " fd-chv-nome1 " x " fd-chv-nome2
                   display " "
               else
                   read chave
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-if
           end-perform

           close chave

           if  ws-jogo_liberado <> "S" then
               display "Nenhum Jogo da Chave Aguardando Partida."
           end-if

           .
       carrega_jogo_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a manutencao de estados e capitais
       *>----------------------------------------------------------------------
       chama_manutencao section.

           call "manutencao_capital" using ws-sessao

           .
       chama_manutencao-exit.
       chama_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a chave do torneio eliminatorio
       *>----------------------------------------------------------------------
       chama_chave section.

           call "torneio_chave" using ws-sessao

           .
       chama_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a manutencao de jogadores
       *>----------------------------------------------------------------------
       chama_jogadores section.

           call "manutencao_jogador" using ws-sessao

           .
       chama_jogadores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a manutencao dos parametros de pontuacao
       *>----------------------------------------------------------------------
       chama_pontuacao section.

           call "manutencao_pontuacao" using ws-sessao

           .
       chama_pontuacao-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama o fechamento do dia. O programa eh liberado da memoria
       *> no retorno para que um novo fechamento comece do zero
       *>----------------------------------------------------------------------
       chama_fechamento_dia section.

           call "fechamento_dia" using ws-sessao
           cancel "fechamento_dia"

           display " "
           display "Pressione Enter para Continuar."
           accept ws-pausa

           .
       chama_fechamento_dia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama o fechamento da temporada
       *>----------------------------------------------------------------------
       chama_temporada section.

           call "fecha_temporada" using ws-sessao
           cancel "fecha_temporada"

           .
       chama_temporada-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a unificacao de jogadores
       *>----------------------------------------------------------------------
       chama_unificacao section.

           call "unifica_jogador" using ws-sessao
           cancel "unifica_jogador"

           display " "
           display "Pressione Enter para Continuar."
           accept ws-pausa

           .
       chama_unificacao-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a manutencao de operadores
       *>----------------------------------------------------------------------
       chama_operadores section.

           call "manutencao_operador" using ws-sessao

           .
       chama_operadores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a classificacao de equipes
       *>----------------------------------------------------------------------
       chama_equipes section.

           call "relatorio_equipes"

           .
       chama_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Chama a emissao de certificados
       *>----------------------------------------------------------------------
       chama_certificados section.

           call "emite_certificados" using ws-sessao
           cancel "emite_certificados"

           display " "
           display "Pressione Enter para Continuar."
           accept ws-pausa

           .
       chama_certificados-exit.
           exit.

       finaliza section.

           display " "

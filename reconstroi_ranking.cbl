      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "reconstroi_ranking".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da reconstrucao completa do ranking
      *>              permanente e das conquistas: parte de um ranking
      *>              e de um arquivo de conquistas vazios, repassa
      *>              todas as partidas em ordem de data e hora, dos
      *>              arquivos anuais do historico (historico_AAAA.txt)
      *>              e depois do historico.txt, com as mesmas regras do
      *>              atualiza_ranking e do jogo, apurando as conquistas
      *>              pelo jornal de respostas. Grava ranking_novo.txt,
      *>              ranking_marca_novo.txt e conquistas_novo.txt, um
      *>              relatorio de diferencas contra os arquivos atuais
      *>              (reconstrucao_AAAAMMDD.txt) e so substitui os
      *>              atuais com a confirmacao do operador. Recusada com
      *>              checkpoint de partida ativo ou com a trava de
      *>              fechamento armada e restrita ao perfil
      *>              administrador.
      *> 15/10/2026 - Reaplicacao dos fechamentos de temporada
      *>              (campeoes.txt): ao passar a data final de cada
      *>              temporada fechada, a regra da temporada (zerar ou
      *>              aproximar de 1000) eh aplicada aos ratings como no
      *>              fecha_temporada, antes da partida seguinte.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select hist assign to dynamic ws-nome_historico
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-hist.

                  select jornal assign to "jornal_respostas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-jornal.

                  select partidas assign to "partidas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-partidas.

                  select alt assign to "altenativas.dat"
                  organization is indexed
                  access mode is sequential
                  record key is fd-estado
                  file status is ws-fs-alter.

                  select rnk assign to "ranking.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-rnk.

                  select marca assign to "ranking_marca.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-marca.

                  select cqt assign to "conquistas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-cqt.

                  select rnknovo assign to "ranking_novo.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-rnknovo.

                  select marcanovo assign to "ranking_marca_novo.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-marcanovo.

                  select cqtnovo assign to "conquistas_novo.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-cqtnovo.

                  select campeoes assign to "campeoes.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-campeoes.

                  select chk assign to "checkpoint.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chk.

                  select trava assign to "fechamento_trava.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-trava.

                  select relato assign to dynamic ws-nome_relato
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-relato.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd hist.
       01 fd-historico.
           copy histreg.

       fd jornal.
       01 fd-jornal.
           copy jorreg.

       fd partidas.
       01 fd-partida.
           copy ptdreg.

       fd alt.
       01 fd-alternativas.
           copy altreg.

       fd rnk.
       01 fd-ranking.
           copy rnkreg.

       fd marca.
       01 fd-marca.
          05 fd-mar-data                            pic 9(08).
          05 fd-mar-hora                            pic 9(08).

       fd cqt.
       01 fd-conquista.
           copy cqtreg.

       fd rnknovo.
       01 fd-ranking-novo.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==fd-rnv-codigo==
               ==fd-rnk-nome==            by ==fd-rnv-nome==
               ==fd-rnk-rating==          by ==fd-rnv-rating==
               ==fd-rnk-jogos==           by ==fd-rnv-jogos==
               ==fd-rnk-rating_anterior== by ==fd-rnv-rating_anterior==.

       fd marcanovo.
       01 fd-marca-nova.
          05 fd-mnv-data                            pic 9(08).
          05 fd-mnv-hora                            pic 9(08).

       fd cqtnovo.
       01 fd-conquista-nova.
           copy cqtreg replacing ==fd-cqt-codigo== by ==fd-cnv-codigo==
                                 ==fd-cqt-badge==  by ==fd-cnv-badge==
                                 ==fd-cqt-data==   by ==fd-cnv-data==
                                 ==fd-cqt-valor==  by ==fd-cnv-valor==.

       fd campeoes.
       01 fd-campeao.
           copy cmpreg.

       fd chk.
       01 fd-chk-controle.
          05 fd-chk-tipo                            pic x(01).
          05 filler                                 pic x(79).

       fd trava.
       01 fd-trava-registro.
          05 fd-trv-tipo                            pic x(01).
          05 fd-trv-data                            pic 9(08).
          05 fd-trv-hora                            pic 9(08).

       fd relato.
       01 fd-relato                                 pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-hist                               pic 9(02).
       77 ws-fs-jornal                             pic 9(02).
       77 ws-fs-partidas                           pic 9(02).
       77 ws-fs-alter                              pic 9(02).
       77 ws-fs-rnk                                pic 9(02).
       77 ws-fs-marca                              pic 9(02).
       77 ws-fs-cqt                                pic 9(02).
       77 ws-fs-rnknovo                            pic 9(02).
       77 ws-fs-marcanovo                          pic 9(02).
       77 ws-fs-cqtnovo                            pic 9(02).
       77 ws-fs-campeoes                           pic 9(02).
       77 ws-fs-chk                                pic 9(02).
       77 ws-fs-trava                              pic 9(02).
       77 ws-fs-relato                             pic 9(02).
       77 ws-fim_arquivo                           pic x(01).
       77 ws-fim_jornal                            pic x(01).
       77 ws-fim_partidas                          pic x(01).

       77 ws-pode_executar                         pic x(01).
       77 ws-incompleta                            pic x(01).
       77 ws-erro_gravacao                         pic x(01).
       77 ws-confirma                              pic x(01).

       77 ws-data_execucao                         pic 9(08).
       77 ws-hora_execucao                         pic 9(08).
       77 ws-nome_relato                           pic x(26).
       77 ws-nome_historico                        pic x(22).
       77 ws-nome_atual                            pic x(24).
       77 ws-nome_novo                             pic x(24).
       77 ws-ano_atual                             pic 9(04).
       77 ws-ano_arquivo                           pic 9(04).
       77 ws-qtd_arquivos                          pic 9(03)
                                                   value 0.

      *>----Estados do mestre, para a conquista de todos os estados
       77 ws-qtd_estados                           pic 9(03)
                                                   value 0.
       01 ws-estados_mestre.
          05 ws-estado_mestre occurs 100           pic x(25).
       77 ws-ind_estado                            pic 9(03).

      *>----Ranking reconstruido em memoria
       77 ws-qtd_ranking                           pic 9(03)
                                                   value 0.
       01 ws-ranking occurs 200.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==ws-rnk-codigo==
               ==fd-rnk-nome==            by ==ws-rnk-nome==
               ==fd-rnk-rating==          by ==ws-rnk-rating==
               ==fd-rnk-jogos==           by ==ws-rnk-jogos==
               ==fd-rnk-rating_anterior== by ==ws-rnk-rating_anterior==.

      *>----Ranking atual, para o relatorio de diferencas
       77 ws-qtd_atual                             pic 9(03)
                                                   value 0.
       01 ws-ranking_atual occurs 200.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==ws-atu-codigo==
               ==fd-rnk-nome==            by ==ws-atu-nome==
               ==fd-rnk-rating==          by ==ws-atu-rating==
               ==fd-rnk-jogos==           by ==ws-atu-jogos==
               ==fd-rnk-rating_anterior== by ==ws-atu-rating_anterior==.
       01 ws-atual_conferido_grupo.
          05 ws-atu-conferido occurs 200           pic x(01).
       77 ws-ind_atual                             pic 9(03).

      *>----Marca atual e reconstruida
       77 ws-marca_data                            pic 9(08)
                                                   value 0.
       77 ws-marca_hora                            pic 9(08)
                                                   value 0.
       77 ws-nova_marca_data                       pic 9(08)
                                                   value 0.
       77 ws-nova_marca_hora                       pic 9(08)
                                                   value 0.

      *>----Conquistas reconstruidas em memoria
       77 ws-qtd_conquistas                        pic 9(03)
                                                   value 0.
       01 ws-conquistas occurs 600.
           copy cqtreg replacing ==fd-cqt-codigo== by ==ws-cqt-codigo==
                                 ==fd-cqt-badge==  by ==ws-cqt-badge==
                                 ==fd-cqt-data==   by ==ws-cqt-data==
                                 ==fd-cqt-valor==  by ==ws-cqt-valor==.

      *>----Conquistas atuais, para o relatorio de diferencas
       77 ws-qtd_cqt_atual                         pic 9(03)
                                                   value 0.
       77 ws-cqt_atual_estouro                     pic x(01).
       01 ws-conquistas_atuais occurs 600.
           copy cqtreg replacing ==fd-cqt-codigo== by ==ws-cqa-codigo==
                                 ==fd-cqt-badge==  by ==ws-cqa-badge==
                                 ==fd-cqt-data==   by ==ws-cqa-data==
                                 ==fd-cqt-valor==  by ==ws-cqa-valor==.
       01 ws-cqt_conferida_grupo.
          05 ws-cqa-conferida occurs 600           pic x(01).
       77 ws-ind_conq                              pic 9(03).
       77 ws-ind_cqt_atual                         pic 9(03).

      *>----Jogadores da partida em processamento
       77 ws-qtd_partida                           pic 9(01)
                                                   value 0.
       01 ws-partida occurs 8.
          05 ws-par-indice                         pic 9(03).
          05 ws-par-pontos                         pic 9(03).
          05 ws-par-delta                          pic s9(03)v9(02).
          05 ws-par-codigo                         pic 9(04).
          05 ws-par-posicao                        pic x(08).
          05 ws-par-acertos                        pic 9(02).
          05 ws-par-menor_seg                      pic 9(05).
       01 ws-chave_partida.
          05 ws-partida_data                       pic 9(08).
          05 ws-partida_hora                       pic 9(08).
       01 ws-chave_leitura.
          05 ws-leitura_data                       pic 9(08).
          05 ws-leitura_hora                       pic 9(08).
       77 ws-rodadas_partida                       pic 9(02).
       77 ws-rodadas_jornal                        pic 9(02).

       77 ws-ind_ranking                           pic 9(03).
       77 ws-ind_partida                           pic 9(01).
       77 ws-ind_adversario                        pic 9(01).
       77 ws-achou                                 pic x(01).
       77 ws-codigo_hist                           pic 9(04).
       77 ws-codigo_jornal                         pic 9(04).
       77 ws-segundos_jornal                       pic 9(05).

      *>----Calculo do rating (estilo Elo, fator K fixo), o mesmo do
      *>----atualiza_ranking
       77 ws-fator_k                               pic 9(02)
                                                   value 16.
       77 ws-dif_rating                            pic s9(04)v9(04).
       77 ws-esperado                              pic 9(01)v9(06).
       77 ws-real                                  pic 9(01)v9(01).
       77 ws-rating_novo                           pic s9(05)v9(02).

       77 ws-qtd_processadas                       pic 9(05)
                                                   value 0.

      *>----Temporadas fechadas, com a regra aplicada aos ratings
      *>----na data final de cada uma
       77 ws-qtd_temporadas                        pic 9(03)
                                                   value 0.
       01 ws-temporadas occurs 100.
          05 ws-tem-temporada                      pic 9(03).
          05 ws-tem-data_fim                       pic 9(08).
          05 ws-tem-regra                          pic x(01).
          05 ws-tem-percentual                     pic 9(03).
       77 ws-ind_temporada                         pic 9(03).
       77 ws-qtd_reaplicadas                       pic 9(03)
                                                   value 0.
       77 ws-distancia                             pic s9(05).

      *>----Acompanhamento das conquistas por jogador cadastrado
       77 ws-qtd_medalhistas                       pic 9(03)
                                                   value 0.
       01 ws-medalhistas occurs 200.
          05 ws-med-codigo                         pic 9(04).
          05 ws-med-sequencia                      pic 9(03).
          05 ws-med-estados_certos                 pic 9(03).
          05 ws-med-estado_certo occurs 100        pic x(01).
       77 ws-ind_medalhista                        pic 9(03).
       77 ws-codigo_busca                          pic 9(04).
       77 ws-conq_codigo                           pic 9(04).
       77 ws-badge_nome                            pic x(25).
       77 ws-badge_valor                           pic 9(05).
       77 ws-badge_achada                          pic x(01).

      *>----Relatorio de diferencas
       01 ws-linha_relato                          pic x(80).
       77 ws-tipo_diferenca                        pic x(10).
       77 ws-qtd_dif_ranking                       pic 9(04)
                                                   value 0.
       77 ws-qtd_dif_conquistas                    pic 9(04)
                                                   value 0.

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
           perform verifica_bloqueio.

           if  ws-pode_executar = "S" then
               perform carrega_estados
               perform carrega_temporadas
               perform abre_leituras
               perform processa_arquivos_anuais

               move "historico.txt" to ws-nome_historico
               perform processa_historico

      *>       Temporadas fechadas depois da ultima partida repassada
               move 99999999 to ws-partida_data
               perform reaplica_temporadas

               perform fecha_leituras
               perform carrega_ranking_atual
               perform carrega_marca_atual
               perform carrega_conquistas_atuais
               perform abre_relato
               perform relata_ranking
               perform relata_marca
               perform relata_conquistas
               perform grava_novos
               perform confirma_substituicao
               close relato
           end-if

           perform finaliza.

       inicializa section.

           move "S" to ws-pode_executar
           move "N" to ws-incompleta
           move "N" to ws-erro_gravacao
           move 0 to ws-qtd_ranking
           move 0 to ws-qtd_conquistas
           move 0 to ws-qtd_medalhistas
           move 0 to ws-qtd_processadas
           move 0 to ws-qtd_arquivos
           move 0 to ws-qtd_temporadas
           move 0 to ws-qtd_reaplicadas
           move 1 to ws-ind_temporada

           accept ws-data_execucao from date yyyymmdd
           compute ws-ano_atual = ws-data_execucao / 10000

           move spaces to ws-nome_relato
           string "reconstrucao_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_relato

           display erase
           display "--- Reconstrucao do Ranking e das Conquistas ---"

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "A"                  to ws-ses-perfis_exigidos
           move "reconstroi_ranking" to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Nao ha reconstrucao com uma partida em andamento (checkpoint
       *> ativo) nem com a trava de fechamento armada, para que nenhum
       *> programa esteja gravando o historico ou o ranking
       *>----------------------------------------------------------------------
       verifica_bloqueio section.

           open input chk

           if  ws-fs-chk = 0 then
               read chk
                   at end move spaces to fd-chk-tipo
               end-read

               if  fd-chk-tipo = "C" then
                   move "N" to ws-pode_executar
                   display "Ha uma Partida em Andamento (Checkpoint "
                           "Ativo)."
                   display "Encerre ou Abandone a Partida Antes da "
                           "Reconstrucao."
               end-if

               close chk
           end-if

           if  ws-pode_executar = "S" then
               open input trava

               if  ws-fs-trava = 0 then
                   read trava
                       at end move spaces to fd-trv-tipo
                   end-read

                   if  fd-trv-tipo = "F" then
                       move "N" to ws-pode_executar
                       display "Ha uma Trava de Fechamento Armada em "
                               "fechamento_trava.txt."
                       display "Conclua o Fechamento ou Remova a Trava "
                               "Antes da Reconstrucao."
                   end-if

                   close trava
               end-if
           end-if

           if  ws-pode_executar <> "S" then
               display "Reconstrucao Nao Executada."
           end-if

           .
       verifica_bloqueio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga dos estados do mestre, base da conquista de todos os
       *> estados acertados ao menos uma vez
       *>----------------------------------------------------------------------
       carrega_estados section.

           move 0 to ws-qtd_estados

           open input alt

           if  ws-fs-alter <> 0 then
               display "File Status ao abrir input arquivo: " ws-fs-alter
               go to carrega_estados-exit
           end-if

           move "N" to ws-fim_arquivo

           read alt
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_estados < 100 then
                   add 1 to ws-qtd_estados
                   move fd-estado to ws-estado_mestre(ws-qtd_estados)
               end-if

               read alt
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close alt

           .
       carrega_estados-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga das temporadas fechadas (campeoes.txt), gravadas pelo
       *> fecha_temporada em ordem de fechamento
       *>----------------------------------------------------------------------
       carrega_temporadas section.

           move 0 to ws-qtd_temporadas
           move 1 to ws-ind_temporada

           open input campeoes

           if  ws-fs-campeoes <> 0 then
               go to carrega_temporadas-exit
           end-if

           move "N" to ws-fim_arquivo

           read campeoes
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_temporadas < 100 then
                   add 1 to ws-qtd_temporadas
                   move fd-cmp-temporada
                               to ws-tem-temporada(ws-qtd_temporadas)
                   move fd-cmp-data_fim
                               to ws-tem-data_fim(ws-qtd_temporadas)
                   move fd-cmp-regra
                               to ws-tem-regra(ws-qtd_temporadas)
                   move fd-cmp-percentual
                               to ws-tem-percentual(ws-qtd_temporadas)
               else
      *>           Fechamento fora da tabela nao seria reaplicado: a
      *>           reconstrucao fica incompleta
                   move "S" to ws-incompleta
                   display "Temporadas Fechadas Alem do Limite da Tabela."
               end-if

               read campeoes
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close campeoes

           .
       carrega_temporadas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Reaplica a regra de cada temporada fechada cuja data final ja
       *> passou, antes da partida em ws-partida_data
       *>----------------------------------------------------------------------
       reaplica_temporadas section.

           perform until ws-ind_temporada > ws-qtd_temporadas
                      or ws-tem-data_fim(ws-ind_temporada) >= ws-partida_data
               perform aplica_regra_temporada
               add 1 to ws-ind_temporada
           end-perform

           .
       reaplica_temporadas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Aplica ao ranking reconstruido a regra da temporada em
       *> ws-ind_temporada, com o mesmo calculo do fecha_temporada
       *>----------------------------------------------------------------------
       aplica_regra_temporada section.

           display "Fechamento da Temporada "
                   ws-tem-temporada(ws-ind_temporada) " em "
                   ws-tem-data_fim(ws-ind_temporada) " Reaplicado"

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               move ws-rnk-rating(ws-ind_ranking)
                               to ws-rnk-rating_anterior(ws-ind_ranking)

               if  ws-tem-regra(ws-ind_temporada) = "Z" then
                   move 1000 to ws-rnk-rating(ws-ind_ranking)
               else
                   compute ws-distancia = ws-rnk-rating(ws-ind_ranking) - 1000
                   compute ws-rating_novo rounded =
                           ws-rnk-rating(ws-ind_ranking)
                           - ws-distancia
                             * ws-tem-percentual(ws-ind_temporada) / 100
                   move ws-rating_novo to ws-rnk-rating(ws-ind_ranking)
               end-if

               add 1 to ws-ind_ranking
           end-perform

           add 1 to ws-qtd_reaplicadas

           .
       aplica_regra_temporada-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre o jornal de respostas e os cabecalhos de partida, lidos
       *> em paralelo ao historico pela data e hora de inicio da partida
       *>----------------------------------------------------------------------
       abre_leituras section.

           move "S" to ws-fim_jornal
           open input jornal
           if  ws-fs-jornal = 0 then
               move "N" to ws-fim_jornal
               read jornal
                   at end move "S" to ws-fim_jornal
               end-read
           else
               display "Nenhum Jornal de Respostas Encontrado."
           end-if

           move "S" to ws-fim_partidas
           open input partidas
           if  ws-fs-partidas = 0 then
               move "N" to ws-fim_partidas
               read partidas
                   at end move "S" to ws-fim_partidas
               end-read
           end-if

           .
       abre_leituras-exit.
           exit.

       fecha_leituras section.

           if  ws-fs-jornal = 0 or ws-fs-jornal = 10 then
               close jornal
           end-if

           if  ws-fs-partidas = 0 or ws-fs-partidas = 10 then
               close partidas
           end-if

           .
       fecha_leituras-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Repassa os arquivos anuais do historico existentes, do mais
       *> antigo para o mais recente
       *>----------------------------------------------------------------------
       processa_arquivos_anuais section.

           move 2000 to ws-ano_arquivo
           perform until ws-ano_arquivo > ws-ano_atual
               move spaces to ws-nome_historico
               string "historico_" delimited by size
                      ws-ano_arquivo delimited by size
                      ".txt" delimited by size
                      into ws-nome_historico

               perform processa_historico

               add 1 to ws-ano_arquivo
           end-perform

           .
       processa_arquivos_anuais-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le um arquivo de historico agrupando os registros consecutivos
       *> da mesma partida (mesma data e hora) e processa cada partida
       *>----------------------------------------------------------------------
       processa_historico section.

           open input hist

           if  ws-fs-hist <> 0 then
               if  ws-nome_historico = "historico.txt" then
                   display "Nenhum Historico de Jogos Encontrado."
               end-if
               go to processa_historico-exit
           end-if

           add 1 to ws-qtd_arquivos
           display "Lendo " ws-nome_historico

           move "N" to ws-fim_arquivo
           move 0 to ws-qtd_partida

           read hist
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_partida > 0
               and (fd-hist-data <> ws-partida_data
                 or fd-hist-hora <> ws-partida_hora) then
                   perform processa_partida
                   move 0 to ws-qtd_partida
               end-if

               if  ws-qtd_partida = 0 then
                   move fd-hist-data to ws-partida_data
                   move fd-hist-hora to ws-partida_hora
               end-if

               if  ws-qtd_partida < 8 then
                   add 1 to ws-qtd_partida
                   perform localiza_jogador_ranking
                   move ws-ind_ranking  to ws-par-indice(ws-qtd_partida)
                   move fd-hist-pontos  to ws-par-pontos(ws-qtd_partida)
                   move 0               to ws-par-delta(ws-qtd_partida)
                   move ws-codigo_hist  to ws-par-codigo(ws-qtd_partida)
                   move fd-hist-posicao to ws-par-posicao(ws-qtd_partida)
                   move 0               to ws-par-acertos(ws-qtd_partida)
                   move 99999           to ws-par-menor_seg(ws-qtd_partida)
               end-if

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           if  ws-qtd_partida > 0 then
               perform processa_partida
               move 0 to ws-qtd_partida
           end-if

           close hist

           .
       processa_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Processa uma partida completa: respostas do jornal e cabecalho
       *> da partida, ajuste dos ratings e apuracao das conquistas
       *>----------------------------------------------------------------------
       processa_partida section.

           perform reaplica_temporadas

           move 0 to ws-rodadas_partida
           move 0 to ws-rodadas_jornal

           perform consome_jornal
           perform consome_partidas

           move 1 to ws-ind_partida
           perform until ws-ind_partida > ws-qtd_partida
               move ws-ind_partida to ws-ind_adversario
               add 1 to ws-ind_adversario

               perform until ws-ind_adversario > ws-qtd_partida
                   perform confronta_dupla
                   add 1 to ws-ind_adversario
               end-perform

               add 1 to ws-ind_partida
           end-perform

           move 1 to ws-ind_partida
           perform until ws-ind_partida > ws-qtd_partida
               move ws-par-indice(ws-ind_partida) to ws-ind_ranking

               if  ws-ind_ranking > 0 then
                   compute ws-rating_novo =
                           ws-rnk-rating(ws-ind_ranking)
                           + ws-par-delta(ws-ind_partida)
                   if  ws-rating_novo < 0 then
                       move 0 to ws-rating_novo
                   end-if
                   move ws-rating_novo to ws-rnk-rating(ws-ind_ranking)

                   add 1 to ws-rnk-jogos(ws-ind_ranking)
               end-if
               add 1 to ws-ind_partida
           end-perform

           add 1 to ws-qtd_processadas

           if  ws-partida_data > ws-nova_marca_data
           or (ws-partida_data = ws-nova_marca_data
               and ws-partida_hora > ws-nova_marca_hora) then
               move ws-partida_data to ws-nova_marca_data
               move ws-partida_hora to ws-nova_marca_hora
           end-if

      *>   Sem cabecalho da partida (registros antigos) o total de
      *>   rodadas eh a maior rodada respondida no jornal
           if  ws-rodadas_partida = 0 then
               move ws-rodadas_jornal to ws-rodadas_partida
           end-if

      *>   Visitantes (codigo 0) nao colecionam conquistas
           move 1 to ws-ind_partida
           perform until ws-ind_partida > ws-qtd_partida
               if  ws-par-codigo(ws-ind_partida) > 0 then
                   perform apura_conquistas_jogador
               end-if
               add 1 to ws-ind_partida
           end-perform

           .
       processa_partida-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le o jornal ate a partida em processamento: toda resposta
       *> certa anterior conta para os estados acertados e as respostas
       *> da propria partida dao os acertos e o menor tempo de cada um
       *>----------------------------------------------------------------------
       consome_jornal section.

           perform until ws-fim_jornal = "S"
               move fd-jor-data to ws-leitura_data
               move fd-jor-hora to ws-leitura_hora
               if  ws-chave_leitura > ws-chave_partida then
                   go to consome_jornal-exit
               end-if

               perform processa_resposta

               read jornal
                   at end move "S" to ws-fim_jornal
               end-read
           end-perform

           .
       consome_jornal-exit.
           exit.

       processa_resposta section.

           move 0 to ws-codigo_jornal
           if  fd-jor-codigo is numeric then
               move fd-jor-codigo to ws-codigo_jornal
           end-if

           if  ws-chave_leitura = ws-chave_partida
           and fd-jor-rodada is numeric
           and fd-jor-rodada > ws-rodadas_jornal then
               move fd-jor-rodada to ws-rodadas_jornal
           end-if

           if  ws-codigo_jornal = 0
           or  fd-jor-correta <> "S" then
               go to processa_resposta-exit
           end-if

           move ws-codigo_jornal to ws-codigo_busca
           perform localiza_medalhista

           if  ws-ind_medalhista > 0 then
               move 1 to ws-ind_estado
               perform until ws-ind_estado > ws-qtd_estados
                   if  ws-estado_mestre(ws-ind_estado) = fd-jor-estado
                   and ws-med-estado_certo(ws-ind_medalhista, ws-ind_estado)
                       = space then
                       move "X" to
                           ws-med-estado_certo(ws-ind_medalhista, ws-ind_estado)
                       add 1 to ws-med-estados_certos(ws-ind_medalhista)
                   end-if
                   add 1 to ws-ind_estado
               end-perform
           end-if

           if  ws-chave_leitura <> ws-chave_partida then
               go to processa_resposta-exit
           end-if

           move 0 to ws-segundos_jornal
           if  fd-jor-segundos is numeric then
               move fd-jor-segundos to ws-segundos_jornal
           end-if

           move 1 to ws-ind_adversario
           perform until ws-ind_adversario > ws-qtd_partida
               if  ws-par-codigo(ws-ind_adversario) = ws-codigo_jornal then
                   add 1 to ws-par-acertos(ws-ind_adversario)
                   if  ws-segundos_jornal
                       < ws-par-menor_seg(ws-ind_adversario) then
                       move ws-segundos_jornal
                                       to ws-par-menor_seg(ws-ind_adversario)
                   end-if
               end-if
               add 1 to ws-ind_adversario
           end-perform

           .
       processa_resposta-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le os cabecalhos de partida ate a partida em processamento,
       *> guardando o total de rodadas configurado
       *>----------------------------------------------------------------------
       consome_partidas section.

           perform until ws-fim_partidas = "S"
               move fd-ptd-data to ws-leitura_data
               move fd-ptd-hora to ws-leitura_hora
               if  ws-chave_leitura > ws-chave_partida then
                   go to consome_partidas-exit
               end-if

               if  ws-chave_leitura = ws-chave_partida
               and fd-ptd-rodadas is numeric then
                   move fd-ptd-rodadas to ws-rodadas_partida
               end-if

               read partidas
                   at end move "S" to ws-fim_partidas
               end-read
           end-perform

           .
       consome_partidas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confronta a dupla apontada por ws-ind_partida e
       *> ws-ind_adversario, acumulando o ajuste de rating de cada um
       *>----------------------------------------------------------------------
       confronta_dupla section.

           if  ws-par-indice(ws-ind_partida) = 0
           or  ws-par-indice(ws-ind_adversario) = 0 then
               go to confronta_dupla-exit
           end-if

           evaluate true
               when ws-par-pontos(ws-ind_partida)
                    > ws-par-pontos(ws-ind_adversario)
                   move 1,0 to ws-real
               when ws-par-pontos(ws-ind_partida)
                    < ws-par-pontos(ws-ind_adversario)
                   move 0,0 to ws-real
               when other
                   move 0,5 to ws-real
           end-evaluate

           compute ws-dif_rating =
                   (ws-rnk-rating(ws-par-indice(ws-ind_adversario))
                    - ws-rnk-rating(ws-par-indice(ws-ind_partida)))
                   / 400

           compute ws-esperado = 1 / (1 + 10 ** ws-dif_rating)

           compute ws-par-delta(ws-ind_partida) =
                   ws-par-delta(ws-ind_partida)
                   + ws-fator_k * (ws-real - ws-esperado)

           compute ws-par-delta(ws-ind_adversario) =
                   ws-par-delta(ws-ind_adversario)
                   + ws-fator_k * ((1 - ws-real) - (1 - ws-esperado))

           .
       confronta_dupla-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza o jogador do registro de historico no ranking, pelo
       *> codigo quando gravado e pelo nome nos registros antigos,
       *> incluindo-o com o rating inicial quando ainda nao existe
       *>----------------------------------------------------------------------
       localiza_jogador_ranking section.

           move 0 to ws-codigo_hist
           if  fd-hist-codigo is numeric then
               move fd-hist-codigo to ws-codigo_hist
           end-if

           move "N" to ws-achou
           move 1 to ws-ind_ranking

           perform until ws-ind_ranking > ws-qtd_ranking
                      or ws-achou = "S"
               if  ws-codigo_hist > 0 then
                   if  ws-rnk-codigo(ws-ind_ranking) = ws-codigo_hist then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_ranking
                   end-if
               else
                   if  ws-rnk-codigo(ws-ind_ranking) = 0
                   and ws-rnk-nome(ws-ind_ranking) = fd-hist-nome then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_ranking
                   end-if
               end-if
           end-perform

           if  ws-achou = "N"
           and ws-qtd_ranking < 200 then
               add 1 to ws-qtd_ranking
               move ws-qtd_ranking to ws-ind_ranking
               move ws-codigo_hist to ws-rnk-codigo(ws-ind_ranking)
               move fd-hist-nome   to ws-rnk-nome(ws-ind_ranking)
               move 1000           to ws-rnk-rating(ws-ind_ranking)
               move 0              to ws-rnk-jogos(ws-ind_ranking)
               move 1000           to ws-rnk-rating_anterior(ws-ind_ranking)
               move "S"            to ws-achou
           end-if

      *>   Tabela do ranking cheia: a reconstrucao fica incompleta e os
      *>   arquivos atuais nao podem ser substituidos
           if  ws-achou = "N" then
               move 0 to ws-ind_ranking
               move "S" to ws-incompleta
               display "Ranking Cheio - Jogador Ignorado: " fd-hist-nome
           end-if

           .
       localiza_jogador_ranking-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza o jogador cadastrado em ws-codigo_busca na tabela de
       *> acompanhamento das conquistas, incluindo-o quando ainda nao
       *> existe
       *>----------------------------------------------------------------------
       localiza_medalhista section.

           move "N" to ws-achou
           move 1 to ws-ind_medalhista

           perform until ws-ind_medalhista > ws-qtd_medalhistas
                      or ws-achou = "S"
               if  ws-med-codigo(ws-ind_medalhista) = ws-codigo_busca then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_medalhista
               end-if
           end-perform

           if  ws-achou = "N"
           and ws-qtd_medalhistas < 200 then
               add 1 to ws-qtd_medalhistas
               move ws-qtd_medalhistas to ws-ind_medalhista
               move spaces to ws-medalhistas(ws-ind_medalhista)
               move ws-codigo_busca to ws-med-codigo(ws-ind_medalhista)
               move 0 to ws-med-sequencia(ws-ind_medalhista)
               move 0 to ws-med-estados_certos(ws-ind_medalhista)
               move "S" to ws-achou
           end-if

           if  ws-achou = "N" then
               move 0 to ws-ind_medalhista
               move "S" to ws-incompleta
           end-if

           .
       localiza_medalhista-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Apura as conquistas de um jogador da partida com as regras do
       *> jogo: partida perfeita, recorde de resposta mais rapida,
       *> sequencias de vitorias e todos os estados acertados
       *>----------------------------------------------------------------------
       apura_conquistas_jogador section.

           move ws-par-codigo(ws-ind_partida) to ws-conq_codigo
           move ws-conq_codigo to ws-codigo_busca
           perform localiza_medalhista

           if  ws-ind_medalhista = 0 then
               go to apura_conquistas_jogador-exit
           end-if

           if  ws-rodadas_partida > 0
           and ws-par-acertos(ws-ind_partida) = ws-rodadas_partida then
               move "PARTIDA PERFEITA" to ws-badge_nome
               move 0 to ws-badge_valor
               perform concede_badge
           end-if

           if  ws-par-menor_seg(ws-ind_partida) < 99999 then
               perform atualiza_recorde
           end-if

           if  ws-par-posicao(ws-ind_partida) = "Primeiro" then
               add 1 to ws-med-sequencia(ws-ind_medalhista)
           else
               move 0 to ws-med-sequencia(ws-ind_medalhista)
           end-if

           if  ws-med-sequencia(ws-ind_medalhista) >= 3 then
               move "TRES VITORIAS SEGUIDAS" to ws-badge_nome
               move 0 to ws-badge_valor
               perform concede_badge
           end-if

           if  ws-med-sequencia(ws-ind_medalhista) >= 5 then
               move "CINCO VITORIAS SEGUIDAS" to ws-badge_nome
               move 0 to ws-badge_valor
               perform concede_badge
           end-if

           if  ws-qtd_estados > 0
           and ws-med-estados_certos(ws-ind_medalhista) = ws-qtd_estados then
               move "TODOS OS ESTADOS" to ws-badge_nome
               move 0 to ws-badge_valor
               perform concede_badge
           end-if

           .
       apura_conquistas_jogador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Concede a conquista em ws-badge_nome ao jogador em
       *> ws-conq_codigo, uma unica vez por jogador
       *>----------------------------------------------------------------------
       concede_badge section.

           move "N" to ws-badge_achada
           move 1 to ws-ind_conq

           perform until ws-ind_conq > ws-qtd_conquistas
                      or ws-badge_achada = "S"
               if  ws-cqt-codigo(ws-ind_conq) = ws-conq_codigo
               and ws-cqt-badge(ws-ind_conq) = ws-badge_nome then
                   move "S" to ws-badge_achada
               else
                   add 1 to ws-ind_conq
               end-if
           end-perform

           if  ws-badge_achada = "N" then
               if  ws-qtd_conquistas < 600 then
                   add 1 to ws-qtd_conquistas
                   move ws-conq_codigo  to ws-cqt-codigo(ws-qtd_conquistas)
                   move ws-badge_nome   to ws-cqt-badge(ws-qtd_conquistas)
                   move ws-partida_data to ws-cqt-data(ws-qtd_conquistas)
                   move ws-badge_valor  to ws-cqt-valor(ws-qtd_conquistas)
               else
                   move "S" to ws-incompleta
               end-if
           end-if

           .
       concede_badge-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Atualiza o recorde de resposta mais rapida do jogador, criando
       *> a conquista na primeira vez e melhorando o valor quando a
       *> partida trouxe uma resposta correta mais rapida
       *>----------------------------------------------------------------------
       atualiza_recorde section.

           move "RESPOSTA RELAMPAGO" to ws-badge_nome

           move "N" to ws-badge_achada
           move 1 to ws-ind_conq

           perform until ws-ind_conq > ws-qtd_conquistas
                      or ws-badge_achada = "S"
               if  ws-cqt-codigo(ws-ind_conq) = ws-conq_codigo
               and ws-cqt-badge(ws-ind_conq) = ws-badge_nome then
                   move "S" to ws-badge_achada
               else
                   add 1 to ws-ind_conq
               end-if
           end-perform

           if  ws-badge_achada = "S" then
               if  ws-par-menor_seg(ws-ind_partida)
                   < ws-cqt-valor(ws-ind_conq) then
                   move ws-par-menor_seg(ws-ind_partida)
                                   to ws-cqt-valor(ws-ind_conq)
                   move ws-partida_data to ws-cqt-data(ws-ind_conq)
               end-if
           else
               if  ws-qtd_conquistas < 600 then
                   add 1 to ws-qtd_conquistas
                   move ws-conq_codigo  to ws-cqt-codigo(ws-qtd_conquistas)
                   move ws-badge_nome   to ws-cqt-badge(ws-qtd_conquistas)
                   move ws-partida_data to ws-cqt-data(ws-qtd_conquistas)
                   move ws-par-menor_seg(ws-ind_partida)
                                   to ws-cqt-valor(ws-qtd_conquistas)
               else
                   move "S" to ws-incompleta
               end-if
           end-if

           .
       atualiza_recorde-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do ranking atual, para a comparacao
       *>----------------------------------------------------------------------
       carrega_ranking_atual section.

           move 0 to ws-qtd_atual
           move spaces to ws-atual_conferido_grupo

           open input rnk

           if  ws-fs-rnk <> 0 then
               go to carrega_ranking_atual-exit
           end-if

           move "N" to ws-fim_arquivo

           read rnk
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
                      or ws-qtd_atual >= 200
               add 1 to ws-qtd_atual
               move fd-ranking to ws-ranking_atual(ws-qtd_atual)

               read rnk
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close rnk

           .
       carrega_ranking_atual-exit.
           exit.

       carrega_marca_atual section.

           move 0 to ws-marca_data
           move 0 to ws-marca_hora

           open input marca

           if  ws-fs-marca = 0 then
               read marca
                   at end continue
               end-read

               if  ws-fs-marca = 0 then
                   move fd-mar-data to ws-marca_data
                   move fd-mar-hora to ws-marca_hora
               end-if

               close marca
           end-if

           .
       carrega_marca_atual-exit.
           exit.

       carrega_conquistas_atuais section.

           move 0 to ws-qtd_cqt_atual
           move "N" to ws-cqt_atual_estouro
           move spaces to ws-cqt_conferida_grupo

           open input cqt

           if  ws-fs-cqt <> 0 then
               go to carrega_conquistas_atuais-exit
           end-if

           move "N" to ws-fim_arquivo

           read cqt
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_cqt_atual < 600 then
                   add 1 to ws-qtd_cqt_atual
                   move fd-conquista to ws-conquistas_atuais(ws-qtd_cqt_atual)
               else
                   move "S" to ws-cqt_atual_estouro
               end-if

               read cqt
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close cqt

           .
       carrega_conquistas_atuais-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre o relatorio de diferencas e grava o cabecalho
       *>----------------------------------------------------------------------
       abre_relato section.

           open extend relato

           if  ws-fs-relato <> 0 then
               close relato
               open output relato
               if  ws-fs-relato <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-relato
               end-if
           end-if

           accept ws-hora_execucao from time

           display " "

           move spaces to ws-linha_relato
           string "Reconstrucao do Ranking e das Conquistas em "
                                                   delimited by size
                  ws-data_execucao delimited by size
                  " as " delimited by size
                  ws-hora_execucao delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_relato
           string "Operador " delimited by size
                  ws-ses-operador delimited by size
                  " - " delimited by size
                  ws-ses-nome delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_relato
           string "Arquivos de Historico Lidos: " delimited by size
                  ws-qtd_arquivos delimited by size
                  "  Partidas Repassadas: " delimited by size
                  ws-qtd_processadas delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_relato
           string "Fechamentos de Temporada Reaplicados: " delimited by size
                  ws-qtd_reaplicadas delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_relato
           string "Jogadores no Ranking: " delimited by size
                  ws-qtd_ranking delimited by size
                  "  Conquistas: " delimited by size
                  ws-qtd_conquistas delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           .
       abre_relato-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Compara o ranking reconstruido com o atual, pelo codigo do
       *> jogador e pelo nome nos jogadores antigos sem codigo
       *>----------------------------------------------------------------------
       relata_ranking section.

           move "--- Ranking ---" to ws-linha_relato
           perform grava_linha_relato

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               move "N" to ws-achou
               move 1 to ws-ind_atual
               perform until ws-ind_atual > ws-qtd_atual
                          or ws-achou = "S"
                   if  ws-atu-conferido(ws-ind_atual) = space
                   and ws-atu-codigo(ws-ind_atual)
                       = ws-rnk-codigo(ws-ind_ranking)
                   and (ws-rnk-codigo(ws-ind_ranking) > 0
                     or ws-atu-nome(ws-ind_atual)
                        = ws-rnk-nome(ws-ind_ranking)) then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_atual
                   end-if
               end-perform

      *>       O rating anterior gravado passa a ser o do ranking atual
               if  ws-achou = "S" then
                   move "X" to ws-atu-conferido(ws-ind_atual)
                   move ws-atu-rating(ws-ind_atual)
                                   to ws-rnk-rating_anterior(ws-ind_ranking)

                   if  ws-atu-rating(ws-ind_atual)
                       <> ws-rnk-rating(ws-ind_ranking)
                   or  ws-atu-jogos(ws-ind_atual)
                       <> ws-rnk-jogos(ws-ind_ranking) then
                       add 1 to ws-qtd_dif_ranking
                       move spaces to ws-linha_relato
                       string "  Alterado  " delimited by size
                              ws-rnk-codigo(ws-ind_ranking) delimited by size
                              " " delimited by size
                              ws-rnk-nome(ws-ind_ranking) delimited by size
                              " Rating " delimited by size
                              ws-atu-rating(ws-ind_atual) delimited by size
                              " -> " delimited by size
                              ws-rnk-rating(ws-ind_ranking) delimited by size
                              " Jogos " delimited by size
                              ws-atu-jogos(ws-ind_atual) delimited by size
                              " -> " delimited by size
                              ws-rnk-jogos(ws-ind_ranking) delimited by size
                              into ws-linha_relato
                       perform grava_linha_relato
                   end-if
               else
                   move ws-rnk-rating(ws-ind_ranking)
                                   to ws-rnk-rating_anterior(ws-ind_ranking)
                   add 1 to ws-qtd_dif_ranking
                   move spaces to ws-linha_relato
                   string "  Incluido  " delimited by size
                          ws-rnk-codigo(ws-ind_ranking) delimited by size
                          " " delimited by size
                          ws-rnk-nome(ws-ind_ranking) delimited by size
                          " Rating " delimited by size
                          ws-rnk-rating(ws-ind_ranking) delimited by size
                          " Jogos " delimited by size
                          ws-rnk-jogos(ws-ind_ranking) delimited by size
                          into ws-linha_relato
                   perform grava_linha_relato
               end-if

               add 1 to ws-ind_ranking
           end-perform

           move 1 to ws-ind_atual
           perform until ws-ind_atual > ws-qtd_atual
               if  ws-atu-conferido(ws-ind_atual) = space then
                   add 1 to ws-qtd_dif_ranking
                   move spaces to ws-linha_relato
                   string "  Removido  " delimited by size
                          ws-atu-codigo(ws-ind_atual) delimited by size
                          " " delimited by size
                          ws-atu-nome(ws-ind_atual) delimited by size
                          " Rating " delimited by size
                          ws-atu-rating(ws-ind_atual) delimited by size
                          " Jogos " delimited by size
                          ws-atu-jogos(ws-ind_atual) delimited by size
                          into ws-linha_relato
                   perform grava_linha_relato
               end-if
               add 1 to ws-ind_atual
           end-perform

           .
       relata_ranking-exit.
           exit.

       relata_marca section.

           move spaces to ws-linha_relato
           if  ws-marca_data = ws-nova_marca_data
           and ws-marca_hora = ws-nova_marca_hora then
               string "Marca do Ranking Inalterada: " delimited by size
                      ws-nova_marca_data delimited by size
                      " " delimited by size
                      ws-nova_marca_hora delimited by size
                      into ws-linha_relato
           else
               string "Marca do Ranking: " delimited by size
                      ws-marca_data delimited by size
                      " " delimited by size
                      ws-marca_hora delimited by size
                      " -> " delimited by size
                      ws-nova_marca_data delimited by size
                      " " delimited by size
                      ws-nova_marca_hora delimited by size
                      into ws-linha_relato
           end-if
           perform grava_linha_relato

           .
       relata_marca-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Compara as conquistas reconstruidas com as atuais, pelo codigo
       *> do jogador e nome da conquista
       *>----------------------------------------------------------------------
       relata_conquistas section.

           move "--- Conquistas ---" to ws-linha_relato
           perform grava_linha_relato

           if  ws-cqt_atual_estouro = "S" then
               move "  Arquivo Atual Maior que a Tabela de 600 Conquistas"
                                                   to ws-linha_relato
               perform grava_linha_relato
           end-if

           move 1 to ws-ind_conq
           perform until ws-ind_conq > ws-qtd_conquistas
               move "N" to ws-achou
               move 1 to ws-ind_cqt_atual
               perform until ws-ind_cqt_atual > ws-qtd_cqt_atual
                          or ws-achou = "S"
                   if  ws-cqa-conferida(ws-ind_cqt_atual) = space
                   and ws-cqa-codigo(ws-ind_cqt_atual)
                       = ws-cqt-codigo(ws-ind_conq)
                   and ws-cqa-badge(ws-ind_cqt_atual)
                       = ws-cqt-badge(ws-ind_conq) then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_cqt_atual
                   end-if
               end-perform

               move spaces to ws-tipo_diferenca
               if  ws-achou = "S" then
                   move "X" to ws-cqa-conferida(ws-ind_cqt_atual)
                   if  ws-cqa-data(ws-ind_cqt_atual)
                       <> ws-cqt-data(ws-ind_conq)
                   or  ws-cqa-valor(ws-ind_cqt_atual)
                       <> ws-cqt-valor(ws-ind_conq) then
                       move "Alterada" to ws-tipo_diferenca
                   end-if
               else
                   move "Incluida" to ws-tipo_diferenca
               end-if

               if  ws-tipo_diferenca <> spaces then
                   add 1 to ws-qtd_dif_conquistas
                   move spaces to ws-linha_relato
                   string "  " delimited by size
                          ws-tipo_diferenca delimited by size
                          ws-cqt-codigo(ws-ind_conq) delimited by size
                          " " delimited by size
                          ws-cqt-badge(ws-ind_conq) delimited by size
                          " " delimited by size
                          ws-cqt-data(ws-ind_conq) delimited by size
                          " Valor " delimited by size
                          ws-cqt-valor(ws-ind_conq) delimited by size
                          into ws-linha_relato
                   perform grava_linha_relato
               end-if

               add 1 to ws-ind_conq
           end-perform

           move 1 to ws-ind_cqt_atual
           perform until ws-ind_cqt_atual > ws-qtd_cqt_atual
               if  ws-cqa-conferida(ws-ind_cqt_atual) = space then
                   add 1 to ws-qtd_dif_conquistas
                   move spaces to ws-linha_relato
                   string "  Removida  " delimited by size
                          ws-cqa-codigo(ws-ind_cqt_atual) delimited by size
                          " " delimited by size
                          ws-cqa-badge(ws-ind_cqt_atual) delimited by size
                          " " delimited by size
                          ws-cqa-data(ws-ind_cqt_atual) delimited by size
                          " Valor " delimited by size
                          ws-cqa-valor(ws-ind_cqt_atual) delimited by size
                          into ws-linha_relato
                   perform grava_linha_relato
               end-if
               add 1 to ws-ind_cqt_atual
           end-perform

           move spaces to ws-linha_relato
           string "Diferencas no Ranking: " delimited by size
                  ws-qtd_dif_ranking delimited by size
                  "  Nas Conquistas: " delimited by size
                  ws-qtd_dif_conquistas delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           .
       relata_conquistas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava os arquivos reconstruidos ao lado dos atuais
       *>----------------------------------------------------------------------
       grava_novos section.

           open output rnknovo
           if  ws-fs-rnknovo <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-rnknovo
               move "S" to ws-erro_gravacao
           end-if

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               move ws-ranking(ws-ind_ranking) to fd-ranking-novo
               write fd-ranking-novo
               if  ws-fs-rnknovo <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-rnknovo
                   move "S" to ws-erro_gravacao
               end-if
               add 1 to ws-ind_ranking
           end-perform

           close rnknovo
           if  ws-fs-rnknovo <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-rnknovo
           end-if

           open output marcanovo
           if  ws-fs-marcanovo <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-marcanovo
               move "S" to ws-erro_gravacao
           end-if

           move ws-nova_marca_data to fd-mnv-data
           move ws-nova_marca_hora to fd-mnv-hora
           write fd-marca-nova
           if  ws-fs-marcanovo <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-marcanovo
               move "S" to ws-erro_gravacao
           end-if

           close marcanovo
           if  ws-fs-marcanovo <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-marcanovo
           end-if

           open output cqtnovo
           if  ws-fs-cqtnovo <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-cqtnovo
               move "S" to ws-erro_gravacao
           end-if

           move 1 to ws-ind_conq
           perform until ws-ind_conq > ws-qtd_conquistas
               move ws-conquistas(ws-ind_conq) to fd-conquista-nova
               write fd-conquista-nova
               if  ws-fs-cqtnovo <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-cqtnovo
                   move "S" to ws-erro_gravacao
               end-if
               add 1 to ws-ind_conq
           end-perform

           close cqtnovo
           if  ws-fs-cqtnovo <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-cqtnovo
           end-if

           .
       grava_novos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Substitui os arquivos atuais pelos reconstruidos somente com a
       *> confirmacao do operador e sem falha na reconstrucao
       *>----------------------------------------------------------------------
       confirma_substituicao section.

           if  ws-incompleta = "S"
           or  ws-erro_gravacao = "S" then
               move "Reconstrucao Incompleta; Arquivos Atuais Mantidos."
                                                   to ws-linha_relato
               perform grava_linha_relato
               go to confirma_substituicao-exit
           end-if

           display " "
           display "Substituir ranking.txt, ranking_marca.txt e "
                   "conquistas.txt"
           display "pelos Arquivos Reconstruidos (S/N)?"
           accept ws-confirma

           if  ws-confirma <> "S" and ws-confirma <> "s" then
               move "Substituicao Nao Confirmada; Reconstruidos Mantidos em"
                                                   to ws-linha_relato
               perform grava_linha_relato
               move spaces to ws-linha_relato
               string "  ranking_novo.txt, ranking_marca_novo.txt e "
                                                   delimited by size
                      "conquistas_novo.txt" delimited by size
                      into ws-linha_relato
               perform grava_linha_relato
               go to confirma_substituicao-exit
           end-if

           move "ranking.txt"      to ws-nome_atual
           move "ranking_novo.txt" to ws-nome_novo
           perform substitui_arquivo

           move "ranking_marca.txt"      to ws-nome_atual
           move "ranking_marca_novo.txt" to ws-nome_novo
           perform substitui_arquivo

           move "conquistas.txt"      to ws-nome_atual
           move "conquistas_novo.txt" to ws-nome_novo
           perform substitui_arquivo

           move "Arquivos Atuais Substituidos pelos Reconstruidos."
                                                   to ws-linha_relato
           perform grava_linha_relato

           .
       confirma_substituicao-exit.
           exit.

       substitui_arquivo section.

           call "CBL_DELETE_FILE" using ws-nome_atual
           call "CBL_RENAME_FILE" using ws-nome_novo
                                        ws-nome_atual

           .
       substitui_arquivo-exit.
           exit.

       grava_linha_relato section.

           display ws-linha_relato

           move ws-linha_relato to fd-relato
           write fd-relato
           if  ws-fs-relato <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-relato
           end-if

           .
       grava_linha_relato-exit.
           exit.

       finaliza section.

           display "Encerrando a Reconstrucao do Ranking."
           goback

           .
       finaliza-exit.
           exit.

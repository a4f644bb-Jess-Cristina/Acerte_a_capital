      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "fecha_temporada".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao do fechamento de temporada: mantem o
      *>              controle da temporada (temporada_controle.txt),
      *>              congela o ranking em temporada_NNN_AAAAMMDD.txt,
      *>              grava no arquivo permanente campeoes.txt o campeao
      *>              geral do ranking, a escola campea pelos criterios
      *>              do campeonato_escolas e o lider do desafio diario
      *>              do periodo, e zera ou aproxima de 1000 o rating de
      *>              todos os jogadores conforme a regra do controle.
      *> 15/10/2026 - Acesso restrito ao perfil administrador, com o
      *>              operador recebido do console ou identificado pela
      *>              valida_operador na execucao direta. Retorno ao
      *>              console no encerramento.
      *> 15/10/2026 - Conferencia das datas da temporada pelo calendario
      *>              (test-date-yyyymmdd), recusando dias inexistentes
      *>              como 20260231.
      *> 15/10/2026 - O fechamento so eh aceito depois da data final da
      *>              temporada e com o ranking atualizado ate a ultima
      *>              partida do historico dentro dela (marca em
      *>              ranking_marca.txt), para que o ranking congelado e
      *>              o campeao incluam todas as partidas da temporada.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select controle assign to "temporada_controle.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-controle.

                  select campeoes assign to "campeoes.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-campeoes.

                  select rnk assign to "ranking.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-rnk.

                  select snapshot assign to dynamic ws-nome_snapshot
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-snapshot.

                  select hist assign to dynamic ws-nome_historico
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-hist.

                  select jogad assign to "jogadores.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-jogad.

                  select desafio assign to dynamic ws-nome_desafio
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-desafio.

                  select marca assign to "ranking_marca.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-marca.

                  select chk assign to "checkpoint.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chk.

                  select trava assign to "fechamento_trava.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-trava.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd controle.
       01 fd-temporada.
           copy tmpreg.

       fd campeoes.
       01 fd-campeao.
           copy cmpreg.

       fd rnk.
       01 fd-ranking.
           copy rnkreg.

       fd snapshot.
       01 fd-snapshot.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==fd-snp-codigo==
               ==fd-rnk-nome==            by ==fd-snp-nome==
               ==fd-rnk-rating==          by ==fd-snp-rating==
               ==fd-rnk-jogos==           by ==fd-snp-jogos==
               ==fd-rnk-rating_anterior== by ==fd-snp-rating_anterior==.

       fd hist.
       01 fd-historico.
           copy histreg.

       fd jogad.
       01 fd-jogador.
           copy jogreg.

       fd desafio.
       01 fd-desafio.
           copy desreg.

       fd marca.
       01 fd-marca.
          05 fd-mar-data                            pic 9(08).
          05 fd-mar-hora                            pic 9(08).

       fd chk.
       01 fd-chk-controle.
          05 fd-chk-tipo                            pic x(01).
          05 filler                                 pic x(79).

       fd trava.
       01 fd-trava-registro.
          05 fd-trv-tipo                            pic x(01).
          05 fd-trv-data                            pic 9(08).
          05 fd-trv-hora                            pic 9(08).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-controle                           pic 9(02).
       77 ws-fs-campeoes                           pic 9(02).
       77 ws-fs-rnk                                pic 9(02).
       77 ws-fs-snapshot                           pic 9(02).
       77 ws-fs-hist                               pic 9(02).
       77 ws-fs-jogad                              pic 9(02).
       77 ws-fs-desafio                            pic 9(02).
       77 ws-fs-marca                              pic 9(02).
       77 ws-fs-chk                                pic 9(02).
       77 ws-fs-trava                              pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-opcao                                 pic 9(01).
       77 ws-confirma                              pic x(01).
       77 ws-pode_executar                         pic x(01).
       77 ws-erro_gravacao                         pic x(01).
       77 ws-data_execucao                         pic 9(08).

      *>----Marca do ranking e ultima partida da temporada no historico
       77 ws-marca_data                            pic 9(08).
       77 ws-marca_hora                            pic 9(08).
       77 ws-ultima_data                           pic 9(08).
       77 ws-ultima_hora                           pic 9(08).

      *>----Controle da temporada em curso
       01 ws-temporada.
           copy tmpreg replacing
               ==fd-tmp-numero==      by ==ws-tmp-numero==
               ==fd-tmp-data_inicio== by ==ws-tmp-data_inicio==
               ==fd-tmp-data_fim==    by ==ws-tmp-data_fim==
               ==fd-tmp-regra==       by ==ws-tmp-regra==
               ==fd-tmp-percentual==  by ==ws-tmp-percentual==.

       01 ws-data_aux.
          05 ws-aux-ano                            pic 9(04).
          05 ws-aux-mes                            pic 9(02).
          05 ws-aux-dia                            pic 9(02).
       01 ws-data_aux_num redefines ws-data_aux    pic 9(08).
       77 ws-data_valida                           pic x(01).

      *>----Campeoes apurados no fechamento
       01 ws-campeao.
           copy cmpreg replacing
               ==fd-cmp-temporada==       by ==ws-cmp-temporada==
               ==fd-cmp-data_inicio==     by ==ws-cmp-data_inicio==
               ==fd-cmp-data_fim==        by ==ws-cmp-data_fim==
               ==fd-cmp-data_fechamento== by ==ws-cmp-data_fechamento==
               ==fd-cmp-geral_codigo==    by ==ws-cmp-geral_codigo==
               ==fd-cmp-geral_nome==      by ==ws-cmp-geral_nome==
               ==fd-cmp-geral_rating==    by ==ws-cmp-geral_rating==
               ==fd-cmp-escola_nome==     by ==ws-cmp-escola_nome==
               ==fd-cmp-escola_pontos==   by ==ws-cmp-escola_pontos==
               ==fd-cmp-desafio_codigo==  by ==ws-cmp-desafio_codigo==
               ==fd-cmp-desafio_nome==    by ==ws-cmp-desafio_nome==
               ==fd-cmp-desafio_pontos==  by ==ws-cmp-desafio_pontos==
               ==fd-cmp-regra==           by ==ws-cmp-regra==
               ==fd-cmp-percentual==      by ==ws-cmp-percentual==.

      *>----Ranking em memoria
       77 ws-qtd_ranking                           pic 9(03)
                                                   value 0.
       01 ws-ranking occurs 200.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==ws-rnk-codigo==
               ==fd-rnk-nome==            by ==ws-rnk-nome==
               ==fd-rnk-rating==          by ==ws-rnk-rating==
               ==fd-rnk-jogos==           by ==ws-rnk-jogos==
               ==fd-rnk-rating_anterior== by ==ws-rnk-rating_anterior==.
       01 ws-ranking_aux.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==ws-rax-codigo==
               ==fd-rnk-nome==            by ==ws-rax-nome==
               ==fd-rnk-rating==          by ==ws-rax-rating==
               ==fd-rnk-jogos==           by ==ws-rax-jogos==
               ==fd-rnk-rating_anterior== by ==ws-rax-rating_anterior==.
       77 ws-ind_ranking                           pic 9(03).
       77 ws-controle                              pic x(10).
       77 ws-distancia                             pic s9(05).
       77 ws-rating_novo                           pic s9(05).
       77 ws-nome_snapshot                         pic x(30)
                                                   value spaces.

      *>----Cadastro de jogadores em memoria
       77 ws-qtd_cadastrados                       pic 9(03)
                                                   value 0.
       01 ws-reg_jogadores occurs 100.
           copy jogreg replacing ==fd-jog-codigo==   by ==ws-jog-codigo==
                                 ==fd-jog-nome==     by ==ws-jog-nome==
                                 ==fd-jog-exibicao== by ==ws-jog-exibicao==
                                 ==fd-jog-escola==   by ==ws-jog-escola==.
       77 ws-ind_cadastro                          pic 9(03).

      *>----Campeonato entre escolas do periodo
       77 ws-nome_historico                        pic x(22)
                                                   value spaces.
       77 ws-ano                                   pic 9(04).
       77 ws-ano_final                             pic 9(04).
       77 ws-qtd_escolas                           pic 9(02)
                                                   value 0.
       01 ws-escolas occurs 50.
          05 ws-esc-nome                           pic x(20).
          05 ws-esc-pontos                         pic 9(07).
       77 ws-ind_escolas                           pic 9(02).
       77 ws-codigo_hist                           pic 9(04).
       77 ws-escola_registro                       pic x(20).
       77 ws-achou                                 pic x(01).

      *>----Desafio diario do periodo: melhor resultado do dia de cada
      *>----jogador e a soma desses resultados na temporada
       77 ws-nome_desafio                          pic x(22)
                                                   value spaces.
       77 ws-dia_inteiro                           pic 9(07).
       77 ws-dia_final                             pic 9(07).
       77 ws-data_dia                              pic 9(08).
       77 ws-qtd_dia                               pic 9(03)
                                                   value 0.
       01 ws-resultado_dia occurs 100.
          05 ws-dia-codigo                         pic 9(04).
          05 ws-dia-nome                           pic x(10).
          05 ws-dia-pontos                         pic 9(03).
       77 ws-ind_dia                               pic 9(03).
       77 ws-qtd_lideres                           pic 9(03)
                                                   value 0.
       01 ws-lideres occurs 200.
          05 ws-lid-codigo                         pic 9(04).
          05 ws-lid-nome                           pic x(10).
          05 ws-lid-pontos                         pic 9(06).
          05 ws-lid-dias                           pic 9(03).
       77 ws-ind_lider                             pic 9(03).
       77 ws-codigo_registro                       pic 9(04).

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
           perform carrega_controle.

           perform until ws-opcao = 4
               perform exibe_menu
               evaluate ws-opcao
                   when 1 perform exibe_controle
                   when 2 perform altera_controle
                   when 3 perform executa_fechamento
                   when 4 continue
                   when other display "Opcao Invalida."
               end-evaluate
           end-perform

           perform finaliza.

       inicializa section.

           move 0 to ws-opcao
           accept ws-data_execucao from date yyyymmdd

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "A"                     to ws-ses-perfis_exigidos
           move "fecha_temporada"       to ws-ses-programa
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
           display "--- Fechamento de Temporada ---"
           display " "
           display "1 - Exibir Controle da Temporada"
           display "2 - Alterar Controle da Temporada"
           display "3 - Fechar a Temporada"
           display "4 - Sair"
           display " "
           display "Escolha uma Opcao:"
           accept ws-opcao

           .
       exibe_menu-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do controle da temporada. Sem o arquivo, a primeira
       *> temporada comeca sem datas e com a regra de aproximacao de 50%
       *>----------------------------------------------------------------------
       carrega_controle section.

           move 1   to ws-tmp-numero
           move 0   to ws-tmp-data_inicio
           move 0   to ws-tmp-data_fim
           move "A" to ws-tmp-regra
           move 50  to ws-tmp-percentual

           open input controle

           if  ws-fs-controle = 0 then
               read controle
                   at end continue
               end-read

               if  ws-fs-controle = 0 then
                   move fd-temporada to ws-temporada
               end-if

               close controle
           end-if

           .
       carrega_controle-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Exibe o controle da temporada em curso
       *>----------------------------------------------------------------------
       exibe_controle section.

           display erase
           display "--- Controle da Temporada ---"
           display " "
           display "Temporada em Curso: " ws-tmp-numero
           display "Data Inicial:       " ws-tmp-data_inicio
           display "Data Final:         " ws-tmp-data_fim
           if  ws-tmp-regra = "Z" then
               display "Regra do Rating:    Z - Todos Voltam a 1000"
           else
               display "Regra do Rating:    A - Aproxima de 1000 em "
                       ws-tmp-percentual "%"
           end-if
           display " "
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       exibe_controle-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Altera as datas e a regra da temporada em curso e regrava o
       *> controle. O numero da temporada so avanca no fechamento
       *>----------------------------------------------------------------------
       altera_controle section.

           display erase
           display "--- Alteracao do Controle da Temporada "
                   ws-tmp-numero " ---"
           display " "
           display "Data Inicial (AAAAMMDD):"
           accept ws-tmp-data_inicio
           display "Data Final (AAAAMMDD):"
           accept ws-tmp-data_fim
           display "Regra do Rating (Z-Zera em 1000  A-Aproxima de 1000):"
           accept ws-tmp-regra
           if  ws-tmp-regra = "z" then
               move "Z" to ws-tmp-regra
           end-if
           if  ws-tmp-regra = "a" then
               move "A" to ws-tmp-regra
           end-if

           if  ws-tmp-regra = "A" then
               display "Percentual da Distancia ate 1000 Retirado (1 a 100):"
               accept ws-tmp-percentual
           else
               move 100 to ws-tmp-percentual
           end-if

           move ws-tmp-data_inicio to ws-data_aux
           perform valida_data
           if  ws-data_valida = "N" then
               display "Data Inicial Invalida. Controle Nao Gravado."
               perform carrega_controle
               go to altera_controle-exit
           end-if

           move ws-tmp-data_fim to ws-data_aux
           perform valida_data
           if  ws-data_valida = "N"
           or  ws-tmp-data_fim < ws-tmp-data_inicio then
               display "Data Final Invalida. Controle Nao Gravado."
               perform carrega_controle
               go to altera_controle-exit
           end-if

           if  (ws-tmp-regra <> "Z" and ws-tmp-regra <> "A")
           or  ws-tmp-percentual = 0
           or  ws-tmp-percentual > 100 then
               display "Regra do Rating Invalida. Controle Nao Gravado."
               perform carrega_controle
               go to altera_controle-exit
           end-if

           perform grava_controle

           display "Controle da Temporada Gravado."
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       altera_controle-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere uma data AAAAMMDD em ws-data_aux
       *>----------------------------------------------------------------------
       valida_data section.

           move "S" to ws-data_valida

           if  ws-data_aux is not numeric then
               move "N" to ws-data_valida
               go to valida_data-exit
           end-if

           if  ws-aux-ano < 2000
           or  function test-date-yyyymmdd(ws-data_aux_num) <> 0 then
               move "N" to ws-data_valida
           end-if

           .
       valida_data-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o controle da temporada
       *>----------------------------------------------------------------------
       grava_controle section.

           open output controle
           if  ws-fs-controle <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-controle
           end-if

           move ws-temporada to fd-temporada
           write fd-temporada
           if  ws-fs-controle <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-controle
           end-if

           close controle
           if  ws-fs-controle <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-controle
           end-if

           .
       grava_controle-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Fecha a temporada em curso: congela o ranking, grava os
       *> campeoes, aplica a regra do rating e abre a temporada seguinte
       *>----------------------------------------------------------------------
       executa_fechamento section.

           display erase
           display "--- Fechamento da Temporada " ws-tmp-numero " ---"
           display " "

           if  ws-tmp-data_inicio = 0
           or  ws-tmp-data_fim = 0 then
               display "Datas da Temporada Nao Informadas no Controle."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to executa_fechamento-exit
           end-if

           perform verifica_bloqueio
           if  ws-pode_executar = "N" then
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to executa_fechamento-exit
           end-if

           display "Periodo: " ws-tmp-data_inicio " a " ws-tmp-data_fim
           if  ws-tmp-regra = "Z" then
               display "Todos os Ratings Voltarao a 1000."
           else
               display "Os Ratings Serao Aproximados de 1000 em "
                       ws-tmp-percentual "%."
           end-if
           display " "
           display "Confirma o Fechamento da Temporada? (S/N)"
           accept ws-confirma

           if  ws-confirma <> "S" and ws-confirma <> "s" then
               display "Fechamento Cancelado."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to executa_fechamento-exit
           end-if

           initialize ws-campeao
           move ws-tmp-numero      to ws-cmp-temporada
           move ws-tmp-data_inicio to ws-cmp-data_inicio
           move ws-tmp-data_fim    to ws-cmp-data_fim
           move ws-data_execucao   to ws-cmp-data_fechamento
           move ws-tmp-regra       to ws-cmp-regra
           move ws-tmp-percentual  to ws-cmp-percentual

           perform carrega_ranking
           perform ordena_ranking
           perform apura_campeao_geral
           perform carrega_cadastro
           perform apura_escola_campea
           perform apura_lider_desafio

           perform grava_snapshot
           if  ws-erro_gravacao = "S" then
               display "Ranking Nao Congelado. Temporada Nao Fechada."
               display "Pressione Enter para Continuar."
               accept ws-confirma
               go to executa_fechamento-exit
           end-if

           perform grava_campeoes
           perform aplica_regra
           perform avanca_controle

           display " "
           display "Temporada " ws-cmp-temporada " Fechada."
           display "Ranking Congelado em " ws-nome_snapshot
           display "Campeao Geral:    " ws-cmp-geral_nome " "
                   ws-cmp-geral_rating
           display "Escola Campea:    " ws-cmp-escola_nome " "
                   ws-cmp-escola_pontos
           display "Lider do Desafio: " ws-cmp-desafio_nome " "
                   ws-cmp-desafio_pontos
           display " "
           display "Temporada " ws-tmp-numero " Aberta em "
                   ws-tmp-data_inicio "."
           display "Informe a Data Final no Controle Antes do Proximo "
                   "Fechamento."
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       executa_fechamento-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Recusa o fechamento com uma partida em andamento (checkpoint
       *> ativo), com a trava de fechamento do dia armada, com a
       *> temporada ja presente no arquivo de campeoes, antes do fim da
       *> data final ou com o ranking sem as ultimas partidas dela
       *>----------------------------------------------------------------------
       verifica_bloqueio section.

           move "S" to ws-pode_executar

           open input chk

           if  ws-fs-chk = 0 then
               read chk
                   at end move spaces to fd-chk-tipo
               end-read

               if  fd-chk-tipo = "C" then
                   move "N" to ws-pode_executar
                   display "Ha uma Partida em Andamento (Checkpoint "
                           "Ativo)."
                   display "Encerre ou Abandone a Partida Antes de "
                           "Executar Este Programa."
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
                       display "O Fechamento do Dia Esta em Andamento."
                       display "A Temporada So Pode Ser Fechada Apos a "
                               "Trava de Fechamento Ser Liberada."
                   end-if

                   close trava
               end-if
           end-if

           if  ws-pode_executar = "S" then
               open input campeoes

               if  ws-fs-campeoes = 0 then
                   move "N" to ws-fim_arquivo

                   read campeoes
                       at end move "S" to ws-fim_arquivo
                   end-read

                   perform until ws-fim_arquivo = "S"
                       if  fd-cmp-temporada = ws-tmp-numero then
                           move "N" to ws-pode_executar
                       end-if

                       read campeoes
                           at end move "S" to ws-fim_arquivo
                       end-read
                   end-perform

                   close campeoes
               end-if

               if  ws-pode_executar = "N" then
                   display "A Temporada " ws-tmp-numero " Ja Consta do "
                           "Arquivo de Campeoes."
               end-if
           end-if

      *>   Fechada antes do fim da data final, as partidas ate a data
      *>   final ficariam fora desta temporada e da seguinte
           if  ws-pode_executar = "S"
           and ws-data_execucao <= ws-tmp-data_fim then
               move "N" to ws-pode_executar
               display "A Temporada Termina em " ws-tmp-data_fim "."
               display "O Fechamento So Pode Ser Feito a Partir do Dia "
                       "Seguinte a Data Final."
           end-if

           if  ws-pode_executar = "S" then
               perform verifica_marca
           end-if

           .
       verifica_bloqueio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere se o ranking ja inclui a ultima partida do historico
       *> jogada ate a data final da temporada, pela marca gravada na
       *> atualizacao do ranking do fechamento do dia
       *>----------------------------------------------------------------------
       verifica_marca section.

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

           move 0 to ws-ultima_data
           move 0 to ws-ultima_hora

           move "historico.txt" to ws-nome_historico
           open input hist

           if  ws-fs-hist = 0 then
               move "N" to ws-fim_arquivo

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  fd-hist-data <= ws-tmp-data_fim
                   and (fd-hist-data > ws-ultima_data
                    or (fd-hist-data = ws-ultima_data
                    and fd-hist-hora > ws-ultima_hora)) then
                       move fd-hist-data to ws-ultima_data
                       move fd-hist-hora to ws-ultima_hora
                   end-if

                   read hist
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close hist
           end-if

           if  ws-ultima_data > ws-marca_data
           or (ws-ultima_data = ws-marca_data
           and ws-ultima_hora > ws-marca_hora) then
               move "N" to ws-pode_executar
               display "O Ranking Nao Inclui Todas as Partidas da "
                       "Temporada (Ultima em " ws-ultima_data " "
                       ws-ultima_hora ")."
               display "Execute o Fechamento do Dia para Atualizar o "
                       "Ranking Antes de Fechar a Temporada."
               go to verifica_marca-exit
           end-if

      *>   Partidas posteriores a data final ja contadas no ranking
      *>   entram no ranking congelado; o operador eh avisado
           if  ws-marca_data > ws-tmp-data_fim then
               display "Atencao: o Ranking Ja Inclui Partidas "
                       "Posteriores a Data Final (Ate " ws-marca_data
                       "), que Entram no Ranking Congelado."
           end-if

           .
       verifica_marca-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do ranking atual para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_ranking section.

           move 0 to ws-qtd_ranking

           open input rnk

           if  ws-fs-rnk = 0 then
               move "N" to ws-fim_arquivo

               read rnk
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  ws-qtd_ranking < 200 then
                       add 1 to ws-qtd_ranking
                       move fd-ranking to ws-ranking(ws-qtd_ranking)
                   end-if

                   read rnk
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close rnk
           end-if

           .
       carrega_ranking-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Ordena o ranking pelo rating, do maior para o menor
       *>----------------------------------------------------------------------
       ordena_ranking section.

           move "continua" to ws-controle
           perform until ws-controle <> "continua"
               move 1 to ws-ind_ranking
               move "n_continua" to ws-controle
               perform until ws-ind_ranking >= ws-qtd_ranking
                   if  ws-rnk-rating(ws-ind_ranking)
                       < ws-rnk-rating(ws-ind_ranking + 1) then
                       move ws-ranking(ws-ind_ranking + 1)
                                       to ws-ranking_aux
                       move ws-ranking(ws-ind_ranking)
                                       to ws-ranking(ws-ind_ranking + 1)
                       move ws-ranking_aux to ws-ranking(ws-ind_ranking)

                       move "continua" to ws-controle
                   end-if
                   add 1 to ws-ind_ranking
               end-perform
           end-perform

           .
       ordena_ranking-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Campeao geral: maior rating entre os jogadores com jogos
       *>----------------------------------------------------------------------
       apura_campeao_geral section.

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
                      or ws-cmp-geral_nome <> spaces
               if  ws-rnk-jogos(ws-ind_ranking) > 0 then
                   move ws-rnk-codigo(ws-ind_ranking)
                                   to ws-cmp-geral_codigo
                   move ws-rnk-nome(ws-ind_ranking)
                                   to ws-cmp-geral_nome
                   move ws-rnk-rating(ws-ind_ranking)
                                   to ws-cmp-geral_rating
               end-if
               add 1 to ws-ind_ranking
           end-perform

           .
       apura_campeao_geral-exit.
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
       *> Escola campea: soma dos pontos por escola no periodo, como no
       *> campeonato_escolas, lendo os arquivos anuais do historico e o
       *> historico vivo. Jogadores sem cadastro nao disputam o titulo
       *>----------------------------------------------------------------------
       apura_escola_campea section.

           move 0 to ws-qtd_escolas

           compute ws-ano       = ws-tmp-data_inicio / 10000
           compute ws-ano_final = ws-tmp-data_fim / 10000

           perform until ws-ano > ws-ano_final
               move spaces to ws-nome_historico
               string "historico_" delimited by size
                      ws-ano delimited by size
                      ".txt" delimited by size
                      into ws-nome_historico
               perform acumula_historico
               add 1 to ws-ano
           end-perform

           move "historico.txt" to ws-nome_historico
           perform acumula_historico

           move 1 to ws-ind_escolas
           perform until ws-ind_escolas > ws-qtd_escolas
               if  ws-esc-nome(ws-ind_escolas) <> "SEM CADASTRO"
               and ws-esc-pontos(ws-ind_escolas) > ws-cmp-escola_pontos then
                   move ws-esc-nome(ws-ind_escolas)   to ws-cmp-escola_nome
                   move ws-esc-pontos(ws-ind_escolas) to ws-cmp-escola_pontos
               end-if
               add 1 to ws-ind_escolas
           end-perform

           .
       apura_escola_campea-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acumula por escola os registros do periodo de um arquivo de
       *> historico (ws-nome_historico). Arquivo inexistente eh ignorado
       *>----------------------------------------------------------------------
       acumula_historico section.

           open input hist

           if  ws-fs-hist <> 0 then
               go to acumula_historico-exit
           end-if

           move "N" to ws-fim_arquivo

           read hist
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-hist-data >= ws-tmp-data_inicio
               and fd-hist-data <= ws-tmp-data_fim then
                   perform apura_escola
                   perform acumula_escola
               end-if

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close hist

           .
       acumula_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Apura a escola do registro de historico pelo codigo do jogador
       *> no cadastro. Visitantes e codigos fora do cadastro ficam como
       *> SEM CADASTRO
       *>----------------------------------------------------------------------
       apura_escola section.

           move 0 to ws-codigo_hist
           if  fd-hist-codigo is numeric then
               move fd-hist-codigo to ws-codigo_hist
           end-if

           move "SEM CADASTRO" to ws-escola_registro

           if  ws-codigo_hist > 0 then
               move 1 to ws-ind_cadastro
               perform until ws-ind_cadastro > ws-qtd_cadastrados
                   if  ws-jog-codigo(ws-ind_cadastro) = ws-codigo_hist
                   and ws-jog-escola(ws-ind_cadastro) <> spaces then
                       move ws-jog-escola(ws-ind_cadastro)
                                       to ws-escola_registro
                   end-if
                   add 1 to ws-ind_cadastro
               end-perform
           end-if

           .
       apura_escola-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acumula os pontos do registro na sua escola
       *>----------------------------------------------------------------------
       acumula_escola section.

           move "N" to ws-achou
           move 1 to ws-ind_escolas

           perform until ws-ind_escolas > ws-qtd_escolas
                      or ws-achou = "S"
               if  ws-esc-nome(ws-ind_escolas) = ws-escola_registro then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_escolas
               end-if
           end-perform

           if  ws-achou = "N"
           and ws-qtd_escolas < 50 then
               add 1 to ws-qtd_escolas
               move ws-qtd_escolas to ws-ind_escolas
               move ws-escola_registro to ws-esc-nome(ws-ind_escolas)
               move 0 to ws-esc-pontos(ws-ind_escolas)
           end-if

           if  ws-ind_escolas <= ws-qtd_escolas then
               add fd-hist-pontos to ws-esc-pontos(ws-ind_escolas)
           end-if

           .
       acumula_escola-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lider do desafio diario: le a classificacao de cada dia do
       *> periodo e soma o melhor resultado do dia de cada jogador
       *>----------------------------------------------------------------------
       apura_lider_desafio section.

           move 0 to ws-qtd_lideres

           compute ws-dia_inteiro =
                   function integer-of-date(ws-tmp-data_inicio)
           compute ws-dia_final =
                   function integer-of-date(ws-tmp-data_fim)

           perform until ws-dia_inteiro > ws-dia_final
               compute ws-data_dia =
                       function date-of-integer(ws-dia_inteiro)
               move spaces to ws-nome_desafio
               string "desafio_" delimited by size
                      ws-data_dia delimited by size
                      ".txt" delimited by size
                      into ws-nome_desafio
               perform carrega_desafio_dia
               perform acumula_desafio_dia
               add 1 to ws-dia_inteiro
           end-perform

           move 1 to ws-ind_lider
           perform until ws-ind_lider > ws-qtd_lideres
               if  ws-lid-pontos(ws-ind_lider) > ws-cmp-desafio_pontos then
                   move ws-lid-codigo(ws-ind_lider) to ws-cmp-desafio_codigo
                   move ws-lid-nome(ws-ind_lider)   to ws-cmp-desafio_nome
                   move ws-lid-pontos(ws-ind_lider) to ws-cmp-desafio_pontos
               end-if
               add 1 to ws-ind_lider
           end-perform

           .
       apura_lider_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carrega o melhor resultado de cada jogador em um dia de
       *> desafio, como na classificacao do desafio diario
       *>----------------------------------------------------------------------
       carrega_desafio_dia section.

           move 0 to ws-qtd_dia

           open input desafio

           if  ws-fs-desafio <> 0 then
               go to carrega_desafio_dia-exit
           end-if

           move "N" to ws-fim_arquivo

           read desafio
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move 0 to ws-codigo_registro
               if  fd-des-codigo is numeric then
                   move fd-des-codigo to ws-codigo_registro
               end-if

               move "N" to ws-achou
               move 1 to ws-ind_dia

               perform until ws-ind_dia > ws-qtd_dia
                          or ws-achou = "S"
                   if  ws-dia-codigo(ws-ind_dia) = ws-codigo_registro
                   and (ws-codigo_registro > 0
                    or  ws-dia-nome(ws-ind_dia) = fd-des-nome) then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_dia
                   end-if
               end-perform

               if  ws-achou = "N"
               and ws-qtd_dia < 100 then
                   add 1 to ws-qtd_dia
                   move ws-qtd_dia to ws-ind_dia
                   move ws-codigo_registro to ws-dia-codigo(ws-ind_dia)
                   move fd-des-nome        to ws-dia-nome(ws-ind_dia)
                   move 0                  to ws-dia-pontos(ws-ind_dia)
               end-if

               if  ws-ind_dia <= ws-qtd_dia
               and fd-des-pontos > ws-dia-pontos(ws-ind_dia) then
                   move fd-des-pontos to ws-dia-pontos(ws-ind_dia)
               end-if

               read desafio
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close desafio

           .
       carrega_desafio_dia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Soma o melhor resultado do dia de cada jogador na temporada
       *>----------------------------------------------------------------------
       acumula_desafio_dia section.

           move 1 to ws-ind_dia
           perform until ws-ind_dia > ws-qtd_dia
               move "N" to ws-achou
               move 1 to ws-ind_lider

               perform until ws-ind_lider > ws-qtd_lideres
                          or ws-achou = "S"
                   if  ws-lid-codigo(ws-ind_lider) = ws-dia-codigo(ws-ind_dia)
                   and (ws-dia-codigo(ws-ind_dia) > 0
                    or  ws-lid-nome(ws-ind_lider) = ws-dia-nome(ws-ind_dia))
                   then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_lider
                   end-if
               end-perform

               if  ws-achou = "N"
               and ws-qtd_lideres < 200 then
                   add 1 to ws-qtd_lideres
                   move ws-qtd_lideres to ws-ind_lider
                   move ws-dia-codigo(ws-ind_dia) to ws-lid-codigo(ws-ind_lider)
                   move ws-dia-nome(ws-ind_dia)   to ws-lid-nome(ws-ind_lider)
                   move 0 to ws-lid-pontos(ws-ind_lider)
                   move 0 to ws-lid-dias(ws-ind_lider)
               end-if

               if  ws-ind_lider <= ws-qtd_lideres then
                   add ws-dia-pontos(ws-ind_dia) to ws-lid-pontos(ws-ind_lider)
                   add 1 to ws-lid-dias(ws-ind_lider)
               end-if

               add 1 to ws-ind_dia
           end-perform

           .
       acumula_desafio_dia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Congela o ranking da temporada, ja ordenado pelo rating, em
       *> temporada_NNN_AAAAMMDD.txt, no mesmo layout do ranking.txt
       *>----------------------------------------------------------------------
       grava_snapshot section.

           move "N" to ws-erro_gravacao

           move spaces to ws-nome_snapshot
           string "temporada_" delimited by size
                  ws-tmp-numero delimited by size
                  "_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_snapshot

           open output snapshot
           if  ws-fs-snapshot <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-snapshot
               move "S" to ws-erro_gravacao
               go to grava_snapshot-exit
           end-if

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               move ws-ranking(ws-ind_ranking) to fd-snapshot
               write fd-snapshot
               if  ws-fs-snapshot <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-snapshot
                   move "S" to ws-erro_gravacao
               end-if
               add 1 to ws-ind_ranking
           end-perform

           close snapshot
           if  ws-fs-snapshot <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-snapshot
               move "S" to ws-erro_gravacao
           end-if

           .
       grava_snapshot-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acrescenta os campeoes da temporada ao arquivo permanente
       *>----------------------------------------------------------------------
       grava_campeoes section.

           open extend campeoes

           if  ws-fs-campeoes <> 0 then
               close campeoes
               open output campeoes
               if  ws-fs-campeoes <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-campeoes
               end-if
           end-if

           move ws-campeao to fd-campeao
           write fd-campeao
           if  ws-fs-campeoes <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-campeoes
           end-if

           close campeoes
           if  ws-fs-campeoes <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-campeoes
           end-if

           .
       grava_campeoes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Aplica a regra da temporada ao rating de cada jogador e
       *> regrava o ranking. O rating de fechamento fica como rating
       *> anterior, para a variacao exibida no ranking
       *>----------------------------------------------------------------------
       aplica_regra section.

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               move ws-rnk-rating(ws-ind_ranking)
                               to ws-rnk-rating_anterior(ws-ind_ranking)

               if  ws-tmp-regra = "Z" then
                   move 1000 to ws-rnk-rating(ws-ind_ranking)
               else
                   compute ws-distancia = ws-rnk-rating(ws-ind_ranking) - 1000
                   compute ws-rating_novo rounded =
                           ws-rnk-rating(ws-ind_ranking)
                           - ws-distancia * ws-tmp-percentual / 100
                   move ws-rating_novo to ws-rnk-rating(ws-ind_ranking)
               end-if

               add 1 to ws-ind_ranking
           end-perform

           open output rnk
           if  ws-fs-rnk <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-rnk
           end-if

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               move ws-ranking(ws-ind_ranking) to fd-ranking
               write fd-ranking
               if  ws-fs-rnk <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-rnk
               end-if
               add 1 to ws-ind_ranking
           end-perform

           close rnk
           if  ws-fs-rnk <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-rnk
           end-if

           .
       aplica_regra-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre a temporada seguinte no dia posterior ao fim da fechada,
       *> mantendo a regra do rating; a data final fica por informar
       *>----------------------------------------------------------------------
       avanca_controle section.

           add 1 to ws-tmp-numero

           compute ws-dia_inteiro =
                   function integer-of-date(ws-tmp-data_fim) + 1
           compute ws-tmp-data_inicio =
                   function date-of-integer(ws-dia_inteiro)
           move 0 to ws-tmp-data_fim

           perform grava_controle

           .
       avanca_controle-exit.
           exit.

       finaliza section.

           goback

           .
       finaliza-exit.
           exit.

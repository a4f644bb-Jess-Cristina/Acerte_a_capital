      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "unifica_jogador".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da unificacao de jogador cadastrado em
      *>              duplicidade: o codigo de origem eh trocado pelo
      *>              codigo de destino no historico vivo e nos
      *>              arquivos anuais, no jornal de respostas, nas
      *>              classificacoes do desafio diario e nas
      *>              conquistas (sem duplicar medalha ja obtida pelo
      *>              destino), as duas entradas do ranking sao somadas
      *>              em uma so e o codigo de origem eh retirado do
      *>              cadastro, com as contagens antes e depois de cada
      *>              arquivo gravadas em unificacao_jogador.txt. A
      *>              execucao eh recusada com checkpoint ativo ou com a
      *>              trava de fechamento armada.
      *> 15/10/2026 - Acesso restrito ao perfil administrador, com o
      *>              operador recebido do console ou identificado pela
      *>              valida_operador na execucao direta. Retorno ao
      *>              console no encerramento.
      *> 15/10/2026 - A chave do torneio (chave_torneio.txt) tambem eh
      *>              regravada, trocando o codigo e o nome de origem
      *>              pelos do destino nos dois lados de cada jogo, para
      *>              que os jogos da origem continuem sendo apurados
      *>              pelo historico unificado. O ranking maior que a
      *>              tabela em memoria nao eh regravado, como ja
      *>              ocorria com as conquistas.
      *> 15/10/2026 - O controle de certificados emitidos e os membros
      *>              das equipes (equipes_resultado.txt) tambem passam
      *>              ao codigo de destino. A chave do certificado que
      *>              repetir uma do destino eh descartada, e a medalha
      *>              que o destino ja possuia leva a data e o valor que
      *>              ficaram na conquista, para que a nova emissao nao
      *>              imprima outra vez o que ja foi impresso.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select jogad assign to "jogadores.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-jogad.

                  select chk assign to "checkpoint.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chk.

                  select trava assign to "fechamento_trava.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-trava.

                  select hist assign to dynamic ws-nome_historico
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-hist.

                  select jornal assign to "jornal_respostas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-jornal.

                  select desafio assign to dynamic ws-nome_desafio
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-desafio.

                  select cqt assign to "conquistas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-cqt.

                  select rnk assign to "ranking.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-rnk.

                  select chave assign to "chave_torneio.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chave.

                  select emitidos assign to "certificados_emitidos.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-emitidos.

                  select equipes assign to "equipes_resultado.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-equipes.

                  select temp assign to "unificacao_temp.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-temp.

                  select log assign to "unificacao_jogador.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-log.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd jogad.
       01 fd-jogador.
           copy jogreg.

       fd chk.
       01 fd-chk-controle.
          05 fd-chk-tipo                            pic x(01).
          05 filler                                 pic x(79).

       fd trava.
       01 fd-trava-registro.
          05 fd-trv-tipo                            pic x(01).
          05 fd-trv-data                            pic 9(08).
          05 fd-trv-hora                            pic 9(08).

       fd hist.
       01 fd-historico.
           copy histreg.

       fd jornal.
       01 fd-jornal.
           copy jorreg.

       fd desafio.
       01 fd-desafio.
           copy desreg.

       fd cqt.
       01 fd-conquista.
           copy cqtreg.

       fd rnk.
       01 fd-ranking.
           copy rnkreg.

       fd chave.
       01 fd-chave.
           copy chvreg.

       fd emitidos.
       01 fd-emitido.
           copy ctfreg.

       fd equipes.
       01 fd-equipe.
           copy eqpreg.

       fd temp.
       01 fd-temp                                   pic x(200).

       fd log.
       01 fd-log                                    pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-jogad                              pic 9(02).
       77 ws-fs-chk                                pic 9(02).
       77 ws-fs-trava                              pic 9(02).
       77 ws-fs-hist                               pic 9(02).
       77 ws-fs-jornal                             pic 9(02).
       77 ws-fs-desafio                            pic 9(02).
       77 ws-fs-cqt                                pic 9(02).
       77 ws-fs-rnk                                pic 9(02).
       77 ws-fs-chave                              pic 9(02).
       77 ws-fs-emitidos                           pic 9(02).
       77 ws-fs-equipes                            pic 9(02).
       77 ws-fs-temp                               pic 9(02).
       77 ws-fs-log                                pic 9(02).
       77 ws-fim_arquivo                           pic x(01).
       77 ws-pode_executar                         pic x(01)
                                                   value "S".

       77 ws-data_execucao                         pic 9(08).
       77 ws-hora_execucao                         pic 9(08).

      *>----Codigos da unificacao
       77 ws-codigo_origem                         pic 9(04).
       77 ws-codigo_destino                        pic 9(04).
       77 ws-codigo_busca                          pic 9(04).
       77 ws-codigo_registro                       pic 9(04).
       77 ws-nome_origem                           pic x(30).
       77 ws-nome_destino                          pic x(30).
       77 ws-exibicao_destino                      pic x(10).
       77 ws-origem_cadastrada                     pic x(01).
       77 ws-confirma                              pic x(01).

      *>----Cadastro de jogadores em memoria
       77 ws-qtd_cadastrados                       pic 9(03)
                                                   value 0.
       01 ws-reg_jogadores occurs 100.
           copy jogreg replacing ==fd-jog-codigo==   by ==ws-jog-codigo==
                                 ==fd-jog-nome==     by ==ws-jog-nome==
                                 ==fd-jog-exibicao== by ==ws-jog-exibicao==
                                 ==fd-jog-escola==   by ==ws-jog-escola==.
       77 ws-ind_cadastro                          pic 9(03).
       77 ws-achou                                 pic x(01).

      *>----Nomes dos arquivos regravados
       77 ws-nome_historico                        pic x(22)
                                                   value spaces.
       77 ws-nome_desafio                          pic x(22)
                                                   value spaces.
       77 ws-nome_temp                             pic x(22)
                                                   value "unificacao_temp.txt".
       77 ws-nome_arquivo                          pic x(30).
       77 ws-ano                                   pic 9(04).
       77 ws-ano_atual                             pic 9(04).

      *>----Datas de desafio diario em que o codigo de origem jogou
       77 ws-qtd_datas                             pic 9(04)
                                                   value 0.
       01 ws-datas_desafio occurs 1000             pic 9(08).
       77 ws-ind_data                              pic 9(04).
       77 ws-data_registro                         pic 9(08).

      *>----Contagens antes e depois de cada arquivo
       77 ws-origem_antes                          pic 9(06).
       77 ws-destino_antes                         pic 9(06).
       77 ws-origem_depois                         pic 9(06).
       77 ws-destino_depois                        pic 9(06).
       77 ws-erro_gravacao                         pic x(01).
       77 ws-regravar                              pic x(01).
       77 ws-qtd_erros                             pic 9(03)
                                                   value 0.

      *>----Conquistas em memoria
       77 ws-qtd_conquistas                        pic 9(03)
                                                   value 0.
       77 ws-conquistas_estouro                    pic x(01)
                                                   value "N".
       01 ws-conquistas occurs 600.
           copy cqtreg replacing ==fd-cqt-codigo== by ==ws-cqt-codigo==
                                 ==fd-cqt-badge==  by ==ws-cqt-badge==
                                 ==fd-cqt-data==   by ==ws-cqt-data==
                                 ==fd-cqt-valor==  by ==ws-cqt-valor==.
       01 ws-conquista_excluida occurs 600         pic x(01).
       77 ws-ind_conq                              pic 9(03).
       77 ws-ind_conq_destino                      pic 9(03).

      *>----Medalhas que origem e destino ja possuiam, com a data e o
      *>----valor de cada lado e os que ficaram na conquista unificada
       77 ws-qtd_medalhas                          pic 9(03)
                                                   value 0.
       01 ws-medalhas_unificadas occurs 100.
          05 ws-med-badge                          pic x(25).
          05 ws-med-origem_data                    pic 9(08).
          05 ws-med-origem_valor                   pic 9(05).
          05 ws-med-destino_data                   pic 9(08).
          05 ws-med-destino_valor                  pic 9(05).
          05 ws-med-final_data                     pic 9(08).
          05 ws-med-final_valor                    pic 9(05).
       77 ws-ind_medalha                           pic 9(03).

      *>----Certificados emitidos em memoria
       77 ws-qtd_emitidos                          pic 9(04)
                                                   value 0.
       77 ws-emitidos_estouro                      pic x(01)
                                                   value "N".
       01 ws-emitidos occurs 2000.
           copy ctfreg replacing ==fd-ctf-chave==    by ==ws-ctf-chave==
                                 ==fd-ctf-tipo==     by ==ws-ctf-tipo==
                                 ==fd-ctf-codigo==   by ==ws-ctf-codigo==
                                 ==fd-ctf-premio==   by ==ws-ctf-premio==
                                 ==fd-ctf-premiado== by ==ws-ctf-premiado==
                                 ==fd-ctf-data==     by ==ws-ctf-data==
                                 ==fd-ctf-valor==    by ==ws-ctf-valor==
                                 ==fd-ctf-emissao==  by ==ws-ctf-emissao==.
       01 ws-emitido_excluido occurs 2000          pic x(01).
       77 ws-ind_emitido                           pic 9(04).
       77 ws-ind_emitido_igual                     pic 9(04).

      *>----Membro de equipe em regravacao
       77 ws-ind_membro                            pic 9(01).

      *>----Ranking em memoria
       77 ws-qtd_ranking                           pic 9(03)
                                                   value 0.
       77 ws-ranking_estouro                       pic x(01)
                                                   value "N".
       01 ws-ranking occurs 200.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==ws-rnk-codigo==
               ==fd-rnk-nome==            by ==ws-rnk-nome==
               ==fd-rnk-rating==          by ==ws-rnk-rating==
               ==fd-rnk-jogos==           by ==ws-rnk-jogos==
               ==fd-rnk-rating_anterior== by ==ws-rnk-rating_anterior==.
       77 ws-ind_ranking                           pic 9(03).
       77 ws-ind_rnk_origem                        pic 9(03).
       77 ws-ind_rnk_destino                       pic 9(03).
       77 ws-jogos_total                           pic 9(06).
       77 ws-rating_calc                           pic 9(05).

       01 ws-linha_log                             pic x(80).

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
               perform carrega_cadastro
               perform solicita_codigos
           end-if

           if  ws-pode_executar = "S" then
               perform abre_log
               perform unifica_historicos
               perform unifica_jornal
               perform unifica_desafios
               perform unifica_conquistas
               perform unifica_ranking
               perform unifica_chave
               perform unifica_certificados
               perform unifica_equipes
               perform retira_codigo
               perform encerra_log
           end-if

           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_cadastrados
           move 0 to ws-qtd_datas
           move 0 to ws-qtd_erros
           move 0 to ws-qtd_medalhas
           move "S" to ws-pode_executar

           accept ws-data_execucao from date yyyymmdd
           accept ws-hora_execucao from time
           compute ws-ano_atual = ws-data_execucao / 10000

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "A"                     to ws-ses-perfis_exigidos
           move "unifica_jogador"       to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Recusa a unificacao com uma partida em andamento (checkpoint
       *> ativo) ou com a trava de fechamento armada, para nao regravar
       *> os arquivos enquanto outro programa os usa
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
                       display "A Unificacao So Pode Ser Executada Apos "
                               "a Trava de Fechamento Ser Liberada."
                   end-if

                   close trava
               end-if
           end-if

           .
       verifica_bloqueio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do cadastro de jogadores para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_cadastro section.

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
       *> Solicita e valida os codigos de origem e de destino. O destino
       *> precisa estar cadastrado; a origem pode ja ter sido excluida
       *> do cadastro, deixando registros orfaos a recuperar
       *>----------------------------------------------------------------------
       solicita_codigos section.

           display erase
           display "--- Unificacao de Jogador Cadastrado em Duplicidade ---"
           display " "
           display "Codigo de Origem (Sera Retirado):"
           accept ws-codigo_origem
           display "Codigo de Destino (Permanece):"
           accept ws-codigo_destino

           if  ws-codigo_origem = 0
           or  ws-codigo_destino = 0 then
               move "N" to ws-pode_executar
               display "O Codigo 0 (Visitante) Nao Pode Ser Unificado."
               go to solicita_codigos-exit
           end-if

           if  ws-codigo_origem = ws-codigo_destino then
               move "N" to ws-pode_executar
               display "Os Codigos de Origem e de Destino Sao Iguais."
               go to solicita_codigos-exit
           end-if

           move ws-codigo_destino to ws-codigo_busca
           perform localiza_cadastro
           if  ws-achou = "N" then
               move "N" to ws-pode_executar
               display "Codigo de Destino Nao Cadastrado."
               go to solicita_codigos-exit
           end-if
           move ws-jog-nome(ws-ind_cadastro)     to ws-nome_destino
           move ws-jog-exibicao(ws-ind_cadastro) to ws-exibicao_destino

           move ws-codigo_origem to ws-codigo_busca
           perform localiza_cadastro
           move ws-achou to ws-origem_cadastrada
           if  ws-achou = "S" then
               move ws-jog-nome(ws-ind_cadastro) to ws-nome_origem
           else
               move "(SEM CADASTRO)" to ws-nome_origem
           end-if

           display " "
           display "Origem:  " ws-codigo_origem " " ws-nome_origem
           display "Destino: " ws-codigo_destino " " ws-nome_destino
           display " "
           display "Todos os Registros da Origem Passarao ao Destino e o "
                   "Codigo de Origem Sera Retirado."
           display "Confirma a Unificacao? (S/N)"
           accept ws-confirma

           if  ws-confirma <> "S" and ws-confirma <> "s" then
               move "N" to ws-pode_executar
               display "Unificacao Cancelada."
           end-if

           .
       solicita_codigos-exit.
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
       *> Abre o log da unificacao e grava o cabecalho desta execucao
       *>----------------------------------------------------------------------
       abre_log section.

           open extend log

           if  ws-fs-log <> 0 then
               close log
               open output log
               if  ws-fs-log <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-log
               end-if
           end-if

           display erase
           display "--- Unificacao de Jogador ---"

           move spaces to ws-linha_log
           string "Unificacao em " delimited by size
                  ws-data_execucao delimited by size
                  " " delimited by size
                  ws-hora_execucao delimited by size
                  ": Codigo " delimited by size
                  ws-codigo_origem delimited by size
                  " -> Codigo " delimited by size
                  ws-codigo_destino delimited by size
                  " " delimited by size
                  ws-exibicao_destino delimited by size
                  into ws-linha_log
           perform grava_linha_log

           move "  Arquivo                        Antes Origem/Destino  Depois Origem/Destino"
                                                   to ws-linha_log
           perform grava_linha_log

           .
       abre_log-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Unifica o historico vivo e os arquivos anuais do historico
       *>----------------------------------------------------------------------
       unifica_historicos section.

           move "historico.txt" to ws-nome_historico
           perform unifica_historico

           move 2000 to ws-ano
           perform until ws-ano > ws-ano_atual
               move spaces to ws-nome_historico
               string "historico_" delimited by size
                      ws-ano delimited by size
                      ".txt" delimited by size
                      into ws-nome_historico
               perform unifica_historico
               add 1 to ws-ano
           end-perform

           .
       unifica_historicos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava um arquivo de historico (ws-nome_historico) trocando o
       *> codigo de origem pelo de destino. O arquivo inexistente eh
       *> ignorado; com erro de gravacao o original permanece intocado
       *>----------------------------------------------------------------------
       unifica_historico section.

           open input hist

           if  ws-fs-hist <> 0 then
               go to unifica_historico-exit
           end-if

           perform zera_contagens

           open output temp
           if  ws-fs-temp <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-temp
               move "S" to ws-erro_gravacao
           end-if

           move "N" to ws-fim_arquivo

           read hist
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move 0 to ws-codigo_registro
               if  fd-hist-codigo is numeric then
                   move fd-hist-codigo to ws-codigo_registro
               end-if

               if  ws-codigo_registro = ws-codigo_origem then
                   add 1 to ws-origem_antes
                   move fd-hist-data to ws-data_registro
                   perform registra_data_desafio
                   move ws-codigo_destino   to fd-hist-codigo
                   move ws-exibicao_destino to fd-hist-nome
                   move ws-codigo_destino   to ws-codigo_registro
               else
                   if  ws-codigo_registro = ws-codigo_destino then
                       add 1 to ws-destino_antes
                   end-if
               end-if

               if  ws-codigo_registro = ws-codigo_destino then
                   add 1 to ws-destino_depois
               end-if

               move fd-historico to fd-temp
               write fd-temp
               if  ws-fs-temp <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-temp
                   move "S" to ws-erro_gravacao
               end-if

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close temp
           close hist

           move ws-nome_historico to ws-nome_arquivo
           perform substitui_arquivo

           .
       unifica_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o jornal de respostas trocando o codigo de origem
       *>----------------------------------------------------------------------
       unifica_jornal section.

           open input jornal

           if  ws-fs-jornal <> 0 then
               go to unifica_jornal-exit
           end-if

           perform zera_contagens

           open output temp
           if  ws-fs-temp <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-temp
               move "S" to ws-erro_gravacao
           end-if

           move "N" to ws-fim_arquivo

           read jornal
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move 0 to ws-codigo_registro
               if  fd-jor-codigo is numeric then
                   move fd-jor-codigo to ws-codigo_registro
               end-if

               if  ws-codigo_registro = ws-codigo_origem then
                   add 1 to ws-origem_antes
                   move fd-jor-data to ws-data_registro
                   perform registra_data_desafio
                   move ws-codigo_destino   to fd-jor-codigo
                   move ws-exibicao_destino to fd-jor-nome
                   move ws-codigo_destino   to ws-codigo_registro
               else
                   if  ws-codigo_registro = ws-codigo_destino then
                       add 1 to ws-destino_antes
                   end-if
               end-if

               if  ws-codigo_registro = ws-codigo_destino then
                   add 1 to ws-destino_depois
               end-if

               move fd-jornal to fd-temp
               write fd-temp
               if  ws-fs-temp <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-temp
                   move "S" to ws-erro_gravacao
               end-if

               read jornal
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close temp
           close jornal

           move "jornal_respostas.txt" to ws-nome_arquivo
           perform substitui_arquivo

           .
       unifica_jornal-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Guarda uma data em que o codigo de origem jogou, para procurar
       *> depois a classificacao do desafio diario daquele dia
       *>----------------------------------------------------------------------
       registra_data_desafio section.

           move "N" to ws-achou
           move 1 to ws-ind_data

           perform until ws-ind_data > ws-qtd_datas
                      or ws-achou = "S"
               if  ws-datas_desafio(ws-ind_data) = ws-data_registro then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_data
               end-if
           end-perform

           if  ws-achou = "N"
           and ws-qtd_datas < 1000 then
               add 1 to ws-qtd_datas
               move ws-data_registro to ws-datas_desafio(ws-qtd_datas)
           end-if

           .
       registra_data_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava a classificacao do desafio diario de cada data em que
       *> o codigo de origem jogou. Datas sem desafio sao ignoradas
       *>----------------------------------------------------------------------
       unifica_desafios section.

           move 1 to ws-ind_data
           perform until ws-ind_data > ws-qtd_datas
               move spaces to ws-nome_desafio
               string "desafio_" delimited by size
                      ws-datas_desafio(ws-ind_data) delimited by size
                      ".txt" delimited by size
                      into ws-nome_desafio
               perform unifica_desafio
               add 1 to ws-ind_data
           end-perform

           .
       unifica_desafios-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava uma classificacao do desafio diario (ws-nome_desafio)
       *>----------------------------------------------------------------------
       unifica_desafio section.

           open input desafio

           if  ws-fs-desafio <> 0 then
               go to unifica_desafio-exit
           end-if

           perform zera_contagens

           open output temp
           if  ws-fs-temp <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-temp
               move "S" to ws-erro_gravacao
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

               if  ws-codigo_registro = ws-codigo_origem then
                   add 1 to ws-origem_antes
                   move ws-codigo_destino   to fd-des-codigo
                   move ws-exibicao_destino to fd-des-nome
                   move ws-codigo_destino   to ws-codigo_registro
               else
                   if  ws-codigo_registro = ws-codigo_destino then
                       add 1 to ws-destino_antes
                   end-if
               end-if

               if  ws-codigo_registro = ws-codigo_destino then
                   add 1 to ws-destino_depois
               end-if

               move fd-desafio to fd-temp
               write fd-temp
               if  ws-fs-temp <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-temp
                   move "S" to ws-erro_gravacao
               end-if

               read desafio
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close temp
           close desafio

           move ws-nome_desafio to ws-nome_arquivo
           perform substitui_arquivo

           .
       unifica_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Zera as contagens do arquivo que vai ser regravado
       *>----------------------------------------------------------------------
       zera_contagens section.

           move 0 to ws-origem_antes
           move 0 to ws-destino_antes
           move 0 to ws-origem_depois
           move 0 to ws-destino_depois
           move "N" to ws-erro_gravacao
           move "N" to ws-regravar

           .
       zera_contagens-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Substitui o arquivo ws-nome_arquivo pelo arquivo temporario
       *> regravado e grava as contagens no log. Sem registros do codigo
       *> de origem, e sem outra alteracao pedida em ws-regravar, o
       *> arquivo fica como estava
       *>----------------------------------------------------------------------
       substitui_arquivo section.

           if  ws-erro_gravacao = "S" then
               add 1 to ws-qtd_erros
               move ws-origem_antes to ws-origem_depois
               compute ws-destino_depois =
                       ws-destino_depois - ws-origem_antes
               move spaces to ws-linha_log
               string "  " delimited by size
                      ws-nome_arquivo delimited by size
                      " NAO REGRAVADO - ERRO DE GRAVACAO" delimited by size
                      into ws-linha_log
               perform grava_linha_log
           else
               if  ws-origem_antes > 0
               or  ws-regravar = "S" then
                   call "CBL_DELETE_FILE" using ws-nome_arquivo
                   call "CBL_RENAME_FILE" using ws-nome_temp
                                                ws-nome_arquivo
               end-if
           end-if

           call "CBL_DELETE_FILE" using ws-nome_temp

           perform grava_contagens

           .
       substitui_arquivo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava no log as contagens antes e depois de ws-nome_arquivo
       *>----------------------------------------------------------------------
       grava_contagens section.

           move spaces to ws-linha_log
           string "  " delimited by size
                  ws-nome_arquivo delimited by size
                  " " delimited by size
                  ws-origem_antes delimited by size
                  "/" delimited by size
                  ws-destino_antes delimited by size
                  "         " delimited by size
                  ws-origem_depois delimited by size
                  "/" delimited by size
                  ws-destino_depois delimited by size
                  into ws-linha_log
           perform grava_linha_log

           .
       grava_contagens-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Unifica as conquistas: a medalha da origem passa ao destino,
       *> salvo quando o destino ja possui a mesma medalha. No recorde
       *> de resposta mais rapida fica o melhor dos dois valores
       *>----------------------------------------------------------------------
       unifica_conquistas section.

           perform zera_contagens
           move "conquistas.txt" to ws-nome_arquivo
           move 0 to ws-qtd_conquistas
           move "N" to ws-conquistas_estouro

           open input cqt

           if  ws-fs-cqt <> 0 then
               go to unifica_conquistas-exit
           end-if

           move "N" to ws-fim_arquivo

           read cqt
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_conquistas < 600 then
                   add 1 to ws-qtd_conquistas
                   move fd-conquista to ws-conquistas(ws-qtd_conquistas)
                   move "N" to ws-conquista_excluida(ws-qtd_conquistas)
               else
                   move "S" to ws-conquistas_estouro
               end-if

               read cqt
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close cqt

      *>   Com a tabela estourada na carga, a regravacao destruiria as
      *>   conquistas que ficaram de fora; o arquivo eh preservado
           if  ws-conquistas_estouro = "S" then
               add 1 to ws-qtd_erros
               move "  conquistas.txt NAO REGRAVADO - MAIOR QUE A TABELA"
                                                   to ws-linha_log
               perform grava_linha_log
               go to unifica_conquistas-exit
           end-if

           move 1 to ws-ind_conq
           perform until ws-ind_conq > ws-qtd_conquistas
               if  ws-cqt-codigo(ws-ind_conq) = ws-codigo_destino then
                   add 1 to ws-destino_antes
               end-if
               if  ws-cqt-codigo(ws-ind_conq) = ws-codigo_origem then
                   add 1 to ws-origem_antes
                   perform unifica_conquista
               end-if
               add 1 to ws-ind_conq
           end-perform

           if  ws-origem_antes = 0 then
               move ws-destino_antes to ws-destino_depois
               perform grava_contagens
               go to unifica_conquistas-exit
           end-if

           open output cqt
           if  ws-fs-cqt <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-cqt
           end-if

           move 1 to ws-ind_conq
           perform until ws-ind_conq > ws-qtd_conquistas
               if  ws-conquista_excluida(ws-ind_conq) = "N" then
                   if  ws-cqt-codigo(ws-ind_conq) = ws-codigo_destino then
                       add 1 to ws-destino_depois
                   end-if
                   move ws-conquistas(ws-ind_conq) to fd-conquista
                   write fd-conquista
                   if  ws-fs-cqt <> 0 then
                       display "File Status ao gravar arquivo: " ws-fs-cqt
                   end-if
               end-if
               add 1 to ws-ind_conq
           end-perform

           close cqt
           if  ws-fs-cqt <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-cqt
           end-if

           perform grava_contagens

           .
       unifica_conquistas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Passa ao destino a conquista da origem em ws-ind_conq, ou a
       *> descarta quando o destino ja tem a mesma medalha
       *>----------------------------------------------------------------------
       unifica_conquista section.

           move "N" to ws-achou
           move 1 to ws-ind_conq_destino

           perform until ws-ind_conq_destino > ws-qtd_conquistas
                      or ws-achou = "S"
               if  ws-cqt-codigo(ws-ind_conq_destino) = ws-codigo_destino
               and ws-cqt-badge(ws-ind_conq_destino)
                   = ws-cqt-badge(ws-ind_conq) then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_conq_destino
               end-if
           end-perform

           if  ws-achou = "N" then
               move ws-codigo_destino to ws-cqt-codigo(ws-ind_conq)
               go to unifica_conquista-exit
           end-if

      *>   Guarda a data e o valor dos dois lados para levar ao
      *>   controle de certificados a chave que ficou na conquista
           move 0 to ws-ind_medalha
           if  ws-qtd_medalhas < 100 then
               add 1 to ws-qtd_medalhas
               move ws-qtd_medalhas to ws-ind_medalha
               move ws-cqt-badge(ws-ind_conq)
                               to ws-med-badge(ws-qtd_medalhas)
               move ws-cqt-data(ws-ind_conq)
                               to ws-med-origem_data(ws-qtd_medalhas)
               move ws-cqt-valor(ws-ind_conq)
                               to ws-med-origem_valor(ws-qtd_medalhas)
               move ws-cqt-data(ws-ind_conq_destino)
                               to ws-med-destino_data(ws-qtd_medalhas)
               move ws-cqt-valor(ws-ind_conq_destino)
                               to ws-med-destino_valor(ws-qtd_medalhas)
           end-if

           if  ws-cqt-badge(ws-ind_conq) = "RESPOSTA RELAMPAGO"
           and ws-cqt-valor(ws-ind_conq)
               < ws-cqt-valor(ws-ind_conq_destino) then
               move ws-cqt-valor(ws-ind_conq)
                               to ws-cqt-valor(ws-ind_conq_destino)
               move ws-cqt-data(ws-ind_conq)
                               to ws-cqt-data(ws-ind_conq_destino)
           end-if

           if  ws-ind_medalha > 0 then
               move ws-cqt-data(ws-ind_conq_destino)
                               to ws-med-final_data(ws-ind_medalha)
               move ws-cqt-valor(ws-ind_conq_destino)
                               to ws-med-final_valor(ws-ind_medalha)
           end-if

           move "S" to ws-conquista_excluida(ws-ind_conq)

           .
       unifica_conquista-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Unifica o ranking: as duas entradas viram uma so, com os
       *> jogos somados e o rating medio ponderado pelos jogos de cada
       *> uma. Sem entrada do destino, a da origem so troca de codigo
       *>----------------------------------------------------------------------
       unifica_ranking section.

           perform zera_contagens
           move "ranking.txt" to ws-nome_arquivo
           move 0 to ws-qtd_ranking
           move "N" to ws-ranking_estouro

           open input rnk

           if  ws-fs-rnk <> 0 then
               go to unifica_ranking-exit
           end-if

           move "N" to ws-fim_arquivo

           read rnk
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_ranking < 200 then
                   add 1 to ws-qtd_ranking
                   move fd-ranking to ws-ranking(ws-qtd_ranking)
               else
                   move "S" to ws-ranking_estouro
               end-if

               read rnk
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close rnk

      *>   Com a tabela estourada na carga, a regravacao destruiria as
      *>   entradas do ranking que ficaram de fora; o arquivo eh preservado
           if  ws-ranking_estouro = "S" then
               add 1 to ws-qtd_erros
               move "  ranking.txt NAO REGRAVADO - MAIOR QUE A TABELA"
                                                   to ws-linha_log
               perform grava_linha_log
               go to unifica_ranking-exit
           end-if

           move 0 to ws-ind_rnk_origem
           move 0 to ws-ind_rnk_destino
           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               if  ws-rnk-codigo(ws-ind_ranking) = ws-codigo_origem then
                   move ws-ind_ranking to ws-ind_rnk_origem
                   add 1 to ws-origem_antes
               end-if
               if  ws-rnk-codigo(ws-ind_ranking) = ws-codigo_destino then
                   move ws-ind_ranking to ws-ind_rnk_destino
                   add 1 to ws-destino_antes
               end-if
               add 1 to ws-ind_ranking
           end-perform

           if  ws-ind_rnk_origem = 0 then
               move ws-destino_antes to ws-destino_depois
               perform grava_contagens
               go to unifica_ranking-exit
           end-if

           if  ws-ind_rnk_destino = 0 then
               move ws-codigo_destino
                               to ws-rnk-codigo(ws-ind_rnk_origem)
               move ws-exibicao_destino
                               to ws-rnk-nome(ws-ind_rnk_origem)
           else
               compute ws-jogos_total =
                       ws-rnk-jogos(ws-ind_rnk_destino)
                       + ws-rnk-jogos(ws-ind_rnk_origem)
               if  ws-jogos_total > 0 then
                   compute ws-rating_calc rounded =
                           (ws-rnk-rating(ws-ind_rnk_destino)
                            * ws-rnk-jogos(ws-ind_rnk_destino)
                          + ws-rnk-rating(ws-ind_rnk_origem)
                            * ws-rnk-jogos(ws-ind_rnk_origem))
                           / ws-jogos_total
                   move ws-rating_calc to ws-rnk-rating(ws-ind_rnk_destino)
               end-if
               if  ws-jogos_total > 99999 then
                   move 99999 to ws-jogos_total
               end-if
               move ws-jogos_total to ws-rnk-jogos(ws-ind_rnk_destino)

      *>       A entrada da origem sai da tabela
               move ws-ind_rnk_origem to ws-ind_ranking
               perform until ws-ind_ranking >= ws-qtd_ranking
                   move ws-ranking(ws-ind_ranking + 1)
                                   to ws-ranking(ws-ind_ranking)
                   add 1 to ws-ind_ranking
               end-perform
               subtract 1 from ws-qtd_ranking
           end-if

           open output rnk
           if  ws-fs-rnk <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-rnk
           end-if

           move 1 to ws-ind_ranking
           perform until ws-ind_ranking > ws-qtd_ranking
               if  ws-rnk-codigo(ws-ind_ranking) = ws-codigo_destino then
                   add 1 to ws-destino_depois
               end-if
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

           perform grava_contagens

           .
       unifica_ranking-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava a chave do torneio trocando o codigo de origem pelo de
       *> destino nos dois lados de cada jogo; sem isso o jogo pendente
       *> da origem nunca mais seria apurado, pois o historico passa a
       *> trazer o codigo de destino
       *>----------------------------------------------------------------------
       unifica_chave section.

           open input chave

           if  ws-fs-chave <> 0 then
               go to unifica_chave-exit
           end-if

           perform zera_contagens

           open output temp
           if  ws-fs-temp <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-temp
               move "S" to ws-erro_gravacao
           end-if

           move "N" to ws-fim_arquivo

           read chave
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-chv-codigo1 = ws-codigo_origem then
                   add 1 to ws-origem_antes
                   move ws-codigo_destino   to fd-chv-codigo1
                   move ws-exibicao_destino to fd-chv-nome1
               else
                   if  fd-chv-codigo1 = ws-codigo_destino then
                       add 1 to ws-destino_antes
                   end-if
               end-if

               if  fd-chv-codigo2 = ws-codigo_origem then
                   add 1 to ws-origem_antes
                   move ws-codigo_destino   to fd-chv-codigo2
                   move ws-exibicao_destino to fd-chv-nome2
               else
                   if  fd-chv-codigo2 = ws-codigo_destino then
                       add 1 to ws-destino_antes
                   end-if
               end-if

               if  fd-chv-codigo1 = ws-codigo_destino then
                   add 1 to ws-destino_depois
               end-if
               if  fd-chv-codigo2 = ws-codigo_destino then
                   add 1 to ws-destino_depois
               end-if

               move fd-chave to fd-temp
               write fd-temp
               if  ws-fs-temp <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-temp
                   move "S" to ws-erro_gravacao
               end-if

               read chave
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close temp
           close chave

           move "chave_torneio.txt" to ws-nome_arquivo
           perform substitui_arquivo

           .
       unifica_chave-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o controle de certificados emitidos. As medalhas (M) e
       *> os vencedores do desafio diario (D) da origem passam ao
       *> destino, como as conquistas e as classificacoes do desafio; a
       *> medalha que os dois ja possuiam leva a data e o valor que
       *> ficaram na conquista unificada, e a chave que repetir outra
       *> do destino eh descartada. Os titulos da temporada (T) seguem
       *> o codigo gravado em campeoes.txt, que nao eh alterado
       *>----------------------------------------------------------------------
       unifica_certificados section.

           perform zera_contagens
           move "certificados_emitidos.txt" to ws-nome_arquivo
           move 0 to ws-qtd_emitidos
           move "N" to ws-emitidos_estouro

           open input emitidos

           if  ws-fs-emitidos <> 0 then
               go to unifica_certificados-exit
           end-if

           move "N" to ws-fim_arquivo

           read emitidos
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_emitidos < 2000 then
                   add 1 to ws-qtd_emitidos
                   move fd-emitido to ws-emitidos(ws-qtd_emitidos)
                   move "N" to ws-emitido_excluido(ws-qtd_emitidos)
               else
                   move "S" to ws-emitidos_estouro
               end-if

               read emitidos
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close emitidos

      *>   Com a tabela estourada na carga, a regravacao destruiria os
      *>   registros que ficaram de fora; o arquivo eh preservado
           if  ws-emitidos_estouro = "S" then
               add 1 to ws-qtd_erros
               move "  certificados_emitidos.txt NAO REGRAVADO - MAIOR QUE A TABELA"
                                                   to ws-linha_log
               perform grava_linha_log
               go to unifica_certificados-exit
           end-if

           move 1 to ws-ind_emitido
           perform until ws-ind_emitido > ws-qtd_emitidos
               if  ws-ctf-codigo(ws-ind_emitido) = ws-codigo_origem then
                   add 1 to ws-origem_antes
               end-if
               if  ws-ctf-codigo(ws-ind_emitido) = ws-codigo_destino then
                   add 1 to ws-destino_antes
               end-if

               if  ws-ctf-tipo(ws-ind_emitido) = "M"
               or  ws-ctf-tipo(ws-ind_emitido) = "D" then
                   if  ws-ctf-codigo(ws-ind_emitido) = ws-codigo_origem then
                       move ws-codigo_destino
                                   to ws-ctf-codigo(ws-ind_emitido)
                       move "S" to ws-regravar
                   end-if
                   if  ws-ctf-tipo(ws-ind_emitido) = "M"
                   and ws-ctf-codigo(ws-ind_emitido) = ws-codigo_destino then
                       perform ajusta_medalha_emitida
                   end-if
               end-if

               add 1 to ws-ind_emitido
           end-perform

      *>   A chave do destino que repetir outra ja mantida eh descartada
           move 1 to ws-ind_emitido
           perform until ws-ind_emitido > ws-qtd_emitidos
               if  ws-ctf-codigo(ws-ind_emitido) = ws-codigo_destino then
                   perform descarta_emitido_repetido
               end-if
               add 1 to ws-ind_emitido
           end-perform

           if  ws-regravar = "N" then
               move ws-origem_antes  to ws-origem_depois
               move ws-destino_antes to ws-destino_depois
               perform grava_contagens
               go to unifica_certificados-exit
           end-if

           open output temp
           if  ws-fs-temp <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-temp
               move "S" to ws-erro_gravacao
           end-if

           move 1 to ws-ind_emitido
           perform until ws-ind_emitido > ws-qtd_emitidos
               if  ws-emitido_excluido(ws-ind_emitido) = "N" then
                   if  ws-ctf-codigo(ws-ind_emitido) = ws-codigo_origem then
                       add 1 to ws-origem_depois
                   end-if
                   if  ws-ctf-codigo(ws-ind_emitido) = ws-codigo_destino then
                       add 1 to ws-destino_depois
                   end-if
                   move ws-emitidos(ws-ind_emitido) to fd-temp
                   write fd-temp
                   if  ws-fs-temp <> 0 then
                       display "File Status ao gravar arquivo: " ws-fs-temp
                       move "S" to ws-erro_gravacao
                   end-if
               end-if
               add 1 to ws-ind_emitido
           end-perform

           close temp

           perform substitui_arquivo

           .
       unifica_certificados-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Leva o certificado de medalha em ws-ind_emitido a data e ao
       *> valor que ficaram na conquista unificada, quando a medalha era
       *> de origem e destino ao mesmo tempo
       *>----------------------------------------------------------------------
       ajusta_medalha_emitida section.

           move 1 to ws-ind_medalha

           perform until ws-ind_medalha > ws-qtd_medalhas
               if  ws-med-badge(ws-ind_medalha) = ws-ctf-premio(ws-ind_emitido)
               and ((ws-ctf-data(ws-ind_emitido)
                                   = ws-med-origem_data(ws-ind_medalha)
               and   ws-ctf-valor(ws-ind_emitido)
                                   = ws-med-origem_valor(ws-ind_medalha))
               or   (ws-ctf-data(ws-ind_emitido)
                                   = ws-med-destino_data(ws-ind_medalha)
               and   ws-ctf-valor(ws-ind_emitido)
                                   = ws-med-destino_valor(ws-ind_medalha)))
               then
                   if  ws-ctf-data(ws-ind_emitido)
                                   <> ws-med-final_data(ws-ind_medalha)
                   or  ws-ctf-valor(ws-ind_emitido)
                                   <> ws-med-final_valor(ws-ind_medalha) then
                       move ws-med-final_data(ws-ind_medalha)
                                   to ws-ctf-data(ws-ind_emitido)
                       move ws-med-final_valor(ws-ind_medalha)
                                   to ws-ctf-valor(ws-ind_emitido)
                       move "S" to ws-regravar
                   end-if
                   move ws-qtd_medalhas to ws-ind_medalha
               end-if
               add 1 to ws-ind_medalha
           end-perform

           .
       ajusta_medalha_emitida-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Descarta o certificado em ws-ind_emitido quando a mesma chave
       *> ja foi mantida em um registro anterior
       *>----------------------------------------------------------------------
       descarta_emitido_repetido section.

           move 1 to ws-ind_emitido_igual

           perform until ws-ind_emitido_igual >= ws-ind_emitido
               if  ws-emitido_excluido(ws-ind_emitido_igual) = "N"
               and ws-ctf-chave(ws-ind_emitido_igual)
                                   = ws-ctf-chave(ws-ind_emitido) then
                   move "S" to ws-emitido_excluido(ws-ind_emitido)
                   move "S" to ws-regravar
                   move ws-ind_emitido to ws-ind_emitido_igual
               else
                   add 1 to ws-ind_emitido_igual
               end-if
           end-perform

           .
       descarta_emitido_repetido-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o resultado das equipes trocando o codigo e o nome de
       *> origem pelos do destino entre os membros de cada equipe, para
       *> que a classificacao de equipes nao liste o jogador duas vezes
       *>----------------------------------------------------------------------
       unifica_equipes section.

           open input equipes

           if  ws-fs-equipes <> 0 then
               go to unifica_equipes-exit
           end-if

           perform zera_contagens

           open output temp
           if  ws-fs-temp <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-temp
               move "S" to ws-erro_gravacao
           end-if

           move "N" to ws-fim_arquivo

           read equipes
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move 1 to ws-ind_membro
               perform until ws-ind_membro > 8
                   move 0 to ws-codigo_registro
                   if  fd-eqp-mem-codigo(ws-ind_membro) is numeric then
                       move fd-eqp-mem-codigo(ws-ind_membro)
                                   to ws-codigo_registro
                   end-if

                   if  ws-codigo_registro = ws-codigo_origem then
                       add 1 to ws-origem_antes
                       move ws-codigo_destino
                                   to fd-eqp-mem-codigo(ws-ind_membro)
                       move ws-exibicao_destino
                                   to fd-eqp-mem-nome(ws-ind_membro)
                       move ws-codigo_destino to ws-codigo_registro
                   else
                       if  ws-codigo_registro = ws-codigo_destino then
                           add 1 to ws-destino_antes
                       end-if
                   end-if

                   if  ws-codigo_registro = ws-codigo_destino then
                       add 1 to ws-destino_depois
                   end-if

                   add 1 to ws-ind_membro
               end-perform

               move fd-equipe to fd-temp
               write fd-temp
               if  ws-fs-temp <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-temp
                   move "S" to ws-erro_gravacao
               end-if

               read equipes
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close temp
           close equipes

           move "equipes_resultado.txt" to ws-nome_arquivo
           perform substitui_arquivo

           .
       unifica_equipes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Retira o codigo de origem do cadastro de jogadores. O codigo
       *> nunca eh reaproveitado, pois o controle de codigos nao recua
       *>----------------------------------------------------------------------
       retira_codigo section.

           perform zera_contagens
           move "jogadores.txt" to ws-nome_arquivo

           if  ws-origem_cadastrada <> "S" then
               move 1 to ws-destino_antes
               move 1 to ws-destino_depois
               perform grava_contagens
               go to retira_codigo-exit
           end-if

           move 1 to ws-origem_antes
           move 1 to ws-destino_antes
           move 1 to ws-destino_depois

           move ws-codigo_origem to ws-codigo_busca
           perform localiza_cadastro

           perform until ws-ind_cadastro >= ws-qtd_cadastrados
               move ws-reg_jogadores(ws-ind_cadastro + 1)
                               to ws-reg_jogadores(ws-ind_cadastro)
               add 1 to ws-ind_cadastro
           end-perform
           subtract 1 from ws-qtd_cadastrados

           open output jogad
           if  ws-fs-jogad <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-jogad
           end-if

           move 1 to ws-ind_cadastro
           perform until ws-ind_cadastro > ws-qtd_cadastrados
               move ws-reg_jogadores(ws-ind_cadastro) to fd-jogador
               write fd-jogador
               if  ws-fs-jogad <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-jogad
               end-if
               add 1 to ws-ind_cadastro
           end-perform

           close jogad
           if  ws-fs-jogad <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-jogad
           end-if

           perform grava_contagens

           .
       retira_codigo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava a linha final do log desta execucao
       *>----------------------------------------------------------------------
       encerra_log section.

           if  ws-qtd_erros > 0 then
               move spaces to ws-linha_log
               string "Unificacao Concluida com " delimited by size
                      ws-qtd_erros delimited by size
                      " Arquivo(s) Nao Regravado(s); Execute Novamente "
                                                   delimited by size
                      into ws-linha_log
               perform grava_linha_log
               move "Apos Corrigir o Problema." to ws-linha_log
               perform grava_linha_log
           else
               move "Unificacao Concluida." to ws-linha_log
               perform grava_linha_log
           end-if

           move spaces to ws-linha_log
           perform grava_linha_log

           close log
           if  ws-fs-log <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-log
           end-if

           .
       encerra_log-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava uma linha no log da unificacao e a exibe na tela
       *>----------------------------------------------------------------------
       grava_linha_log section.

           display ws-linha_log

           move ws-linha_log to fd-log
           write fd-log
           if  ws-fs-log <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-log
           end-if

           .
       grava_linha_log-exit.
           exit.

       finaliza section.

           goback

           .
       finaliza-exit.
           exit.

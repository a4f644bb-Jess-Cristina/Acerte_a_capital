      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "verifica_pontuacao".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da reverificacao de pontuacao de um
      *>              periodo: soma os pontos do jornal de respostas por
      *>              jogador e partida e compara com o total gravado no
      *>              historico, confere os pontos de cada resposta com
      *>              o ponto base e as faixas de bonus por velocidade
      *>              do arquivo de parametros de pontuacao e grava as
      *>              divergencias em um relatorio de excecoes, com as
      *>              partidas retomadas de checkpoint identificadas.
      *> 15/10/2026 - Os totais tambem sao lidos dos arquivos anuais do
      *>              historico (historico_AAAA.txt) de cada ano do
      *>              periodo, antes do historico vivo, para que as
      *>              partidas ja arquivadas pelo fechamento do dia nao
      *>              aparecam como jornal sem historico.



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

                  select param assign to "parametros_pontuacao.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-param.

                  select excecoes assign to dynamic ws-nome_excecoes
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-excecoes.

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

       fd param.
       01 fd-parametros.
           copy parreg.

       fd excecoes.
       01 fd-excecao                                pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-hist                               pic 9(02).
       77 ws-fs-jornal                             pic 9(02).
       77 ws-fs-partidas                           pic 9(02).
       77 ws-fs-param                              pic 9(02).
       77 ws-fs-excecoes                           pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-data_execucao                         pic 9(08).
       77 ws-nome_excecoes                         pic x(26)
                                                   value spaces.
       77 ws-data_inicial                          pic 9(08).
       77 ws-data_final                            pic 9(08).

      *>----Arquivos do historico lidos para o periodo
       77 ws-nome_historico                        pic x(22)
                                                   value spaces.
       77 ws-ano                                   pic 9(04).
       77 ws-ano_final                             pic 9(04).
       77 ws-historico_lido                        pic x(01).

      *>----Parametros de pontuacao (ponto base e faixas de bonus)
       01 ws-parametros.
           copy parreg replacing
               ==fd-par-base_digitada==  by ==ws-par-base_digitada==
               ==fd-par-base_escolha==   by ==ws-par-base_escolha==
               ==fd-par-faixa1_seg==     by ==ws-par-faixa1_seg==
               ==fd-par-faixa2_seg==     by ==ws-par-faixa2_seg==
               ==fd-par-faixa3_seg==     by ==ws-par-faixa3_seg==
               ==fd-par-bonus1_digitada== by ==ws-par-bonus1_digitada==
               ==fd-par-bonus2_digitada== by ==ws-par-bonus2_digitada==
               ==fd-par-bonus3_digitada== by ==ws-par-bonus3_digitada==
               ==fd-par-bonus1_escolha== by ==ws-par-bonus1_escolha==
               ==fd-par-bonus2_escolha== by ==ws-par-bonus2_escolha==
               ==fd-par-bonus3_escolha== by ==ws-par-bonus3_escolha==.

      *>----Cabecalhos das partidas do periodo (modo e termino)
       77 ws-qtd_partidas                          pic 9(03)
                                                   value 0.
       01 ws-partidas occurs 500.
          05 ws-ptd-numero                         pic 9(06).
          05 ws-ptd-modo                           pic 9(01).
          05 ws-ptd-termino                        pic x(01).
       77 ws-ind_partida                           pic 9(03).
       77 ws-achou_partida                         pic x(01).
       77 ws-partida_busca                         pic 9(06).

      *>----Totais do historico do periodo e soma do jornal
       77 ws-qtd_totais                            pic 9(04)
                                                   value 0.
       77 ws-totais_estouro                        pic x(01)
                                                   value "N".
       01 ws-totais occurs 2000.
          05 ws-tot-data                           pic 9(08).
          05 ws-tot-hora                           pic 9(08).
          05 ws-tot-partida                        pic 9(06).
          05 ws-tot-codigo                         pic 9(04).
          05 ws-tot-nome                           pic x(10).
          05 ws-tot-pontos                         pic 9(03).
          05 ws-tot-soma_jornal                    pic 9(05).
          05 ws-tot-respostas                      pic 9(03).
       77 ws-ind_total                             pic 9(04).
       77 ws-ind_ultimo                            pic 9(04)
                                                   value 0.
       77 ws-achou_total                           pic x(01).

      *>----Registro do jornal em conferencia
       77 ws-jor_partida                           pic 9(06).
       77 ws-jor_codigo                            pic 9(04).
       77 ws-jor_pontos                            pic 9(02).
       77 ws-jor_segundos                          pic 9(05).
       77 ws-modo_resposta                         pic 9(01).
       77 ws-termino_partida                       pic x(01).
       77 ws-bonus_pontos                          pic 9(02).
       77 ws-pontos_digitada                       pic 9(03).
       77 ws-pontos_escolha                        pic 9(03).
       77 ws-pontos_esperados                      pic 9(03).
       77 ws-resposta_ok                           pic x(01).
       01 ws-chave_orfa.
          05 ws-orf-data                           pic 9(08).
          05 ws-orf-hora                           pic 9(08).
          05 ws-orf-partida                        pic 9(06).
          05 ws-orf-nome                           pic x(10).
       01 ws-chave_orfa_ant                        pic x(32)
                                                   value spaces.

      *>----Contagens por tipo de problema
       77 ws-qtd_resp_conferidas                   pic 9(07)
                                                   value 0.
       77 ws-qtd_resp_divergentes                  pic 9(05)
                                                   value 0.
       77 ws-qtd_totais_divergentes                pic 9(05)
                                                   value 0.
       77 ws-qtd_retomadas_divergentes             pic 9(05)
                                                   value 0.
       77 ws-qtd_hist_sem_jornal                   pic 9(05)
                                                   value 0.
       77 ws-qtd_jornal_sem_hist                   pic 9(05)
                                                   value 0.

       01 ws-linha_excecao                         pic x(80).
       77 ws-texto_retomada                        pic x(11).

      *>----Declaração de tela
       Screen Section.


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform solicita_periodo.
           perform carrega_parametros.
           perform carrega_partidas.
           perform carrega_historico.
           perform abre_excecoes.
           perform confere_jornal.
           perform confere_totais.
           perform grava_resumo.
           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_partidas
           move 0 to ws-qtd_totais
           move "N" to ws-totais_estouro
           move 0 to ws-ind_ultimo
           move 0 to ws-qtd_resp_conferidas
           move 0 to ws-qtd_resp_divergentes
           move 0 to ws-qtd_totais_divergentes
           move 0 to ws-qtd_retomadas_divergentes
           move 0 to ws-qtd_hist_sem_jornal
           move 0 to ws-qtd_jornal_sem_hist
           move spaces to ws-chave_orfa_ant

           accept ws-data_execucao from date yyyymmdd

           move spaces to ws-nome_excecoes
           string "pontuacao_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_excecoes

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Solicita o periodo (data inicial e final) da reverificacao
       *>----------------------------------------------------------------------
       solicita_periodo section.

           display erase
           display "--- Reverificacao de Pontuacao pelo Jornal ---"
           display " "
           display "Data Inicial (AAAAMMDD):"
           accept ws-data_inicial
           display "Data Final (AAAAMMDD):"
           accept ws-data_final

           .
       solicita_periodo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga dos parametros de pontuacao, com os mesmos valores
       *> assumidos pelo jogo quando o arquivo nao existe
       *>----------------------------------------------------------------------
       carrega_parametros section.

           move 1  to ws-par-base_digitada
           move 1  to ws-par-base_escolha
           move 5  to ws-par-faixa1_seg
           move 10 to ws-par-faixa2_seg
           move 15 to ws-par-faixa3_seg
           move 3  to ws-par-bonus1_digitada
           move 2  to ws-par-bonus2_digitada
           move 1  to ws-par-bonus3_digitada
           move 1  to ws-par-bonus1_escolha
           move 1  to ws-par-bonus2_escolha
           move 0  to ws-par-bonus3_escolha

           open input param

           if  ws-fs-param = 0 then
               read param
                   at end continue
               end-read

               if  ws-fs-param = 0 then
                   move fd-parametros to ws-parametros
               end-if

               close param
           end-if

           .
       carrega_parametros-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga dos cabecalhos das partidas do periodo, de onde vem o
       *> modo de jogo de cada resposta e o indicador de retomada
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
               and fd-ptd-numero is numeric
               and ws-qtd_partidas < 500 then
                   add 1 to ws-qtd_partidas
                   move fd-ptd-numero  to ws-ptd-numero(ws-qtd_partidas)
                   move fd-ptd-modo    to ws-ptd-modo(ws-qtd_partidas)
                   move fd-ptd-termino to ws-ptd-termino(ws-qtd_partidas)
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
       *> Carga dos totais de cada jogador em cada partida do periodo:
       *> os arquivos anuais de cada ano do periodo e depois o
       *> historico vivo
       *>----------------------------------------------------------------------
       carrega_historico section.

           move "N" to ws-historico_lido

           compute ws-ano = ws-data_inicial / 10000
           if  ws-ano < 2000 then
               move 2000 to ws-ano
           end-if
           compute ws-ano_final = ws-data_final / 10000
           if  ws-ano_final > ws-data_execucao / 10000 then
               compute ws-ano_final = ws-data_execucao / 10000
           end-if

           perform until ws-ano > ws-ano_final
               move spaces to ws-nome_historico
               string "historico_" delimited by size
                      ws-ano delimited by size
                      ".txt" delimited by size
                      into ws-nome_historico
               perform carrega_totais
               add 1 to ws-ano
           end-perform

           move "historico.txt" to ws-nome_historico
           perform carrega_totais

           if  ws-historico_lido = "N" then
               display "Nenhum Historico de Partidas Encontrado."
           end-if

           .
       carrega_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga dos totais do periodo de um arquivo de historico
       *> (ws-nome_historico). Arquivo inexistente eh ignorado
       *>----------------------------------------------------------------------
       carrega_totais section.

           open input hist

           if  ws-fs-hist <> 0 then
               go to carrega_totais-exit
           end-if

           move "S" to ws-historico_lido
           move "N" to ws-fim_arquivo

           read hist
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-hist-data >= ws-data_inicial
               and fd-hist-data <= ws-data_final then
                   if  ws-qtd_totais < 2000 then
                       add 1 to ws-qtd_totais
                       move fd-hist-data   to ws-tot-data(ws-qtd_totais)
                       move fd-hist-hora   to ws-tot-hora(ws-qtd_totais)
                       move 0 to ws-tot-partida(ws-qtd_totais)
                       if  fd-hist-partida is numeric then
                           move fd-hist-partida
                                           to ws-tot-partida(ws-qtd_totais)
                       end-if
                       move 0 to ws-tot-codigo(ws-qtd_totais)
                       if  fd-hist-codigo is numeric then
                           move fd-hist-codigo
                                           to ws-tot-codigo(ws-qtd_totais)
                       end-if
                       move fd-hist-nome   to ws-tot-nome(ws-qtd_totais)
                       move fd-hist-pontos to ws-tot-pontos(ws-qtd_totais)
                       move 0 to ws-tot-soma_jornal(ws-qtd_totais)
                       move 0 to ws-tot-respostas(ws-qtd_totais)
                   else
                       move "S" to ws-totais_estouro
                   end-if
               end-if

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close hist

           .
       carrega_totais-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre o relatorio de excecoes e grava o cabecalho
       *>----------------------------------------------------------------------
       abre_excecoes section.

           open output excecoes
           if  ws-fs-excecoes <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-excecoes
           end-if

           display erase
           display "--- Reverificacao de Pontuacao pelo Jornal ---"

           move spaces to ws-linha_excecao
           string "Reverificacao de Pontuacao de " delimited by size
                  ws-data_inicial delimited by size
                  " a " delimited by size
                  ws-data_final delimited by size
                  " em " delimited by size
                  ws-data_execucao delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           move "Pontos por Resposta Conferidos com os Parametros Atuais"
                                                   to ws-linha_excecao
           perform grava_linha_excecao

           if  ws-totais_estouro = "S" then
               move "Periodo com Mais de 2000 Registros de Historico; "
                                                   to ws-linha_excecao
               perform grava_linha_excecao
               move "Reduza o Periodo para Conferir os Demais."
                                                   to ws-linha_excecao
               perform grava_linha_excecao
           end-if

           .
       abre_excecoes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le o jornal do periodo: confere os pontos de cada resposta
       *> com os parametros e acumula a soma no total do historico
       *>----------------------------------------------------------------------
       confere_jornal section.

           open input jornal

           if  ws-fs-jornal <> 0 then
               display "Nenhum Jornal de Respostas Encontrado."
               go to confere_jornal-exit
           end-if

           move "N" to ws-fim_arquivo

           read jornal
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-jor-data >= ws-data_inicial
               and fd-jor-data <= ws-data_final then
                   perform confere_resposta
                   perform acumula_resposta
               end-if

               read jornal
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close jornal

           .
       confere_jornal-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere os pontos de uma resposta. Resposta errada vale zero;
       *> resposta certa vale o ponto base mais o bonus da faixa de
       *> segundos, na escala do modo da partida. Sem cabecalho da
       *> partida (registros antigos) qualquer das duas escalas vale
       *>----------------------------------------------------------------------
       confere_resposta section.

           add 1 to ws-qtd_resp_conferidas

           move 0 to ws-jor_partida
           if  fd-jor-partida is numeric then
               move fd-jor-partida to ws-jor_partida
           end-if
           move 0 to ws-jor_pontos
           if  fd-jor-pontos is numeric then
               move fd-jor-pontos to ws-jor_pontos
           end-if
           move 0 to ws-jor_segundos
           if  fd-jor-segundos is numeric then
               move fd-jor-segundos to ws-jor_segundos
           end-if

           move 0 to ws-modo_resposta
           move "N" to ws-termino_partida
           if  ws-jor_partida > 0 then
               move ws-jor_partida to ws-partida_busca
               perform localiza_partida
               if  ws-achou_partida = "S" then
                   move ws-ptd-modo(ws-ind_partida) to ws-modo_resposta
                   move ws-ptd-termino(ws-ind_partida) to ws-termino_partida
               end-if
           end-if

           move "S" to ws-resposta_ok
           move 0 to ws-pontos_esperados

           if  fd-jor-correta = "S" then
               evaluate true
                   when ws-jor_segundos <= ws-par-faixa1_seg
                       move ws-par-bonus1_digitada to ws-bonus_pontos
                   when ws-jor_segundos <= ws-par-faixa2_seg
                       move ws-par-bonus2_digitada to ws-bonus_pontos
                   when ws-jor_segundos <= ws-par-faixa3_seg
                       move ws-par-bonus3_digitada to ws-bonus_pontos
                   when other
                       move 0 to ws-bonus_pontos
               end-evaluate
               compute ws-pontos_digitada =
                       ws-par-base_digitada + ws-bonus_pontos

               evaluate true
                   when ws-jor_segundos <= ws-par-faixa1_seg
                       move ws-par-bonus1_escolha to ws-bonus_pontos
                   when ws-jor_segundos <= ws-par-faixa2_seg
                       move ws-par-bonus2_escolha to ws-bonus_pontos
                   when ws-jor_segundos <= ws-par-faixa3_seg
                       move ws-par-bonus3_escolha to ws-bonus_pontos
                   when other
                       move 0 to ws-bonus_pontos
               end-evaluate
               compute ws-pontos_escolha =
                       ws-par-base_escolha + ws-bonus_pontos

               evaluate ws-modo_resposta
                   when 1
                       move ws-pontos_digitada to ws-pontos_esperados
                       if  ws-jor_pontos <> ws-pontos_digitada then
                           move "N" to ws-resposta_ok
                       end-if
                   when 2
                   when 3
                       move ws-pontos_escolha to ws-pontos_esperados
                       if  ws-jor_pontos <> ws-pontos_escolha then
                           move "N" to ws-resposta_ok
                       end-if
                   when other
                       move ws-pontos_digitada to ws-pontos_esperados
                       if  ws-jor_pontos <> ws-pontos_digitada
                       and ws-jor_pontos <> ws-pontos_escolha then
                           move "N" to ws-resposta_ok
                       end-if
               end-evaluate
           else
               if  ws-jor_pontos <> 0 then
                   move "N" to ws-resposta_ok
               end-if
           end-if

           if  ws-resposta_ok = "N" then
               add 1 to ws-qtd_resp_divergentes
               perform descreve_retomada
               move spaces to ws-linha_excecao
               string "  Resposta " delimited by size
                      fd-jor-data delimited by size
                      " " delimited by size
                      fd-jor-hora delimited by size
                      " Rodada " delimited by size
                      fd-jor-rodada delimited by size
                      " " delimited by size
                      fd-jor-nome delimited by size
                      " " delimited by size
                      ws-texto_retomada delimited by size
                      into ws-linha_excecao
               perform grava_linha_excecao

               move spaces to ws-linha_excecao
               string "    Partida " delimited by size
                      ws-jor_partida delimited by size
                      " Correta " delimited by size
                      fd-jor-correta delimited by size
                      " Segundos " delimited by size
                      ws-jor_segundos delimited by size
                      " Pontos " delimited by size
                      ws-jor_pontos delimited by size
                      " Esperado " delimited by size
                      ws-pontos_esperados delimited by size
                      into ws-linha_excecao
               perform grava_linha_excecao
           end-if

           .
       confere_resposta-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Soma os pontos da resposta ao total do jogador na partida.
       *> Com numero de partida a chave eh o numero; nos registros
       *> antigos eh a data e a hora da partida. Visitantes (codigo 0)
       *> sao separados pelo nome
       *>----------------------------------------------------------------------
       acumula_resposta section.

           move 0 to ws-jor_codigo
           if  fd-jor-codigo is numeric then
               move fd-jor-codigo to ws-jor_codigo
           end-if

      *>   As respostas de uma mesma partida vem juntas no jornal; o
      *>   ultimo total encontrado eh testado antes da varredura
           move "N" to ws-achou_total
           if  ws-ind_ultimo > 0 then
               move ws-ind_ultimo to ws-ind_total
               perform testa_total
           end-if

           if  ws-achou_total = "N" then
               move 1 to ws-ind_total
               perform until ws-ind_total > ws-qtd_totais
                          or ws-achou_total = "S"
                   perform testa_total
                   if  ws-achou_total = "N" then
                       add 1 to ws-ind_total
                   end-if
               end-perform
           end-if

           if  ws-achou_total = "S" then
               move ws-ind_total to ws-ind_ultimo
               add ws-jor_pontos to ws-tot-soma_jornal(ws-ind_total)
               add 1 to ws-tot-respostas(ws-ind_total)
               go to acumula_resposta-exit
           end-if

      *>   Resposta sem total no historico: partida abandonada, ou
      *>   retomada com outra data e hora antes do numero de partida.
      *>   Uma unica linha eh gravada por jogador e partida
           if  ws-totais_estouro = "S" then
               go to acumula_resposta-exit
           end-if

           move fd-jor-data    to ws-orf-data
           move fd-jor-hora    to ws-orf-hora
           move ws-jor_partida to ws-orf-partida
           move fd-jor-nome    to ws-orf-nome

           if  ws-chave_orfa <> ws-chave_orfa_ant then
               move ws-chave_orfa to ws-chave_orfa_ant
               add 1 to ws-qtd_jornal_sem_hist
               perform descreve_retomada
               move spaces to ws-linha_excecao
               string "  Jornal Sem Historico " delimited by size
                      fd-jor-data delimited by size
                      " " delimited by size
                      fd-jor-hora delimited by size
                      " Partida " delimited by size
                      ws-jor_partida delimited by size
                      " " delimited by size
                      fd-jor-nome delimited by size
                      " " delimited by size
                      ws-texto_retomada delimited by size
                      into ws-linha_excecao
               perform grava_linha_excecao
           end-if

           .
       acumula_resposta-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Testa se o total em ws-ind_total pertence a resposta lida
       *>----------------------------------------------------------------------
       testa_total section.

           move "N" to ws-achou_total

           if  ws-tot-codigo(ws-ind_total) <> ws-jor_codigo then
               go to testa_total-exit
           end-if

           if  ws-jor_codigo = 0
           and ws-tot-nome(ws-ind_total) <> fd-jor-nome then
               go to testa_total-exit
           end-if

           if  ws-jor_partida > 0 then
               if  ws-tot-partida(ws-ind_total) = ws-jor_partida then
                   move "S" to ws-achou_total
               end-if
           else
               if  ws-tot-partida(ws-ind_total) = 0
               and ws-tot-data(ws-ind_total) = fd-jor-data
               and ws-tot-hora(ws-ind_total) = fd-jor-hora then
                   move "S" to ws-achou_total
               end-if
           end-if

           .
       testa_total-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Compara a soma do jornal com o total gravado no historico
       *>----------------------------------------------------------------------
       confere_totais section.

           move 1 to ws-ind_total
           perform until ws-ind_total > ws-qtd_totais

               move "N" to ws-termino_partida
               if  ws-tot-partida(ws-ind_total) > 0 then
                   move ws-tot-partida(ws-ind_total) to ws-partida_busca
                   perform localiza_partida
                   if  ws-achou_partida = "S" then
                       move ws-ptd-termino(ws-ind_partida)
                                                   to ws-termino_partida
                   end-if
               end-if
               perform descreve_retomada

               if  ws-tot-respostas(ws-ind_total) = 0 then
                   add 1 to ws-qtd_hist_sem_jornal
                   move spaces to ws-linha_excecao
                   string "  Historico Sem Jornal " delimited by size
                          ws-tot-data(ws-ind_total) delimited by size
                          " " delimited by size
                          ws-tot-hora(ws-ind_total) delimited by size
                          " Partida " delimited by size
                          ws-tot-partida(ws-ind_total) delimited by size
                          " " delimited by size
                          ws-tot-nome(ws-ind_total) delimited by size
                          " " delimited by size
                          ws-texto_retomada delimited by size
                          into ws-linha_excecao
                   perform grava_linha_excecao
               else
                   if  ws-tot-soma_jornal(ws-ind_total)
                       <> ws-tot-pontos(ws-ind_total) then
                       add 1 to ws-qtd_totais_divergentes
                       if  ws-termino_partida = "R" then
                           add 1 to ws-qtd_retomadas_divergentes
                       end-if
                       move spaces to ws-linha_excecao
                       string "  Total " delimited by size
                              ws-tot-data(ws-ind_total) delimited by size
                              " " delimited by size
                              ws-tot-hora(ws-ind_total) delimited by size
                              " Partida " delimited by size
                              ws-tot-partida(ws-ind_total) delimited by size
                              " " delimited by size
                              ws-tot-nome(ws-ind_total) delimited by size
                              " " delimited by size
                              ws-texto_retomada delimited by size
                              into ws-linha_excecao
                       perform grava_linha_excecao

                       move spaces to ws-linha_excecao
                       string "    Historico " delimited by size
                              ws-tot-pontos(ws-ind_total) delimited by size
                              " Jornal " delimited by size
                              ws-tot-soma_jornal(ws-ind_total)
                                                   delimited by size
                              " Respostas " delimited by size
                              ws-tot-respostas(ws-ind_total)
                                                   delimited by size
                              into ws-linha_excecao
                       perform grava_linha_excecao
                   end-if
               end-if

               add 1 to ws-ind_total
           end-perform

           .
       confere_totais-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza o cabecalho da partida ws-partida_busca, devolvendo o
       *> indice em ws-ind_partida
       *>----------------------------------------------------------------------
       localiza_partida section.

           move "N" to ws-achou_partida
           move 1 to ws-ind_partida

           perform until ws-ind_partida > ws-qtd_partidas
                      or ws-achou_partida = "S"
               if  ws-ptd-numero(ws-ind_partida) = ws-partida_busca then
                   move "S" to ws-achou_partida
               else
                   add 1 to ws-ind_partida
               end-if
           end-perform

           .
       localiza_partida-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Monta a marca de partida retomada exibida nas excecoes
       *>----------------------------------------------------------------------
       descreve_retomada section.

           move spaces to ws-texto_retomada
           if  ws-termino_partida = "R" then
               move "(Retomada)" to ws-texto_retomada
           end-if

           .
       descreve_retomada-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava o resumo das contagens por tipo de problema
       *>----------------------------------------------------------------------
       grava_resumo section.

           move spaces to ws-linha_excecao
           string "Respostas Conferidas:          " delimited by size
                  ws-qtd_resp_conferidas delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           move spaces to ws-linha_excecao
           string "Respostas com Pontos Errados:  " delimited by size
                  ws-qtd_resp_divergentes delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           move spaces to ws-linha_excecao
           string "Totais Divergentes do Jornal:  " delimited by size
                  ws-qtd_totais_divergentes delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           move spaces to ws-linha_excecao
           string "  Dos Quais em Partida Retomada: " delimited by size
                  ws-qtd_retomadas_divergentes delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           move spaces to ws-linha_excecao
           string "Historico Sem Jornal:          " delimited by size
                  ws-qtd_hist_sem_jornal delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           move spaces to ws-linha_excecao
           string "Jornal Sem Historico:          " delimited by size
                  ws-qtd_jornal_sem_hist delimited by size
                  into ws-linha_excecao
           perform grava_linha_excecao

           if  ws-qtd_resp_divergentes = 0
           and ws-qtd_totais_divergentes = 0
           and ws-qtd_hist_sem_jornal = 0
           and ws-qtd_jornal_sem_hist = 0 then
               move "Nenhuma Excecao Encontrada." to ws-linha_excecao
               perform grava_linha_excecao
           end-if

           close excecoes
           if  ws-fs-excecoes <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-excecoes
           end-if

           .
       grava_resumo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava uma linha no relatorio de excecoes e a exibe na tela
       *>----------------------------------------------------------------------
       grava_linha_excecao section.

           display ws-linha_excecao

           move ws-linha_excecao to fd-excecao
           write fd-excecao
           if  ws-fs-excecoes <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-excecoes
           end-if

           .
       grava_linha_excecao-exit.
           exit.

       finaliza section.

           Stop Run

           .
       finaliza-exit.
           exit.

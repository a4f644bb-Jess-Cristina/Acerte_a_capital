      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "lista_temporadas".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da listagem das temporadas fechadas: le o
      *>              arquivo permanente de campeoes (campeoes.txt) e,
      *>              para cada temporada, mostra o periodo, a regra
      *>              aplicada ao rating, os campeoes e os dez primeiros
      *>              do ranking congelado no fechamento, gravando a
      *>              listagem para impressao em temporadas_AAAAMMDD.txt.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select campeoes assign to "campeoes.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-campeoes.

                  select snapshot assign to dynamic ws-nome_snapshot
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-snapshot.

                  select listagem assign to dynamic ws-nome_listagem
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-listagem.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd campeoes.
       01 fd-campeao.
           copy cmpreg.

       fd snapshot.
       01 fd-snapshot.
           copy rnkreg replacing
               ==fd-rnk-codigo==          by ==fd-snp-codigo==
               ==fd-rnk-nome==            by ==fd-snp-nome==
               ==fd-rnk-rating==          by ==fd-snp-rating==
               ==fd-rnk-jogos==           by ==fd-snp-jogos==
               ==fd-rnk-rating_anterior== by ==fd-snp-rating_anterior==.

       fd listagem.
       01 fd-listagem                               pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-campeoes                           pic 9(02).
       77 ws-fs-snapshot                           pic 9(02).
       77 ws-fs-listagem                           pic 9(02).
       77 ws-fim_arquivo                           pic x(01).
       77 ws-fim_snapshot                          pic x(01).

       77 ws-data_execucao                         pic 9(08).
       77 ws-nome_listagem                         pic x(26)
                                                   value spaces.
       77 ws-nome_snapshot                         pic x(30)
                                                   value spaces.
       77 ws-qtd_temporadas                        pic 9(03)
                                                   value 0.
       77 ws-posicao                               pic 9(02).

       01 ws-linha_listagem                        pic x(80).

      *>----Declaração de tela
       Screen Section.


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform abre_listagem.
           perform lista_temporadas.
           perform encerra_listagem.
           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_temporadas

           accept ws-data_execucao from date yyyymmdd

           move spaces to ws-nome_listagem
           string "temporadas_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_listagem

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre a listagem para impressao e grava o titulo
       *>----------------------------------------------------------------------
       abre_listagem section.

           open output listagem
           if  ws-fs-listagem <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-listagem
           end-if

           display erase

           move "Acerte a Capital - Temporadas e Campeoes"
                                                   to ws-linha_listagem
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           string "Emitida em " delimited by size
                  ws-data_execucao delimited by size
                  into ws-linha_listagem
           perform grava_linha_listagem

           .
       abre_listagem-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lista cada temporada do arquivo de campeoes
       *>----------------------------------------------------------------------
       lista_temporadas section.

           open input campeoes

           if  ws-fs-campeoes <> 0 then
               go to lista_temporadas-exit
           end-if

           move "N" to ws-fim_arquivo

           read campeoes
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               perform lista_temporada
               add 1 to ws-qtd_temporadas

               read campeoes
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close campeoes

           .
       lista_temporadas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lista o periodo, a regra, os campeoes e os dez primeiros do
       *> ranking congelado de uma temporada
       *>----------------------------------------------------------------------
       lista_temporada section.

           move spaces to ws-linha_listagem
           perform grava_linha_listagem

           move all "-" to ws-linha_listagem
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           string "Temporada " delimited by size
                  fd-cmp-temporada delimited by size
                  " - De " delimited by size
                  fd-cmp-data_inicio delimited by size
                  " a " delimited by size
                  fd-cmp-data_fim delimited by size
                  " - Fechada em " delimited by size
                  fd-cmp-data_fechamento delimited by size
                  into ws-linha_listagem
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           if  fd-cmp-regra = "Z" then
               move "  Rating no Fechamento: Todos Voltaram a 1000"
                                                   to ws-linha_listagem
           else
               string "  Rating no Fechamento: Aproximado de 1000 em "
                                                   delimited by size
                      fd-cmp-percentual delimited by size
                      "%" delimited by size
                      into ws-linha_listagem
           end-if
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           if  fd-cmp-geral_nome = spaces then
               move "  Campeao Geral:      Nao Houve" to ws-linha_listagem
           else
               string "  Campeao Geral:      " delimited by size
                      fd-cmp-geral_nome delimited by size
                      " (" delimited by size
                      fd-cmp-geral_codigo delimited by size
                      ")  Rating " delimited by size
                      fd-cmp-geral_rating delimited by size
                      into ws-linha_listagem
           end-if
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           if  fd-cmp-escola_nome = spaces then
               move "  Escola Campea:      Nao Houve" to ws-linha_listagem
           else
               string "  Escola Campea:      " delimited by size
                      fd-cmp-escola_nome delimited by size
                      "  Pontos " delimited by size
                      fd-cmp-escola_pontos delimited by size
                      into ws-linha_listagem
           end-if
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           if  fd-cmp-desafio_nome = spaces then
               move "  Lider do Desafio:   Nao Houve" to ws-linha_listagem
           else
               string "  Lider do Desafio:   " delimited by size
                      fd-cmp-desafio_nome delimited by size
                      " (" delimited by size
                      fd-cmp-desafio_codigo delimited by size
                      ")  Pontos " delimited by size
                      fd-cmp-desafio_pontos delimited by size
                      into ws-linha_listagem
           end-if
           perform grava_linha_listagem

           perform lista_ranking_congelado

           .
       lista_temporada-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lista os dez primeiros do ranking congelado da temporada
       *> (temporada_NNN_AAAAMMDD.txt), quando o arquivo ainda existe
       *>----------------------------------------------------------------------
       lista_ranking_congelado section.

           move spaces to ws-nome_snapshot
           string "temporada_" delimited by size
                  fd-cmp-temporada delimited by size
                  "_" delimited by size
                  fd-cmp-data_fechamento delimited by size
                  ".txt" delimited by size
                  into ws-nome_snapshot

           open input snapshot

           if  ws-fs-snapshot <> 0 then
               go to lista_ranking_congelado-exit
           end-if

           move spaces to ws-linha_listagem
           perform grava_linha_listagem

           move "  Pos Jogador    Rating Jogos" to ws-linha_listagem
           perform grava_linha_listagem

           move 0 to ws-posicao
           move "N" to ws-fim_snapshot

           read snapshot
               at end move "S" to ws-fim_snapshot
           end-read

           perform until ws-fim_snapshot = "S"
                      or ws-posicao >= 10
               add 1 to ws-posicao

               move spaces to ws-linha_listagem
               string "  " delimited by size
                      ws-posicao delimited by size
                      "  " delimited by size
                      fd-snp-nome delimited by size
                      " " delimited by size
                      fd-snp-rating delimited by size
                      "   " delimited by size
                      fd-snp-jogos delimited by size
                      into ws-linha_listagem
               perform grava_linha_listagem

               read snapshot
                   at end move "S" to ws-fim_snapshot
               end-read
           end-perform

           close snapshot

           .
       lista_ranking_congelado-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava o encerramento da listagem
       *>----------------------------------------------------------------------
       encerra_listagem section.

           move spaces to ws-linha_listagem
           perform grava_linha_listagem

           move spaces to ws-linha_listagem
           if  ws-qtd_temporadas = 0 then
               move "Nenhuma Temporada Fechada." to ws-linha_listagem
           else
               string "Total de Temporadas: " delimited by size
                      ws-qtd_temporadas delimited by size
                      into ws-linha_listagem
           end-if
           perform grava_linha_listagem

           close listagem
           if  ws-fs-listagem <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-listagem
           end-if

           display " "
           display "Listagem Gravada em " ws-nome_listagem

           .
       encerra_listagem-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava uma linha na listagem e a exibe na tela
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

           Stop Run

           .
       finaliza-exit.
           exit.

      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "importa_jogadores".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da importacao da lista de alunos enviada
      *>              pela escola: le o arquivo separado por ponto e
      *>              virgula (nome completo; nome de exibicao; escola),
      *>              rejeita linhas com campo em branco ou maior que o
      *>              cadastro e provaveis duplicidades (mesmo nome na
      *>              mesma escola ou nome de exibicao ja usado na
      *>              escola), inclui os aceitos em jogadores.txt com o
      *>              proximo codigo do jogadores_controle.txt e grava o
      *>              relatorio da importacao (importacao_AAAAMMDD.txt)
      *>              e o arquivo de rejeitados para a escola corrigir
      *>              (importacao_rejeitados_AAAAMMDD.csv). Simulacao
      *>              confere tudo sem gravar o cadastro. Restrita aos
      *>              perfis coordenador e administrador.



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

                  select ctrl assign to "jogadores_controle.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-ctrl.

                  select lista assign to dynamic ws-nome_lista
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-lista.

                  select rejeito assign to dynamic ws-nome_rejeito
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-rejeito.

                  select relato assign to dynamic ws-nome_relato
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-relato.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd jogad.
       01 fd-jogador.
           copy jogreg.

       fd ctrl.
       01 fd-controle.
          05 fd-ctl-prox_codigo                     pic 9(04).

       fd lista.
       01 fd-lista                                  pic x(200).

       fd rejeito.
       01 fd-rejeito                                pic x(200).

       fd relato.
       01 fd-relato                                 pic x(100).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-jogad                              pic 9(02).
       77 ws-fs-ctrl                               pic 9(02).
       77 ws-fs-lista                              pic 9(02).
       77 ws-fs-rejeito                            pic 9(02).
       77 ws-fs-relato                             pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-qtd_jogadores                         pic 9(03)
                                                   value 0.
       01 ws-reg_jogadores occurs 100.
           copy jogreg replacing ==fd-jog-codigo==   by ==ws-jog-codigo==
                                 ==fd-jog-nome==     by ==ws-jog-nome==
                                 ==fd-jog-exibicao== by ==ws-jog-exibicao==
                                 ==fd-jog-escola==   by ==ws-jog-escola==.
       77 ws-ind_jogadores                         pic 9(03).
       77 ws-qtd_cadastrados                       pic 9(03).

       77 ws-prox_codigo                           pic 9(04).
       77 ws-maior_codigo                          pic 9(04).

       77 ws-data_execucao                         pic 9(08).
       77 ws-hora_execucao                         pic 9(08).
       77 ws-nome_lista                            pic x(60).
       77 ws-nome_rejeito                          pic x(40).
       77 ws-nome_relato                           pic x(26).
       77 ws-simulacao                             pic x(01).
       77 ws-pode_executar                         pic x(01).

      *>----Linha da lista e seus campos
       01 ws-linha_lista                           pic x(200).
       77 ws-qtd_separadores                       pic 9(03).
       77 ws-qtd_linhas                            pic 9(04)
                                                   value 0.
       77 ws-campo_nome                            pic x(60).
       77 ws-campo_exibicao                        pic x(60).
       77 ws-campo_escola                          pic x(60).
       77 ws-campo_resto                           pic x(60).
       77 ws-tam_nome                              pic 9(03).
       77 ws-tam_exibicao                          pic 9(03).
       77 ws-tam_escola                            pic 9(03).
       77 ws-tam_linha                             pic 9(03).

      *>----Ajuste de um campo: brancos a esquerda retirados e
      *>----tamanho do conteudo apurado
       77 ws-campo                                 pic x(60).
       77 ws-campo_aux                             pic x(60).
       77 ws-tam_campo                             pic 9(03).
       77 ws-qtd_brancos                           pic 9(03).

      *>----Comparacao das duplicidades sem diferenca de maiusculas
       77 ws-maiusc_nome                           pic x(30).
       77 ws-maiusc_exibicao                       pic x(10).
       77 ws-maiusc_escola                         pic x(20).
       77 ws-cad_nome                              pic x(30).
       77 ws-cad_exibicao                          pic x(10).
       77 ws-cad_escola                            pic x(20).

       77 ws-motivo                                pic x(60).
       77 ws-codigo_ed                             pic 9(04).

       77 ws-qtd_aceitos                           pic 9(04)
                                                   value 0.
       77 ws-qtd_rejeitados                        pic 9(04)
                                                   value 0.

       01 ws-linha_relato                          pic x(100).
       01 ws-linha_rejeito                         pic x(200).
       77 ws-ponteiro                              pic 9(03).
       77 ws-qtd_campos                            pic 9(01).

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
           perform solicita_parametros.

           if  ws-pode_executar = "S" then
               perform carrega_arquivo
               perform carrega_controle
               perform abre_saidas
               perform processa_lista

               if  ws-simulacao <> "S"
               and ws-qtd_aceitos > 0 then
                   perform grava_arquivo
                   perform grava_controle
               end-if

               perform encerra_saidas
           end-if

           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_jogadores
           move 0 to ws-qtd_linhas
           move 0 to ws-qtd_aceitos
           move 0 to ws-qtd_rejeitados
           move "S" to ws-pode_executar

           accept ws-data_execucao from date yyyymmdd

           move spaces to ws-nome_relato
           string "importacao_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_relato

           move spaces to ws-nome_rejeito
           string "importacao_rejeitados_" delimited by size
                  ws-data_execucao delimited by size
                  ".csv" delimited by size
                  into ws-nome_rejeito

           display erase
           display "--- Importacao da Lista de Alunos ---"

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "CA"                to ws-ses-perfis_exigidos
           move "importa_jogadores" to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Nome do arquivo enviado pela escola e escolha da simulacao
       *>----------------------------------------------------------------------
       solicita_parametros section.

           display "Arquivo da Lista (Nome Completo;Exibicao;Escola):"
           accept ws-nome_lista

           if  ws-nome_lista = spaces then
               display "Arquivo Nao Informado."
               move "N" to ws-pode_executar
               go to solicita_parametros-exit
           end-if

           open input lista
           if  ws-fs-lista <> 0 then
               display "Arquivo da Lista Nao Encontrado: " ws-nome_lista
               move "N" to ws-pode_executar
               go to solicita_parametros-exit
           end-if
           close lista

           display "Apenas Simular, Sem Gravar o Cadastro (S/N)?"
           accept ws-simulacao

           if  ws-simulacao = "s" then
               move "S" to ws-simulacao
           end-if
           if  ws-simulacao <> "S" then
               move "N" to ws-simulacao
           end-if

           .
       solicita_parametros-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do cadastro de jogadores para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_arquivo section.

           open input jogad

           if  ws-fs-jogad <> 0
           and ws-fs-jogad <> 35 then
               display "File Status ao abrir arquivo: " ws-fs-jogad
           end-if

           if  ws-fs-jogad = 0 then
               move "N" to ws-fim_arquivo

               read jogad
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                          or ws-qtd_jogadores >= 100
                   add 1 to ws-qtd_jogadores
                   move fd-jogador to ws-reg_jogadores(ws-qtd_jogadores)

                   read jogad
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close jogad
           end-if

           move ws-qtd_jogadores to ws-qtd_cadastrados

           .
       carrega_arquivo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do proximo codigo de jogador, com a mesma regra da
       *> manutencao_jogador: o codigo nunca retrocede
       *>----------------------------------------------------------------------
       carrega_controle section.

           move 0 to ws-maior_codigo
           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-qtd_jogadores
               if  ws-jog-codigo(ws-ind_jogadores) > ws-maior_codigo then
                   move ws-jog-codigo(ws-ind_jogadores) to ws-maior_codigo
               end-if
               add 1 to ws-ind_jogadores
           end-perform

           compute ws-prox_codigo = ws-maior_codigo + 1

           open input ctrl

           if  ws-fs-ctrl = 0 then
               read ctrl
                   at end continue
               end-read

               if  ws-fs-ctrl = 0
               and fd-ctl-prox_codigo > ws-prox_codigo then
                   move fd-ctl-prox_codigo to ws-prox_codigo
               end-if

               close ctrl
           end-if

           .
       carrega_controle-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre o relatorio da importacao e o arquivo de rejeitados
       *>----------------------------------------------------------------------
       abre_saidas section.

           open extend relato

           if  ws-fs-relato <> 0 then
               close relato
               open output relato
               if  ws-fs-relato <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-relato
               end-if
           end-if

           open output rejeito
           if  ws-fs-rejeito <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-rejeito
           end-if

           move "Nome Completo;Exibicao;Escola;Motivo" to fd-rejeito
           write fd-rejeito
           if  ws-fs-rejeito <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-rejeito
           end-if

           accept ws-hora_execucao from time

           display " "

           move spaces to ws-linha_relato
           if  ws-simulacao = "S" then
               string "Simulacao da Importacao de " delimited by size
                      ws-nome_lista delimited by "  "
                      " em " delimited by size
                      ws-data_execucao delimited by size
                      " as " delimited by size
                      ws-hora_execucao delimited by size
                      into ws-linha_relato
           else
               string "Importacao de " delimited by size
                      ws-nome_lista delimited by "  "
                      " em " delimited by size
                      ws-data_execucao delimited by size
                      " as " delimited by size
                      ws-hora_execucao delimited by size
                      into ws-linha_relato
           end-if
           perform grava_linha_relato

           move spaces to ws-linha_relato
           string "Operador " delimited by size
                  ws-ses-operador delimited by size
                  " - " delimited by size
                  ws-ses-nome delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           .
       abre_saidas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Le a lista linha a linha. Linhas em branco sao ignoradas e a
       *> primeira linha eh tratada como cabecalho quando o primeiro
       *> campo comeca por "Nome"
       *>----------------------------------------------------------------------
       processa_lista section.

           open input lista
           if  ws-fs-lista <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-lista
               go to processa_lista-exit
           end-if

           move "N" to ws-fim_arquivo

           read lista
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               add 1 to ws-qtd_linhas
               move fd-lista to ws-linha_lista
               inspect ws-linha_lista replacing all x"0D" by space

               if  ws-linha_lista <> spaces then
                   perform separa_campos

                   if  ws-qtd_linhas = 1
                   and function upper-case(ws-campo_nome(1:4)) = "NOME" then
                       continue
                   else
                       perform valida_linha
                       if  ws-motivo = spaces then
                           perform aceita_linha
                       else
                           perform rejeita_linha
                       end-if
                   end-if
               end-if

               read lista
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close lista

           .
       processa_lista-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Separa os campos da linha e apura o tamanho de cada um. Uma
       *> quarta coluna (motivo de um arquivo de rejeitados devolvido
       *> pela escola) eh desprezada
       *>----------------------------------------------------------------------
       separa_campos section.

           move 0 to ws-qtd_separadores
           inspect ws-linha_lista tallying ws-qtd_separadores for all ";"

           move spaces to ws-campo_nome
           move spaces to ws-campo_exibicao
           move spaces to ws-campo_escola
           move spaces to ws-campo_resto

           unstring ws-linha_lista delimited by ";"
               into ws-campo_nome
                    ws-campo_exibicao
                    ws-campo_escola
                    ws-campo_resto
           end-unstring

           move ws-campo_nome to ws-campo
           perform ajusta_campo
           move ws-campo to ws-campo_nome
           move ws-tam_campo to ws-tam_nome

           move ws-campo_exibicao to ws-campo
           perform ajusta_campo
           move ws-campo to ws-campo_exibicao
           move ws-tam_campo to ws-tam_exibicao

           move ws-campo_escola to ws-campo
           perform ajusta_campo
           move ws-campo to ws-campo_escola
           move ws-tam_campo to ws-tam_escola

           .
       separa_campos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Retira os brancos a esquerda de ws-campo e apura em
       *> ws-tam_campo o tamanho do conteudo
       *>----------------------------------------------------------------------
       ajusta_campo section.

           move 0 to ws-tam_campo
           move 0 to ws-qtd_brancos
           inspect ws-campo tallying ws-qtd_brancos for leading spaces

           if  ws-qtd_brancos >= 60 then
               go to ajusta_campo-exit
           end-if

           if  ws-qtd_brancos > 0 then
               move ws-campo(ws-qtd_brancos + 1:) to ws-campo_aux
               move ws-campo_aux to ws-campo
           end-if

           move 60 to ws-tam_campo
           perform until ws-tam_campo = 0
                      or ws-campo(ws-tam_campo:1) <> space
               subtract 1 from ws-tam_campo
           end-perform

           .
       ajusta_campo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere a linha, devolvendo em ws-motivo a causa da rejeicao
       *> ou brancos quando a linha pode ser aceita
       *>----------------------------------------------------------------------
       valida_linha section.

           move spaces to ws-motivo

           if  ws-qtd_separadores < 2
           or  ws-qtd_separadores > 3 then
               move "QUANTIDADE DE CAMPOS INVALIDA" to ws-motivo
               go to valida_linha-exit
           end-if

           if  ws-tam_nome = 0 then
               move "NOME COMPLETO EM BRANCO" to ws-motivo
               go to valida_linha-exit
           end-if

           if  ws-tam_exibicao = 0 then
               move "NOME DE EXIBICAO EM BRANCO" to ws-motivo
               go to valida_linha-exit
           end-if

           if  ws-tam_escola = 0 then
               move "ESCOLA EM BRANCO" to ws-motivo
               go to valida_linha-exit
           end-if

           if  ws-tam_nome > 30 then
               move "NOME COMPLETO COM MAIS DE 30 POSICOES" to ws-motivo
               go to valida_linha-exit
           end-if

           if  ws-tam_exibicao > 10 then
               move "NOME DE EXIBICAO COM MAIS DE 10 POSICOES" to ws-motivo
               go to valida_linha-exit
           end-if

           if  ws-tam_escola > 20 then
               move "ESCOLA COM MAIS DE 20 POSICOES" to ws-motivo
               go to valida_linha-exit
           end-if

           perform verifica_duplicidade
           if  ws-motivo <> spaces then
               go to valida_linha-exit
           end-if

           if  ws-qtd_jogadores >= 100 then
               move "LIMITE DE 100 JOGADORES CADASTRADOS ATINGIDO"
                                                   to ws-motivo
           end-if

           .
       valida_linha-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Provavel duplicidade: mesmo nome completo na mesma escola ou
       *> nome de exibicao ja usado na escola, sem diferenca de
       *> maiusculas, contra o cadastro e as linhas ja aceitas da lista
       *>----------------------------------------------------------------------
       verifica_duplicidade section.

           move function upper-case(ws-campo_nome)     to ws-maiusc_nome
           move function upper-case(ws-campo_exibicao) to ws-maiusc_exibicao
           move function upper-case(ws-campo_escola)   to ws-maiusc_escola

           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-qtd_jogadores
                      or ws-motivo <> spaces
               move function upper-case(ws-jog-escola(ws-ind_jogadores))
                                   to ws-cad_escola

               if  ws-cad_escola = ws-maiusc_escola then
                   move function upper-case(ws-jog-nome(ws-ind_jogadores))
                                   to ws-cad_nome
                   move function
                        upper-case(ws-jog-exibicao(ws-ind_jogadores))
                                   to ws-cad_exibicao
                   move ws-jog-codigo(ws-ind_jogadores) to ws-codigo_ed

                   if  ws-cad_nome = ws-maiusc_nome then
                       string "DUPLICIDADE: NOME JA CADASTRADO NA ESCOLA, "
                                                   delimited by size
                              "CODIGO " delimited by size
                              ws-codigo_ed delimited by size
                              into ws-motivo
                   else
                       if  ws-cad_exibicao = ws-maiusc_exibicao then
                           string "DUPLICIDADE: EXIBICAO JA USADA NA "
                                                   delimited by size
                                  "ESCOLA, CODIGO " delimited by size
                                  ws-codigo_ed delimited by size
                                  into ws-motivo
                       end-if
                   end-if
               end-if

               add 1 to ws-ind_jogadores
           end-perform

           .
       verifica_duplicidade-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Inclui o aluno aceito na tabela com o proximo codigo. Na
       *> simulacao o codigo exibido eh o que seria atribuido
       *>----------------------------------------------------------------------
       aceita_linha section.

           add 1 to ws-qtd_jogadores
           move ws-prox_codigo    to ws-jog-codigo(ws-qtd_jogadores)
           move ws-campo_nome     to ws-jog-nome(ws-qtd_jogadores)
           move ws-campo_exibicao to ws-jog-exibicao(ws-qtd_jogadores)
           move ws-campo_escola   to ws-jog-escola(ws-qtd_jogadores)

           add 1 to ws-prox_codigo
           add 1 to ws-qtd_aceitos

           move spaces to ws-linha_relato
           string "Linha " delimited by size
                  ws-qtd_linhas delimited by size
                  " Codigo " delimited by size
                  ws-jog-codigo(ws-qtd_jogadores) delimited by size
                  " " delimited by size
                  ws-jog-nome(ws-qtd_jogadores) delimited by size
                  " " delimited by size
                  ws-jog-exibicao(ws-qtd_jogadores) delimited by size
                  " " delimited by size
                  ws-jog-escola(ws-qtd_jogadores) delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           .
       aceita_linha-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Registra a linha rejeitada no relatorio e no arquivo de
       *> rejeitados, com os tres campos e o motivo, para a escola
       *> corrigir e devolver
       *>----------------------------------------------------------------------
       rejeita_linha section.

           add 1 to ws-qtd_rejeitados

           move spaces to ws-linha_relato
           string "Linha " delimited by size
                  ws-qtd_linhas delimited by size
                  " Rejeitada: " delimited by size
                  ws-motivo delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_rejeito
           move 1 to ws-ponteiro
           move 0 to ws-qtd_campos

           if  ws-qtd_separadores < 2
           or  ws-qtd_separadores > 3 then
               move 200 to ws-tam_linha
               perform until ws-tam_linha = 0
                          or ws-linha_lista(ws-tam_linha:1) <> space
                   subtract 1 from ws-tam_linha
               end-perform
               if  ws-tam_linha > 140 then
                   move 140 to ws-tam_linha
               end-if
               string ws-linha_lista(1:ws-tam_linha) delimited by size
                      into ws-linha_rejeito
                      with pointer ws-ponteiro
           else
               move ws-campo_nome to ws-campo
               move ws-tam_nome to ws-tam_campo
               perform acrescenta_campo
               move ws-campo_exibicao to ws-campo
               move ws-tam_exibicao to ws-tam_campo
               perform acrescenta_campo
               move ws-campo_escola to ws-campo
               move ws-tam_escola to ws-tam_campo
               perform acrescenta_campo
           end-if

           string ";" delimited by size
                  ws-motivo delimited by "  "
                  into ws-linha_rejeito
                  with pointer ws-ponteiro

           move ws-linha_rejeito to fd-rejeito
           write fd-rejeito
           if  ws-fs-rejeito <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-rejeito
           end-if

           .
       rejeita_linha-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acrescenta ws-campo (com ws-tam_campo posicoes) a linha de
       *> rejeitados, seguido do separador quando nao eh o ultimo
       *>----------------------------------------------------------------------
       acrescenta_campo section.

           if  ws-qtd_campos > 0 then
               string ";" delimited by size
                      into ws-linha_rejeito
                      with pointer ws-ponteiro
           end-if

           if  ws-tam_campo > 0 then
               string ws-campo(1:ws-tam_campo) delimited by size
                      into ws-linha_rejeito
                      with pointer ws-ponteiro
           end-if

           add 1 to ws-qtd_campos

           .
       acrescenta_campo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o cadastro de jogadores inteiro a partir da tabela
       *>----------------------------------------------------------------------
       grava_arquivo section.

           open output jogad
           if  ws-fs-jogad <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-jogad
           end-if

           move 1 to ws-ind_jogadores
           perform until ws-ind_jogadores > ws-qtd_jogadores
               move ws-reg_jogadores(ws-ind_jogadores) to fd-jogador
               write fd-jogador
               if  ws-fs-jogad <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-jogad
               end-if
               add 1 to ws-ind_jogadores
           end-perform

           close jogad
           if  ws-fs-jogad <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-jogad
           end-if

           .
       grava_arquivo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o arquivo de controle com o proximo codigo de jogador
       *>----------------------------------------------------------------------
       grava_controle section.

           open output ctrl
           if  ws-fs-ctrl <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-ctrl
           end-if

           move ws-prox_codigo to fd-ctl-prox_codigo
           write fd-controle
           if  ws-fs-ctrl <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-ctrl
           end-if

           close ctrl
           if  ws-fs-ctrl <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-ctrl
           end-if

           .
       grava_controle-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava os totais e fecha o relatorio e os rejeitados
       *>----------------------------------------------------------------------
       encerra_saidas section.

           move spaces to ws-linha_relato
           string "Aceitos: " delimited by size
                  ws-qtd_aceitos delimited by size
                  "  Rejeitados: " delimited by size
                  ws-qtd_rejeitados delimited by size
                  "  Cadastrados Antes: " delimited by size
                  ws-qtd_cadastrados delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_relato
           if  ws-simulacao = "S" then
               move "Simulacao: Cadastro de Jogadores Nao Alterado."
                                                   to ws-linha_relato
           else
               if  ws-qtd_aceitos > 0 then
                   string "Jogadores Incluidos em jogadores.txt; Proximo "
                                                   delimited by size
                          "Codigo " delimited by size
                          ws-prox_codigo delimited by size
                          into ws-linha_relato
               else
                   move "Nenhum Jogador Incluido." to ws-linha_relato
               end-if
           end-if
           perform grava_linha_relato

           if  ws-qtd_rejeitados > 0 then
               move spaces to ws-linha_relato
               string "Rejeitados Gravados em " delimited by size
                      ws-nome_rejeito delimited by "  "
                      into ws-linha_relato
               perform grava_linha_relato
           end-if

           close relato
           if  ws-fs-relato <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-relato
           end-if

           close rejeito
           if  ws-fs-rejeito <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-rejeito
           end-if

           .
       encerra_saidas-exit.
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

           display "Encerrando a Importacao da Lista de Alunos."
           goback

           .
       finaliza-exit.
           exit.

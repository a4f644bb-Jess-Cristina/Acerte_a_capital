      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "restaura_copia".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da restauracao das copias de seguranca
      *>              gravadas pela copia_dados: lista os conjuntos do
      *>              catalogo copias_catalogo.txt e restaura um conjunto
      *>              inteiro ou um unico arquivo, conferindo a
      *>              quantidade de registros da copia contra o
      *>              manifesto antes de restaurar e do arquivo
      *>              restaurado depois. Recusada com checkpoint de
      *>              partida ativo ou com a trava de fechamento armada
      *>              e restrita ao perfil administrador. Cada
      *>              restauracao eh registrada em
      *>              restauracao_AAAAMMDD.txt.
      *> 15/10/2026 - Na restauracao da copia completa os arquivos
      *>              anuais do historico (historico_AAAA.txt) que nao
      *>              constam do manifesto sao removidos, para que o
      *>              historico restaurado nao seja contado em dobro, e
      *>              a trilha de auditoria (auditoria_capital.txt) eh
      *>              mantida, podendo ser restaurada so isoladamente.
      *>              Cada restauracao eh registrada na auditoria com o
      *>              operador, a copia e a data. Manifesto maior que a
      *>              tabela em memoria recusa a restauracao.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select altnovo assign to "altenativas_novo.dat"
                  organization is indexed
                  access mode is dynamic
                  record key is fd-nov-estado
                  file status is ws-fs-novo.

                  select alt assign to "altenativas.dat"
                  organization is indexed
                  access mode is sequential
                  record key is fd-estado
                  file status is ws-fs-alter.

                  select origem assign to dynamic ws-nome_origem
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-origem.

                  select destino assign to dynamic ws-nome_destino
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-destino.

                  select manifesto assign to dynamic ws-nome_manifesto
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-manifesto.

                  select catalogo assign to "copias_catalogo.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-catalogo.

                  select chk assign to "checkpoint.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-chk.

                  select trava assign to "fechamento_trava.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-trava.

                  select audit assign to "auditoria_capital.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-audit.

                  select relato assign to dynamic ws-nome_relato
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-relato.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd altnovo.
       01 fd-alternativa-nova.
           copy altreg replacing ==fd-estado==  by ==fd-nov-estado==
                                 ==fd-capital== by ==fd-nov-capital==
                                 ==fd-regiao==  by ==fd-nov-regiao==
                                 ==fd-sigla==   by ==fd-nov-sigla==.

       fd alt.
       01 fd-alternativas.
           copy altreg.

       fd origem.
       01 fd-origem                                 pic x(300).

       fd destino.
       01 fd-destino                                pic x(300).

       fd manifesto.
       01 fd-manifesto.
           copy mnfreg.

       fd catalogo.
       01 fd-catalogo.
           copy cpsreg.

       fd chk.
       01 fd-chk-controle.
          05 fd-chk-tipo                            pic x(01).
          05 filler                                 pic x(79).

       fd trava.
       01 fd-trava-registro.
          05 fd-trv-tipo                            pic x(01).
          05 fd-trv-data                            pic 9(08).
          05 fd-trv-hora                            pic 9(08).

       fd audit.
       01 fd-auditoria.
           copy audreg.

       fd relato.
       01 fd-relato                                 pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-novo                               pic 9(02).
       77 ws-fs-alter                              pic 9(02).
       77 ws-fs-origem                             pic 9(02).
       77 ws-fs-destino                            pic 9(02).
       77 ws-fs-manifesto                          pic 9(02).
       77 ws-fs-catalogo                           pic 9(02).
       77 ws-fs-chk                                pic 9(02).
       77 ws-fs-trava                              pic 9(02).
       77 ws-fs-relato                             pic 9(02).
       77 ws-fs-audit                              pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-opcao                                 pic 9(01).
       77 ws-confirma                              pic x(01).
       77 ws-pode_executar                         pic x(01).
       77 ws-conjunto_ok                           pic x(01).
       77 ws-erro_restauracao                      pic x(01).

       77 ws-data_execucao                         pic 9(08).
       77 ws-hora_execucao                         pic 9(08).
       77 ws-nome_origem                           pic x(60).
       77 ws-nome_destino                          pic x(60).
       77 ws-nome_manifesto                        pic x(60).
       77 ws-nome_relato                           pic x(26).
       77 ws-nome_mestre                           pic x(20)
                                                   value "altenativas.dat".
       77 ws-nome_trabalho                         pic x(20)
                                                   value "altenativas_novo.dat".
       77 ws-nome_temporario                       pic x(24)
                                                   value "restauracao_temp.txt".
       77 ws-nome_auditoria                        pic x(30)
                                                   value "auditoria_capital.txt".

      *>----Catalogo de conjuntos em memoria
       77 ws-qtd_conjuntos                         pic 9(03)
                                                   value 0.
       01 ws-reg_conjuntos occurs 200.
           copy cpsreg replacing
               ==fd-cps-conjunto==      by ==ws-cps-conjunto==
               ==fd-cps-data==          by ==ws-cps-data==
               ==fd-cps-hora==          by ==ws-cps-hora==
               ==fd-cps-situacao==      by ==ws-cps-situacao==
               ==fd-cps-qtd_arquivos==  by ==ws-cps-qtd_arquivos==
               ==fd-cps-qtd_registros== by ==ws-cps-qtd_registros==.
       77 ws-ind_conjuntos                         pic 9(03).
       77 ws-conjunto_escolhido                    pic 9(03).
       77 ws-desc_situacao                         pic x(10).

      *>----Manifesto do conjunto escolhido
       77 ws-qtd_manifesto                         pic 9(02)
                                                   value 0.
       77 ws-manifesto_estouro                     pic x(01)
                                                   value "N".
       01 ws-reg_manifesto occurs 60.
           copy mnfreg replacing
               ==fd-mnf-arquivo==   by ==ws-mnf-arquivo==
               ==fd-mnf-copia==     by ==ws-mnf-copia==
               ==fd-mnf-tipo==      by ==ws-mnf-tipo==
               ==fd-mnf-situacao==  by ==ws-mnf-situacao==
               ==fd-mnf-registros== by ==ws-mnf-registros==.
       77 ws-ind_manifesto                         pic 9(02).
       77 ws-arquivo_escolhido                     pic 9(02).

      *>----Arquivos anuais do historico posteriores a copia
       77 ws-ano                                   pic 9(04).
       77 ws-ano_atual                             pic 9(04).
       77 ws-nome_anual                            pic x(30).
       77 ws-anual_na_copia                        pic x(01).
       77 ws-qtd_removidos                         pic 9(02).

      *>----Registro da restauracao na auditoria
       77 ws-hora_mov                              pic 9(08).
       77 ws-aud_arquivo                           pic x(25).

       77 ws-qtd_contados                          pic 9(07).
       77 ws-qtd_restaurados                       pic 9(02).
       77 ws-qtd_divergentes                       pic 9(02).

       01 ws-linha_relato                          pic x(80).

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
               perform carrega_catalogo

               perform until ws-opcao = 4
                   perform exibe_menu
                   evaluate ws-opcao
                       when 1 perform listar_conjuntos
                       when 2 perform restaurar_conjunto
                       when 3 perform restaurar_arquivo
                       when 4 continue
                       when other display "Opcao Invalida."
                   end-evaluate
               end-perform
           end-if

           perform finaliza.

       inicializa section.

           move 0 to ws-opcao
           move 0 to ws-qtd_conjuntos
           move "S" to ws-pode_executar

           accept ws-data_execucao from date yyyymmdd

           move spaces to ws-nome_relato
           string "restauracao_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_relato

           display erase
           display "--- Restauracao das Copias de Seguranca ---"

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "A"              to ws-ses-perfis_exigidos
           move "restaura_copia" to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Nao ha restauracao com uma partida em andamento (checkpoint
       *> ativo) nem com a trava de fechamento armada, para que nenhum
       *> programa esteja gravando os arquivos restaurados
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
                           "Restauracao."
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
                               "Antes da Restauracao."
                   end-if

                   close trava
               end-if
           end-if

           if  ws-pode_executar <> "S" then
               display "Restauracao Nao Executada."
           end-if

           .
       verifica_bloqueio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Menu principal
       *>----------------------------------------------------------------------
       exibe_menu section.

           display " "
           display "--- Restauracao das Copias de Seguranca ---"
           display " "
           display "Copias no Catalogo: " ws-qtd_conjuntos
           display " "
           display "1 - Listar Copias"
           display "2 - Restaurar Copia Completa"
           display "3 - Restaurar um Arquivo"
           display "4 - Sair"
           display " "
           display "Escolha uma Opcao:"
           accept ws-opcao

           .
       exibe_menu-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do catalogo de conjuntos para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_catalogo section.

           move 0 to ws-qtd_conjuntos

           open input catalogo

           if  ws-fs-catalogo <> 0 then
               go to carrega_catalogo-exit
           end-if

           move "N" to ws-fim_arquivo

           read catalogo
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
                      or ws-qtd_conjuntos >= 200
               add 1 to ws-qtd_conjuntos
               move fd-catalogo to ws-reg_conjuntos(ws-qtd_conjuntos)

               read catalogo
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close catalogo

           .
       carrega_catalogo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lista os conjuntos do catalogo
       *>----------------------------------------------------------------------
       listar_conjuntos section.

           display " "
           if  ws-qtd_conjuntos = 0 then
               display "Nenhuma Copia de Seguranca no Catalogo."
               go to listar_conjuntos-exit
           end-if

           display "Num Conjunto              Data     Hora   Situacao   "
                   "Arqs Registros"

           move 1 to ws-ind_conjuntos
           perform until ws-ind_conjuntos > ws-qtd_conjuntos
               if  ws-cps-situacao(ws-ind_conjuntos) = "C" then
                   move "Completa" to ws-desc_situacao
               else
                   move "COM ERRO" to ws-desc_situacao
               end-if

               display ws-ind_conjuntos " "
                       ws-cps-conjunto(ws-ind_conjuntos) " "
                       ws-cps-data(ws-ind_conjuntos) " "
                       ws-cps-hora(ws-ind_conjuntos) " "
                       ws-desc_situacao " "
                       ws-cps-qtd_arquivos(ws-ind_conjuntos) "   "
                       ws-cps-qtd_registros(ws-ind_conjuntos)
               add 1 to ws-ind_conjuntos
           end-perform

           .
       listar_conjuntos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Pede o numero do conjunto, carrega o seu manifesto e confere
       *> as copias contra o manifesto
       *>----------------------------------------------------------------------
       escolhe_conjunto section.

           move "N" to ws-conjunto_ok

           perform listar_conjuntos

           if  ws-qtd_conjuntos = 0 then
               go to escolhe_conjunto-exit
           end-if

           display " "
           display "Numero da Copia a Restaurar:"
           accept ws-conjunto_escolhido

           if  ws-conjunto_escolhido < 1
           or  ws-conjunto_escolhido > ws-qtd_conjuntos then
               display "Copia Inexistente."
               go to escolhe_conjunto-exit
           end-if

           if  ws-cps-situacao(ws-conjunto_escolhido) <> "C" then
               display "Copia Gravada com Erro. Nao Pode Ser Restaurada."
               go to escolhe_conjunto-exit
           end-if

           perform carrega_manifesto

           if  ws-qtd_manifesto = 0 then
               display "Manifesto da Copia Nao Encontrado."
               go to escolhe_conjunto-exit
           end-if

      *>   Os arquivos que ficaram fora da tabela nao seriam conferidos
      *>   nem restaurados
           if  ws-manifesto_estouro = "S" then
               display "Manifesto da Copia Maior que a Tabela (Limite de "
                       "60 Arquivos). Restauracao Recusada."
               go to escolhe_conjunto-exit
           end-if

           perform confere_conjunto

           .
       escolhe_conjunto-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do manifesto do conjunto escolhido
       *>----------------------------------------------------------------------
       carrega_manifesto section.

           move 0 to ws-qtd_manifesto
           move "N" to ws-manifesto_estouro

           move spaces to ws-nome_manifesto
           string ws-cps-conjunto(ws-conjunto_escolhido) delimited by space
                  "/manifesto.txt" delimited by size
                  into ws-nome_manifesto

           open input manifesto

           if  ws-fs-manifesto <> 0 then
               go to carrega_manifesto-exit
           end-if

           move "N" to ws-fim_arquivo

           read manifesto
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_manifesto < 60 then
                   add 1 to ws-qtd_manifesto
                   move fd-manifesto to ws-reg_manifesto(ws-qtd_manifesto)
               else
                   move "S" to ws-manifesto_estouro
               end-if

               read manifesto
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close manifesto

           .
       carrega_manifesto-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Conta os registros de cada copia do conjunto e confere com o
       *> manifesto; uma unica divergencia impede a restauracao
       *>----------------------------------------------------------------------
       confere_conjunto section.

           move "S" to ws-conjunto_ok

           display " "
           display "Num Arquivo                        Situacao Manifesto "
                   "Copia"

           move 1 to ws-ind_manifesto
           perform until ws-ind_manifesto > ws-qtd_manifesto
               move 0 to ws-qtd_contados

               if  ws-mnf-situacao(ws-ind_manifesto) = "C" then
                   move spaces to ws-nome_origem
                   string ws-cps-conjunto(ws-conjunto_escolhido)
                                               delimited by space
                          "/" delimited by size
                          ws-mnf-copia(ws-ind_manifesto) delimited by space
                          into ws-nome_origem
                   perform conta_sequencial

                   if  ws-qtd_contados <> ws-mnf-registros(ws-ind_manifesto)
                                                                       then
                       move "N" to ws-conjunto_ok
                   end-if
               end-if

               if  ws-mnf-situacao(ws-ind_manifesto) = "E" then
                   move "N" to ws-conjunto_ok
               end-if

               display " " ws-ind_manifesto " "
                       ws-mnf-arquivo(ws-ind_manifesto) " "
                       ws-mnf-situacao(ws-ind_manifesto) "        "
                       ws-mnf-registros(ws-ind_manifesto) "   "
                       ws-qtd_contados

               add 1 to ws-ind_manifesto
           end-perform

           if  ws-conjunto_ok <> "S" then
               display " "
               display "Copia Divergente do Manifesto. Restauracao "
                       "Recusada."
           end-if

           .
       confere_conjunto-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Restaura todos os arquivos do conjunto escolhido
       *>----------------------------------------------------------------------
       restaurar_conjunto section.

           perform escolhe_conjunto

           if  ws-conjunto_ok <> "S" then
               go to restaurar_conjunto-exit
           end-if

           display " "
           display "Todos os Arquivos de Dados Serao Substituidos pela "
                   "Copia " ws-cps-conjunto(ws-conjunto_escolhido) "."
           display "Arquivos Ausentes na Copia Serao Removidos, "
                   "Inclusive os Arquivos Anuais do Historico Gravados "
                   "Depois da Copia."
           display "A Trilha de Auditoria (auditoria_capital.txt) Eh "
                   "Mantida."
           display "Confirma a Restauracao? (S/N)"
           accept ws-confirma

           if  ws-confirma <> "S" and ws-confirma <> "s" then
               display "Restauracao Cancelada."
               go to restaurar_conjunto-exit
           end-if

           perform abre_relato

           move 0 to ws-qtd_restaurados
           move 0 to ws-qtd_divergentes

           move 1 to ws-ind_manifesto
           perform until ws-ind_manifesto > ws-qtd_manifesto
      *>       A trilha de auditoria nao volta no tempo com o conjunto: as
      *>       acoes posteriores a copia continuam registradas
               if  ws-mnf-arquivo(ws-ind_manifesto) = ws-nome_auditoria then
                   move spaces to ws-linha_relato
                   string "  " delimited by size
                          ws-mnf-arquivo(ws-ind_manifesto) delimited by size
                          " Mantido (Trilha de Auditoria)" delimited by size
                          into ws-linha_relato
                   perform grava_linha_relato
               else
                   perform restaura_item
               end-if
               add 1 to ws-ind_manifesto
           end-perform

           perform remove_anuais_posteriores

           perform encerra_relato

           move "CONJUNTO COMPLETO" to ws-aud_arquivo
           perform grava_auditoria

           .
       restaurar_conjunto-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Restaura um unico arquivo do conjunto escolhido
       *>----------------------------------------------------------------------
       restaurar_arquivo section.

           perform escolhe_conjunto

           if  ws-conjunto_ok <> "S" then
               go to restaurar_arquivo-exit
           end-if

           display " "
           display "Numero do Arquivo a Restaurar:"
           accept ws-arquivo_escolhido

           if  ws-arquivo_escolhido < 1
           or  ws-arquivo_escolhido > ws-qtd_manifesto then
               display "Arquivo Inexistente na Copia."
               go to restaurar_arquivo-exit
           end-if

           display " "
           display "O Arquivo " ws-mnf-arquivo(ws-arquivo_escolhido)
                   " Sera Substituido pela Copia "
                   ws-cps-conjunto(ws-conjunto_escolhido) "."
           if  ws-mnf-situacao(ws-arquivo_escolhido) = "A" then
               display "O Arquivo Nao Existia na Copia e Sera Removido."
           end-if
           display "Confirma a Restauracao? (S/N)"
           accept ws-confirma

           if  ws-confirma <> "S" and ws-confirma <> "s" then
               display "Restauracao Cancelada."
               go to restaurar_arquivo-exit
           end-if

           perform abre_relato

           move 0 to ws-qtd_restaurados
           move 0 to ws-qtd_divergentes

           move ws-arquivo_escolhido to ws-ind_manifesto
           perform restaura_item

           perform encerra_relato

           move ws-mnf-arquivo(ws-arquivo_escolhido) to ws-aud_arquivo
           perform grava_auditoria

           .
       restaurar_arquivo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Restaura o arquivo do manifesto indicado em ws-ind_manifesto e
       *> confere a quantidade de registros do arquivo restaurado
       *>----------------------------------------------------------------------
       restaura_item section.

           move "N" to ws-erro_restauracao
           move 0 to ws-qtd_contados

      *>   Arquivo que nao existia na data da copia volta a nao existir
           if  ws-mnf-situacao(ws-ind_manifesto) = "A" then
               move ws-mnf-arquivo(ws-ind_manifesto) to ws-nome_destino
               call "CBL_DELETE_FILE" using ws-nome_destino

               move spaces to ws-linha_relato
               string "  " delimited by size
                      ws-mnf-arquivo(ws-ind_manifesto) delimited by size
                      " Removido (Ausente na Copia)" delimited by size
                      into ws-linha_relato
               perform grava_linha_relato
               add 1 to ws-qtd_restaurados
               go to restaura_item-exit
           end-if

           move spaces to ws-nome_origem
           string ws-cps-conjunto(ws-conjunto_escolhido) delimited by space
                  "/" delimited by size
                  ws-mnf-copia(ws-ind_manifesto) delimited by space
                  into ws-nome_origem

           if  ws-mnf-tipo(ws-ind_manifesto) = "I" then
               perform restaura_indexado
           else
               perform restaura_sequencial
           end-if

           move spaces to ws-linha_relato
           if  ws-erro_restauracao = "S" then
               add 1 to ws-qtd_divergentes
               string "  " delimited by size
                      ws-mnf-arquivo(ws-ind_manifesto) delimited by size
                      " ERRO NA RESTAURACAO - Mantido o Atual"
                                                   delimited by size
                      into ws-linha_relato
           else
               add 1 to ws-qtd_restaurados
               if  ws-qtd_contados = ws-mnf-registros(ws-ind_manifesto) then
                   string "  " delimited by size
                          ws-mnf-arquivo(ws-ind_manifesto) delimited by size
                          " " delimited by size
                          ws-qtd_contados delimited by size
                          " Registros - Conferido" delimited by size
                          into ws-linha_relato
               else
                   add 1 to ws-qtd_divergentes
                   string "  " delimited by size
                          ws-mnf-arquivo(ws-ind_manifesto) delimited by size
                          " " delimited by size
                          ws-qtd_contados delimited by size
                          " Registros - DIVERGENTE DO MANIFESTO ("
                                                   delimited by size
                          ws-mnf-registros(ws-ind_manifesto)
                                                   delimited by size
                          ")" delimited by size
                          into ws-linha_relato
               end-if
           end-if
           perform grava_linha_relato

           .
       restaura_item-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava um arquivo sequencial a partir da copia. A gravacao vai
       *> para um arquivo de trabalho e o arquivo atual so eh substituido
       *> apos a gravacao sem erro
       *>----------------------------------------------------------------------
       restaura_sequencial section.

           move ws-nome_temporario to ws-nome_destino

           open input origem
           if  ws-fs-origem <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-origem
                       " " ws-nome_origem
               move "S" to ws-erro_restauracao
               go to restaura_sequencial-exit
           end-if

           open output destino
           if  ws-fs-destino <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-destino
               move "S" to ws-erro_restauracao
               close origem
               go to restaura_sequencial-exit
           end-if

           move "N" to ws-fim_arquivo

           read origem
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move fd-origem to fd-destino
               write fd-destino
               if  ws-fs-destino <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-destino
                   move "S" to ws-erro_restauracao
                   move "S" to ws-fim_arquivo
               else
                   read origem
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-if
           end-perform

           close origem
           close destino
           if  ws-fs-destino <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-destino
               move "S" to ws-erro_restauracao
           end-if

           if  ws-erro_restauracao = "S" then
               call "CBL_DELETE_FILE" using ws-nome_temporario
               go to restaura_sequencial-exit
           end-if

           move ws-mnf-arquivo(ws-ind_manifesto) to ws-nome_destino
           call "CBL_DELETE_FILE" using ws-nome_destino
           call "CBL_RENAME_FILE" using ws-nome_temporario
                                        ws-nome_destino

      *>   Conferencia do arquivo restaurado
           move ws-nome_destino to ws-nome_origem
           perform conta_sequencial

           .
       restaura_sequencial-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Recarrega o mestre indexado de capitais a partir da copia em
       *> texto, pelo arquivo de trabalho como no converte_capital
       *>----------------------------------------------------------------------
       restaura_indexado section.

           open input origem
           if  ws-fs-origem <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-origem
                       " " ws-nome_origem
               move "S" to ws-erro_restauracao
               go to restaura_indexado-exit
           end-if

           open output altnovo
           if  ws-fs-novo <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-novo
               move "S" to ws-erro_restauracao
               close origem
               go to restaura_indexado-exit
           end-if

           move "N" to ws-fim_arquivo

           read origem
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move fd-origem to fd-alternativa-nova
               write fd-alternativa-nova
               if  ws-fs-novo <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-novo
                   move "S" to ws-erro_restauracao
                   move "S" to ws-fim_arquivo
               else
                   read origem
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-if
           end-perform

           close origem
           close altnovo
           if  ws-fs-novo <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-novo
               move "S" to ws-erro_restauracao
           end-if

           if  ws-erro_restauracao = "S" then
               call "CBL_DELETE_FILE" using ws-nome_trabalho
               go to restaura_indexado-exit
           end-if

           call "CBL_DELETE_FILE" using ws-nome_mestre
           call "CBL_RENAME_FILE" using ws-nome_trabalho
                                        ws-nome_mestre

      *>   Conferencia do mestre restaurado
           open input alt
           if  ws-fs-alter <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-alter
               go to restaura_indexado-exit
           end-if

           move "N" to ws-fim_arquivo

           read alt next
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               add 1 to ws-qtd_contados

               read alt next
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close alt

           .
       restaura_indexado-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Remove os arquivos anuais do historico que nao constam do
       *> manifesto: gravados pelo arquiva_historico depois da copia, eles
       *> repetiriam as partidas que voltaram ao historico.txt restaurado
       *>----------------------------------------------------------------------
       remove_anuais_posteriores section.

           move 0 to ws-qtd_removidos
           compute ws-ano_atual = ws-data_execucao / 10000

           move 2000 to ws-ano
           perform until ws-ano > ws-ano_atual
               move spaces to ws-nome_anual
               string "historico_" delimited by size
                      ws-ano delimited by size
                      ".txt" delimited by size
                      into ws-nome_anual

               move "N" to ws-anual_na_copia
               move 1 to ws-ind_manifesto
               perform until ws-ind_manifesto > ws-qtd_manifesto
                          or ws-anual_na_copia = "S"
                   if  ws-mnf-arquivo(ws-ind_manifesto) = ws-nome_anual then
                       move "S" to ws-anual_na_copia
                   else
                       add 1 to ws-ind_manifesto
                   end-if
               end-perform

               if  ws-anual_na_copia = "N" then
                   move ws-nome_anual to ws-nome_origem
                   open input origem
                   if  ws-fs-origem = 0 then
                       close origem
                       move ws-nome_anual to ws-nome_destino
                       call "CBL_DELETE_FILE" using ws-nome_destino

                       move spaces to ws-linha_relato
                       string "  " delimited by size
                              ws-nome_anual delimited by size
                              " Removido (Posterior a Copia)"
                                                   delimited by size
                              into ws-linha_relato
                       perform grava_linha_relato
                       add 1 to ws-qtd_removidos
                   end-if
               end-if

               add 1 to ws-ano
           end-perform

           add ws-qtd_removidos to ws-qtd_restaurados

           .
       remove_anuais_posteriores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Registra a restauracao na trilha de auditoria, com o operador,
       *> a copia restaurada, a data da copia e o arquivo restaurado
       *> (ou o conjunto completo)
       *>----------------------------------------------------------------------
       grava_auditoria section.

           accept ws-hora_mov from time

           open extend audit

           if  ws-fs-audit <> 0 then
               close audit
               open output audit
               if  ws-fs-audit <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-audit
               end-if
           end-if

           move spaces                  to fd-auditoria
           move ws-data_execucao        to fd-aud-data
           move ws-hora_mov             to fd-aud-hora
           move ws-ses-operador         to fd-aud-operador
           move "RESTAURA"              to fd-aud-acao
           move "COPIA DE SEGURANCA"    to fd-aud-ant_estado
           move spaces                  to fd-aud-ant_capital
           string "Data " delimited by size
                  ws-cps-data(ws-conjunto_escolhido) delimited by size
                  " " delimited by size
                  ws-cps-hora(ws-conjunto_escolhido) delimited by size
                  into fd-aud-ant_capital
           move ws-cps-conjunto(ws-conjunto_escolhido)
                                        to fd-aud-dep_estado
           move ws-aud_arquivo          to fd-aud-dep_capital
           write fd-auditoria
           if  ws-fs-audit <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-audit
           end-if

           close audit
           if  ws-fs-audit <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-audit
           end-if

           .
       grava_auditoria-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Conta os registros do arquivo sequencial em ws-nome_origem
       *>----------------------------------------------------------------------
       conta_sequencial section.

           move 0 to ws-qtd_contados

           open input origem

           if  ws-fs-origem <> 0 then
               go to conta_sequencial-exit
           end-if

           move "N" to ws-fim_arquivo

           read origem
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               add 1 to ws-qtd_contados

               read origem
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close origem

           .
       conta_sequencial-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre o relato da restauracao e grava o cabecalho
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
           string "Restauracao da Copia " delimited by size
                  ws-cps-conjunto(ws-conjunto_escolhido) delimited by size
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

           .
       abre_relato-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava o total da restauracao e fecha o relato
       *>----------------------------------------------------------------------
       encerra_relato section.

           move spaces to ws-linha_relato
           string "Arquivos Restaurados: " delimited by size
                  ws-qtd_restaurados delimited by size
                  " - Com Erro ou Divergencia: " delimited by size
                  ws-qtd_divergentes delimited by size
                  into ws-linha_relato
           perform grava_linha_relato

           move spaces to ws-linha_relato
           perform grava_linha_relato

           close relato
           if  ws-fs-relato <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-relato
           end-if

           display "Relato Gravado em " ws-nome_relato

           .
       encerra_relato-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava uma linha no relato da restauracao e a exibe na tela
       *>----------------------------------------------------------------------
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

           display "Encerrando a Restauracao das Copias."
           goback

           .
       finaliza-exit.
           exit.

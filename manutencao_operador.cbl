      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "manutencao_operador".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da manutencao (listar, incluir, alterar e
      *>              desbloquear) do cadastro de operadores
      *>              (operadores.txt) usado na identificacao do
      *>              operador, restrita ao perfil administrador. Cada
      *>              inclusao, alteracao e desbloqueio eh gravado no
      *>              log de seguranca com o operador responsavel.
      *> 15/10/2026 - Com o cadastro de operadores maior que a tabela em
      *>              memoria, inclusao, alteracao e desbloqueio sao
      *>              recusados e o arquivo nao eh regravado, para nao
      *>              perder os operadores que ficaram de fora da carga.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

                  select operad assign to "operadores.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-operad.

                  select seguranca assign to "log_seguranca.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-seguranca.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd operad.
       01 fd-operador.
           copy opereg.

       fd seguranca.
       01 fd-seguranca.
           copy segreg.

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-operad                             pic 9(02).
       77 ws-fs-seguranca                          pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-qtd_operadores                        pic 9(02)
                                                   value 0.
       77 ws-operadores_estouro                    pic x(01)
                                                   value "N".
       01 ws-reg_operadores occurs 50.
           copy opereg replacing
               ==fd-ope-codigo==      by ==ws-ope-codigo==
               ==fd-ope-nome==        by ==ws-ope-nome==
               ==fd-ope-senha==       by ==ws-ope-senha==
               ==fd-ope-perfil==      by ==ws-ope-perfil==
               ==fd-ope-ativo==       by ==ws-ope-ativo==
               ==fd-ope-tentativas==  by ==ws-ope-tentativas==
               ==fd-ope-bloqueado==   by ==ws-ope-bloqueado==.

       77 ws-opcao                                 pic 9(01).
       77 ws-ind_operadores                        pic 9(02).
       77 ws-ind_busca                             pic 9(02).
       77 ws-codigo_busca                          pic x(10).
       77 ws-achou                                 pic x(01).
       77 ws-confirma                              pic x(01).
       77 ws-desc_perfil                           pic x(13).

       77 ws-novo_nome                             pic x(30).
       77 ws-novo_senha                            pic x(10).
       77 ws-novo_senha_conf                       pic x(10).
       77 ws-novo_perfil                           pic x(01).
       77 ws-novo_ativo                            pic x(01).
       77 ws-dados_validos                         pic x(01).
       77 ws-qtd_administradores                   pic 9(02).

      *>----Log de seguranca
       77 ws-data_mov                              pic 9(08).
       77 ws-hora_mov                              pic 9(08).
       77 ws-seg_operador                          pic x(10).
       77 ws-seg_evento                            pic x(20).

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
           perform carrega_arquivo.

           perform until ws-opcao = 5
               perform exibe_menu
               evaluate ws-opcao
                   when 1 perform listar_operadores
                   when 2 perform incluir_operador
                   when 3 perform alterar_operador
                   when 4 perform desbloquear_operador
                   when 5 continue
                   when other display "Opcao Invalida."
               end-evaluate
           end-perform

           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_operadores
           move "N" to ws-operadores_estouro
           move 0 to ws-opcao

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "A"                   to ws-ses-perfis_exigidos
           move "manutencao_operador" to ws-ses-programa
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
           display "--- Manutencao de Operadores ---"
           display " "
           display "Total de Operadores Cadastrados: " ws-qtd_operadores
           display " "
           display "1 - Listar"
           display "2 - Incluir"
           display "3 - Alterar"
           display "4 - Desbloquear"
           display "5 - Sair"
           display " "
           display "Escolha uma Opcao:"
           accept ws-opcao

           .
       exibe_menu-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do cadastro de operadores para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_arquivo section.

           open input operad

           if  ws-fs-operad <> 0
           and ws-fs-operad <> 35 then
               display "File Status ao abrir arquivo: " ws-fs-operad
           end-if

           if  ws-fs-operad = 0 then
               move "N" to ws-fim_arquivo

               read operad
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  ws-qtd_operadores < 50 then
                       add 1 to ws-qtd_operadores
                       move fd-operador
                                   to ws-reg_operadores(ws-qtd_operadores)

                       if  ws-ope-tentativas(ws-qtd_operadores)
                                                   is not numeric then
                           move 0 to ws-ope-tentativas(ws-qtd_operadores)
                       end-if
                   else
                       move "S" to ws-operadores_estouro
                   end-if

                   read operad
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close operad
           end-if

           .
       carrega_arquivo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o cadastro de operadores inteiro a partir da tabela
       *>----------------------------------------------------------------------
       grava_arquivo section.

      *>   Com a tabela estourada na carga, a regravacao destruiria os
      *>   operadores que ficaram de fora; o arquivo eh preservado
           if  ws-operadores_estouro = "S" then
               go to grava_arquivo-exit
           end-if

           open output operad
           if  ws-fs-operad <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-operad
           end-if

           move 1 to ws-ind_operadores
           perform until ws-ind_operadores > ws-qtd_operadores
               move ws-reg_operadores(ws-ind_operadores) to fd-operador
               write fd-operador
               if  ws-fs-operad <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-operad
               end-if
               add 1 to ws-ind_operadores
           end-perform

           close operad
           if  ws-fs-operad <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-operad
           end-if

           .
       grava_arquivo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Lista todos os operadores cadastrados (a senha nao eh exibida)
       *>----------------------------------------------------------------------
       listar_operadores section.

           display erase
           display "Codigo     Nome                           Perfil        "
                   "Ativo Bloqueado"

           move 1 to ws-ind_operadores
           perform until ws-ind_operadores > ws-qtd_operadores
               perform descreve_perfil
               display ws-ope-codigo(ws-ind_operadores) " "
                       ws-ope-nome(ws-ind_operadores) " "
                       ws-desc_perfil " "
                       ws-ope-ativo(ws-ind_operadores) "     "
                       ws-ope-bloqueado(ws-ind_operadores)
               add 1 to ws-ind_operadores
           end-perform

           display " "
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       listar_operadores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Inclui um novo operador, ativo e desbloqueado
       *>----------------------------------------------------------------------
       incluir_operador section.

           if  ws-operadores_estouro = "S" then
               perform avisa_estouro
               go to incluir_operador-exit
           end-if

           if  ws-qtd_operadores >= 50 then
               display "Limite Maximo de Operadores Cadastrados Atingido."
               go to incluir_operador-exit
           end-if

           display erase
           display "Codigo do Operador (ate 10 letras):"
           accept ws-codigo_busca

           if  ws-codigo_busca = spaces then
               display "Codigo Nao Informado."
               go to incluir_operador-exit
           end-if

           perform localiza_operador

           if  ws-achou = "S" then
               display "Operador " ws-codigo_busca " Ja Cadastrado."
               go to incluir_operador-exit
           end-if

           display "Nome do Operador:"
           accept ws-novo_nome
           display "Senha:"
           accept ws-novo_senha
           display "Confirme a Senha:"
           accept ws-novo_senha_conf
           display "Perfil (H-Anfitriao C-Coordenador A-Administrador):"
           accept ws-novo_perfil
           move function upper-case(ws-novo_perfil) to ws-novo_perfil

           move "S" to ws-dados_validos

           if  ws-novo_nome = spaces then
               display "Nome Nao Informado."
               move "N" to ws-dados_validos
           end-if

           if  ws-novo_senha = spaces
           or  ws-novo_senha <> ws-novo_senha_conf then
               display "Senha em Branco ou Nao Confirmada."
               move "N" to ws-dados_validos
           end-if

           if  ws-novo_perfil <> "H"
           and ws-novo_perfil <> "C"
           and ws-novo_perfil <> "A" then
               display "Perfil Invalido."
               move "N" to ws-dados_validos
           end-if

           if  ws-dados_validos <> "S" then
               display "Operador Nao Incluido."
               go to incluir_operador-exit
           end-if

           add 1 to ws-qtd_operadores
           move ws-codigo_busca to ws-ope-codigo(ws-qtd_operadores)
           move ws-novo_nome    to ws-ope-nome(ws-qtd_operadores)
           move ws-novo_senha   to ws-ope-senha(ws-qtd_operadores)
           move ws-novo_perfil  to ws-ope-perfil(ws-qtd_operadores)
           move "S"             to ws-ope-ativo(ws-qtd_operadores)
           move 0               to ws-ope-tentativas(ws-qtd_operadores)
           move "N"             to ws-ope-bloqueado(ws-qtd_operadores)

           perform grava_arquivo

           move ws-codigo_busca     to ws-seg_operador
           move "OPERADOR INCLUIDO" to ws-seg_evento
           perform grava_seguranca

           display "Operador Incluido com Sucesso."

           .
       incluir_operador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Altera nome, senha, perfil e situacao de um operador. Campos
       *> deixados em branco mantem o valor atual
       *>----------------------------------------------------------------------
       alterar_operador section.

           if  ws-operadores_estouro = "S" then
               perform avisa_estouro
               go to alterar_operador-exit
           end-if

           display erase
           display "Informe o Codigo do Operador a Alterar:"
           accept ws-codigo_busca

           perform localiza_operador

           if  ws-achou <> "S" then
               display "Operador Nao Encontrado."
               go to alterar_operador-exit
           end-if

           display "Nome Atual: " ws-ope-nome(ws-ind_operadores)
           display "Novo Nome (Enter Mantem):"
           accept ws-novo_nome
           display "Nova Senha (Enter Mantem):"
           accept ws-novo_senha
           move spaces to ws-novo_senha_conf
           if  ws-novo_senha <> spaces then
               display "Confirme a Nova Senha:"
               accept ws-novo_senha_conf
           end-if
           display "Perfil Atual: " ws-ope-perfil(ws-ind_operadores)
           display "Novo Perfil (H-Anfitriao C-Coordenador "
                   "A-Administrador, Enter Mantem):"
           accept ws-novo_perfil
           move function upper-case(ws-novo_perfil) to ws-novo_perfil
           display "Ativo Atual: " ws-ope-ativo(ws-ind_operadores)
           display "Ativo (S/N, Enter Mantem):"
           accept ws-novo_ativo
           move function upper-case(ws-novo_ativo) to ws-novo_ativo

           move "S" to ws-dados_validos

           if  ws-novo_senha <> spaces
           and ws-novo_senha <> ws-novo_senha_conf then
               display "Nova Senha Nao Confirmada."
               move "N" to ws-dados_validos
           end-if

           if  ws-novo_perfil <> spaces
           and ws-novo_perfil <> "H"
           and ws-novo_perfil <> "C"
           and ws-novo_perfil <> "A" then
               display "Perfil Invalido."
               move "N" to ws-dados_validos
           end-if

           if  ws-novo_ativo <> spaces
           and ws-novo_ativo <> "S"
           and ws-novo_ativo <> "N" then
               display "Situacao Invalida."
               move "N" to ws-dados_validos
           end-if

      *>   O cadastro nunca fica sem um administrador ativo, senao
      *>   ninguem mais consegue manter os operadores
           if  ws-dados_validos = "S"
           and ws-ope-perfil(ws-ind_operadores) = "A"
           and ws-ope-ativo(ws-ind_operadores) = "S"
           and ((ws-novo_perfil <> spaces and ws-novo_perfil <> "A")
            or  ws-novo_ativo = "N") then
               perform conta_administradores
               if  ws-qtd_administradores <= 1 then
                   display "Este eh o Unico Administrador Ativo."
                   move "N" to ws-dados_validos
               end-if
           end-if

           if  ws-dados_validos <> "S" then
               display "Operador Nao Alterado."
               go to alterar_operador-exit
           end-if

           if  ws-novo_nome <> spaces then
               move ws-novo_nome to ws-ope-nome(ws-ind_operadores)
           end-if
           if  ws-novo_senha <> spaces then
               move ws-novo_senha to ws-ope-senha(ws-ind_operadores)
           end-if
           if  ws-novo_perfil <> spaces then
               move ws-novo_perfil to ws-ope-perfil(ws-ind_operadores)
           end-if
           if  ws-novo_ativo <> spaces then
               move ws-novo_ativo to ws-ope-ativo(ws-ind_operadores)
           end-if

           perform grava_arquivo

           move ws-codigo_busca     to ws-seg_operador
           move "OPERADOR ALTERADO" to ws-seg_evento
           perform grava_seguranca

           display "Operador Alterado com Sucesso."

           .
       alterar_operador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Desbloqueia um operador bloqueado por senhas erradas
       *>----------------------------------------------------------------------
       desbloquear_operador section.

           if  ws-operadores_estouro = "S" then
               perform avisa_estouro
               go to desbloquear_operador-exit
           end-if

           display erase
           display "Informe o Codigo do Operador a Desbloquear:"
           accept ws-codigo_busca

           perform localiza_operador

           if  ws-achou <> "S" then
               display "Operador Nao Encontrado."
               go to desbloquear_operador-exit
           end-if

           if  ws-ope-bloqueado(ws-ind_operadores) <> "S" then
               display "Operador Nao Esta Bloqueado."
               go to desbloquear_operador-exit
           end-if

           move "N" to ws-ope-bloqueado(ws-ind_operadores)
           move 0   to ws-ope-tentativas(ws-ind_operadores)

           perform grava_arquivo

           move ws-codigo_busca to ws-seg_operador
           move "DESBLOQUEIO"   to ws-seg_evento
           perform grava_seguranca

           display "Operador Desbloqueado com Sucesso."

           .
       desbloquear_operador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Aviso de cadastro de operadores maior que a tabela em memoria
       *>----------------------------------------------------------------------
       avisa_estouro section.

           display "Cadastro de Operadores Maior que a Tabela ("
                   "Limite de 50). Nenhuma Alteracao Pode Ser Gravada."
           display " "
           display "Pressione Enter para Continuar."
           accept ws-confirma

           .
       avisa_estouro-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza um operador pelo codigo, devolvendo o indice em
       *> ws-ind_operadores
       *>----------------------------------------------------------------------
       localiza_operador section.

           move "N" to ws-achou
           move 1 to ws-ind_operadores

           perform until ws-ind_operadores > ws-qtd_operadores
                      or ws-achou = "S"
               if  ws-ope-codigo(ws-ind_operadores) = ws-codigo_busca then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_operadores
               end-if
           end-perform

           .
       localiza_operador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Conta os administradores ativos e desbloqueados
       *>----------------------------------------------------------------------
       conta_administradores section.

           move 0 to ws-qtd_administradores
           move 1 to ws-ind_busca

           perform until ws-ind_busca > ws-qtd_operadores
               if  ws-ope-perfil(ws-ind_busca) = "A"
               and ws-ope-ativo(ws-ind_busca) = "S"
               and ws-ope-bloqueado(ws-ind_busca) <> "S" then
                   add 1 to ws-qtd_administradores
               end-if
               add 1 to ws-ind_busca
           end-perform

           .
       conta_administradores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Descricao do perfil do operador corrente da listagem
       *>----------------------------------------------------------------------
       descreve_perfil section.

           evaluate ws-ope-perfil(ws-ind_operadores)
               when "H" move "Anfitriao"     to ws-desc_perfil
               when "C" move "Coordenador"   to ws-desc_perfil
               when "A" move "Administrador" to ws-desc_perfil
               when other move "Indefinido"  to ws-desc_perfil
           end-evaluate

           .
       descreve_perfil-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava um evento de manutencao no log de seguranca, com o
       *> operador identificado como responsavel
       *>----------------------------------------------------------------------
       grava_seguranca section.

           accept ws-data_mov from date yyyymmdd
           accept ws-hora_mov from time

           open extend seguranca

           if  ws-fs-seguranca <> 0 then
               close seguranca
               open output seguranca
               if  ws-fs-seguranca <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-seguranca
               end-if
           end-if

           move ws-data_mov     to fd-seg-data
           move ws-hora_mov     to fd-seg-hora
           move ws-seg_operador to fd-seg-operador
           move ws-seg_evento   to fd-seg-evento
           move ws-ses-programa to fd-seg-programa
           move ws-ses-operador to fd-seg-responsavel
           write fd-seguranca
           if  ws-fs-seguranca <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-seguranca
           end-if

           close seguranca
           if  ws-fs-seguranca <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-seguranca
           end-if

           .
       grava_seguranca-exit.
           exit.

       finaliza section.

           display "Encerrando Manutencao de Operadores."
           goback

           .
       finaliza-exit.
           exit.

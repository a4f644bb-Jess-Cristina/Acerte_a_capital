      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "valida_operador".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da identificacao do operador, chamada pelo
      *>              console_jogo e pelos programas de manutencao:
      *>              confere codigo e senha no cadastro de operadores
      *>              (operadores.txt), bloqueia o operador apos tres
      *>              senhas erradas seguidas, confere se o perfil do
      *>              operador pode usar o programa chamador e grava
      *>              as recusas, os bloqueios e os acessos negados no
      *>              log de seguranca (log_seguranca.txt). Com o
      *>              cadastro vazio, pede o primeiro administrador.
      *> 15/10/2026 - Cadastro de operadores maior que a tabela em
      *>              memoria nao eh regravado, para nao perder os
      *>              operadores que ficaram de fora da carga.
      *> 15/10/2026 - Somente o cadastro inexistente (file status 35)
      *>              eh tratado como vazio e leva ao cadastro do
      *>              primeiro administrador; qualquer outro erro na
      *>              abertura de operadores.txt eh exibido, gravado no
      *>              log de seguranca e encerra o acesso, sem regravar
      *>              o cadastro.



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
       01 ws-reg_operadores occurs 50.
           copy opereg replacing
               ==fd-ope-codigo==      by ==ws-ope-codigo==
               ==fd-ope-nome==        by ==ws-ope-nome==
               ==fd-ope-senha==       by ==ws-ope-senha==
               ==fd-ope-perfil==      by ==ws-ope-perfil==
               ==fd-ope-ativo==       by ==ws-ope-ativo==
               ==fd-ope-tentativas==  by ==ws-ope-tentativas==
               ==fd-ope-bloqueado==   by ==ws-ope-bloqueado==.

       77 ws-operadores_estouro                    pic x(01)
                                                   value "N".
       77 ws-ind_operadores                        pic 9(02).
       77 ws-ind_grava                             pic 9(02).
       77 ws-achou                                 pic x(01).
       77 ws-operadores_erro                       pic x(01)
                                                   value "N".

      *>----Tentativas de identificacao
       77 ws-tentativas_sessao                     pic 9(01).
       77 ws-max_tentativas                        pic 9(01)
                                                   value 3.
       77 ws-codigo_digitado                       pic x(10).
       77 ws-senha_digitada                        pic x(10).
       77 ws-nome_digitado                         pic x(30).
       77 ws-senha_confirmada                      pic x(10).
       77 ws-qtd_perfil                            pic 9(01).

      *>----Log de seguranca
       77 ws-data_mov                              pic 9(08).
       77 ws-hora_mov                              pic 9(08).
       77 ws-seg_operador                          pic x(10).
       77 ws-seg_evento                            pic x(20).

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

      *>   Chamado pelo console ja com o operador identificado, apenas
      *>   o perfil eh conferido; na execucao direta de um programa de
      *>   manutencao o operador se identifica aqui
           if  lnk-ses-operador = spaces then
               perform identifica_operador
           end-if

           if  lnk-ses-operador <> spaces then
               perform verifica_perfil
           end-if

           perform finaliza.

       inicializa section.

           move "N" to lnk-ses-liberado
           move 0 to ws-qtd_operadores

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Identificacao do operador por codigo e senha, com ate tres
       *> tentativas nesta chamada
       *>----------------------------------------------------------------------
       identifica_operador section.

           move spaces to lnk-ses-nome
           move spaces to lnk-ses-perfil

           perform carrega_operadores

      *>   Cadastro existente que nao pode ser lido nao eh tratado como
      *>   vazio: o cadastro inicial regravaria o arquivo com um so
      *>   administrador
           if  ws-operadores_erro = "S" then
               move spaces to ws-seg_operador
               move "CADASTRO INACESSIVEL" to ws-seg_evento
               perform grava_seguranca
               display " "
               display "Cadastro de Operadores Inacessivel. Acesso "
                       "Encerrado."
               go to identifica_operador-exit
           end-if

           if  ws-qtd_operadores = 0 then
               perform cadastro_inicial
               go to identifica_operador-exit
           end-if

           display " "
           display "--- Identificacao do Operador ---"

           move 0 to ws-tentativas_sessao
           perform until lnk-ses-operador <> spaces
                      or ws-tentativas_sessao >= ws-max_tentativas
               perform tenta_identificacao
           end-perform

           if  lnk-ses-operador = spaces then
               display " "
               display "Operador Nao Identificado. Acesso Encerrado."
           end-if

           .
       identifica_operador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Uma tentativa de identificacao. Senhas erradas seguidas contam
       *> no cadastro e o operador eh bloqueado ao atingir o limite
       *>----------------------------------------------------------------------
       tenta_identificacao section.

           add 1 to ws-tentativas_sessao

           display " "
           display "Codigo do Operador:"
           accept ws-codigo_digitado
           display "Senha:"
           accept ws-senha_digitada

           move ws-codigo_digitado to ws-seg_operador

           perform localiza_operador

           if  ws-achou <> "S" then
               move "OPERADOR INEXISTENTE" to ws-seg_evento
               perform grava_seguranca
               display "Operador ou Senha Invalidos."
               go to tenta_identificacao-exit
           end-if

           if  ws-ope-bloqueado(ws-ind_operadores) = "S" then
               move "OPERADOR BLOQUEADO" to ws-seg_evento
               perform grava_seguranca
               display "Operador Bloqueado. Procure um Administrador."
               go to tenta_identificacao-exit
           end-if

           if  ws-ope-ativo(ws-ind_operadores) <> "S" then
               move "OPERADOR INATIVO" to ws-seg_evento
               perform grava_seguranca
               display "Operador Inativo. Procure um Administrador."
               go to tenta_identificacao-exit
           end-if

           if  ws-senha_digitada <> ws-ope-senha(ws-ind_operadores) then
               add 1 to ws-ope-tentativas(ws-ind_operadores)

               if  ws-ope-tentativas(ws-ind_operadores)
                                               >= ws-max_tentativas then
                   move "S" to ws-ope-bloqueado(ws-ind_operadores)
                   move "BLOQUEIO" to ws-seg_evento
                   perform grava_seguranca
                   display "Senha Invalida. Operador Bloqueado apos "
                           ws-max_tentativas " Tentativas."
                   display "Procure um Administrador."
               else
                   move "SENHA INVALIDA" to ws-seg_evento
                   perform grava_seguranca
                   display "Operador ou Senha Invalidos."
               end-if

               perform grava_operadores
               go to tenta_identificacao-exit
           end-if

      *>   Identificacao aceita: zera as senhas erradas acumuladas
           if  ws-ope-tentativas(ws-ind_operadores) <> 0 then
               move 0 to ws-ope-tentativas(ws-ind_operadores)
               perform grava_operadores
           end-if

           move ws-ope-codigo(ws-ind_operadores) to lnk-ses-operador
           move ws-ope-nome(ws-ind_operadores)   to lnk-ses-nome
           move ws-ope-perfil(ws-ind_operadores) to lnk-ses-perfil

           display " "
           display "Bem-vindo(a), " ws-ope-nome(ws-ind_operadores)

           .
       tenta_identificacao-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere se o perfil do operador pode usar o programa chamador
       *>----------------------------------------------------------------------
       verifica_perfil section.

           if  lnk-ses-perfis_exigidos = spaces then
               move "S" to lnk-ses-liberado
               go to verifica_perfil-exit
           end-if

           move 0 to ws-qtd_perfil
           if  lnk-ses-perfil <> spaces then
               inspect lnk-ses-perfis_exigidos
                   tallying ws-qtd_perfil for all lnk-ses-perfil
           end-if

           if  ws-qtd_perfil > 0 then
               move "S" to lnk-ses-liberado
           else
               move lnk-ses-operador to ws-seg_operador
               move "ACESSO NEGADO" to ws-seg_evento
               perform grava_seguranca

               display " "
               display "Operador " lnk-ses-operador
                       " Sem Permissao para " lnk-ses-programa
           end-if

           .
       verifica_perfil-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Cadastro vazio: o primeiro operador eh sempre um administrador,
       *> que depois cadastra os demais na manutencao_operador
       *>----------------------------------------------------------------------
       cadastro_inicial section.

           display " "
           display "--- Cadastro de Operadores Vazio ---"
           display "Cadastre o Primeiro Administrador."
           display " "

           move spaces to ws-codigo_digitado
           perform until ws-codigo_digitado <> spaces
               display "Codigo do Operador:"
               accept ws-codigo_digitado
           end-perform

           move spaces to ws-nome_digitado
           perform until ws-nome_digitado <> spaces
               display "Nome do Operador:"
               accept ws-nome_digitado
           end-perform

           move spaces to ws-senha_digitada
           move "*" to ws-senha_confirmada
           perform until ws-senha_digitada <> spaces
                     and ws-senha_digitada = ws-senha_confirmada
               display "Senha:"
               accept ws-senha_digitada
               display "Confirme a Senha:"
               accept ws-senha_confirmada
               if  ws-senha_digitada = spaces
               or  ws-senha_digitada <> ws-senha_confirmada then
                   display "Senha em Branco ou Nao Confirmada."
               end-if
           end-perform

           move 1 to ws-qtd_operadores
           move ws-codigo_digitado to ws-ope-codigo(1)
           move ws-nome_digitado   to ws-ope-nome(1)
           move ws-senha_digitada  to ws-ope-senha(1)
           move "A"                to ws-ope-perfil(1)
           move "S"                to ws-ope-ativo(1)
           move 0                  to ws-ope-tentativas(1)
           move "N"                to ws-ope-bloqueado(1)

           perform grava_operadores

           move ws-codigo_digitado to ws-seg_operador
           move "CADASTRO INICIAL" to ws-seg_evento
           perform grava_seguranca

           move ws-ope-codigo(1) to lnk-ses-operador
           move ws-ope-nome(1)   to lnk-ses-nome
           move ws-ope-perfil(1) to lnk-ses-perfil

           display " "
           display "Administrador Cadastrado e Identificado."

           .
       cadastro_inicial-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do cadastro de operadores para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_operadores section.

           move 0 to ws-qtd_operadores
           move "N" to ws-operadores_estouro
           move "N" to ws-operadores_erro

           open input operad

           if  ws-fs-operad <> 0
           and ws-fs-operad <> 35 then
               display "File Status ao abrir arquivo: " ws-fs-operad
               move "S" to ws-operadores_erro
           end-if

           if  ws-fs-operad <> 0 then
               go to carrega_operadores-exit
           end-if

           move "N" to ws-fim_arquivo

           read operad
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  ws-qtd_operadores < 50 then
                   add 1 to ws-qtd_operadores
                   move fd-operador to ws-reg_operadores(ws-qtd_operadores)

      *>           Registro gravado antes do contador de senhas erradas
                   if  ws-ope-tentativas(ws-qtd_operadores) is not numeric then
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

           .
       carrega_operadores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza na tabela o operador digitado
       *>----------------------------------------------------------------------
       localiza_operador section.

           move "N" to ws-achou
           move 1 to ws-ind_operadores

           perform until ws-ind_operadores > ws-qtd_operadores
                      or ws-achou = "S"
               if  ws-ope-codigo(ws-ind_operadores) = ws-codigo_digitado then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_operadores
               end-if
           end-perform

           .
       localiza_operador-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Regrava o cadastro de operadores a partir da tabela
       *>----------------------------------------------------------------------
       grava_operadores section.

      *>   Com a tabela estourada na carga, a regravacao destruiria os
      *>   operadores que ficaram de fora; o arquivo eh preservado
           if  ws-operadores_estouro = "S" then
               display "Cadastro de Operadores Maior que a Tabela: "
                       "Alteracao Nao Gravada."
               go to grava_operadores-exit
           end-if

           open output operad
           if  ws-fs-operad <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-operad
           end-if

           move 1 to ws-ind_grava
           perform until ws-ind_grava > ws-qtd_operadores
               move ws-reg_operadores(ws-ind_grava) to fd-operador
               write fd-operador
               if  ws-fs-operad <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-operad
               end-if
               add 1 to ws-ind_grava
           end-perform

           close operad
           if  ws-fs-operad <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-operad
           end-if

           .
       grava_operadores-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava um evento no log de seguranca
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

           move ws-data_mov      to fd-seg-data
           move ws-hora_mov      to fd-seg-hora
           move ws-seg_operador  to fd-seg-operador
           move ws-seg_evento    to fd-seg-evento
           move lnk-ses-programa to fd-seg-programa
           move lnk-ses-operador to fd-seg-responsavel
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

           goback

           .
       finaliza-exit.
           exit.

      *> 02/09/2026 - Datas do controle de execucao validadas como
      *>              numericas antes de liberar a cadeia, ja que nao
      *>              ha operador conferindo o fechamento.
      *> 15/10/2026 - Fechamento restrito aos perfis coordenador e
      *>              administrador: roda com o operador identificado
      *>              recebido do console ou identificado pela
      *>              valida_operador na execucao direta, registrado
      *>              no diario de execucao. Retorno ao console no
      *>              encerramento.
      *> 15/10/2026 - Copia de seguranca dos arquivos de dados
      *>              (copia_dados) como passo zero da cadeia, antes da
      *>              estatistica_estado; sem copia completa a cadeia
      *>              para e nenhum arquivo eh alterado.



       01 ws-linha_diario                          pic x(80).

      *>----Parametros dos passos da cadeia
       01 ws-prm_copia.
          05 ws-cop-retorno                        pic 9(02).
          05 ws-cop-contagem                       pic 9(07).

       01 ws-prm_estatistica.
          05 ws-est-retorno                        pic 9(02).
          05 ws-est-contagem                       pic 9(07).
          05 ws-arq-retorno                        pic 9(02).
          05 ws-arq-contagem                       pic 9(07).

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
                  ".txt" delimited by size
                  into ws-nome_diario

      *>   O fechamento so roda com um operador identificado, recebido
      *>   do console ou identificado aqui na execucao direta, e o
      *>   operador fica registrado no diario de execucao
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "CA"             to ws-ses-perfis_exigidos
           move "fechamento_dia" to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               display "Fechamento Nao Executado."
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.
                  into ws-linha_diario
           perform grava_linha_diario

           move spaces to ws-linha_diario
           string "Operador " delimited by size
                  ws-ses-operador delimited by size
                  " - " delimited by size
                  ws-ses-nome delimited by size
                  into ws-linha_diario
           perform grava_linha_diario

           .
       abre_diario-exit.
           exit.
       *>----------------------------------------------------------------------
       executa_cadeia section.

           perform executa_copia

           if  ws-cadeia_ok = "S" then
               perform executa_estatistica
           end-if

           if  ws-cadeia_ok = "S" then
               perform executa_ranking
       executa_cadeia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Passo 0: copia de seguranca dos arquivos de dados, antes de
       *> qualquer passo que os altere
       *>----------------------------------------------------------------------
       executa_copia section.

           move "copia_dados" to ws-nome_passo
           perform grava_inicio_passo

           move 0 to ws-cop-retorno
           move 0 to ws-cop-contagem
           call "copia_dados" using ws-prm_copia

           move ws-cop-retorno  to ws-retorno_passo
           move ws-cop-contagem to ws-contagem_passo
           perform grava_fim_passo

           .
       executa_copia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Passo 1: estatistica de dificuldade por estado
       *>----------------------------------------------------------------------

       finaliza section.

           goback

           .
       finaliza-exit.

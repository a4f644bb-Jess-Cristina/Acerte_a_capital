      *> 02/09/2026 - Manutencao da sigla do estado, novo campo do
      *>              mestre usado pelo banco de perguntas do jogo, com
      *>              a sigla tambem gravada na auditoria.
      *> 15/10/2026 - Operador da auditoria passa a ser o operador
      *>              identificado (sessao recebida do console ou
      *>              identificacao pela valida_operador na execucao
      *>              direta), restrito aos perfis coordenador e
      *>              administrador, no lugar do operador digitado.



       77 ws-ant_sigla                             pic x(02).
       77 ws-dep_sigla                             pic x(02).

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

           display erase
           display "--- Manutencao de Estados e Capitais ---"

      *>   O operador gravado na auditoria eh sempre o identificado:
      *>   chamado pelo console ele ja vem na sessao, na execucao
      *>   direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "CA"                 to ws-ses-perfis_exigidos
           move "manutencao_capital" to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           move ws-ses-operador to ws-operador

           .
       inicializa-exit.

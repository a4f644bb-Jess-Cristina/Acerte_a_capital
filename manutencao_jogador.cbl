      *> 22/08/2026 - Proximo codigo de jogador persistido em arquivo de
      *>              controle, para que o codigo de um jogador excluido
      *>              nunca seja reaproveitado por outro jogador.
      *> 15/10/2026 - Acesso restrito aos perfis coordenador e
      *>              administrador, com o operador recebido do console
      *>              ou identificado pela valida_operador na execucao
      *>              direta. Retorno ao console no encerramento.



       77 ws-novo_exibicao                         pic x(10).
       77 ws-novo_escola                           pic x(20).

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
           move 0 to ws-qtd_jogadores
           move 0 to ws-opcao

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "CA"                    to ws-ses-perfis_exigidos
           move "manutencao_jogador"    to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.
       finaliza section.

           display "Encerrando Manutencao de Jogadores."
           goback

           .
       finaliza-exit.

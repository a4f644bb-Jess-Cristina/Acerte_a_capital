      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "emite_certificados".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da emissao de certificados: para um periodo
      *>              informado, imprime uma pagina por premio no
      *>              arquivo certificados_AAAAMMDD.txt, com o nome
      *>              completo e a escola do cadastro de jogadores, o
      *>              texto do premio e a data. Premios: medalhas
      *>              conquistadas (conquistas.txt, com o recorde da
      *>              resposta mais rapida), vencedores de cada dia do
      *>              desafio diario (desafio_AAAAMMDD.txt), as tres
      *>              primeiras escolas do campeonato entre escolas no
      *>              periodo e os campeoes das temporadas fechadas no
      *>              periodo (campeoes.txt). Os certificados impressos
      *>              sao registrados em certificados_emitidos.txt e nao
      *>              sao impressos de novo. Acesso restrito aos perfis
      *>              coordenador e administrador.
      *> 15/10/2026 - Conferencia das datas do periodo pelo calendario
      *>              (test-date-yyyymmdd), recusando dias inexistentes
      *>              como 20260231.
      *> 15/10/2026 - O campeonato entre escolas tambem le os arquivos
      *>              anuais do historico (historico_AAAA.txt) de cada
      *>              ano do periodo, antes do historico vivo, como no
      *>              fechamento da temporada, para nao deixar de fora
      *>              as partidas ja arquivadas pelo fechamento do dia.



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

                  select cqt assign to "conquistas.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-cqt.

                  select desafio assign to dynamic ws-nome_desafio
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-desafio.

                  select hist assign to dynamic ws-nome_historico
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-hist.

                  select campeoes assign to "campeoes.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-campeoes.

                  select emitidos assign to "certificados_emitidos.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-emitidos.

                  select impressao assign to dynamic ws-nome_impressao
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-impressao.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd jogad.
       01 fd-jogador.
           copy jogreg.

       fd cqt.
       01 fd-conquista.
           copy cqtreg.

       fd desafio.
       01 fd-desafio.
           copy desreg.

       fd hist.
       01 fd-historico.
           copy histreg.

       fd campeoes.
       01 fd-campeao.
           copy cmpreg.

       fd emitidos.
       01 fd-emitido.
           copy ctfreg.

       fd impressao.
       01 fd-impressao                              pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-jogad                              pic 9(02).
       77 ws-fs-cqt                                pic 9(02).
       77 ws-fs-desafio                            pic 9(02).
       77 ws-fs-hist                               pic 9(02).
       77 ws-fs-campeoes                           pic 9(02).
       77 ws-fs-emitidos                           pic 9(02).
       77 ws-fs-impressao                          pic 9(02).
       77 ws-fim_arquivo                           pic x(01).

       77 ws-data_execucao                         pic 9(08).
       77 ws-data_inicial                          pic 9(08).
       77 ws-data_final                            pic 9(08).
       77 ws-nome_impressao                        pic x(26)
                                                   value spaces.
       77 ws-nome_historico                        pic x(22)
                                                   value spaces.
       77 ws-ano                                   pic 9(04).
       77 ws-ano_final                             pic 9(04).
       77 ws-nome_desafio                          pic x(22)
                                                   value spaces.

      *>----Conferencia de data AAAAMMDD
       01 ws-data_aux.
          05 ws-aux-ano                            pic 9(04).
          05 ws-aux-mes                            pic 9(02).
          05 ws-aux-dia                            pic 9(02).
       01 ws-data_aux_num redefines ws-data_aux    pic 9(08).
       77 ws-data_valida                           pic x(01).

      *>----Cadastro de jogadores em memoria
       77 ws-qtd_cadastrados                       pic 9(03)
                                                   value 0.
       01 ws-reg_jogadores occurs 100.
           copy jogreg replacing ==fd-jog-codigo==   by ==ws-jog-codigo==
                                 ==fd-jog-nome==     by ==ws-jog-nome==
                                 ==fd-jog-exibicao== by ==ws-jog-exibicao==
                                 ==fd-jog-escola==   by ==ws-jog-escola==.
       77 ws-ind_cadastro                          pic 9(03).
       77 ws-codigo_busca                          pic 9(04).
       77 ws-achou_jogador                         pic x(01).

      *>----Certificados ja emitidos
       77 ws-qtd_emitidos                          pic 9(04)
                                                   value 0.
       77 ws-emitidos_estouro                      pic x(01)
                                                   value "N".
       01 ws-emitidos occurs 2000.
           copy ctfreg replacing ==fd-ctf-chave==    by ==ws-emi-chave==
                                 ==fd-ctf-tipo==     by ==ws-emi-tipo==
                                 ==fd-ctf-codigo==   by ==ws-emi-codigo==
                                 ==fd-ctf-premio==   by ==ws-emi-premio==
                                 ==fd-ctf-premiado== by ==ws-emi-premiado==
                                 ==fd-ctf-data==     by ==ws-emi-data==
                                 ==fd-ctf-valor==    by ==ws-emi-valor==
                                 ==fd-ctf-emissao==  by ==ws-emi-emissao==.
       77 ws-ind_emitidos                          pic 9(04).
       77 ws-ja_emitido                            pic x(01).

      *>----Certificado em preparacao: chave do premio e textos da pagina
       01 ws-certificado.
           copy ctfreg replacing ==fd-ctf-chave==    by ==ws-cer-chave==
                                 ==fd-ctf-tipo==     by ==ws-cer-tipo==
                                 ==fd-ctf-codigo==   by ==ws-cer-codigo==
                                 ==fd-ctf-premio==   by ==ws-cer-premio==
                                 ==fd-ctf-premiado== by ==ws-cer-premiado==
                                 ==fd-ctf-data==     by ==ws-cer-data==
                                 ==fd-ctf-valor==    by ==ws-cer-valor==
                                 ==fd-ctf-emissao==  by ==ws-cer-emissao==.
       77 ws-cer-nome                              pic x(30).
       77 ws-cer-escola                            pic x(20).
       77 ws-cer-texto1                            pic x(60).
       77 ws-cer-texto2                            pic x(60).
       77 ws-cer-texto3                            pic x(60).

       77 ws-qtd_impressos                         pic 9(04)
                                                   value 0.
       77 ws-qtd_repetidos                         pic 9(04)
                                                   value 0.
       77 ws-qtd_sem_cadastro                      pic 9(04)
                                                   value 0.

      *>----Desafio diario: melhor resultado do dia de cada jogador
       77 ws-dia_inteiro                           pic 9(07).
       77 ws-dia_final                             pic 9(07).
       77 ws-data_dia                              pic 9(08).
       77 ws-qtd_dia                               pic 9(03)
                                                   value 0.
       01 ws-resultado_dia occurs 100.
          05 ws-dia-codigo                         pic 9(04).
          05 ws-dia-nome                           pic x(10).
          05 ws-dia-pontos                         pic 9(03).
       77 ws-ind_dia                               pic 9(03).
       77 ws-melhor_dia                            pic 9(03).
       77 ws-codigo_registro                       pic 9(04).
       77 ws-achou                                 pic x(01).

      *>----Campeonato entre escolas no periodo
       77 ws-qtd_escolas                           pic 9(02)
                                                   value 0.
       01 ws-escolas occurs 50.
          05 ws-esc-nome                           pic x(20).
          05 ws-esc-pontos                         pic 9(07).
       01 ws-escola_aux.
          05 ws-aux-esc-nome                       pic x(20).
          05 ws-aux-esc-pontos                     pic 9(07).
       77 ws-ind_escolas                           pic 9(02).
       77 ws-codigo_hist                           pic 9(04).
       77 ws-escola_registro                       pic x(20).
       77 ws-controle                              pic x(10).

       01 ws-colocacoes_grupo.
          05 filler                                pic x(08)
                                                   value "Primeiro".
          05 filler                                pic x(08)
                                                   value "Segundo".
          05 filler                                pic x(08)
                                                   value "Terceiro".
       01 ws-colocacoes redefines ws-colocacoes_grupo.
          05 ws-colocacao occurs 3                 pic x(08).

      *>----Datas por extenso e numeros sem zeros a esquerda
       01 ws-meses_grupo.
          05 filler                                pic x(09)
                                                   value "janeiro".
          05 filler                                pic x(09)
                                                   value "fevereiro".
          05 filler                                pic x(09)
                                                   value "marco".
          05 filler                                pic x(09)
                                                   value "abril".
          05 filler                                pic x(09)
                                                   value "maio".
          05 filler                                pic x(09)
                                                   value "junho".
          05 filler                                pic x(09)
                                                   value "julho".
          05 filler                                pic x(09)
                                                   value "agosto".
          05 filler                                pic x(09)
                                                   value "setembro".
          05 filler                                pic x(09)
                                                   value "outubro".
          05 filler                                pic x(09)
                                                   value "novembro".
          05 filler                                pic x(09)
                                                   value "dezembro".
       01 ws-meses redefines ws-meses_grupo.
          05 ws-nome_mes occurs 12                 pic x(09).
       77 ws-data_extenso                          pic x(30).
       77 ws-data_barras                           pic x(10).
       77 ws-data_barras2                          pic x(10).
       77 ws-dia_editado                           pic z9.

       77 ws-numero                                pic 9(08).
       77 ws-numero_editado                        pic z(07)9.
       77 ws-numero_texto                          pic x(08).
       77 ws-qtd_brancos                           pic 9(02).

      *>----Linhas da pagina do certificado
       77 ws-texto_centro                          pic x(60).
       77 ws-tam_texto                             pic 9(02).
       77 ws-margem                                pic 9(02).
       77 ws-linha_impressao                       pic x(80).

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
           perform solicita_periodo.
           perform carrega_cadastro.
           perform carrega_emitidos.
           perform abre_arquivos.
           perform emite_medalhas.
           perform emite_desafios.
           perform emite_escolas.
           perform emite_titulos.
           perform encerra_emissao.
           perform finaliza.

       inicializa section.

           move 0 to ws-qtd_impressos
           move 0 to ws-qtd_repetidos
           move 0 to ws-qtd_sem_cadastro
           accept ws-data_execucao from date yyyymmdd

           move spaces to ws-nome_impressao
           string "certificados_" delimited by size
                  ws-data_execucao delimited by size
                  ".txt" delimited by size
                  into ws-nome_impressao

      *>   Chamado pelo console o operador ja vem identificado; na
      *>   execucao direta a identificacao eh pedida pela valida_operador
           move spaces to ws-sessao
           if  address of lnk-sessao not = null then
               move lnk-sessao to ws-sessao
           end-if

           move "CA"                    to ws-ses-perfis_exigidos
           move "emite_certificados"    to ws-ses-programa
           call "valida_operador" using ws-sessao

           if  ws-ses-liberado <> "S" then
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Solicita o periodo (data inicial e final) dos premios
       *>----------------------------------------------------------------------
       solicita_periodo section.

           display erase
           display "--- Emissao de Certificados ---"
           display " "
           display "Data Inicial (AAAAMMDD):"
           accept ws-data_inicial
           display "Data Final (AAAAMMDD):"
           accept ws-data_final

           move ws-data_inicial to ws-data_aux
           perform valida_data
           if  ws-data_valida = "S" then
               move ws-data_final to ws-data_aux
               perform valida_data
           end-if

           if  ws-data_valida = "N"
           or  ws-data_inicial > ws-data_final then
               display "Periodo Invalido. Nenhum Certificado Emitido."
               perform finaliza
           end-if

           .
       solicita_periodo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere uma data AAAAMMDD em ws-data_aux
       *>----------------------------------------------------------------------
       valida_data section.

           move "S" to ws-data_valida

           if  ws-data_aux is not numeric then
               move "N" to ws-data_valida
               go to valida_data-exit
           end-if

           if  ws-aux-ano < 2000
           or  function test-date-yyyymmdd(ws-data_aux_num) <> 0 then
               move "N" to ws-data_valida
           end-if

           .
       valida_data-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carga do cadastro de jogadores para a tabela em memoria
       *>----------------------------------------------------------------------
       carrega_cadastro section.

           move 0 to ws-qtd_cadastrados

           open input jogad

           if  ws-fs-jogad = 0 then
               move "N" to ws-fim_arquivo

               read jogad
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  ws-qtd_cadastrados < 100 then
                       add 1 to ws-qtd_cadastrados
                       move fd-jogador to ws-reg_jogadores(ws-qtd_cadastrados)
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
       *> Carga dos certificados ja emitidos. Com a tabela estourada a
       *> emissao eh recusada, pois os certificados que ficaram de fora
       *> seriam impressos de novo
       *>----------------------------------------------------------------------
       carrega_emitidos section.

           move 0 to ws-qtd_emitidos
           move "N" to ws-emitidos_estouro

           open input emitidos

           if  ws-fs-emitidos = 0 then
               move "N" to ws-fim_arquivo

               read emitidos
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   if  ws-qtd_emitidos < 2000 then
                       add 1 to ws-qtd_emitidos
                       move fd-emitido to ws-emitidos(ws-qtd_emitidos)
                   else
                       move "S" to ws-emitidos_estouro
                   end-if

                   read emitidos
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close emitidos
           end-if

           if  ws-emitidos_estouro = "S" then
               display "Controle de Certificados Emitidos Maior que a Tabela."
               display "Nenhum Certificado Emitido."
               perform finaliza
           end-if

           .
       carrega_emitidos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Abre o arquivo de impressao do dia e o controle de emitidos
       *> para acrescimo
       *>----------------------------------------------------------------------
       abre_arquivos section.

           open extend impressao

           if  ws-fs-impressao <> 0 then
               close impressao
               open output impressao
               if  ws-fs-impressao <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-impressao
               end-if
           end-if

           open extend emitidos

           if  ws-fs-emitidos <> 0 then
               close emitidos
               open output emitidos
               if  ws-fs-emitidos <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-emitidos
               end-if
           end-if

           .
       abre_arquivos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Medalhas conquistadas no periodo. Visitantes nao colecionam
       *> medalhas; codigo que saiu do cadastro nao tem nome completo
       *> nem escola para o certificado e eh apenas contado
       *>----------------------------------------------------------------------
       emite_medalhas section.

           open input cqt

           if  ws-fs-cqt <> 0 then
               go to emite_medalhas-exit
           end-if

           move "N" to ws-fim_arquivo

           read cqt
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-cqt-codigo is numeric
               and fd-cqt-codigo > 0
               and fd-cqt-data is numeric
               and fd-cqt-data >= ws-data_inicial
               and fd-cqt-data <= ws-data_final then
                   perform prepara_medalha
               end-if

               read cqt
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close cqt

           .
       emite_medalhas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Monta e imprime o certificado da medalha lida
       *>----------------------------------------------------------------------
       prepara_medalha section.

           move spaces          to ws-certificado
           move "M"             to ws-cer-tipo
           move fd-cqt-codigo   to ws-cer-codigo
           move fd-cqt-badge    to ws-cer-premio
           move fd-cqt-data     to ws-cer-data
           move 0               to ws-cer-valor
           if  fd-cqt-valor is numeric then
               move fd-cqt-valor to ws-cer-valor
           end-if

           perform verifica_emitido
           if  ws-ja_emitido = "S" then
               add 1 to ws-qtd_repetidos
               go to prepara_medalha-exit
           end-if

           move fd-cqt-codigo to ws-codigo_busca
           perform localiza_cadastro
           if  ws-achou_jogador <> "S" then
               add 1 to ws-qtd_sem_cadastro
               go to prepara_medalha-exit
           end-if

           move ws-jog-nome(ws-ind_cadastro)   to ws-cer-nome
           move ws-jog-escola(ws-ind_cadastro) to ws-cer-escola

           move "conquistou a medalha" to ws-cer-texto1
           move fd-cqt-badge           to ws-cer-texto2
           move spaces                 to ws-cer-texto3

      *>   O valor guarda o recorde da resposta mais rapida, em segundos
           if  ws-cer-valor > 0 then
               move ws-cer-valor to ws-numero
               perform edita_numero
               string "com resposta certa em " delimited by size
                      ws-numero_texto delimited by space
                      " segundos" delimited by size
                      into ws-cer-texto3
           end-if

           perform imprime_certificado

           .
       prepara_medalha-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Vencedores do desafio diario: em cada dia do periodo, o melhor
       *> resultado do dia de cada jogador, como na classificacao do
       *> desafio; todos os empatados no primeiro lugar sao premiados
       *>----------------------------------------------------------------------
       emite_desafios section.

           compute ws-dia_inteiro =
                   function integer-of-date(ws-data_inicial)
           compute ws-dia_final =
                   function integer-of-date(ws-data_final)

           perform until ws-dia_inteiro > ws-dia_final
               compute ws-data_dia =
                       function date-of-integer(ws-dia_inteiro)
               move spaces to ws-nome_desafio
               string "desafio_" delimited by size
                      ws-data_dia delimited by size
                      ".txt" delimited by size
                      into ws-nome_desafio
               perform carrega_desafio_dia

               move 0 to ws-melhor_dia
               move 1 to ws-ind_dia
               perform until ws-ind_dia > ws-qtd_dia
                   if  ws-dia-pontos(ws-ind_dia) > ws-melhor_dia then
                       move ws-dia-pontos(ws-ind_dia) to ws-melhor_dia
                   end-if
                   add 1 to ws-ind_dia
               end-perform

               if  ws-melhor_dia > 0 then
                   move 1 to ws-ind_dia
                   perform until ws-ind_dia > ws-qtd_dia
                       if  ws-dia-pontos(ws-ind_dia) = ws-melhor_dia then
                           perform prepara_desafio
                       end-if
                       add 1 to ws-ind_dia
                   end-perform
               end-if

               add 1 to ws-dia_inteiro
           end-perform

           .
       emite_desafios-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Carrega o melhor resultado de cada jogador em um dia de
       *> desafio, como na classificacao do desafio diario
       *>----------------------------------------------------------------------
       carrega_desafio_dia section.

           move 0 to ws-qtd_dia

           open input desafio

           if  ws-fs-desafio <> 0 then
               go to carrega_desafio_dia-exit
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

               move "N" to ws-achou
               move 1 to ws-ind_dia

               perform until ws-ind_dia > ws-qtd_dia
                          or ws-achou = "S"
                   if  ws-dia-codigo(ws-ind_dia) = ws-codigo_registro
                   and (ws-codigo_registro > 0
                    or  ws-dia-nome(ws-ind_dia) = fd-des-nome) then
                       move "S" to ws-achou
                   else
                       add 1 to ws-ind_dia
                   end-if
               end-perform

               if  ws-achou = "N"
               and ws-qtd_dia < 100 then
                   add 1 to ws-qtd_dia
                   move ws-qtd_dia to ws-ind_dia
                   move ws-codigo_registro to ws-dia-codigo(ws-ind_dia)
                   move fd-des-nome        to ws-dia-nome(ws-ind_dia)
                   move 0                  to ws-dia-pontos(ws-ind_dia)
               end-if

               if  ws-ind_dia <= ws-qtd_dia
               and fd-des-pontos is numeric
               and fd-des-pontos > ws-dia-pontos(ws-ind_dia) then
                   move fd-des-pontos to ws-dia-pontos(ws-ind_dia)
               end-if

               read desafio
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close desafio

           .
       carrega_desafio_dia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Monta e imprime o certificado de um vencedor do dia. O
       *> visitante leva o nome com que jogou, sem escola
       *>----------------------------------------------------------------------
       prepara_desafio section.

           move spaces                      to ws-certificado
           move "D"                         to ws-cer-tipo
           move ws-dia-codigo(ws-ind_dia)   to ws-cer-codigo
           move "DESAFIO DIARIO"            to ws-cer-premio
           if  ws-dia-codigo(ws-ind_dia) = 0 then
               move ws-dia-nome(ws-ind_dia) to ws-cer-premiado
           end-if
           move ws-data_dia                 to ws-cer-data
           move ws-dia-pontos(ws-ind_dia)   to ws-cer-valor

           perform verifica_emitido
           if  ws-ja_emitido = "S" then
               add 1 to ws-qtd_repetidos
               go to prepara_desafio-exit
           end-if

           move ws-dia-codigo(ws-ind_dia) to ws-codigo_busca
           move ws-dia-nome(ws-ind_dia)   to ws-cer-nome
           perform identifica_premiado

           move "venceu o Desafio Diario" to ws-cer-texto1
           move ws-dia-pontos(ws-ind_dia) to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto2
           string "com " delimited by size
                  ws-numero_texto delimited by space
                  " pontos" delimited by size
                  into ws-cer-texto2
           move spaces to ws-cer-texto3

           perform imprime_certificado

           .
       prepara_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Campeonato entre escolas no periodo, apurado pelo historico
       *> como no campeonato_escolas; as tres primeiras escolas sao
       *> premiadas. Visitantes e codigos fora do cadastro (SEM
       *> CADASTRO) nao disputam a colocacao
       *>----------------------------------------------------------------------
       emite_escolas section.

           move 0 to ws-qtd_escolas

           compute ws-ano = ws-data_inicial / 10000
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
               perform acumula_historico
               add 1 to ws-ano
           end-perform

           move "historico.txt" to ws-nome_historico
           perform acumula_historico

           perform ordena_escolas

           move 1 to ws-ind_escolas
           perform until ws-ind_escolas > ws-qtd_escolas
                      or ws-ind_escolas > 3
               if  ws-esc-pontos(ws-ind_escolas) > 0 then
                   perform prepara_escola
               end-if
               add 1 to ws-ind_escolas
           end-perform

           .
       emite_escolas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acumula por escola os registros do periodo de um arquivo de
       *> historico (ws-nome_historico). Arquivo inexistente eh ignorado
       *>----------------------------------------------------------------------
       acumula_historico section.

           open input hist

           if  ws-fs-hist <> 0 then
               go to acumula_historico-exit
           end-if

           move "N" to ws-fim_arquivo

           read hist
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-hist-data >= ws-data_inicial
               and fd-hist-data <= ws-data_final then
                   perform apura_escola
                   if  ws-escola_registro <> "SEM CADASTRO" then
                       perform acumula_escola
                   end-if
               end-if

               read hist
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close hist

           .
       acumula_historico-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Apura a escola do registro de historico pelo codigo do jogador
       *> no cadastro
       *>----------------------------------------------------------------------
       apura_escola section.

           move 0 to ws-codigo_hist
           if  fd-hist-codigo is numeric then
               move fd-hist-codigo to ws-codigo_hist
           end-if

           move "SEM CADASTRO" to ws-escola_registro

           if  ws-codigo_hist > 0 then
               move 1 to ws-ind_cadastro
               perform until ws-ind_cadastro > ws-qtd_cadastrados
                   if  ws-jog-codigo(ws-ind_cadastro) = ws-codigo_hist
                   and ws-jog-escola(ws-ind_cadastro) <> spaces then
                       move ws-jog-escola(ws-ind_cadastro)
                                       to ws-escola_registro
                   end-if
                   add 1 to ws-ind_cadastro
               end-perform
           end-if

           .
       apura_escola-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Acumula os pontos do registro na sua escola
       *>----------------------------------------------------------------------
       acumula_escola section.

           move "N" to ws-achou
           move 1 to ws-ind_escolas

           perform until ws-ind_escolas > ws-qtd_escolas
                      or ws-achou = "S"
               if  ws-esc-nome(ws-ind_escolas) = ws-escola_registro then
                   move "S" to ws-achou
               else
                   add 1 to ws-ind_escolas
               end-if
           end-perform

           if  ws-achou = "N"
           and ws-qtd_escolas < 50 then
               add 1 to ws-qtd_escolas
               move ws-qtd_escolas to ws-ind_escolas
               move ws-escola_registro to ws-esc-nome(ws-ind_escolas)
               move 0 to ws-esc-pontos(ws-ind_escolas)
           end-if

           if  ws-ind_escolas <= ws-qtd_escolas then
               add fd-hist-pontos to ws-esc-pontos(ws-ind_escolas)
           end-if

           .
       acumula_escola-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Ordena as escolas por pontos, da maior para a menor
       *>----------------------------------------------------------------------
       ordena_escolas section.

           move "continua" to ws-controle
           perform until ws-controle <> "continua"
               move 1 to ws-ind_escolas
               move "n_continua" to ws-controle
               perform until ws-ind_escolas >= ws-qtd_escolas
                   if  ws-esc-pontos(ws-ind_escolas)
                       < ws-esc-pontos(ws-ind_escolas + 1) then
                       move ws-escolas(ws-ind_escolas + 1) to ws-escola_aux
                       move ws-escolas(ws-ind_escolas)
                                       to ws-escolas(ws-ind_escolas + 1)
                       move ws-escola_aux to ws-escolas(ws-ind_escolas)

                       move "continua" to ws-controle
                   end-if
                   add 1 to ws-ind_escolas
               end-perform
           end-perform

           .
       ordena_escolas-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Monta e imprime o certificado da escola colocada em
       *> ws-ind_escolas, datado do fim do periodo
       *>----------------------------------------------------------------------
       prepara_escola section.

           move spaces                        to ws-certificado
           move "E"                           to ws-cer-tipo
           move 0                             to ws-cer-codigo
           string "CAMPEONATO ESCOLAS " delimited by size
                  ws-ind_escolas delimited by size
                  into ws-cer-premio
           move ws-esc-nome(ws-ind_escolas)   to ws-cer-premiado
           move ws-data_final                 to ws-cer-data
           move ws-data_inicial               to ws-cer-valor

           perform verifica_emitido
           if  ws-ja_emitido = "S" then
               add 1 to ws-qtd_repetidos
               go to prepara_escola-exit
           end-if

           move ws-esc-nome(ws-ind_escolas) to ws-cer-nome
           move spaces                      to ws-cer-escola

           move spaces to ws-cer-texto1
           string "conquistou o " delimited by size
                  ws-colocacao(ws-ind_escolas) delimited by space
                  " Lugar" delimited by size
                  into ws-cer-texto1

           move ws-esc-pontos(ws-ind_escolas) to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto2
           string "no Campeonato entre Escolas, com " delimited by size
                  ws-numero_texto delimited by space
                  " pontos" delimited by size
                  into ws-cer-texto2

           move ws-data_inicial to ws-data_aux
           perform formata_data_barras
           move ws-data_barras to ws-data_barras2
           move ws-data_final to ws-data_aux
           perform formata_data_barras
           move spaces to ws-cer-texto3
           string "no periodo de " delimited by size
                  ws-data_barras2 delimited by size
                  " a " delimited by size
                  ws-data_barras delimited by size
                  into ws-cer-texto3

           perform imprime_certificado

           .
       prepara_escola-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Campeoes das temporadas fechadas no periodo: campeao geral,
       *> escola campea e lider do desafio diario
       *>----------------------------------------------------------------------
       emite_titulos section.

           open input campeoes

           if  ws-fs-campeoes <> 0 then
               go to emite_titulos-exit
           end-if

           move "N" to ws-fim_arquivo

           read campeoes
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               if  fd-cmp-data_fechamento >= ws-data_inicial
               and fd-cmp-data_fechamento <= ws-data_final then
                   if  fd-cmp-geral_nome <> spaces then
                       perform prepara_campeao_geral
                   end-if
                   if  fd-cmp-escola_nome <> spaces then
                       perform prepara_escola_campea
                   end-if
                   if  fd-cmp-desafio_nome <> spaces then
                       perform prepara_lider_desafio
                   end-if
               end-if

               read campeoes
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close campeoes

           .
       emite_titulos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Certificado do campeao geral do ranking da temporada
       *>----------------------------------------------------------------------
       prepara_campeao_geral section.

           move spaces                    to ws-certificado
           move "T"                       to ws-cer-tipo
           move fd-cmp-geral_codigo       to ws-cer-codigo
           move "CAMPEAO GERAL"           to ws-cer-premio
           move fd-cmp-data_fechamento    to ws-cer-data
           move fd-cmp-temporada          to ws-cer-valor

           perform verifica_emitido
           if  ws-ja_emitido = "S" then
               add 1 to ws-qtd_repetidos
               go to prepara_campeao_geral-exit
           end-if

           move fd-cmp-geral_codigo to ws-codigo_busca
           move fd-cmp-geral_nome   to ws-cer-nome
           perform identifica_premiado

           move "conquistou o titulo de" to ws-cer-texto1
           move fd-cmp-temporada to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto2
           string "Campeao Geral da Temporada " delimited by size
                  ws-numero_texto delimited by space
                  into ws-cer-texto2
           move fd-cmp-geral_rating to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto3
           string "com rating " delimited by size
                  ws-numero_texto delimited by space
                  into ws-cer-texto3

           perform imprime_certificado

           .
       prepara_campeao_geral-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Certificado da escola campea da temporada
       *>----------------------------------------------------------------------
       prepara_escola_campea section.

           move spaces                    to ws-certificado
           move "T"                       to ws-cer-tipo
           move 0                         to ws-cer-codigo
           move "ESCOLA CAMPEA"           to ws-cer-premio
           move fd-cmp-escola_nome        to ws-cer-premiado
           move fd-cmp-data_fechamento    to ws-cer-data
           move fd-cmp-temporada          to ws-cer-valor

           perform verifica_emitido
           if  ws-ja_emitido = "S" then
               add 1 to ws-qtd_repetidos
               go to prepara_escola_campea-exit
           end-if

           move fd-cmp-escola_nome to ws-cer-nome
           move spaces             to ws-cer-escola

           move "conquistou o titulo de" to ws-cer-texto1
           move fd-cmp-temporada to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto2
           string "Escola Campea da Temporada " delimited by size
                  ws-numero_texto delimited by space
                  into ws-cer-texto2
           move fd-cmp-escola_pontos to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto3
           string "com " delimited by size
                  ws-numero_texto delimited by space
                  " pontos" delimited by size
                  into ws-cer-texto3

           perform imprime_certificado

           .
       prepara_escola_campea-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Certificado do lider do desafio diario da temporada
       *>----------------------------------------------------------------------
       prepara_lider_desafio section.

           move spaces                    to ws-certificado
           move "T"                       to ws-cer-tipo
           move fd-cmp-desafio_codigo     to ws-cer-codigo
           move "LIDER DO DESAFIO"        to ws-cer-premio
           if  fd-cmp-desafio_codigo = 0 then
               move fd-cmp-desafio_nome   to ws-cer-premiado
           end-if
           move fd-cmp-data_fechamento    to ws-cer-data
           move fd-cmp-temporada          to ws-cer-valor

           perform verifica_emitido
           if  ws-ja_emitido = "S" then
               add 1 to ws-qtd_repetidos
               go to prepara_lider_desafio-exit
           end-if

           move fd-cmp-desafio_codigo to ws-codigo_busca
           move fd-cmp-desafio_nome   to ws-cer-nome
           perform identifica_premiado

           move "conquistou o titulo de" to ws-cer-texto1
           move fd-cmp-temporada to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto2
           string "Lider do Desafio Diario da Temporada " delimited by size
                  ws-numero_texto delimited by space
                  into ws-cer-texto2
           move fd-cmp-desafio_pontos to ws-numero
           perform edita_numero
           move spaces to ws-cer-texto3
           string "com " delimited by size
                  ws-numero_texto delimited by space
                  " pontos" delimited by size
                  into ws-cer-texto3

           perform imprime_certificado

           .
       prepara_lider_desafio-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Nome completo e escola do premiado pelo codigo em
       *> ws-codigo_busca. Sem cadastro (visitante ou codigo excluido)
       *> fica o nome de exibicao ja movido para ws-cer-nome
       *>----------------------------------------------------------------------
       identifica_premiado section.

           move spaces to ws-cer-escola
           move "N" to ws-achou_jogador

           if  ws-codigo_busca > 0 then
               perform localiza_cadastro
           end-if

           if  ws-achou_jogador = "S" then
               move ws-jog-nome(ws-ind_cadastro)   to ws-cer-nome
               move ws-jog-escola(ws-ind_cadastro) to ws-cer-escola
           end-if

           .
       identifica_premiado-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Localiza um jogador do cadastro pelo codigo, devolvendo o
       *> indice em ws-ind_cadastro
       *>----------------------------------------------------------------------
       localiza_cadastro section.

           move "N" to ws-achou_jogador
           move 1 to ws-ind_cadastro

           perform until ws-ind_cadastro > ws-qtd_cadastrados
                      or ws-achou_jogador = "S"
               if  ws-jog-codigo(ws-ind_cadastro) = ws-codigo_busca then
                   move "S" to ws-achou_jogador
               else
                   add 1 to ws-ind_cadastro
               end-if
           end-perform

           .
       localiza_cadastro-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Confere se o certificado em preparacao ja foi emitido
       *>----------------------------------------------------------------------
       verifica_emitido section.

           move "N" to ws-ja_emitido
           move 1 to ws-ind_emitidos

           perform until ws-ind_emitidos > ws-qtd_emitidos
                      or ws-ja_emitido = "S"
               if  ws-emi-chave(ws-ind_emitidos) = ws-cer-chave then
                   move "S" to ws-ja_emitido
               else
                   add 1 to ws-ind_emitidos
               end-if
           end-perform

           .
       verifica_emitido-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Imprime a pagina do certificado em preparacao e o registra
       *> como emitido
       *>----------------------------------------------------------------------
       imprime_certificado section.

           move spaces to ws-linha_impressao
           write fd-impressao from ws-linha_impressao after advancing page
           if  ws-fs-impressao <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-impressao
           end-if
           perform grava_linha_branco
           perform grava_linha_branco

           move "ACERTE A CAPITAL" to ws-texto_centro
           perform grava_centralizado
           perform grava_linha_branco
           move "C E R T I F I C A D O" to ws-texto_centro
           perform grava_centralizado
           perform grava_linha_branco
           perform grava_linha_branco
           perform grava_linha_branco

           move "Certificamos que" to ws-texto_centro
           perform grava_centralizado
           perform grava_linha_branco

           move ws-cer-nome to ws-texto_centro
           perform grava_centralizado

           if  ws-cer-escola <> spaces then
               move spaces to ws-texto_centro
               string "da escola " delimited by size
                      ws-cer-escola delimited by size
                      into ws-texto_centro
               perform grava_centralizado
           end-if
           perform grava_linha_branco

           move ws-cer-texto1 to ws-texto_centro
           perform grava_centralizado
           move ws-cer-texto2 to ws-texto_centro
           perform grava_centralizado
           if  ws-cer-texto3 <> spaces then
               move ws-cer-texto3 to ws-texto_centro
               perform grava_centralizado
           end-if

           perform grava_linha_branco
           perform grava_linha_branco

           move ws-cer-data to ws-data_aux
           perform formata_data_extenso
           move spaces to ws-texto_centro
           string "Acerte a Capital, " delimited by size
                  ws-data_extenso delimited by "  "
                  into ws-texto_centro
           perform grava_centralizado

           perform grava_linha_branco
           perform grava_linha_branco
           perform grava_linha_branco

           move "______________________________" to ws-texto_centro
           perform grava_centralizado
           move "Coordenacao" to ws-texto_centro
           perform grava_centralizado

           perform registra_emitido

           add 1 to ws-qtd_impressos
           display "Certificado: " ws-cer-nome " - " ws-cer-premio

           .
       imprime_certificado-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava o certificado impresso no controle de emitidos e na
       *> tabela em memoria
       *>----------------------------------------------------------------------
       registra_emitido section.

           move ws-data_execucao to ws-cer-emissao

           move ws-certificado to fd-emitido
           write fd-emitido
           if  ws-fs-emitidos <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-emitidos
           end-if

           if  ws-qtd_emitidos < 2000 then
               add 1 to ws-qtd_emitidos
               move ws-certificado to ws-emitidos(ws-qtd_emitidos)
           end-if

           .
       registra_emitido-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava ws-texto_centro centralizado na linha de 80 colunas
       *>----------------------------------------------------------------------
       grava_centralizado section.

           move 60 to ws-tam_texto
           perform until ws-tam_texto = 0
                      or ws-texto_centro(ws-tam_texto:1) <> space
               subtract 1 from ws-tam_texto
           end-perform

           move spaces to ws-linha_impressao
           if  ws-tam_texto > 0 then
               compute ws-margem = (80 - ws-tam_texto) / 2
               move ws-texto_centro(1:ws-tam_texto)
                               to ws-linha_impressao(ws-margem + 1:ws-tam_texto)
           end-if

           perform grava_linha_impressao

           .
       grava_centralizado-exit.
           exit.

       grava_linha_branco section.

           move spaces to ws-linha_impressao
           perform grava_linha_impressao

           .
       grava_linha_branco-exit.
           exit.

       grava_linha_impressao section.

           move ws-linha_impressao to fd-impressao
           write fd-impressao
           if  ws-fs-impressao <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-impressao
           end-if

           .
       grava_linha_impressao-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Data de ws-data_aux por extenso (15 de outubro de 2026)
       *>----------------------------------------------------------------------
       formata_data_extenso section.

           move spaces to ws-data_extenso

           if  ws-data_aux is not numeric
           or  ws-aux-mes < 1 or ws-aux-mes > 12 then
               go to formata_data_extenso-exit
           end-if

           move ws-aux-dia to ws-dia_editado
           if  ws-aux-dia < 10 then
               string ws-dia_editado(2:1) delimited by size
                      " de " delimited by size
                      ws-nome_mes(ws-aux-mes) delimited by space
                      " de " delimited by size
                      ws-aux-ano delimited by size
                      into ws-data_extenso
           else
               string ws-dia_editado delimited by size
                      " de " delimited by size
                      ws-nome_mes(ws-aux-mes) delimited by space
                      " de " delimited by size
                      ws-aux-ano delimited by size
                      into ws-data_extenso
           end-if

           .
       formata_data_extenso-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Data de ws-data_aux no formato DD/MM/AAAA
       *>----------------------------------------------------------------------
       formata_data_barras section.

           move spaces to ws-data_barras
           string ws-aux-dia delimited by size
                  "/" delimited by size
                  ws-aux-mes delimited by size
                  "/" delimited by size
                  ws-aux-ano delimited by size
                  into ws-data_barras

           .
       formata_data_barras-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Numero de ws-numero sem zeros a esquerda em ws-numero_texto
       *>----------------------------------------------------------------------
       edita_numero section.

           move ws-numero to ws-numero_editado
           move 0 to ws-qtd_brancos
           inspect ws-numero_editado tallying ws-qtd_brancos for leading spaces

           move spaces to ws-numero_texto
           move ws-numero_editado(ws-qtd_brancos + 1:) to ws-numero_texto

           .
       edita_numero-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Fecha os arquivos e exibe o resumo da emissao
       *>----------------------------------------------------------------------
       encerra_emissao section.

           close impressao
           if  ws-fs-impressao <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-impressao
           end-if

           close emitidos
           if  ws-fs-emitidos <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-emitidos
           end-if

           display " "
           display "Certificados Impressos:                 " ws-qtd_impressos
           display "Ja Emitidos Anteriormente (Ignorados):  " ws-qtd_repetidos
           display "Medalhas de Codigos Fora do Cadastro:   " ws-qtd_sem_cadastro
           if  ws-qtd_impressos > 0 then
               display "Certificados Gravados para Impressao em "
                       ws-nome_impressao
           end-if

           .
       encerra_emissao-exit.
           exit.

       finaliza section.

           display "Encerrando a Emissao de Certificados."
           goback

           .
       finaliza-exit.
           exit.

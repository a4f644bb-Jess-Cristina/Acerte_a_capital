      $set sourceformat"free"


      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "copia_dados".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - Criacao da copia de seguranca dos arquivos de
      *>              dados: cada execucao grava um conjunto datado
      *>              (diretorio copia_AAAAMMDD_HHMMSS) com a copia de
      *>              cada arquivo, o mestre indexado de capitais
      *>              descarregado em texto, e um manifesto com a
      *>              quantidade de registros de cada arquivo, conferida
      *>              relendo a copia. Os arquivos anuais do historico
      *>              (historico_AAAA.txt) existentes tambem sao
      *>              copiados. O conjunto eh registrado no catalogo
      *>              copias_catalogo.txt e so as ultimas N copias
      *>              completas sao mantidas (N lido de
      *>              copia_controle.txt, 7 quando ausente). Chamada
      *>              como primeiro passo do fechamento_dia, devolvendo
      *>              pela Linkage Section o retorno do passo e a
      *>              quantidade de registros copiados.
      *> 15/10/2026 - Inclusao do resultado das partidas em equipe
      *>              (equipes_resultado.txt) no conjunto copiado.
      *> 15/10/2026 - Inclusao do controle de certificados emitidos
      *>              (certificados_emitidos.txt) no conjunto copiado.
      *> 15/10/2026 - Conjunto registrado com erro quando os arquivos
      *>              anuais do historico nao cabem no manifesto, pois
      *>              a restauracao remove os anuais fora do manifesto.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

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

                  select ctrl assign to "copia_controle.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-ctrl.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

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

       fd ctrl.
       01 fd-controle.
          05 fd-cpc-geracoes                        pic 9(02).

      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-alter                              pic 9(02).
       77 ws-fs-origem                             pic 9(02).
       77 ws-fs-destino                            pic 9(02).
       77 ws-fs-manifesto                          pic 9(02).
       77 ws-fs-catalogo                           pic 9(02).
       77 ws-fs-ctrl                               pic 9(02).
       77 ws-fim_arquivo                           pic x(01).
       77 ws-retorno_cbl                           pic s9(09) comp-5.

       77 ws-retorno                               pic 9(02)
                                                   value 0.
       77 ws-qtd_total                             pic 9(09)
                                                   value 0.
       77 ws-qtd_registros                         pic 9(07).
       77 ws-qtd_conferidos                        pic 9(07).
       77 ws-situacao_arquivo                      pic x(01).

       77 ws-data_execucao                         pic 9(08).
       77 ws-hora_execucao                         pic 9(08).
       77 ws-hora_conjunto                         pic 9(06).
       77 ws-conjunto                              pic x(21).
       77 ws-nome_origem                           pic x(60).
       77 ws-nome_destino                          pic x(60).
       77 ws-nome_manifesto                        pic x(60).
       77 ws-nome_apagar                           pic x(60).
       77 ws-geracoes                              pic 9(02)
                                                   value 7.

      *>----Arquivos de dados copiados em cada conjunto (tipo S
      *>----sequencial, I indexado descarregado em texto)
       01 ws-arquivos_dados.
          05 filler                                pic x(30)
                                                   value "altenativas.dat".
          05 filler                                pic x(30)
                                                   value "altenativas_dat.txt".
          05 filler                                pic x(01)
                                                   value "I".
          05 filler                                pic x(30)
                                                   value "jogadores.txt".
          05 filler                                pic x(30)
                                                   value "jogadores.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "jogadores_controle.txt".
          05 filler                                pic x(30)
                                                   value "jogadores_controle.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "ranking.txt".
          05 filler                                pic x(30)
                                                   value "ranking.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "ranking_marca.txt".
          05 filler                                pic x(30)
                                                   value "ranking_marca.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "conquistas.txt".
          05 filler                                pic x(30)
                                                   value "conquistas.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "parametros_pontuacao.txt".
          05 filler                                pic x(30)
                                                   value "parametros_pontuacao.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "historico.txt".
          05 filler                                pic x(30)
                                                   value "historico.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "jornal_respostas.txt".
          05 filler                                pic x(30)
                                                   value "jornal_respostas.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "partidas.txt".
          05 filler                                pic x(30)
                                                   value "partidas.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "partidas_controle.txt".
          05 filler                                pic x(30)
                                                   value "partidas_controle.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "campeoes.txt".
          05 filler                                pic x(30)
                                                   value "campeoes.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "temporada_controle.txt".
          05 filler                                pic x(30)
                                                   value "temporada_controle.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "chave_torneio.txt".
          05 filler                                pic x(30)
                                                   value "chave_torneio.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "operadores.txt".
          05 filler                                pic x(30)
                                                   value "operadores.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "auditoria_capital.txt".
          05 filler                                pic x(30)
                                                   value "auditoria_capital.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "equipes_resultado.txt".
          05 filler                                pic x(30)
                                                   value "equipes_resultado.txt".
          05 filler                                pic x(01)
                                                   value "S".
          05 filler                                pic x(30)
                                                   value "certificados_emitidos.txt".
          05 filler                                pic x(30)
                                                   value "certificados_emitidos.txt".
          05 filler                                pic x(01)
                                                   value "S".
       01 ws-tabela_arquivos redefines ws-arquivos_dados.
          05 ws-arq-item occurs 18.
             10 ws-arq-nome                        pic x(30).
             10 ws-arq-copia                       pic x(30).
             10 ws-arq-tipo                        pic x(01).

       77 ws-qtd_arquivos                          pic 9(02)
                                                   value 18.
       77 ws-ind_arquivos                          pic 9(02).

      *>----Manifesto do conjunto: os arquivos da tabela acima mais os
      *>----arquivos anuais do historico (historico_AAAA.txt) existentes
       77 ws-qtd_manifesto                         pic 9(02)
                                                   value 0.
       01 ws-reg_manifesto occurs 60.
           copy mnfreg replacing
               ==fd-mnf-arquivo==   by ==ws-mnf-arquivo==
               ==fd-mnf-copia==     by ==ws-mnf-copia==
               ==fd-mnf-tipo==      by ==ws-mnf-tipo==
               ==fd-mnf-situacao==  by ==ws-mnf-situacao==
               ==fd-mnf-registros== by ==ws-mnf-registros==.
       77 ws-ind_manifesto                         pic 9(02).
       77 ws-ano_atual                             pic 9(04).
       77 ws-ano_arquivo                           pic 9(04).
       77 ws-nome_anual                            pic x(22).

      *>----Catalogo de conjuntos em memoria para o descarte das
      *>----geracoes antigas
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
       77 ws-qtd_completas                         pic 9(03).
       77 ws-primeiro_mantido                      pic 9(03).

      *>----Variaveis para comunicação entre programas
       Linkage Section.

       01 lnk-copia.
          05 lnk-cop-retorno                       pic 9(02).
          05 lnk-cop-contagem                      pic 9(07).

      *>----Declaração de tela
       Screen Section.


      *>Declaração do corpo do programa
       Procedure Division using lnk-copia.

           perform inicializa.
           perform carrega_geracoes.
           perform cria_conjunto.

           if  ws-retorno = 0 then
               perform copia_arquivos
               perform grava_manifesto
               perform registra_catalogo
           end-if

           if  ws-retorno = 0 then
               perform descarta_geracoes
           end-if

           perform finaliza.

       inicializa section.

           move 0 to ws-retorno
           move 0 to ws-qtd_total
           move 0 to ws-qtd_conjuntos

           accept ws-data_execucao from date yyyymmdd
           accept ws-hora_execucao from time
           divide ws-hora_execucao by 100 giving ws-hora_conjunto

           move spaces to ws-conjunto
           string "copia_" delimited by size
                  ws-data_execucao delimited by size
                  "_" delimited by size
                  ws-hora_conjunto delimited by size
                  into ws-conjunto

           move spaces to ws-nome_manifesto
           string ws-conjunto delimited by space
                  "/manifesto.txt" delimited by size
                  into ws-nome_manifesto

           display "--- Copia de Seguranca dos Arquivos de Dados ---"
           display "Conjunto " ws-conjunto

           .
       inicializa-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Quantidade de copias completas mantidas. Sem o controle, ou
       *> com valor invalido, valem as ultimas 7
       *>----------------------------------------------------------------------
       carrega_geracoes section.

           move 7 to ws-geracoes

           open input ctrl

           if  ws-fs-ctrl = 0 then
               read ctrl
                   at end continue
               end-read

               if  ws-fs-ctrl = 0
               and fd-cpc-geracoes is numeric
               and fd-cpc-geracoes > 0 then
                   move fd-cpc-geracoes to ws-geracoes
               end-if

               close ctrl
           end-if

           .
       carrega_geracoes-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Cria o diretorio do conjunto de copias
       *>----------------------------------------------------------------------
       cria_conjunto section.

           call "CBL_CREATE_DIR" using ws-conjunto
                                 returning ws-retorno_cbl

           if  ws-retorno_cbl <> 0 then
               display "Erro ao Criar o Diretorio " ws-conjunto
                       ": " ws-retorno_cbl
               move 8 to ws-retorno
           end-if

           .
       cria_conjunto-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Copia cada arquivo de dados para o conjunto e confere a copia
       *>----------------------------------------------------------------------
       copia_arquivos section.

           move 0 to ws-qtd_manifesto

           move 1 to ws-ind_arquivos
           perform until ws-ind_arquivos > ws-qtd_arquivos
               add 1 to ws-qtd_manifesto
               move ws-qtd_manifesto to ws-ind_manifesto
               move ws-arq-nome(ws-ind_arquivos)
                                   to ws-mnf-arquivo(ws-ind_manifesto)
               move ws-arq-copia(ws-ind_arquivos)
                                   to ws-mnf-copia(ws-ind_manifesto)
               move ws-arq-tipo(ws-ind_arquivos)
                                   to ws-mnf-tipo(ws-ind_manifesto)

               perform copia_item

               display "  " ws-mnf-arquivo(ws-ind_manifesto) " "
                       ws-mnf-situacao(ws-ind_manifesto) " "
                       ws-mnf-registros(ws-ind_manifesto)

               add 1 to ws-ind_arquivos
           end-perform

           perform copia_arquivos_anuais

           .
       copia_arquivos-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Copia os arquivos anuais do historico gravados pelo
       *> arquiva_historico, para que um arquivamento interrompido possa
       *> ser desfeito junto com o historico.txt. Anos sem arquivo nao
       *> entram no manifesto
       *>----------------------------------------------------------------------
       copia_arquivos_anuais section.

           compute ws-ano_atual = ws-data_execucao / 10000

           move 2000 to ws-ano_arquivo
           perform until ws-ano_arquivo > ws-ano_atual
                      or ws-qtd_manifesto >= 60
               move spaces to ws-nome_anual
               string "historico_" delimited by size
                      ws-ano_arquivo delimited by size
                      ".txt" delimited by size
                      into ws-nome_anual

               add 1 to ws-qtd_manifesto
               move ws-qtd_manifesto to ws-ind_manifesto
               move ws-nome_anual to ws-mnf-arquivo(ws-ind_manifesto)
               move ws-nome_anual to ws-mnf-copia(ws-ind_manifesto)
               move "S"           to ws-mnf-tipo(ws-ind_manifesto)

               perform copia_item

               if  ws-mnf-situacao(ws-ind_manifesto) = "A" then
                   subtract 1 from ws-qtd_manifesto
               else
                   display "  " ws-mnf-arquivo(ws-ind_manifesto) " "
                           ws-mnf-situacao(ws-ind_manifesto) " "
                           ws-mnf-registros(ws-ind_manifesto)
               end-if

               add 1 to ws-ano_arquivo
           end-perform

      *>   Manifesto cheio antes do ano corrente: os anuais seguintes
      *>   ficariam fora da copia e seriam removidos numa restauracao
           if  ws-ano_arquivo <= ws-ano_atual then
               display "Manifesto Cheio: Arquivos Anuais do Historico a "
                       "Partir de " ws-ano_arquivo " Nao Copiados."
               move 8 to ws-retorno
           end-if

           .
       copia_arquivos_anuais-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Copia e confere o arquivo do manifesto indicado em
       *> ws-ind_manifesto
       *>----------------------------------------------------------------------
       copia_item section.

           move spaces to ws-nome_destino
           string ws-conjunto delimited by space
                  "/" delimited by size
                  ws-mnf-copia(ws-ind_manifesto) delimited by space
                  into ws-nome_destino

           move 0 to ws-qtd_registros
           move "C" to ws-situacao_arquivo

           if  ws-mnf-tipo(ws-ind_manifesto) = "I" then
               perform copia_indexado
           else
               perform copia_sequencial
           end-if

           if  ws-situacao_arquivo = "C" then
               perform confere_copia
           end-if

           if  ws-situacao_arquivo = "E" then
               move 8 to ws-retorno
           end-if

           move ws-situacao_arquivo to ws-mnf-situacao(ws-ind_manifesto)
           move ws-qtd_registros    to ws-mnf-registros(ws-ind_manifesto)
           add ws-qtd_registros to ws-qtd_total

           .
       copia_item-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Copia registro a registro de um arquivo sequencial. Arquivo
       *> inexistente fica registrado como ausente no manifesto
       *>----------------------------------------------------------------------
       copia_sequencial section.

           move ws-mnf-arquivo(ws-ind_manifesto) to ws-nome_origem

           open input origem

           if  ws-fs-origem = 35 then
               move "A" to ws-situacao_arquivo
               go to copia_sequencial-exit
           end-if

           if  ws-fs-origem <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-origem
                       " " ws-nome_origem
               move "E" to ws-situacao_arquivo
               go to copia_sequencial-exit
           end-if

           open output destino
           if  ws-fs-destino <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-destino
                       " " ws-nome_destino
               move "E" to ws-situacao_arquivo
               close origem
               go to copia_sequencial-exit
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
                           " " ws-nome_destino
                   move "E" to ws-situacao_arquivo
                   move "S" to ws-fim_arquivo
               else
                   add 1 to ws-qtd_registros

                   read origem
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-if
           end-perform

           close origem
           close destino
           if  ws-fs-destino <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-destino
                       " " ws-nome_destino
               move "E" to ws-situacao_arquivo
           end-if

           .
       copia_sequencial-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Descarrega o mestre indexado de capitais em texto, no mesmo
       *> layout do altenativas.txt carregado pelo converte_capital
       *>----------------------------------------------------------------------
       copia_indexado section.

           open input alt

           if  ws-fs-alter = 35 then
               move "A" to ws-situacao_arquivo
               go to copia_indexado-exit
           end-if

           if  ws-fs-alter <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-alter
                       " altenativas.dat"
               move "E" to ws-situacao_arquivo
               go to copia_indexado-exit
           end-if

           open output destino
           if  ws-fs-destino <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-destino
                       " " ws-nome_destino
               move "E" to ws-situacao_arquivo
               close alt
               go to copia_indexado-exit
           end-if

           move "N" to ws-fim_arquivo

           read alt next
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               move fd-alternativas to fd-destino
               write fd-destino
               if  ws-fs-destino <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-destino
                           " " ws-nome_destino
                   move "E" to ws-situacao_arquivo
                   move "S" to ws-fim_arquivo
               else
                   add 1 to ws-qtd_registros

                   read alt next
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-if
           end-perform

           close alt
           close destino
           if  ws-fs-destino <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-destino
                       " " ws-nome_destino
               move "E" to ws-situacao_arquivo
           end-if

           .
       copia_indexado-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Rele a copia gravada e confere a quantidade de registros
       *>----------------------------------------------------------------------
       confere_copia section.

           move ws-nome_destino to ws-nome_origem
           move 0 to ws-qtd_conferidos

           open input origem

           if  ws-fs-origem <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-origem
                       " " ws-nome_origem
               move "E" to ws-situacao_arquivo
               go to confere_copia-exit
           end-if

           move "N" to ws-fim_arquivo

           read origem
               at end move "S" to ws-fim_arquivo
           end-read

           perform until ws-fim_arquivo = "S"
               add 1 to ws-qtd_conferidos

               read origem
                   at end move "S" to ws-fim_arquivo
               end-read
           end-perform

           close origem

           if  ws-qtd_conferidos <> ws-qtd_registros then
               display "Copia de " ws-mnf-arquivo(ws-ind_manifesto)
                       " Divergente: " ws-qtd_registros " Registros Lidos, "
                       ws-qtd_conferidos " na Copia."
               move "E" to ws-situacao_arquivo
           end-if

           .
       confere_copia-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Grava o manifesto do conjunto
       *>----------------------------------------------------------------------
       grava_manifesto section.

           open output manifesto
           if  ws-fs-manifesto <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-manifesto
                       " " ws-nome_manifesto
               move 8 to ws-retorno
               go to grava_manifesto-exit
           end-if

           move 1 to ws-ind_manifesto
           perform until ws-ind_manifesto > ws-qtd_manifesto
               move ws-reg_manifesto(ws-ind_manifesto) to fd-manifesto
               write fd-manifesto
               if  ws-fs-manifesto <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-manifesto
                   move 8 to ws-retorno
               end-if
               add 1 to ws-ind_manifesto
           end-perform

           close manifesto
           if  ws-fs-manifesto <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-manifesto
               move 8 to ws-retorno
           end-if

           .
       grava_manifesto-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Registra o conjunto no catalogo, como completo ou com erro
       *>----------------------------------------------------------------------
       registra_catalogo section.

           open extend catalogo

           if  ws-fs-catalogo <> 0 then
               close catalogo
               open output catalogo
               if  ws-fs-catalogo <> 0 then
                   display "File Status ao abrir arquivo: " ws-fs-catalogo
               end-if
           end-if

           move ws-conjunto      to fd-cps-conjunto
           move ws-data_execucao to fd-cps-data
           move ws-hora_conjunto to fd-cps-hora
           if  ws-retorno = 0 then
               move "C" to fd-cps-situacao
           else
               move "E" to fd-cps-situacao
           end-if
           move ws-qtd_manifesto to fd-cps-qtd_arquivos
           move ws-qtd_total     to fd-cps-qtd_registros
           write fd-catalogo
           if  ws-fs-catalogo <> 0 then
               display "File Status ao gravar arquivo: " ws-fs-catalogo
               move 8 to ws-retorno
           end-if

           close catalogo
           if  ws-fs-catalogo <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-catalogo
               move 8 to ws-retorno
           end-if

           if  ws-retorno = 0 then
               display "Copia Completa: " ws-qtd_total " Registros."
           else
               display "COPIA COM ERRO: O Conjunto " ws-conjunto
                       " Nao Pode Ser Restaurado."
           end-if

           .
       registra_catalogo-exit.
           exit.

       *>----------------------------------------------------------------------
       *> Descarta os conjuntos anteriores a ultima N-esima copia
       *> completa, apagando os arquivos listados no manifesto de cada
       *> um, e regrava o catalogo so com os conjuntos mantidos
       *>----------------------------------------------------------------------
       descarta_geracoes section.

           perform carrega_catalogo

      *>   Localiza, do fim para o inicio, a N-esima copia completa
           move 0 to ws-qtd_completas
           move 1 to ws-primeiro_mantido
           move ws-qtd_conjuntos to ws-ind_conjuntos

           perform until ws-ind_conjuntos = 0
                      or ws-qtd_completas >= ws-geracoes
               if  ws-cps-situacao(ws-ind_conjuntos) = "C" then
                   add 1 to ws-qtd_completas
                   move ws-ind_conjuntos to ws-primeiro_mantido
               end-if
               subtract 1 from ws-ind_conjuntos
           end-perform

           if  ws-qtd_completas < ws-geracoes
           or  ws-primeiro_mantido <= 1 then
               go to descarta_geracoes-exit
           end-if

           move 1 to ws-ind_conjuntos
           perform until ws-ind_conjuntos >= ws-primeiro_mantido
               perform apaga_conjunto
               add 1 to ws-ind_conjuntos
           end-perform

           open output catalogo
           if  ws-fs-catalogo <> 0 then
               display "File Status ao abrir arquivo: " ws-fs-catalogo
           end-if

           move ws-primeiro_mantido to ws-ind_conjuntos
           perform until ws-ind_conjuntos > ws-qtd_conjuntos
               move ws-reg_conjuntos(ws-ind_conjuntos) to fd-catalogo
               write fd-catalogo
               if  ws-fs-catalogo <> 0 then
                   display "File Status ao gravar arquivo: " ws-fs-catalogo
               end-if
               add 1 to ws-ind_conjuntos
           end-perform

           close catalogo
           if  ws-fs-catalogo <> 0 then
               display "File Status ao fechar arquivo: " ws-fs-catalogo
           end-if

           .
       descarta_geracoes-exit.
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
       *> Apaga os arquivos, o manifesto e o diretorio de um conjunto
       *> descartado
       *>----------------------------------------------------------------------
       apaga_conjunto section.

           move spaces to ws-nome_manifesto
           string ws-cps-conjunto(ws-ind_conjuntos) delimited by space
                  "/manifesto.txt" delimited by size
                  into ws-nome_manifesto

           open input manifesto

           if  ws-fs-manifesto = 0 then
               move "N" to ws-fim_arquivo

               read manifesto
                   at end move "S" to ws-fim_arquivo
               end-read

               perform until ws-fim_arquivo = "S"
                   move spaces to ws-nome_apagar
                   string ws-cps-conjunto(ws-ind_conjuntos)
                                               delimited by space
                          "/" delimited by size
                          fd-mnf-copia delimited by space
                          into ws-nome_apagar
                   call "CBL_DELETE_FILE" using ws-nome_apagar

                   read manifesto
                       at end move "S" to ws-fim_arquivo
                   end-read
               end-perform

               close manifesto

               call "CBL_DELETE_FILE" using ws-nome_manifesto
           end-if

           call "CBL_DELETE_DIR" using ws-cps-conjunto(ws-ind_conjuntos)
                                 returning ws-retorno_cbl

           if  ws-retorno_cbl = 0 then
               display "Conjunto Descartado: "
                       ws-cps-conjunto(ws-ind_conjuntos)
           else
               display "Diretorio " ws-cps-conjunto(ws-ind_conjuntos)
                       " Nao Removido: " ws-retorno_cbl
           end-if

           .
       apaga_conjunto-exit.
           exit.

       finaliza section.

      *>   Na execucao direta a Linkage Section nao eh alimentada e nao
      *>   ha chamador a informar
           if  address of lnk-copia not = null then
               move ws-retorno to lnk-cop-retorno
               if  ws-qtd_total > 9999999 then
                   move 9999999 to lnk-cop-contagem
               else
                   move ws-qtd_total to lnk-cop-contagem
               end-if
           end-if

           goback

           .
       finaliza-exit.
           exit.

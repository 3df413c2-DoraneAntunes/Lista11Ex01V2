      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "EstornaLote".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Estorno de lote de importacao: retira dos arqTempNN.txt todas as
      *>leituras gravadas por uma execucao do ImportaTemp, localizadas
      *>pelo vinculo de lotes (lnkImporta.txt) que o ImportaTemp grava
      *>para cada leitura carregada. Usado quando um data-logger manda
      *>um arquivo inteiro de dados ruins ou quando o mesmo arquivo foi
      *>carregado duas vezes.
      *>As regras sao as de exclui-temp em Lista11Ex01V2: so supervisor
      *>executa, cada exclusao deixa a imagem anterior no jornal da
      *>estacao (jrnTempNN.txt), o dia atingido e reconsolidado no
      *>resumo diario (resTempNN.txt) e mes fechado pelo FechaMes nao
      *>aceita exclusao - havendo qualquer mes fechado entre as leituras
      *>do lote o estorno inteiro e recusado e os meses sao listados,
      *>para o lote nunca ficar estornado pela metade.
      *>So e excluida a leitura que ainda traz o carimbo da carga
      *>(operador "IMPORT" e a data/hora de registro do vinculo); a que
      *>foi alterada depois da carga, ou regravada por outra carga, e
      *>mantida e sai apontada no relatorio para tratamento na
      *>manutencao.
      *>O lote estornado fica com situacao E no controle de lotes
      *>(ctlImporta.txt), com operador e data/hora do estorno, e deixa
      *>de contar na critica de arquivo repetido do ImportaTemp. O
      *>relatorio paginado (estLoteNNNNNN.txt) lista cada leitura
      *>tratada e os totais do estorno.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTemp assign to ws-nome-arquivo
           organization is indexed
           access mode is dynamic
           record key is fd-chave
           file status is ws-fs-arqTemp.

           select arqControle assign to ws-nome-controle
           organization is indexed
           access mode is dynamic
           record key is fd-ctl-lote
           file status is ws-fs-controle.

           select arqVinculo assign to ws-nome-vinculo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-vinculo.

           select arqJornal assign to ws-nome-jornal
           organization is line sequential
           access mode is sequential
           file status is ws-fs-jornal.

           select arqFechamento assign to ws-nome-fechamento
           organization is indexed
           access mode is dynamic
           record key is fd-fch-chave
           file status is ws-fs-fechamento.

           select arqResumo assign to ws-nome-resumo
           organization is indexed
           access mode is dynamic
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

           select arqOperador assign to ws-nome-arqoperador
           organization is indexed
           access mode is dynamic
           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTemp.
       01 fd-temp.
          05 fd-chave.
             10 fd-ano                             pic  9(04).
             10 fd-mes                             pic  9(02).
             10 fd-dia                             pic  9(02).
             10 fd-hora                            pic  9(02).
          05 fd-estacao                            pic  9(02).
          05 fd-temperatura                        pic -99,00(04).
          05 fd-operador                           pic  x(10).
          05 fd-data-registro                      pic  9(08).
          05 fd-hora-registro                      pic  9(06).
          05 fd-qualidade                          pic  x(01).

       fd arqControle.
       01 fd-controle-reg.
          05 fd-ctl-lote                            pic  9(06).
          05 fd-ctl-arquivo                         pic  x(20).
          05 fd-ctl-linhas                          pic  9(07).
          05 fd-ctl-total                           pic s9(09)v9(05)
                                                    sign leading separate.
          05 fd-ctl-gravadas                        pic  9(07).
          05 fd-ctl-rejeitadas                      pic  9(07).
          05 fd-ctl-data                            pic  9(08).
          05 fd-ctl-hora                            pic  9(06).
          05 fd-ctl-operador                        pic  x(10).
          05 fd-ctl-liberou                         pic  x(10).
          05 fd-ctl-situacao                        pic  x(01).
          05 fd-ctl-ope-estorno                     pic  x(10).
          05 fd-ctl-data-estorno                    pic  9(08).
          05 fd-ctl-hora-estorno                    pic  9(06).

       fd arqVinculo.
       01 fd-vinculo-reg.
          05 fd-vin-lote                            pic  9(06).
          05 fd-vin-estacao                         pic  9(02).
          05 fd-vin-chave.
             10 fd-vin-ano                         pic  9(04).
             10 fd-vin-mes                         pic  9(02).
             10 fd-vin-dia                         pic  9(02).
             10 fd-vin-hora                        pic  9(02).
          05 fd-vin-data-registro                   pic  9(08).
          05 fd-vin-hora-registro                   pic  9(06).

       fd arqJornal.
       01 fd-linha-jornal                           pic x(162).

       fd arqFechamento.
       01 fd-fch-reg.
          05 fd-fch-chave.
             10 fd-fch-ano                         pic  9(04).
             10 fd-fch-mes                         pic  9(02).
          05 fd-fch-situacao                       pic  x(01).
          05 fd-fch-operador                       pic  x(10).
          05 fd-fch-data                           pic  9(08).
          05 fd-fch-hora                           pic  9(06).
          05 fd-fch-ope-reabriu                    pic  x(10).
          05 fd-fch-data-reabriu                   pic  9(08).
          05 fd-fch-hora-reabriu                   pic  9(06).

       fd arqResumo.
       01 fd-res-reg.
          05 fd-res-chave.
             10 fd-res-ano                         pic  9(04).
             10 fd-res-mes                         pic  9(02).
             10 fd-res-dia                         pic  9(02).
          05 fd-res-qtd                            pic  9(04).
          05 fd-res-max                            pic s9(02)v9(05)
                                                    sign leading separate.
          05 fd-res-min                            pic s9(02)v9(05)
                                                    sign leading separate.
          05 fd-res-soma                           pic s9(06)v9(05)
                                                    sign leading separate.
          05 fd-res-media                          pic s9(02)v9(05)
                                                    sign leading separate.
          05 fd-res-qtd-susp                       pic  9(04).
          05 fd-res-qtd-est                        pic  9(04).
          05 fd-res-soma-est                       pic s9(06)v9(05)
                                                    sign leading separate.
          05 fd-res-max-med                        pic s9(02)v9(05)
                                                    sign leading separate.
          05 fd-res-min-med                        pic s9(02)v9(05)
                                                    sign leading separate.

       fd arqRelatorio.
       01 fd-linha-rel                              pic x(80).

       fd arqOperador.
       01 fd-operador-reg.
          05 fd-ope-id                              pic  x(10).
          05 fd-ope-nome                            pic  x(30).
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-controle                          pic  9(02).
       77  ws-fs-vinculo                           pic  9(02).
       77  ws-fs-relatorio                         pic  9(02).

       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-controle                        pic  x(20)
                                                    value "ctlImporta.txt".
       77  ws-nome-vinculo                         pic  x(20)
                                                    value "lnkImporta.txt".
       77  ws-nome-relatorio                       pic  x(20).

       77  ws-data-hora-sistema                    pic  x(21).

      *>cadastro mestre de operadores, como em ArquivaTemp: o estorno
      *>exclui leituras e exige nivel supervisor, como exclui-temp
       77  ws-operador                             pic  x(10) value spaces.
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-nome-arqoperador                     pic  x(20)
                                                    value "arqOperador.txt".
       77  ws-operador-valido                      pic  x(01).
           88  operador-valido                     value "S".

      *>log de seguranca compartilhado por todos os programas que
      *>conferem operador (segTemp.txt, lido pelo AuditaOpe): uma linha
      *>por entrada aceita (E) ou recusada (F) e por operacao recusada
      *>por nivel de acesso (N)
       77  ws-fs-seguranca                         pic  9(02).
       77  ws-nome-seguranca                       pic  x(20)
                                                    value "segTemp.txt".
       77  ws-seg-data-hora                        pic  x(21).
       01  ws-reg-seguranca.
           05 ws-seg-data                          pic  9(08).
           05 ws-seg-hora                          pic  9(06).
           05 ws-seg-evento                        pic  x(01).
           05 ws-seg-programa                      pic  x(15).
           05 ws-seg-operador                      pic  x(10).
           05 ws-seg-detalhe                       pic  x(40).
       77  ws-nivel-operador                       pic  9(01) value 2.
           88  operador-supervisor                 value 2.

       77  ws-lote-numero                          pic  9(06) value zero.
       77  ws-confirma                             pic  x(01).
           88  confirmado                          value "S" "s".
       77  ws-lote-valido                          pic  x(01) value "N".
           88  lote-valido                         value "S".
       77  ws-controle-aberto                      pic  x(01) value "N".
           88  controle-aberto                     value "S".
       77  ws-fim-vinculo                          pic  x(01) value "N".
           88  fim-vinculo                         value "S".

      *>estacao cujos arquivos estao em uso no momento (mesma convencao
      *>de nome de monta-nome-arquivo em Lista11Ex01V2: estacao 01 =
      *>arqTemp.txt, demais = arqTempNN.txt); zero = nenhum aberto
       77  ws-estacao-nomes                        pic  9(02) value zero.
       77  ws-estacao-aberta                       pic  9(02) value zero.

      *>meses (estacao/ano/mes) atingidos pelo lote, para a conferencia
      *>dos periodos fechados antes de excluir qualquer leitura
       77  ws-qtd-meses                            pic  9(04) comp value zero.
       77  ws-max-meses                            pic  9(04) comp value 600.
       77  ws-mes-idx                              pic  9(04) comp.
       77  ws-mes-achado                           pic  x(01).
           88  mes-achado                          value "S".
       01  ws-tab-meses.
           05 ws-tab-mes                           occurs 600 times.
              10 ws-tm-estacao                     pic  9(02).
              10 ws-tm-ano                         pic  9(04).
              10 ws-tm-mes                         pic  9(02).
       77  ws-qtd-fechados                         pic  9(04) value zero.
       77  ws-excede-tabela                        pic  x(01) value "N".
           88  excede-tabela                       value "S".

      *>jornal de alteracoes da estacao, no layout gravado por
      *>grava-jornal em Lista11Ex01V2
       77  ws-fs-jornal                            pic  9(02).
       77  ws-nome-jornal                          pic  x(20).

       01  ws-reg-jornal.
           05 ws-jrn-operacao                      pic  x(01).
           05 ws-jrn-programa                      pic  x(15).
           05 ws-jrn-operador                      pic  x(10).
           05 ws-jrn-data                          pic  9(08).
           05 ws-jrn-hora                          pic  9(06).
           05 ws-jrn-imagem-ant                    pic  x(46).
           05 ws-jrn-imagem-nova                   pic  x(46).
           05 ws-jrn-motivo                        pic  x(30).

       77  ws-motivo-mudanca                       pic  x(30).

      *>situacao dos periodos contabeis da estacao (fchTempNN.txt,
      *>mantido por FechaMes)
       77  ws-fs-fechamento                        pic  9(02).
       77  ws-nome-fechamento                      pic  x(20).

      *>resumo diario da estacao: o dia com exclusao e reconsolidado como
      *>faz atualiza-resumo-dia em Lista11Ex01V2; o dia pendente so e
      *>reconsolidado quando o vinculo passa para outro dia ou estacao
       77  ws-fs-resumo                            pic  9(02).
       77  ws-nome-resumo                          pic  x(20).
       77  ws-dia-pendente                         pic  x(01) value "N".
           88  dia-pendente                        value "S".
       77  ws-chk-estacao                          pic  9(02).
       77  ws-chk-ano                              pic  9(04).
       77  ws-chk-mes                              pic  9(02).
       77  ws-chk-dia                              pic  9(02).
       77  ws-fim-dia                              pic  x(01).
           88  fim-dia                             value "S".
       77  ws-temp-num                             pic s9(02)v9(05).
       77  ws-dia-qtd                              pic  9(04).
       77  ws-dia-qtd-susp                         pic  9(04).
       77  ws-dia-qtd-est                          pic  9(04).
       77  ws-dia-soma-est                         pic s9(06)v9(05).
       77  ws-dia-max-med                          pic s9(02)v9(05).
       77  ws-dia-min-med                          pic s9(02)v9(05).
       77  ws-dia-max                              pic s9(02)v9(05).
       77  ws-dia-min                              pic s9(02)v9(05).
       77  ws-dia-soma                             pic s9(06)v9(05).

      *>totais do estorno
       77  ws-tot-vinculadas                       pic 9(07) value zero.
       77  ws-tot-excluidas                        pic 9(07) value zero.
       77  ws-tot-nao-achadas                      pic 9(07) value zero.
       77  ws-tot-mantidas                         pic 9(07) value zero.
       77  ws-tot-erros                            pic 9(07) value zero.
       77  ws-tot-dias                             pic 9(05) value zero.

      *>arquivo de impressao paginado, no molde de RelatorioTemp
       77  ws-rel-aberto                           pic  x(01) value "N".
           88  rel-aberto                          value "S".
       77  ws-linhas-pagina                        pic  9(02) value 99.
       77  ws-num-pagina                           pic  9(04) value zero.
       01  ws-linha-rel                            pic  x(80).
       01  ws-linha-guardada                       pic  x(80).

       01  ws-cab-lote.
           05 filler                               pic x(07)
                                                    value " Lote: ".
           05 ws-cab-lote-num                      pic 9(06).
           05 filler                               pic x(12)
                                                    value "  Arquivo: ".
           05 ws-cab-arquivo                       pic x(20).
           05 filler                               pic x(09)
                                                    value "  Carga: ".
           05 ws-cab-carga-dia                     pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-carga-mes                     pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-carga-ano                     pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-cab-carga-operador                pic x(10).

       01  ws-cab-emissao.
           05 filler                               pic x(10)
                                                    value " Emissao: ".
           05 ws-emi-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-emi-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-emi-ano                           pic 9(04).
           05 filler                               pic x(12)
                                                    value "  Operador: ".
           05 ws-emi-operador                      pic x(10).

       01  ws-cab-pagina.
           05 filler                               pic x(62) value spaces.
           05 filler                               pic x(08)
                                                    value "Pagina: ".
           05 ws-cab-num-pagina                    pic 9(04).

       01  ws-det-leitura.
           05 filler                               pic x(02) value spaces.
           05 ws-det-estacao                       pic 9(02).
           05 filler                               pic x(03) value spaces.
           05 ws-det-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 ws-det-hora                          pic 9(02).
           05 filler                               pic x(04) value "h   ".
           05 ws-det-temp                          pic -99,9999.
           05 filler                               pic x(04) value spaces.
           05 ws-det-qualidade                     pic x(01).
           05 filler                               pic x(04) value spaces.
           05 ws-det-situacao                      pic x(38).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display "Identificacao do operador (ate 10 caracteres): "
           accept ws-operador
           perform valida-operador
           perform registra-entrada
           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " estorno nao realizado."
               go to inicializa-exit
           end-if
           if not operador-supervisor then
               display "O estorno exclui leituras e exige operador de"
                       " nivel supervisor - operacao recusada."
               move "estorno de lote exige supervisor" to ws-seg-detalhe
               perform registra-recusa
               go to inicializa-exit
           end-if

           display "Lote de importacao a estornar: "
           accept ws-lote-numero

           open i-o arqControle
           if ws-fs-controle <> 0 then
               display "Controle de lotes " ws-nome-controle
                       " indisponivel (file status " ws-fs-controle
                       ") - estorno nao realizado."
               go to inicializa-exit
           end-if
           move "S" to ws-controle-aberto

           move ws-lote-numero to fd-ctl-lote
           read arqControle key is fd-ctl-lote
               invalid key
                   display "Lote " ws-lote-numero
                           " nao existe no controle de lotes."
                   go to inicializa-exit
           end-read

           if fd-ctl-situacao = "E" then
               display "Lote " ws-lote-numero " ja estornado em "
                       fd-ctl-data-estorno " por " fd-ctl-ope-estorno "."
               go to inicializa-exit
           end-if

           move "S" to ws-lote-valido

           display "Lote " fd-ctl-lote " - arquivo " fd-ctl-arquivo
           display " carregado em " fd-ctl-data " " fd-ctl-hora
                   " por " fd-ctl-operador
           display " linhas: " fd-ctl-linhas "  gravadas: "
                   fd-ctl-gravadas "  rejeitadas: " fd-ctl-rejeitadas

           move fd-ctl-lote          to ws-cab-lote-num
           move fd-ctl-arquivo       to ws-cab-arquivo
           move fd-ctl-data(7:2)     to ws-cab-carga-dia
           move fd-ctl-data(5:2)     to ws-cab-carga-mes
           move fd-ctl-data(1:4)     to ws-cab-carga-ano
           move fd-ctl-operador      to ws-cab-carga-operador

           move spaces to ws-nome-relatorio
           string "estLote"       delimited by size
                  ws-lote-numero  delimited by size
                  ".txt"          delimited by size
                  into ws-nome-relatorio
           end-string

           open output arqRelatorio
           if ws-fs-relatorio <> 0 then
               display "File Status ao abrir arquivo de impressao: "
                       ws-fs-relatorio
           else
               move "S" to ws-rel-aberto
           end-if

           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(7:2) to ws-emi-dia
           move ws-data-hora-sistema(5:2) to ws-emi-mes
           move ws-data-hora-sistema(1:4) to ws-emi-ano
           move ws-operador               to ws-emi-operador

           move spaces to ws-motivo-mudanca
           string "estorno do lote " delimited by size
                  ws-lote-numero     delimited by size
                  into ws-motivo-mudanca
           end-string
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no cadastro mestre de operadores a identificacao da
      *>  entrada e guarda o nivel de acesso; sem o cadastro (primeira
      *>  implantacao) a validacao fica desligada, como em Lista11Ex01V2
      *>------------------------------------------------------------------------
       valida-operador section.

           move "N" to ws-operador-valido

           open input arqOperador
           if ws-fs-arqOperador <> 0 then
               if ws-fs-arqOperador <> 35 then
                   display "Cadastro de operadores indisponivel (file"
                           " status " ws-fs-arqOperador ")."
               end-if
               move "S" to ws-operador-valido
               move 2   to ws-nivel-operador
               go to valida-operador-exit
           end-if

           move ws-operador to fd-ope-id
           read arqOperador key is fd-ope-id
               invalid key
                   continue
               not invalid key
                   if fd-ope-ativa = "S" or fd-ope-ativa = "s" then
                       move "S"          to ws-operador-valido
                       move fd-ope-nivel to ws-nivel-operador
                   end-if
           end-read

           close arqOperador
           .
       valida-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no log de seguranca a entrada do operador, aceita ou
      *>  recusada pelo cadastro mestre
      *>------------------------------------------------------------------------
       registra-entrada section.

           if operador-valido then
               move "E"                 to ws-seg-evento
               move "entrada aceita"    to ws-seg-detalhe
           else
               move "F"                 to ws-seg-evento
               move "operador nao cadastrado ou inativo"
                                        to ws-seg-detalhe
           end-if
           move ws-operador to ws-seg-operador
           perform grava-seguranca
           .
       registra-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no log de seguranca a operacao recusada por nivel de
      *>  acesso (ws-seg-detalhe preenchido por quem recusou)
      *>------------------------------------------------------------------------
       registra-recusa section.

           move "N"         to ws-seg-evento
           move ws-operador to ws-seg-operador
           perform grava-seguranca
           .
       registra-recusa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no log de seguranca, criando-o na primeira vez
      *>  (mesmo padrao de grava-jornal)
      *>------------------------------------------------------------------------
       grava-seguranca section.

           open extend arqSeguranca
           if ws-fs-seguranca = 35 then
               open output arqSeguranca
           end-if
           if ws-fs-seguranca <> 0 then
               display "File Status ao abrir log de seguranca: "
                       ws-fs-seguranca
               go to grava-seguranca-exit
           end-if

           move "EstornaLote"              to ws-seg-programa
           move function current-date     to ws-seg-data-hora
           move ws-seg-data-hora(1:8)     to ws-seg-data
           move ws-seg-data-hora(9:6)     to ws-seg-hora

           move ws-reg-seguranca to fd-linha-seguranca
           write fd-linha-seguranca
           if ws-fs-seguranca <> 0 then
               display "File Status ao gravar log de seguranca: "
                       ws-fs-seguranca
           end-if

           close arqSeguranca
           .
       grava-seguranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - confere os periodos, pede confirmacao
      *>  e estorna as leituras do lote
      *>------------------------------------------------------------------------
       processamento section.

           if not lote-valido then
               go to processamento-exit
           end-if

           perform levanta-meses
           if ws-fs-vinculo <> 0 then
               go to processamento-exit
           end-if

           if excede-tabela then
               display "Lote atinge mais de " ws-max-meses " meses de"
                       " estacao - estorno nao realizado."
               go to processamento-exit
           end-if

           perform verifica-periodos
           if ws-qtd-fechados > zero then
               move " ESTORNO RECUSADO - ha mes fechado entre as leituras"
                 to ws-linha-rel
               perform grava-linha-rel
               move " do lote; reabra no FechaMes e execute o estorno de"
                 to ws-linha-rel
               perform grava-linha-rel
               move " novo." to ws-linha-rel
               perform grava-linha-rel
               go to processamento-exit
           end-if

           display "Leituras vinculadas ao lote: " ws-tot-vinculadas
           display "Excluir as leituras do lote " ws-lote-numero
                   " e marcar o lote como estornado."
           display "Confirma? (S/N): "
           accept ws-confirma
           if not confirmado then
               display "Estorno cancelado."
               go to processamento-exit
           end-if

           perform estorna-leituras

      *>   marca o lote: deixa de contar na critica de arquivo repetido;
      *>   com erro o lote continua ativo para o estorno ser repetido
           if ws-tot-erros <> zero then
               perform totais-estorno
               go to processamento-exit
           end-if

           move ws-lote-numero to fd-ctl-lote
           read arqControle key is fd-ctl-lote
               invalid key
                   display "Erro ao reler o lote " ws-lote-numero "."
               not invalid key
                   move "E"                       to fd-ctl-situacao
                   move ws-operador               to fd-ctl-ope-estorno
                   move function current-date     to ws-data-hora-sistema
                   move ws-data-hora-sistema(1:8) to fd-ctl-data-estorno
                   move ws-data-hora-sistema(9:6) to fd-ctl-hora-estorno
                   rewrite fd-controle-reg
                       invalid key
                           display "Erro ao marcar o lote "
                                   ws-lote-numero " como estornado."
                   end-rewrite
           end-read

           perform totais-estorno
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada no vinculo de lotes: conta as leituras do lote
      *>  e monta a tabela dos meses de estacao atingidos
      *>------------------------------------------------------------------------
       levanta-meses section.

           open input arqVinculo
           if ws-fs-vinculo <> 0 then
               display "Vinculo de lotes " ws-nome-vinculo
                       " indisponivel (file status " ws-fs-vinculo
                       ") - estorno nao realizado."
               go to levanta-meses-exit
           end-if

           move "N" to ws-fim-vinculo
           perform until fim-vinculo
               read arqVinculo
                   at end
                       move "S" to ws-fim-vinculo
                   not at end
                       if fd-vin-lote = ws-lote-numero then
                           add 1 to ws-tot-vinculadas
                           perform guarda-mes
                       end-if
               end-read
           end-perform

           close arqVinculo
           move zero to ws-fs-vinculo
           .
       levanta-meses-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui na tabela o mes de estacao da leitura vinculada, se ainda
      *>  nao estiver nela
      *>------------------------------------------------------------------------
       guarda-mes section.

           move "N" to ws-mes-achado
           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-qtd-meses or mes-achado
               if ws-tm-estacao(ws-mes-idx) = fd-vin-estacao
               and ws-tm-ano(ws-mes-idx) = fd-vin-ano
               and ws-tm-mes(ws-mes-idx) = fd-vin-mes then
                   move "S" to ws-mes-achado
               end-if
           end-perform

           if mes-achado then
               go to guarda-mes-exit
           end-if

           if ws-qtd-meses >= ws-max-meses then
               move "S" to ws-excede-tabela
               go to guarda-mes-exit
           end-if

           add 1 to ws-qtd-meses
           move fd-vin-estacao to ws-tm-estacao(ws-qtd-meses)
           move fd-vin-ano     to ws-tm-ano(ws-qtd-meses)
           move fd-vin-mes     to ws-tm-mes(ws-qtd-meses)
           .
       guarda-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no fchTempNN.txt de cada estacao os meses atingidos e
      *>  lista os que estao fechados; sem o arquivo (nenhum fechamento
      *>  ainda) todos os meses da estacao estao abertos
      *>------------------------------------------------------------------------
       verifica-periodos section.

           move zero to ws-qtd-fechados

           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-qtd-meses
               move ws-tm-estacao(ws-mes-idx) to ws-estacao-nomes
               perform monta-nomes-estacao
               open input arqFechamento
               if ws-fs-fechamento = 0 then
                   move ws-tm-ano(ws-mes-idx) to fd-fch-ano
                   move ws-tm-mes(ws-mes-idx) to fd-fch-mes
                   read arqFechamento key is fd-fch-chave
                       invalid key
                           continue
                       not invalid key
                           if fd-fch-situacao = "F" then
                               add 1 to ws-qtd-fechados
                               move spaces to ws-linha-rel
                               string " Estacao "       delimited by size
                                      ws-estacao-nomes  delimited by size
                                      " periodo "       delimited by size
                                      fd-fch-mes        delimited by size
                                      "/"               delimited by size
                                      fd-fch-ano        delimited by size
                                      " esta FECHADO"   delimited by size
                                      into ws-linha-rel
                               end-string
                               perform grava-linha-rel
                           end-if
                   end-read
                   close arqFechamento
               end-if
           end-perform
           .
       verifica-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta os nomes dos arquivos da estacao em ws-estacao-nomes
      *>------------------------------------------------------------------------
       monta-nomes-estacao section.

           if ws-estacao-nomes = 01 then
               move "arqTemp.txt" to ws-nome-arquivo
               move "jrnTemp.txt" to ws-nome-jornal
               move "fchTemp.txt" to ws-nome-fechamento
               move "resTemp.txt" to ws-nome-resumo
           else
               move spaces to ws-nome-arquivo
               string "arqTemp"        delimited by size
                      ws-estacao-nomes delimited by size
                      ".txt"           delimited by size
                      into ws-nome-arquivo
               move spaces to ws-nome-jornal
               string "jrnTemp"        delimited by size
                      ws-estacao-nomes delimited by size
                      ".txt"           delimited by size
                      into ws-nome-jornal
               move spaces to ws-nome-fechamento
               string "fchTemp"        delimited by size
                      ws-estacao-nomes delimited by size
                      ".txt"           delimited by size
                      into ws-nome-fechamento
               move spaces to ws-nome-resumo
               string "resTemp"        delimited by size
                      ws-estacao-nomes delimited by size
                      ".txt"           delimited by size
                      into ws-nome-resumo
           end-if
           .
       monta-nomes-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada no vinculo de lotes: exclui cada leitura do
      *>  lote que ainda traz o carimbo da carga
      *>------------------------------------------------------------------------
       estorna-leituras section.

           open input arqVinculo
           if ws-fs-vinculo <> 0 then
               display "File Status ao abrir vinculo de lotes: "
                       ws-fs-vinculo
               go to estorna-leituras-exit
           end-if

           move "N" to ws-fim-vinculo
           perform until fim-vinculo
               read arqVinculo
                   at end
                       move "S" to ws-fim-vinculo
                   not at end
                       if fd-vin-lote = ws-lote-numero then
                           perform estorna-uma-leitura
                       end-if
               end-read
           end-perform

           if dia-pendente then
               perform atualiza-resumo-dia
           end-if

           if ws-estacao-aberta <> zero then
               close arqTemp
               move zero to ws-estacao-aberta
           end-if

           close arqVinculo
           .
       estorna-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata uma leitura vinculada ao lote
      *>------------------------------------------------------------------------
       estorna-uma-leitura section.

      *>   mudou o dia ou a estacao: reconsolida o dia que terminou
           if dia-pendente
           and (fd-vin-estacao <> ws-chk-estacao
             or fd-vin-ano <> ws-chk-ano
             or fd-vin-mes <> ws-chk-mes
             or fd-vin-dia <> ws-chk-dia) then
               perform atualiza-resumo-dia
           end-if

           if fd-vin-estacao <> ws-estacao-aberta then
               perform troca-arquivo-estacao
           end-if

           move fd-vin-estacao to ws-det-estacao
           move fd-vin-dia     to ws-det-dia
           move fd-vin-mes     to ws-det-mes
           move fd-vin-ano     to ws-det-ano
           move fd-vin-hora    to ws-det-hora
           move zero           to ws-det-temp
           move space          to ws-det-qualidade

           if ws-estacao-aberta = zero then
               add 1 to ws-tot-erros
               move "ARQUIVO DA ESTACAO INDISPONIVEL"
                 to ws-det-situacao
               perform grava-det-leitura
               go to estorna-uma-leitura-exit
           end-if

           move fd-vin-chave to fd-chave
           read arqTemp key is fd-chave
               invalid key
                   add 1 to ws-tot-nao-achadas
                   move "NAO ENCONTRADA (ja excluida)"
                     to ws-det-situacao
                   perform grava-det-leitura
                   go to estorna-uma-leitura-exit
           end-read

           move fd-temperatura to ws-det-temp
           move fd-qualidade   to ws-det-qualidade

           if fd-operador <> "IMPORT" then
               add 1 to ws-tot-mantidas
               move spaces to ws-det-situacao
               string "MANTIDA - alterada por "  delimited by size
                      fd-operador                delimited by size
                      into ws-det-situacao
               end-string
               perform grava-det-leitura
               go to estorna-uma-leitura-exit
           end-if

           if fd-data-registro <> fd-vin-data-registro
           or fd-hora-registro <> fd-vin-hora-registro then
               add 1 to ws-tot-mantidas
               move "MANTIDA - gravada por outra carga"
                 to ws-det-situacao
               perform grava-det-leitura
               go to estorna-uma-leitura-exit
           end-if

           move fd-temp to ws-jrn-imagem-ant
           delete arqTemp
               invalid key
                   add 1 to ws-tot-erros
                   move "ERRO AO EXCLUIR" to ws-det-situacao
                   perform grava-det-leitura
                   go to estorna-uma-leitura-exit
           end-delete

           add 1 to ws-tot-excluidas
           move "EXCLUIDA" to ws-det-situacao

           move "E"    to ws-jrn-operacao
           move spaces to ws-jrn-imagem-nova
           perform grava-jornal

           move "S"            to ws-dia-pendente
           move fd-vin-estacao to ws-chk-estacao
           move fd-vin-ano     to ws-chk-ano
           move fd-vin-mes     to ws-chk-mes
           move fd-vin-dia     to ws-chk-dia

           perform grava-det-leitura
           .
       estorna-uma-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista no relatorio a leitura vinculada e o que foi feito dela
      *>------------------------------------------------------------------------
       grava-det-leitura section.

           move ws-det-leitura to ws-linha-rel
           perform grava-linha-rel
           .
       grava-det-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o arqTempNN.txt aberto (se houver) e abre o da estacao da
      *>  leitura vinculada; arquivo inexistente nao e criado
      *>------------------------------------------------------------------------
       troca-arquivo-estacao section.

           if ws-estacao-aberta <> zero then
               close arqTemp
               if ws-fs-arqTemp <> 0 then
                   display "File Status ao fechar arquivo: " ws-fs-arqTemp
               end-if
               move zero to ws-estacao-aberta
           end-if

           move fd-vin-estacao to ws-estacao-nomes
           perform monta-nomes-estacao

           open i-o arqTemp
           if ws-fs-arqTemp = 0 then
               move fd-vin-estacao to ws-estacao-aberta
           else
               display "File Status ao abrir i-o arquivo " ws-nome-arquivo
                       ": " ws-fs-arqTemp
           end-if
           .
       troca-arquivo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconsolida no resumo diario da estacao o dia pendente
      *>  (ws-chk-estacao/ano/mes/dia), como atualiza-resumo-dia em
      *>  Lista11Ex01V2; o arqTemp aberto e o da estacao do dia
      *>------------------------------------------------------------------------
       atualiza-resumo-dia section.

           move "N" to ws-dia-pendente
           add 1 to ws-tot-dias

           move zero       to ws-dia-qtd
           move zero       to ws-dia-qtd-susp
           move zero       to ws-dia-qtd-est
           move zero       to ws-dia-soma-est
           move -99,99999  to ws-dia-max-med
           move 99,99999   to ws-dia-min-med
           move zero       to ws-dia-soma
           move -99,99999  to ws-dia-max
           move 99,99999   to ws-dia-min
           move "N"        to ws-fim-dia

           move ws-chk-ano to fd-ano
           move ws-chk-mes to fd-mes
           move ws-chk-dia to fd-dia
           move zero       to fd-hora
           start arqTemp key is not less than fd-chave
               invalid key move "S" to ws-fim-dia
           end-start

           perform until fim-dia
               read arqTemp next record
                   at end
                       move "S" to ws-fim-dia
                   not at end
                       if fd-ano <> ws-chk-ano
                       or fd-mes <> ws-chk-mes
                       or fd-dia <> ws-chk-dia then
                           move "S" to ws-fim-dia
                       else
      *>                   leitura confirmada como ruim fica fora da
      *>                   estatistica; suspeita entra, mas contada
                       if fd-qualidade = "R" then
                           continue
                       else
                           move fd-temperatura to ws-temp-num
                           add 1               to ws-dia-qtd
                           if fd-qualidade = "S" then
                               add 1 to ws-dia-qtd-susp
                           end-if
      *>                   leitura estimada (EstimaTemp) entra, mas com
      *>                   quantidade/soma a parte e fora da maxima e
      *>                   minima medidas
                           if fd-qualidade = "E" then
                               add 1           to ws-dia-qtd-est
                               add ws-temp-num to ws-dia-soma-est
                           else
                               if ws-temp-num > ws-dia-max-med then
                                   move ws-temp-num to ws-dia-max-med
                               end-if
                               if ws-temp-num < ws-dia-min-med then
                                   move ws-temp-num to ws-dia-min-med
                               end-if
                           end-if
                           add ws-temp-num     to ws-dia-soma
                           if ws-temp-num > ws-dia-max then
                               move ws-temp-num to ws-dia-max
                           end-if
                           if ws-temp-num < ws-dia-min then
                               move ws-temp-num to ws-dia-min
                           end-if
                       end-if
                       end-if
               end-read
           end-perform

           open i-o arqResumo
           if ws-fs-resumo = 35 then
               open output arqResumo
               close arqResumo
               open i-o arqResumo
           end-if
           if ws-fs-resumo <> 0 then
               display "File Status ao abrir resumo diario: " ws-fs-resumo
               go to atualiza-resumo-dia-exit
           end-if

           move ws-chk-ano to fd-res-ano
           move ws-chk-mes to fd-res-mes
           move ws-chk-dia to fd-res-dia

           if ws-dia-qtd = zero
      *>       dia ficou sem nenhuma leitura: sai do resumo tambem
               delete arqResumo
                   invalid key continue
               end-delete
           else
               move ws-dia-qtd      to fd-res-qtd
               move ws-dia-qtd-susp to fd-res-qtd-susp
               if ws-dia-qtd-est = ws-dia-qtd then
                   move zero to ws-dia-max-med
                   move zero to ws-dia-min-med
               end-if
               move ws-dia-qtd-est  to fd-res-qtd-est
               move ws-dia-soma-est to fd-res-soma-est
               move ws-dia-max-med  to fd-res-max-med
               move ws-dia-min-med  to fd-res-min-med
               move ws-dia-max      to fd-res-max
               move ws-dia-min      to fd-res-min
               move ws-dia-soma     to fd-res-soma
               divide ws-dia-soma by ws-dia-qtd giving fd-res-media
               write fd-res-reg
                   invalid key
                       rewrite fd-res-reg
                           invalid key
                               display "Erro ao regravar o resumo diario."
                       end-rewrite
               end-write
           end-if

           close arqResumo
           .
       atualiza-resumo-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no jornal da estacao a imagem da leitura excluida
      *>------------------------------------------------------------------------
       grava-jornal section.

           open extend arqJornal
           if ws-fs-jornal = 35 then
               open output arqJornal
           end-if
           if ws-fs-jornal <> 0 then
               display "File Status ao abrir jornal: " ws-fs-jornal
               go to grava-jornal-exit
           end-if

           move "EstornaLote"               to ws-jrn-programa
           move ws-operador                 to ws-jrn-operador
           move function current-date       to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8)   to ws-jrn-data
           move ws-data-hora-sistema(9:6)   to ws-jrn-hora
           move ws-motivo-mudanca           to ws-jrn-motivo

           move ws-reg-jornal to fd-linha-jornal
           write fd-linha-jornal
           if ws-fs-jornal <> 0 then
               display "File Status ao gravar jornal: " ws-fs-jornal
           end-if

           close arqJornal
           .
       grava-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do estorno
      *>------------------------------------------------------------------------
       totais-estorno section.

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Leituras vinculadas ao lote: " delimited by size
                  ws-tot-vinculadas                delimited by size
                  "   excluidas: "                 delimited by size
                  ws-tot-excluidas                 delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Mantidas: "            delimited by size
                  ws-tot-mantidas          delimited by size
                  "   nao encontradas: "   delimited by size
                  ws-tot-nao-achadas       delimited by size
                  "   com erro: "          delimited by size
                  ws-tot-erros             delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Dias reconsolidados no resumo: " delimited by size
                  ws-tot-dias                        delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           if ws-tot-erros = zero then
               move " Lote marcado como estornado no controle de lotes."
                 to ws-linha-rel
               perform grava-linha-rel
           else
               move " Estorno incompleto - lote mantido ativo no controle"
                 to ws-linha-rel
               perform grava-linha-rel
               move " de lotes; corrigir os erros e executar o estorno"
                 to ws-linha-rel
               perform grava-linha-rel
               move " novamente para as leituras restantes."
                 to ws-linha-rel
               perform grava-linha-rel
           end-if
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           .
       totais-estorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de detalhe, com quebra de pagina a cada 60
      *>------------------------------------------------------------------------
       grava-linha-rel section.

           if ws-linhas-pagina >= 60 then
               move ws-linha-rel to ws-linha-guardada
               perform cabecalho-pagina
               move ws-linha-guardada to ws-linha-rel
           end-if

           display ws-linha-rel
           if rel-aberto then
               move ws-linha-rel to fd-linha-rel
               write fd-linha-rel
           end-if
           add 1 to ws-linhas-pagina
           move spaces to ws-linha-rel
           .
       grava-linha-rel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina: titulo, lote, emissao/operador, numero da
      *>  pagina e colunas do detalhamento
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move "   ESTORNO DE LOTE DE IMPORTACAO" to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-lote    to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-emissao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina  to ws-linha-rel
           perform grava-linha-pag
           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move " EST  DATA        HORA   TEMPERATURA QUAL  SITUACAO"
             to ws-linha-rel
           perform grava-linha-pag
           move all "-" to ws-linha-rel
           perform grava-linha-pag
           .
       cabecalho-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de cabecalho (sem teste de quebra de pagina)
      *>------------------------------------------------------------------------
       grava-linha-pag section.

           display ws-linha-rel
           if rel-aberto then
               move ws-linha-rel to fd-linha-rel
               write fd-linha-rel
           end-if
           add 1 to ws-linhas-pagina
           move spaces to ws-linha-rel
           .
       grava-linha-pag-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if controle-aberto then
               close arqControle
           end-if

           if rel-aberto then
               close arqRelatorio
               if ws-fs-relatorio <> 0 then
                   display "File Status ao fechar arquivo de impressao: "
                           ws-fs-relatorio
               end-if
               display "Relatorio gravado em " ws-nome-relatorio
           end-if

           stop run
           .
       finaliza-exit.
           exit.

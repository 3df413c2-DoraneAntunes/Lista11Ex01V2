      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "PosicaoTemp".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Posicao em data: reconstitui as leituras de uma estacao como
      *>estavam num momento passado (data/hora informada), para refazer
      *>um relatorio ja enviado e mostrar ao cliente o que mudou desde
      *>entao. Parte do arquivo vivo (arqTempNN.txt) e do arquivo morto
      *>(histTempNN.txt, se houver - o periodo arquivado continua no
      *>resumo e no relatorio) e desfaz tudo o que o jornal da estacao
      *>(jrnTempNN.txt) registrou depois do momento pedido: para cada
      *>leitura vale o primeiro lancamento posterior do jornal - na
      *>alteracao (A) e na exclusao (E) a imagem anterior volta para a
      *>copia, na inclusao (I) a leitura sai dela. Leitura gravada
      *>depois do momento sem passar pelo jornal (cadastra-temp,
      *>ImportaTemp, inclusao do ManutTemp) e reconhecida pela data/
      *>hora de registro e tambem sai da copia.
      *>Nada e gravado nos arquivos da estacao: o resultado vai para a
      *>copia em data (posTempNN.txt), com o seu resumo diario
      *>(posResNN.txt, mesmas regras do ResumoTemp) e uma linha de
      *>identificacao (posInfNN.txt) com o momento reconstituido, para
      *>o RelatorioTemp emitir sobre ela. A pagina de conciliacao
      *>(posRelNN.txt, paginada no molde do relTempNN.txt) lista cada
      *>leitura desfeita com o valor na data e o valor atual, o
      *>programa, o operador e a data do lancamento, e os totais de
      *>restauradas, repostas, retiradas e intocadas.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTemp assign to ws-nome-arquivo
           organization is indexed
           access mode is sequential
           record key is fd-chave
           file status is ws-fs-arqTemp.

           select arqHistorico assign to ws-nome-historico
           organization is indexed
           access mode is sequential
           record key is fd-hst-chave
           file status is ws-fs-historico.

           select arqCopia assign to ws-nome-copia
           organization is indexed
           access mode is dynamic
           record key is fd-cop-chave
           file status is ws-fs-copia.

           select arqDesfazer assign to ws-nome-desfazer
           organization is indexed
           access mode is dynamic
           record key is fd-dsf-chave
           file status is ws-fs-desfazer.

           select arqJornal assign to ws-nome-jornal
           organization is line sequential
           access mode is sequential
           file status is ws-fs-jornal.

           select arqResumo assign to ws-nome-resumo
           organization is indexed
           access mode is sequential
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqInfo assign to ws-nome-info
           organization is line sequential
           access mode is sequential
           file status is ws-fs-info.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

           select arqEstacao assign to ws-nome-arqestacao
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacao.

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

       fd arqHistorico.
       01 fd-hst-reg.
          05 fd-hst-chave.
             10 fd-hst-ano                         pic  9(04).
             10 fd-hst-mes                         pic  9(02).
             10 fd-hst-dia                         pic  9(02).
             10 fd-hst-hora                        pic  9(02).
          05 fd-hst-estacao                        pic  9(02).
          05 fd-hst-temperatura                    pic -99,00(04).
          05 fd-hst-operador                       pic  x(10).
          05 fd-hst-data-registro                  pic  9(08).
          05 fd-hst-hora-registro                  pic  9(06).
          05 fd-hst-qualidade                      pic  x(01).

      *>copia em data: mesmo layout de fd-temp
       fd arqCopia.
       01 fd-cop-reg.
          05 fd-cop-chave.
             10 fd-cop-ano                         pic  9(04).
             10 fd-cop-mes                         pic  9(02).
             10 fd-cop-dia                         pic  9(02).
             10 fd-cop-hora                        pic  9(02).
          05 fd-cop-estacao                        pic  9(02).
          05 fd-cop-temperatura                    pic -99,00(04).
          05 fd-cop-operador                       pic  x(10).
          05 fd-cop-data-registro                  pic  9(08).
          05 fd-cop-hora-registro                  pic  9(06).
          05 fd-cop-qualidade                      pic  x(01).

      *>arquivo de trabalho: o primeiro lancamento do jornal posterior
      *>ao momento pedido, por chave de leitura
       fd arqDesfazer.
       01 fd-dsf-reg.
          05 fd-dsf-chave                          pic  x(10).
          05 fd-dsf-operacao                       pic  x(01).
          05 fd-dsf-programa                       pic  x(15).
          05 fd-dsf-operador                       pic  x(10).
          05 fd-dsf-data                           pic  9(08).
          05 fd-dsf-hora                           pic  9(06).
          05 fd-dsf-imagem-ant                     pic  x(46).

       fd arqJornal.
       01 fd-linha-jornal                           pic x(162).

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

       fd arqInfo.
       01 fd-linha-info                             pic x(80).

       fd arqRelatorio.
       01 fd-linha-rel                              pic x(80).

       fd arqEstacao.
       01 fd-estacao-reg.
          05 fd-est-numero                          pic  9(02).
          05 fd-est-nome                            pic  x(30).
          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

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
       77  ws-fs-historico                         pic  9(02).
       77  ws-fs-copia                             pic  9(02).
       77  ws-fs-desfazer                          pic  9(02).
       77  ws-fs-jornal                            pic  9(02).
       77  ws-fs-resumo                            pic  9(02).
       77  ws-fs-info                              pic  9(02).
       77  ws-fs-relatorio                         pic  9(02).
       77  ws-fs-arqEstacao                        pic  9(02).

      *>estacao reconstituida - mesma convencao de nome de arquivo usada
      *>em Lista11Ex01V2 (estacao 01 = arqTemp.txt, demais =
      *>arqTempNN.txt); a copia em data segue a mesma regra
       77  ws-estacao                              pic  9(02) value 01.
       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-historico                       pic  x(20).
       77  ws-nome-jornal                          pic  x(20).
       77  ws-nome-copia                           pic  x(20).
       77  ws-nome-desfazer                        pic  x(20).
       77  ws-nome-resumo                          pic  x(20).
       77  ws-nome-info                            pic  x(20).
       77  ws-nome-relatorio                       pic  x(20).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".

       77  ws-data-hora-sistema                    pic  x(21).

      *>cadastro mestre de operadores: a identificacao digitada na
      *>entrada precisa existir e estar ativa (sem o cadastro, primeira
      *>implantacao, a validacao fica desligada como em Lista11Ex01V2)
       77  ws-operador                             pic  x(10) value spaces.
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-nome-arqoperador                     pic  x(20)
                                                    value "arqOperador.txt".
       77  ws-operador-valido                      pic  x(01) value "N".
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

      *>momento reconstituido e carimbos comparados com ele, todos na
      *>forma aaaammddhhmmss
       77  ws-posicao-data                         pic  9(08) value zero.
       77  ws-posicao-hora-x                       pic  x(06) value spaces.
       77  ws-posicao-hora                         pic  9(06) value zero.
       77  ws-posicao                              pic  9(14) value zero.
       77  ws-carimbo                              pic  9(14).
       77  ws-parametros-ok                        pic  x(01) value "N".
           88  parametros-ok                       value "S".

       77  ws-fim-arquivo                          pic  x(01) value "N".
           88  fim-arquivo                         value "S".

      *>jornal de alteracoes da estacao, no layout gravado por
      *>grava-jornal em Lista11Ex01V2
       01  ws-reg-jornal.
           05 ws-jrn-operacao                      pic  x(01).
           05 ws-jrn-programa                      pic  x(15).
           05 ws-jrn-operador                      pic  x(10).
           05 ws-jrn-data                          pic  9(08).
           05 ws-jrn-hora                          pic  9(06).
           05 ws-jrn-imagem-ant                    pic  x(46).
           05 ws-jrn-imagem-nova                   pic  x(46).
           05 ws-jrn-motivo                        pic  x(30).

      *>imagem de leitura vinda do jornal, para mostrar a temperatura
       01  ws-imagem.
           05 ws-img-chave.
              10 ws-img-ano                        pic  9(04).
              10 ws-img-mes                        pic  9(02).
              10 ws-img-dia                        pic  9(02).
              10 ws-img-hora                       pic  9(02).
           05 ws-img-estacao                       pic  9(02).
           05 ws-img-temperatura                   pic -99,00(04).
           05 ws-img-operador                      pic  x(10).
           05 ws-img-data-registro                 pic  9(08).
           05 ws-img-hora-registro                 pic  9(06).
           05 ws-img-qualidade                     pic  x(01).

      *>resumo diario da copia, nas regras do ResumoTemp
       77  ws-temp-num                             pic s9(02)v9(05).
       77  ws-tem-dia-aberto                       pic  x(01) value "N".
           88  tem-dia-aberto                      value "S".
       77  ws-cur-ano                              pic  9(04) value zero.
       77  ws-cur-mes                              pic  9(02) value zero.
       77  ws-cur-dia                              pic  9(02) value zero.
       77  ws-dia-qtd                              pic  9(04).
       77  ws-dia-qtd-susp                         pic  9(04).
       77  ws-dia-qtd-est                          pic  9(04).
       77  ws-dia-soma-est                         pic s9(06)v9(05).
       77  ws-dia-max-med                          pic s9(02)v9(05).
       77  ws-dia-min-med                          pic s9(02)v9(05).
       77  ws-dia-max                              pic s9(02)v9(05).
       77  ws-dia-min                              pic s9(02)v9(05).
       77  ws-dia-soma                             pic s9(06)v9(05).

      *>contagens da conciliacao
       77  ws-tot-vivo                             pic 9(07) value zero.
       77  ws-tot-arquivadas                       pic 9(07) value zero.
       77  ws-tot-jornal                           pic 9(07) value zero.
       77  ws-tot-jornal-post                      pic 9(07) value zero.
       77  ws-tot-restauradas                      pic 9(07) value zero.
       77  ws-tot-repostas                         pic 9(07) value zero.
       77  ws-tot-retiradas-jrn                    pic 9(07) value zero.
       77  ws-tot-retiradas-reg                    pic 9(07) value zero.
       77  ws-tot-intocadas                        pic 9(07) value zero.
       77  ws-tot-copia                            pic 9(07) value zero.
       77  ws-tot-dias                             pic 9(07) value zero.

      *>linha de identificacao da copia (posInfNN.txt), lida pelo
      *>RelatorioTemp: momento reconstituido nas posicoes 1-14
       01  ws-reg-info.
           05 ws-inf-posicao-data                  pic  9(08).
           05 ws-inf-posicao-hora                  pic  9(06).
           05 ws-inf-gerado-data                   pic  9(08).
           05 ws-inf-gerado-hora                   pic  9(06).
           05 ws-inf-operador                      pic  x(10).
           05 ws-inf-qtd-leituras                  pic  9(07).
           05 ws-inf-qtd-dias                      pic  9(07).

      *>arquivo de impressao paginado, no molde de RelatorioTemp
       77  ws-rel-aberto                           pic  x(01) value "N".
           88  rel-aberto                          value "S".
       77  ws-linhas-pagina                        pic  9(02) value 99.
       77  ws-num-pagina                           pic  9(04) value zero.
       01  ws-linha-rel                            pic  x(80).
       01  ws-linha-guardada                       pic  x(80).

       01  ws-cab-estacao.
           05 filler                               pic x(10)
                                                    value " Estacao: ".
           05 ws-cab-est-numero                    pic 9(02).
           05 filler                               pic x(03) value " - ".
           05 ws-cab-est-nome                      pic x(30).

       01  ws-cab-posicao.
           05 filler                               pic x(13)
                                                    value " Posicao em: ".
           05 ws-cab-pos-dia                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-pos-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-pos-ano                       pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-cab-pos-hh                        pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-pos-mm                        pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-pos-ss                        pic 9(02).

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
           05 filler                               pic x(01) value space.
           05 ws-det-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-det-hora                          pic 9(02).
           05 filler                               pic x(02) value "h ".
           05 ws-det-na-data                       pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ws-det-atual                         pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ws-det-acao                          pic x(11).
           05 ws-det-programa                      pic x(13).
           05 ws-det-operador                      pic x(11).
           05 ws-det-data-lanc                     pic 9(08).
       01  ws-disp-temp                            pic -99,99.

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
                       " reconstituicao nao realizada."
               go to inicializa-exit
           end-if

           display "Estacao (Enter = 01): "
           accept ws-estacao
           if ws-estacao = zero then
               move 01 to ws-estacao
           end-if

           display "Posicao em data (aaaammdd): "
           accept ws-posicao-data
           if function test-date-yyyymmdd(ws-posicao-data) <> zero then
               display "Data invalida - reconstituicao nao realizada."
               go to inicializa-exit
           end-if

           display "Hora da posicao (hhmmss, Enter = 235959): "
           accept ws-posicao-hora-x
           if ws-posicao-hora-x = spaces then
               move "235959" to ws-posicao-hora-x
           end-if
           if ws-posicao-hora-x is not numeric then
               display "Hora invalida - reconstituicao nao realizada."
               go to inicializa-exit
           end-if
           move ws-posicao-hora-x to ws-posicao-hora
           if ws-posicao-hora(1:2) > "23"
           or ws-posicao-hora(3:2) > "59"
           or ws-posicao-hora(5:2) > "59" then
               display "Hora invalida - reconstituicao nao realizada."
               go to inicializa-exit
           end-if
           compute ws-posicao = ws-posicao-data * 1000000
                              + ws-posicao-hora

           if ws-estacao = 01 then
               move "arqTemp.txt"  to ws-nome-arquivo
               move "histTemp.txt" to ws-nome-historico
               move "jrnTemp.txt"  to ws-nome-jornal
               move "posTemp.txt"  to ws-nome-copia
               move "posJrn.txt"   to ws-nome-desfazer
               move "posRes.txt"   to ws-nome-resumo
               move "posInf.txt"   to ws-nome-info
               move "posRel.txt"   to ws-nome-relatorio
           else
               move spaces to ws-nome-arquivo
               string "arqTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-arquivo
               move spaces to ws-nome-historico
               string "histTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-historico
               move spaces to ws-nome-jornal
               string "jrnTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-jornal
               move spaces to ws-nome-copia
               string "posTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-copia
               move spaces to ws-nome-desfazer
               string "posJrn"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-desfazer
               move spaces to ws-nome-resumo
               string "posRes"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-resumo
               move spaces to ws-nome-info
               string "posInf"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-info
               move spaces to ws-nome-relatorio
               string "posRel"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-relatorio
           end-if

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               display "File Status ao abrir input arquivo: " ws-fs-arqTemp
               display "Reconstituicao nao realizada."
               go to inicializa-exit
           end-if

      *>   a copia e o arquivo de trabalho sao refeitos do zero a cada
      *>   execucao
           open output arqCopia
           close arqCopia
           open i-o arqCopia
           if ws-fs-copia <> 0 then
               display "File Status ao criar copia em data: " ws-fs-copia
               close arqTemp
               go to inicializa-exit
           end-if

           open output arqDesfazer
           close arqDesfazer
           open i-o arqDesfazer
           if ws-fs-desfazer <> 0 then
               display "File Status ao criar arquivo de trabalho: "
                       ws-fs-desfazer
               close arqTemp
               close arqCopia
               go to inicializa-exit
           end-if

           move "S" to ws-parametros-ok

           open output arqRelatorio
           if ws-fs-relatorio <> 0 then
               display "File Status ao abrir arquivo de impressao: "
                       ws-fs-relatorio
           else
               move "S" to ws-rel-aberto
           end-if

           move ws-estacao to ws-cab-est-numero
           move spaces     to ws-cab-est-nome
           open input arqEstacao
           if ws-fs-arqEstacao = 0 then
               move ws-estacao to fd-est-numero
               read arqEstacao key is fd-est-numero
                   invalid key
                       continue
                   not invalid key
                       move fd-est-nome to ws-cab-est-nome
               end-read
               close arqEstacao
           end-if

           move ws-posicao-data(7:2) to ws-cab-pos-dia
           move ws-posicao-data(5:2) to ws-cab-pos-mes
           move ws-posicao-data(1:4) to ws-cab-pos-ano
           move ws-posicao-hora(1:2) to ws-cab-pos-hh
           move ws-posicao-hora(3:2) to ws-cab-pos-mm
           move ws-posicao-hora(5:2) to ws-cab-pos-ss

           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(7:2) to ws-emi-dia
           move ws-data-hora-sistema(5:2) to ws-emi-mes
           move ws-data-hora-sistema(1:4) to ws-emi-ano
           move ws-operador               to ws-emi-operador
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no cadastro mestre de operadores a identificacao da
      *>  entrada; sem o cadastro (primeira implantacao) a validacao
      *>  fica desligada, como em Lista11Ex01V2
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
               go to valida-operador-exit
           end-if

           move ws-operador to fd-ope-id
           read arqOperador key is fd-ope-id
               invalid key
                   continue
               not invalid key
                   if fd-ope-ativa = "S" or fd-ope-ativa = "s" then
                       move "S" to ws-operador-valido
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

           move "PosicaoTemp"              to ws-seg-programa
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
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           if not parametros-ok then
               go to processamento-exit
           end-if

           perform copia-historico
           perform copia-vivo
           perform levanta-jornal

           move " LEITURAS DESFEITAS PELO JORNAL" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           perform grava-linha-rel
           perform desfaz-jornal

           move spaces to ws-linha-rel
           perform grava-linha-rel
           move " LEITURAS GRAVADAS DEPOIS DA DATA, JA COM O JORNAL"
             to ws-linha-rel
           perform grava-linha-rel
           move " DESFEITO (RETIRADAS PELA DATA/HORA DE REGISTRO)"
             to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           perform grava-linha-rel
           perform retira-posteriores

           perform gera-resumo
           perform grava-info
           perform conciliacao
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O periodo arquivado pelo ArquivaTemp entra na copia: ele estava
      *>  no arquivo vivo se o arquivamento foi posterior a data e
      *>  continua no resumo de qualquer forma
      *>------------------------------------------------------------------------
       copia-historico section.

           open input arqHistorico
           if ws-fs-historico <> 0 then
               if ws-fs-historico <> 35 then
                   display "File Status ao abrir arquivo morto: "
                           ws-fs-historico
               end-if
               go to copia-historico-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqHistorico
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-hst-reg to fd-cop-reg
                       write fd-cop-reg
                           invalid key
                               continue
                           not invalid key
                               add 1 to ws-tot-arquivadas
                       end-write
               end-read
           end-perform

           close arqHistorico
           .
       copia-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o arquivo vivo para a copia em data
      *>------------------------------------------------------------------------
       copia-vivo section.

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqTemp
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-temp to fd-cop-reg
                       write fd-cop-reg
                           invalid key
                               rewrite fd-cop-reg
                               end-rewrite
                       end-write
                       add 1 to ws-tot-vivo
               end-read
           end-perform

           close arqTemp
           .
       copia-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o jornal da estacao e guarda, para cada leitura, o primeiro
      *>  lancamento posterior a data: e ele que traz o estado da
      *>  leitura no momento pedido
      *>------------------------------------------------------------------------
       levanta-jornal section.

           open input arqJornal
           if ws-fs-jornal <> 0 then
               if ws-fs-jornal <> 35 then
                   display "File Status ao abrir jornal: " ws-fs-jornal
               end-if
               go to levanta-jornal-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqJornal
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-tot-jornal
                       move fd-linha-jornal to ws-reg-jornal
                       compute ws-carimbo = ws-jrn-data * 1000000
                                          + ws-jrn-hora
                       if ws-carimbo > ws-posicao then
                           add 1 to ws-tot-jornal-post
                           perform guarda-lancamento
                       end-if
               end-read
           end-perform

           close arqJornal
           .
       levanta-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o lancamento no arquivo de trabalho; se a leitura ja tem
      *>  um lancamento anterior guardado, este e ignorado
      *>------------------------------------------------------------------------
       guarda-lancamento section.

           if ws-jrn-operacao = "I" then
               move ws-jrn-imagem-nova(1:10) to fd-dsf-chave
           else
               move ws-jrn-imagem-ant(1:10)  to fd-dsf-chave
           end-if
           move ws-jrn-operacao   to fd-dsf-operacao
           move ws-jrn-programa   to fd-dsf-programa
           move ws-jrn-operador   to fd-dsf-operador
           move ws-jrn-data       to fd-dsf-data
           move ws-jrn-hora       to fd-dsf-hora
           move ws-jrn-imagem-ant to fd-dsf-imagem-ant

           write fd-dsf-reg
               invalid key
                   continue
           end-write
           .
       guarda-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica na copia, em ordem de chave, o estado de cada leitura
      *>  no momento pedido
      *>------------------------------------------------------------------------
       desfaz-jornal section.

           move low-values to fd-dsf-chave
           start arqDesfazer key is not less than fd-dsf-chave
               invalid key
                   go to desfaz-jornal-exit
           end-start

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqDesfazer next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       perform desfaz-lancamento
               end-read
           end-perform
           .
       desfaz-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um lancamento: alteracao/exclusao devolvem a imagem anterior,
      *>  inclusao retira a leitura da copia
      *>------------------------------------------------------------------------
       desfaz-lancamento section.

           move fd-dsf-chave(1:4)  to ws-det-ano
           move fd-dsf-chave(5:2)  to ws-det-mes
           move fd-dsf-chave(7:2)  to ws-det-dia
           move fd-dsf-chave(9:2)  to ws-det-hora
           move spaces             to ws-det-na-data
           move spaces             to ws-det-atual
           move fd-dsf-programa    to ws-det-programa
           move fd-dsf-operador    to ws-det-operador
           move fd-dsf-data        to ws-det-data-lanc

      *>   valor atual: o da copia antes de desfazer (= arquivo vivo)
           move fd-dsf-chave to fd-cop-chave
           read arqCopia key is fd-cop-chave
               invalid key
                   move 23 to ws-fs-copia
               not invalid key
                   move fd-cop-temperatura to ws-temp-num
                   move ws-temp-num        to ws-disp-temp
                   move ws-disp-temp       to ws-det-atual
           end-read

           if fd-dsf-operacao = "I" then
               if ws-fs-copia <> 0 then
      *>           incluida e excluida depois da data: nao ha o que
      *>           desfazer
                   go to desfaz-lancamento-exit
               end-if
               delete arqCopia
                   invalid key
                       display "Erro ao retirar leitura da copia: "
                               fd-dsf-chave
                       go to desfaz-lancamento-exit
               end-delete
               add 1 to ws-tot-retiradas-jrn
               move "RETIRADA" to ws-det-acao
           else
               move fd-dsf-imagem-ant  to ws-imagem
               move ws-img-temperatura to ws-temp-num
               move ws-temp-num        to ws-disp-temp
               move ws-disp-temp       to ws-det-na-data
               move fd-dsf-imagem-ant  to fd-cop-reg
               if ws-fs-copia = 0 then
                   rewrite fd-cop-reg
                       invalid key
                           display "Erro ao restaurar leitura na copia: "
                                   fd-dsf-chave
                           go to desfaz-lancamento-exit
                   end-rewrite
                   add 1 to ws-tot-restauradas
                   move "RESTAURADA" to ws-det-acao
               else
                   write fd-cop-reg
                       invalid key
                           display "Erro ao repor leitura na copia: "
                                   fd-dsf-chave
                           go to desfaz-lancamento-exit
                   end-write
                   add 1 to ws-tot-repostas
                   move "REPOSTA" to ws-det-acao
               end-if
           end-if

           move ws-det-leitura to ws-linha-rel
           perform grava-linha-rel
           .
       desfaz-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira da copia toda leitura com registro depois da data: a
      *>  inclusao pelo cadastra-temp, ImportaTemp ou ManutTemp nao tem
      *>  lancamento no jornal, e a leitura incluida assim e alterada
      *>  depois (QualidadeTemp, CalibraTemp) volta do jornal com a
      *>  imagem da inclusao, tambem posterior a data
      *>------------------------------------------------------------------------
       retira-posteriores section.

           move low-values to fd-cop-chave
           start arqCopia key is not less than fd-cop-chave
               invalid key
                   go to retira-posteriores-exit
           end-start

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqCopia next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       compute ws-carimbo
                           = fd-cop-data-registro * 1000000
                           + fd-cop-hora-registro
                       if ws-carimbo > ws-posicao then
                           perform retira-leitura
                       end-if
               end-read
           end-perform
           .
       retira-posteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira uma leitura gravada depois da data
      *>------------------------------------------------------------------------
       retira-leitura section.

           move fd-cop-ano           to ws-det-ano
           move fd-cop-mes           to ws-det-mes
           move fd-cop-dia           to ws-det-dia
           move fd-cop-hora          to ws-det-hora
           move spaces               to ws-det-na-data
           move fd-cop-temperatura   to ws-temp-num
           move ws-temp-num          to ws-disp-temp
           move ws-disp-temp         to ws-det-atual
           move "RETIRADA"           to ws-det-acao
           move "(registro)"         to ws-det-programa
           move fd-cop-operador      to ws-det-operador
           move fd-cop-data-registro to ws-det-data-lanc

      *>   leitura que o jornal ja tinha restaurado passa a contar so
      *>   como retirada; a que tinha reposto (excluida depois) nao
      *>   estava no arquivo atual e sai da conciliacao
           move fd-cop-chave to fd-dsf-chave
           read arqDesfazer key is fd-dsf-chave
               invalid key
                   move space to fd-dsf-operacao
           end-read

           delete arqCopia
               invalid key
                   display "Erro ao retirar leitura da copia: "
                           fd-dsf-chave
                   go to retira-leitura-exit
           end-delete

           if fd-dsf-operacao = "E" then
               subtract 1 from ws-tot-repostas
           else
               if fd-dsf-operacao = "A" then
                   subtract 1 from ws-tot-restauradas
               end-if
               add 1 to ws-tot-retiradas-reg
           end-if

           move ws-det-leitura to ws-linha-rel
           perform grava-linha-rel
           .
       retira-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo diario da copia, com as regras do ResumoTemp: leitura R
      *>  fora, S contada, E com quantidade/soma a parte
      *>------------------------------------------------------------------------
       gera-resumo section.

           open output arqResumo
           if ws-fs-resumo <> 0 then
               display "File Status ao abrir resumo da copia: "
                       ws-fs-resumo
               go to gera-resumo-exit
           end-if

           move low-values to fd-cop-chave
           move "N" to ws-fim-arquivo
           start arqCopia key is not less than fd-cop-chave
               invalid key move "S" to ws-fim-arquivo
           end-start

           perform until fim-arquivo
               read arqCopia next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-tot-copia
                       if fd-cop-qualidade <> "R" then
                           perform consolida-leitura
                       end-if
               end-read
           end-perform

           if tem-dia-aberto then
               perform grava-dia
           end-if

           close arqResumo
           .
       gera-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolida uma leitura da copia no dia em curso; quando a data
      *>  muda, o dia anterior e gravado no resumo
      *>------------------------------------------------------------------------
       consolida-leitura section.

           move fd-cop-temperatura to ws-temp-num

           if fd-cop-ano <> ws-cur-ano
           or fd-cop-mes <> ws-cur-mes
           or fd-cop-dia <> ws-cur-dia then
               if tem-dia-aberto then
                   perform grava-dia
               end-if
               move fd-cop-ano  to ws-cur-ano
               move fd-cop-mes  to ws-cur-mes
               move fd-cop-dia  to ws-cur-dia
               move 1           to ws-dia-qtd
               move zero        to ws-dia-qtd-susp
               if fd-cop-qualidade = "S" then
                   move 1 to ws-dia-qtd-susp
               end-if
               move ws-temp-num to ws-dia-max
               move ws-temp-num to ws-dia-min
               move ws-temp-num to ws-dia-soma
               move zero        to ws-dia-qtd-est
               move zero        to ws-dia-soma-est
               move -99,99999   to ws-dia-max-med
               move 99,99999    to ws-dia-min-med
               perform acumula-estimada
               move "S"         to ws-tem-dia-aberto
           else
               add 1           to ws-dia-qtd
               if fd-cop-qualidade = "S" then
                   add 1 to ws-dia-qtd-susp
               end-if
               add ws-temp-num to ws-dia-soma
               if ws-temp-num > ws-dia-max then
                   move ws-temp-num to ws-dia-max
               end-if
               if ws-temp-num < ws-dia-min then
                   move ws-temp-num to ws-dia-min
               end-if
               perform acumula-estimada
           end-if
           .
       consolida-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura estimada (EstimaTemp) entra no dia, mas com quantidade e
      *>  soma a parte e fora da maxima/minima medidas
      *>------------------------------------------------------------------------
       acumula-estimada section.

           if fd-cop-qualidade = "E" then
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
           .
       acumula-estimada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no resumo da copia o dia consolidado
      *>------------------------------------------------------------------------
       grava-dia section.

           move ws-cur-ano      to fd-res-ano
           move ws-cur-mes      to fd-res-mes
           move ws-cur-dia      to fd-res-dia
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
                   display "Chave duplicada no resumo: " ws-cur-dia
                           "/" ws-cur-mes "/" ws-cur-ano
               not invalid key
                   add 1 to ws-tot-dias
           end-write
           .
       grava-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de identificacao da copia, lida pelo RelatorioTemp
      *>------------------------------------------------------------------------
       grava-info section.

           open output arqInfo
           if ws-fs-info <> 0 then
               display "File Status ao abrir identificacao da copia: "
                       ws-fs-info
               go to grava-info-exit
           end-if

           move function current-date     to ws-data-hora-sistema
           move ws-posicao-data           to ws-inf-posicao-data
           move ws-posicao-hora           to ws-inf-posicao-hora
           move ws-data-hora-sistema(1:8) to ws-inf-gerado-data
           move ws-data-hora-sistema(9:6) to ws-inf-gerado-hora
           move ws-operador               to ws-inf-operador
           move ws-tot-copia              to ws-inf-qtd-leituras
           move ws-tot-dias               to ws-inf-qtd-dias

           move ws-reg-info to fd-linha-info
           write fd-linha-info
           close arqInfo
           .
       grava-info-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagina de conciliacao: arquivo atual x copia em data
      *>------------------------------------------------------------------------
       conciliacao section.

           compute ws-tot-intocadas = ws-tot-vivo + ws-tot-arquivadas
                                    - ws-tot-restauradas
                                    - ws-tot-retiradas-jrn
                                    - ws-tot-retiradas-reg

           move 99 to ws-linhas-pagina
           move "   CONCILIACAO - ARQUIVO ATUAL x POSICAO EM DATA"
             to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           perform grava-linha-rel

           move spaces to ws-linha-rel
           string " Leituras no arquivo vivo ......... " delimited by size
                  ws-tot-vivo                           delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Leituras no arquivo morto ........ " delimited by size
                  ws-tot-arquivadas                     delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Lancamentos no jornal ............ " delimited by size
                  ws-tot-jornal                         delimited by size
                  "  posteriores a data: "              delimited by size
                  ws-tot-jornal-post                    delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           perform grava-linha-rel

           move spaces to ws-linha-rel
           string " Restauradas (alteradas depois) ... " delimited by size
                  ws-tot-restauradas                    delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Repostas (excluidas depois) ...... " delimited by size
                  ws-tot-repostas                       delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Retiradas (inclusao no jornal) ... " delimited by size
                  ws-tot-retiradas-jrn                  delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Retiradas (registro posterior) ... " delimited by size
                  ws-tot-retiradas-reg                  delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Intocadas ........................ " delimited by size
                  ws-tot-intocadas                      delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           perform grava-linha-rel

           move spaces to ws-linha-rel
           string " Leituras na copia em data ........ " delimited by size
                  ws-tot-copia                          delimited by size
                  "  (" delimited by size
                  ws-nome-copia                         delimited by space
                  ")"   delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Dias no resumo da copia .......... " delimited by size
                  ws-tot-dias                           delimited by size
                  "  (" delimited by size
                  ws-nome-resumo                        delimited by space
                  ")"   delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           perform grava-linha-rel
           move " Copia = intocadas + restauradas + repostas."
             to ws-linha-rel
           perform grava-linha-rel
           move " Para o relatorio na data, rode o RelatorioTemp"
             to ws-linha-rel
           perform grava-linha-rel
           move " respondendo S a emissao sobre a copia em data."
             to ws-linha-rel
           perform grava-linha-rel
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           .
       conciliacao-exit.
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
      *>  Cabecalho de pagina: titulo, estacao, posicao, emissao/operador,
      *>  numero da pagina e colunas do detalhamento
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move "   POSICAO EM DATA - RECONSTITUICAO PELO JORNAL"
             to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-estacao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-posicao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-emissao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina  to ws-linha-rel
           perform grava-linha-pag
           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move " DATA       HR  NA DATA ATUAL   ACAO       PROGRAMA"
             to ws-linha-rel
           move "OPERADOR   LANCAMENTO" to ws-linha-rel(57:21)
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

           if parametros-ok then
               close arqCopia
               if ws-fs-copia <> 0 then
                   display "File Status ao fechar copia em data: "
                           ws-fs-copia
               end-if
               close arqDesfazer
               display "Copia em data gravada em " ws-nome-copia
                       " (resumo " ws-nome-resumo ")"
           end-if

           if rel-aberto then
               close arqRelatorio
               if ws-fs-relatorio <> 0 then
                   display "File Status ao fechar arquivo de impressao: "
                           ws-fs-relatorio
               end-if
               display "Conciliacao gravada em " ws-nome-relatorio
           end-if

           stop run
           .
       finaliza-exit.
           exit.

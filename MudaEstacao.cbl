      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "MudaEstacao".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Mudancas de numero e de local de estacao. Quando a estacao muda
      *>de lugar ou o numero do data-logger e reaproveitado, abre-se um
      *>numero novo e a serie fica partida em dois arqTempNN.txt; este
      *>utilitario, so para supervisor, trata os tres casos:
      *>  R - Renumerar: leva as leituras (arqTempNN.txt e o morto
      *>      histTempNN.txt, com a estacao regravada em cada leitura),
      *>      o jornal (jrnTempNN.txt), os periodos (fchTempNN.txt), as
      *>      calibracoes (calTempNN.txt) e o manifesto do arquivamento
      *>      (manTempNN.txt) para o numero novo, refaz o resumo diario
      *>      (resTempNN.txt) no numero novo e passa o registro do
      *>      cadastro mestre (arqEstacao.txt) para ele, assim como as
      *>      estacoes contratadas no cadastro de clientes
      *>      (arqCliente.txt) e os vinculos dos lotes de importacao
      *>      (lnkImporta.txt, usados pelo EstornaLote); o numero novo
      *>      nao pode estar cadastrado nem ter leituras, e os arquivos
      *>      do numero antigo so sao esvaziados depois de todas as
      *>      copias sem erro.
      *>  U - Unir: passa as leituras da estacao de origem para a de
      *>      destino; a leitura cujo dia/hora ja existe no destino e uma
      *>      colisao - nao e regravada, fica na origem e sai listada no
      *>      relatorio para tratamento na manutencao. Leitura de ano ja
      *>      arquivado no destino vai para o morto do destino, as demais
      *>      para o vivo. Cada leitura passada deixa inclusao ("I") no
      *>      jornal do destino e exclusao ("E") no da origem, e os dois
      *>      resumos diarios sao refeitos. Como em EstornaLote, havendo
      *>      mes fechado pelo FechaMes em qualquer das duas estacoes
      *>      entre os meses da origem a uniao inteira e recusada.
      *>  L - Relocar: encerra a estacao antiga no cadastro (ativa N,
      *>      sucessora e data de fim) e liga a nova a ela (antecessora e
      *>      data de inicio); com o vinculo o NormaisTemp pode seguir a
      *>      cadeia de estacoes como uma serie so.
      *>Cada execucao deixa o relatorio paginado mudEstOODD.txt (origem
      *>e destino).

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

           select arqDestino assign to ws-nome-destino
           organization is indexed
           access mode is dynamic
           record key is fd-dst-chave
           file status is ws-fs-destino.

           select arqHistorico assign to ws-nome-historico
           organization is indexed
           access mode is dynamic
           record key is fd-hst-chave
           file status is ws-fs-historico.

           select arqResumo assign to ws-nome-resumo
           organization is indexed
           access mode is dynamic
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqFechamento assign to ws-nome-fechamento
           organization is indexed
           access mode is dynamic
           record key is fd-fch-chave
           file status is ws-fs-fechamento.

           select arqFchDestino assign to ws-nome-fch-destino
           organization is indexed
           access mode is dynamic
           record key is fd-fcd-chave
           file status is ws-fs-fch-destino.

           select arqCalibracao assign to ws-nome-calibracao
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data-ini
           file status is ws-fs-calibracao.

           select arqCalDestino assign to ws-nome-cal-destino
           organization is indexed
           access mode is dynamic
           record key is fd-cld-data-ini
           file status is ws-fs-cal-destino.

           select arqSeqOrigem assign to ws-nome-seq-origem
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seq-origem.

           select arqSeqDestino assign to ws-nome-seq-destino
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seq-destino.

           select arqJornal assign to ws-nome-jornal
           organization is line sequential
           access mode is sequential
           file status is ws-fs-jornal.

           select arqEstacao assign to ws-nome-arqestacao
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacao.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

           select arqCliente assign to ws-nome-arqcliente
           organization is indexed
           access mode is dynamic
           record key is fd-cli-codigo
           file status is ws-fs-arqCliente.

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

       fd arqDestino.
       01 fd-dst-reg.
          05 fd-dst-chave.
             10 fd-dst-ano                         pic  9(04).
             10 fd-dst-mes                         pic  9(02).
             10 fd-dst-dia                         pic  9(02).
             10 fd-dst-hora                        pic  9(02).
          05 fd-dst-estacao                        pic  9(02).
          05 fd-dst-temperatura                    pic -99,00(04).
          05 fd-dst-operador                       pic  x(10).
          05 fd-dst-data-registro                  pic  9(08).
          05 fd-dst-hora-registro                  pic  9(06).
          05 fd-dst-qualidade                      pic  x(01).

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

       fd arqFchDestino.
       01 fd-fcd-reg.
          05 fd-fcd-chave                          pic  x(06).
          05 fd-fcd-resto                          pic  x(49).

       fd arqCalibracao.
       01 fd-calibracao-reg.
          05 fd-cal-data-ini                        pic  9(08).
          05 fd-cal-data-fim                        pic  9(08).
          05 fd-cal-serie                           pic  x(15).
          05 fd-cal-ajuste                          pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cal-situacao                        pic  x(01).
          05 fd-cal-ope-aplic                       pic  x(10).
          05 fd-cal-data-aplic                      pic  9(08).
          05 fd-cal-qtd-aplic                       pic  9(06).

       fd arqCalDestino.
       01 fd-cld-reg.
          05 fd-cld-data-ini                        pic  9(08).
          05 fd-cld-resto                           pic  x(53).

      *>copia linha a linha do jornal e do manifesto do arquivamento
       fd arqSeqOrigem.
       01 fd-linha-origem                           pic x(162).

       fd arqSeqDestino.
       01 fd-linha-destino                          pic x(162).

       fd arqJornal.
       01 fd-linha-jornal                           pic x(162).

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

       fd arqRelatorio.
       01 fd-linha-rel                              pic x(80).

       fd arqCliente.
       01 fd-cliente-reg.
          05 fd-cli-codigo                          pic  9(04).
          05 fd-cli-nome                            pic  x(30).
          05 fd-cli-estacoes.
             10 fd-cli-estacao                      pic  9(02)
                                                    occurs 5 times.
          05 fd-cli-base-aquec                      pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-base-resfr                      pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-limiar-calor                    pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-limiar-geada                    pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-minimo-dias                     pic  9(02).
          05 fd-cli-frequencia                      pic  x(01).
          05 fd-cli-ativo                           pic  x(01).

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
       77  ws-fs-destino                           pic  9(02).
       77  ws-fs-historico                         pic  9(02).
       77  ws-fs-resumo                            pic  9(02).
       77  ws-fs-fechamento                        pic  9(02).
       77  ws-fs-fch-destino                       pic  9(02).
       77  ws-fs-calibracao                        pic  9(02).
       77  ws-fs-cal-destino                       pic  9(02).
       77  ws-fs-seq-origem                        pic  9(02).
       77  ws-fs-seq-destino                       pic  9(02).
       77  ws-fs-jornal                            pic  9(02).
       77  ws-fs-relatorio                         pic  9(02).

       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-destino                         pic  x(20).
       77  ws-nome-historico                       pic  x(20).
       77  ws-nome-resumo                          pic  x(20).
       77  ws-nome-fechamento                      pic  x(20).
       77  ws-nome-fch-destino                     pic  x(20).
       77  ws-nome-calibracao                      pic  x(20).
       77  ws-nome-cal-destino                     pic  x(20).
       77  ws-nome-seq-origem                      pic  x(20).
       77  ws-nome-seq-destino                     pic  x(20).
       77  ws-nome-jornal                          pic  x(20).
       77  ws-nome-relatorio                       pic  x(20).

      *>montagem dos nomes de arquivo de estacao - mesma convencao de
      *>monta-nome-arquivo em Lista11Ex01V2: estacao 01 = prefixo.txt,
      *>demais = prefixoNN.txt
       77  ws-prefixo-nome                         pic  x(08).
       77  ws-estacao-nome                         pic  9(02).
       77  ws-nome-montado                         pic  x(20).

       77  ws-data-hora-sistema                    pic  x(21).

      *>cadastro mestre de operadores, como em EstornaLote: as tres
      *>operacoes mexem em arquivos de estacao inteiros e exigem nivel
      *>supervisor
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

      *>cadastro mestre de estacoes, com o vinculo antecessora/sucessora
       77  ws-fs-arqEstacao                        pic  9(02).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".
       77  ws-cadastro-aberto                      pic  x(01) value "N".
           88  cadastro-aberto                     value "S".
       77  ws-fim-estacoes                         pic  x(01).
           88  fim-estacoes                        value "S".

       01  ws-cad-origem.
           05 ws-co-numero                         pic  9(02).
           05 ws-co-nome                           pic  x(30).
           05 ws-co-municipio                      pic  x(20).
           05 ws-co-altitude                       pic  9(04).
           05 ws-co-ativa                          pic  x(01).
           05 ws-co-antecessora                    pic  9(02).
           05 ws-co-data-inicio                    pic  9(08).
           05 ws-co-sucessora                      pic  9(02).
           05 ws-co-data-fim                       pic  9(08).

       01  ws-cad-destino.
           05 ws-cd-numero                         pic  9(02).
           05 ws-cd-nome                           pic  x(30).
           05 ws-cd-municipio                      pic  x(20).
           05 ws-cd-altitude                       pic  9(04).
           05 ws-cd-ativa                          pic  x(01).
           05 ws-cd-antecessora                    pic  9(02).
           05 ws-cd-data-inicio                    pic  9(08).
           05 ws-cd-sucessora                      pic  9(02).
           05 ws-cd-data-fim                       pic  9(08).

      *>operacao pedida e estacoes envolvidas
       77  ws-operacao                             pic  x(01).
           88  op-renumerar                        value "R" "r".
           88  op-unir                             value "U" "u".
           88  op-relocar                          value "L" "l".
       77  ws-est-origem                           pic  9(02) value zero.
       77  ws-est-destino                          pic  9(02) value zero.
       77  ws-pedido-valido                        pic  x(01) value "N".
           88  pedido-valido                       value "S".
       77  ws-confirma                             pic  x(01).
           88  confirmado                          value "S" "s".

      *>data da relocacao (fim da antiga e inicio da nova)
       77  ws-data-mudanca-x                       pic  x(08).
       77  ws-data-mudanca                         pic  9(08) value zero.

      *>percurso da cadeia de antecessoras, para recusar vinculo que
      *>feche um circulo
       77  ws-est-cadeia                           pic  9(02).
       77  ws-passos-cadeia                        pic  9(03) comp.
       77  ws-cadeia-circular                      pic  x(01).
           88  cadeia-circular                     value "S".

      *>arquivos levados na renumeracao; so os que existiam na origem
      *>sao esvaziados no fim
       01  ws-movidos.
           05 ws-mov-vivo                          pic  x(01) value "N".
           05 ws-mov-morto                         pic  x(01) value "N".
           05 ws-mov-fch                           pic  x(01) value "N".
           05 ws-mov-cal                           pic  x(01) value "N".
           05 ws-mov-jrn                           pic  x(01) value "N".
           05 ws-mov-man                           pic  x(01) value "N".
       77  ws-copiou                               pic  x(01).
           88  copiou                              value "S".
       77  ws-ajusta-imagem                        pic  x(01).
           88  ajusta-imagem                       value "S".
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".
       77  ws-tem-leitura                          pic  x(01).
           88  tem-leitura                         value "S".
       77  ws-qtd-copiados                         pic  9(07).

      *>renumeracao: estacoes contratadas pelos clientes e vinculos dos
      *>lotes de importacao (lnkImporta.txt, regravado por meio de uma
      *>copia de trabalho)
       77  ws-fs-arqCliente                        pic  9(02).
       77  ws-nome-arqcliente                      pic  x(20)
                                                    value "arqCliente.txt".
       77  ws-fim-clientes                         pic  x(01).
           88  fim-clientes                        value "S".
       77  ws-cli-idx                              pic  9(01).
       77  ws-cli-mudou                            pic  x(01).
           88  cli-mudou                           value "S".
       77  ws-nome-vinculo                         pic  x(20)
                                                    value "lnkImporta.txt".
       77  ws-nome-vinculo-trab                    pic  x(20)
                                                    value "lnkMuda.txt".
       77  ws-qtd-vinculos                         pic  9(07).
       01  ws-reg-vinculo.
           05 ws-vin-lote                          pic  9(06).
           05 ws-vin-estacao                       pic  9(02).
           05 ws-vin-chave                         pic  x(10).
           05 ws-vin-data-registro                 pic  9(08).
           05 ws-vin-hora-registro                 pic  9(06).

      *>uniao: ano mais recente ja arquivado no destino; leitura da
      *>origem ate esse ano vai para o morto do destino, como se tivesse
      *>passado pelo ArquivaTemp junto com as demais
       77  ws-ano-corte                            pic  9(04) value zero.
       77  ws-morto-aberto                         pic  x(01) value "N".
           88  morto-aberto                        value "S".

      *>meses (ano/mes) com leituras na origem, para a conferencia dos
      *>periodos fechados nas duas estacoes antes de passar qualquer
      *>leitura
       77  ws-qtd-meses                            pic  9(04) comp value zero.
       77  ws-max-meses                            pic  9(04) comp value 1200.
       77  ws-mes-idx                              pic  9(04) comp.
       77  ws-mes-achado                           pic  x(01).
           88  mes-achado                          value "S".
       01  ws-tab-meses.
           05 ws-tab-mes                           occurs 1200 times.
              10 ws-tm-ano                         pic  9(04).
              10 ws-tm-mes                         pic  9(02).
       77  ws-qtd-fechados                         pic  9(04) value zero.
       77  ws-excede-tabela                        pic  x(01) value "N".
           88  excede-tabela                       value "S".
       77  ws-estacao-periodo                      pic  9(02).

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

       77  ws-motivo-mudanca                       pic  x(30).
       77  ws-imagem-nova                          pic  x(46).

      *>reconstrucao do resumo diario, com as regras do ResumoTemp
       77  ws-temp-num                             pic s9(02)v9(05).
       01  ws-dia-em-curso.
           05 ws-cur-ano                           pic 9(04) value zero.
           05 ws-cur-mes                           pic 9(02) value zero.
           05 ws-cur-dia                           pic 9(02) value zero.
       77  ws-dia-qtd                              pic 9(04) value zero.
       77  ws-dia-qtd-susp                         pic 9(04) value zero.
       77  ws-dia-qtd-est                          pic 9(04) value zero.
       77  ws-dia-soma-est                         pic s9(06)v9(05).
       77  ws-dia-max-med                          pic s9(02)v9(05).
       77  ws-dia-min-med                          pic s9(02)v9(05).
       77  ws-dia-max                              pic s9(02)v9(05).
       77  ws-dia-min                              pic s9(02)v9(05).
       77  ws-dia-soma                             pic s9(06)v9(05).
       77  ws-tem-dia-aberto                       pic x(01) value "N".
           88  tem-dia-aberto                      value "S".
       77  ws-estacao-resumo                       pic 9(02).

      *>totais
       77  ws-tot-leituras                         pic 9(07) value zero.
       77  ws-tot-passadas                         pic 9(07) value zero.
       77  ws-tot-colisoes                         pic 9(07) value zero.
       77  ws-tot-erros                            pic 9(07) value zero.
       77  ws-tot-dias                             pic 9(06) value zero.

      *>arquivo de impressao paginado, no molde de EstornaLote
       77  ws-rel-aberto                           pic  x(01) value "N".
           88  rel-aberto                          value "S".
       77  ws-linhas-pagina                        pic  9(02) value 99.
       77  ws-num-pagina                           pic  9(04) value zero.
       01  ws-linha-rel                            pic  x(80).
       01  ws-linha-guardada                       pic  x(80).
       77  ws-titulo-operacao                      pic  x(40).

       01  ws-cab-estacoes.
           05 filler                               pic x(09)
                                                    value " Origem: ".
           05 ws-cab-origem                        pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-cab-nome-origem                   pic x(24).
           05 filler                               pic x(11)
                                                    value " Destino: ".
           05 ws-cab-destino                       pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-cab-nome-destino                  pic x(24).

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

       01  ws-det-arquivo.
           05 filler                               pic x(02) value spaces.
           05 ws-det-arq-origem                    pic x(20).
           05 filler                               pic x(04) value " -> ".
           05 ws-det-arq-destino                   pic x(20).
           05 filler                               pic x(12)
                                                    value " registros:".
           05 ws-det-arq-qtd                       pic z.zzz.zz9.

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

       01  ws-disp-temp                            pic -99,9999.

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
                       " nada alterado."
               go to inicializa-exit
           end-if
           if not operador-supervisor then
               display "Mudanca de estacao exige operador de nivel"
                       " supervisor - operacao recusada."
               move "mudanca de estacao exige supervisor"
                 to ws-seg-detalhe
               perform registra-recusa
               go to inicializa-exit
           end-if

           display "Operacao - (R)enumerar, (U)nir ou re(L)ocar: "
           accept ws-operacao
           if not op-renumerar and not op-unir and not op-relocar then
               display "Operacao invalida - nada alterado."
               go to inicializa-exit
           end-if

           if op-relocar then
               display "Estacao antiga (que sera encerrada): "
           else
               display "Estacao de origem: "
           end-if
           accept ws-est-origem
           if op-relocar then
               display "Estacao nova (sucessora): "
           else
               display "Estacao de destino: "
           end-if
           accept ws-est-destino

           if ws-est-origem = zero or ws-est-destino = zero
           or ws-est-origem = ws-est-destino then
               display "Informe duas estacoes diferentes - nada"
                       " alterado."
               go to inicializa-exit
           end-if

           open i-o arqEstacao
           if ws-fs-arqEstacao <> 0 then
               display "Cadastro de estacoes " ws-nome-arqestacao
                       " indisponivel (file status " ws-fs-arqEstacao
                       ") - nada alterado."
               go to inicializa-exit
           end-if
           move "S" to ws-cadastro-aberto

           move ws-est-origem to fd-est-numero
           read arqEstacao key is fd-est-numero
               invalid key
                   display "Estacao " ws-est-origem
                           " nao cadastrada - nada alterado."
                   go to inicializa-exit
           end-read
           move fd-estacao-reg to ws-cad-origem

           move ws-est-destino to fd-est-numero
           read arqEstacao key is fd-est-numero
               invalid key
                   initialize ws-cad-destino
                   move ws-est-destino to ws-cd-numero
               not invalid key
                   move fd-estacao-reg to ws-cad-destino
           end-read

           if op-renumerar and ws-cd-nome <> spaces then
               display "Estacao " ws-est-destino " ja cadastrada - o"
                       " numero novo da renumeracao deve estar livre."
               go to inicializa-exit
           end-if
           if not op-renumerar and ws-cd-nome = spaces then
               display "Estacao " ws-est-destino
                       " nao cadastrada - nada alterado."
               go to inicializa-exit
           end-if

           if op-relocar then
               display "Data da mudanca (aaaammdd, Enter = hoje): "
               accept ws-data-mudanca-x
               if ws-data-mudanca-x = spaces then
                   move function current-date to ws-data-hora-sistema
                   move ws-data-hora-sistema(1:8) to ws-data-mudanca-x
               end-if
               if ws-data-mudanca-x is not numeric then
                   display "Data invalida - nada alterado."
                   go to inicializa-exit
               end-if
               move ws-data-mudanca-x to ws-data-mudanca
               if function test-date-yyyymmdd(ws-data-mudanca)
                  <> zero then
                   display "Data invalida - nada alterado."
                   go to inicializa-exit
               end-if
           end-if

           move "S" to ws-pedido-valido

           evaluate true
               when op-renumerar
                   move "   RENUMERACAO DE ESTACAO" to ws-titulo-operacao
               when op-unir
                   move "   UNIAO DE ESTACOES"      to ws-titulo-operacao
               when other
                   move "   RELOCACAO DE ESTACAO"   to ws-titulo-operacao
           end-evaluate

           move ws-est-origem  to ws-cab-origem
           move ws-co-nome     to ws-cab-nome-origem
           move ws-est-destino to ws-cab-destino
           move ws-cd-nome     to ws-cab-nome-destino

           move spaces to ws-nome-relatorio
           string "mudEst"        delimited by size
                  ws-est-origem   delimited by size
                  ws-est-destino  delimited by size
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

           move "MudaEstacao"              to ws-seg-programa
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
      *>  Processamento principal - desvia para a operacao pedida
      *>------------------------------------------------------------------------
       processamento section.

           if not pedido-valido then
               go to processamento-exit
           end-if

           evaluate true
               when op-renumerar
                   perform renumera-estacao
               when op-unir
                   perform une-estacoes
               when op-relocar
                   perform reloca-estacao
           end-evaluate
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-nome-montado o nome do arquivo de prefixo
      *>  ws-prefixo-nome da estacao ws-estacao-nome
      *>------------------------------------------------------------------------
       monta-nome section.

           move spaces to ws-nome-montado
           if ws-estacao-nome = 01 then
               string ws-prefixo-nome delimited by space
                      ".txt"          delimited by size
                      into ws-nome-montado
               end-string
           else
               string ws-prefixo-nome delimited by space
                      ws-estacao-nome delimited by size
                      ".txt"          delimited by size
                      into ws-nome-montado
               end-string
           end-if
           .
       monta-nome-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Renumeracao: o numero novo deve estar livre no cadastro e sem
      *>  leituras; tudo e copiado antes de qualquer arquivo da origem
      *>  ser esvaziado
      *>------------------------------------------------------------------------
       renumera-estacao section.

           move ws-est-destino to ws-estacao-nome
           move "arqTemp"      to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform verifica-sem-leituras
           if tem-leitura then
               go to renumera-estacao-exit
           end-if
           move "histTemp"     to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform verifica-sem-leituras
           if tem-leitura then
               go to renumera-estacao-exit
           end-if

           display "Levar todos os arquivos da estacao " ws-est-origem
                   " para o numero " ws-est-destino "."
           display "Confirma? (S/N): "
           accept ws-confirma
           if not confirmado then
               display "Renumeracao cancelada."
               go to renumera-estacao-exit
           end-if

           move "arqTemp" to ws-prefixo-nome
           perform copia-leituras
           move ws-copiou to ws-mov-vivo

           move "histTemp" to ws-prefixo-nome
           perform copia-leituras
           move ws-copiou to ws-mov-morto

           perform copia-fechamento
           perform copia-calibracao

           move "jrnTemp" to ws-prefixo-nome
           move "S"       to ws-ajusta-imagem
           perform copia-sequencial
           move ws-copiou to ws-mov-jrn

           move "manTemp" to ws-prefixo-nome
           move "N"       to ws-ajusta-imagem
           perform copia-sequencial
           move ws-copiou to ws-mov-man

           if ws-tot-erros > zero then
               move " RENUMERACAO INTERROMPIDA - houve erro na copia; os"
                 to ws-linha-rel
               perform grava-linha-rel
               move " arquivos da estacao de origem foram mantidos."
                 to ws-linha-rel
               perform grava-linha-rel
               go to renumera-estacao-exit
           end-if

           perform esvazia-origem

           move ws-est-destino to ws-estacao-resumo
           perform reconstroi-resumo

      *>   o registro do cadastro passa para o numero novo, com o
      *>   vinculo de cadeia, e quem apontava para o numero antigo passa
      *>   a apontar para o novo
           move ws-cad-origem  to fd-estacao-reg
           move ws-est-destino to fd-est-numero
           write fd-estacao-reg
               invalid key
                   display "Erro ao gravar a estacao " ws-est-destino
                           " no cadastro."
           end-write
           move ws-est-origem to fd-est-numero
           delete arqEstacao
               invalid key
                   display "Erro ao excluir a estacao " ws-est-origem
                           " do cadastro."
           end-delete
           perform renumera-vinculos
           perform renumera-clientes
           perform renumera-lotes

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Estacao "          delimited by size
                  ws-est-origem        delimited by size
                  " renumerada para "  delimited by size
                  ws-est-destino       delimited by size
                  "; dias no resumo novo: " delimited by size
                  ws-tot-dias          delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           .
       renumera-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o arquivo de leituras ws-nome-arquivo tem alguma
      *>  leitura; arquivo inexistente conta como vazio
      *>------------------------------------------------------------------------
       verifica-sem-leituras section.

           move "N" to ws-tem-leitura

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               go to verifica-sem-leituras-exit
           end-if

           read arqTemp next record
               at end
                   continue
               not at end
                   move "S" to ws-tem-leitura
                   display "Estacao " ws-est-destino " ja tem leituras"
                           " em " ws-nome-arquivo " - use a uniao."
           end-read

           close arqTemp
           .
       verifica-sem-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia as leituras do arquivo de prefixo ws-prefixo-nome da
      *>  origem para o do destino, regravando a estacao da leitura
      *>------------------------------------------------------------------------
       copia-leituras section.

           move "N"        to ws-copiou
           move zero       to ws-qtd-copiados

           move ws-est-origem to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           move ws-est-destino to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-destino

           open input arqTemp
           if ws-fs-arqTemp = 35 then
               go to copia-leituras-exit
           end-if
           if ws-fs-arqTemp <> 0 then
               display "File Status ao abrir " ws-nome-arquivo ": "
                       ws-fs-arqTemp
               add 1 to ws-tot-erros
               go to copia-leituras-exit
           end-if

           open output arqDestino
           if ws-fs-destino <> 0 then
               display "File Status ao criar " ws-nome-destino ": "
                       ws-fs-destino
               add 1 to ws-tot-erros
               close arqTemp
               go to copia-leituras-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-temp        to fd-dst-reg
                       move ws-est-destino to fd-dst-estacao
                       write fd-dst-reg
                           invalid key
                               add 1 to ws-tot-erros
                           not invalid key
                               add 1 to ws-qtd-copiados
                       end-write
               end-read
           end-perform

           close arqDestino
           close arqTemp
           move "S" to ws-copiou

           move ws-nome-arquivo to ws-det-arq-origem
           move ws-nome-destino to ws-det-arq-destino
           move ws-qtd-copiados to ws-det-arq-qtd
           move ws-det-arquivo  to ws-linha-rel
           perform grava-linha-rel
           .
       copia-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia os periodos contabeis (fchTempNN.txt) para o destino
      *>------------------------------------------------------------------------
       copia-fechamento section.

           move "fchTemp"  to ws-prefixo-nome
           move ws-est-origem to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-fechamento
           move ws-est-destino to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-fch-destino
           move zero to ws-qtd-copiados

           open input arqFechamento
           if ws-fs-fechamento = 35 then
               go to copia-fechamento-exit
           end-if
           if ws-fs-fechamento <> 0 then
               display "File Status ao abrir " ws-nome-fechamento ": "
                       ws-fs-fechamento
               add 1 to ws-tot-erros
               go to copia-fechamento-exit
           end-if

           open output arqFchDestino
           if ws-fs-fch-destino <> 0 then
               display "File Status ao criar " ws-nome-fch-destino ": "
                       ws-fs-fch-destino
               add 1 to ws-tot-erros
               close arqFechamento
               go to copia-fechamento-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqFechamento next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-fch-reg to fd-fcd-reg
                       write fd-fcd-reg
                           invalid key
                               add 1 to ws-tot-erros
                           not invalid key
                               add 1 to ws-qtd-copiados
                       end-write
               end-read
           end-perform

           close arqFchDestino
           close arqFechamento
           move "S" to ws-mov-fch

           move ws-nome-fechamento  to ws-det-arq-origem
           move ws-nome-fch-destino to ws-det-arq-destino
           move ws-qtd-copiados     to ws-det-arq-qtd
           move ws-det-arquivo      to ws-linha-rel
           perform grava-linha-rel
           .
       copia-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o historico de calibracoes (calTempNN.txt) para o destino
      *>------------------------------------------------------------------------
       copia-calibracao section.

           move "calTemp"  to ws-prefixo-nome
           move ws-est-origem to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-calibracao
           move ws-est-destino to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-cal-destino
           move zero to ws-qtd-copiados

           open input arqCalibracao
           if ws-fs-calibracao = 35 then
               go to copia-calibracao-exit
           end-if
           if ws-fs-calibracao <> 0 then
               display "File Status ao abrir " ws-nome-calibracao ": "
                       ws-fs-calibracao
               add 1 to ws-tot-erros
               go to copia-calibracao-exit
           end-if

           open output arqCalDestino
           if ws-fs-cal-destino <> 0 then
               display "File Status ao criar " ws-nome-cal-destino ": "
                       ws-fs-cal-destino
               add 1 to ws-tot-erros
               close arqCalibracao
               go to copia-calibracao-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqCalibracao next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-calibracao-reg to fd-cld-reg
                       write fd-cld-reg
                           invalid key
                               add 1 to ws-tot-erros
                           not invalid key
                               add 1 to ws-qtd-copiados
                       end-write
               end-read
           end-perform

           close arqCalDestino
           close arqCalibracao
           move "S" to ws-mov-cal

           move ws-nome-calibracao  to ws-det-arq-origem
           move ws-nome-cal-destino to ws-det-arq-destino
           move ws-qtd-copiados     to ws-det-arq-qtd
           move ws-det-arquivo      to ws-linha-rel
           perform grava-linha-rel
           .
       copia-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia linha a linha o arquivo sequencial de prefixo
      *>  ws-prefixo-nome; no jornal (ws-ajusta-imagem) a estacao gravada
      *>  nas imagens da leitura passa a ser a do destino
      *>------------------------------------------------------------------------
       copia-sequencial section.

           move "N"  to ws-copiou
           move zero to ws-qtd-copiados

           move ws-est-origem to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-seq-origem
           move ws-est-destino to ws-estacao-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-seq-destino

           open input arqSeqOrigem
           if ws-fs-seq-origem = 35 then
               go to copia-sequencial-exit
           end-if
           if ws-fs-seq-origem <> 0 then
               display "File Status ao abrir " ws-nome-seq-origem ": "
                       ws-fs-seq-origem
               add 1 to ws-tot-erros
               go to copia-sequencial-exit
           end-if

           open output arqSeqDestino
           if ws-fs-seq-destino <> 0 then
               display "File Status ao criar " ws-nome-seq-destino ": "
                       ws-fs-seq-destino
               add 1 to ws-tot-erros
               close arqSeqOrigem
               go to copia-sequencial-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqSeqOrigem
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if ajusta-imagem then
                           move fd-linha-origem to ws-reg-jornal
                           if ws-jrn-imagem-ant <> spaces then
                               move ws-est-destino
                                 to ws-jrn-imagem-ant(11:2)
                           end-if
                           if ws-jrn-imagem-nova <> spaces then
                               move ws-est-destino
                                 to ws-jrn-imagem-nova(11:2)
                           end-if
                           move ws-reg-jornal to fd-linha-destino
                       else
                           move fd-linha-origem to fd-linha-destino
                       end-if
                       write fd-linha-destino
                       if ws-fs-seq-destino <> 0 then
                           add 1 to ws-tot-erros
                       else
                           add 1 to ws-qtd-copiados
                       end-if
               end-read
           end-perform

           close arqSeqDestino
           close arqSeqOrigem
           move "S" to ws-copiou

           move ws-nome-seq-origem  to ws-det-arq-origem
           move ws-nome-seq-destino to ws-det-arq-destino
           move ws-qtd-copiados     to ws-det-arq-qtd
           move ws-det-arquivo      to ws-linha-rel
           perform grava-linha-rel
           .
       copia-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Esvazia os arquivos da origem ja copiados e o resumo antigo
      *>------------------------------------------------------------------------
       esvazia-origem section.

           move ws-est-origem to ws-estacao-nome

           if ws-mov-vivo = "S" then
               move "arqTemp" to ws-prefixo-nome
               perform monta-nome
               move ws-nome-montado to ws-nome-arquivo
               open output arqTemp
               close arqTemp
           end-if

           if ws-mov-morto = "S" then
               move "histTemp" to ws-prefixo-nome
               perform monta-nome
               move ws-nome-montado to ws-nome-arquivo
               open output arqTemp
               close arqTemp
           end-if

           if ws-mov-fch = "S" then
               move "fchTemp" to ws-prefixo-nome
               perform monta-nome
               move ws-nome-montado to ws-nome-fechamento
               open output arqFechamento
               close arqFechamento
           end-if

           if ws-mov-cal = "S" then
               move "calTemp" to ws-prefixo-nome
               perform monta-nome
               move ws-nome-montado to ws-nome-calibracao
               open output arqCalibracao
               close arqCalibracao
           end-if

           if ws-mov-jrn = "S" then
               move "jrnTemp" to ws-prefixo-nome
               perform monta-nome
               move ws-nome-montado to ws-nome-seq-origem
               open output arqSeqOrigem
               close arqSeqOrigem
           end-if

           if ws-mov-man = "S" then
               move "manTemp" to ws-prefixo-nome
               perform monta-nome
               move ws-nome-montado to ws-nome-seq-origem
               open output arqSeqOrigem
               close arqSeqOrigem
           end-if

           move "resTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-resumo
           open input arqResumo
           if ws-fs-resumo = 0 then
               close arqResumo
               open output arqResumo
               close arqResumo
           end-if

           move " Arquivos da estacao de origem esvaziados."
             to ws-linha-rel
           perform grava-linha-rel
           .
       esvazia-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quem tinha a estacao renumerada como antecessora ou sucessora
      *>  passa a apontar para o numero novo
      *>------------------------------------------------------------------------
       renumera-vinculos section.

           move zero       to fd-est-numero
           move "N"        to ws-fim-estacoes
           start arqEstacao key is not less than fd-est-numero
               invalid key move "S" to ws-fim-estacoes
           end-start

           perform until fim-estacoes
               read arqEstacao next record
                   at end
                       move "S" to ws-fim-estacoes
                   not at end
                       if fd-est-antecessora = ws-est-origem
                       or fd-est-sucessora = ws-est-origem then
                           if fd-est-antecessora = ws-est-origem then
                               move ws-est-destino to fd-est-antecessora
                           end-if
                           if fd-est-sucessora = ws-est-origem then
                               move ws-est-destino to fd-est-sucessora
                           end-if
                           rewrite fd-estacao-reg
                               invalid key
                                   display "Erro ao regravar o vinculo"
                                           " da estacao " fd-est-numero
                           end-rewrite
                           move spaces to ws-linha-rel
                           string " Vinculo da estacao " delimited by size
                                  fd-est-numero        delimited by size
                                  " passou a apontar para a " delimited by size
                                  ws-est-destino       delimited by size
                                  into ws-linha-rel
                           end-string
                           perform grava-linha-rel
                       end-if
               end-read
           end-perform
           .
       renumera-vinculos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cliente que tinha a estacao renumerada no contrato passa a
      *>  receber pelo numero novo
      *>------------------------------------------------------------------------
       renumera-clientes section.

           open i-o arqCliente
           if ws-fs-arqCliente <> 0 then
               if ws-fs-arqCliente <> 35 then
                   display "File Status ao abrir cadastro de clientes: "
                           ws-fs-arqCliente
                   move " Cadastro de clientes nao atualizado - corrigir"
                     to ws-linha-rel
                   perform grava-linha-rel
                   move " as estacoes contratadas em Manter Clientes."
                     to ws-linha-rel
                   perform grava-linha-rel
               end-if
               go to renumera-clientes-exit
           end-if

           move zero to fd-cli-codigo
           move "N"  to ws-fim-clientes
           start arqCliente key is not less than fd-cli-codigo
               invalid key move "S" to ws-fim-clientes
           end-start

           perform until fim-clientes
               read arqCliente next record
                   at end
                       move "S" to ws-fim-clientes
                   not at end
                       move "N" to ws-cli-mudou
                       perform varying ws-cli-idx from 1 by 1
                                 until ws-cli-idx > 5
                           if fd-cli-estacao(ws-cli-idx) = ws-est-origem
                               move ws-est-destino
                                 to fd-cli-estacao(ws-cli-idx)
                               move "S" to ws-cli-mudou
                           end-if
                       end-perform
                       if cli-mudou then
                           rewrite fd-cliente-reg
                               invalid key
                                   display "Erro ao regravar o cliente "
                                           fd-cli-codigo
                           end-rewrite
                           move spaces to ws-linha-rel
                           string " Cliente "          delimited by size
                                  fd-cli-codigo        delimited by size
                                  " passou a receber a estacao "
                                                       delimited by size
                                  ws-est-destino       delimited by size
                                  into ws-linha-rel
                           end-string
                           perform grava-linha-rel
                       end-if
               end-read
           end-perform

           close arqCliente
           .
       renumera-clientes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Vinculos dos lotes de importacao com a estacao renumerada passam
      *>  para o numero novo: o arquivo e copiado ja ajustado para
      *>  lnkMuda.txt e depois copiado de volta
      *>------------------------------------------------------------------------
       renumera-lotes section.

           move zero to ws-qtd-vinculos

           move ws-nome-vinculo      to ws-nome-seq-origem
           move ws-nome-vinculo-trab to ws-nome-seq-destino
           open input arqSeqOrigem
           if ws-fs-seq-origem = 35 then
               go to renumera-lotes-exit
           end-if
           if ws-fs-seq-origem <> 0 then
               display "File Status ao abrir " ws-nome-seq-origem ": "
                       ws-fs-seq-origem
               perform avisa-vinculos
               go to renumera-lotes-exit
           end-if
           open output arqSeqDestino
           if ws-fs-seq-destino <> 0 then
               display "File Status ao criar " ws-nome-seq-destino ": "
                       ws-fs-seq-destino
               close arqSeqOrigem
               perform avisa-vinculos
               go to renumera-lotes-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqSeqOrigem
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-linha-origem to ws-reg-vinculo
                       if ws-vin-estacao = ws-est-origem then
                           move ws-est-destino to ws-vin-estacao
                           add 1 to ws-qtd-vinculos
                       end-if
                       move ws-reg-vinculo to fd-linha-destino
                       write fd-linha-destino
               end-read
           end-perform
           close arqSeqDestino
           close arqSeqOrigem

           if ws-qtd-vinculos = zero then
               go to renumera-lotes-exit
           end-if

      *>   volta a copia ajustada para o arquivo de vinculos
           move ws-nome-vinculo-trab to ws-nome-seq-origem
           move ws-nome-vinculo      to ws-nome-seq-destino
           open input arqSeqOrigem
           if ws-fs-seq-origem <> 0 then
               display "File Status ao abrir " ws-nome-seq-origem ": "
                       ws-fs-seq-origem
               perform avisa-vinculos
               go to renumera-lotes-exit
           end-if
           open output arqSeqDestino
           if ws-fs-seq-destino <> 0 then
               display "File Status ao criar " ws-nome-seq-destino ": "
                       ws-fs-seq-destino
               close arqSeqOrigem
               perform avisa-vinculos
               go to renumera-lotes-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqSeqOrigem
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-linha-origem to fd-linha-destino
                       write fd-linha-destino
               end-read
           end-perform
           close arqSeqDestino
           close arqSeqOrigem

           move spaces to ws-linha-rel
           string " Vinculos de lotes de importacao passados para a "
                                       delimited by size
                  ws-est-destino       delimited by size
                  ": "                 delimited by size
                  ws-qtd-vinculos      delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           .
       renumera-lotes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aviso no relatorio de vinculos de lotes nao atualizados
      *>------------------------------------------------------------------------
       avisa-vinculos section.

           move " Vinculos de lotes nao atualizados - o estorno de lote"
             to ws-linha-rel
           perform grava-linha-rel
           move " desta estacao exige passar lnkImporta.txt para o"
             to ws-linha-rel
           perform grava-linha-rel
           move " numero novo." to ws-linha-rel
           perform grava-linha-rel
           .
       avisa-vinculos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uniao: confere os periodos das duas estacoes, pede confirmacao
      *>  e passa as leituras da origem (vivo e morto) para o destino
      *>------------------------------------------------------------------------
       une-estacoes section.

           perform levanta-meses
           if excede-tabela then
               display "Origem tem mais de " ws-max-meses " meses de"
                       " leituras - uniao nao realizada."
               go to une-estacoes-exit
           end-if
           if ws-tot-leituras = zero then
               display "Estacao " ws-est-origem " nao tem leituras -"
                       " nada a unir."
               go to une-estacoes-exit
           end-if

           move zero to ws-qtd-fechados
           move ws-est-origem  to ws-estacao-periodo
           perform verifica-periodos
           move ws-est-destino to ws-estacao-periodo
           perform verifica-periodos
           if ws-qtd-fechados > zero then
               move " UNIAO RECUSADA - ha mes fechado entre os meses da"
                 to ws-linha-rel
               perform grava-linha-rel
               move " origem; reabra no FechaMes e execute a uniao de"
                 to ws-linha-rel
               perform grava-linha-rel
               move " novo." to ws-linha-rel
               perform grava-linha-rel
               go to une-estacoes-exit
           end-if

           perform levanta-corte

           display "Leituras da estacao " ws-est-origem ": "
                   ws-tot-leituras
           display "Passar as leituras para a estacao " ws-est-destino
                   " (colisoes ficam na origem)."
           display "Confirma? (S/N): "
           accept ws-confirma
           if not confirmado then
               display "Uniao cancelada."
               go to une-estacoes-exit
           end-if

           move spaces to ws-motivo-mudanca
           string "uniao das estacoes " delimited by size
                  ws-est-origem         delimited by size
                  " e "                 delimited by size
                  ws-est-destino        delimited by size
                  into ws-motivo-mudanca
           end-string

           move ws-est-destino to ws-estacao-nome
           move "arqTemp"      to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-destino
           open i-o arqDestino
           if ws-fs-destino = 35 then
               open output arqDestino
               close arqDestino
               open i-o arqDestino
           end-if
           if ws-fs-destino <> 0 then
               display "File Status ao abrir " ws-nome-destino ": "
                       ws-fs-destino
               go to une-estacoes-exit
           end-if

           if ws-ano-corte > zero then
               open i-o arqHistorico
               if ws-fs-historico <> 0 then
                   display "File Status ao abrir " ws-nome-historico
                           ": " ws-fs-historico
                   close arqDestino
                   go to une-estacoes-exit
               end-if
               move "S" to ws-morto-aberto
           end-if

           move ws-est-origem to ws-estacao-nome
           move "arqTemp"     to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform une-arquivo

           move "histTemp"    to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform une-arquivo

           close arqDestino
           if morto-aberto then
               close arqHistorico
           end-if

           move ws-est-origem  to ws-estacao-resumo
           perform reconstroi-resumo
           move ws-est-destino to ws-estacao-resumo
           perform reconstroi-resumo

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Leituras da origem: "    delimited by size
                  ws-tot-leituras            delimited by size
                  "   passadas ao destino: " delimited by size
                  ws-tot-passadas            delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Colisoes (mantidas na origem): " delimited by size
                  ws-tot-colisoes                    delimited by size
                  "   com erro: "                    delimited by size
                  ws-tot-erros                       delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Dias refeitos nos dois resumos: " delimited by size
                  ws-tot-dias                         delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           .
       une-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada na origem (vivo e morto): conta as leituras e
      *>  monta a tabela dos meses com leitura
      *>------------------------------------------------------------------------
       levanta-meses section.

           move ws-est-origem to ws-estacao-nome
           move "histTemp"    to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform levanta-meses-arquivo

           move "arqTemp"     to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform levanta-meses-arquivo
           .
       levanta-meses-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o arquivo de leituras ws-nome-arquivo da origem
      *>------------------------------------------------------------------------
       levanta-meses-arquivo section.

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp <> 35 then
                   display "File Status ao abrir " ws-nome-arquivo ": "
                           ws-fs-arqTemp
               end-if
               go to levanta-meses-arquivo-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-tot-leituras
                       perform guarda-mes
               end-read
           end-perform

           close arqTemp
           .
       levanta-meses-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui na tabela o mes da leitura, se ainda nao estiver nela
      *>------------------------------------------------------------------------
       guarda-mes section.

           move "N" to ws-mes-achado
           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-qtd-meses or mes-achado
               if ws-tm-ano(ws-mes-idx) = fd-ano
               and ws-tm-mes(ws-mes-idx) = fd-mes then
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
           move fd-ano to ws-tm-ano(ws-qtd-meses)
           move fd-mes to ws-tm-mes(ws-qtd-meses)
           .
       guarda-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no fchTempNN.txt da estacao ws-estacao-periodo os meses
      *>  da tabela e lista os que estao fechados; sem o arquivo todos os
      *>  meses da estacao estao abertos
      *>------------------------------------------------------------------------
       verifica-periodos section.

           move ws-estacao-periodo to ws-estacao-nome
           move "fchTemp"          to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-fechamento

           open input arqFechamento
           if ws-fs-fechamento <> 0 then
               go to verifica-periodos-exit
           end-if

           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-qtd-meses
               move ws-tm-ano(ws-mes-idx) to fd-fch-ano
               move ws-tm-mes(ws-mes-idx) to fd-fch-mes
               read arqFechamento key is fd-fch-chave
                   invalid key
                       continue
                   not invalid key
                       if fd-fch-situacao = "F" then
                           add 1 to ws-qtd-fechados
                           move spaces to ws-linha-rel
                           string " Estacao "         delimited by size
                                  ws-estacao-periodo  delimited by size
                                  " periodo "         delimited by size
                                  fd-fch-mes          delimited by size
                                  "/"                 delimited by size
                                  fd-fch-ano          delimited by size
                                  " esta FECHADO"     delimited by size
                                  into ws-linha-rel
                           end-string
                           perform grava-linha-rel
                       end-if
               end-read
           end-perform

           close arqFechamento
           .
       verifica-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha o ano mais recente ja arquivado no morto do destino (zero
      *>  quando o destino nunca foi arquivado)
      *>------------------------------------------------------------------------
       levanta-corte section.

           move zero to ws-ano-corte
           move ws-est-destino to ws-estacao-nome
           move "histTemp"     to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-historico

           open input arqHistorico
           if ws-fs-historico <> 0 then
               go to levanta-corte-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqHistorico next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-hst-ano to ws-ano-corte
               end-read
           end-perform

           close arqHistorico
           .
       levanta-corte-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa ao destino as leituras do arquivo ws-nome-arquivo da
      *>  origem (vivo ou morto)
      *>------------------------------------------------------------------------
       une-arquivo section.

           open i-o arqTemp
           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp <> 35 then
                   display "File Status ao abrir i-o " ws-nome-arquivo
                           ": " ws-fs-arqTemp
                   add 1 to ws-tot-erros
               end-if
               go to une-arquivo-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       perform une-leitura
               end-read
           end-perform

           close arqTemp
           .
       une-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa uma leitura da origem ao destino: ano ja arquivado no
      *>  destino vai para o morto dele, os demais para o vivo; dia/hora
      *>  ja existente no destino e colisao e a leitura fica na origem
      *>------------------------------------------------------------------------
       une-leitura section.

           move ws-est-origem  to ws-det-estacao
           move fd-dia         to ws-det-dia
           move fd-mes         to ws-det-mes
           move fd-ano         to ws-det-ano
           move fd-hora        to ws-det-hora
           move fd-temperatura to ws-det-temp
           move fd-qualidade   to ws-det-qualidade

           move fd-temp        to ws-imagem-nova
           move ws-est-destino to ws-imagem-nova(11:2)

           if fd-ano <= ws-ano-corte then
               move fd-chave to fd-hst-chave
               read arqHistorico key is fd-hst-chave
                   invalid key
                       move ws-imagem-nova to fd-hst-reg
                       write fd-hst-reg
                           invalid key
                               add 1 to ws-tot-erros
                               move "ERRO AO GRAVAR NO DESTINO"
                                 to ws-det-situacao
                               perform grava-det-leitura
                               go to une-leitura-exit
                       end-write
                   not invalid key
                       move fd-hst-temperatura to ws-disp-temp
                       perform registra-colisao
                       go to une-leitura-exit
               end-read
           else
               move fd-chave to fd-dst-chave
               read arqDestino key is fd-dst-chave
                   invalid key
                       move ws-imagem-nova to fd-dst-reg
                       write fd-dst-reg
                           invalid key
                               add 1 to ws-tot-erros
                               move "ERRO AO GRAVAR NO DESTINO"
                                 to ws-det-situacao
                               perform grava-det-leitura
                               go to une-leitura-exit
                       end-write
                   not invalid key
                       move fd-dst-temperatura to ws-disp-temp
                       perform registra-colisao
                       go to une-leitura-exit
               end-read
           end-if

      *>   inclusao no jornal do destino
           move ws-est-destino to ws-estacao-nome
           move "jrnTemp"      to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-jornal
           move "I"            to ws-jrn-operacao
           move spaces         to ws-jrn-imagem-ant
           move ws-imagem-nova to ws-jrn-imagem-nova
           perform grava-jornal

      *>   e exclusao da origem, com a imagem no jornal dela
           move fd-temp to ws-jrn-imagem-ant
           delete arqTemp
               invalid key
                   add 1 to ws-tot-erros
                   move "GRAVADA NO DESTINO, ERRO AO EXCLUIR"
                     to ws-det-situacao
                   perform grava-det-leitura
                   go to une-leitura-exit
           end-delete

           move ws-est-origem  to ws-estacao-nome
           move "jrnTemp"      to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-jornal
           move "E"            to ws-jrn-operacao
           move spaces         to ws-jrn-imagem-nova
           perform grava-jornal

           add 1 to ws-tot-passadas
           .
       une-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista a colisao: a leitura da origem fica onde esta
      *>------------------------------------------------------------------------
       registra-colisao section.

           add 1 to ws-tot-colisoes
           move spaces to ws-det-situacao
           string "COLISAO - destino tem " delimited by size
                  ws-disp-temp             delimited by size
                  into ws-det-situacao
           end-string
           perform grava-det-leitura
           .
       registra-colisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista no relatorio a leitura e o que foi feito dela
      *>------------------------------------------------------------------------
       grava-det-leitura section.

           move ws-det-leitura to ws-linha-rel
           perform grava-linha-rel
           .
       grava-det-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz inteiro o resumo diario da estacao ws-estacao-resumo a
      *>  partir do morto e do vivo, com as regras do ResumoTemp
      *>------------------------------------------------------------------------
       reconstroi-resumo section.

           move ws-estacao-resumo to ws-estacao-nome
           move "resTemp"         to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-resumo

           open output arqResumo
           if ws-fs-resumo <> 0 then
               display "File Status ao abrir resumo diario "
                       ws-nome-resumo ": " ws-fs-resumo
               go to reconstroi-resumo-exit
           end-if

           move zero to ws-cur-ano
           move zero to ws-cur-mes
           move zero to ws-cur-dia
           move "N"  to ws-tem-dia-aberto

      *>   o morto so tem anos anteriores ao corte do arquivamento,
      *>   entao os dias chegam em ordem antes dos do vivo
           move "histTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform consolida-arquivo

           move "arqTemp"  to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform consolida-arquivo

           if tem-dia-aberto then
               perform grava-dia
           end-if

           close arqResumo
           .
       reconstroi-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolida no resumo as leituras do arquivo ws-nome-arquivo;
      *>  leitura confirmada como ruim fica fora da estatistica
      *>------------------------------------------------------------------------
       consolida-arquivo section.

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               go to consolida-arquivo-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if fd-qualidade <> "R" then
                           perform consolida-leitura
                       end-if
               end-read
           end-perform

           close arqTemp
           .
       consolida-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolida uma leitura no dia em curso; quando a data muda, o
      *>  dia anterior e gravado no resumo
      *>------------------------------------------------------------------------
       consolida-leitura section.

           move fd-temperatura to ws-temp-num

           if fd-ano <> ws-cur-ano
           or fd-mes <> ws-cur-mes
           or fd-dia <> ws-cur-dia then
               if tem-dia-aberto then
                   perform grava-dia
               end-if
               move fd-ano      to ws-cur-ano
               move fd-mes      to ws-cur-mes
               move fd-dia      to ws-cur-dia
               move 1           to ws-dia-qtd
               move zero        to ws-dia-qtd-susp
               if fd-qualidade = "S" then
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
               if fd-qualidade = "S" then
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
           .
       acumula-estimada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no resumo o dia consolidado
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
      *>  Relocacao: encerra a estacao antiga e liga a nova a ela
      *>------------------------------------------------------------------------
       reloca-estacao section.

           if ws-co-sucessora <> zero
           and ws-co-sucessora <> ws-est-destino then
               display "Estacao " ws-est-origem " ja tem a sucessora "
                       ws-co-sucessora " - nada alterado."
               go to reloca-estacao-exit
           end-if
           if ws-cd-antecessora <> zero
           and ws-cd-antecessora <> ws-est-origem then
               display "Estacao " ws-est-destino " ja tem a antecessora "
                       ws-cd-antecessora " - nada alterado."
               go to reloca-estacao-exit
           end-if
           if ws-co-data-inicio <> zero
           and ws-data-mudanca < ws-co-data-inicio then
               display "Data da mudanca anterior ao inicio da estacao "
                       ws-est-origem " (" ws-co-data-inicio
                       ") - nada alterado."
               go to reloca-estacao-exit
           end-if

           perform verifica-circulo
           if cadeia-circular then
               display "Estacao " ws-est-destino " ja e antecessora da "
                       ws-est-origem " - o vinculo fecharia um circulo."
               go to reloca-estacao-exit
           end-if

           display "Encerrar a estacao " ws-est-origem " em "
                   ws-data-mudanca " com sucessora " ws-est-destino "."
           display "Confirma? (S/N): "
           accept ws-confirma
           if not confirmado then
               display "Relocacao cancelada."
               go to reloca-estacao-exit
           end-if

           move ws-cad-origem   to fd-estacao-reg
           move "N"             to fd-est-ativa
           move ws-est-destino  to fd-est-sucessora
           move ws-data-mudanca to fd-est-data-fim
           rewrite fd-estacao-reg
               invalid key
                   display "Erro ao regravar a estacao " ws-est-origem
                   go to reloca-estacao-exit
           end-rewrite

           move ws-cad-destino  to fd-estacao-reg
           move ws-est-origem   to fd-est-antecessora
           move ws-data-mudanca to fd-est-data-inicio
           rewrite fd-estacao-reg
               invalid key
                   display "Erro ao regravar a estacao " ws-est-destino
                   go to reloca-estacao-exit
           end-rewrite

           move spaces to ws-linha-rel
           string " Estacao "            delimited by size
                  ws-est-origem          delimited by size
                  " encerrada em "       delimited by size
                  ws-data-mudanca(7:2)   delimited by size
                  "/"                    delimited by size
                  ws-data-mudanca(5:2)   delimited by size
                  "/"                    delimited by size
                  ws-data-mudanca(1:4)   delimited by size
                  " (ativa N), sucessora " delimited by size
                  ws-est-destino         delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Estacao "            delimited by size
                  ws-est-destino         delimited by size
                  " continua a serie a partir dessa data, antecessora "
                                         delimited by size
                  ws-est-origem          delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           .
       reloca-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as antecessoras da estacao antiga; achar a nova nesse
      *>  caminho fecharia um circulo na cadeia
      *>------------------------------------------------------------------------
       verifica-circulo section.

           move "N" to ws-cadeia-circular
           move ws-co-antecessora to ws-est-cadeia
           move zero to ws-passos-cadeia

           perform until ws-est-cadeia = zero or cadeia-circular
                      or ws-passos-cadeia > 99
               if ws-est-cadeia = ws-est-destino then
                   move "S" to ws-cadeia-circular
               else
                   add 1 to ws-passos-cadeia
                   move ws-est-cadeia to fd-est-numero
                   read arqEstacao key is fd-est-numero
                       invalid key
                           move zero to ws-est-cadeia
                       not invalid key
                           move fd-est-antecessora to ws-est-cadeia
                   end-read
               end-if
           end-perform
           .
       verifica-circulo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no jornal ws-nome-jornal o lancamento em ws-reg-jornal
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

           move "MudaEstacao"               to ws-jrn-programa
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
      *>  Cabecalho de pagina: operacao, estacoes, emissao/operador,
      *>  numero da pagina e, na uniao, as colunas do detalhamento
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move ws-titulo-operacao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-estacoes to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-emissao  to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina   to ws-linha-rel
           perform grava-linha-pag
           move all "=" to ws-linha-rel
           perform grava-linha-pag
           if op-unir then
               move " EST  DATA        HORA   TEMPERATURA QUAL  SITUACAO"
                 to ws-linha-rel
               perform grava-linha-pag
               move all "-" to ws-linha-rel
               perform grava-linha-pag
           end-if
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

           if cadastro-aberto then
               close arqEstacao
               if ws-fs-arqEstacao <> 0 then
                   display "File Status ao fechar cadastro de estacoes: "
                           ws-fs-arqEstacao
               end-if
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

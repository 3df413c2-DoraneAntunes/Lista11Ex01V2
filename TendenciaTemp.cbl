      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "TendenciaTemp".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Relatorio de tendencia climatica de longo prazo: le o resumo
      *>diario da estacao inteiro (resTempNN.txt - inclusive o periodo
      *>ja arquivado, que permanece no resumo) e, para cada mes do
      *>calendario e para o ano como um todo, calcula pelos minimos
      *>quadrados a tendencia da media, da media das maximas e da media
      *>das minimas, em graus por decada, com a quantidade de anos
      *>usados. Traz tambem a serie anual com a media movel de 5 anos.
      *>Os valores de cada mes seguem a conta do NormaisTemp (media das
      *>leituras e medias das maximas/minimas diarias); o ano e a media
      *>dos seus 12 meses.
      *>Completude pela regra de dias do ReconciliaTemp: dias com
      *>registro contra os dias do calendario do mes (fevereiro
      *>bissexto incluido). Mes abaixo da completude minima pedida fica
      *>fora da tendencia daquele mes, e o ano com qualquer mes abaixo
      *>dela fica fora da serie anual; os excluidos sao listados no
      *>fim do relatorio de cada estacao.
      *>Estacao 00 = todas: varre as estacoes 01-99 com resumo
      *>existente, como o GrausDiaTemp, cada uma em pagina nova do mesmo
      *>arquivo. A pedido segue a cadeia de estacoes antecessoras do
      *>cadastro mestre (relocacao do MudaEstacao), como o NormaisTemp:
      *>a antecessora entra so com os dias anteriores ao inicio da
      *>estacao que a sucedeu, e na varredura de todas a estacao que ja
      *>tem sucessora sai so dentro da cadeia da sucessora.
      *>Saida paginada no molde do relTempNN.txt: tndTempNN.txt (ou
      *>tndTodas.txt).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqResumo assign to ws-nome-resumo
           organization is indexed
           access mode is sequential
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

           select arqEstacao assign to ws-nome-arqestacao
           organization is indexed
           access mode is sequential
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

       77  ws-fs-resumo                            pic  9(02).
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".

      *>estacao pedida (00 = todas) e estacao em processamento - mesma
      *>convencao de nome de arquivo de Lista11Ex01V2/ResumoTemp
       77  ws-estacao                              pic  9(02) value 01.
       77  ws-estacao-txt                          pic  x(02).
       77  ws-est-corrente                         pic  9(02).
       77  ws-contador-est                         pic  9(03).
       77  ws-nome-resumo                          pic  x(20).
       77  ws-total-estacoes                       pic  9(02) value zero.

      *>cadastro mestre de estacoes: nomes para o cabecalho e o vinculo
      *>antecessora/sucessora para a cadeia; sem o cadastro o relatorio
      *>sai so com os numeros e sem cadeia
       77  ws-fs-arqEstacao                        pic  9(02).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".
       77  ws-fim-estacoes                         pic  x(01) value "N".
           88  fim-estacoes                        value "S".
       01  ws-dados-estacoes.
           05 ws-dado-est                           occurs 99 times.
               10 ws-nome-est                      pic  x(30).
               10 ws-ant-est                       pic  9(02).
               10 ws-ini-est                       pic  9(08).
               10 ws-suc-est                       pic  9(02).

      *>cadastro mestre de operadores, como em GrausDiaTemp
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

      *>completude minima do mes, em % dos dias do calendario
       77  ws-pct-minimo                           pic  9(03) value zero.
       77  ws-pct-completo                         pic  9(03)v9(02).
       77  ws-disp-pct                             pic  zz9,99.

      *>cadeia de estacoes antecessoras, como em NormaisTemp
       77  ws-segue-cadeia                         pic  x(01) value "N".
           88  segue-cadeia                        value "S" "s".
       77  ws-qtd-cadeia                           pic  9(02) value zero.
       77  ws-max-cadeia                           pic  9(02) value 10.
       77  ws-cad-idx                              pic  9(02).
       77  ws-fim-cadeia                           pic  x(01).
           88  fim-cadeia                          value "S".
       01  ws-cadeia.
           05 ws-cadeia-est                         occurs 10 times.
               10 ws-cad-estacao                   pic  9(02).
               10 ws-cad-limite                    pic  9(08).
       01  ws-data-dia.
           05 ws-dd-ano                            pic  9(04).
           05 ws-dd-mes                            pic  9(02).
           05 ws-dd-dia                            pic  9(02).
       01  ws-data-dia-num redefines ws-data-dia   pic  9(08).
       77  ws-resumos-lidos                        pic  9(02).
       01  ws-linha-cadeia                         pic  x(60).
       77  ws-pos-cadeia                           pic  9(02).

      *>dias de cada mes do calendario, como em ReconciliaTemp
       01  ws-dias-por-mes.
           05 filler                                pic x(24)
                                value "312831303130313130313031".
       01  ws-dias-por-mes-red redefines ws-dias-por-mes.
           05 ws-dias-mes                           pic 9(02)
                                                     occurs 12 times.
       77  ws-dias-no-mes                          pic  9(02).
       77  ws-resto-bissexto                       pic  9(04).
       77  ws-quociente-aux                        pic  9(04).

       01  ws-nomes-meses.
           05 filler                                pic x(36)
                                value "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01  ws-nomes-meses-red redefines ws-nomes-meses.
           05 ws-nome-mes                           pic x(03)
                                                     occurs 12 times.

      *>tabela de anos x meses da estacao: o ano 1 e o primeiro ano com
      *>dados (ws-ano-base); cabem 100 anos de historico
       77  ws-ano-base                             pic  9(04) value zero.
       77  ws-ano-ultimo                           pic  9(04) value zero.
       77  ws-max-anos                             pic  9(03) value 100.
       77  ws-qtd-anos                             pic  9(03) value zero.
       77  ws-dias-ignorados                       pic  9(06) value zero.
       77  ws-ano-idx                              pic  9(03).
       77  ws-mes-idx                              pic  9(02).
       77  ws-ser-idx                              pic  9(02).
       01  ws-tab-anos.
           05 ws-ta-ano                             occurs 100 times.
               10 ws-ta-mes                         occurs 12 times.
                   15 ws-tm-dias                   pic  9(02).
                   15 ws-tm-qtd                    pic  9(05).
                   15 ws-tm-soma                   pic s9(07)v9(05).
                   15 ws-tm-soma-max               pic s9(05)v9(05).
                   15 ws-tm-soma-min               pic s9(05)v9(05).
                   15 ws-tm-valido                 pic  x(01).
                   15 ws-tm-media                  pic s9(02)v9(05).
                   15 ws-tm-max                    pic s9(02)v9(05).
                   15 ws-tm-min                    pic s9(02)v9(05).
               10 ws-ta-dados                      pic  x(01).
               10 ws-ta-valido                     pic  x(01).
               10 ws-ta-media                      pic s9(02)v9(05).
               10 ws-ta-max                        pic s9(02)v9(05).
               10 ws-ta-min                        pic s9(02)v9(05).

      *>somas da regressao de cada serie (1-12 = meses, 13 = ano); o x
      *>e o ano contado a partir do ano base
       01  ws-tab-regressao.
           05 ws-rg-serie                           occurs 13 times.
               10 ws-rg-n                          pic  9(03).
               10 ws-rg-sx                         pic s9(07).
               10 ws-rg-sxx                        pic s9(09).
               10 ws-rg-sy-med                     pic s9(05)v9(05).
               10 ws-rg-sy-max                     pic s9(05)v9(05).
               10 ws-rg-sy-min                     pic s9(05)v9(05).
               10 ws-rg-sxy-med                    pic s9(09)v9(05).
               10 ws-rg-sxy-max                    pic s9(09)v9(05).
               10 ws-rg-sxy-min                    pic s9(09)v9(05).
       77  ws-x                                    pic s9(03).
       77  ws-y-med                                pic s9(02)v9(05).
       77  ws-y-max                                pic s9(02)v9(05).
       77  ws-y-min                                pic s9(02)v9(05).
       77  ws-denominador                          pic s9(11).
       77  ws-tendencia                            pic s9(03)v9(05).

      *>menos anos que isso nao fazem tendencia: a linha sai sem valor
       77  ws-min-anos-tend                        pic  9(02) value 5.

      *>media movel de 5 anos (o ano e os 4 anteriores), com ao menos 3
      *>anos validos na janela
       77  ws-mm-ini                               pic  9(03).
       77  ws-mm-idx                               pic  9(03).
       77  ws-mm-n                                 pic  9(02).
       77  ws-mm-min-anos                          pic  9(02) value 3.
       77  ws-mm-soma-med                          pic s9(04)v9(05).
       77  ws-mm-soma-max                          pic s9(04)v9(05).
       77  ws-mm-soma-min                          pic s9(04)v9(05).
       77  ws-valor                                pic s9(02)v9(05).

       77  ws-tem-exclusao                         pic  x(01).
           88  tem-exclusao                        value "S".
       77  ws-tot-excluidos                        pic  9(05).

      *>arquivo de impressao paginado, no molde de RelatorioTemp
       77  ws-fs-relatorio                         pic  9(02).
       77  ws-nome-relatorio                       pic  x(20).
       77  ws-data-hora-sistema                    pic  x(21).
       77  ws-rel-aberto                           pic  x(01) value "N".
           88  rel-aberto                          value "S".
       77  ws-linhas-pagina                        pic  9(02) value 99.
       77  ws-num-pagina                           pic  9(04) value zero.
       01  ws-linha-rel                            pic  x(80).
       01  ws-linha-guardada                       pic  x(80).
       01  ws-cab-colunas                          pic  x(80).

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

       01  ws-cab-estacao.
           05 filler                               pic x(10)
                                                    value " Estacao: ".
           05 ws-cab-est-numero                    pic 9(02).
           05 filler                               pic x(03) value " - ".
           05 ws-cab-est-nome                      pic x(30).

       01  ws-cab-criterio.
           05 filler                               pic x(10)
                                                    value " Periodo: ".
           05 ws-cab-ano-ini                       pic 9(04).
           05 filler                               pic x(03) value " a ".
           05 ws-cab-ano-fim                       pic 9(04).
           05 filler                               pic x(30)
                                value "   Completude minima do mes: ".
           05 ws-cab-pct                           pic zz9.
           05 filler                               pic x(01) value "%".

       01  ws-cab-cadeia.
           05 filler                               pic x(08)
                                                    value " Serie: ".
           05 ws-cab-serie                         pic x(60).

       01  ws-cab-pagina.
           05 filler                               pic x(62) value spaces.
           05 filler                               pic x(08)
                                                    value "Pagina: ".
           05 ws-cab-num-pagina                    pic 9(04).

       01  ws-det-tendencia.
           05 filler                               pic x(01) value space.
           05 ws-det-serie                         pic x(04).
           05 filler                               pic x(03) value spaces.
           05 ws-det-anos                          pic zz9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-media                         pic -99,99.
           05 filler                               pic x(03) value spaces.
           05 ws-det-tend-med                      pic -99,999.
           05 filler                               pic x(04) value spaces.
           05 ws-det-tend-max                      pic -99,999.
           05 filler                               pic x(04) value spaces.
           05 ws-det-tend-min                      pic -99,999.
           05 filler                               pic x(03) value spaces.
           05 ws-det-obs                           pic x(18).

       01  ws-det-anual.
           05 filler                               pic x(01) value space.
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(03) value spaces.
           05 ws-det-ano-med                       pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ws-det-ano-max                       pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ws-det-ano-min                       pic x(06).
           05 filler                               pic x(05) value spaces.
           05 ws-det-mm-med                        pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ws-det-mm-max                        pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ws-det-mm-min                        pic x(06).
           05 filler                               pic x(03) value spaces.
           05 ws-det-ano-obs                       pic x(16).

       01  ws-disp-valor                           pic -99,99.

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
                       " relatorio nao emitido."
               go to inicializa-exit
           end-if

      *>   como em GrausDiaTemp: Enter = 01 e um 00 explicito pede a
      *>   varredura de todas as estacoes
           display "Estacao (00 = todas, Enter = 01): "
           accept ws-estacao-txt
           if ws-estacao-txt = spaces then
               move 01 to ws-estacao
           else
               if function test-numval(ws-estacao-txt) = zero then
                   move function numval(ws-estacao-txt) to ws-estacao
               else
                   display "Estacao invalida - assumindo 01."
                   move 01 to ws-estacao
               end-if
           end-if

           display "Completude minima do mes, em % dos dias"
                   " (Enter = 80): "
           accept ws-pct-minimo
           if ws-pct-minimo = zero or ws-pct-minimo > 100 then
               move 80 to ws-pct-minimo
           end-if

           display "Seguir a cadeia de estacoes antecessoras? (S/N,"
                   " Enter = N): "
           accept ws-segue-cadeia

           if ws-estacao = zero then
               move "tndTodas.txt" to ws-nome-relatorio
           else
               if ws-estacao = 01 then
                   move "tndTemp.txt" to ws-nome-relatorio
               else
                   move spaces to ws-nome-relatorio
                   string "tndTemp"  delimited by size
                          ws-estacao delimited by size
                          ".txt"     delimited by size
                          into ws-nome-relatorio
               end-if
           end-if

           perform carrega-estacoes

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
           move ws-pct-minimo             to ws-cab-pct
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

           move "TendenciaTemp"            to ws-seg-programa
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
      *>  Carrega do cadastro mestre de estacoes (se existir) os nomes e
      *>  o vinculo de cadeia de cada estacao
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           initialize ws-dados-estacoes

           open input arqEstacao
           if ws-fs-arqEstacao <> 0 then
               go to carrega-estacoes-exit
           end-if

           perform until fim-estacoes
               read arqEstacao next record
                   at end
                       move "S" to ws-fim-estacoes
                   not at end
                       if fd-est-numero >= 1 and fd-est-numero <= 99 then
                           move fd-est-nome
                             to ws-nome-est(fd-est-numero)
                           move fd-est-antecessora
                             to ws-ant-est(fd-est-numero)
                           move fd-est-data-inicio
                             to ws-ini-est(fd-est-numero)
                           move fd-est-sucessora
                             to ws-suc-est(fd-est-numero)
                       end-if
               end-read
           end-perform

           close arqEstacao
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - uma estacao ou a varredura 01-99,
      *>  como o GrausDiaTemp
      *>------------------------------------------------------------------------
       processamento section.

           if not operador-valido then
               go to processamento-exit
           end-if

           if ws-estacao = zero then
               perform varying ws-contador-est from 1 by 1
                         until ws-contador-est > 99
                   move ws-contador-est to ws-est-corrente
      *>           estacao ja sucedida sai dentro da cadeia da sucessora
                   if segue-cadeia
                   and ws-suc-est(ws-est-corrente) <> zero then
                       continue
                   else
                       perform processa-estacao
                   end-if
               end-perform
               if ws-total-estacoes = zero then
                   display "Nenhum resumo de estacao encontrado -"
                           " rode o ResumoTemp para gera-los."
               end-if
           else
               move ws-estacao to ws-est-corrente
               perform processa-estacao
               if ws-total-estacoes = zero then
                   display "Resumo da estacao " ws-estacao
                           " inexistente - rode o ResumoTemp."
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa uma estacao (com a sua cadeia, se pedida): monta a
      *>  tabela de anos x meses, calcula as series e emite as partes
      *>------------------------------------------------------------------------
       processa-estacao section.

           move 1               to ws-qtd-cadeia
           move ws-est-corrente to ws-cad-estacao(1)
           move 99999999        to ws-cad-limite(1)
           if segue-cadeia then
               perform monta-cadeia
           end-if

           initialize ws-tab-anos
           initialize ws-tab-regressao
           move zero   to ws-ano-base
           move zero   to ws-ano-ultimo
           move zero   to ws-qtd-anos
           move zero   to ws-dias-ignorados
           move zero   to ws-resumos-lidos
           move spaces to ws-linha-cadeia
           move 1      to ws-pos-cadeia

      *>   da estacao mais antiga da cadeia para a pedida, para os anos
      *>   chegarem em ordem
           perform varying ws-cad-idx from ws-qtd-cadeia by -1
                     until ws-cad-idx < 1
               perform le-resumo-estacao
           end-perform

           if ws-resumos-lidos = zero or ws-qtd-anos = zero then
               go to processa-estacao-exit
           end-if

           add 1 to ws-total-estacoes

           perform calcula-series

      *>   cada estacao abre em pagina nova com o seu cabecalho
           move ws-est-corrente              to ws-cab-est-numero
           move ws-nome-est(ws-est-corrente) to ws-cab-est-nome
           move ws-ano-base                  to ws-cab-ano-ini
           move ws-ano-ultimo                to ws-cab-ano-fim
           move ws-linha-cadeia              to ws-cab-serie

           move " SERIE ANOS    MEDIA  TEND.MED   TEND.MAX   TEND.MIN"
             to ws-cab-colunas
           move 99 to ws-linhas-pagina
           perform cabecalho-pagina
           perform emite-tendencias

           move " ANO     MEDIA  MAXIMA  MINIMA     MM5MED  MM5MAX  MM5MIN"
             to ws-cab-colunas
           move 99 to ws-linhas-pagina
           perform cabecalho-pagina
           perform emite-serie-anual

           move spaces to ws-cab-colunas
           move 99 to ws-linhas-pagina
           perform cabecalho-pagina
           perform emite-excluidos
           .
       processa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre no cadastro mestre as antecessoras da estacao
      *>  corrente; cada uma entra ate o inicio da estacao que a sucedeu
      *>------------------------------------------------------------------------
       monta-cadeia section.

           move "N" to ws-fim-cadeia
           perform until fim-cadeia
               move ws-cad-estacao(ws-qtd-cadeia) to ws-cad-idx
               if ws-ant-est(ws-cad-idx) = zero then
                   move "S" to ws-fim-cadeia
               else
                   if ws-qtd-cadeia >= ws-max-cadeia then
                       display "Cadeia da estacao " ws-est-corrente
                               " com mais de " ws-max-cadeia
                               " estacoes - as mais antigas ficam de"
                               " fora."
                       move "S" to ws-fim-cadeia
                   else
                       add 1 to ws-qtd-cadeia
                       move ws-ant-est(ws-cad-idx)
                         to ws-cad-estacao(ws-qtd-cadeia)
                       move ws-ini-est(ws-cad-idx)
                         to ws-cad-limite(ws-qtd-cadeia)
                   end-if
               end-if
           end-perform
           .
       monta-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o resumo de uma estacao da cadeia ate a sua data limite
      *>------------------------------------------------------------------------
       le-resumo-estacao section.

           if ws-cad-estacao(ws-cad-idx) = 01 then
               move "resTemp.txt" to ws-nome-resumo
           else
               move spaces to ws-nome-resumo
               string "resTemp"                  delimited by size
                      ws-cad-estacao(ws-cad-idx) delimited by size
                      ".txt"                     delimited by size
                      into ws-nome-resumo
           end-if

           open input arqResumo
           if ws-fs-resumo <> 0 then
               if ws-fs-resumo <> 35 then
                   display "File Status ao abrir " ws-nome-resumo
                           ": " ws-fs-resumo
               end-if
               go to le-resumo-estacao-exit
           end-if

           add 1 to ws-resumos-lidos
           if ws-resumos-lidos > 1 then
               string " + " delimited by size
                      into ws-linha-cadeia with pointer ws-pos-cadeia
               end-string
           end-if
           string ws-cad-estacao(ws-cad-idx) delimited by size
                  into ws-linha-cadeia with pointer ws-pos-cadeia
           end-string

           move "N" to ws-fim-arquivo
           perform until fim-arquivo

               read arqResumo
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-res-ano to ws-dd-ano
                       move fd-res-mes to ws-dd-mes
                       move fd-res-dia to ws-dd-dia
      *>               a partir do inicio da sucessora os dias sao
      *>               dela
                       if ws-data-dia-num >= ws-cad-limite(ws-cad-idx)
                           move "S" to ws-fim-arquivo
                       else
                           perform acumula-dia
                       end-if
               end-read

           end-perform

           close arqResumo
           .
       le-resumo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula um dia do resumo no ano/mes da tabela
      *>------------------------------------------------------------------------
       acumula-dia section.

           if fd-res-mes < 1 or fd-res-mes > 12 or fd-res-qtd = zero then
               go to acumula-dia-exit
           end-if

           if ws-ano-base = zero then
               move fd-res-ano to ws-ano-base
           end-if

           if fd-res-ano < ws-ano-base
           or fd-res-ano - ws-ano-base >= ws-max-anos then
               add 1 to ws-dias-ignorados
               go to acumula-dia-exit
           end-if

           compute ws-ano-idx = fd-res-ano - ws-ano-base + 1
           if ws-ano-idx > ws-qtd-anos then
               move ws-ano-idx to ws-qtd-anos
               move fd-res-ano to ws-ano-ultimo
           end-if

           move "S" to ws-ta-dados(ws-ano-idx)
           add 1           to ws-tm-dias(ws-ano-idx fd-res-mes)
           add fd-res-qtd  to ws-tm-qtd(ws-ano-idx fd-res-mes)
           add fd-res-soma to ws-tm-soma(ws-ano-idx fd-res-mes)
           add fd-res-max  to ws-tm-soma-max(ws-ano-idx fd-res-mes)
           add fd-res-min  to ws-tm-soma-min(ws-ano-idx fd-res-mes)
           .
       acumula-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valores de cada mes e de cada ano, completude e somas da
      *>  regressao de cada serie
      *>------------------------------------------------------------------------
       calcula-series section.

           perform varying ws-ano-idx from 1 by 1
                     until ws-ano-idx > ws-qtd-anos

               move "S"  to ws-ta-valido(ws-ano-idx)
               move zero to ws-mm-soma-med
               move zero to ws-mm-soma-max
               move zero to ws-mm-soma-min

               perform varying ws-mes-idx from 1 by 1
                         until ws-mes-idx > 12
                   perform calcula-mes
                   if ws-tm-valido(ws-ano-idx ws-mes-idx) = "S" then
                       add ws-tm-media(ws-ano-idx ws-mes-idx)
                         to ws-mm-soma-med
                       add ws-tm-max(ws-ano-idx ws-mes-idx)
                         to ws-mm-soma-max
                       add ws-tm-min(ws-ano-idx ws-mes-idx)
                         to ws-mm-soma-min
                       move ws-mes-idx to ws-ser-idx
                       move ws-tm-media(ws-ano-idx ws-mes-idx)
                         to ws-y-med
                       move ws-tm-max(ws-ano-idx ws-mes-idx)
                         to ws-y-max
                       move ws-tm-min(ws-ano-idx ws-mes-idx)
                         to ws-y-min
                       perform acumula-ponto
                   else
                       move "N" to ws-ta-valido(ws-ano-idx)
                   end-if
               end-perform

      *>       o ano so entra na serie anual com os 12 meses validos
               if ws-ta-valido(ws-ano-idx) = "S" then
                   divide ws-mm-soma-med by 12
                       giving ws-ta-media(ws-ano-idx) rounded
                   divide ws-mm-soma-max by 12
                       giving ws-ta-max(ws-ano-idx) rounded
                   divide ws-mm-soma-min by 12
                       giving ws-ta-min(ws-ano-idx) rounded
                   move 13 to ws-ser-idx
                   move ws-ta-media(ws-ano-idx) to ws-y-med
                   move ws-ta-max(ws-ano-idx)   to ws-y-max
                   move ws-ta-min(ws-ano-idx)   to ws-y-min
                   perform acumula-ponto
               end-if

           end-perform
           .
       calcula-series-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completude e valores de um mes de um ano (regra de dias do
      *>  ReconciliaTemp, com fevereiro bissexto)
      *>------------------------------------------------------------------------
       calcula-mes section.

           move "N" to ws-tm-valido(ws-ano-idx ws-mes-idx)
           if ws-tm-dias(ws-ano-idx ws-mes-idx) = zero then
               go to calcula-mes-exit
           end-if

           perform calcula-dias-mes

           compute ws-pct-completo rounded
               = ws-tm-dias(ws-ano-idx ws-mes-idx) * 100 / ws-dias-no-mes
           if ws-pct-completo >= ws-pct-minimo then
               move "S" to ws-tm-valido(ws-ano-idx ws-mes-idx)
           end-if

           divide ws-tm-soma(ws-ano-idx ws-mes-idx)
               by ws-tm-qtd(ws-ano-idx ws-mes-idx)
               giving ws-tm-media(ws-ano-idx ws-mes-idx) rounded
           divide ws-tm-soma-max(ws-ano-idx ws-mes-idx)
               by ws-tm-dias(ws-ano-idx ws-mes-idx)
               giving ws-tm-max(ws-ano-idx ws-mes-idx) rounded
           divide ws-tm-soma-min(ws-ano-idx ws-mes-idx)
               by ws-tm-dias(ws-ano-idx ws-mes-idx)
               giving ws-tm-min(ws-ano-idx ws-mes-idx) rounded
           .
       calcula-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias do calendario do mes ws-mes-idx do ano da tabela
      *>------------------------------------------------------------------------
       calcula-dias-mes section.

           move ws-dias-mes(ws-mes-idx) to ws-dias-no-mes
           compute ws-dd-ano = ws-ano-base + ws-ano-idx - 1

      *>   fevereiro tem 29 dias quando o ano e divisivel por 4 e nao
      *>   por 100, ou quando divisivel por 400
           if ws-mes-idx = 02 then
               divide ws-dd-ano by 4 giving ws-quociente-aux
                   remainder ws-resto-bissexto
               if ws-resto-bissexto = zero then
                   divide ws-dd-ano by 100 giving ws-quociente-aux
                       remainder ws-resto-bissexto
                   if ws-resto-bissexto <> zero then
                       move 29 to ws-dias-no-mes
                   else
                       divide ws-dd-ano by 400 giving ws-quociente-aux
                           remainder ws-resto-bissexto
                       if ws-resto-bissexto = zero then
                           move 29 to ws-dias-no-mes
                       end-if
                   end-if
               end-if
           end-if
           .
       calcula-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma um ponto (ano ws-ano-idx, valores ws-y-*) na regressao da
      *>  serie ws-ser-idx
      *>------------------------------------------------------------------------
       acumula-ponto section.

           compute ws-x = ws-ano-idx - 1

           add 1 to ws-rg-n(ws-ser-idx)
           add ws-x to ws-rg-sx(ws-ser-idx)
           compute ws-rg-sxx(ws-ser-idx) = ws-rg-sxx(ws-ser-idx)
                                         + ws-x * ws-x
           add ws-y-med to ws-rg-sy-med(ws-ser-idx)
           add ws-y-max to ws-rg-sy-max(ws-ser-idx)
           add ws-y-min to ws-rg-sy-min(ws-ser-idx)
           compute ws-rg-sxy-med(ws-ser-idx) = ws-rg-sxy-med(ws-ser-idx)
                                             + ws-x * ws-y-med
           compute ws-rg-sxy-max(ws-ser-idx) = ws-rg-sxy-max(ws-ser-idx)
                                             + ws-x * ws-y-max
           compute ws-rg-sxy-min(ws-ser-idx) = ws-rg-sxy-min(ws-ser-idx)
                                             + ws-x * ws-y-min
           .
       acumula-ponto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parte 1 - uma linha por mes do calendario e uma para o ano:
      *>  anos usados, media do periodo e tendencias por decada
      *>------------------------------------------------------------------------
       emite-tendencias section.

           move "   *** PARTE 1 - TENDENCIA POR MES E DO ANO (graus/decada) ***"
             to ws-linha-rel
           perform grava-linha-rel

           perform varying ws-ser-idx from 1 by 1
                     until ws-ser-idx > 13
               perform emite-linha-tendencia
           end-perform

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Tendencia pelos minimos quadrados sobre os anos"
                                             delimited by size
                  " validos; menos de "      delimited by size
                  ws-min-anos-tend           delimited by size
                  " anos = sem valor."       delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           .
       emite-tendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da serie ws-ser-idx: inclinacao da reta vezes 10 anos
      *>------------------------------------------------------------------------
       emite-linha-tendencia section.

           if ws-ser-idx = 13 then
               move "ANO" to ws-det-serie
               move all "-" to ws-linha-rel
               perform grava-linha-rel
           else
               move ws-nome-mes(ws-ser-idx) to ws-det-serie
           end-if

           move ws-rg-n(ws-ser-idx) to ws-det-anos
           move zero   to ws-det-media
           move zero   to ws-det-tend-med
           move zero   to ws-det-tend-max
           move zero   to ws-det-tend-min
           move spaces to ws-det-obs

           if ws-rg-n(ws-ser-idx) > zero then
               divide ws-rg-sy-med(ws-ser-idx) by ws-rg-n(ws-ser-idx)
                   giving ws-det-media rounded
           end-if

           compute ws-denominador
               = ws-rg-n(ws-ser-idx) * ws-rg-sxx(ws-ser-idx)
               - ws-rg-sx(ws-ser-idx) * ws-rg-sx(ws-ser-idx)

           if ws-rg-n(ws-ser-idx) < ws-min-anos-tend
           or ws-denominador = zero then
               move "anos insuficientes" to ws-det-obs
           else
               compute ws-tendencia rounded
                   = (ws-rg-n(ws-ser-idx) * ws-rg-sxy-med(ws-ser-idx)
                   -  ws-rg-sx(ws-ser-idx) * ws-rg-sy-med(ws-ser-idx))
                   * 10 / ws-denominador
               move ws-tendencia to ws-det-tend-med
               compute ws-tendencia rounded
                   = (ws-rg-n(ws-ser-idx) * ws-rg-sxy-max(ws-ser-idx)
                   -  ws-rg-sx(ws-ser-idx) * ws-rg-sy-max(ws-ser-idx))
                   * 10 / ws-denominador
               move ws-tendencia to ws-det-tend-max
               compute ws-tendencia rounded
                   = (ws-rg-n(ws-ser-idx) * ws-rg-sxy-min(ws-ser-idx)
                   -  ws-rg-sx(ws-ser-idx) * ws-rg-sy-min(ws-ser-idx))
                   * 10 / ws-denominador
               move ws-tendencia to ws-det-tend-min
           end-if

           move ws-det-tendencia to ws-linha-rel
           perform grava-linha-rel
           .
       emite-linha-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parte 2 - serie anual com a media movel de 5 anos
      *>------------------------------------------------------------------------
       emite-serie-anual section.

           move "   *** PARTE 2 - SERIE ANUAL E MEDIA MOVEL DE 5 ANOS ***"
             to ws-linha-rel
           perform grava-linha-rel

           perform varying ws-ano-idx from 1 by 1
                     until ws-ano-idx > ws-qtd-anos
               perform emite-linha-anual
           end-perform

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Media movel: o ano e os 4 anteriores, com ao menos "
                                              delimited by size
                  ws-mm-min-anos              delimited by size
                  " anos validos."            delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           .
       emite-serie-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um ano: valores do ano (se valido) e a media movel
      *>------------------------------------------------------------------------
       emite-linha-anual section.

           compute ws-det-ano = ws-ano-base + ws-ano-idx - 1
           move spaces to ws-det-ano-med
           move spaces to ws-det-ano-max
           move spaces to ws-det-ano-min
           move spaces to ws-det-mm-med
           move spaces to ws-det-mm-max
           move spaces to ws-det-mm-min
           move spaces to ws-det-ano-obs

           if ws-ta-valido(ws-ano-idx) = "S" then
               move ws-ta-media(ws-ano-idx) to ws-disp-valor
               move ws-disp-valor           to ws-det-ano-med
               move ws-ta-max(ws-ano-idx)   to ws-disp-valor
               move ws-disp-valor           to ws-det-ano-max
               move ws-ta-min(ws-ano-idx)   to ws-disp-valor
               move ws-disp-valor           to ws-det-ano-min
           else
               if ws-ta-dados(ws-ano-idx) = "S" then
                   move "EXCLUIDO" to ws-det-ano-obs
               else
                   move "SEM DADOS" to ws-det-ano-obs
               end-if
           end-if

           if ws-ano-idx > 4 then
               compute ws-mm-ini = ws-ano-idx - 4
           else
               move 1 to ws-mm-ini
           end-if
           move zero to ws-mm-n
           move zero to ws-mm-soma-med
           move zero to ws-mm-soma-max
           move zero to ws-mm-soma-min
           perform varying ws-mm-idx from ws-mm-ini by 1
                     until ws-mm-idx > ws-ano-idx
               if ws-ta-valido(ws-mm-idx) = "S" then
                   add 1                     to ws-mm-n
                   add ws-ta-media(ws-mm-idx) to ws-mm-soma-med
                   add ws-ta-max(ws-mm-idx)   to ws-mm-soma-max
                   add ws-ta-min(ws-mm-idx)   to ws-mm-soma-min
               end-if
           end-perform

           if ws-mm-n >= ws-mm-min-anos then
               divide ws-mm-soma-med by ws-mm-n giving ws-valor rounded
               move ws-valor      to ws-disp-valor
               move ws-disp-valor to ws-det-mm-med
               divide ws-mm-soma-max by ws-mm-n giving ws-valor rounded
               move ws-valor      to ws-disp-valor
               move ws-disp-valor to ws-det-mm-max
               divide ws-mm-soma-min by ws-mm-n giving ws-valor rounded
               move ws-valor      to ws-disp-valor
               move ws-disp-valor to ws-det-mm-min
           end-if

           move ws-det-anual to ws-linha-rel
           perform grava-linha-rel
           .
       emite-linha-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parte 3 - meses abaixo da completude minima e anos fora da
      *>  serie anual
      *>------------------------------------------------------------------------
       emite-excluidos section.

           move "   *** PARTE 3 - MESES E ANOS EXCLUIDOS POR COMPLETUDE ***"
             to ws-linha-rel
           perform grava-linha-rel

           move zero to ws-tot-excluidos

           perform varying ws-ano-idx from 1 by 1
                     until ws-ano-idx > ws-qtd-anos
               if ws-ta-dados(ws-ano-idx) = "S"
               and ws-ta-valido(ws-ano-idx) <> "S" then
                   perform emite-ano-excluido
               end-if
           end-perform

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Meses excluidos: "     delimited by size
                  ws-tot-excluidos         delimited by size
                  "   dias fora da tabela de 100 anos: "
                                           delimited by size
                  ws-dias-ignorados        delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           .
       emite-excluidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os meses do ano ws-ano-idx abaixo da completude minima
      *>------------------------------------------------------------------------
       emite-ano-excluido section.

           compute ws-dd-ano = ws-ano-base + ws-ano-idx - 1
           move spaces to ws-linha-rel
           perform grava-linha-rel
           string " Ano "                         delimited by size
                  ws-dd-ano                       delimited by size
                  " fora da serie anual - meses abaixo do minimo:"
                                                  delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel

           perform varying ws-mes-idx from 1 by 1
                     until ws-mes-idx > 12
               if ws-tm-valido(ws-ano-idx ws-mes-idx) <> "S" then
                   add 1 to ws-tot-excluidos
                   perform calcula-dias-mes
                   compute ws-pct-completo rounded
                       = ws-tm-dias(ws-ano-idx ws-mes-idx) * 100
                       / ws-dias-no-mes
                   move ws-pct-completo to ws-disp-pct
                   string "    Mes "                   delimited by size
                          ws-mes-idx                   delimited by size
                          "/"                          delimited by size
                          ws-dd-ano                    delimited by size
                          " - dias com registro: "     delimited by size
                          ws-tm-dias(ws-ano-idx ws-mes-idx)
                                                       delimited by size
                          " de "                       delimited by size
                          ws-dias-no-mes               delimited by size
                          " ("                         delimited by size
                          ws-disp-pct                  delimited by size
                          "% completo)"                delimited by size
                          into ws-linha-rel
                   end-string
                   perform grava-linha-rel
               end-if
           end-perform
           .
       emite-ano-excluido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha do relatorio na tela e no arquivo de
      *>  impressao, abrindo nova pagina quando o corpo atinge 60 linhas
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
      *>  Cabecalho de pagina: titulo, estacao, serie, periodo e
      *>  criterio, emissao/operador, numero da pagina e colunas da parte
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move "   TENDENCIA CLIMATICA DE LONGO PRAZO" to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-estacao  to ws-linha-rel
           perform grava-linha-pag
           if ws-resumos-lidos > 1 then
               move ws-cab-cadeia to ws-linha-rel
               perform grava-linha-pag
           end-if
           move ws-cab-criterio to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-emissao  to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina   to ws-linha-rel
           perform grava-linha-pag
           move all "=" to ws-linha-rel
           perform grava-linha-pag
           if ws-cab-colunas <> spaces then
               move ws-cab-colunas to ws-linha-rel
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

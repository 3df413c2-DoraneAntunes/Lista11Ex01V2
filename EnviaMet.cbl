      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "EnviaMet".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Resumo climatico mensal para o servico meteorologico nacional:
      *>roda depois que o FechaMes fechou o mes e, para cada estacao
      *>com o mes FECHADO no fchTempNN.txt e cadastrada em
      *>arqEstacao.txt (ativa, ou desativada so depois do inicio do
      *>mes), monta um registro de tamanho fixo com numero e altitude
      *>da estacao, mes/ano, media, media das maximas, media das
      *>minimas (conta do NormaisTemp), extremos absolutos com o dia,
      *>dias com registro no resumo (resTempNN.txt) e a quantidade de
      *>leituras marcadas S (suspeita) ou R (ruim) no mes - essas
      *>contadas nas leituras vivas e arquivadas, porque a R fica fora
      *>do resumo. Os registros vao num arquivo unico de transmissao
      *>(metAAAAMMSS.txt, SS = sequencia do envio do mes) com registro
      *>de cabecalho (H) e de fechamento (T) com a quantidade de
      *>registros e os totais de controle.
      *>Cada envio deixa uma linha no log de transmissoes (logMet.txt)
      *>com mes, sequencia, tipo, arquivo, registros, data/hora e
      *>operador, como o logEntrega.txt do EntregaCli. Mes ja
      *>transmitido nao e reenviado, a menos que um supervisor force um
      *>arquivo de correcao, marcado no cabecalho e no log como
      *>substituicao (S) e com o motivo informado.

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

           select arqTransmissao assign to ws-nome-transmissao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-transmissao.

           select arqEnvio assign to ws-nome-envio
           organization is line sequential
           access mode is sequential
           file status is ws-fs-envio.

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

       fd arqTransmissao.
       01 fd-linha-transmissao                      pic x(80).

       fd arqEnvio.
       01 fd-linha-envio                            pic x(110).

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
       77  ws-fs-resumo                            pic  9(02).
       77  ws-fs-fechamento                        pic  9(02).
       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-resumo                          pic  x(20).
       77  ws-nome-fechamento                      pic  x(20).
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".

      *>montagem do nome dos arquivos da estacao, como em MudaEstacao
       77  ws-prefixo-nome                         pic  x(08).
       77  ws-estacao-nome                         pic  9(02).
       77  ws-nome-montado                         pic  x(20).
       77  ws-contador-est                         pic  9(03).
       77  ws-est-corrente                         pic  9(02).

      *>cadastro mestre de estacoes: altitude e situacao de cada uma
       77  ws-fs-arqEstacao                        pic  9(02).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".
       77  ws-fim-estacoes                         pic  x(01) value "N".
           88  fim-estacoes                        value "S".
       01  ws-dados-estacoes.
           05 ws-dado-est                           occurs 99 times.
               10 ws-cad-est                       pic  x(01).
               10 ws-alt-est                       pic  9(04).
               10 ws-ativa-est                     pic  x(01).
               10 ws-fim-est                       pic  9(08).

      *>cadastro mestre de operadores, como em MudaEstacao
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

      *>mes de referencia e primeiro dia dele (para a estacao
      *>desativada no meio do mes)
       77  ws-ref-mes                              pic  9(02).
       77  ws-ref-ano                              pic  9(04).
       77  ws-ref-inicio                           pic  9(08).

      *>log de transmissoes (logMet.txt): o ultimo envio do mes pedido
      *>decide se e primeiro envio ou correcao
       77  ws-fs-envio                             pic  9(02).
       77  ws-nome-envio                           pic  x(20)
                                                    value "logMet.txt".
       77  ws-ja-enviado                           pic  x(01) value "N".
           88  ja-enviado                          value "S".
       77  ws-ult-sequencia                        pic  9(02) value zero.
       77  ws-ult-data                             pic  9(08) value zero.
       77  ws-ult-arquivo                          pic  x(20) value spaces.
       77  ws-forca-correcao                       pic  x(01) value "N".
           88  forca-correcao                      value "S" "s".
       77  ws-motivo-correcao                      pic  x(30) value spaces.

      *>linha do log de transmissoes: mes aaaamm, sequencia, tipo
      *>(N = normal, S = substituicao), arquivo, registros de estacao,
      *>data/hora do envio, operador e motivo da correcao
       01  ws-reg-envio.
           05 ws-env-periodo.
              10 ws-env-ano                        pic  9(04).
              10 ws-env-mes                        pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-env-sequencia                     pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-env-tipo                          pic  x(01).
           05 filler                               pic  x(01) value space.
           05 ws-env-arquivo                       pic  x(20).
           05 filler                               pic  x(01) value space.
           05 ws-env-registros                     pic  9(04).
           05 filler                               pic  x(01) value space.
           05 ws-env-data                          pic  9(08).
           05 ws-env-hora                          pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-env-operador                      pic  x(10).
           05 filler                               pic  x(01) value space.
           05 ws-env-motivo                        pic  x(30).

      *>arquivo de transmissao: metAAAAMMSS.txt
       77  ws-fs-transmissao                       pic  9(02).
       77  ws-nome-transmissao                     pic  x(20).
       77  ws-sequencia                            pic  9(02).
       77  ws-tipo-envio                           pic  x(01).

       01  ws-reg-cabecalho.
           05 ws-cab-tipo-reg                      pic  x(01) value "H".
           05 ws-cab-ano                           pic  9(04).
           05 ws-cab-mes                           pic  9(02).
           05 ws-cab-sequencia                     pic  9(02).
           05 ws-cab-tipo-envio                    pic  x(01).
           05 ws-cab-data                          pic  9(08).
           05 ws-cab-hora                          pic  9(06).
           05 ws-cab-operador                      pic  x(10).
           05 filler                               pic  x(46) value spaces.

       01  ws-reg-estacao.
           05 ws-det-tipo-reg                      pic  x(01) value "D".
           05 ws-det-estacao                       pic  9(02).
           05 ws-det-altitude                      pic  9(04).
           05 ws-det-ano                           pic  9(04).
           05 ws-det-mes                           pic  9(02).
           05 ws-det-media                         pic s9(02)v9(02)
                                                    sign leading separate.
           05 ws-det-media-max                     pic s9(02)v9(02)
                                                    sign leading separate.
           05 ws-det-media-min                     pic s9(02)v9(02)
                                                    sign leading separate.
           05 ws-det-max-abs                       pic s9(02)v9(02)
                                                    sign leading separate.
           05 ws-det-dia-max                       pic  9(02).
           05 ws-det-min-abs                       pic s9(02)v9(02)
                                                    sign leading separate.
           05 ws-det-dia-min                       pic  9(02).
           05 ws-det-dias                          pic  9(02).
           05 ws-det-qtd-sr                        pic  9(04).
           05 filler                               pic  x(32) value spaces.

       01  ws-reg-fechamento.
           05 ws-fim-tipo-reg                      pic  x(01) value "T".
           05 ws-fim-registros                     pic  9(04).
           05 ws-fim-soma-estacoes                 pic  9(06).
           05 ws-fim-soma-dias                     pic  9(06).
           05 ws-fim-soma-medias                   pic s9(06)v9(02)
                                                    sign leading separate.
           05 ws-fim-soma-sr                       pic  9(08).
           05 filler                               pic  x(46) value spaces.

      *>registros de estacao montados antes de abrir a transmissao, para
      *>nao gerar arquivo quando nenhuma estacao entra
       77  ws-qtd-registros                        pic  9(04) value zero.
       77  ws-reg-idx                              pic  9(04).
       01  ws-tab-registros.
           05 ws-tr-registro                        pic  x(80)
                                                     occurs 99 times.

      *>acumuladores do mes da estacao corrente
       77  ws-ac-dias                              pic  9(02).
       77  ws-ac-qtd                               pic  9(05).
       77  ws-ac-soma                              pic s9(07)v9(05).
       77  ws-ac-soma-max                          pic s9(05)v9(05).
       77  ws-ac-soma-min                          pic s9(05)v9(05).
       77  ws-ac-max-abs                           pic s9(02)v9(05).
       77  ws-ac-dia-max                           pic  9(02).
       77  ws-ac-min-abs                           pic s9(02)v9(05).
       77  ws-ac-dia-min                           pic  9(02).
       77  ws-ac-qtd-sr                            pic  9(04).

       77  ws-tot-fora                             pic  9(02) value zero.
       77  ws-data-hora-sistema                    pic  x(21).
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
                       " transmissao nao gerada."
               go to inicializa-exit
           end-if

           display "Mes de referencia (01-12): "
           accept ws-ref-mes
           display "Ano de referencia (aaaa): "
           accept ws-ref-ano
           if ws-ref-mes < 1 or ws-ref-mes > 12
           or ws-ref-ano < 1900 or ws-ref-ano > 2100 then
               display "Mes/ano de referencia invalido - transmissao"
                       " nao gerada."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if
           compute ws-ref-inicio = ws-ref-ano * 10000
                                 + ws-ref-mes * 100 + 1

           perform confere-envios

      *>   mes ja transmitido: so arquivo de correcao, por supervisor
           if ja-enviado then
               display "Mes " ws-ref-mes "/" ws-ref-ano " ja transmitido"
                       " em " ws-ult-data " (" ws-ult-arquivo ")."
               if not operador-supervisor then
                   display "Correcao em substituicao exige operador de"
                           " nivel supervisor - reenvio recusado."
                   move "reenvio ao servico meteorologico"
                     to ws-seg-detalhe
                   perform registra-recusa
                   move "N" to ws-operador-valido
                   go to inicializa-exit
               end-if
               display "Gerar arquivo de correcao em substituicao?"
                       " (S/N): "
               accept ws-forca-correcao
               if not forca-correcao then
                   display "Reenvio cancelado."
                   move "N" to ws-operador-valido
                   go to inicializa-exit
               end-if
               display "Motivo da correcao (ate 30 caracteres): "
               accept ws-motivo-correcao
               move "S" to ws-tipo-envio
               compute ws-sequencia = ws-ult-sequencia + 1
           else
               move "N" to ws-tipo-envio
               move 1   to ws-sequencia
           end-if

           move spaces to ws-nome-transmissao
           string "met"        delimited by size
                  ws-ref-ano   delimited by size
                  ws-ref-mes   delimited by size
                  ws-sequencia delimited by size
                  ".txt"       delimited by size
                  into ws-nome-transmissao
           end-string

           perform carrega-estacoes
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

           move "EnviaMet"                 to ws-seg-programa
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
      *>  Procura no log de transmissoes o ultimo envio do mes pedido
      *>------------------------------------------------------------------------
       confere-envios section.

           open input arqEnvio
           if ws-fs-envio <> 0 then
               if ws-fs-envio <> 35 then
                   display "File Status ao abrir log de transmissoes: "
                           ws-fs-envio
               end-if
               go to confere-envios-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqEnvio
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-linha-envio to ws-reg-envio
                       if ws-env-ano = ws-ref-ano
                       and ws-env-mes = ws-ref-mes then
                           move "S"              to ws-ja-enviado
                           if ws-env-sequencia > ws-ult-sequencia then
                               move ws-env-sequencia to ws-ult-sequencia
                               move ws-env-data      to ws-ult-data
                               move ws-env-arquivo   to ws-ult-arquivo
                           end-if
                       end-if
               end-read
           end-perform

           close arqEnvio
           .
       confere-envios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do cadastro mestre de estacoes altitude e situacao
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           initialize ws-dados-estacoes

           open input arqEstacao
           if ws-fs-arqEstacao <> 0 then
               display "Cadastro de estacoes indisponivel (file status "
                       ws-fs-arqEstacao ")."
               go to carrega-estacoes-exit
           end-if

           perform until fim-estacoes
               read arqEstacao next record
                   at end
                       move "S" to ws-fim-estacoes
                   not at end
                       if fd-est-numero >= 1 and fd-est-numero <= 99 then
                           move "S"             to ws-cad-est(fd-est-numero)
                           move fd-est-altitude to ws-alt-est(fd-est-numero)
                           move fd-est-ativa    to ws-ativa-est(fd-est-numero)
                           move fd-est-data-fim to ws-fim-est(fd-est-numero)
                       end-if
               end-read
           end-perform

           close arqEstacao
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - monta o registro de cada estacao e,
      *>  havendo algum, grava a transmissao e o log
      *>------------------------------------------------------------------------
       processamento section.

           if not operador-valido then
               go to processamento-exit
           end-if

           perform varying ws-contador-est from 1 by 1
                     until ws-contador-est > 99
               move ws-contador-est to ws-est-corrente
               perform processa-estacao
           end-perform

           if ws-qtd-registros = zero then
               display "Nenhuma estacao com o mes " ws-ref-mes "/"
                       ws-ref-ano " fechado - transmissao nao gerada."
               go to processamento-exit
           end-if

           perform grava-transmissao
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma estacao: mes fechado, cadastro, resumo e qualidade
      *>------------------------------------------------------------------------
       processa-estacao section.

           move ws-est-corrente to ws-estacao-nome

           move "fchTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-fechamento

           open input arqFechamento
           if ws-fs-fechamento <> 0 then
               if ws-cad-est(ws-est-corrente) = "S" then
                   display "Estacao " ws-est-corrente ": nenhum mes"
                           " fechado - fora da transmissao."
                   add 1 to ws-tot-fora
               end-if
               go to processa-estacao-exit
           end-if
           move ws-ref-ano to fd-fch-ano
           move ws-ref-mes to fd-fch-mes
           read arqFechamento key is fd-fch-chave
               invalid key
                   move "A" to fd-fch-situacao
           end-read
           close arqFechamento

           if fd-fch-situacao <> "F" then
               display "Estacao " ws-est-corrente ": mes nao fechado -"
                       " fora da transmissao."
               add 1 to ws-tot-fora
               go to processa-estacao-exit
           end-if

           if ws-cad-est(ws-est-corrente) <> "S" then
               display "Estacao " ws-est-corrente ": sem cadastro de"
                       " estacao - fora da transmissao."
               add 1 to ws-tot-fora
               go to processa-estacao-exit
           end-if
           if ws-ativa-est(ws-est-corrente) <> "S"
           and ws-fim-est(ws-est-corrente) < ws-ref-inicio then
               display "Estacao " ws-est-corrente ": desativada antes"
                       " do mes - fora da transmissao."
               add 1 to ws-tot-fora
               go to processa-estacao-exit
           end-if

           perform le-resumo-mes
           if ws-ac-dias = zero then
               display "Estacao " ws-est-corrente ": sem dias no"
                       " resumo do mes - fora da transmissao."
               add 1 to ws-tot-fora
               go to processa-estacao-exit
           end-if

           move zero to ws-ac-qtd-sr
           move "arqTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform conta-qualidade
           move "histTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform conta-qualidade

           move ws-est-corrente              to ws-det-estacao
           move ws-alt-est(ws-est-corrente)  to ws-det-altitude
           move ws-ref-ano                   to ws-det-ano
           move ws-ref-mes                   to ws-det-mes
           divide ws-ac-soma by ws-ac-qtd
               giving ws-det-media rounded
           divide ws-ac-soma-max by ws-ac-dias
               giving ws-det-media-max rounded
           divide ws-ac-soma-min by ws-ac-dias
               giving ws-det-media-min rounded
           compute ws-det-max-abs rounded = ws-ac-max-abs
           move ws-ac-dia-max                to ws-det-dia-max
           compute ws-det-min-abs rounded = ws-ac-min-abs
           move ws-ac-dia-min                to ws-det-dia-min
           move ws-ac-dias                   to ws-det-dias
           move ws-ac-qtd-sr                 to ws-det-qtd-sr

           add 1 to ws-qtd-registros
           move ws-reg-estacao to ws-tr-registro(ws-qtd-registros)

           add ws-det-estacao to ws-fim-soma-estacoes
           add ws-det-dias    to ws-fim-soma-dias
           add ws-det-media   to ws-fim-soma-medias
           add ws-det-qtd-sr  to ws-fim-soma-sr

           move ws-det-media to ws-disp-temp
           display "Estacao " ws-est-corrente ": " ws-ac-dias " dias,"
                   " media " ws-disp-temp ", S/R " ws-ac-qtd-sr
           .
       processa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula os dias do mes no resumo da estacao (media das
      *>  leituras e medias das maximas/minimas, como em NormaisTemp)
      *>------------------------------------------------------------------------
       le-resumo-mes section.

           move zero to ws-ac-dias
           move zero to ws-ac-qtd
           move zero to ws-ac-soma
           move zero to ws-ac-soma-max
           move zero to ws-ac-soma-min
           move zero to ws-ac-dia-max
           move zero to ws-ac-dia-min

           move "resTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-resumo

           open input arqResumo
           if ws-fs-resumo <> 0 then
               display "File Status ao abrir " ws-nome-resumo ": "
                       ws-fs-resumo
               go to le-resumo-mes-exit
           end-if

           move "N"        to ws-fim-arquivo
           move ws-ref-ano to fd-res-ano
           move ws-ref-mes to fd-res-mes
           move 01         to fd-res-dia
           start arqResumo key is not less than fd-res-chave
               invalid key move "S" to ws-fim-arquivo
           end-start

           perform until fim-arquivo
               read arqResumo next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if fd-res-ano <> ws-ref-ano
                       or fd-res-mes <> ws-ref-mes then
                           move "S" to ws-fim-arquivo
                       else
                           if fd-res-qtd > zero then
                               perform acumula-dia
                           end-if
                       end-if
               end-read
           end-perform

           close arqResumo
           .
       le-resumo-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um dia do resumo no mes da estacao
      *>------------------------------------------------------------------------
       acumula-dia section.

           add 1              to ws-ac-dias
           add fd-res-qtd     to ws-ac-qtd
           add fd-res-soma    to ws-ac-soma
           add fd-res-max     to ws-ac-soma-max
           add fd-res-min     to ws-ac-soma-min

           if ws-ac-dias = 1 or fd-res-max > ws-ac-max-abs then
               move fd-res-max to ws-ac-max-abs
               move fd-res-dia to ws-ac-dia-max
           end-if
           if ws-ac-dias = 1 or fd-res-min < ws-ac-min-abs then
               move fd-res-min to ws-ac-min-abs
               move fd-res-dia to ws-ac-dia-min
           end-if
           .
       acumula-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as leituras S e R do mes num arquivo da estacao
      *>  (ws-nome-arquivo: vivo ou arquivado)
      *>------------------------------------------------------------------------
       conta-qualidade section.

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               go to conta-qualidade-exit
           end-if

           move "N"        to ws-fim-arquivo
           move ws-ref-ano to fd-ano
           move ws-ref-mes to fd-mes
           move 01         to fd-dia
           move 00         to fd-hora
           start arqTemp key is not less than fd-chave
               invalid key move "S" to ws-fim-arquivo
           end-start

           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if fd-ano <> ws-ref-ano
                       or fd-mes <> ws-ref-mes then
                           move "S" to ws-fim-arquivo
                       else
                           if fd-qualidade = "S" or fd-qualidade = "R"
                               add 1 to ws-ac-qtd-sr
                           end-if
                       end-if
               end-read
           end-perform

           close arqTemp
           .
       conta-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o arquivo de transmissao (cabecalho, estacoes e
      *>  fechamento com os totais de controle) e a linha do log
      *>------------------------------------------------------------------------
       grava-transmissao section.

           open output arqTransmissao
           if ws-fs-transmissao <> 0 then
               display "File Status ao abrir " ws-nome-transmissao ": "
                       ws-fs-transmissao " - transmissao nao gerada."
               go to grava-transmissao-exit
           end-if

           move function current-date     to ws-data-hora-sistema
           move ws-ref-ano                to ws-cab-ano
           move ws-ref-mes                to ws-cab-mes
           move ws-sequencia              to ws-cab-sequencia
           move ws-tipo-envio             to ws-cab-tipo-envio
           move ws-data-hora-sistema(1:8) to ws-cab-data
           move ws-data-hora-sistema(9:6) to ws-cab-hora
           move ws-operador               to ws-cab-operador
           move ws-reg-cabecalho to fd-linha-transmissao
           write fd-linha-transmissao

           perform varying ws-reg-idx from 1 by 1
                     until ws-reg-idx > ws-qtd-registros
               move ws-tr-registro(ws-reg-idx) to fd-linha-transmissao
               write fd-linha-transmissao
           end-perform

           move ws-qtd-registros to ws-fim-registros
           move ws-reg-fechamento to fd-linha-transmissao
           write fd-linha-transmissao

           if ws-fs-transmissao <> 0 then
               display "File Status ao gravar " ws-nome-transmissao ": "
                       ws-fs-transmissao " - transmissao nao registrada."
               close arqTransmissao
               go to grava-transmissao-exit
           end-if
           close arqTransmissao

           perform grava-envio
           .
       grava-transmissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o envio no log de transmissoes
      *>------------------------------------------------------------------------
       grava-envio section.

           open extend arqEnvio
           if ws-fs-envio = 35 then
               open output arqEnvio
           end-if
           if ws-fs-envio <> 0 then
               display "File Status ao abrir log de transmissoes: "
                       ws-fs-envio " - envio nao registrado."
               go to grava-envio-exit
           end-if

           move ws-ref-ano                to ws-env-ano
           move ws-ref-mes                to ws-env-mes
           move ws-sequencia              to ws-env-sequencia
           move ws-tipo-envio             to ws-env-tipo
           move ws-nome-transmissao       to ws-env-arquivo
           move ws-qtd-registros          to ws-env-registros
           move ws-data-hora-sistema(1:8) to ws-env-data
           move ws-data-hora-sistema(9:6) to ws-env-hora
           move ws-operador               to ws-env-operador
           move ws-motivo-correcao        to ws-env-motivo

           move ws-reg-envio to fd-linha-envio
           write fd-linha-envio
           if ws-fs-envio <> 0 then
               display "File Status ao gravar log de transmissoes: "
                       ws-fs-envio
           end-if

           close arqEnvio
           .
       grava-envio-exit.
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
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if operador-valido then
               display " "
               display "--------------------------------------------------------------------"
               display " Mes de referencia               : " ws-ref-mes
                       "/" ws-ref-ano
               display " Estacoes transmitidas           : "
                       ws-qtd-registros
               display " Estacoes fora da transmissao    : " ws-tot-fora
               if ws-qtd-registros > zero then
                   display " Arquivo de transmissao          : "
                           ws-nome-transmissao
                   if ws-tipo-envio = "S" then
                       display " Correcao em substituicao da"
                               " sequencia " ws-ult-sequencia
                   end-if
               end-if
               display "===================================================================="
           end-if

           stop run
           .
       finaliza-exit.
           exit.

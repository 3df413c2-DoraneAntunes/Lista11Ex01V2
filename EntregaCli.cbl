      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "EntregaCli".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Rodada de entrega aos clientes: para o mes de referencia
      *>informado, percorre o cadastro de clientes (arqCliente.txt,
      *>mantido na tela Manter Clientes de Lista11Ex01V2) e, para cada
      *>cliente ativo com entrega prevista no mes, gera dois arquivos a
      *>partir do resumo diario (resTempNN.txt) de cada estacao
      *>contratada, com os valores do contrato gravados no cadastro:
      *>  - graus-dia (gdCliCCCCAAAAMM.txt): por estacao e por mes,
      *>    graus-dia de aquecimento e de resfriamento pelas bases do
      *>    contrato, na mesma conta do GrausDiaTemp;
      *>  - eventos (evCliCCCCAAAAMM.txt): por estacao, sequencias de
      *>    calor com a duracao minima do contrato e dias de geada, na
      *>    mesma conta do EventosTemp.
      *>A frequencia de entrega define o periodo coberto e os meses em
      *>que o cliente recebe: M = mensal (o proprio mes), T = trimestral
      *>(em marco, junho, setembro e dezembro, o trimestre que termina
      *>no mes) e A = anual (em dezembro, o ano inteiro). Pedido de um
      *>cliente so (reenvio) gera o periodo da frequencia terminando no
      *>mes informado, mesmo fora do mes previsto.
      *>Cada arquivo gerado deixa uma linha no log de entregas
      *>(logEntrega.txt) com cliente, tipo, periodo, nome do arquivo,
      *>data/hora do envio e operador - e a prova do que cada cliente
      *>recebeu. As leituras estimadas (EstimaTemp) entram na media do
      *>dia, como no padrao do GrausDiaTemp.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCliente assign to ws-nome-arqcliente
           organization is indexed
           access mode is dynamic
           record key is fd-cli-codigo
           file status is ws-fs-arqCliente.

           select arqResumo assign to ws-nome-resumo
           organization is indexed
           access mode is dynamic
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqGrausDia assign to ws-nome-gd
           organization is line sequential
           access mode is sequential
           file status is ws-fs-gd.

           select arqEventos assign to ws-nome-ev
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ev.

           select arqEntrega assign to ws-nome-entrega
           organization is line sequential
           access mode is sequential
           file status is ws-fs-entrega.

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

       fd arqGrausDia.
       01 fd-linha-gd                               pic x(80).

       fd arqEventos.
       01 fd-linha-ev                               pic x(80).

       fd arqEntrega.
       01 fd-linha-entrega                          pic x(90).

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

       77  ws-fs-arqCliente                        pic  9(02).
       77  ws-fs-resumo                            pic  9(02).
       77  ws-fs-gd                                pic  9(02).
       77  ws-fs-ev                                pic  9(02).
       77  ws-fs-entrega                           pic  9(02).

       77  ws-nome-arqcliente                      pic  x(20)
                                                    value "arqCliente.txt".
       77  ws-nome-resumo                          pic  x(20).
       77  ws-nome-gd                              pic  x(20).
       77  ws-nome-ev                              pic  x(20).
       77  ws-nome-entrega                         pic  x(20)
                                                    value "logEntrega.txt".

       77  ws-fim-clientes                         pic  x(01) value "N".
           88  fim-clientes                        value "S".
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".
       77  ws-entrega-aberta                       pic  x(01) value "N".
           88  entrega-aberta                      value "S".
       77  ws-cliente-aberto                       pic  x(01) value "N".
           88  cliente-aberto                      value "S".

      *>nomes do cadastro mestre de estacoes, para os cabecalhos; sem o
      *>cadastro os arquivos saem so com os numeros, como GrausDiaTemp
       77  ws-fs-arqEstacao                        pic  9(02).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".
       77  ws-fim-estacoes                         pic  x(01) value "N".
           88  fim-estacoes                        value "S".
       01  ws-nomes-estacoes.
           05 ws-nome-est                          pic  x(30)
                                                    occurs 99 times.

      *>cadastro mestre de operadores, como em RelatorioTemp
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

      *>mes de referencia da rodada e cliente pedido (0 = todos)
       77  ws-ref-mes                              pic  9(02).
       77  ws-ref-ano                              pic  9(04).
       77  ws-cliente-pedido                       pic  9(04) value zero.

      *>periodo coberto pela entrega do cliente corrente: meses contados
      *>de forma corrida (ano * 12 + mes - 1) para voltar atras do mes
      *>de referencia atravessando a virada do ano
       77  ws-qtd-meses                            pic  9(02).
       77  ws-mes-abs                              pic  9(06).
       77  ws-ini-abs                              pic  9(06).
       01  ws-periodo.
           05 ws-per-ini.
              10 ws-per-ini-ano                    pic  9(04).
              10 ws-per-ini-mes                    pic  9(02).
           05 ws-per-fim.
              10 ws-per-fim-ano                    pic  9(04).
              10 ws-per-fim-mes                    pic  9(02).
       77  ws-per-fim-num                          pic  9(06).
       77  ws-mes-lido                             pic  9(06).
       77  ws-entrega-prevista                     pic  x(01).
           88  entrega-prevista                    value "S".

      *>valores do contrato do cliente corrente
       77  ws-base-aquec-num                       pic s9(02)v9(05).
       77  ws-base-resfr-num                       pic s9(02)v9(05).
       77  ws-limiar-calor-num                     pic s9(02)v9(05).
       77  ws-limiar-geada-num                     pic s9(02)v9(05).
       77  ws-minimo-dias                          pic  9(02).
       77  ws-cli-idx                              pic  9(01).
       77  ws-est-corrente                         pic  9(02).

      *>graus-dia: acumuladores do mes e da estacao correntes
       77  ws-gd-dia                               pic s9(03)v9(05).
       01  ws-mes-corrente.
           05 ws-mc-ano                            pic 9(04) value zero.
           05 ws-mc-mes                            pic 9(02) value zero.
       77  ws-mc-dias                              pic 9(02) value zero.
       77  ws-mc-aquec                             pic 9(05)v9(02) value zero.
       77  ws-mc-resfr                             pic 9(05)v9(02) value zero.
       77  ws-tem-mes-aberto                       pic x(01) value "N".
           88  tem-mes-aberto                      value "S".
       77  ws-tc-dias                              pic 9(05) value zero.
       77  ws-tc-aquec                             pic 9(07)v9(02) value zero.
       77  ws-tc-resfr                             pic 9(07)v9(02) value zero.

      *>eventos: sequencia de calor em andamento e totais da estacao,
      *>como em EventosTemp
       77  ws-data-aaaammdd                        pic 9(08).
       77  ws-dia-corrido                          pic 9(07).
       77  ws-dia-corrido-ant                      pic 9(07) value zero.
       01  ws-sequencia.
           05 ws-seq-qtd                           pic 9(03) value zero.
           05 ws-seq-pico                          pic s9(02)v9(05).
           05 ws-seq-inicio.
               10 ws-seq-dia                       pic 9(02).
               10 ws-seq-mes                       pic 9(02).
               10 ws-seq-ano                       pic 9(04).
       77  ws-total-sequencias                     pic 9(04) value zero.
       77  ws-total-dias-calor                     pic 9(05) value zero.
       77  ws-total-dias-geada                     pic 9(05) value zero.
       01  ws-disp-temp                            pic -99,99999.

       77  ws-total-clientes                       pic 9(04) value zero.
       77  ws-total-fora-mes                       pic 9(04) value zero.
       77  ws-total-inativos                       pic 9(04) value zero.
       77  ws-total-arquivos                       pic 9(04) value zero.

       77  ws-data-hora-sistema                    pic  x(21).
       01  ws-linha-rel                            pic  x(80).

      *>cabecalhos dos arquivos entregues
       01  ws-cab-cliente.
           05 filler                               pic x(10)
                                                    value " Cliente: ".
           05 ws-cab-cli-codigo                    pic 9(04).
           05 filler                               pic x(03) value " - ".
           05 ws-cab-cli-nome                      pic x(30).

       01  ws-cab-periodo.
           05 filler                               pic x(10)
                                                    value " Periodo: ".
           05 ws-cab-ini-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-ini-ano                       pic 9(04).
           05 filler                               pic x(03) value " a ".
           05 ws-cab-fim-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-fim-ano                       pic 9(04).
           05 filler                               pic x(15)
                                                    value "   Frequencia: ".
           05 ws-cab-frequencia                    pic x(01).

       01  ws-cab-bases.
           05 filler                               pic x(19)
                                value " Base aquecimento: ".
           05 ws-cab-base-aquec                    pic -99,99.
           05 filler                               pic x(21)
                                value "  Base resfriamento: ".
           05 ws-cab-base-resfr                    pic -99,99.

       01  ws-cab-limiares.
           05 filler                               pic x(16)
                                value " Limiar calor: ".
           05 ws-cab-limiar-calor                  pic -99,99.
           05 filler                               pic x(16)
                                value "  Limiar geada: ".
           05 ws-cab-limiar-geada                  pic -99,99.
           05 filler                               pic x(18)
                                value "  Duracao minima: ".
           05 ws-cab-minimo-dias                   pic 9(02).

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

       01  ws-det-mensal.
           05 filler                               pic x(01) value space.
           05 ws-det-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(04) value spaces.
           05 ws-det-dias                          pic 9(02).
           05 filler                               pic x(05) value spaces.
           05 ws-det-aquec                         pic 99999,99.
           05 filler                               pic x(04) value spaces.
           05 ws-det-resfr                         pic 99999,99.

       01  ws-tot-estacao.
           05 filler                               pic x(09)
                                                    value " TOTAL   ".
           05 ws-tot-dias                          pic 9(05).
           05 filler                               pic x(02) value spaces.
           05 ws-tot-aquec                         pic 9999999,99.
           05 filler                               pic x(02) value spaces.
           05 ws-tot-resfr                         pic 9999999,99.

      *>linha do log de entregas: cliente, tipo (GD = graus-dia,
      *>EV = eventos), periodo aaaamm-aaaamm, arquivo, data/hora do
      *>envio e operador
       01  ws-reg-entrega.
           05 ws-ent-cliente                       pic  9(04).
           05 filler                               pic  x(01) value space.
           05 ws-ent-tipo                          pic  x(02).
           05 filler                               pic  x(01) value space.
           05 ws-ent-per-ini                       pic  9(06).
           05 filler                               pic  x(01) value "-".
           05 ws-ent-per-fim                       pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-ent-arquivo                       pic  x(20).
           05 filler                               pic  x(01) value space.
           05 ws-ent-data                          pic  9(08).
           05 ws-ent-hora                          pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-ent-operador                      pic  x(10).

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
                       " entrega nao realizada."
               go to inicializa-exit
           end-if

           display "Mes de referencia da entrega (01-12): "
           accept ws-ref-mes
           display "Ano de referencia da entrega (aaaa): "
           accept ws-ref-ano
           if ws-ref-mes < 1 or ws-ref-mes > 12
           or ws-ref-ano < 1900 or ws-ref-ano > 2100 then
               display "Mes/ano de referencia invalido - entrega nao"
                       " realizada."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           display "Cliente (Enter = todos com entrega no mes): "
           accept ws-cliente-pedido

           open input arqCliente
           if ws-fs-arqCliente <> 0 then
               display "Cadastro de clientes indisponivel (file status "
                       ws-fs-arqCliente ") - entrega nao realizada."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if
           move "S" to ws-cliente-aberto

           open extend arqEntrega
           if ws-fs-entrega = 35 then
               open output arqEntrega
           end-if
           if ws-fs-entrega <> 0 then
               display "File Status ao abrir log de entregas: "
                       ws-fs-entrega " - entrega nao realizada."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if
           move "S" to ws-entrega-aberta

           perform carrega-estacoes

           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(7:2) to ws-emi-dia
           move ws-data-hora-sistema(5:2) to ws-emi-mes
           move ws-data-hora-sistema(1:4) to ws-emi-ano
           move ws-operador               to ws-emi-operador

           compute ws-mes-abs = ws-ref-ano * 12 + ws-ref-mes - 1
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

           move "EntregaCli"               to ws-seg-programa
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
      *>  Carrega os nomes do cadastro mestre de estacoes (se existir),
      *>  como faz GrausDiaTemp
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           move spaces to ws-nomes-estacoes

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
                       end-if
               end-read
           end-perform

           close arqEstacao
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - um cliente pedido pelo codigo ou o
      *>  cadastro inteiro em ordem de codigo
      *>------------------------------------------------------------------------
       processamento section.

           if not operador-valido then
               go to processamento-exit
           end-if

           if ws-cliente-pedido <> zero then
               move ws-cliente-pedido to fd-cli-codigo
               read arqCliente key is fd-cli-codigo
                   invalid key
                       display "Cliente " ws-cliente-pedido
                               " nao cadastrado."
                   not invalid key
                       perform processa-cliente
               end-read
               go to processamento-exit
           end-if

           move zero to fd-cli-codigo
           start arqCliente key is not less than fd-cli-codigo
               invalid key move "S" to ws-fim-clientes
           end-start

           perform until fim-clientes
               read arqCliente next record
                   at end
                       move "S" to ws-fim-clientes
                   not at end
                       perform processa-cliente
               end-read
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa um cliente: confere situacao e frequencia, monta o
      *>  periodo, gera os dois arquivos percorrendo as estacoes do
      *>  contrato e registra as entregas no log
      *>------------------------------------------------------------------------
       processa-cliente section.

           add 1 to ws-total-clientes

           if fd-cli-ativo <> "S" and fd-cli-ativo <> "s" then
               add 1 to ws-total-inativos
               if ws-cliente-pedido <> zero then
                   display "Cliente " fd-cli-codigo " inativo -"
                           " entrega nao realizada."
               end-if
               go to processa-cliente-exit
           end-if

      *>   frequencia: quantidade de meses cobertos e mes de entrega
           move "S" to ws-entrega-prevista
           evaluate fd-cli-frequencia
               when "T"
               when "t"
                   move 3 to ws-qtd-meses
                   if function mod(ws-ref-mes, 3) <> zero then
                       move "N" to ws-entrega-prevista
                   end-if
               when "A"
               when "a"
                   move 12 to ws-qtd-meses
                   if ws-ref-mes <> 12 then
                       move "N" to ws-entrega-prevista
                   end-if
               when other
                   move 1 to ws-qtd-meses
           end-evaluate

           if not entrega-prevista
           and ws-cliente-pedido = zero then
               add 1 to ws-total-fora-mes
               go to processa-cliente-exit
           end-if

           compute ws-ini-abs = ws-mes-abs - ws-qtd-meses + 1
           divide ws-ini-abs by 12 giving ws-per-ini-ano
                                remainder ws-per-ini-mes
           add 1 to ws-per-ini-mes
           move ws-ref-ano to ws-per-fim-ano
           move ws-ref-mes to ws-per-fim-mes
           compute ws-per-fim-num = ws-per-fim-ano * 100 + ws-per-fim-mes

           move fd-cli-base-aquec   to ws-base-aquec-num
           move fd-cli-base-resfr   to ws-base-resfr-num
           move fd-cli-limiar-calor to ws-limiar-calor-num
           move fd-cli-limiar-geada to ws-limiar-geada-num
           move fd-cli-minimo-dias  to ws-minimo-dias
           if ws-minimo-dias = zero then
               move 1 to ws-minimo-dias
           end-if

           move spaces to ws-nome-gd
           string "gdCli"        delimited by size
                  fd-cli-codigo  delimited by size
                  ws-ref-ano     delimited by size
                  ws-ref-mes     delimited by size
                  ".txt"         delimited by size
                  into ws-nome-gd
           end-string
           move spaces to ws-nome-ev
           string "evCli"        delimited by size
                  fd-cli-codigo  delimited by size
                  ws-ref-ano     delimited by size
                  ws-ref-mes     delimited by size
                  ".txt"         delimited by size
                  into ws-nome-ev
           end-string

           open output arqGrausDia
           if ws-fs-gd <> 0 then
               display "File Status ao abrir " ws-nome-gd ": " ws-fs-gd
               go to processa-cliente-exit
           end-if
           open output arqEventos
           if ws-fs-ev <> 0 then
               display "File Status ao abrir " ws-nome-ev ": " ws-fs-ev
               close arqGrausDia
               go to processa-cliente-exit
           end-if

           perform cabecalho-cliente

           perform varying ws-cli-idx from 1 by 1 until ws-cli-idx > 5
               if fd-cli-estacao(ws-cli-idx) <> zero then
                   move fd-cli-estacao(ws-cli-idx) to ws-est-corrente
                   perform processa-estacao
               end-if
           end-perform

           close arqGrausDia
           close arqEventos

           move "GD"       to ws-ent-tipo
           move ws-nome-gd to ws-ent-arquivo
           perform grava-entrega
           move "EV"       to ws-ent-tipo
           move ws-nome-ev to ws-ent-arquivo
           perform grava-entrega

           display "Cliente " fd-cli-codigo " - " fd-cli-nome
           display "   entregue " ws-nome-gd " e " ws-nome-ev
                   " (" ws-per-ini-mes "/" ws-per-ini-ano " a "
                   ws-per-fim-mes "/" ws-per-fim-ano ")"
           .
       processa-cliente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho dos dois arquivos do cliente: cliente, periodo,
      *>  valores do contrato e emissao
      *>------------------------------------------------------------------------
       cabecalho-cliente section.

           move fd-cli-codigo       to ws-cab-cli-codigo
           move fd-cli-nome         to ws-cab-cli-nome
           move ws-per-ini-mes      to ws-cab-ini-mes
           move ws-per-ini-ano      to ws-cab-ini-ano
           move ws-per-fim-mes      to ws-cab-fim-mes
           move ws-per-fim-ano      to ws-cab-fim-ano
           move fd-cli-frequencia   to ws-cab-frequencia
           move ws-base-aquec-num   to ws-cab-base-aquec
           move ws-base-resfr-num   to ws-cab-base-resfr
           move ws-limiar-calor-num to ws-cab-limiar-calor
           move ws-limiar-geada-num to ws-cab-limiar-geada
           move ws-minimo-dias      to ws-cab-minimo-dias

           move all "=" to ws-linha-rel
           perform grava-linha-gd
           move "   GRAUS-DIA - AQUECIMENTO / RESFRIAMENTO" to ws-linha-rel
           perform grava-linha-gd
           move ws-cab-cliente  to ws-linha-rel
           perform grava-linha-gd
           move ws-cab-periodo  to ws-linha-rel
           perform grava-linha-gd
           move ws-cab-bases    to ws-linha-rel
           perform grava-linha-gd
           move ws-cab-emissao  to ws-linha-rel
           perform grava-linha-gd
           move all "=" to ws-linha-rel
           perform grava-linha-gd

           move all "=" to ws-linha-rel
           perform grava-linha-ev
           move "   EVENTOS EXTREMOS - CALOR / GEADA" to ws-linha-rel
           perform grava-linha-ev
           move ws-cab-cliente  to ws-linha-rel
           perform grava-linha-ev
           move ws-cab-periodo  to ws-linha-rel
           perform grava-linha-ev
           move ws-cab-limiares to ws-linha-rel
           perform grava-linha-ev
           move ws-cab-emissao  to ws-linha-rel
           perform grava-linha-ev
           move all "=" to ws-linha-rel
           perform grava-linha-ev
           .
       cabecalho-cliente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa uma estacao do contrato: le o resumo a partir do
      *>  primeiro dia do periodo ate o fim do mes de referencia,
      *>  acumulando graus-dia por mes e detectando os eventos
      *>------------------------------------------------------------------------
       processa-estacao section.

           move ws-est-corrente              to ws-cab-est-numero
           move ws-nome-est(ws-est-corrente) to ws-cab-est-nome
           move spaces to ws-linha-rel
           perform grava-linha-gd
           move ws-cab-estacao to ws-linha-rel
           perform grava-linha-gd
           move spaces to ws-linha-rel
           perform grava-linha-ev
           move ws-cab-estacao to ws-linha-rel
           perform grava-linha-ev

           move zero to ws-mc-ano
           move zero to ws-mc-mes
           move "N"  to ws-tem-mes-aberto
           move zero to ws-tc-dias
           move zero to ws-tc-aquec
           move zero to ws-tc-resfr
           move zero to ws-seq-qtd
           move zero to ws-dia-corrido-ant
           move zero to ws-total-sequencias
           move zero to ws-total-dias-calor
           move zero to ws-total-dias-geada
           move "N"  to ws-fim-arquivo

           if ws-est-corrente = 01 then
               move "resTemp.txt" to ws-nome-resumo
           else
               move spaces to ws-nome-resumo
               string "resTemp"       delimited by size
                      ws-est-corrente delimited by size
                      ".txt"          delimited by size
                      into ws-nome-resumo
           end-if

           open input arqResumo
           if ws-fs-resumo <> 0 then
               move " Resumo diario da estacao indisponivel - sem dados"
                 to ws-linha-rel
               perform grava-linha-gd
               move " Resumo diario da estacao indisponivel - sem dados"
                 to ws-linha-rel
               perform grava-linha-ev
               display "File Status ao abrir " ws-nome-resumo ": "
                       ws-fs-resumo
               go to processa-estacao-exit
           end-if

           move " MES/ANO    DIAS   GD-AQUEC    GD-RESFR" to ws-linha-rel
           perform grava-linha-gd
           move all "-" to ws-linha-rel
           perform grava-linha-gd

           move ws-per-ini-ano to fd-res-ano
           move ws-per-ini-mes to fd-res-mes
           move 01             to fd-res-dia
           start arqResumo key is not less than fd-res-chave
               invalid key move "S" to ws-fim-arquivo
           end-start

           perform until fim-arquivo
               read arqResumo next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       compute ws-mes-lido = fd-res-ano * 100 + fd-res-mes
                       if ws-mes-lido > ws-per-fim-num then
                           move "S" to ws-fim-arquivo
                       else
                           if fd-res-qtd > zero then
                               perform acumula-graus-dia
                               perform analisa-eventos
                           end-if
                       end-if
               end-read
           end-perform

           close arqResumo

           if tem-mes-aberto then
               perform emite-linha-mes
           end-if
           if ws-seq-qtd > 0 then
               perform fecha-sequencia
           end-if

           move all "-" to ws-linha-rel
           perform grava-linha-gd
           move ws-tc-dias  to ws-tot-dias
           move ws-tc-aquec to ws-tot-aquec
           move ws-tc-resfr to ws-tot-resfr
           move ws-tot-estacao to ws-linha-rel
           perform grava-linha-gd

           move spaces to ws-linha-rel
           string " Sequencias de calor: " delimited by size
                  ws-total-sequencias      delimited by size
                  "  dias de calor: "      delimited by size
                  ws-total-dias-calor      delimited by size
                  "  dias de geada: "      delimited by size
                  ws-total-dias-geada      delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-ev
           .
       processa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Graus-dia de um dia pela media diaria do resumo, com quebra de
      *>  mes, como acumula-dia de GrausDiaTemp
      *>------------------------------------------------------------------------
       acumula-graus-dia section.

           if fd-res-ano <> ws-mc-ano
           or fd-res-mes <> ws-mc-mes then
               if tem-mes-aberto then
                   perform emite-linha-mes
               end-if
               move fd-res-ano to ws-mc-ano
               move fd-res-mes to ws-mc-mes
               move zero       to ws-mc-dias
               move zero       to ws-mc-aquec
               move zero       to ws-mc-resfr
               move "S"        to ws-tem-mes-aberto
           end-if

           add 1 to ws-mc-dias

           compute ws-gd-dia = ws-base-aquec-num - fd-res-media
           if ws-gd-dia > zero then
               add ws-gd-dia to ws-mc-aquec
           end-if

           compute ws-gd-dia = fd-res-media - ws-base-resfr-num
           if ws-gd-dia > zero then
               add ws-gd-dia to ws-mc-resfr
           end-if
           .
       acumula-graus-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emite a linha do mes que acabou de fechar e acumula na estacao
      *>------------------------------------------------------------------------
       emite-linha-mes section.

           move ws-mc-mes   to ws-det-mes
           move ws-mc-ano   to ws-det-ano
           move ws-mc-dias  to ws-det-dias
           move ws-mc-aquec to ws-det-aquec
           move ws-mc-resfr to ws-det-resfr
           move ws-det-mensal to ws-linha-rel
           perform grava-linha-gd

           add ws-mc-dias  to ws-tc-dias
           add ws-mc-aquec to ws-tc-aquec
           add ws-mc-resfr to ws-tc-resfr
           .
       emite-linha-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos de um dia, como fecha-dia de EventosTemp: geada pela
      *>  minima diaria; calor pela maxima, estendendo a sequencia
      *>  quando o dia e o seguinte ao anterior
      *>------------------------------------------------------------------------
       analisa-eventos section.

           compute ws-data-aaaammdd
               = fd-res-ano * 10000 + fd-res-mes * 100 + fd-res-dia
           move function integer-of-date(ws-data-aaaammdd)
               to ws-dia-corrido

           if fd-res-min <= ws-limiar-geada-num then
               add 1 to ws-total-dias-geada
               move fd-res-min to ws-disp-temp
               move spaces to ws-linha-rel
               string " GEADA  "          delimited by size
                      fd-res-dia          delimited by size
                      "/"                 delimited by size
                      fd-res-mes          delimited by size
                      "/"                 delimited by size
                      fd-res-ano          delimited by size
                      " - minima diaria " delimited by size
                      ws-disp-temp        delimited by size
                      into ws-linha-rel
               end-string
               perform grava-linha-ev
           end-if

           if fd-res-max >= ws-limiar-calor-num then
               if ws-seq-qtd > 0
               and ws-dia-corrido = ws-dia-corrido-ant + 1 then
                   add 1 to ws-seq-qtd
                   if fd-res-max > ws-seq-pico then
                       move fd-res-max to ws-seq-pico
                   end-if
               else
                   if ws-seq-qtd > 0 then
                       perform fecha-sequencia
                   end-if
                   move 1          to ws-seq-qtd
                   move fd-res-max to ws-seq-pico
                   move fd-res-dia to ws-seq-dia
                   move fd-res-mes to ws-seq-mes
                   move fd-res-ano to ws-seq-ano
               end-if
           else
               if ws-seq-qtd > 0 then
                   perform fecha-sequencia
               end-if
           end-if

           move ws-dia-corrido to ws-dia-corrido-ant
           .
       analisa-eventos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha a sequencia de calor corrente: entra no arquivo quando
      *>  atingiu a duracao minima do contrato
      *>------------------------------------------------------------------------
       fecha-sequencia section.

           if ws-seq-qtd >= ws-minimo-dias then
               add 1          to ws-total-sequencias
               add ws-seq-qtd to ws-total-dias-calor
               move ws-seq-pico to ws-disp-temp
               move spaces to ws-linha-rel
               string " CALOR  inicio "   delimited by size
                      ws-seq-dia          delimited by size
                      "/"                 delimited by size
                      ws-seq-mes          delimited by size
                      "/"                 delimited by size
                      ws-seq-ano          delimited by size
                      " - duracao "       delimited by size
                      ws-seq-qtd          delimited by size
                      " dia(s) - pico "   delimited by size
                      ws-disp-temp        delimited by size
                      into ws-linha-rel
               end-string
               perform grava-linha-ev
           end-if

           move zero to ws-seq-qtd
           .
       fecha-sequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no arquivo de graus-dia do cliente
      *>------------------------------------------------------------------------
       grava-linha-gd section.

           move ws-linha-rel to fd-linha-gd
           write fd-linha-gd
           if ws-fs-gd <> 0 then
               display "File Status ao gravar " ws-nome-gd ": " ws-fs-gd
           end-if
           move spaces to ws-linha-rel
           .
       grava-linha-gd-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no arquivo de eventos do cliente
      *>------------------------------------------------------------------------
       grava-linha-ev section.

           move ws-linha-rel to fd-linha-ev
           write fd-linha-ev
           if ws-fs-ev <> 0 then
               display "File Status ao gravar " ws-nome-ev ": " ws-fs-ev
           end-if
           move spaces to ws-linha-rel
           .
       grava-linha-ev-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no log de entregas um arquivo entregue ao cliente
      *>------------------------------------------------------------------------
       grava-entrega section.

           move function current-date     to ws-data-hora-sistema
           move fd-cli-codigo             to ws-ent-cliente
           move ws-per-ini                to ws-ent-per-ini
           move ws-per-fim-num            to ws-ent-per-fim
           move ws-data-hora-sistema(1:8) to ws-ent-data
           move ws-data-hora-sistema(9:6) to ws-ent-hora
           move ws-operador               to ws-ent-operador

           move ws-reg-entrega to fd-linha-entrega
           write fd-linha-entrega
           if ws-fs-entrega <> 0 then
               display "File Status ao gravar log de entregas: "
                       ws-fs-entrega
           else
               add 1 to ws-total-arquivos
           end-if
           .
       grava-entrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if cliente-aberto then
               close arqCliente
           end-if
           if entrega-aberta then
               close arqEntrega
           end-if

           display " "
           display "--------------------------------------------------------------------"
           display " Clientes lidos                  : " ws-total-clientes
           display " Clientes inativos               : " ws-total-inativos
           display " Clientes sem entrega no mes     : " ws-total-fora-mes
           display " Arquivos entregues e registrados: " ws-total-arquivos
           display "===================================================================="

           stop run
           .
       finaliza-exit.
           exit.

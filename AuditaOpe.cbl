      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "AuditaOpe".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Auditoria de atividade dos operadores: para um intervalo de
      *>datas e, opcionalmente, um unico operador, junta o log de
      *>seguranca (segTemp.txt, gravado por todo programa que confere
      *>operador) com os arquivos de todas as estacoes 01-99 existentes:
      *>  - leituras vivas e arquivadas (arqTempNN/histTempNN): o
      *>    carimbo fd-operador/fd-data-registro/fd-hora-registro;
      *>  - jornal (jrnTempNN): inclusoes (I), alteracoes (A) e
      *>    exclusoes (E); alteracao que troca a qualidade da leitura
      *>    fora da critica automatica (QualidadeTemp) e da correcao de
      *>    calibracao (CalibraTemp) conta como ajuste manual de CQ;
      *>  - periodos (fchTempNN): o ultimo fechamento e a ultima
      *>    reabertura de cada mes, que e o que o registro guarda.
      *>Leitura carimbada no intervalo sem lancamento I/A no jornal com
      *>a mesma imagem conta como inclusao (cadastra-temp, ImportaTemp e
      *>ManutTemp nao passam pelo jornal na inclusao); a conferencia usa
      *>o arquivo de trabalho audTrab.txt, refeito a cada estacao.
      *>Excecoes listadas na parte 1, na ordem em que sao achadas:
      *>mudanca (inclusive fechamento/reabertura) fora do expediente -
      *>antes do inicio, a partir do fim ou em sabado/domingo; mudanca
      *>em mes reaberto, feita depois da reabertura; entrada recusada e
      *>operacao negada por nivel, do log de seguranca.
      *>Parte 2: totais por operador. Exige nivel supervisor.
      *>Saida paginada no molde do relTempNN.txt: audOpe.txt.

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

           select arqJornal assign to ws-nome-jornal
           organization is line sequential
           access mode is sequential
           file status is ws-fs-jornal.

           select arqFechamento assign to ws-nome-fechamento
           organization is indexed
           access mode is sequential
           record key is fd-fch-chave
           file status is ws-fs-fechamento.

           select arqTrabalho assign to ws-nome-trabalho
           organization is indexed
           access mode is dynamic
           record key is fd-trb-chave
           file status is ws-fs-trabalho.

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

      *>imagens I/A do jornal da estacao: chave da leitura + carimbo
       fd arqTrabalho.
       01 fd-trb-reg.
          05 fd-trb-chave.
             10 fd-trb-leitura                     pic  x(10).
             10 fd-trb-operador                    pic  x(10).
             10 fd-trb-data                        pic  9(08).
             10 fd-trb-hora                        pic  9(06).

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
       77  ws-fs-jornal                            pic  9(02).
       77  ws-fs-fechamento                        pic  9(02).
       77  ws-fs-trabalho                          pic  9(02).
       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-jornal                          pic  x(20).
       77  ws-nome-fechamento                      pic  x(20).
       77  ws-nome-trabalho                        pic  x(20)
                                                    value "audTrab.txt".
       77  ws-trab-aberto                          pic  x(01) value "N".
           88  trab-aberto                         value "S".
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".

      *>montagem do nome dos arquivos da estacao, como em MudaEstacao
       77  ws-prefixo-nome                         pic  x(08).
       77  ws-estacao-nome                         pic  9(02).
       77  ws-nome-montado                         pic  x(20).
       77  ws-contador-est                         pic  9(03).
       77  ws-est-corrente                         pic  9(02).
       77  ws-estacoes-lidas                       pic  9(02) value zero.
       77  ws-achou-arquivo                        pic  x(01).
           88  achou-arquivo                       value "S".

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

      *>imagem de leitura do jornal, no layout de fd-temp
       01  ws-img-temp.
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
       01  ws-img-qual-ant                         pic  x(01).

      *>criterios da auditoria
       77  ws-data-ini                             pic  9(08) value zero.
       77  ws-data-fim                             pic  9(08) value zero.
       77  ws-ope-filtro                           pic  x(10) value spaces.
       77  ws-exp-inicio                           pic  9(04) value zero.
       77  ws-exp-fim                              pic  9(04) value zero.

      *>situacao dos periodos da estacao corrente, por ano/mes a partir
      *>de 1900: carimbo da ultima reabertura (zero = nunca reaberto)
       77  ws-fc-idx                               pic  9(04).
       77  ws-max-fc                               pic  9(04) value 2400.
       01  ws-tab-periodos.
           05 ws-fc-periodo                         occurs 2400 times.
               10 ws-fc-reabriu                    pic  9(14).
               10 ws-fc-ope-reabriu                pic  x(10).

      *>evento em analise (mudanca, fechamento/reabertura ou entrada)
       77  ws-ev-data                              pic  9(08).
       77  ws-ev-hora                              pic  9(06).
       77  ws-ev-carimbo                           pic  9(14).
       77  ws-ev-operador                          pic  x(10).
       77  ws-ev-estacao                           pic  x(02).
       77  ws-ev-tipo                              pic  x(01).
           88  ev-inclusao                         value "I".
           88  ev-alteracao                        value "A".
           88  ev-exclusao                         value "E".
           88  ev-ajuste-cq                        value "Q".
           88  ev-fechamento                       value "F".
           88  ev-reabertura                       value "R".
           88  ev-mudanca-leitura                  value "I" "A" "E" "Q".
       77  ws-ev-nome                              pic  x(10).
       77  ws-ev-ref                               pic  x(10).
       77  ws-ev-ano                               pic  9(04).
       77  ws-ev-mes                               pic  9(02).
       77  ws-ev-hhmm                              pic  9(04).
       77  ws-dia-corrido                          pic  9(08).
       77  ws-dia-semana                           pic  9(01).
       77  ws-quociente-aux                        pic  9(08).
       01  ws-ref-periodo.
           05 ws-ref-mes                           pic  9(02).
           05 filler                               pic  x(01) value "/".
           05 ws-ref-ano                           pic  9(04).

      *>totais por operador
       77  ws-max-ope                              pic  9(03) value 200.
       77  ws-qtd-ope                              pic  9(03) value zero.
       77  ws-ope-idx                              pic  9(03).
       77  ws-ope-achado                           pic  9(03).
       77  ws-tab-ope-cheia                        pic  x(01) value "N".
           88  tab-ope-cheia                       value "S".
       01  ws-tab-operadores.
           05 ws-to-operador                        occurs 200 times.
               10 ws-to-id                         pic  x(10).
               10 ws-to-contadores.
                   15 ws-to-entradas               pic  9(05).
                   15 ws-to-falhas                 pic  9(05).
                   15 ws-to-negadas                pic  9(05).
                   15 ws-to-inclusoes              pic  9(05).
                   15 ws-to-alteracoes             pic  9(05).
                   15 ws-to-exclusoes              pic  9(05).
                   15 ws-to-ajustes-cq             pic  9(05).
                   15 ws-to-fechamentos            pic  9(05).
                   15 ws-to-reaberturas            pic  9(05).
                   15 ws-to-excecoes               pic  9(05).
       01  ws-tot-geral.
           05 ws-tg-entradas                       pic  9(06) value zero.
           05 ws-tg-falhas                         pic  9(06) value zero.
           05 ws-tg-negadas                        pic  9(06) value zero.
           05 ws-tg-inclusoes                      pic  9(06) value zero.
           05 ws-tg-alteracoes                     pic  9(06) value zero.
           05 ws-tg-exclusoes                      pic  9(06) value zero.
           05 ws-tg-ajustes-cq                     pic  9(06) value zero.
           05 ws-tg-fechamentos                    pic  9(06) value zero.
           05 ws-tg-reaberturas                    pic  9(06) value zero.
           05 ws-tg-excecoes                       pic  9(06) value zero.

      *>arquivo de impressao paginado, no molde de RelatorioTemp
       77  ws-fs-relatorio                         pic  9(02).
       77  ws-nome-relatorio                       pic  x(20)
                                                    value "audOpe.txt".
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

       01  ws-cab-criterio.
           05 filler                               pic x(10)
                                                    value " Periodo: ".
           05 ws-cab-ini-dia                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-ini-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-ini-ano                       pic 9(04).
           05 filler                               pic x(03) value " a ".
           05 ws-cab-fim-dia                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-fim-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-fim-ano                       pic 9(04).
           05 filler                               pic x(13)
                                                    value "  Auditado: ".
           05 ws-cab-auditado                      pic x(10).

       01  ws-cab-expediente.
           05 filler                               pic x(14)
                                                    value " Expediente: ".
           05 ws-cab-exp-ini-hh                    pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-exp-ini-mm                    pic 9(02).
           05 filler                               pic x(03) value " a ".
           05 ws-cab-exp-fim-hh                    pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-exp-fim-mm                    pic 9(02).
           05 filler                               pic x(26)
                                value ", de segunda a sexta-feira".

       01  ws-cab-pagina.
           05 filler                               pic x(62) value spaces.
           05 filler                               pic x(08)
                                                    value "Pagina: ".
           05 ws-cab-num-pagina                    pic 9(04).

       01  ws-det-excecao.
           05 filler                               pic x(01) value space.
           05 ws-exc-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exc-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exc-ano                           pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-exc-hh                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-exc-mm                            pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-exc-operador                      pic x(10).
           05 filler                               pic x(01) value space.
           05 ws-exc-estacao                       pic x(02).
           05 filler                               pic x(01) value space.
           05 ws-exc-texto                         pic x(48).

       01  ws-det-operador.
           05 filler                               pic x(01) value space.
           05 ws-det-id                            pic x(10).
           05 ws-det-entradas                      pic zzzzz9.
           05 ws-det-falhas                        pic zzzzz9.
           05 ws-det-negadas                       pic zzzzz9.
           05 ws-det-inclusoes                     pic zzzzz9.
           05 ws-det-alteracoes                    pic zzzzz9.
           05 ws-det-exclusoes                     pic zzzzz9.
           05 ws-det-ajustes-cq                    pic zzzzz9.
           05 ws-det-fechamentos                   pic zzzzz9.
           05 ws-det-reaberturas                   pic zzzzz9.
           05 ws-det-excecoes                      pic zzzzz9.

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
                       " auditoria nao emitida."
               go to inicializa-exit
           end-if
           if not operador-supervisor then
               display "A auditoria de operadores exige operador de"
                       " nivel supervisor - operacao recusada."
               move "auditoria de operadores exige supervisor"
                 to ws-seg-detalhe
               perform registra-recusa
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           move function current-date to ws-data-hora-sistema

           display "Data inicial (aaaammdd, Enter = dia 1 do mes): "
           accept ws-data-ini
           if ws-data-ini = zero then
               move ws-data-hora-sistema(1:6) to ws-data-ini(1:6)
               move "01"                      to ws-data-ini(7:2)
           end-if
           display "Data final (aaaammdd, Enter = hoje): "
           accept ws-data-fim
           if ws-data-fim = zero then
               move ws-data-hora-sistema(1:8) to ws-data-fim
           end-if
           if function test-date-yyyymmdd(ws-data-ini) <> zero
           or function test-date-yyyymmdd(ws-data-fim) <> zero
           or ws-data-ini > ws-data-fim then
               display "Intervalo de datas invalido - auditoria nao"
                       " emitida."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           display "Operador a auditar (Enter = todos): "
           accept ws-ope-filtro

           display "Inicio do expediente (hhmm, Enter = 0700): "
           accept ws-exp-inicio
           if ws-exp-inicio = zero then
               move 0700 to ws-exp-inicio
           end-if
           display "Fim do expediente (hhmm, Enter = 1900): "
           accept ws-exp-fim
           if ws-exp-fim = zero then
               move 1900 to ws-exp-fim
           end-if
           if ws-exp-inicio > 2359 or ws-exp-fim > 2400
           or ws-exp-inicio >= ws-exp-fim then
               display "Expediente invalido - assumindo 0700 a 1900."
               move 0700 to ws-exp-inicio
               move 1900 to ws-exp-fim
           end-if

           open output arqRelatorio
           if ws-fs-relatorio <> 0 then
               display "File Status ao abrir arquivo de impressao: "
                       ws-fs-relatorio
           else
               move "S" to ws-rel-aberto
           end-if

           move ws-data-hora-sistema(7:2) to ws-emi-dia
           move ws-data-hora-sistema(5:2) to ws-emi-mes
           move ws-data-hora-sistema(1:4) to ws-emi-ano
           move ws-operador               to ws-emi-operador
           move ws-data-ini(7:2)          to ws-cab-ini-dia
           move ws-data-ini(5:2)          to ws-cab-ini-mes
           move ws-data-ini(1:4)          to ws-cab-ini-ano
           move ws-data-fim(7:2)          to ws-cab-fim-dia
           move ws-data-fim(5:2)          to ws-cab-fim-mes
           move ws-data-fim(1:4)          to ws-cab-fim-ano
           if ws-ope-filtro = spaces then
               move "todos"       to ws-cab-auditado
           else
               move ws-ope-filtro to ws-cab-auditado
           end-if
           move ws-exp-inicio(1:2)        to ws-cab-exp-ini-hh
           move ws-exp-inicio(3:2)        to ws-cab-exp-ini-mm
           move ws-exp-fim(1:2)           to ws-cab-exp-fim-hh
           move ws-exp-fim(3:2)           to ws-cab-exp-fim-mm

           initialize ws-tab-operadores
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

           move "AuditaOpe"                to ws-seg-programa
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
      *>  Processamento principal - log de seguranca e depois cada
      *>  estacao com arquivos; as excecoes saem na parte 1 conforme sao
      *>  achadas e os totais por operador na parte 2
      *>------------------------------------------------------------------------
       processamento section.

           if not operador-valido then
               go to processamento-exit
           end-if

           move " DATA       HORA  OPERADOR   ES OCORRENCIA"
             to ws-cab-colunas
           perform cabecalho-pagina
           move "   *** PARTE 1 - EXCECOES ***" to ws-linha-rel
           perform grava-linha-rel

           perform processa-log

           perform varying ws-contador-est from 1 by 1
                     until ws-contador-est > 99
               move ws-contador-est to ws-est-corrente
               perform processa-estacao
           end-perform

           if ws-tg-excecoes = zero then
               move "    Nenhuma excecao no periodo." to ws-linha-rel
               perform grava-linha-rel
           end-if
           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move spaces to ws-linha-rel
           string " Estacoes com arquivos lidos: " delimited by size
                  ws-estacoes-lidas                delimited by size
                  "   excecoes: "                  delimited by size
                  ws-tg-excecoes                   delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel

           perform emite-resumo
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Log de seguranca: entradas aceitas, entradas recusadas e
      *>  operacoes negadas por nivel; as duas ultimas sao excecoes
      *>------------------------------------------------------------------------
       processa-log section.

           open input arqSeguranca
           if ws-fs-seguranca <> 0 then
               if ws-fs-seguranca <> 35 then
                   display "File Status ao abrir log de seguranca: "
                           ws-fs-seguranca
               end-if
               go to processa-log-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqSeguranca
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-linha-seguranca to ws-reg-seguranca
                       if ws-seg-data >= ws-data-ini
                       and ws-seg-data <= ws-data-fim
                       and (ws-ope-filtro = spaces
                            or ws-seg-operador = ws-ope-filtro) then
                           perform conta-seguranca
                       end-if
               end-read
           end-perform

           close arqSeguranca
           .
       processa-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta uma linha do log de seguranca para o seu operador
      *>------------------------------------------------------------------------
       conta-seguranca section.

           move ws-seg-operador to ws-ev-operador
           perform acha-operador

           if ws-seg-evento = "E" then
               add 1 to ws-tg-entradas
               if ws-ope-idx > zero then
                   add 1 to ws-to-entradas(ws-ope-idx)
               end-if
               go to conta-seguranca-exit
           end-if

           move ws-seg-data    to ws-ev-data
           move ws-seg-hora    to ws-ev-hora
           move spaces         to ws-ev-estacao
           move spaces         to ws-exc-texto
           if ws-seg-evento = "F" then
               add 1 to ws-tg-falhas
               if ws-ope-idx > zero then
                   add 1 to ws-to-falhas(ws-ope-idx)
               end-if
               string "ENTRADA RECUSADA NO " delimited by size
                      ws-seg-programa        delimited by space
                      into ws-exc-texto
               end-string
           else
               add 1 to ws-tg-negadas
               if ws-ope-idx > zero then
                   add 1 to ws-to-negadas(ws-ope-idx)
               end-if
               string "NEGADO "             delimited by size
                      ws-seg-programa       delimited by space
                      ": "                  delimited by size
                      ws-seg-detalhe        delimited by size
                      into ws-exc-texto
               end-string
           end-if
           perform grava-excecao
           .
       conta-seguranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma estacao: periodos, jornal e leituras vivas e arquivadas
      *>------------------------------------------------------------------------
       processa-estacao section.

           move "N"             to ws-achou-arquivo
           move ws-est-corrente to ws-estacao-nome
           move ws-est-corrente to ws-ev-estacao

           perform carrega-periodos
           perform processa-jornal

           move "arqTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform processa-leituras

           move "histTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-arquivo
           perform processa-leituras

           if trab-aberto then
               close arqTrabalho
               move "N" to ws-trab-aberto
           end-if

           if achou-arquivo then
               add 1 to ws-estacoes-lidas
           end-if
           .
       processa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Periodos da estacao: guarda a ultima reabertura de cada mes e
      *>  conta o fechamento e a reabertura que cairem no intervalo
      *>------------------------------------------------------------------------
       carrega-periodos section.

           initialize ws-tab-periodos

           move "fchTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-fechamento

           open input arqFechamento
           if ws-fs-fechamento <> 0 then
               if ws-fs-fechamento <> 35 then
                   display "File Status ao abrir " ws-nome-fechamento
                           ": " ws-fs-fechamento
               end-if
               go to carrega-periodos-exit
           end-if
           move "S" to ws-achou-arquivo

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqFechamento next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       perform trata-periodo
               end-read
           end-perform

           close arqFechamento
           .
       carrega-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um registro de periodo (fd-fch-reg)
      *>------------------------------------------------------------------------
       trata-periodo section.

           if fd-fch-ano >= 1900 and fd-fch-ano < 2100
           and fd-fch-mes >= 1 and fd-fch-mes <= 12 then
               compute ws-fc-idx = (fd-fch-ano - 1900) * 12 + fd-fch-mes
               if fd-fch-data-reabriu <> zero then
                   compute ws-fc-reabriu(ws-fc-idx)
                       = fd-fch-data-reabriu * 1000000
                       + fd-fch-hora-reabriu
                   move fd-fch-ope-reabriu
                     to ws-fc-ope-reabriu(ws-fc-idx)
               end-if
           end-if

           move fd-fch-mes to ws-ref-mes
           move fd-fch-ano to ws-ref-ano

           if fd-fch-data <> zero
           and fd-fch-data >= ws-data-ini and fd-fch-data <= ws-data-fim
           and (ws-ope-filtro = spaces
                or fd-fch-operador = ws-ope-filtro) then
               move "F"             to ws-ev-tipo
               move "FECHAMENTO"    to ws-ev-nome
               move ws-ref-periodo  to ws-ev-ref
               move fd-fch-operador to ws-ev-operador
               move fd-fch-data     to ws-ev-data
               move fd-fch-hora     to ws-ev-hora
               perform registra-mudanca
           end-if

           if fd-fch-data-reabriu <> zero
           and fd-fch-data-reabriu >= ws-data-ini
           and fd-fch-data-reabriu <= ws-data-fim
           and (ws-ope-filtro = spaces
                or fd-fch-ope-reabriu = ws-ope-filtro) then
               move "R"                 to ws-ev-tipo
               move "REABERTURA"        to ws-ev-nome
               move ws-ref-periodo      to ws-ev-ref
               move fd-fch-ope-reabriu  to ws-ev-operador
               move fd-fch-data-reabriu to ws-ev-data
               move fd-fch-hora-reabriu to ws-ev-hora
               perform registra-mudanca
           end-if
           .
       trata-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jornal da estacao: guarda no arquivo de trabalho a imagem de
      *>  toda inclusao/alteracao e conta os lancamentos do intervalo
      *>------------------------------------------------------------------------
       processa-jornal section.

           open output arqTrabalho
           close arqTrabalho
           open i-o arqTrabalho
           if ws-fs-trabalho <> 0 then
               display "File Status ao abrir arquivo de trabalho: "
                       ws-fs-trabalho
               go to processa-jornal-exit
           end-if
           move "S" to ws-trab-aberto

           move "jrnTemp" to ws-prefixo-nome
           perform monta-nome
           move ws-nome-montado to ws-nome-jornal

           open input arqJornal
           if ws-fs-jornal <> 0 then
               if ws-fs-jornal <> 35 then
                   display "File Status ao abrir " ws-nome-jornal
                           ": " ws-fs-jornal
               end-if
               go to processa-jornal-exit
           end-if
           move "S" to ws-achou-arquivo

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqJornal
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-linha-jornal to ws-reg-jornal
                       perform trata-jornal
               end-read
           end-perform

           close arqJornal
           .
       processa-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um lancamento do jornal (ws-reg-jornal)
      *>------------------------------------------------------------------------
       trata-jornal section.

      *>   a alteracao so conta como gravacao da leitura quando troca o
      *>   carimbo (operador, data e hora de registro, posicoes 22 a 45 da
      *>   imagem); o QualidadeTemp muda a marca sem carimbar e a leitura
      *>   continua sendo a da inclusao original
           if ws-jrn-operacao = "I" or ws-jrn-operacao = "A" then
               move ws-jrn-imagem-nova   to ws-img-temp
               if trab-aberto
               and (ws-jrn-operacao = "I"
                    or ws-jrn-imagem-nova(22:24)
                       <> ws-jrn-imagem-ant(22:24)) then
                   move ws-img-chave         to fd-trb-leitura
                   move ws-img-operador      to fd-trb-operador
                   move ws-img-data-registro to fd-trb-data
                   move ws-img-hora-registro to fd-trb-hora
                   write fd-trb-reg
                       invalid key
                           continue
                   end-write
               end-if
           else
               if ws-jrn-operacao = "E" then
                   move ws-jrn-imagem-ant to ws-img-temp
               else
                   go to trata-jornal-exit
               end-if
           end-if

           if ws-jrn-data < ws-data-ini or ws-jrn-data > ws-data-fim
           or (ws-ope-filtro <> spaces
               and ws-jrn-operador <> ws-ope-filtro) then
               go to trata-jornal-exit
           end-if

           evaluate ws-jrn-operacao
               when "I"
                   move "I"         to ws-ev-tipo
                   move "INCLUSAO"  to ws-ev-nome
               when "E"
                   move "E"         to ws-ev-tipo
                   move "EXCLUSAO"  to ws-ev-nome
               when other
      *>           troca de qualidade fora da critica automatica e da
      *>           correcao de calibracao e ajuste manual de CQ
                   move ws-jrn-imagem-ant(46:1) to ws-img-qual-ant
                   if ws-img-qual-ant <> ws-img-qualidade
                   and ws-jrn-programa <> "QualidadeTemp"
                   and ws-jrn-programa <> "CalibraTemp" then
                       move "Q"         to ws-ev-tipo
                       move "AJUSTE CQ" to ws-ev-nome
                   else
                       move "A"         to ws-ev-tipo
                       move "ALTERACAO" to ws-ev-nome
                   end-if
           end-evaluate

           move ws-img-chave    to ws-ev-ref
           move ws-img-ano      to ws-ev-ano
           move ws-img-mes      to ws-ev-mes
           move ws-jrn-operador to ws-ev-operador
           move ws-jrn-data     to ws-ev-data
           move ws-jrn-hora     to ws-ev-hora
           perform registra-mudanca
           .
       trata-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leituras de um arquivo da estacao (ws-nome-arquivo): carimbo no
      *>  intervalo sem imagem I/A no jornal e inclusao nao jornalizada
      *>------------------------------------------------------------------------
       processa-leituras section.

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp <> 35 then
                   display "File Status ao abrir " ws-nome-arquivo
                           ": " ws-fs-arqTemp
               end-if
               go to processa-leituras-exit
           end-if
           move "S" to ws-achou-arquivo

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if fd-data-registro >= ws-data-ini
                       and fd-data-registro <= ws-data-fim
                       and (ws-ope-filtro = spaces
                            or fd-operador = ws-ope-filtro) then
                           perform trata-leitura
                       end-if
               end-read
           end-perform

           close arqTemp
           .
       processa-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma leitura carimbada no intervalo (fd-temp)
      *>------------------------------------------------------------------------
       trata-leitura section.

           if trab-aberto then
               move fd-chave         to fd-trb-leitura
               move fd-operador      to fd-trb-operador
               move fd-data-registro to fd-trb-data
               move fd-hora-registro to fd-trb-hora
               read arqTrabalho key is fd-trb-chave
                   invalid key
                       continue
                   not invalid key
      *>               carimbo de lancamento ja contado no jornal
                       go to trata-leitura-exit
               end-read
           end-if

           move "I"              to ws-ev-tipo
           move "INCLUSAO"       to ws-ev-nome
           move fd-chave         to ws-ev-ref
           move fd-ano           to ws-ev-ano
           move fd-mes           to ws-ev-mes
           move fd-operador      to ws-ev-operador
           move fd-data-registro to ws-ev-data
           move fd-hora-registro to ws-ev-hora
           perform registra-mudanca
           .
       trata-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta a mudanca em ws-ev-* para o operador e confere as
      *>  excecoes de expediente e de mes reaberto
      *>------------------------------------------------------------------------
       registra-mudanca section.

           perform acha-operador

           evaluate true
               when ev-inclusao
                   add 1 to ws-tg-inclusoes
                   if ws-ope-idx > zero then
                       add 1 to ws-to-inclusoes(ws-ope-idx)
                   end-if
               when ev-alteracao
                   add 1 to ws-tg-alteracoes
                   if ws-ope-idx > zero then
                       add 1 to ws-to-alteracoes(ws-ope-idx)
                   end-if
               when ev-exclusao
                   add 1 to ws-tg-exclusoes
                   if ws-ope-idx > zero then
                       add 1 to ws-to-exclusoes(ws-ope-idx)
                   end-if
               when ev-ajuste-cq
                   add 1 to ws-tg-ajustes-cq
                   if ws-ope-idx > zero then
                       add 1 to ws-to-ajustes-cq(ws-ope-idx)
                   end-if
               when ev-fechamento
                   add 1 to ws-tg-fechamentos
                   if ws-ope-idx > zero then
                       add 1 to ws-to-fechamentos(ws-ope-idx)
                   end-if
               when ev-reabertura
                   add 1 to ws-tg-reaberturas
                   if ws-ope-idx > zero then
                       add 1 to ws-to-reaberturas(ws-ope-idx)
                   end-if
           end-evaluate

      *>   fora do expediente: antes do inicio, a partir do fim ou em
      *>   sabado/domingo (integer-of-date: dia 1 = segunda-feira)
           compute ws-ev-hhmm = ws-ev-hora / 100
           move function integer-of-date(ws-ev-data) to ws-dia-corrido
           divide ws-dia-corrido by 7 giving ws-quociente-aux
               remainder ws-dia-semana
           if ws-ev-hhmm < ws-exp-inicio or ws-ev-hhmm >= ws-exp-fim
           or ws-dia-semana = 6 or ws-dia-semana = 0 then
               move spaces to ws-exc-texto
               string ws-ev-nome             delimited by size
                      " "                    delimited by size
                      ws-ev-ref              delimited by size
                      " FORA DO EXPEDIENTE"  delimited by size
                      into ws-exc-texto
               end-string
               perform grava-excecao
           end-if

      *>   mudanca de leitura em mes reaberto, depois da reabertura
           if not ev-mudanca-leitura
           or ws-ev-ano < 1900 or ws-ev-ano >= 2100
           or ws-ev-mes < 1 or ws-ev-mes > 12 then
               go to registra-mudanca-exit
           end-if
           compute ws-fc-idx = (ws-ev-ano - 1900) * 12 + ws-ev-mes
           compute ws-ev-carimbo = ws-ev-data * 1000000 + ws-ev-hora
           if ws-fc-reabriu(ws-fc-idx) <> zero
           and ws-ev-carimbo >= ws-fc-reabriu(ws-fc-idx) then
               move spaces to ws-exc-texto
               string ws-ev-nome                    delimited by size
                      " "                           delimited by size
                      ws-ev-ref                     delimited by size
                      " MES REAB. POR "             delimited by size
                      ws-fc-ope-reabriu(ws-fc-idx)  delimited by size
                      into ws-exc-texto
               end-string
               perform grava-excecao
           end-if
           .
       registra-mudanca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona ws-ope-idx no operador ws-ev-operador da tabela,
      *>  incluindo-o se for novo (zero = tabela cheia)
      *>------------------------------------------------------------------------
       acha-operador section.

           move zero to ws-ope-achado
           perform varying ws-ope-idx from 1 by 1
                     until ws-ope-idx > ws-qtd-ope
               if ws-to-id(ws-ope-idx) = ws-ev-operador then
                   move ws-ope-idx to ws-ope-achado
               end-if
           end-perform
           if ws-ope-achado > zero then
               move ws-ope-achado to ws-ope-idx
               go to acha-operador-exit
           end-if

           if ws-qtd-ope >= ws-max-ope then
               if not tab-ope-cheia then
                   display "Mais de " ws-max-ope " operadores - os"
                           " excedentes ficam so no total geral."
                   move "S" to ws-tab-ope-cheia
               end-if
               move zero to ws-ope-idx
               go to acha-operador-exit
           end-if

           add 1 to ws-qtd-ope
           move ws-qtd-ope     to ws-ope-idx
           move ws-ev-operador to ws-to-id(ws-ope-idx)
           .
       acha-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de excecao (ws-ev-* e ws-exc-texto) e a conta
      *>  para o operador ws-ope-idx
      *>------------------------------------------------------------------------
       grava-excecao section.

           move ws-ev-data(7:2) to ws-exc-dia
           move ws-ev-data(5:2) to ws-exc-mes
           move ws-ev-data(1:4) to ws-exc-ano
           move ws-ev-hora(1:2) to ws-exc-hh
           move ws-ev-hora(3:2) to ws-exc-mm
           move ws-ev-operador  to ws-exc-operador
           move ws-ev-estacao   to ws-exc-estacao

           move ws-det-excecao to ws-linha-rel
           perform grava-linha-rel

           add 1 to ws-tg-excecoes
           if ws-ope-idx > zero then
               add 1 to ws-to-excecoes(ws-ope-idx)
           end-if
           .
       grava-excecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parte 2 - totais por operador, em pagina nova
      *>------------------------------------------------------------------------
       emite-resumo section.

           move " OPERADOR   ENTRA FALHA NEGAD INCLU ALTER"
             to ws-cab-colunas
           move " EXCLU AJ.CQ FECHA REABR EXCEC" to ws-cab-colunas(42:30)
           move 99 to ws-linhas-pagina
           perform cabecalho-pagina
           move "   *** PARTE 2 - TOTAIS POR OPERADOR ***" to ws-linha-rel
           perform grava-linha-rel

           perform varying ws-ope-idx from 1 by 1
                     until ws-ope-idx > ws-qtd-ope
               move ws-to-id(ws-ope-idx)          to ws-det-id
               move ws-to-entradas(ws-ope-idx)    to ws-det-entradas
               move ws-to-falhas(ws-ope-idx)      to ws-det-falhas
               move ws-to-negadas(ws-ope-idx)     to ws-det-negadas
               move ws-to-inclusoes(ws-ope-idx)   to ws-det-inclusoes
               move ws-to-alteracoes(ws-ope-idx)  to ws-det-alteracoes
               move ws-to-exclusoes(ws-ope-idx)   to ws-det-exclusoes
               move ws-to-ajustes-cq(ws-ope-idx)  to ws-det-ajustes-cq
               move ws-to-fechamentos(ws-ope-idx) to ws-det-fechamentos
               move ws-to-reaberturas(ws-ope-idx) to ws-det-reaberturas
               move ws-to-excecoes(ws-ope-idx)    to ws-det-excecoes
               move ws-det-operador to ws-linha-rel
               perform grava-linha-rel
           end-perform

           move all "-" to ws-linha-rel
           perform grava-linha-rel
           move "TOTAL"           to ws-det-id
           move ws-tg-entradas    to ws-det-entradas
           move ws-tg-falhas      to ws-det-falhas
           move ws-tg-negadas     to ws-det-negadas
           move ws-tg-inclusoes   to ws-det-inclusoes
           move ws-tg-alteracoes  to ws-det-alteracoes
           move ws-tg-exclusoes   to ws-det-exclusoes
           move ws-tg-ajustes-cq  to ws-det-ajustes-cq
           move ws-tg-fechamentos to ws-det-fechamentos
           move ws-tg-reaberturas to ws-det-reaberturas
           move ws-tg-excecoes    to ws-det-excecoes
           move ws-det-operador to ws-linha-rel
           perform grava-linha-rel
           move all "=" to ws-linha-rel
           perform grava-linha-rel
           move " Fechamento/reabertura: o ultimo de cada mes, que e o que o"
             to ws-linha-rel
           move " periodo guarda." to ws-linha-rel(61:16)
           perform grava-linha-rel
           .
       emite-resumo-exit.
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
      *>  Cabecalho de pagina: titulo, criterio, expediente, emissao,
      *>  numero da pagina e colunas da parte
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move "   AUDITORIA DE ATIVIDADE DOS OPERADORES" to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-criterio   to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-expediente to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-emissao    to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina     to ws-linha-rel
           perform grava-linha-pag
           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-colunas to ws-linha-rel
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

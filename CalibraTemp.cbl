      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "CalibraTemp".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Correcao de calibracao: aplica nas leituras do arqTempNN.txt o
      *>ajuste do certificado registrado no historico de calibracao da
      *>estacao (calTempNN.txt, mantido na tela Manter Calibracao de
      *>Lista11Ex01V2). Cada leitura com data dentro da vigencia recebe
      *>o ajuste somado ao valor e passa a qualidade C (corrigida) -
      *>leitura ruim (R) e estimada (E) recebem o ajuste mas mantem a
      *>marca, para continuarem fora da estatistica e separadas dela.
      *>As regras sao as de altera-temp em Lista11Ex01V2: so supervisor
      *>executa, cada leitura regravada deixa no jornal (jrnTempNN.txt)
      *>a imagem anterior e a nova, o dia atingido e reconsolidado no
      *>resumo diario (resTempNN.txt) e mes fechado pelo FechaMes nao
      *>aceita alteracao - como a correcao de um certificado nao pode
      *>ficar pela metade, havendo qualquer mes fechado na vigencia a
      *>calibracao inteira e recusada e os meses sao listados.
      *>Leitura que sairia da faixa -60 a 60 com o ajuste nao e
      *>corrigida e sai apontada no relatorio.
      *>A calibracao aplicada fica marcada no historico (situacao A,
      *>operador, data e quantidade) e nao e aplicada de novo; linha
      *>com o sensor ainda em uso (sem fim de vigencia) ou com ajuste
      *>zero nao tem o que corrigir.
      *>O relatorio paginado (corTempNN.txt, no molde do relTempNN.txt)
      *>lista cada leitura ajustada com o valor anterior e o novo e os
      *>totais de cada calibracao, para o arquivo do regulador.

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

           select arqCalibracao assign to ws-nome-calibracao
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data-ini
           file status is ws-fs-calibracao.

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
       77  ws-fs-calibracao                        pic  9(02).
       77  ws-fs-relatorio                         pic  9(02).
       77  ws-fs-arqEstacao                        pic  9(02).

      *>estacao da correcao - mesma convencao de nome de arquivo usada
      *>em Lista11Ex01V2 (estacao 01 = arqTemp.txt, demais =
      *>arqTempNN.txt); historico, jornal, periodos, resumo e
      *>relatorio seguem a mesma regra
       77  ws-estacao                              pic  9(02) value 01.
       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-calibracao                      pic  x(20).
       77  ws-nome-relatorio                       pic  x(20).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".

       77  ws-data-hora-sistema                    pic  x(21).

      *>cadastro mestre de operadores, como em ArquivaTemp: a correcao
      *>regrava leituras e exige nivel supervisor, como altera-temp
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

      *>calibracao pedida pelo inicio da vigencia (0 = todas as
      *>pendentes do historico da estacao)
       77  ws-cal-pedida                           pic  9(08) value zero.
       77  ws-confirma                             pic  x(01).
           88  confirmado                          value "S" "s".
       77  ws-arquivos-abertos                     pic  x(01) value "N".
           88  arquivos-abertos                    value "S".
       77  ws-fim-calibracao                       pic  x(01) value "N".
           88  fim-calibracao                      value "S".

      *>vigencia e ajuste da calibracao em aplicacao
       01  ws-vigencia-ini.
           05 ws-vi-ano                            pic  9(04).
           05 ws-vi-mes                            pic  9(02).
           05 ws-vi-dia                            pic  9(02).
       01  ws-vigencia-ini-num redefines ws-vigencia-ini
                                                   pic  9(08).
       01  ws-vigencia-fim.
           05 ws-vf-ano                            pic  9(04).
           05 ws-vf-mes                            pic  9(02).
           05 ws-vf-dia                            pic  9(02).
       01  ws-vigencia-fim-num redefines ws-vigencia-fim
                                                   pic  9(08).
       77  ws-cal-ajuste-num                       pic s9(02)v9(05).

      *>meses da vigencia contados de forma corrida (ano * 12 + mes - 1)
      *>para a conferencia dos periodos fechados
       77  ws-mes-abs                              pic  9(06).
       77  ws-mes-abs-ini                          pic  9(06).
       77  ws-mes-abs-fim                          pic  9(06).
       77  ws-qtd-fechados                         pic  9(03).

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

       01  ws-imagem-ant                           pic  x(46).
       77  ws-motivo-mudanca                       pic  x(30).

      *>situacao dos periodos contabeis da estacao (fchTempNN.txt,
      *>mantido por FechaMes)
       77  ws-fs-fechamento                        pic  9(02).
       77  ws-nome-fechamento                      pic  x(20).

      *>resumo diario da estacao: o dia corrigido e reconsolidado como
      *>faz atualiza-resumo-dia em Lista11Ex01V2
       77  ws-fs-resumo                            pic  9(02).
       77  ws-nome-resumo                          pic  x(20).
       77  ws-chk-ano                              pic  9(04).
       77  ws-chk-mes                              pic  9(02).
       77  ws-chk-dia                              pic  9(02).
       77  ws-fim-dia                              pic  x(01).
           88  fim-dia                             value "S".
       77  ws-dia-qtd                              pic  9(04).
       77  ws-dia-qtd-susp                         pic  9(04).
       77  ws-dia-qtd-est                          pic  9(04).
       77  ws-dia-soma-est                         pic s9(06)v9(05).
       77  ws-dia-max-med                          pic s9(02)v9(05).
       77  ws-dia-min-med                          pic s9(02)v9(05).
       77  ws-dia-max                              pic s9(02)v9(05).
       77  ws-dia-min                              pic s9(02)v9(05).
       77  ws-dia-soma                             pic s9(06)v9(05).

      *>varredura das leituras da vigencia: a reconsolidacao do dia
      *>reposiciona o arquivo horario, por isso a chave da leitura que
      *>abriu o dia seguinte e guardada e a varredura retoma dela
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".
       77  ws-dia-corrigido                        pic  x(01).
           88  dia-corrigido                       value "S".
       77  ws-chave-retoma                         pic  x(10).
       77  ws-leitura-data                         pic  9(08).
       77  ws-temp-num                             pic s9(02)v9(05).
       77  ws-temp-nova                            pic s9(03)v9(05).
       77  ws-qualidade-ant                        pic  x(01).

      *>totais da calibracao em aplicacao e da execucao
       77  ws-cal-lidas                            pic 9(06) value zero.
       77  ws-cal-corrigidas                       pic 9(06) value zero.
       77  ws-cal-fora-faixa                       pic 9(06) value zero.
       77  ws-cal-dias                             pic 9(05) value zero.
       77  ws-cal-soma-ant                         pic s9(07)v9(05) value zero.
       77  ws-cal-soma-nova                        pic s9(07)v9(05) value zero.
       77  ws-cal-media                            pic s9(02)v9(05).

       77  ws-tot-aplicadas                        pic 9(04) value zero.
       77  ws-tot-recusadas                        pic 9(04) value zero.
       77  ws-tot-sem-ajuste                       pic 9(04) value zero.
       77  ws-tot-corrigidas                       pic 9(07) value zero.
       77  ws-tot-fora-faixa                       pic 9(07) value zero.

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

       01  ws-cab-vigencia.
           05 filler                               pic x(12)
                                                    value " Vigencia: ".
           05 ws-cv-ini-dia                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cv-ini-mes                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cv-ini-ano                        pic 9(04).
           05 filler                               pic x(03) value " a ".
           05 ws-cv-fim-dia                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cv-fim-mes                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cv-fim-ano                        pic 9(04).
           05 filler                               pic x(12)
                                                    value "   Ajuste: ".
           05 ws-cv-ajuste                         pic -99,99.
           05 filler                               pic x(09)
                                                    value "  Serie: ".
           05 ws-cv-serie                          pic x(15).

       01  ws-det-leitura.
           05 filler                               pic x(01) value space.
           05 ws-det-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 ws-det-hora                          pic 9(02).
           05 filler                               pic x(04) value "h   ".
           05 ws-det-anterior                      pic -99,9999.
           05 filler                               pic x(03) value spaces.
           05 ws-det-novo                          pic -99,9999.
           05 filler                               pic x(04) value spaces.
           05 ws-det-qual-ant                      pic x(01).
           05 filler                               pic x(02) value "->".
           05 ws-det-qual-nova                     pic x(01).
           05 filler                               pic x(03) value spaces.
           05 ws-det-obs                           pic x(25).

       01  ws-disp-soma                            pic -9999999,9999.
       01  ws-disp-soma-2                          pic -9999999,9999.
       01  ws-disp-media                           pic -99,9999.
       01  ws-disp-media-2                         pic -99,9999.

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
                       " correcao nao realizada."
               go to inicializa-exit
           end-if
           if not operador-supervisor then
               display "A correcao de calibracao regrava leituras e"
                       " exige operador de nivel supervisor -"
                       " operacao recusada."
               move "correcao de calibracao exige supervisor"
                 to ws-seg-detalhe
               perform registra-recusa
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           display "Estacao (Enter = 01): "
           accept ws-estacao
           if ws-estacao = zero then
               move 01 to ws-estacao
           end-if

           if ws-estacao = 01 then
               move "arqTemp.txt" to ws-nome-arquivo
               move "calTemp.txt" to ws-nome-calibracao
               move "jrnTemp.txt" to ws-nome-jornal
               move "fchTemp.txt" to ws-nome-fechamento
               move "resTemp.txt" to ws-nome-resumo
               move "corTemp.txt" to ws-nome-relatorio
           else
               move spaces to ws-nome-arquivo
               string "arqTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-arquivo
               move spaces to ws-nome-calibracao
               string "calTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-calibracao
               move spaces to ws-nome-jornal
               string "jrnTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-jornal
               move spaces to ws-nome-fechamento
               string "fchTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-fechamento
               move spaces to ws-nome-resumo
               string "resTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-resumo
               move spaces to ws-nome-relatorio
               string "corTemp"  delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-relatorio
           end-if

           display "Inicio da vigencia da calibracao a aplicar"
                   " (aaaammdd, Enter = todas as pendentes): "
           accept ws-cal-pedida

           display "Aplicar o ajuste de calibracao nas leituras de "
                   ws-nome-arquivo "."
           display "Confirma? (S/N): "
           accept ws-confirma
           if not confirmado then
               display "Correcao cancelada."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           open i-o arqCalibracao
           if ws-fs-calibracao <> 0 then
               display "Historico de calibracao " ws-nome-calibracao
                       " indisponivel (file status " ws-fs-calibracao
                       ") - correcao nao realizada."
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           open i-o arqTemp
           if ws-fs-arqTemp <> 0 then
               display "File Status ao abrir i-o arquivo: " ws-fs-arqTemp
               display "Correcao nao realizada."
               close arqCalibracao
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if
           move "S" to ws-arquivos-abertos

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

           move "CalibraTemp"              to ws-seg-programa
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
      *>  Processamento principal - a calibracao pedida ou todas as
      *>  pendentes do historico, em ordem de vigencia
      *>------------------------------------------------------------------------
       processamento section.

           if not operador-valido then
               go to processamento-exit
           end-if

           if ws-cal-pedida <> zero then
               move ws-cal-pedida to fd-cal-data-ini
               read arqCalibracao key is fd-cal-data-ini
                   invalid key
                       display "Calibracao com vigencia a partir de "
                               ws-cal-pedida " nao existe no historico."
                   not invalid key
                       if fd-cal-situacao = "A" then
                           display "Calibracao " ws-cal-pedida
                                   " ja aplicada em " fd-cal-data-aplic
                                   " por " fd-cal-ope-aplic
                                   " - nada a fazer."
                       else
                           perform processa-calibracao
                       end-if
               end-read
               go to processamento-exit
           end-if

           move zero to fd-cal-data-ini
           start arqCalibracao key is not less than fd-cal-data-ini
               invalid key move "S" to ws-fim-calibracao
           end-start

           perform until fim-calibracao
               read arqCalibracao next record
                   at end
                       move "S" to ws-fim-calibracao
                   not at end
                       if fd-cal-situacao <> "A" then
                           perform processa-calibracao
                       end-if
               end-read
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica uma calibracao do historico: confere vigencia, ajuste e
      *>  periodos fechados, corrige as leituras e marca a linha como
      *>  aplicada
      *>------------------------------------------------------------------------
       processa-calibracao section.

           if fd-cal-data-fim = zero then
               add 1 to ws-tot-recusadas
               display "Calibracao " fd-cal-data-ini " com o sensor em"
                       " uso (sem fim de vigencia) - nao aplicada."
               go to processa-calibracao-exit
           end-if

           move fd-cal-ajuste to ws-cal-ajuste-num
           if ws-cal-ajuste-num = zero then
               add 1 to ws-tot-sem-ajuste
               display "Calibracao " fd-cal-data-ini " com ajuste zero"
                       " - nada a corrigir."
               go to processa-calibracao-exit
           end-if

           move fd-cal-data-ini to ws-vigencia-ini-num
           move fd-cal-data-fim to ws-vigencia-fim-num
           move spaces to ws-motivo-mudanca
           string "calibracao "  delimited by size
                  fd-cal-serie   delimited by size
                  into ws-motivo-mudanca
           end-string

           move zero to ws-cal-lidas
           move zero to ws-cal-corrigidas
           move zero to ws-cal-fora-faixa
           move zero to ws-cal-dias
           move zero to ws-cal-soma-ant
           move zero to ws-cal-soma-nova

           move ws-vi-dia         to ws-cv-ini-dia
           move ws-vi-mes         to ws-cv-ini-mes
           move ws-vi-ano         to ws-cv-ini-ano
           move ws-vf-dia         to ws-cv-fim-dia
           move ws-vf-mes         to ws-cv-fim-mes
           move ws-vf-ano         to ws-cv-fim-ano
           move ws-cal-ajuste-num to ws-cv-ajuste
           move fd-cal-serie      to ws-cv-serie

           move spaces to ws-linha-rel
           perform grava-linha-rel
           move ws-cab-vigencia to ws-linha-rel
           perform grava-linha-rel
           move all "-" to ws-linha-rel
           perform grava-linha-rel

           perform verifica-periodos
           if ws-qtd-fechados > zero then
               add 1 to ws-tot-recusadas
               move " CALIBRACAO RECUSADA - ha mes fechado na vigencia;"
                 to ws-linha-rel
               perform grava-linha-rel
               move " reabra no FechaMes e execute a correcao de novo."
                 to ws-linha-rel
               perform grava-linha-rel
               go to processa-calibracao-exit
           end-if

           perform corrige-leituras
           perform totais-calibracao

      *>   marca a linha do historico: nao sera aplicada de novo
           move "A"                       to fd-cal-situacao
           move ws-operador               to fd-cal-ope-aplic
           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8) to fd-cal-data-aplic
           move ws-cal-corrigidas         to fd-cal-qtd-aplic
           rewrite fd-calibracao-reg
               invalid key
                   display "Erro ao marcar a calibracao " fd-cal-data-ini
                           " como aplicada."
           end-rewrite

           add 1                 to ws-tot-aplicadas
           add ws-cal-corrigidas to ws-tot-corrigidas
           add ws-cal-fora-faixa to ws-tot-fora-faixa
           .
       processa-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no fchTempNN.txt cada mes da vigencia e lista os que
      *>  estao fechados; sem o arquivo (nenhum fechamento ainda) todos
      *>  os meses estao abertos
      *>------------------------------------------------------------------------
       verifica-periodos section.

           move zero to ws-qtd-fechados

           open input arqFechamento
           if ws-fs-fechamento <> 0 then
               go to verifica-periodos-exit
           end-if

           compute ws-mes-abs-ini = ws-vi-ano * 12 + ws-vi-mes - 1
           compute ws-mes-abs-fim = ws-vf-ano * 12 + ws-vf-mes - 1

           perform varying ws-mes-abs
                   from ws-mes-abs-ini by 1
                   until ws-mes-abs > ws-mes-abs-fim
               divide ws-mes-abs by 12 giving fd-fch-ano
                                    remainder fd-fch-mes
               add 1 to fd-fch-mes
               read arqFechamento key is fd-fch-chave
                   invalid key
                       continue
                   not invalid key
                       if fd-fch-situacao = "F" then
                           add 1 to ws-qtd-fechados
                           move spaces to ws-linha-rel
                           string " Periodo "     delimited by size
                                  fd-fch-mes      delimited by size
                                  "/"             delimited by size
                                  fd-fch-ano      delimited by size
                                  " esta FECHADO" delimited by size
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
      *>  Percorre as leituras da vigencia em ordem de chave corrigindo
      *>  uma a uma; a cada virada de dia com correcao, reconsolida o dia
      *>  que terminou e retoma a varredura da leitura que abriu o novo
      *>------------------------------------------------------------------------
       corrige-leituras section.

           move "N"  to ws-fim-arquivo
           move "N"  to ws-dia-corrigido
           move zero to ws-chk-ano
           move zero to ws-chk-mes
           move zero to ws-chk-dia

           move ws-vi-ano to fd-ano
           move ws-vi-mes to fd-mes
           move ws-vi-dia to fd-dia
           move zero      to fd-hora
           start arqTemp key is not less than fd-chave
               invalid key move "S" to ws-fim-arquivo
           end-start

           perform until fim-arquivo
               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       compute ws-leitura-data
                           = fd-ano * 10000 + fd-mes * 100 + fd-dia
                       if ws-leitura-data > ws-vigencia-fim-num then
                           move "S" to ws-fim-arquivo
                       else
                           if dia-corrigido
                           and (fd-ano <> ws-chk-ano
                             or fd-mes <> ws-chk-mes
                             or fd-dia <> ws-chk-dia) then
                               perform fecha-dia-corrigido
                           else
                               move fd-ano to ws-chk-ano
                               move fd-mes to ws-chk-mes
                               move fd-dia to ws-chk-dia
                               perform corrige-uma-leitura
                           end-if
                       end-if
               end-read
           end-perform

           if dia-corrigido then
               perform atualiza-resumo-dia
               add 1 to ws-cal-dias
               move "N" to ws-dia-corrigido
           end-if
           .
       corrige-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconsolida o dia que acabou de ser corrigido e reposiciona o
      *>  arquivo horario na leitura que abriu o dia seguinte, que volta
      *>  a ser lida pela varredura
      *>------------------------------------------------------------------------
       fecha-dia-corrigido section.

           move fd-chave to ws-chave-retoma

           perform atualiza-resumo-dia
           add 1 to ws-cal-dias
           move "N" to ws-dia-corrigido

           move ws-chave-retoma to fd-chave
           start arqTemp key is not less than fd-chave
               invalid key move "S" to ws-fim-arquivo
           end-start
           .
       fecha-dia-corrigido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corrige uma leitura: soma o ajuste, marca C (R e E mantem a
      *>  marca), regrava com o operador e a data/hora da correcao,
      *>  grava o jornal e lista no relatorio
      *>------------------------------------------------------------------------
       corrige-uma-leitura section.

           add 1 to ws-cal-lidas

           move fd-temp        to ws-imagem-ant
           move fd-qualidade   to ws-qualidade-ant
           move fd-temperatura to ws-temp-num
           compute ws-temp-nova rounded = ws-temp-num + ws-cal-ajuste-num

           move fd-dia  to ws-det-dia
           move fd-mes  to ws-det-mes
           move fd-ano  to ws-det-ano
           move fd-hora to ws-det-hora
           move ws-temp-num to ws-det-anterior

           if ws-temp-nova < -60,00000 or ws-temp-nova > 60,00000 then
               add 1 to ws-cal-fora-faixa
               move ws-temp-num      to ws-det-novo
               move ws-qualidade-ant to ws-det-qual-ant
               move ws-qualidade-ant to ws-det-qual-nova
               move "FORA DE FAIXA - mantida" to ws-det-obs
               move ws-det-leitura to ws-linha-rel
               perform grava-linha-rel
               go to corrige-uma-leitura-exit
           end-if

           move ws-temp-nova to fd-temperatura
           if fd-qualidade <> "R" and fd-qualidade <> "E" then
               move "C" to fd-qualidade
           end-if
           move function current-date     to ws-data-hora-sistema
           move ws-operador               to fd-operador
           move ws-data-hora-sistema(1:8) to fd-data-registro
           move ws-data-hora-sistema(9:6) to fd-hora-registro
           rewrite fd-temp
               invalid key
                   display "Erro ao gravar a correcao."
           end-rewrite
           if ws-fs-arqTemp <> 0 then
               display "File Status ao alterar arquivo: " ws-fs-arqTemp
               go to corrige-uma-leitura-exit
           end-if

      *>   relatorio e totais com o valor que ficou gravado na leitura
           move fd-temperatura to ws-temp-nova

           add 1            to ws-cal-corrigidas
           add ws-temp-num  to ws-cal-soma-ant
           add ws-temp-nova to ws-cal-soma-nova
           move "S"         to ws-dia-corrigido

           move "A"     to ws-jrn-operacao
           move fd-temp to ws-jrn-imagem-nova
           perform grava-jornal

           move ws-temp-nova     to ws-det-novo
           move ws-qualidade-ant to ws-det-qual-ant
           move fd-qualidade     to ws-det-qual-nova
           move spaces           to ws-det-obs
           move ws-det-leitura to ws-linha-rel
           perform grava-linha-rel
           .
       corrige-uma-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da calibracao aplicada: quantidades, somas e medias do
      *>  valor anterior e do novo
      *>------------------------------------------------------------------------
       totais-calibracao section.

           move all "-" to ws-linha-rel
           perform grava-linha-rel

           move spaces to ws-linha-rel
           string " Leituras na vigencia: " delimited by size
                  ws-cal-lidas              delimited by size
                  "  corrigidas: "          delimited by size
                  ws-cal-corrigidas         delimited by size
                  "  fora de faixa: "       delimited by size
                  ws-cal-fora-faixa         delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel

           move ws-cal-soma-ant  to ws-disp-soma
           move ws-cal-soma-nova to ws-disp-soma-2
           move spaces to ws-linha-rel
           string " Soma anterior: "  delimited by size
                  ws-disp-soma        delimited by size
                  "   Soma nova: "    delimited by size
                  ws-disp-soma-2      delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel

           move zero to ws-disp-media
           move zero to ws-disp-media-2
           if ws-cal-corrigidas > zero then
               divide ws-cal-soma-ant by ws-cal-corrigidas
                   giving ws-cal-media rounded
               move ws-cal-media to ws-disp-media
               divide ws-cal-soma-nova by ws-cal-corrigidas
                   giving ws-cal-media rounded
               move ws-cal-media to ws-disp-media-2
           end-if
           move spaces to ws-linha-rel
           string " Media anterior: "       delimited by size
                  ws-disp-media             delimited by size
                  "   Media nova: "         delimited by size
                  ws-disp-media-2           delimited by size
                  "   Dias no resumo: "     delimited by size
                  ws-cal-dias               delimited by size
                  into ws-linha-rel
           end-string
           perform grava-linha-rel
           .
       totais-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconsolida no resumo diario (resTempNN.txt) o dia em
      *>  ws-chk-ano/ws-chk-mes/ws-chk-dia, como atualiza-resumo-dia em
      *>  Lista11Ex01V2
      *>------------------------------------------------------------------------
       atualiza-resumo-dia section.

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
      *>  Grava no jornal da estacao a imagem anterior e a nova da
      *>  leitura corrigida, com a serie do sensor no motivo
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

           move "CalibraTemp"               to ws-jrn-programa
           move ws-operador                 to ws-jrn-operador
           move function current-date       to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8)   to ws-jrn-data
           move ws-data-hora-sistema(9:6)   to ws-jrn-hora
           move ws-imagem-ant               to ws-jrn-imagem-ant
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
      *>  Cabecalho de pagina: titulo, estacao, emissao/operador, numero
      *>  da pagina e colunas do detalhamento
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move "   CORRECAO DE CALIBRACAO - LEITURAS AJUSTADAS"
             to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-estacao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-emissao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina  to ws-linha-rel
           perform grava-linha-pag
           move all "=" to ws-linha-rel
           perform grava-linha-pag
           move " DATA        HORA    ANTERIOR      NOVO    QUALID."
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
      *>  Finalização - totais da execucao
      *>------------------------------------------------------------------------
       finaliza section.

           if arquivos-abertos then
               move spaces to ws-linha-rel
               perform grava-linha-rel
               move all "=" to ws-linha-rel
               perform grava-linha-rel
               move spaces to ws-linha-rel
               string " Calibracoes aplicadas: " delimited by size
                      ws-tot-aplicadas           delimited by size
                      "  recusadas: "            delimited by size
                      ws-tot-recusadas           delimited by size
                      "  sem ajuste: "           delimited by size
                      ws-tot-sem-ajuste          delimited by size
                      into ws-linha-rel
               end-string
               perform grava-linha-rel
               move spaces to ws-linha-rel
               string " Leituras corrigidas: "   delimited by size
                      ws-tot-corrigidas          delimited by size
                      "  fora de faixa: "        delimited by size
                      ws-tot-fora-faixa          delimited by size
                      into ws-linha-rel
               end-string
               perform grava-linha-rel
               move all "=" to ws-linha-rel
               perform grava-linha-rel

               close arqTemp
               if ws-fs-arqTemp <> 0 then
                   display "File Status ao fechar arquivo: " ws-fs-arqTemp
               end-if
               close arqCalibracao
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

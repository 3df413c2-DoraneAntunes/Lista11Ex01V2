           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

           select arqFechamento assign to ws-nome-fechamento
           organization is indexed
           access mode is dynamic
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqCliente assign to ws-nome-arqcliente
           organization is indexed
           access mode is dynamic
           record key is fd-cli-codigo
           file status is ws-fs-arqCliente.

           select arqCalibracao assign to ws-nome-calibracao
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data-ini
           file status is ws-fs-calibracao.

           select arqOrdena assign to "srtTemp.tmp".

       i-o-control.
          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqJornal.
       01 fd-linha-jornal                           pic x(162).
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

       fd arqFechamento.
       01 fd-fch-reg.
          05 fd-fch-chave.
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

      *>cadastro de clientes (arqCliente.txt): estacoes contratadas,
      *>bases de graus-dia, limiares de eventos, frequencia de entrega
      *>e situacao - lido pelo EntregaCli, GrausDiaTemp e EventosTemp
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

      *>historico de calibracao do sensor da estacao (calTempNN.txt):
      *>uma linha por periodo de vigencia, com a serie do sensor e o
      *>ajuste do certificado; o CalibraTemp aplica o ajuste nas
      *>leituras do periodo e marca a linha como aplicada
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

      *>arquivo de ordenacao da consulta "da mais quente para a mais
      *>fria": a chave numerica pura sd-temp-num e preenchida a partir da

       77  ws-fs-csv                                pic  9(02).
       77  ws-total-exportado                       pic 9(05) value zero.
      *>leituras estimadas pelo EstimaTemp (qualidade E) na exportacao:
      *>incluidas por padrao, ou deixadas de fora a pedido
       77  ws-inclui-estimadas                      pic x(01) value "S".
           88  inclui-estimadas                     value "S" "s".
       77  ws-total-estimadas-fora                  pic 9(05) value zero.

      *>jornal de alteracoes (jrnTempNN.txt): toda regravacao e toda
      *>exclusao em arqTempNN.txt deixa um registro com a imagem antiga,

       77  ws-operador-valido                       pic  x(01).
           88  operador-valido                      value "S".

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
       77  ws-nivel-operador                        pic  9(01) value 2.
           88  operador-supervisor                  value 2.

           88  fim-dia                              value "S".
       77  ws-dia-qtd                               pic  9(04).
       77  ws-dia-qtd-susp                          pic  9(04).
       77  ws-dia-qtd-est                           pic  9(04).
       77  ws-dia-soma-est                          pic s9(06)v9(05).
       77  ws-dia-max-med                           pic s9(02)v9(05).
       77  ws-dia-min-med                           pic s9(02)v9(05).
       77  ws-dia-max                               pic s9(02)v9(05).
       77  ws-dia-min                               pic s9(02)v9(05).
       77  ws-dia-soma                              pic s9(06)v9(05).
           05 ws-est-municipio                      pic  x(20).
           05 ws-est-altitude                       pic  9(04).
           05 ws-est-ativa                          pic  x(01).
           05 ws-est-antecessora                    pic  9(02).
           05 ws-est-data-inicio                    pic  9(08).
           05 ws-est-sucessora                      pic  9(02).
           05 ws-est-data-fim                       pic  9(08).

       77  ws-opcao-estacao                         pic  x(01).
           88  est-gravar                           value "G" "g".
           88  est-excluir                          value "E" "e".

      *>cadastro de clientes: os valores contratados de cada cliente
      *>(bases de graus-dia, limiares de calor/geada, duracao minima),
      *>ate cinco estacoes contratadas, frequencia de entrega (M=mensal,
      *>T=trimestral, A=anual) e situacao; as bases e limiares entram
      *>editados na tela, como a temperatura do cadastra-temp
       77  ws-fs-arqCliente                         pic  9(02).
       77  ws-nome-arqcliente                       pic  x(20)
                                                    value "arqCliente.txt".

       01  ws-cliente-reg.
           05 ws-cli-codigo                         pic  9(04).
           05 ws-cli-nome                           pic  x(30).
           05 ws-cli-estacoes.
               10 ws-cli-est-1                      pic  9(02).
               10 ws-cli-est-2                      pic  9(02).
               10 ws-cli-est-3                      pic  9(02).
               10 ws-cli-est-4                      pic  9(02).
               10 ws-cli-est-5                      pic  9(02).
           05 ws-cli-tab-estacoes redefines ws-cli-estacoes.
               10 ws-cli-estacao                    pic  9(02)
                                                    occurs 5 times.
           05 ws-cli-base-aquec                     pic -99,00(04).
           05 ws-cli-base-resfr                     pic -99,00(04).
           05 ws-cli-limiar-calor                   pic -99,00(04).
           05 ws-cli-limiar-geada                   pic -99,00(04).
           05 ws-cli-minimo-dias                    pic  9(02).
           05 ws-cli-frequencia                     pic  x(01).
           05 ws-cli-ativo                          pic  x(01).

       77  ws-cli-idx                               pic  9(01).
       77  ws-cli-qtd-estacoes                      pic  9(01).
       77  ws-cli-estacao-menu                      pic  9(02).
       77  ws-cli-recusado                          pic  x(01).
           88  cli-recusado                         value "S".
       77  ws-cli-valor-num                         pic s9(02)v9(05).

       77  ws-opcao-cliente                         pic  x(01).
           88  cli-gravar                           value "G" "g".
           88  cli-excluir                          value "E" "e".

      *>historico de calibracao da estacao do menu: vigencia (de/ate,
      *>ate zerado = sensor em uso), serie, ajuste em graus somado a
      *>leitura e situacao (P=pendente, A=aplicada pelo CalibraTemp -
      *>linha aplicada nao se altera nem se exclui, e o registro do
      *>que foi feito nas leituras)
       77  ws-fs-calibracao                         pic  9(02).
       77  ws-nome-calibracao                       pic  x(20).

       01  ws-calibracao-reg.
           05 ws-cal-data-ini                       pic  9(08).
           05 ws-cal-data-fim                       pic  9(08).
           05 ws-cal-serie                          pic  x(15).
           05 ws-cal-ajuste                         pic -99,99.
           05 ws-cal-situacao                       pic  x(01).
           05 ws-cal-ope-aplic                      pic  x(10).
           05 ws-cal-data-aplic                     pic  9(08).

       77  ws-cal-ajuste-num                        pic s9(02)v9(05).
       77  ws-cal-fim-efetivo                       pic  9(08).
       77  ws-cal-outro-fim                         pic  9(08).
       77  ws-cal-sobreposta                        pic  x(01).
           88  cal-sobreposta                       value "S".
       77  ws-fim-calibracao                        pic  x(01).
           88  fim-calibracao                       value "S".

       77  ws-opcao-calibracao                      pic  x(01).
           88  cal-gravar                           value "G" "g".
           88  cal-excluir                          value "E" "e".

       01  ws-menu.
           05 ws-cadastrar                         pic  x(01).
           05 ws-consultar                         pic  x(01).
           05 ws-exportar                          pic  x(01).
           05 ws-manter-est                        pic  x(01).
           05 ws-manter-ope                        pic  x(01).
           05 ws-manter-cli                        pic  x(01).
           05 ws-manter-cal                        pic  x(01).

       77 teste                          pic x(12) value 'Helo, world'.

           05 line 11 col 01 value "        [ ]Exportar CSV                                                      ".
           05 line 12 col 01 value "        [ ]Manter Estacoes                                                   ".
           05 line 13 col 01 value "        [ ]Manter Operadores                                                 ".
           05 line 14 col 01 value "        [ ]Manter Clientes                                                   ".
           05 line 15 col 01 value "        [ ]Manter Calibracao                                                 ".
           05 line 16 col 01 value "                                                                             ".

           05 sc-sair              line 01 col 71 pic x(01)
           using ws-sair           foreground-color 12.
           using ws-manter-est     foreground-color 15.
           05 sc-manter-ope        line 13 col 10 pic x(01)
           using ws-manter-ope     foreground-color 15.
           05 sc-manter-cli        line 14 col 10 pic x(01)
           using ws-manter-cli     foreground-color 15.
           05 sc-manter-cal        line 15 col 10 pic x(01)
           using ws-manter-cal     foreground-color 15.

       01 tela-consulta.

           05 line 11 col 01 value " Temperaturas:                                                               ".
           05 line 12 col 01 value " Operador    :                                                               ".
           05 line 13 col 01 value " Registrado  :                                                               ".
           05 line 14 col 01 value " Qualidade   :             B=boa S=suspeita R=ruim C=corrigida E=estimada    ".
           05 line 16 col 01 value " Deseja consultar mais uma temperatura? Aperte enter                         ".


           05 line 06 col 01 value " Municipio   :                                                               ".
           05 line 07 col 01 value " Altitude (m):                                                               ".
           05 line 08 col 01 value " Ativa (S/N) :                                                               ".
           05 line 09 col 01 value " Antecessora :         Inicio (aaaammdd):                                    ".
           05 line 10 col 01 value " Sucessora   :         Fim    (aaaammdd):                                    ".
           05 line 12 col 01 value " Opcao - (G)ravar, (E)xcluir ou Enter para nao mexer:                        ".

           05 sc-sair-est          line 01 col 71 pic x(01)
           using ws-sair           foreground-color 12.
           using ws-est-altitude   foreground-color 15.
           05 sc-est-ativa         line 08 col 16 pic x(01)
           using ws-est-ativa      foreground-color 15.
           05 sc-est-antecessora   line 09 col 16 pic 9(02)
           from  ws-est-antecessora foreground-color 15.
           05 sc-est-data-inicio   line 09 col 43 pic 9(08)
           from  ws-est-data-inicio foreground-color 15.
           05 sc-est-sucessora     line 10 col 16 pic 9(02)
           from  ws-est-sucessora  foreground-color 15.
           05 sc-est-data-fim      line 10 col 43 pic 9(08)
           from  ws-est-data-fim   foreground-color 15.
           05 sc-est-opcao         line 12 col 54 pic x(01)
           using ws-opcao-estacao  foreground-color 15.

       01 tela-operador.
           05 sc-ope-opcao         line 09 col 54 pic x(01)
           using ws-opcao-operador foreground-color 15.

       01 tela-cliente.

           05 blank screen.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair ".
           05 line 02 col 01 value "                          Manutencao de Clientes                             ".
           05 line 04 col 01 value " Codigo          :                                                           ".
           05 line 05 col 01 value " Nome            :                                                           ".
           05 line 06 col 01 value " Estacoes        :                          ate cinco estacoes contratadas   ".
           05 line 07 col 01 value " Base aquecimento:             Base resfriamento:                            ".
           05 line 08 col 01 value " Limiar de calor :             Limiar de geada  :                            ".
           05 line 09 col 01 value " Duracao minima  :      dia(s) seguidos de calor                             ".
           05 line 10 col 01 value " Frequencia      :      M=mensal T=trimestral A=anual                        ".
           05 line 11 col 01 value " Ativo (S/N)     :                                                           ".
           05 line 13 col 01 value " Opcao - (G)ravar, (E)xcluir ou Enter para nao mexer:                        ".

           05 sc-sair-cli          line 01 col 71 pic x(01)
           using ws-sair           foreground-color 12.
           05 sc-cli-codigo        line 04 col 20 pic 9(04)
           from  ws-cli-codigo     foreground-color 15.
           05 sc-cli-nome          line 05 col 20 pic x(30)
           using ws-cli-nome       foreground-color 15.
           05 sc-cli-est-1         line 06 col 20 pic 9(02)
           using ws-cli-est-1      foreground-color 15.
           05 sc-cli-est-2         line 06 col 24 pic 9(02)
           using ws-cli-est-2      foreground-color 15.
           05 sc-cli-est-3         line 06 col 28 pic 9(02)
           using ws-cli-est-3      foreground-color 15.
           05 sc-cli-est-4         line 06 col 32 pic 9(02)
           using ws-cli-est-4      foreground-color 15.
           05 sc-cli-est-5         line 06 col 36 pic 9(02)
           using ws-cli-est-5      foreground-color 15.
           05 sc-cli-base-aquec    line 07 col 20 pic x(09)
           using ws-cli-base-aquec foreground-color 15.
           05 sc-cli-base-resfr    line 07 col 51 pic x(09)
           using ws-cli-base-resfr foreground-color 15.
           05 sc-cli-limiar-calor  line 08 col 20 pic x(09)
           using ws-cli-limiar-calor foreground-color 15.
           05 sc-cli-limiar-geada  line 08 col 51 pic x(09)
           using ws-cli-limiar-geada foreground-color 15.
           05 sc-cli-minimo-dias   line 09 col 20 pic 9(02)
           using ws-cli-minimo-dias foreground-color 15.
           05 sc-cli-frequencia    line 10 col 20 pic x(01)
           using ws-cli-frequencia foreground-color 15.
           05 sc-cli-ativo         line 11 col 20 pic x(01)
           using ws-cli-ativo      foreground-color 15.
           05 sc-cli-opcao         line 13 col 54 pic x(01)
           using ws-opcao-cliente  foreground-color 15.

       01 tela-calibracao.

           05 blank screen.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair ".
           05 line 02 col 01 value "                      Historico de Calibracao do Sensor                      ".
           05 line 04 col 01 value " Estacao         :                                                           ".
           05 line 05 col 01 value " Vigencia de     :            (aaaammdd)                                     ".
           05 line 06 col 01 value " Vigencia ate    :            (aaaammdd, zeros = sensor em uso)              ".
           05 line 07 col 01 value " Serie do sensor :                                                           ".
           05 line 08 col 01 value " Ajuste (graus)  :            somado a leitura (-0,40 se lia 0,4 alto)       ".
           05 line 09 col 01 value " Situacao        :            P=pendente A=aplicada pelo CalibraTemp         ".
           05 line 10 col 01 value " Aplicada em     :            por                                            ".
           05 line 12 col 01 value " Opcao - (G)ravar, (E)xcluir ou Enter para nao mexer:                        ".

           05 sc-sair-cal          line 01 col 71 pic x(01)
           using ws-sair           foreground-color 12.
           05 sc-cal-estacao       line 04 col 20 pic 9(02)
           from  ws-estacao        foreground-color 15.
           05 sc-cal-est-nome      line 04 col 24 pic x(30)
           from  ws-nome-estacao   foreground-color 15.
           05 sc-cal-data-ini      line 05 col 20 pic 9(08)
           from  ws-cal-data-ini   foreground-color 15.
           05 sc-cal-data-fim      line 06 col 20 pic 9(08)
           using ws-cal-data-fim   foreground-color 15.
           05 sc-cal-serie         line 07 col 20 pic x(15)
           using ws-cal-serie      foreground-color 15.
           05 sc-cal-ajuste        line 08 col 20 pic x(06)
           using ws-cal-ajuste     foreground-color 15.
           05 sc-cal-situacao      line 09 col 20 pic x(01)
           from  ws-cal-situacao   foreground-color 15.
           05 sc-cal-data-aplic    line 10 col 20 pic 9(08)
           from  ws-cal-data-aplic foreground-color 15.
           05 sc-cal-ope-aplic     line 10 col 35 pic x(10)
           from  ws-cal-ope-aplic  foreground-color 15.
           05 sc-cal-opcao         line 12 col 54 pic x(01)
           using ws-opcao-calibracao foreground-color 15.

      *>Declaração do corpo do programa
       procedure division.

           display "Identificacao do operador (ate 10 caracteres): "
           accept ws-operador
           perform valida-operador
           perform registra-entrada

           perform until operador-valido
               display "Operador nao cadastrado ou inativo. Informe"
                       " novamente: "
               accept ws-operador
               perform valida-operador
               perform registra-entrada
           end-perform
           .
       inicializa-exit.
                   if operador-supervisor then
                       perform manter-estacoes
                   else
                       move "manter estacoes" to ws-seg-detalhe
                       perform recusa-nivel
                   end-if
               end-if
                   if operador-supervisor then
                       perform manter-operadores
                   else
                       move "manter operadores" to ws-seg-detalhe
                       perform recusa-nivel
                   end-if
               end-if

               if ws-manter-cli = "X"
               or ws-manter-cli = "x" then
                   if operador-supervisor then
                       perform manter-clientes
                   else
                       move "manter clientes" to ws-seg-detalhe
                       perform recusa-nivel
                   end-if
               end-if

               if ws-manter-cal = "X"
               or ws-manter-cal = "x" then
                   if operador-supervisor then
                       perform manter-calibracao
                   else
                       move "manter calibracao" to ws-seg-detalhe
                       perform recusa-nivel
                   end-if
               end-if
                   if operador-supervisor then
                       perform altera-temp
                   else
                       move "alterar temperatura" to ws-seg-detalhe
                       perform recusa-nivel
                   end-if
               end-if
                   if operador-supervisor then
                       perform exclui-temp
                   else
                       move "excluir temperatura" to ws-seg-detalhe
                       perform recusa-nivel
                   end-if
               end-if
           if ws-estacao = 01 then
               move "fchTemp.txt" to ws-nome-fechamento
               move "resTemp.txt" to ws-nome-resumo
               move "calTemp.txt" to ws-nome-calibracao
           else
               move spaces to ws-nome-calibracao
               string "calTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-calibracao
               move spaces to ws-nome-fechamento
               string "fchTemp" delimited by size
                      ws-estacao delimited by size
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

           move "Lista11Ex01V2"            to ws-seg-programa
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
      *>  Recusa de opcao por nivel de acesso insuficiente, registrada no
      *>  log de seguranca com a opcao pedida
      *>------------------------------------------------------------------------
       recusa-nivel section.

           display "Opcao restrita a operador de nivel supervisor -"
                   " operacao recusada."
           perform registra-recusa
           display "Tecle Enter para continuar."
           accept ws-opcao-estacao
           .

      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro mestre de estacoes: localiza pelo numero,
      *>  mostra/edita na tela-estacao e (G)rava ou (E)xclui; o vinculo
      *>  antecessora/sucessora so e mostrado - quem o grava e o MudaEstacao
      *>------------------------------------------------------------------------
       manter-estacoes section.

                       move spaces        to ws-est-municipio
                       move zero          to ws-est-altitude
                       move "S"           to ws-est-ativa
                       move zero          to ws-est-antecessora
                       move zero          to ws-est-data-inicio
                       move zero          to ws-est-sucessora
                       move zero          to ws-est-data-fim
                   not invalid key
                       move fd-est-nome      to ws-est-nome
                       move fd-est-municipio to ws-est-municipio
                       move fd-est-altitude  to ws-est-altitude
                       move fd-est-ativa     to ws-est-ativa
                       move fd-est-antecessora to ws-est-antecessora
                       move fd-est-data-inicio to ws-est-data-inicio
                       move fd-est-sucessora   to ws-est-sucessora
                       move fd-est-data-fim    to ws-est-data-fim
               end-read

               move space to ws-opcao-estacao
                       move ws-est-municipio to fd-est-municipio
                       move ws-est-altitude  to fd-est-altitude
                       move ws-est-ativa     to fd-est-ativa
                       move ws-est-antecessora to fd-est-antecessora
                       move ws-est-data-inicio to fd-est-data-inicio
                       move ws-est-sucessora   to fd-est-sucessora
                       move ws-est-data-fim    to fd-est-data-fim
                       write fd-estacao-reg
                           invalid key
                               rewrite fd-estacao-reg
       manter-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre arqCliente em I-O, criando o cadastro se ainda nao
      *>  existir (primeira execucao, mesmo padrao de abre-io-arqEstacao)
      *>------------------------------------------------------------------------
       abre-io-arqCliente section.

           open i-o arqCliente
           if ws-fs-arqCliente = 35 then
               open output arqCliente
               close arqCliente
               open i-o arqCliente
           end-if
           if ws-fs-arqCliente <> 0 then
               display "File Status ao abrir i-o cadastro de clientes: "
                       ws-fs-arqCliente
           end-if
           .
       abre-io-arqCliente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro de clientes: localiza pelo codigo,
      *>  mostra/edita na tela-cliente e (G)rava ou (E)xclui - mesmo
      *>  desenho de manter-estacoes
      *>------------------------------------------------------------------------
       manter-clientes section.

           perform abre-io-arqCliente
           if ws-fs-arqCliente <> 0 then
               go to manter-clientes-exit
           end-if

           perform until voltar

               display erase
               display "Codigo do cliente a manter: "
               accept ws-cli-codigo

               move ws-cli-codigo to fd-cli-codigo
               read arqCliente key is fd-cli-codigo
                   invalid key
                       move spaces              to ws-cli-nome
                       move zeros               to ws-cli-estacoes
                       move 18                  to ws-cli-base-aquec
                       move 22                  to ws-cli-base-resfr
                       move zero                to ws-cli-limiar-calor
                       move zero                to ws-cli-limiar-geada
                       move 1                   to ws-cli-minimo-dias
                       move "M"                 to ws-cli-frequencia
                       move "S"                 to ws-cli-ativo
                   not invalid key
                       move fd-cli-nome         to ws-cli-nome
                       move fd-cli-estacoes     to ws-cli-estacoes
                       move fd-cli-base-aquec   to ws-cli-base-aquec
                       move fd-cli-base-resfr   to ws-cli-base-resfr
                       move fd-cli-limiar-calor to ws-cli-limiar-calor
                       move fd-cli-limiar-geada to ws-cli-limiar-geada
                       move fd-cli-minimo-dias  to ws-cli-minimo-dias
                       move fd-cli-frequencia   to ws-cli-frequencia
                       move fd-cli-ativo        to ws-cli-ativo
               end-read

               move space to ws-opcao-cliente
               display tela-cliente
               accept tela-cliente

               if cli-gravar then
                   perform grava-cliente
               end-if

               if cli-excluir then
                   move ws-cli-codigo to fd-cli-codigo
                   delete arqCliente
                       invalid key
                           display "Cliente " ws-cli-codigo
                                   " nao existe no cadastro."
                       not invalid key
                           display "Cliente " ws-cli-codigo " excluido."
                   end-delete
               end-if

               display "Deseja manter mais um cliente? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           close arqCliente
           if ws-fs-arqCliente <> 0 then
               display "File Status ao fechar cadastro de clientes: "
                       ws-fs-arqCliente
           end-if
           .
       manter-clientes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica e grava o cliente da tela: nome e ao menos uma estacao
      *>  cadastrada sao obrigatorios; bases e limiares na mesma faixa da
      *>  temperatura do cadastra-temp (-60 a 60)
      *>------------------------------------------------------------------------
       grava-cliente section.

           if ws-cli-nome = spaces then
               display "Nome do cliente e obrigatorio - nada gravado."
               go to grava-cliente-exit
           end-if

      *>   valida-estacao trabalha sobre a estacao do menu, que e
      *>   guardada e devolvida ao final da critica
           move zero       to ws-cli-qtd-estacoes
           move "N"        to ws-cli-recusado
           move ws-estacao to ws-cli-estacao-menu
           perform varying ws-cli-idx from 1 by 1 until ws-cli-idx > 5
               if ws-cli-estacao(ws-cli-idx) <> zero then
                   add 1 to ws-cli-qtd-estacoes
                   move ws-cli-estacao(ws-cli-idx) to ws-estacao
                   perform valida-estacao
                   if not estacao-valida then
                       move "S" to ws-cli-recusado
                   end-if
               end-if
           end-perform
           move ws-cli-estacao-menu to ws-estacao
           if cli-recusado then
               display "Estacao do contrato invalida - nada gravado."
               go to grava-cliente-exit
           end-if
           if ws-cli-qtd-estacoes = zero then
               display "Informe ao menos uma estacao contratada -"
                       " nada gravado."
               go to grava-cliente-exit
           end-if

           move ws-cli-base-aquec to ws-cli-valor-num
           if ws-cli-valor-num < -60 or ws-cli-valor-num > 60 then
               display "Base de aquecimento invalida - nada gravado."
               go to grava-cliente-exit
           end-if
           move ws-cli-valor-num to fd-cli-base-aquec

           move ws-cli-base-resfr to ws-cli-valor-num
           if ws-cli-valor-num < -60 or ws-cli-valor-num > 60 then
               display "Base de resfriamento invalida - nada gravado."
               go to grava-cliente-exit
           end-if
           move ws-cli-valor-num to fd-cli-base-resfr

           move ws-cli-limiar-calor to ws-cli-valor-num
           if ws-cli-valor-num < -60 or ws-cli-valor-num > 60 then
               display "Limiar de calor invalido - nada gravado."
               go to grava-cliente-exit
           end-if
           move ws-cli-valor-num to fd-cli-limiar-calor

           move ws-cli-limiar-geada to ws-cli-valor-num
           if ws-cli-valor-num < -60 or ws-cli-valor-num > 60 then
               display "Limiar de geada invalido - nada gravado."
               go to grava-cliente-exit
           end-if
           move ws-cli-valor-num to fd-cli-limiar-geada

           if ws-cli-minimo-dias = zero then
               move 1 to ws-cli-minimo-dias
           end-if
           inspect ws-cli-frequencia converting "mta" to "MTA"
           if ws-cli-frequencia <> "M" and ws-cli-frequencia <> "T"
           and ws-cli-frequencia <> "A" then
               move "M" to ws-cli-frequencia
           end-if
           if ws-cli-ativo <> "S" and ws-cli-ativo <> "N" then
               move "S" to ws-cli-ativo
           end-if

           move ws-cli-codigo      to fd-cli-codigo
           move ws-cli-nome        to fd-cli-nome
           move ws-cli-estacoes    to fd-cli-estacoes
           move ws-cli-minimo-dias to fd-cli-minimo-dias
           move ws-cli-frequencia  to fd-cli-frequencia
           move ws-cli-ativo       to fd-cli-ativo
           write fd-cliente-reg
               invalid key
                   rewrite fd-cliente-reg
                       invalid key
                           display "Erro ao gravar o cliente."
                   end-rewrite
           end-write
           if ws-fs-arqCliente = 0 then
               display "Cliente " ws-cli-codigo " gravado."
           end-if
           .
       grava-cliente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre arqCalibracao da estacao em I-O, criando o historico se
      *>  ainda nao existir (mesmo padrao de abre-io-arqEstacao)
      *>------------------------------------------------------------------------
       abre-io-arqCalibracao section.

           open i-o arqCalibracao
           if ws-fs-calibracao = 35 then
               open output arqCalibracao
               close arqCalibracao
               open i-o arqCalibracao
           end-if
           if ws-fs-calibracao <> 0 then
               display "File Status ao abrir i-o historico de calibracao: "
                       ws-fs-calibracao
           end-if
           .
       abre-io-arqCalibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao do historico de calibracao da estacao do menu:
      *>  localiza pelo inicio da vigencia, mostra/edita na
      *>  tela-calibracao e (G)rava ou (E)xclui - mesmo desenho de
      *>  manter-estacoes. Linha ja aplicada pelo CalibraTemp fica
      *>  congelada
      *>------------------------------------------------------------------------
       manter-calibracao section.

           perform valida-estacao
           if not estacao-valida then
               display "Tecle Enter para continuar."
               accept ws-opcao-calibracao
               go to manter-calibracao-exit
           end-if

           perform abre-io-arqCalibracao
           if ws-fs-calibracao <> 0 then
               go to manter-calibracao-exit
           end-if

           perform until voltar

               display erase
               display "Inicio da vigencia da calibracao (aaaammdd): "
               accept ws-cal-data-ini

               move ws-cal-data-ini to fd-cal-data-ini
               read arqCalibracao key is fd-cal-data-ini
                   invalid key
                       move zero              to ws-cal-data-fim
                       move spaces            to ws-cal-serie
                       move zero              to ws-cal-ajuste
                       move "P"               to ws-cal-situacao
                       move spaces            to ws-cal-ope-aplic
                       move zero              to ws-cal-data-aplic
                   not invalid key
                       move fd-cal-data-fim   to ws-cal-data-fim
                       move fd-cal-serie      to ws-cal-serie
                       move fd-cal-ajuste     to ws-cal-ajuste
                       move fd-cal-situacao   to ws-cal-situacao
                       move fd-cal-ope-aplic  to ws-cal-ope-aplic
                       move fd-cal-data-aplic to ws-cal-data-aplic
               end-read

               move space to ws-opcao-calibracao
               display tela-calibracao
               accept tela-calibracao

               if (cal-gravar or cal-excluir)
               and ws-cal-situacao = "A" then
                   display "Calibracao ja aplicada nas leituras pelo"
                           " CalibraTemp - registro mantido."
               else
                   if cal-gravar then
                       perform grava-calibracao
                   end-if

                   if cal-excluir then
                       move ws-cal-data-ini to fd-cal-data-ini
                       delete arqCalibracao
                           invalid key
                               display "Calibracao " ws-cal-data-ini
                                       " nao existe no historico."
                           not invalid key
                               display "Calibracao " ws-cal-data-ini
                                       " excluida."
                       end-delete
                   end-if
               end-if

               display "Deseja manter mais uma calibracao? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           close arqCalibracao
           if ws-fs-calibracao <> 0 then
               display "File Status ao fechar historico de calibracao: "
                       ws-fs-calibracao
           end-if
           .
       manter-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica e grava a calibracao da tela: datas validas, serie
      *>  obrigatoria, ajuste de no maximo 10 graus e vigencia sem
      *>  sobrepor outra linha do historico da estacao
      *>------------------------------------------------------------------------
       grava-calibracao section.

           if ws-cal-data-ini = zero
           or function test-date-yyyymmdd(ws-cal-data-ini) <> zero then
               display "Inicio da vigencia invalido - nada gravado."
               go to grava-calibracao-exit
           end-if

           if ws-cal-data-fim <> zero then
               if function test-date-yyyymmdd(ws-cal-data-fim) <> zero
               or ws-cal-data-fim < ws-cal-data-ini then
                   display "Fim da vigencia invalido - nada gravado."
                   go to grava-calibracao-exit
               end-if
           end-if

           if ws-cal-serie = spaces then
               display "Serie do sensor e obrigatoria - nada gravado."
               go to grava-calibracao-exit
           end-if

           move ws-cal-ajuste to ws-cal-ajuste-num
           if ws-cal-ajuste-num < -10 or ws-cal-ajuste-num > 10 then
               display "Ajuste invalido (-10 a 10 graus) - nada gravado."
               go to grava-calibracao-exit
           end-if

           perform verifica-sobreposicao
           if cal-sobreposta then
               display "Vigencia sobrepoe outra calibracao da estacao -"
                       " nada gravado."
               go to grava-calibracao-exit
           end-if

           move ws-cal-data-ini   to fd-cal-data-ini
           move ws-cal-data-fim   to fd-cal-data-fim
           move ws-cal-serie      to fd-cal-serie
           move ws-cal-ajuste-num to fd-cal-ajuste
           move "P"               to fd-cal-situacao
           move spaces            to fd-cal-ope-aplic
           move zero              to fd-cal-data-aplic
           move zero              to fd-cal-qtd-aplic
           write fd-calibracao-reg
               invalid key
                   rewrite fd-calibracao-reg
                       invalid key
                           display "Erro ao gravar a calibracao."
                   end-rewrite
           end-write
           if ws-fs-calibracao = 0 then
               display "Calibracao " ws-cal-data-ini " gravada."
           end-if
           .
       grava-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o historico da estacao procurando outra linha cuja
      *>  vigencia cruze a da tela (fim zerado = sensor em uso, vale ate
      *>  o fim dos tempos)
      *>------------------------------------------------------------------------
       verifica-sobreposicao section.

           move "N" to ws-cal-sobreposta
           move "N" to ws-fim-calibracao

           if ws-cal-data-fim = zero then
               move 99991231 to ws-cal-fim-efetivo
           else
               move ws-cal-data-fim to ws-cal-fim-efetivo
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
                       if fd-cal-data-fim = zero then
                           move 99991231 to ws-cal-outro-fim
                       else
                           move fd-cal-data-fim to ws-cal-outro-fim
                       end-if
                       if fd-cal-data-ini <> ws-cal-data-ini
                       and fd-cal-data-ini <= ws-cal-fim-efetivo
                       and ws-cal-outro-fim >= ws-cal-data-ini then
                           move "S" to ws-cal-sobreposta
                           display "Sobrepoe a vigencia " fd-cal-data-ini
                                   " a " fd-cal-data-fim " (serie "
                                   fd-cal-serie ")."
                       end-if
               end-read
           end-perform
           .
       verifica-sobreposicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de cadastro de temperatura  - escreve no arquivo
      *>------------------------------------------------------------------------

           move zero       to ws-dia-qtd
           move zero       to ws-dia-qtd-susp
           move zero       to ws-dia-qtd-est
           move zero       to ws-dia-soma-est
           move -99,99999  to ws-dia-max-med
           move 99,99999   to ws-dia-min-med
           move zero       to ws-dia-soma
           move -99,99999  to ws-dia-max
           move 99,99999   to ws-dia-min
                           if fd-qualidade = "S" then
                               add 1 to ws-dia-qtd-susp
                           end-if
      *>                   leitura estimada (EstimaTemp) entra, mas com
      *>                   quantidade/soma a parte e fora da maxima e
      *>                   minima medidas, para os relatorios poderem
      *>                   exclui-la
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
       exporta-csv section.

           move zero to ws-total-exportado
           move zero to ws-total-estimadas-fora

           display "Incluir as leituras estimadas (EstimaTemp)?"
                   " (S/N, Enter = S): "
           accept ws-inclui-estimadas
           if ws-inclui-estimadas = space then
               move "S" to ws-inclui-estimadas
           end-if

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
                       at end
                           move 10 to ws-fs-arqTemp
                       not at end
                           if fd-qualidade = "E"
                           and not inclui-estimadas then
                               add 1 to ws-total-estimadas-fora
                           else
                           string fd-dia         delimited by size
                                  ";"             delimited by size
                                  fd-mes          delimited by size
                           end-string
                           write fd-linha-csv
                           add 1 to ws-total-exportado
                           end-if
                   end-read

               end-perform

               display "Exportacao concluida: " ws-total-exportado
                       " registro(s) gravado(s) em arqTemp.csv"
               if ws-total-estimadas-fora > zero then
                   display "Leituras estimadas deixadas de fora: "
                           ws-total-estimadas-fora
               end-if

           end-if


      *>arqTempNN.txt vivo, ambos inteiros em ordem de chave, e regrava
      *>do zero o resTempNN.txt (indexado, chave ano/mes/dia) com a
      *>maxima, a minima, a soma, a media e a quantidade de leituras de
      *>cada dia (com a quantidade/soma das leituras estimadas pelo
      *>EstimaTemp e a maxima/minima so das medidas, a parte). O morto
      *>vem primeiro porque o ArquivaTemp so move anos anteriores ao
      *>corte - assim os dias chegam em ordem cronologica e o resumo
      *>reconstruido cobre o historico completo, que e o que
      *>a opcao "incluir periodo arquivado" de RelatorioTemp/EventosTemp,
      *>as normais do NormaisTemp e o AnomaliaTemp esperam encontrar.
      *>O resumo e mantido incrementalmente por cadastra-temp/altera-temp/
      *>horarios (vivo e morto) continuam sendo a fonte da verdade.
      *>RelatorioTemp, EventosTemp e ConsolidaTemp leem o resumo em vez
      *>de reconsolidar as leituras horarias a cada execucao.
      *>Na cadeia noturna (CadeiaTemp) a estacao chega na linha de
      *>comando.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqRetorno assign to ws-nome-retorno
           organization is line sequential
           access mode is sequential
           file status is ws-fs-retorno.

      *>Declaração de variáveis
       data division.

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

       fd arqRetorno.
       01 fd-linha-retorno                         pic x(40).

      *>----Variaveis de trabalho
       working-storage section.
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
       77  ws-total-dias                           pic 9(06) value zero.
       77  ws-total-ruins                          pic 9(06) value zero.

      *>execucao pela cadeia noturna (CadeiaTemp): os parametros do passo
      *>chegam na linha de comando, separados por ";", no lugar das
      *>perguntas; ao final o passo deixa a situacao ("OK"/"ER") e as
      *>contagens em retLote.txt para o registro de controle da cadeia
       77  ws-parametros-lote                      pic  x(100) value spaces.
       77  ws-modo-lote                            pic  x(01) value "N".
           88  modo-lote                           value "S".
       77  ws-passo-ok                             pic  x(01) value "N".
           88  passo-ok                            value "S".
       01  ws-campos-lote.
           05 ws-lote-campo                        pic  x(20)
                                                    occurs 5 times.
       77  ws-fs-retorno                           pic  9(02).
       77  ws-nome-retorno                         pic  x(20)
                                                    value "retLote.txt".
       01  ws-reg-retorno.
           05 ws-ret-programa                      pic  x(15).
           05 ws-ret-situacao                      pic  x(02).
           05 ws-ret-lidos                         pic  9(07).
           05 ws-ret-gravados                      pic  9(07).

      *>Declaração do corpo do programa
       procedure division.

      *>------------------------------------------------------------------------
       inicializa section.

           perform le-parametros-lote

           if modo-lote then
               move function numval(ws-lote-campo(1)) to ws-estacao
           else
               display "Estacao do resumo (Enter = 01): "
               accept ws-estacao
           end-if

           if ws-estacao = zero then
               move 01 to ws-estacao
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametros da execucao pela cadeia noturna: com a linha de
      *>  comando preenchida o passo roda sem nenhuma pergunta
      *>------------------------------------------------------------------------
       le-parametros-lote section.

           move spaces to ws-campos-lote
           accept ws-parametros-lote from command-line
           if ws-parametros-lote = spaces then
               go to le-parametros-lote-exit
           end-if

           move "S" to ws-modo-lote
           unstring ws-parametros-lote delimited by ";"
               into ws-lote-campo(1) ws-lote-campo(2) ws-lote-campo(3)
                    ws-lote-campo(4) ws-lote-campo(5)
           end-unstring
           .
       le-parametros-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - le em ordem de chave e fecha um
      *>  registro de resumo a cada quebra de dia
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
      *>  soma a parte e fora da maxima/minima medidas, para que os
      *>  relatorios possam exclui-la
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
       grava-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Na execucao pela cadeia noturna, deixa a situacao do passo e
      *>  as contagens em retLote.txt e devolve o codigo de retorno
      *>  (0 = passo concluido, 8 = passo com falha)
      *>------------------------------------------------------------------------
       grava-retorno section.

           if not modo-lote then
               go to grava-retorno-exit
           end-if

           move "ResumoTemp"      to ws-ret-programa
           move ws-total-leituras to ws-ret-lidos
           move ws-total-dias     to ws-ret-gravados
           if passo-ok then
               move "OK" to ws-ret-situacao
               move 0    to return-code
           else
               move "ER" to ws-ret-situacao
               move 8    to return-code
           end-if

           open output arqRetorno
           if ws-fs-retorno <> 0 then
               display "File Status ao abrir retorno do lote: "
                       ws-fs-retorno
               move 8 to return-code
               go to grava-retorno-exit
           end-if
           move ws-reg-retorno to fd-linha-retorno
           write fd-linha-retorno
           close arqRetorno
           .
       grava-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-fs-arqTemp = 0 or ws-fs-arqTemp = 10 then
               move "S" to ws-passo-ok
               close arqTemp
               close arqResumo
               display "Resumo reconstruido: " ws-total-dias
               end-if
           end-if

           perform grava-retorno

           stop run
           .
       finaliza-exit.

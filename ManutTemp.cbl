          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqJornal.
       01 fd-linha-jornal                           pic x(162).
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

      *>----Variaveis de trabalho
       working-storage section.
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

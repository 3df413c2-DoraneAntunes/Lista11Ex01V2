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

       fd arqEstacao.
       01 fd-estacao-reg.
          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqNormais.
       01 fd-nrm-reg.

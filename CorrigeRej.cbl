          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

      *>----Variaveis de trabalho
       working-storage section.

      *>da estação (gravado por altera-temp/exclui-temp em Lista11Ex01V2
      *>e pelas transações A/E de ManutTemp) e lista, em ordem de
      *>gravação, toda alteração e exclusão sofrida pelos registros -
      *>e as inclusoes de leituras estimadas pelo EstimaTemp -
      *>valor anterior, valor novo, operador, programa, data/hora e
      *>motivo. Os filtros de dia/mes/ano/hora seguem a convenção de
      *>pesquisar-registro em Lista11Ex01V2 (0 = qualquer mes/ano,
           05 ws-jrn-operacao                      pic  x(01).
               88  jrn-alteracao                   value "A".
               88  jrn-exclusao                    value "E".
               88  jrn-inclusao                    value "I".
           05 ws-jrn-programa                      pic  x(15).
           05 ws-jrn-operador                      pic  x(10).
           05 ws-jrn-data                          pic  9(08).

      *>------------------------------------------------------------------------
      *>  Aplica os filtros de dia/mes/ano/hora sobre a chave da imagem
      *>  anterior (a chave da leitura atingida pelo evento); inclusao
      *>  nao tem imagem anterior e e filtrada pela imagem nova
      *>------------------------------------------------------------------------
       filtra-evento section.

           move "N"               to ws-exibe-evento
           if jrn-inclusao then
               move ws-jrn-imagem-nova to ws-imagem-temp
           else
               move ws-jrn-imagem-ant  to ws-imagem-temp
           end-if

           if (ws-busca-dia = 0 or ws-img-dia = ws-busca-dia)
           and (ws-busca-mes = 0 or ws-img-mes = ws-busca-mes)
      *>------------------------------------------------------------------------
       exibe-detalhe section.

           if jrn-inclusao then
               move ws-jrn-imagem-nova to ws-imagem-temp
               display " "
               display " INCLUSAO   leitura " ws-img-dia "/" ws-img-mes
                       "/" ws-img-ano " " ws-img-hora "h"
               display "   valor incluido : " ws-img-temperatura
                       "  (qualidade " ws-img-qualidade ")"
               display "   efetuado por   : " ws-jrn-operador
                       "  programa: " ws-jrn-programa
               display "   em             : " ws-jrn-data " " ws-jrn-hora
               display "   motivo         : " ws-jrn-motivo
               go to exibe-detalhe-exit
           end-if

           move ws-jrn-imagem-ant to ws-imagem-temp

           display " "

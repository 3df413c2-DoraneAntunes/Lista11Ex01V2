           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
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

       fd arqNormais.
       01 fd-nrm-reg.
          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqOperador.
       01 fd-operador-reg.
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

       fd arqRelatorio.
       01 fd-linha-rel                              pic x(80).

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

      *>acumuladores do ano em estudo, um conjunto por mes
       01  ws-acum-ano.
           05 ws-am-mes                             occurs 12 times.
           accept ws-operador

           perform valida-operador
           perform registra-entrada
           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " relatorio nao emitido."
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

           move "AnomaliaTemp"             to ws-seg-programa
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
      *>  Confere no cadastro mestre se a estacao do estudo existe e
      *>  esta ativa; guarda o nome para o cabecalho (como RelatorioTemp)

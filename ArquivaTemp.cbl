           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

      *>Declaração de variáveis
       data division.

          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

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

           display "Identificacao do operador (ate 10 caracteres): "
           accept ws-operador
           perform valida-operador
           perform registra-entrada
           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " arquivamento nao realizado."
               display "O arquivamento exclui leituras do arquivo vivo"
                       " e exige operador de nivel supervisor -"
                       " operacao recusada."
               move "arquivamento exige supervisor" to ws-seg-detalhe
               perform registra-recusa
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if
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

           move "ArquivaTemp"              to ws-seg-programa
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
      *>  Processamento principal: move registro a registro, confere o
      *>  morto pelo somatorio e grava a linha de manifesto

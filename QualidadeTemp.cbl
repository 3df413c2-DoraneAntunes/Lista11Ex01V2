      *>nem no byte de qualidade.
      *>Os limiares sao perguntados na execucao porque cada rede de
      *>loggers tem o seu comportamento.
      *>Na cadeia noturna (CadeiaTemp) operador, estacao e limiares
      *>chegam na linha de comando (operador;estacao;salto;patamar;
      *>sazonal - limiar em branco fica com o padrao da pergunta).

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

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

       fd arqQcRel.
       01 fd-linha-qc                               pic x(80).
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

       fd arqRetorno.
       01 fd-linha-retorno                         pic x(40).

      *>----Variaveis de trabalho
       working-storage section.

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

      *>parametros da critica, informados na execucao
       77  ws-limiar-salto                         pic -99,00(04).
       77  ws-limiar-sazonal                       pic -99,00(04).
                                                    value "Pagina: ".
           05 ws-cab-num-pagina                    pic 9(04).

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
               move ws-lote-campo(1) to ws-operador
           else
               display "Identificacao do operador (ate 10 caracteres): "
               accept ws-operador
           end-if
           perform valida-operador
           perform registra-entrada
           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " critica nao realizada."
               go to inicializa-exit
           end-if

           if modo-lote then
               move function numval(ws-lote-campo(2)) to ws-estacao
           else
               display "Estacao da critica (Enter = 01): "
               accept ws-estacao
           end-if
           if ws-estacao = zero then
               move 01 to ws-estacao
           end-if
                      into ws-nome-fechamento
           end-if

           if modo-lote then
               move function numval(ws-lote-campo(3))
                 to ws-limiar-salto-num
           else
               display "Salto maximo entre leituras do dia, em graus"
                       " (Enter = 10): "
               accept ws-limiar-salto
               move ws-limiar-salto to ws-limiar-salto-num
           end-if
           if ws-limiar-salto-num = zero then
               move 10 to ws-limiar-salto-num
           end-if

           if modo-lote then
               move function numval(ws-lote-campo(4)) to ws-qtd-patamar
           else
               display "Patamar: qtd de leituras iguais seguidas para"
                       " suspeitar (Enter = 6): "
               accept ws-qtd-patamar
           end-if
           if ws-qtd-patamar = zero then
               move 6 to ws-qtd-patamar
           end-if

           if modo-lote then
               move function numval(ws-lote-campo(5))
                 to ws-limiar-sazonal-num
           else
               display "Desvio maximo da media historica do mes, em graus"
                       " (Enter = 15): "
               accept ws-limiar-sazonal
               move ws-limiar-sazonal to ws-limiar-sazonal-num
           end-if
           if ws-limiar-sazonal-num = zero then
               move 15 to ws-limiar-sazonal-num
           end-if
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
      *>  Confere no cadastro mestre de operadores a identificacao da
      *>  entrada; sem o cadastro (primeira implantacao) a validacao
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

           move "QualidadeTemp"            to ws-seg-programa
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
      *>  Monta do resumo diario a media historica de cada mes do
      *>  calendario (todos os anos somados); sem o resumo a critica
               end-read

           end-perform

           move "S" to ws-passo-ok
           .
       processamento-exit.
           exit.
               move 1 to ws-qtd-iguais
           end-if

           if fd-qualidade = "S" or fd-qualidade = "C"
           or fd-qualidade = "E" then
      *>       ja marcada, corrigida ou estimada: vira vizinha, mas nao
      *>       remarca
               add 1 to ws-total-ja-marcadas
               perform guarda-anterior
               go to critica-leitura-exit
       grava-linha-pag-qc-exit.
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

           move "QualidadeTemp"   to ws-ret-programa
           move ws-total-lidas    to ws-ret-lidos
           move ws-total-marcadas to ws-ret-gravados
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
               display "Relatorio de excecao gravado em " ws-nome-qcrel
           end-if

           perform grava-retorno

           stop run
           .
       finaliza-exit.

      *>na frente, para correção e reapresentação apenas das linhas
      *>ruins. A estação da linha precisa estar cadastrada e ativa no
      *>cadastro mestre de estações (quando o cadastro existir).
      *>Na cadeia noturna (CadeiaTemp) os nomes dos arquivos de entrada
      *>e de rejeitos e o operador chegam na linha de comando
      *>(importa;rejeitos;operador - sem operador a carga fica em nome
      *>de "CADEIA").
      *>Cada execucao e registrada no controle de lotes de importacao
      *>(ctlImporta.txt) com numero do lote, nome do arquivo, quantidade
      *>de linhas, total de controle das temperaturas, data/hora e
      *>operador; cada leitura gravada deixa no vinculo de lotes
      *>(lnkImporta.txt) o lote, a estacao, a chave e o carimbo de
      *>registro, para o estorno do lote inteiro pelo EstornaLote.
      *>Arquivo com o mesmo nome e o mesmo total de controle de um lote
      *>ja carregado (e nao estornado) e recusado, a menos que um
      *>supervisor libere a nova carga; na cadeia noturna nao ha quem
      *>libere e o passo termina com falha.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqControle assign to ws-nome-controle
           organization is indexed
           access mode is dynamic
           record key is fd-ctl-lote
           file status is ws-fs-controle.

           select arqVinculo assign to ws-nome-vinculo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-vinculo.

           select arqOperador assign to ws-nome-arqoperador
           organization is indexed
           access mode is dynamic
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

          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqFechamento.
       01 fd-fch-reg.
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

       fd arqControle.
       01 fd-controle-reg.
          05 fd-ctl-lote                            pic  9(06).
          05 fd-ctl-arquivo                         pic  x(20).
          05 fd-ctl-linhas                          pic  9(07).
          05 fd-ctl-total                           pic s9(09)v9(05)
                                                    sign leading separate.
          05 fd-ctl-gravadas                        pic  9(07).
          05 fd-ctl-rejeitadas                      pic  9(07).
          05 fd-ctl-data                            pic  9(08).
          05 fd-ctl-hora                            pic  9(06).
          05 fd-ctl-operador                        pic  x(10).
          05 fd-ctl-liberou                         pic  x(10).
          05 fd-ctl-situacao                        pic  x(01).
          05 fd-ctl-ope-estorno                     pic  x(10).
          05 fd-ctl-data-estorno                    pic  9(08).
          05 fd-ctl-hora-estorno                    pic  9(06).

       fd arqVinculo.
       01 fd-linha-vinculo                          pic x(32).

       fd arqOperador.
       01 fd-operador-reg.
          05 fd-ope-id                              pic  x(10).
          05 fd-ope-nome                            pic  x(30).
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

       fd arqRetorno.
       01 fd-linha-retorno                         pic x(40).

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
           05 ws-estacao-ativa                     pic  x(01)
                                                    occurs 99 times.

      *>operador da carga, conferido no cadastro mestre de operadores
      *>como em Lista11Ex01V2 (sem o cadastro a validacao fica desligada)
       77  ws-operador                             pic  x(10) value spaces.
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-nome-arqoperador                     pic  x(20)
                                                    value "arqOperador.txt".
       77  ws-operador-valido                      pic  x(01) value "N".
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
       77  ws-supervisor                           pic  x(10) value spaces.
       77  ws-supervisor-valido                    pic  x(01) value "N".
           88  supervisor-valido                   value "S".

      *>controle de lotes de importacao (ctlImporta.txt): um registro por
      *>execucao, situacao I = importado, E = estornado pelo EstornaLote
       77  ws-fs-controle                          pic  9(02).
       77  ws-nome-controle                        pic  x(20)
                                                    value "ctlImporta.txt".
       77  ws-controle-aberto                      pic  x(01) value "N".
           88  controle-aberto                     value "S".
       77  ws-fim-controle                         pic  x(01) value "N".
           88  fim-controle                        value "S".
       77  ws-lote-recusado                        pic  x(01) value "N".
           88  lote-recusado                       value "S".
       77  ws-lote-numero                          pic  9(06) value zero.
       77  ws-lote-linhas                          pic  9(07) value zero.
       77  ws-lote-total                           pic s9(09)v9(05) value zero.
       77  ws-lote-repetido                        pic  9(06) value zero.
       77  ws-data-repetido                        pic  9(08) value zero.
       77  ws-disp-total                           pic -999999999,99999.

      *>vinculo leitura/lote (lnkImporta.txt): uma linha por leitura
      *>gravada, com o carimbo de registro para o estorno reconhecer a
      *>leitura que ainda e a da carga
       77  ws-fs-vinculo                           pic  9(02).
       77  ws-nome-vinculo                         pic  x(20)
                                                    value "lnkImporta.txt".
       77  ws-vinculo-aberto                       pic  x(01) value "N".
           88  vinculo-aberto                      value "S".
       01  ws-reg-vinculo.
           05 ws-vin-lote                          pic  9(06).
           05 ws-vin-estacao                       pic  9(02).
           05 ws-vin-chave                         pic  x(10).
           05 ws-vin-data-registro                 pic  9(08).
           05 ws-vin-hora-registro                 pic  9(06).

       77  ws-total-lidas                          pic  9(05) value zero.
       77  ws-total-gravadas                       pic  9(05) value zero.
       77  ws-total-rejeitadas                     pic  9(05) value zero.

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
               move ws-lote-campo(1) to ws-nome-importa
               move ws-lote-campo(2) to ws-nome-rejeitos
               move ws-lote-campo(3) to ws-operador
               if ws-operador = spaces then
      *>           cadeia definida sem operador: carga em nome da cadeia
                   move "CADEIA" to ws-operador
                   move "S"      to ws-operador-valido
               else
                   perform valida-operador
                   perform registra-entrada
               end-if
           else
               display "Identificacao do operador (ate 10 caracteres): "
               accept ws-operador
               perform valida-operador
               perform registra-entrada
               display "Arquivo a importar (Enter = importa.csv): "
               accept ws-nome-importa
               display "Arquivo de rejeitos (Enter = rejeitos.csv): "
               accept ws-nome-rejeitos
           end-if

           if ws-nome-importa = spaces then
               move "importa.csv" to ws-nome-importa
           end-if

           if ws-nome-rejeitos = spaces then
               move "rejeitos.csv" to ws-nome-rejeitos
           end-if
           end-if

           perform carrega-estacoes

           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " importacao nao realizada."
               go to inicializa-exit
           end-if

           if ws-fs-importa = 0
           and ws-fs-rejeitos = 0
           and not cadastro-erro then
               perform confere-lote
           end-if
           .
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
      *>  Carrega do cadastro mestre as estacoes cadastradas e ativas;
      *>  sem o cadastro a critica de estacao fica desligada
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no cadastro mestre de operadores a identificacao da
      *>  carga; sem o cadastro (primeira implantacao) a validacao fica
      *>  desligada, como em Lista11Ex01V2
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
               go to valida-operador-exit
           end-if

           move ws-operador to fd-ope-id
           read arqOperador key is fd-ope-id
               invalid key
                   continue
               not invalid key
                   if fd-ope-ativa = "S" or fd-ope-ativa = "s" then
                       move "S" to ws-operador-valido
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

           move "ImportaTemp"              to ws-seg-programa
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
      *>  Confere se a identificacao informada para liberar a carga
      *>  repetida e de supervisor ativo; sem o cadastro todo operador e
      *>  supervisor, como em valida-operador de Lista11Ex01V2
      *>------------------------------------------------------------------------
       valida-supervisor section.

           move "N" to ws-supervisor-valido

           open input arqOperador
           if ws-fs-arqOperador <> 0 then
               move "S" to ws-supervisor-valido
               go to valida-supervisor-exit
           end-if

           move ws-supervisor to fd-ope-id
           read arqOperador key is fd-ope-id
               invalid key
                   continue
               not invalid key
                   if (fd-ope-ativa = "S" or fd-ope-ativa = "s")
                   and fd-ope-nivel = 2 then
                       move "S" to ws-supervisor-valido
                   end-if
           end-read

           close arqOperador
           .
       valida-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Controle do lote: conta as linhas e soma as temperaturas do
      *>  arquivo de entrada, procura no controle de lotes um lote ativo
      *>  com o mesmo arquivo e o mesmo total (carga repetida so com
      *>  liberacao de supervisor) e registra o novo lote
      *>------------------------------------------------------------------------
       confere-lote section.

      *>   primeira passada: linhas e total de controle do arquivo
           move zero to ws-lote-linhas
           move zero to ws-lote-total
           perform until fim-arquivo
               read arqImporta
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-lote-linhas
                       move spaces to ws-campos-linha
                       unstring fd-linha-importa delimited by ";"
                           into ws-campo-dia
                                ws-campo-mes
                                ws-campo-ano
                                ws-campo-estacao
                                ws-campo-temp
                                ws-campo-hora
                       end-unstring
                       if ws-campo-temp <> spaces
                       and function test-numval(ws-campo-temp) = zero then
                           add function numval(ws-campo-temp)
                            to ws-lote-total
                       end-if
               end-read
           end-perform
           move "N"    to ws-fim-arquivo
           move spaces to ws-campos-linha

           close arqImporta
           open input arqImporta
           if ws-fs-importa <> 0 then
               display "File Status ao reabrir arquivo de importacao: "
                       ws-fs-importa
               move "S" to ws-lote-recusado
               go to confere-lote-exit
           end-if

           open i-o arqControle
           if ws-fs-controle = 35 then
               open output arqControle
               close arqControle
               open i-o arqControle
           end-if
           if ws-fs-controle <> 0 then
               display "Controle de lotes " ws-nome-controle
                       " indisponivel (file status " ws-fs-controle
                       ") - importacao nao realizada."
               move "S" to ws-lote-recusado
               go to confere-lote-exit
           end-if
           move "S" to ws-controle-aberto

      *>   o proximo lote e o maior numero registrado mais um
           move zero to ws-lote-numero
           move zero to fd-ctl-lote
           start arqControle key is not less than fd-ctl-lote
               invalid key move "S" to ws-fim-controle
           end-start
           perform until fim-controle
               read arqControle next record
                   at end
                       move "S" to ws-fim-controle
                   not at end
                       move fd-ctl-lote to ws-lote-numero
                       if fd-ctl-situacao = "I"
                       and fd-ctl-arquivo = ws-nome-importa
                       and fd-ctl-total = ws-lote-total then
                           move fd-ctl-lote to ws-lote-repetido
                           move fd-ctl-data to ws-data-repetido
                       end-if
               end-read
           end-perform
           add 1 to ws-lote-numero

           if ws-lote-repetido <> zero then
               move ws-lote-total to ws-disp-total
               display "Arquivo " ws-nome-importa " com total de"
                       " controle " ws-disp-total
               display "ja carregado no lote " ws-lote-repetido
                       " em " ws-data-repetido "."
               if modo-lote then
                   display "Carga repetida exige liberacao de supervisor"
                           " e nao roda na cadeia noturna -"
                           " importacao recusada."
                   move "S" to ws-lote-recusado
                   go to confere-lote-exit
               end-if
               display "Identificacao do supervisor que libera a nova"
                       " carga (Enter = cancelar): "
               accept ws-supervisor
               if ws-supervisor = spaces then
                   display "Importacao cancelada."
                   move "S" to ws-lote-recusado
                   go to confere-lote-exit
               end-if
               perform valida-supervisor
               move ws-supervisor to ws-seg-operador
               if not supervisor-valido then
                   display "Liberacao restrita a operador de nivel"
                           " supervisor - importacao recusada."
                   move "N" to ws-seg-evento
                   move "liberacao de carga repetida recusada"
                     to ws-seg-detalhe
                   perform grava-seguranca
                   move "S" to ws-lote-recusado
                   go to confere-lote-exit
               end-if
               move "E" to ws-seg-evento
               move "liberou carga repetida" to ws-seg-detalhe
               perform grava-seguranca
           end-if

      *>   vinculo aberto antes de registrar o lote, para nao deixar lote
      *>   ativo de uma importacao que nao chegou a rodar
           open extend arqVinculo
           if ws-fs-vinculo = 35 then
               open output arqVinculo
           end-if
           if ws-fs-vinculo <> 0 then
               display "File Status ao abrir vinculo de lotes: "
                       ws-fs-vinculo " - importacao nao realizada."
               move "S" to ws-lote-recusado
               go to confere-lote-exit
           end-if
           move "S" to ws-vinculo-aberto

           move function current-date     to ws-data-hora-sistema
           move ws-lote-numero            to fd-ctl-lote
           move ws-nome-importa           to fd-ctl-arquivo
           move ws-lote-linhas            to fd-ctl-linhas
           move ws-lote-total             to fd-ctl-total
           move zero                      to fd-ctl-gravadas
           move zero                      to fd-ctl-rejeitadas
           move ws-data-hora-sistema(1:8) to fd-ctl-data
           move ws-data-hora-sistema(9:6) to fd-ctl-hora
           move ws-operador               to fd-ctl-operador
           move ws-supervisor             to fd-ctl-liberou
           move "I"                       to fd-ctl-situacao
           move spaces                    to fd-ctl-ope-estorno
           move zero                      to fd-ctl-data-estorno
           move zero                      to fd-ctl-hora-estorno
           write fd-controle-reg
               invalid key
                   display "Erro ao registrar o lote " ws-lote-numero
                           " - importacao nao realizada."
                   move "S" to ws-lote-recusado
                   close arqVinculo
                   move "N" to ws-vinculo-aberto
                   go to confere-lote-exit
           end-write

           display "Lote de importacao: " ws-lote-numero
           .
       confere-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - lê cada linha e critica/grava
      *>------------------------------------------------------------------------

           if ws-fs-importa = 0
           and ws-fs-rejeitos = 0
           and not cadastro-erro
           and operador-valido
           and not lote-recusado then

               perform until fim-arquivo


               end-perform

               move "S" to ws-passo-ok

           end-if
           .
       processamento-exit.
                   perform grava-rejeito
               not invalid key
                   add 1 to ws-total-gravadas
                   perform grava-vinculo
                   perform atualiza-resumo-dia
           end-write

       grava-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no vinculo de lotes a leitura recem gravada
      *>------------------------------------------------------------------------
       grava-vinculo section.

           move ws-lote-numero   to ws-vin-lote
           move fd-estacao       to ws-vin-estacao
           move fd-chave         to ws-vin-chave
           move fd-data-registro to ws-vin-data-registro
           move fd-hora-registro to ws-vin-hora-registro

           move ws-reg-vinculo to fd-linha-vinculo
           write fd-linha-vinculo
           if ws-fs-vinculo <> 0 then
               display "File Status ao gravar vinculo de lotes: "
                       ws-fs-vinculo
           end-if
           .
       grava-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconsolida no resumo diario (resTempNN.txt) o dia da linha
      *>  recem gravada: rele as leituras daquele dia no arquivo da

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
           move ws-imp-dia      to fd-res-dia
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
       grava-rejeito-exit.
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

           move "ImportaTemp"     to ws-ret-programa
           move ws-total-lidas    to ws-ret-lidos
           move ws-total-gravadas to ws-ret-gravados
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
                       ws-fs-rejeitos
           end-if

      *>   quantidades finais do lote no controle de lotes
           if controle-aberto then
               if not lote-recusado then
                   move ws-lote-numero to fd-ctl-lote
                   read arqControle key is fd-ctl-lote
                       invalid key
                           continue
                       not invalid key
                           move ws-total-gravadas   to fd-ctl-gravadas
                           move ws-total-rejeitadas to fd-ctl-rejeitadas
                           rewrite fd-controle-reg
                               invalid key
                                   display "Erro ao atualizar o lote "
                                           ws-lote-numero
                           end-rewrite
                   end-read
               end-if
               close arqControle
           end-if

           if vinculo-aberto then
               close arqVinculo
           end-if

           display " "
           display "Importacao concluida."
           if ws-lote-numero <> zero
           and not lote-recusado then
               display " Lote de importacao: " ws-lote-numero
           end-if
           display " Linhas lidas     : " ws-total-lidas
           display " Linhas gravadas  : " ws-total-gravadas
           display " Linhas rejeitadas: " ws-total-rejeitadas

           perform grava-retorno

           stop run
           .
       finaliza-exit.

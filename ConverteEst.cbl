      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ConverteEst".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Conversao do cadastro mestre de estacoes (arqEstacao.txt) para o
      *>registro com o vinculo de cadeia usado pelo MudaEstacao e pelo
      *>NormaisTemp (antecessora, data de inicio, sucessora e data de
      *>fim). Roda uma vez, so para supervisor, antes de qualquer outro
      *>programa abrir o cadastro no registro novo: le o cadastro no
      *>registro antigo (numero, nome, municipio, altitude e ativa),
      *>grava cada estacao na copia de trabalho estConv.txt com o vinculo
      *>zerado (estacao sem antecessora nem sucessora) e refaz o
      *>arquivo arqEstacao.txt a partir dela. A copia fica gravada como
      *>guarda do cadastro convertido.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqEstAntigo assign to ws-nome-arqestacao
           organization is indexed
           access mode is sequential
           record key is fd-ant-numero
           file status is ws-fs-antigo.

           select arqEstConv assign to ws-nome-conversao
           organization is indexed
           access mode is sequential
           record key is fd-cnv-numero
           file status is ws-fs-conversao.

           select arqEstacao assign to ws-nome-arqestacao
           organization is indexed
           access mode is sequential
           record key is fd-est-numero
           file status is ws-fs-arqEstacao.

           select arqOperador assign to ws-nome-arqoperador
           organization is indexed
           access mode is dynamic
           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>cadastro de estacoes no registro antigo, sem o vinculo de cadeia
       fd arqEstAntigo.
       01 fd-ant-reg.
          05 fd-ant-numero                          pic  9(02).
          05 fd-ant-nome                            pic  x(30).
          05 fd-ant-municipio                       pic  x(20).
          05 fd-ant-altitude                        pic  9(04).
          05 fd-ant-ativa                           pic  x(01).

       fd arqEstConv.
       01 fd-cnv-reg.
          05 fd-cnv-numero                          pic  9(02).
          05 fd-cnv-resto                           pic  x(75).

       fd arqEstacao.
       01 fd-estacao-reg.
          05 fd-est-numero                          pic  9(02).
          05 fd-est-nome                            pic  x(30).
          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqOperador.
       01 fd-operador-reg.
          05 fd-ope-id                              pic  x(10).
          05 fd-ope-nome                            pic  x(30).
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-antigo                            pic  9(02).
       77  ws-fs-conversao                         pic  9(02).
       77  ws-fs-arqEstacao                        pic  9(02).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".
       77  ws-nome-conversao                       pic  x(20)
                                                    value "estConv.txt".
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".

       77  ws-qtd-lidas                            pic  9(03) value zero.
       77  ws-qtd-copiadas                         pic  9(03) value zero.
       77  ws-qtd-gravadas                         pic  9(03) value zero.
       77  ws-qtd-erros                            pic  9(03) value zero.

      *>cadastro mestre de operadores: a conversao refaz o cadastro de
      *>estacoes inteiro e exige nivel supervisor
       77  ws-operador                             pic  x(10) value spaces.
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-nome-arqoperador                     pic  x(20)
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

       77  ws-conversao-ok                         pic  x(01) value "N".
           88  conversao-ok                        value "S".
       77  ws-confirma                             pic  x(01).
           88  confirmado                          value "S" "s".

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display "Identificacao do operador (ate 10 caracteres): "
           accept ws-operador
           perform valida-operador
           perform registra-entrada
           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " conversao nao realizada."
               go to inicializa-exit
           end-if
           if not operador-supervisor then
               display "A conversao refaz o cadastro de estacoes e exige"
                       " operador de nivel supervisor."
               move "conversao do cadastro de estacoes"
                 to ws-seg-detalhe
               perform registra-recusa
               move "N" to ws-operador-valido
               go to inicializa-exit
           end-if

           display "Converter " ws-nome-arqestacao " para o registro com"
                   " vinculo de cadeia."
           display "Rodar uma vez so, com os demais programas parados."
           display "Confirma? (S/N): "
           accept ws-confirma
           if not confirmado then
               display "Conversao cancelada."
               move "N" to ws-operador-valido
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no cadastro mestre de operadores a identificacao da
      *>  entrada e guarda o nivel de acesso; sem o cadastro (primeira
      *>  implantacao) a validacao fica desligada, como em Lista11Ex01V2
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
               move 2   to ws-nivel-operador
               go to valida-operador-exit
           end-if

           move ws-operador to fd-ope-id
           read arqOperador key is fd-ope-id
               invalid key
                   continue
               not invalid key
                   if fd-ope-ativa = "S" or fd-ope-ativa = "s" then
                       move "S"          to ws-operador-valido
                       move fd-ope-nivel to ws-nivel-operador
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

           move "ConverteEst"              to ws-seg-programa
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
      *>  Processamento principal - cadastro antigo para a copia de
      *>  trabalho e a copia de volta para o cadastro no registro novo
      *>------------------------------------------------------------------------
       processamento section.

           if not operador-valido then
               go to processamento-exit
           end-if

           perform copia-antigo
           if not conversao-ok then
               go to processamento-exit
           end-if

           perform refaz-cadastro
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o cadastro no registro antigo e grava cada estacao na copia
      *>  de trabalho, ja no registro novo com o vinculo zerado
      *>------------------------------------------------------------------------
       copia-antigo section.

           open input arqEstAntigo
           if ws-fs-antigo <> 0 then
               display "File Status ao abrir " ws-nome-arqestacao
                       " no registro antigo: " ws-fs-antigo
               if ws-fs-antigo = 39 then
                   display "O cadastro ja esta no registro novo -"
                           " conversao nao realizada."
               end-if
               go to copia-antigo-exit
           end-if

           open output arqEstConv
           if ws-fs-conversao <> 0 then
               display "File Status ao criar " ws-nome-conversao ": "
                       ws-fs-conversao " - conversao nao realizada."
               close arqEstAntigo
               go to copia-antigo-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqEstAntigo next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lidas
                       move fd-ant-numero    to fd-est-numero
                       move fd-ant-nome      to fd-est-nome
                       move fd-ant-municipio to fd-est-municipio
                       move fd-ant-altitude  to fd-est-altitude
                       move fd-ant-ativa     to fd-est-ativa
                       move zero             to fd-est-antecessora
                       move zero             to fd-est-data-inicio
                       move zero             to fd-est-sucessora
                       move zero             to fd-est-data-fim
                       move fd-estacao-reg   to fd-cnv-reg
                       write fd-cnv-reg
                           invalid key
                               add 1 to ws-qtd-erros
                               display "Erro ao copiar a estacao "
                                       fd-ant-numero
                           not invalid key
                               add 1 to ws-qtd-copiadas
                       end-write
               end-read
           end-perform

           close arqEstConv
           close arqEstAntigo

           if ws-qtd-erros <> zero then
               display "Houve erro na copia - " ws-nome-arqestacao
                       " mantido no registro antigo."
               go to copia-antigo-exit
           end-if

           move "S" to ws-conversao-ok
           .
       copia-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz o cadastro de estacoes, no registro novo, a partir da
      *>  copia de trabalho
      *>------------------------------------------------------------------------
       refaz-cadastro section.

           open input arqEstConv
           if ws-fs-conversao <> 0 then
               display "File Status ao abrir " ws-nome-conversao ": "
                       ws-fs-conversao " - cadastro nao refeito."
               go to refaz-cadastro-exit
           end-if

           open output arqEstacao
           if ws-fs-arqEstacao <> 0 then
               display "File Status ao refazer " ws-nome-arqestacao ": "
                       ws-fs-arqEstacao
               display "Cadastro convertido guardado em "
                       ws-nome-conversao "."
               close arqEstConv
               go to refaz-cadastro-exit
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqEstConv next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-cnv-reg to fd-estacao-reg
                       write fd-estacao-reg
                           invalid key
                               add 1 to ws-qtd-erros
                               display "Erro ao gravar a estacao "
                                       fd-est-numero
                           not invalid key
                               add 1 to ws-qtd-gravadas
                       end-write
               end-read
           end-perform

           close arqEstacao
           close arqEstConv
           .
       refaz-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if operador-valido then
               display " "
               display "--------------------------------------------------------------------"
               display " Estacoes lidas no registro antigo : " ws-qtd-lidas
               display " Estacoes gravadas no registro novo: "
                       ws-qtd-gravadas
               display " Erros                             : " ws-qtd-erros
               if conversao-ok and ws-qtd-gravadas = ws-qtd-lidas then
                   display " Cadastro convertido; copia guardada em "
                           ws-nome-conversao
               end-if
               display "===================================================================="
           end-if

           stop run
           .
       finaliza-exit.
           exit.

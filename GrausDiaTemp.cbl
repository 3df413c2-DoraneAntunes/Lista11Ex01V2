      *>existente, como o ConsolidaTemp, e emite a tabela de cada uma
      *>em sequencia no mesmo arquivo - e a rodada unica que atende a
      *>distribuidora que cobre tres municipios.
      *>Os dias entram pela media do resumo com as leituras estimadas
      *>pelo EstimaTemp (qualidade E) incluidas; a pedido elas ficam
      *>fora e a media do dia e refeita so com as leituras medidas
      *>(dia so com estimadas nao entra na conta).
      *>Informado o codigo de um cliente ativo do cadastro de contratos
      *>(arqCliente.txt, tela Manter Clientes de Lista11Ex01V2), as
      *>bases vem do contrato e nao sao perguntadas.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

           select arqCliente assign to ws-nome-arqcliente
           organization is indexed
           access mode is dynamic
           record key is fd-cli-codigo
           file status is ws-fs-arqCliente.

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

       fd arqRelatorio.
       01 fd-linha-rel                              pic x(80).
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

       fd arqCliente.
       01 fd-cliente-reg.
          05 fd-cli-codigo                          pic  9(04).
          05 fd-cli-nome                            pic  x(30).
          05 fd-cli-estacoes.
             10 fd-cli-estacao                      pic  9(02)
                                                    occurs 5 times.
          05 fd-cli-base-aquec                      pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-base-resfr                      pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-limiar-calor                    pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-limiar-geada                    pic s9(02)v9(02)
                                                    sign leading separate.
          05 fd-cli-minimo-dias                     pic  9(02).
          05 fd-cli-frequencia                      pic  x(01).
          05 fd-cli-ativo                           pic  x(01).

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

      *>cliente do cadastro de contratos (0 = bases informadas na hora)
       77  ws-cliente                              pic  9(04) value zero.
       77  ws-fs-arqCliente                        pic  9(02).
       77  ws-nome-arqcliente                      pic  x(20)
                                                    value "arqCliente.txt".
       77  ws-cliente-achado                       pic  x(01) value "N".
           88  cliente-achado                      value "S".

      *>bases contratuais de aquecimento e resfriamento, em graus
       77  ws-base-aquec                           pic -99,00(04).
       77  ws-base-resfr                           pic -99,00(04).

       77  ws-gd-dia                               pic s9(03)v9(05).

      *>leituras estimadas (EstimaTemp): incluidas por padrao
       77  ws-inclui-estimadas                     pic  x(01) value "S".
           88  inclui-estimadas                    value "S" "s".
       77  ws-media-dia                            pic s9(02)v9(05).

      *>acumuladores do mes, do ano e da estacao correntes
       01  ws-mes-corrente.
           05 ws-mc-ano                            pic 9(04) value zero.
           05 filler                               pic x(21)
                                value "  Base resfriamento: ".
           05 ws-cab-base-resfr                    pic -99,99.
           05 filler                               pic x(13)
                                value "  Estimadas: ".
           05 ws-cab-estimadas                     pic x(01).

       01  ws-cab-estacao.
           05 filler                               pic x(10)
           display "Identificacao do operador (ate 10 caracteres): "
           accept ws-operador
           perform valida-operador
           perform registra-entrada
           if not operador-valido then
               display "Operador nao cadastrado ou inativo -"
                       " relatorio nao emitido."
               end-if
           end-if

           display "Cliente do contrato (Enter = informar as bases): "
           accept ws-cliente
           if ws-cliente <> zero then
               perform le-cliente
           end-if

           if not cliente-achado then
               display "Base de aquecimento, em graus (Enter = 18): "
               accept ws-base-aquec
               move ws-base-aquec to ws-base-aquec-num
               if ws-base-aquec-num = zero then
                   move 18 to ws-base-aquec-num
               end-if

               display "Base de resfriamento, em graus (Enter = 22): "
               accept ws-base-resfr
               move ws-base-resfr to ws-base-resfr-num
               if ws-base-resfr-num = zero then
                   move 22 to ws-base-resfr-num
               end-if
           end-if

           display "Incluir as leituras estimadas (EstimaTemp)?"
                   " (S/N, Enter = S): "
           accept ws-inclui-estimadas
           if ws-inclui-estimadas = space then
               move "S" to ws-inclui-estimadas
           end-if

           if ws-estacao = zero then
           move ws-operador               to ws-emi-operador
           move ws-base-aquec-num         to ws-cab-base-aquec
           move ws-base-resfr-num         to ws-cab-base-resfr
           if inclui-estimadas then
               move "S" to ws-cab-estimadas
           else
               move "N" to ws-cab-estimadas
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o cliente no cadastro de contratos e assume as bases
      *>  gravadas; cliente inexistente ou inativo volta as perguntas
      *>------------------------------------------------------------------------
       le-cliente section.

           move "N" to ws-cliente-achado

           open input arqCliente
           if ws-fs-arqCliente <> 0 then
               display "Cadastro de clientes indisponivel (file status "
                       ws-fs-arqCliente ") - informe as bases."
               go to le-cliente-exit
           end-if

           move ws-cliente to fd-cli-codigo
           read arqCliente key is fd-cli-codigo
               invalid key
                   display "Cliente " ws-cliente " nao cadastrado -"
                           " informe as bases."
               not invalid key
                   if fd-cli-ativo = "S" or fd-cli-ativo = "s" then
                       move "S" to ws-cliente-achado
                       move fd-cli-base-aquec to ws-base-aquec-num
                       move fd-cli-base-resfr to ws-base-resfr-num
                       display "Bases do contrato de " fd-cli-nome
                   else
                       display "Cliente " ws-cliente " inativo -"
                               " informe as bases."
                   end-if
           end-read

           close arqCliente
           .
       le-cliente-exit.
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

           move "GrausDiaTemp"             to ws-seg-programa
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
      *>  Carrega os nomes do cadastro mestre de estacoes (se existir),
      *>  como faz ConsolidaTemp
      *>------------------------------------------------------------------------
      *>  Acumula um dia do resumo: fecha o mes na quebra de mes/ano (e
      *>  o ano na quebra de ano) e soma os graus-dia do dia pela media
      *>  diaria ja consolidada (ou refeita so com as medidas, quando as
      *>  estimadas ficam de fora)
      *>------------------------------------------------------------------------
       acumula-dia section.

           move fd-res-media to ws-media-dia
           if not inclui-estimadas
           and fd-res-qtd-est > zero then
               if fd-res-qtd-est >= fd-res-qtd then
                   go to acumula-dia-exit
               end-if
               compute ws-media-dia = (fd-res-soma - fd-res-soma-est)
                                    / (fd-res-qtd - fd-res-qtd-est)
           end-if

           if fd-res-ano <> ws-mc-ano
           or fd-res-mes <> ws-mc-mes then
               if tem-mes-aberto then

           add 1 to ws-mc-dias

           compute ws-gd-dia = ws-base-aquec-num - ws-media-dia
           if ws-gd-dia > zero then
               add ws-gd-dia to ws-mc-aquec
           end-if

           compute ws-gd-dia = ws-media-dia - ws-base-resfr-num
           if ws-gd-dia > zero then
               add ws-gd-dia to ws-mc-resfr
           end-if

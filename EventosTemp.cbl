      *>final. A maxima e a minima de cada dia ja vem consolidadas no
      *>resumo, em vez de reconsolidar as leituras horarias a cada
      *>execucao. Limiares e duração mínima são perguntados na execução,
      *>porque cada contrato de cliente usa as suas próprias definições;
      *>informado o codigo de um cliente ativo do cadastro de contratos
      *>(arqCliente.txt, tela Manter Clientes de Lista11Ex01V2), os
      *>limiares e a duracao minima vem do contrato.

      *>Divisão para configuração do ambiente
       environment division.
           access mode is sequential
           file status is ws-fs-manifesto.

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

       fd arqManifesto.
       01 fd-linha-manifesto                       pic x(80).

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

       77  ws-inclui-arquivo                       pic  x(01).
           88  inclui-arquivo                      value "S" "s".

      *>cliente do cadastro de contratos (0 = parametros informados)
       77  ws-cliente                              pic  9(04) value zero.
       77  ws-fs-arqCliente                        pic  9(02).
       77  ws-nome-arqcliente                      pic  x(20)
                                                    value "arqCliente.txt".
       77  ws-cliente-achado                       pic  x(01) value "N".
           88  cliente-achado                      value "S".

      *>parametros do contrato, informados na execucao; o limiar de
      *>geada aceita valor negativo (um limiar de -2 e legitimo em
      *>municipio de serra)
               accept ws-inclui-arquivo
           end-if

           display "Cliente do contrato (Enter = informar os limiares): "
           accept ws-cliente
           if ws-cliente <> zero then
               perform le-cliente
           end-if

           if not cliente-achado then
               display "Limiar de calor (dias com temperatura >= limiar): "
               accept ws-limiar-calor
               move ws-limiar-calor to ws-limiar-calor-num

               display "Limiar de geada (dias com temperatura <= limiar): "
               accept ws-limiar-geada
               move ws-limiar-geada to ws-limiar-geada-num

               display "Duracao minima da sequencia de calor (em dias): "
               accept ws-minimo-dias
           end-if
           if ws-minimo-dias = zero then
               move 1 to ws-minimo-dias
           end-if
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o cliente no cadastro de contratos e assume limiares e
      *>  duracao minima gravados; cliente inexistente ou inativo volta
      *>  as perguntas
      *>------------------------------------------------------------------------
       le-cliente section.

           move "N" to ws-cliente-achado

           open input arqCliente
           if ws-fs-arqCliente <> 0 then
               display "Cadastro de clientes indisponivel (file status "
                       ws-fs-arqCliente ") - informe os limiares."
               go to le-cliente-exit
           end-if

           move ws-cliente to fd-cli-codigo
           read arqCliente key is fd-cli-codigo
               invalid key
                   display "Cliente " ws-cliente " nao cadastrado -"
                           " informe os limiares."
               not invalid key
                   if fd-cli-ativo = "S" or fd-cli-ativo = "s" then
                       move "S" to ws-cliente-achado
                       move fd-cli-limiar-calor to ws-limiar-calor-num
                       move fd-cli-limiar-geada to ws-limiar-geada-num
                       move fd-cli-minimo-dias  to ws-minimo-dias
                       display "Limiares do contrato de " fd-cli-nome
                   else
                       display "Cliente " ws-cliente " inativo -"
                               " informe os limiares."
                   end-if
           end-read

           close arqCliente
           .
       le-cliente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o manifesto de arquivamento e guarda o maior ano de corte
      *>  registrado; sem manifesto nada foi arquivado e o resumo

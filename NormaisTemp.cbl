      *>normal aqui" usada pelo relatorio de anomalias (AnomaliaTemp) e
      *>pela coluna de anomalia do ConsolidaTemp; roda sob demanda,
      *>tipicamente depois de fechar mais um ano de historico.
      *>Opcionalmente segue a cadeia de estacoes antecessoras gravada
      *>no cadastro mestre (arqEstacao.txt) pela relocacao do
      *>MudaEstacao: o resumo de cada antecessora entra so com os dias
      *>anteriores ao inicio da estacao que a sucedeu, e a serie toda
      *>vira as normais da estacao pedida.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-nrm-mes
           file status is ws-fs-normais.

           select arqEstacao assign to ws-nome-arqestacao
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacao.

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

       fd arqNormais.
       01 fd-nrm-reg.
                                                    sign leading separate.
          05 fd-nrm-anos                           pic  9(02).

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

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-total-dias                           pic  9(06) value zero.
       77  ws-total-meses                          pic  9(02) value zero.

      *>cadeia de estacoes: a pedida e, se o operador quiser, as
      *>antecessoras do cadastro mestre; cada uma entra com os dias
      *>anteriores a data limite (inicio da estacao que a sucedeu)
       77  ws-fs-arqEstacao                        pic  9(02).
       77  ws-nome-arqestacao                      pic  x(20)
                                                    value "arqEstacao.txt".
       77  ws-segue-cadeia                         pic  x(01) value "N".
           88  segue-cadeia                        value "S" "s".
       77  ws-fim-cadeia                           pic  x(01).
           88  fim-cadeia                          value "S".
       77  ws-qtd-cadeia                           pic  9(02) value zero.
       77  ws-max-cadeia                           pic  9(02) value 10.
       77  ws-cad-idx                              pic  9(02).
       01  ws-cadeia.
           05 ws-cadeia-est                         occurs 10 times.
               10 ws-cad-estacao                   pic  9(02).
               10 ws-cad-limite                    pic  9(08).
       01  ws-data-dia.
           05 ws-dd-ano                            pic  9(04).
           05 ws-dd-mes                            pic  9(02).
           05 ws-dd-dia                            pic  9(02).
       01  ws-data-dia-num redefines ws-data-dia   pic  9(08).
       77  ws-resumos-lidos                        pic  9(02) value zero.
       01  ws-linha-cadeia                         pic  x(60) value spaces.
       77  ws-pos-cadeia                           pic  9(02) value 1.

      *>Declaração do corpo do programa
       procedure division.

           end-if

           if ws-estacao = 01 then
               move "nrmTemp.txt" to ws-nome-normais
           else
               move spaces to ws-nome-normais
               string "nrmTemp" delimited by size
                      ws-estacao delimited by size
                      into ws-nome-normais
           end-if

           display "Seguir a cadeia de estacoes antecessoras? (S/N,"
                   " Enter = N): "
           accept ws-segue-cadeia

           move 1          to ws-qtd-cadeia
           move ws-estacao to ws-cad-estacao(1)
           move 99999999   to ws-cad-limite(1)
           if segue-cadeia then
               perform monta-cadeia
           end-if

           perform varying ws-mes-idx from 1 by 1
                     until ws-mes-idx > 12
               move zero to ws-ac-soma(ws-mes-idx)
               move zero to ws-ac-ult-ano(ws-mes-idx)
           end-perform

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre no cadastro mestre as antecessoras da estacao pedida;
      *>  sem o cadastro as normais saem so da estacao pedida
      *>------------------------------------------------------------------------
       monta-cadeia section.

           open input arqEstacao
           if ws-fs-arqEstacao <> 0 then
               display "Cadastro de estacoes indisponivel (file status "
                       ws-fs-arqEstacao ") - normais so da estacao "
                       ws-estacao "."
               go to monta-cadeia-exit
           end-if

           move "N" to ws-fim-cadeia
           perform until fim-cadeia
               move ws-cad-estacao(ws-qtd-cadeia) to fd-est-numero
               read arqEstacao key is fd-est-numero
                   invalid key
                       move "S" to ws-fim-cadeia
                   not invalid key
                       if fd-est-antecessora = zero then
                           move "S" to ws-fim-cadeia
                       else
                           if ws-qtd-cadeia >= ws-max-cadeia then
                               display "Cadeia com mais de "
                                       ws-max-cadeia " estacoes - as"
                                       " mais antigas ficam de fora."
                               move "S" to ws-fim-cadeia
                           else
                               add 1 to ws-qtd-cadeia
                               move fd-est-antecessora
                                 to ws-cad-estacao(ws-qtd-cadeia)
                               move fd-est-data-inicio
                                 to ws-cad-limite(ws-qtd-cadeia)
                           end-if
                       end-if
               end-read
           end-perform

           close arqEstacao
           .
       monta-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - acumula cada dia dos resumos da
      *>  cadeia, da estacao mais antiga para a pedida, no mes do
      *>  calendario correspondente (assim os anos chegam em ordem)
      *>------------------------------------------------------------------------
       processamento section.

           perform varying ws-cad-idx from ws-qtd-cadeia by -1
                     until ws-cad-idx < 1
               perform le-resumo-estacao
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o resumo de uma estacao da cadeia ate a sua data limite
      *>------------------------------------------------------------------------
       le-resumo-estacao section.

           if ws-cad-estacao(ws-cad-idx) = 01 then
               move "resTemp.txt" to ws-nome-resumo
           else
               move spaces to ws-nome-resumo
               string "resTemp"                  delimited by size
                      ws-cad-estacao(ws-cad-idx) delimited by size
                      ".txt"                     delimited by size
                      into ws-nome-resumo
           end-if

           open input arqResumo
           if ws-fs-resumo = 35 then
               display "Resumo diario " ws-nome-resumo " inexistente -"
                       " rode o ResumoTemp para gera-lo."
               go to le-resumo-estacao-exit
           end-if
           if ws-fs-resumo <> 0 then
               display "File Status ao abrir resumo diario: "
                       ws-fs-resumo
               go to le-resumo-estacao-exit
           end-if

           add 1 to ws-resumos-lidos
           if ws-resumos-lidos > 1 then
               string " + " delimited by size
                      into ws-linha-cadeia with pointer ws-pos-cadeia
               end-string
           end-if
           string ws-cad-estacao(ws-cad-idx) delimited by size
                  into ws-linha-cadeia with pointer ws-pos-cadeia
           end-string

           move "N" to ws-fim-arquivo
           perform until fim-arquivo

               read arqResumo
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       move fd-res-ano to ws-dd-ano
                       move fd-res-mes to ws-dd-mes
                       move fd-res-dia to ws-dd-dia
      *>               a partir do inicio da sucessora os dias sao
      *>               dela
                       if ws-data-dia-num >= ws-cad-limite(ws-cad-idx)
                           move "S" to ws-fim-arquivo
                       else
                           if fd-res-mes >= 1 and fd-res-mes <= 12 then
                               add 1 to ws-total-dias
                               perform acumula-dia
                           end-if
                       end-if
               end-read

           end-perform

           close arqResumo
           .
       le-resumo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       grava-normais section.

           if ws-resumos-lidos = zero then
               go to grava-normais-exit
           end-if

      *>------------------------------------------------------------------------
       finaliza section.

           if ws-resumos-lidos > zero then
               display "Normais regravadas: " ws-total-meses
                       " mes(es) do calendario a partir de "
                       ws-total-dias " dia(s) de historico em "
                       ws-nome-normais
               if ws-resumos-lidos > 1 then
                   display "Serie formada pelas estacoes "
                           ws-linha-cadeia
               end-if
           end-if

           stop run

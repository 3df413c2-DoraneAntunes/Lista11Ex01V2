      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "EstimaTemp".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Passo de estimativa das horas ausentes: percorre o arqTempNN.txt
      *>da estação em ordem de chave e, a cada par de leituras
      *>consecutivas (leitura R, ruim confirmada, nao serve de ancora)
      *>com horas faltando entre elas, preenche a lacuna:
      *>  - lacuna de ate N horas (N informado na execucao): interpolacao
      *>    linear entre a leitura anterior e a seguinte a lacuna;
      *>  - lacuna maior que N: a mesma hora nos dias vizinhos (media do
      *>    dia anterior e do seguinte, ou so a que existir; leituras R
      *>    ou ja estimadas nao servem de vizinha). Hora sem nenhuma
      *>    vizinha medida fica sem estimativa.
      *>Cada leitura estimada e gravada com operador "ESTIMA" e
      *>qualidade "E" (estimada), deixa um registro de inclusao ("I")
      *>no jornal da estacao (jrnTempNN.txt) e o dia afetado e
      *>reconsolidado no resumo diario (resTempNN.txt), que guarda a
      *>quantidade/soma das estimadas a parte para os relatorios
      *>poderem exclui-las. Mes ja FECHADO pelo FechaMes nao recebe
      *>estimativa - as horas sao so contadas. Tudo o que foi preenchido
      *>sai num relatorio paginado (estTempNN.txt), no molde do
      *>qcTempNN.txt de QualidadeTemp, com a pagina final de totais.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTemp assign to ws-nome-arquivo
           organization is indexed
           access mode is dynamic
           record key is fd-chave
           file status is ws-fs-arqTemp.

           select arqResumo assign to ws-nome-resumo
           organization is indexed
           access mode is dynamic
           record key is fd-res-chave
           file status is ws-fs-resumo.

           select arqEstRel assign to ws-nome-estrel
           organization is line sequential
           access mode is sequential
           file status is ws-fs-estrel.

           select arqJornal assign to ws-nome-jornal
           organization is line sequential
           access mode is sequential
           file status is ws-fs-jornal.

           select arqFechamento assign to ws-nome-fechamento
           organization is indexed
           access mode is dynamic
           record key is fd-fch-chave
           file status is ws-fs-fechamento.

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
       fd arqTemp.
       01 fd-temp.
          05 fd-chave.
             10 fd-ano                             pic  9(04).
             10 fd-mes                             pic  9(02).
             10 fd-dia                             pic  9(02).
             10 fd-hora                            pic  9(02).
          05 fd-estacao                            pic  9(02).
          05 fd-temperatura                        pic -99,00(04).
          05 fd-operador                           pic  x(10).
          05 fd-data-registro                      pic  9(08).
          05 fd-hora-registro                      pic  9(06).
          05 fd-qualidade                          pic  x(01).

       fd arqResumo.
       01 fd-res-reg.
          05 fd-res-chave.
             10 fd-res-ano                         pic  9(04).
             10 fd-res-mes                         pic  9(02).
             10 fd-res-dia                         pic  9(02).
          05 fd-res-qtd                            pic  9(04).
          05 fd-res-max                            pic s9(02)v9(05)
                                                    sign leading separate.
          05 fd-res-min                            pic s9(02)v9(05)
                                                    sign leading separate.
          05 fd-res-soma                           pic s9(06)v9(05)
                                                    sign leading separate.
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

       fd arqEstRel.
       01 fd-linha-est                              pic x(80).

       fd arqJornal.
       01 fd-linha-jornal                           pic x(162).

       fd arqFechamento.
       01 fd-fch-reg.
          05 fd-fch-chave.
             10 fd-fch-ano                         pic  9(04).
             10 fd-fch-mes                         pic  9(02).
          05 fd-fch-situacao                       pic  x(01).
          05 fd-fch-operador                       pic  x(10).
          05 fd-fch-data                           pic  9(08).
          05 fd-fch-hora                           pic  9(06).
          05 fd-fch-ope-reabriu                    pic  x(10).
          05 fd-fch-data-reabriu                   pic  9(08).
          05 fd-fch-hora-reabriu                   pic  9(06).

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

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-resumo                            pic  9(02).
       77  ws-arq-aberto                           pic  x(01) value "N".
           88  arq-aberto                          value "S".

      *>estacao da estimativa - mesma convencao de nome de arquivo usada
      *>em Lista11Ex01V2 (estacao 01 = arqTemp.txt, demais =
      *>arqTempNN.txt); resumo, jornal, periodos e relatorio seguem a
      *>mesma regra
       77  ws-estacao                              pic  9(02) value 01.
       77  ws-nome-arquivo                         pic  x(20).
       77  ws-nome-resumo                          pic  x(20).

      *>cadastro mestre de operadores, como em QualidadeTemp: quem roda
      *>a estimativa fica no jornal de cada leitura incluida
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

      *>maior lacuna, em horas, preenchida por interpolacao; acima
      *>dela vale a mesma hora dos dias vizinhos
       77  ws-max-lacuna                           pic  9(03).

       77  ws-fim-arquivo                          pic  x(01) value "N".
           88  fim-arquivo                         value "S".
       77  ws-temp-num                             pic s9(02)v9(05).
       77  ws-temp-est                             pic s9(02)v9(05).

      *>data no formato aaaammdd e hora corrida (dia corrido * 24 +
      *>hora), para medir a distancia entre leituras atravessando
      *>viradas de dia, mes e ano
       77  ws-data-aaaammdd                        pic  9(08).
       77  ws-hora-corrida                         pic  9(09).
       77  ws-dia-corrido                          pic  9(07).

      *>ancora anterior (ultima leitura nao ruim) e ancora atual
       77  ws-tem-anterior                         pic  x(01) value "N".
           88  tem-anterior                        value "S".
       77  ws-ant-hora-corrida                     pic  9(09).
       77  ws-ant-num                              pic s9(02)v9(05).
       01  ws-chave-atual                          pic  x(10).
       77  ws-atu-hora-corrida                     pic  9(09).
       77  ws-atu-num                              pic s9(02)v9(05).

      *>lacuna em preenchimento
       77  ws-lacuna                               pic  9(07).
       77  ws-passo                                pic  9(07).
       77  ws-metodo                               pic  x(01).
           88  metodo-interpolacao                 value "I".
           88  metodo-vizinhos                     value "V".
       77  ws-alvo-hora-corrida                    pic  9(09).
       77  ws-alvo-dia-corrido                     pic  9(07).
       77  ws-alvo-hora                            pic  9(02).
       01  ws-alvo-data                            pic  9(08).
       01  ws-alvo-data-red redefines ws-alvo-data.
           05 ws-alvo-ano                          pic  9(04).
           05 ws-alvo-mes                          pic  9(02).
           05 ws-alvo-dia                          pic  9(02).

      *>mesma hora nos dias vizinhos
       77  ws-viz-dia-corrido                      pic  9(07).
       01  ws-viz-data                             pic  9(08).
       01  ws-viz-data-red redefines ws-viz-data.
           05 ws-viz-ano                           pic  9(04).
           05 ws-viz-mes                           pic  9(02).
           05 ws-viz-dia                           pic  9(02).
       77  ws-viz-qtd                              pic  9(01).
       77  ws-viz-soma                             pic s9(03)v9(05).
       77  ws-viz-num                              pic s9(02)v9(05).

      *>dia com estimativas ainda nao reconsolidado no resumo
       77  ws-dia-pendente                         pic  9(08) value zero.

      *>reconsolidacao do dia no resumo, como atualiza-resumo-dia em
      *>Lista11Ex01V2
       77  ws-chk-ano                              pic  9(04).
       77  ws-chk-mes                              pic  9(02).
       77  ws-chk-dia                              pic  9(02).
       77  ws-fim-dia                              pic  x(01).
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

      *>jornal de alteracoes da estacao (jrnTempNN.txt): cada leitura
      *>estimada deixa um registro de inclusao com a imagem gravada
       77  ws-fs-jornal                            pic  9(02).
       77  ws-nome-jornal                          pic  x(20).
       77  ws-data-hora-jornal                     pic  x(21).

       01  ws-reg-jornal.
           05 ws-jrn-operacao                      pic  x(01).
           05 ws-jrn-programa                      pic  x(15).
           05 ws-jrn-operador                      pic  x(10).
           05 ws-jrn-data                          pic  9(08).
           05 ws-jrn-hora                          pic  9(06).
           05 ws-jrn-imagem-ant                    pic  x(46).
           05 ws-jrn-imagem-nova                   pic  x(46).
           05 ws-jrn-motivo                        pic  x(30).

       77  ws-motivo-est                           pic  x(30).

      *>situacao dos periodos contabeis da estacao (fchTempNN.txt,
      *>mantido por FechaMes): mes fechado nao recebe estimativa; o
      *>ultimo mes/ano consultado fica em cache, como em QualidadeTemp
       77  ws-fs-fechamento                        pic  9(02).
       77  ws-nome-fechamento                      pic  x(20).
       77  ws-periodo-fechado                      pic  x(01).
           88  periodo-fechado                     value "S".
       77  ws-fch-ult-ano                          pic  9(04) value zero.
       77  ws-fch-ult-mes                          pic  9(02) value zero.
       77  ws-fch-ult-sit                          pic  x(01) value "N".

       77  ws-total-lidas                          pic  9(06) value zero.
       77  ws-total-lacunas                        pic  9(06) value zero.
       77  ws-total-horas-lacuna                   pic  9(07) value zero.
       77  ws-total-interpoladas                   pic  9(06) value zero.
       77  ws-total-vizinhos                       pic  9(06) value zero.
       77  ws-total-sem-vizinho                    pic  9(06) value zero.
       77  ws-total-fechadas                       pic  9(06) value zero.
       77  ws-total-ocupadas                       pic  9(06) value zero.

       01  ws-disp-temp                            pic -99,99999.
       01  ws-disp-lacuna                          pic  zzzzzz9.

      *>arquivo de impressao paginado das estimativas, no molde do
      *>qcTempNN.txt de QualidadeTemp
       77  ws-fs-estrel                            pic  9(02).
       77  ws-nome-estrel                          pic  x(20).
       77  ws-rel-aberto                           pic  x(01) value "N".
           88  rel-aberto                          value "S".
       77  ws-data-hora-sistema                    pic  x(21).
       77  ws-linhas-pagina                        pic  9(02) value 99.
       77  ws-num-pagina                           pic  9(04) value zero.
       01  ws-linha-est                            pic  x(80).

       01  ws-cab-emissao.
           05 filler                               pic x(10)
                                                    value " Emissao: ".
           05 ws-emi-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-emi-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-emi-ano                           pic 9(04).
           05 filler                               pic x(12)
                                                    value "  Operador: ".
           05 ws-emi-operador                      pic x(10).

       01  ws-cab-estacao.
           05 filler                               pic x(10)
                                                    value " Estacao: ".
           05 ws-cab-est-numero                    pic 9(02).
           05 filler                               pic x(30)
                         value "   Maior lacuna interpolada: ".
           05 ws-cab-max-lacuna                    pic zz9.
           05 filler                               pic x(08)
                                                    value " hora(s)".

       01  ws-cab-pagina.
           05 filler                               pic x(62) value spaces.
           05 filler                               pic x(08)
                                                    value "Pagina: ".
           05 ws-cab-num-pagina                    pic 9(04).

       01  ws-det-estimada.
           05 filler                               pic x(01) value space.
           05 ws-det-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 ws-det-hora                          pic 9(02).
           05 filler                               pic x(03) value "h  ".
           05 ws-det-temp                          pic -99,99999.
           05 filler                               pic x(03) value spaces.
           05 ws-det-metodo                        pic x(30).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform imprime-totais.
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
                       " estimativa nao realizada."
               move 35 to ws-fs-arqTemp
               go to inicializa-exit
           end-if

           display "Estacao da estimativa (Enter = 01): "
           accept ws-estacao
           if ws-estacao = zero then
               move 01 to ws-estacao
           end-if

           if ws-estacao = 01 then
               move "arqTemp.txt" to ws-nome-arquivo
               move "resTemp.txt" to ws-nome-resumo
               move "estTemp.txt" to ws-nome-estrel
               move "jrnTemp.txt" to ws-nome-jornal
               move "fchTemp.txt" to ws-nome-fechamento
           else
               move spaces to ws-nome-arquivo
               string "arqTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-arquivo
               move spaces to ws-nome-resumo
               string "resTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-resumo
               move spaces to ws-nome-estrel
               string "estTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-estrel
               move spaces to ws-nome-jornal
               string "jrnTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-jornal
               move spaces to ws-nome-fechamento
               string "fchTemp" delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-fechamento
           end-if

           display "Maior lacuna a interpolar, em horas (Enter = 6): "
           accept ws-max-lacuna
           if ws-max-lacuna = zero then
               move 6 to ws-max-lacuna
           end-if

           open i-o arqTemp
           if ws-fs-arqTemp <> 0 then
               display "File Status ao abrir arquivo da estacao: "
                       ws-fs-arqTemp
               go to inicializa-exit
           end-if
           move "S" to ws-arq-aberto

           open output arqEstRel
           if ws-fs-estrel <> 0 then
               display "File Status ao abrir arquivo de impressao: "
                       ws-fs-estrel
           else
               move "S" to ws-rel-aberto
           end-if

           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(7:2) to ws-emi-dia
           move ws-data-hora-sistema(5:2) to ws-emi-mes
           move ws-data-hora-sistema(1:4) to ws-emi-ano
           move ws-operador               to ws-emi-operador
           move ws-estacao                to ws-cab-est-numero
           move ws-max-lacuna             to ws-cab-max-lacuna
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no cadastro mestre de operadores a identificacao da
      *>  entrada; sem o cadastro (primeira implantacao) a validacao
      *>  fica desligada, como em Lista11Ex01V2
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

           move "EstimaTemp"               to ws-seg-programa
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
      *>  Processamento principal - percorre o arquivo em ordem de chave
      *>  procurando horas ausentes entre leituras consecutivas
      *>------------------------------------------------------------------------
       processamento section.

           if not arq-aberto then
               go to processamento-exit
           end-if

           move low-values to fd-chave
           start arqTemp key is not less than fd-chave
               invalid key move "S" to ws-fim-arquivo
           end-start

           perform until fim-arquivo

               read arqTemp next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-total-lidas
      *>               leitura confirmada como ruim nao serve de ancora
                       if fd-qualidade <> "R" then
                           perform examina-leitura
                       end-if
               end-read

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mede a distancia em horas desde a ancora anterior; havendo
      *>  horas faltando, preenche a lacuna e reposiciona a leitura
      *>  sequencial logo apos a leitura corrente
      *>------------------------------------------------------------------------
       examina-leitura section.

           move fd-temperatura to ws-atu-num
           move fd-chave       to ws-chave-atual

           compute ws-data-aaaammdd
               = fd-ano * 10000 + fd-mes * 100 + fd-dia
           move function integer-of-date(ws-data-aaaammdd)
               to ws-dia-corrido
           compute ws-atu-hora-corrida = ws-dia-corrido * 24 + fd-hora

           if tem-anterior
           and ws-atu-hora-corrida > ws-ant-hora-corrida + 1 then
               perform preenche-lacuna
               move ws-chave-atual to fd-chave
               start arqTemp key is greater than fd-chave
                   invalid key move "S" to ws-fim-arquivo
               end-start
           end-if

           move ws-atu-hora-corrida to ws-ant-hora-corrida
           move ws-atu-num          to ws-ant-num
           move "S"                 to ws-tem-anterior
           .
       examina-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Preenche as horas de uma lacuna, uma a uma; o dia com
      *>  estimativas e reconsolidado no resumo quando a lacuna passa
      *>  para o dia seguinte e ao final dela
      *>------------------------------------------------------------------------
       preenche-lacuna section.

           compute ws-lacuna
               = ws-atu-hora-corrida - ws-ant-hora-corrida - 1
           add 1         to ws-total-lacunas
           add ws-lacuna to ws-total-horas-lacuna

           if ws-lacuna <= ws-max-lacuna then
               move "I" to ws-metodo
               move ws-lacuna to ws-disp-lacuna
               move spaces to ws-motivo-est
               string "interpolacao lacuna de "    delimited by size
                      function trim(ws-disp-lacuna) delimited by size
                      "h"                           delimited by size
                      into ws-motivo-est
               end-string
           else
               move "V" to ws-metodo
               move "mesma hora dos dias vizinhos" to ws-motivo-est
           end-if

           move zero to ws-dia-pendente

           perform varying ws-passo from 1 by 1
                     until ws-passo > ws-lacuna
               perform preenche-hora
           end-perform

           if ws-dia-pendente > zero then
               perform reconsolida-pendente
           end-if
           .
       preenche-lacuna-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estima e grava uma hora ausente da lacuna
      *>------------------------------------------------------------------------
       preenche-hora section.

           compute ws-alvo-hora-corrida = ws-ant-hora-corrida + ws-passo
           divide ws-alvo-hora-corrida by 24
               giving ws-alvo-dia-corrido
               remainder ws-alvo-hora
           move function date-of-integer(ws-alvo-dia-corrido)
               to ws-alvo-data

      *>   mes fechado pelo FechaMes nao recebe estimativa
           perform verifica-periodo
           if periodo-fechado then
               add 1 to ws-total-fechadas
               go to preenche-hora-exit
           end-if

           if metodo-interpolacao then
               compute ws-temp-est rounded
                   = ws-ant-num + (ws-atu-num - ws-ant-num)
                                * ws-passo / (ws-lacuna + 1)
           else
               perform busca-vizinhos
               if ws-viz-qtd = zero then
                   add 1 to ws-total-sem-vizinho
                   go to preenche-hora-exit
               end-if
               compute ws-temp-est rounded = ws-viz-soma / ws-viz-qtd
           end-if

           move ws-alvo-ano    to fd-ano
           move ws-alvo-mes    to fd-mes
           move ws-alvo-dia    to fd-dia
           move ws-alvo-hora   to fd-hora
           move ws-estacao     to fd-estacao
           move ws-temp-est    to fd-temperatura
           move "ESTIMA"       to fd-operador
           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8) to fd-data-registro
           move ws-data-hora-sistema(9:6) to fd-hora-registro
           move "E"            to fd-qualidade

           write fd-temp
               invalid key
      *>           hora ocupada por leitura ruim (R), que nao e ancora
                   add 1 to ws-total-ocupadas
                   go to preenche-hora-exit
           end-write

           if metodo-interpolacao then
               add 1 to ws-total-interpoladas
           else
               add 1 to ws-total-vizinhos
           end-if

           move "I"     to ws-jrn-operacao
           move spaces  to ws-jrn-imagem-ant
           move fd-temp to ws-jrn-imagem-nova
           perform grava-jornal

           move ws-alvo-dia   to ws-det-dia
           move ws-alvo-mes   to ws-det-mes
           move ws-alvo-ano   to ws-det-ano
           move ws-alvo-hora  to ws-det-hora
           move ws-temp-est   to ws-det-temp
           move ws-motivo-est to ws-det-metodo
           move ws-det-estimada to ws-linha-est
           perform grava-linha-est

           if ws-alvo-data <> ws-dia-pendente then
               if ws-dia-pendente > zero then
                   perform reconsolida-pendente
               end-if
               move ws-alvo-data to ws-dia-pendente
           end-if
           .
       preenche-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a mesma hora no dia anterior e no dia seguinte ao da
      *>  hora ausente; so leitura medida (nem R nem E) serve de vizinha
      *>------------------------------------------------------------------------
       busca-vizinhos section.

           move zero to ws-viz-qtd
           move zero to ws-viz-soma

           compute ws-viz-dia-corrido = ws-alvo-dia-corrido - 1
           perform le-vizinho
           compute ws-viz-dia-corrido = ws-alvo-dia-corrido + 1
           perform le-vizinho
           .
       busca-vizinhos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le pela chave a leitura do dia vizinho na hora ausente
      *>------------------------------------------------------------------------
       le-vizinho section.

           move function date-of-integer(ws-viz-dia-corrido)
               to ws-viz-data

           move ws-viz-ano   to fd-ano
           move ws-viz-mes   to fd-mes
           move ws-viz-dia   to fd-dia
           move ws-alvo-hora to fd-hora
           read arqTemp key is fd-chave
               invalid key
                   continue
               not invalid key
                   if fd-qualidade <> "R"
                   and fd-qualidade <> "E" then
                       move fd-temperatura to ws-viz-num
                       add 1          to ws-viz-qtd
                       add ws-viz-num to ws-viz-soma
                   end-if
           end-read
           .
       le-vizinho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconsolida no resumo o dia pendente de estimativas
      *>------------------------------------------------------------------------
       reconsolida-pendente section.

           move ws-dia-pendente(1:4) to ws-chk-ano
           move ws-dia-pendente(5:2) to ws-chk-mes
           move ws-dia-pendente(7:2) to ws-chk-dia
           perform atualiza-resumo-dia
           move zero to ws-dia-pendente
           .
       reconsolida-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arquivo de periodos da estacao (fchTempNN, mantido
      *>  pelo FechaMes) se o mes da hora ausente esta fechado; o
      *>  ultimo mes consultado fica em cache, como em QualidadeTemp
      *>------------------------------------------------------------------------
       verifica-periodo section.

           if ws-alvo-ano = ws-fch-ult-ano
           and ws-alvo-mes = ws-fch-ult-mes then
               move ws-fch-ult-sit to ws-periodo-fechado
               go to verifica-periodo-exit
           end-if

           move ws-alvo-ano to ws-fch-ult-ano
           move ws-alvo-mes to ws-fch-ult-mes
           move "N"         to ws-periodo-fechado
           move "N"         to ws-fch-ult-sit

           open input arqFechamento
           if ws-fs-fechamento <> 0 then
               go to verifica-periodo-exit
           end-if

           move ws-alvo-ano to fd-fch-ano
           move ws-alvo-mes to fd-fch-mes
           read arqFechamento key is fd-fch-chave
               invalid key
                   continue
               not invalid key
                   if fd-fch-situacao = "F" then
                       move "S" to ws-periodo-fechado
                       move "S" to ws-fch-ult-sit
                   end-if
           end-read

           close arqFechamento
           .
       verifica-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconsolida no resumo diario (resTempNN.txt) o dia em
      *>  ws-chk-ano/ws-chk-mes/ws-chk-dia, como atualiza-resumo-dia em
      *>  Lista11Ex01V2: rele as leituras do dia no arquivo horario e
      *>  regrava o registro de resumo
      *>------------------------------------------------------------------------
       atualiza-resumo-dia section.

           move zero       to ws-dia-qtd
           move zero       to ws-dia-qtd-susp
           move zero       to ws-dia-qtd-est
           move zero       to ws-dia-soma-est
           move -99,99999  to ws-dia-max-med
           move 99,99999   to ws-dia-min-med
           move zero       to ws-dia-soma
           move -99,99999  to ws-dia-max
           move 99,99999   to ws-dia-min
           move "N"        to ws-fim-dia

           move ws-chk-ano to fd-ano
           move ws-chk-mes to fd-mes
           move ws-chk-dia to fd-dia
           move zero       to fd-hora
           start arqTemp key is not less than fd-chave
               invalid key move "S" to ws-fim-dia
           end-start

           perform until fim-dia
               read arqTemp next record
                   at end
                       move "S" to ws-fim-dia
                   not at end
                       if fd-ano <> ws-chk-ano
                       or fd-mes <> ws-chk-mes
                       or fd-dia <> ws-chk-dia then
                           move "S" to ws-fim-dia
                       else
      *>                   leitura confirmada como ruim fica fora da
      *>                   estatistica; suspeita entra, mas contada
                       if fd-qualidade = "R" then
                           continue
                       else
                           move fd-temperatura to ws-temp-num
                           add 1               to ws-dia-qtd
                           if fd-qualidade = "S" then
                               add 1 to ws-dia-qtd-susp
                           end-if
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
                           end-if
                           if ws-temp-num < ws-dia-min then
                               move ws-temp-num to ws-dia-min
                           end-if
                       end-if
                       end-if
               end-read
           end-perform

           if ws-dia-qtd = zero then
               go to atualiza-resumo-dia-exit
           end-if

           open i-o arqResumo
           if ws-fs-resumo = 35 then
               open output arqResumo
               close arqResumo
               open i-o arqResumo
           end-if
           if ws-fs-resumo <> 0 then
               display "File Status ao abrir resumo diario: " ws-fs-resumo
               go to atualiza-resumo-dia-exit
           end-if

           move ws-chk-ano      to fd-res-ano
           move ws-chk-mes      to fd-res-mes
           move ws-chk-dia      to fd-res-dia
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
           divide ws-dia-soma by ws-dia-qtd giving fd-res-media
           write fd-res-reg
               invalid key
                   rewrite fd-res-reg
                       invalid key
                           display "Erro ao regravar o resumo diario."
                   end-rewrite
           end-write

           close arqResumo
           .
       atualiza-resumo-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no jornal da estacao (jrnTempNN.txt) a inclusao da
      *>  leitura estimada, como grava-jornal em QualidadeTemp; o metodo
      *>  da estimativa vai no campo de motivo
      *>------------------------------------------------------------------------
       grava-jornal section.

           open extend arqJornal
           if ws-fs-jornal = 35 then
               open output arqJornal
           end-if
           if ws-fs-jornal <> 0 then
               display "File Status ao abrir jornal: " ws-fs-jornal
               go to grava-jornal-exit
           end-if

           move "EstimaTemp"                to ws-jrn-programa
           move ws-operador                 to ws-jrn-operador
           move function current-date       to ws-data-hora-jornal
           move ws-data-hora-jornal(1:8)    to ws-jrn-data
           move ws-data-hora-jornal(9:6)    to ws-jrn-hora
           move ws-motivo-est               to ws-jrn-motivo

           move ws-reg-jornal to fd-linha-jornal
           write fd-linha-jornal
           if ws-fs-jornal <> 0 then
               display "File Status ao gravar jornal: " ws-fs-jornal
           end-if

           close arqJornal
           .
       grava-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da estimativa, na pagina final do relatorio
      *>------------------------------------------------------------------------
       imprime-totais section.

           if not arq-aberto then
               go to imprime-totais-exit
           end-if

           move 99 to ws-linhas-pagina
           move " TOTAIS DA ESTIMATIVA DE HORAS AUSENTES" to ws-linha-est
           perform grava-linha-est
           move spaces to ws-linha-est
           perform grava-linha-est
           string " Leituras lidas                 : " delimited by size
                  ws-total-lidas                       delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Lacunas encontradas            : " delimited by size
                  ws-total-lacunas                     delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Horas ausentes nas lacunas     : " delimited by size
                  ws-total-horas-lacuna                delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Estimadas por interpolacao     : " delimited by size
                  ws-total-interpoladas                delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Estimadas pelos dias vizinhos  : " delimited by size
                  ws-total-vizinhos                    delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Sem vizinha medida (ausentes)  : " delimited by size
                  ws-total-sem-vizinho                 delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Em mes fechado (nao estimadas) : " delimited by size
                  ws-total-fechadas                    delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           string " Ocupadas por leitura ruim (R)  : " delimited by size
                  ws-total-ocupadas                    delimited by size
                  into ws-linha-est
           end-string
           perform grava-linha-est
           move all "=" to ws-linha-est
           perform grava-linha-est
           .
       imprime-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha do relatorio de estimativas na tela e no
      *>  arquivo, abrindo nova pagina quando o corpo atinge 60 linhas
      *>------------------------------------------------------------------------
       grava-linha-est section.

           if ws-linhas-pagina >= 60 then
               perform cabecalho-pagina-est
           end-if

           display ws-linha-est
           if rel-aberto then
               move ws-linha-est to fd-linha-est
               write fd-linha-est
           end-if
           add 1 to ws-linhas-pagina
           move spaces to ws-linha-est
           .
       grava-linha-est-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina do relatorio de estimativas
      *>------------------------------------------------------------------------
       cabecalho-pagina-est section.

           add 1 to ws-num-pagina
           move zero to ws-linhas-pagina
           move ws-num-pagina to ws-cab-num-pagina

           move all "=" to ws-linha-est
           perform grava-linha-pag-est
           move "   ESTIMATIVA DE LEITURAS HORARIAS AUSENTES"
             to ws-linha-est
           perform grava-linha-pag-est
           move ws-cab-estacao to ws-linha-est
           perform grava-linha-pag-est
           move ws-cab-emissao to ws-linha-est
           perform grava-linha-pag-est
           move ws-cab-pagina  to ws-linha-est
           perform grava-linha-pag-est
           move all "=" to ws-linha-est
           perform grava-linha-pag-est
           move " DATA        HORA  ESTIMADA    METODO"
             to ws-linha-est
           perform grava-linha-pag-est
           move all "-" to ws-linha-est
           perform grava-linha-pag-est
           .
       cabecalho-pagina-est-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de cabecalho (sem teste de quebra de pagina)
      *>------------------------------------------------------------------------
       grava-linha-pag-est section.

           display ws-linha-est
           if rel-aberto then
               move ws-linha-est to fd-linha-est
               write fd-linha-est
           end-if
           add 1 to ws-linhas-pagina
           move spaces to ws-linha-est
           .
       grava-linha-pag-est-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if arq-aberto then
               close arqTemp
           end-if

           if rel-aberto then
               close arqEstRel
               if ws-fs-estrel <> 0 then
                   display "File Status ao fechar arquivo de impressao: "
                           ws-fs-estrel
               end-if
               display "Relatorio gravado em " ws-nome-estrel
           end-if

           stop run
           .
       finaliza-exit.
           exit.

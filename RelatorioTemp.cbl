      *>coberto, data de emissao e operador - colunas repetidas a cada
      *>60 linhas, numeracao de pagina e pagina final de totais, pronto
      *>para arquivar no fechamento mensal.
      *>As leituras estimadas pelo EstimaTemp (qualidade E) entram por
      *>padrao; o operador pode pedir para exclui-las, e entao cada dia
      *>do resumo e tomado so pelas leituras medidas.
      *>O relatorio pode ser emitido sobre a copia em data gerada pelo
      *>PosicaoTemp (resumo posResNN.txt), para refazer um relatorio ja
      *>enviado: sai em relPosNN.txt, com o momento reconstituido no
      *>cabecalho, sem tocar no relTempNN.txt do fechamento.
      *>Na cadeia noturna (CadeiaTemp) operador, estacao e as opcoes
      *>chegam na linha de comando (operador;estacao;inclui-arquivado
      *>S/N;inclui-estimadas S/N;copia em data S/N).

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-ope-id
           file status is ws-fs-arqOperador.

           select arqSeguranca assign to ws-nome-seguranca
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seguranca.

           select arqManifesto assign to ws-nome-manifesto
           organization is line sequential
           access mode is sequential
           file status is ws-fs-manifesto.

           select arqInfo assign to ws-nome-info
           organization is line sequential
           access mode is sequential
           file status is ws-fs-info.

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

       fd arqEstacao.
       01 fd-estacao-reg.
          05 fd-est-municipio                       pic  x(20).
          05 fd-est-altitude                        pic  9(04).
          05 fd-est-ativa                           pic  x(01).
          05 fd-est-antecessora                     pic  9(02).
          05 fd-est-data-inicio                     pic  9(08).
          05 fd-est-sucessora                       pic  9(02).
          05 fd-est-data-fim                        pic  9(08).

       fd arqRelatorio.
       01 fd-linha-rel                              pic x(80).
          05 fd-ope-nivel                           pic  9(01).
          05 fd-ope-ativa                           pic  x(01).

       fd arqSeguranca.
       01 fd-linha-seguranca                        pic x(80).

       fd arqManifesto.
       01 fd-linha-manifesto                       pic x(80).

       fd arqInfo.
       01 fd-linha-info                             pic x(80).

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

      *>manifesto de arquivamento (manTempNN.txt, gravado pelo
      *>ArquivaTemp): o maior ano de corte registrado delimita o periodo
      *>vivo; por padrao o relatorio cobre so o periodo vivo e o
       77  ws-inclui-arquivo                       pic  x(01).
           88  inclui-arquivo                      value "S" "s".

      *>leituras estimadas (EstimaTemp): incluidas por padrao; excluidas
      *>a pedido, descontando do dia a quantidade/soma estimadas e
      *>usando a maxima/minima so das medidas
       77  ws-inclui-estimadas                     pic  x(01) value "S".
           88  inclui-estimadas                    value "S" "s".

      *>copia em data do PosicaoTemp: o resumo da copia substitui o da
      *>estacao e a linha de identificacao (posInfNN.txt) traz o
      *>momento reconstituido, nas posicoes 1-14 (aaaammddhhmmss)
       77  ws-usa-copia                            pic  x(01) value "N".
           88  usa-copia                           value "S" "s".
       77  ws-fs-info                              pic  9(02).
       77  ws-nome-info                            pic  x(20).
       77  ws-copia-ok                             pic  x(01) value "N".
           88  copia-ok                            value "S".

       01  ws-cab-posicao.
           05 filler                               pic x(13)
                                                    value " Posicao em: ".
           05 ws-cab-pos-dia                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-pos-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-pos-ano                       pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-cab-pos-hh                        pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-pos-mm                        pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-pos-ss                        pic 9(02).
           05 filler                               pic x(31)
                                   value " - copia reconstituida (jornal)".

      *>arquivo de impressao paginado do fechamento mensal
       77  ws-fs-relatorio                         pic  9(02).
       77  ws-nome-relatorio                       pic  x(20).
       01  ws-grand.
           05 ws-grand-qtd                          pic 9(05) value zero.
           05 ws-grand-susp                         pic 9(05) value zero.
           05 ws-grand-est                          pic 9(05) value zero.
           05 ws-grand-soma                         pic s9(07)v9(05) value zero.
           05 ws-grand-maior                        pic s9(02)v9(05) value -99,99999.
           05 ws-grand-menor                        pic s9(02)v9(05) value 99,99999.
           05 ws-grand-media                        pic s9(02)v9(05).

      *>contagens do passo na cadeia noturna: dias lidos do resumo e
      *>linhas mensais emitidas no relatorio
       77  ws-total-dias-lidos                      pic 9(07) value zero.
       77  ws-total-linhas-mes                      pic 9(07) value zero.

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
                       " relatorio nao emitido."
               go to inicializa-exit
           end-if

           if modo-lote then
               move function numval(ws-lote-campo(2)) to ws-estacao
           else
               display "Estacao do relatorio (Enter = 01): "
               accept ws-estacao
           end-if

           if ws-estacao = zero then
               move 01 to ws-estacao
                      into ws-nome-manifesto
           end-if
           perform le-manifesto
           if modo-lote then
               move ws-lote-campo(3) to ws-inclui-arquivo
               move ws-lote-campo(4) to ws-inclui-estimadas
           else
               if ws-ano-corte > zero then
                   display "Ha leituras arquivadas (ano < " ws-ano-corte
                           "). Incluir o periodo arquivado? (S/N): "
                   accept ws-inclui-arquivo
               end-if

               display "Incluir as leituras estimadas (EstimaTemp)?"
                       " (S/N, Enter = S): "
               accept ws-inclui-estimadas
           end-if
           if ws-inclui-estimadas = space then
               move "S" to ws-inclui-estimadas
           end-if

           if modo-lote then
               move ws-lote-campo(5) to ws-usa-copia
           else
               display "Emitir sobre a copia em data do PosicaoTemp?"
                       " (S/N, Enter = N): "
               accept ws-usa-copia
           end-if

           if ws-estacao = 01 then
                      into ws-nome-relatorio
           end-if

           if usa-copia then
               perform prepara-copia
               if not copia-ok then
                   move 35 to ws-fs-resumo
                   go to inicializa-exit
               end-if
           end-if

           open input arqResumo
           if ws-fs-resumo = 35 then
               display "Resumo diario " ws-nome-resumo " inexistente -"
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
      *>  Copia em data: troca o resumo e o arquivo de impressao pelos da
      *>  copia e le o momento reconstituido para o cabecalho
      *>------------------------------------------------------------------------
       prepara-copia section.

           if ws-estacao = 01 then
               move "posRes.txt" to ws-nome-resumo
               move "posInf.txt" to ws-nome-info
               move "relPos.txt" to ws-nome-relatorio
           else
               move spaces to ws-nome-resumo
               string "posRes"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-resumo
               move spaces to ws-nome-info
               string "posInf"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-info
               move spaces to ws-nome-relatorio
               string "relPos"   delimited by size
                      ws-estacao delimited by size
                      ".txt"     delimited by size
                      into ws-nome-relatorio
           end-if

           open input arqInfo
           if ws-fs-info <> 0 then
               display "Copia em data " ws-nome-info " inexistente -"
                       " rode o PosicaoTemp para gera-la."
               go to prepara-copia-exit
           end-if

           read arqInfo
               at end
                   display "Copia em data " ws-nome-info " vazia -"
                           " rode o PosicaoTemp para gera-la."
               not at end
                   move "S" to ws-copia-ok
                   move fd-linha-info(7:2)  to ws-cab-pos-dia
                   move fd-linha-info(5:2)  to ws-cab-pos-mes
                   move fd-linha-info(1:4)  to ws-cab-pos-ano
                   move fd-linha-info(9:2)  to ws-cab-pos-hh
                   move fd-linha-info(11:2) to ws-cab-pos-mm
                   move fd-linha-info(13:2) to ws-cab-pos-ss
           end-read

           close arqInfo
           .
       prepara-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o manifesto de arquivamento e guarda o maior ano de corte
      *>  registrado; sem manifesto nada foi arquivado e o resumo
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

           move "RelatorioTemp"            to ws-seg-programa
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
      *>  Confere no cadastro mestre se a estacao do relatorio existe e
      *>  esta ativa; guarda o nome para o cabecalho
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-total-dias-lidos
                           if inclui-arquivo
                           or fd-res-ano >= ws-ano-corte then
                               add fd-res-qtd-est to ws-grand-est
                               perform ajusta-estimadas
                               if fd-res-qtd > zero then
                                   perform acumula-registro
                               end-if
                           end-if
                   end-read

       acumula-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quando as leituras estimadas ficam de fora, desconta do dia lido
      *>  a quantidade e a soma estimadas e toma a maxima/minima so das
      *>  medidas; dia so com estimadas fica com quantidade zero
      *>------------------------------------------------------------------------
       ajusta-estimadas section.

           if inclui-estimadas
           or fd-res-qtd-est = zero then
               go to ajusta-estimadas-exit
           end-if

           subtract fd-res-qtd-est  from fd-res-qtd
           subtract fd-res-soma-est from fd-res-soma
           move fd-res-max-med to fd-res-max
           move fd-res-min-med to fd-res-min
           if fd-res-qtd > zero then
               divide fd-res-soma by fd-res-qtd giving fd-res-media
           else
               move zero to fd-res-media
           end-if
           .
       ajusta-estimadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Impressão do relatório mensal/anual - segundo passo: rele o
      *>  resumo do inicio e emite uma linha a cada quebra de mes/ano
                       at end
                           move 10 to ws-fs-resumo
                       not at end
                           perform ajusta-estimadas
                           if (not inclui-arquivo
                           and fd-res-ano < ws-ano-corte)
                           or fd-res-qtd = zero then
                               continue
                           else
                           if fd-res-ano <> ws-mc-ano
               end-string
               perform grava-linha-rel
           end-if
           if ws-grand-est > zero then
               move spaces to ws-linha-rel
               if inclui-estimadas then
                   string " NOTA: " delimited by size
                          ws-grand-est delimited by size
                          " leitura(s) ESTIMADA(s) incluida(s) -" delimited by size
                          " ver EstimaTemp."                      delimited by size
                          into ws-linha-rel
                   end-string
               else
                   string " NOTA: " delimited by size
                          ws-grand-est delimited by size
                          " leitura(s) ESTIMADA(s) excluida(s) -" delimited by size
                          " so leituras medidas."                 delimited by size
                          into ws-linha-rel
                   end-string
               end-if
               perform grava-linha-rel
           end-if
           move all "=" to ws-linha-rel
           perform grava-linha-rel


           move ws-det-mensal to ws-linha-rel
           perform grava-linha-rel
           add 1 to ws-total-linhas-mes
           .
       emite-linha-mes-exit.
           exit.
           perform grava-linha-pag
           move ws-cab-periodo to ws-linha-rel
           perform grava-linha-pag
           if usa-copia then
               move ws-cab-posicao to ws-linha-rel
               perform grava-linha-pag
           end-if
           move ws-cab-emissao to ws-linha-rel
           perform grava-linha-pag
           move ws-cab-pagina  to ws-linha-rel
       grava-linha-pag-exit.
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

           move "RelatorioTemp"     to ws-ret-programa
           move ws-total-dias-lidos to ws-ret-lidos
           move ws-total-linhas-mes to ws-ret-gravados
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
               end-if
           end-if

           if rel-aberto then
               move "S" to ws-passo-ok
           end-if
           perform grava-retorno

           stop run
           .
       finaliza-exit.

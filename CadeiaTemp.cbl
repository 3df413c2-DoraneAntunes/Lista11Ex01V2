      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "CadeiaTemp".
       author. "Dorane M Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Controlador da cadeia noturna, sem operador no teclado: le a
      *>definicao da cadeia (cadeiaTemp.txt, line sequential) com uma
      *>linha por passo
      *>    passo;programa;parametros
      *>onde passo e o numero do passo (01-99, em ordem crescente),
      *>programa e o executavel a chamar e parametros e o resto da
      *>linha, repassado como esta na linha de comando do programa
      *>(cada programa da cadeia separa os seus por ";"). Linha em
      *>branco ou comecando com "*" e comentario. A cadeia padrao e
      *>    01;ImportaTemp;importa.csv;rejeitos.csv;OPERADOR
      *>    02;QualidadeTemp;OPERADOR;01;10;6;15
      *>    03;ResumoTemp;01
      *>    04;ReconciliaTemp;OPERADOR;01
      *>    05;RelatorioTemp;OPERADOR;01;N;S
      *>    06;BackupTemp;OPERADOR;01;D
      *>Cada passo roda sem perguntas e deixa a sua situacao ("OK"/"ER")
      *>e as contagens de registros lidos/gravados em retLote.txt; para
      *>cada passo executado o controlador grava um registro de controle
      *>(rcTemp.txt, acumulado entre execucoes) com passo, programa,
      *>data/hora de inicio e de fim, situacao, codigo de retorno e
      *>contagens.
      *>A cadeia para no primeiro passo com falha. O numero do ultimo
      *>passo concluido fica num checkpoint (ckpCadeia.txt), como o
      *>ckpTemp.txt de ManutTemp mas entre programas: a proxima execucao
      *>pula os passos ja concluidos e recomeca no passo que falhou;
      *>cadeia completa zera o checkpoint para a noite seguinte.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCadeia assign to ws-nome-cadeia
           organization is line sequential
           access mode is sequential
           file status is ws-fs-cadeia.

           select arqRetorno assign to ws-nome-retorno
           organization is line sequential
           access mode is sequential
           file status is ws-fs-retorno.

           select arqControle assign to ws-nome-controle
           organization is line sequential
           access mode is sequential
           file status is ws-fs-controle.

           select arqCheckpoint assign to ws-nome-checkpoint
           organization is line sequential
           access mode is sequential
           file status is ws-fs-checkpoint.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadeia.
       01 fd-linha-cadeia                           pic x(120).

       fd arqRetorno.
       01 fd-linha-retorno                          pic x(40).

       fd arqControle.
       01 fd-linha-controle                         pic x(120).

       fd arqCheckpoint.
       01 fd-linha-checkpoint                       pic x(10).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-cadeia                            pic  9(02).
       77  ws-fs-retorno                           pic  9(02).
       77  ws-fs-controle                          pic  9(02).
       77  ws-fs-checkpoint                        pic  9(02).

       77  ws-nome-cadeia                          pic  x(20)
                                                    value "cadeiaTemp.txt".
       77  ws-nome-retorno                         pic  x(20)
                                                    value "retLote.txt".
       77  ws-nome-controle                        pic  x(20)
                                                    value "rcTemp.txt".
       77  ws-nome-checkpoint                      pic  x(20)
                                                    value "ckpCadeia.txt".

       77  ws-data-hora-sistema                    pic  x(21).

       77  ws-fim-cadeia                           pic  x(01) value "N".
           88  fim-cadeia                          value "S".
       77  ws-cadeia-falhou                        pic  x(01) value "N".
           88  cadeia-falhou                       value "S".
       77  ws-controle-aberto                      pic  x(01) value "N".
           88  controle-aberto                     value "S".

      *>passo lido da definicao da cadeia: o resto da linha depois do
      *>segundo ";" sao os parametros do programa
       01  ws-passo-cadeia.
           05 ws-cad-passo-x                       pic  x(02).
           05 ws-cad-passo redefines ws-cad-passo-x
                                                   pic  9(02).
           05 ws-cad-programa                      pic  x(20).
           05 ws-cad-parametros                    pic  x(100).
       77  ws-ponteiro                             pic  9(03).

      *>checkpoint de reinicio: passos com numero menor ou igual ao
      *>ultimo concluido sao pulados
       77  ws-ult-concluido                        pic  9(02) value zero.
       77  ws-passo-anterior                       pic  9(02) value zero.

      *>linha de comando montada para o passo: programa "parametros"
       77  ws-comando                              pic  x(200).
       77  ws-codigo-retorno                       pic  9(05).

      *>situacao deixada pelo passo em retLote.txt (mesmo layout de
      *>grava-retorno nos programas da cadeia)
       01  ws-reg-retorno.
           05 ws-ret-programa                      pic  x(15).
           05 ws-ret-situacao                      pic  x(02).
               88  retorno-ok                      value "OK".
           05 ws-ret-lidos                         pic  9(07).
           05 ws-ret-gravados                      pic  9(07).

      *>registro de controle da execucao de um passo (rcTemp.txt); a
      *>data/hora de inicio da cadeia identifica a execucao
       01  ws-reg-controle.
           05 ws-rc-exe-data                       pic  9(08).
           05 ws-rc-exe-hora                       pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-rc-passo                          pic  9(02).
           05 filler                               pic  x(01) value space.
           05 ws-rc-programa                       pic  x(20).
           05 filler                               pic  x(01) value space.
           05 ws-rc-ini-data                       pic  9(08).
           05 ws-rc-ini-hora                       pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-rc-fim-data                       pic  9(08).
           05 ws-rc-fim-hora                       pic  9(06).
           05 filler                               pic  x(01) value space.
           05 ws-rc-situacao                       pic  x(02).
           05 filler                               pic  x(01) value space.
           05 ws-rc-codigo                         pic  9(05).
           05 filler                               pic  x(01) value space.
           05 ws-rc-lidos                          pic  9(07).
           05 filler                               pic  x(01) value space.
           05 ws-rc-gravados                       pic  9(07).

       77  ws-exe-data                             pic  9(08).
       77  ws-exe-hora                             pic  9(06).

       77  ws-qtd-executados                       pic  9(02) value zero.
       77  ws-qtd-pulados                          pic  9(02) value zero.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização: abre a definicao da cadeia e o
      *>  registro de controle e le o checkpoint de uma execucao
      *>  anterior interrompida
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8) to ws-exe-data
           move ws-data-hora-sistema(9:6) to ws-exe-hora

           open input arqCadeia
           if ws-fs-cadeia <> 0 then
               display "File Status ao abrir definicao da cadeia "
                       ws-nome-cadeia ": " ws-fs-cadeia
               move "S" to ws-cadeia-falhou
               go to inicializa-exit
           end-if

           open extend arqControle
           if ws-fs-controle = 35 then
               open output arqControle
           end-if
           if ws-fs-controle <> 0 then
               display "File Status ao abrir registro de controle: "
                       ws-fs-controle
               move "S" to ws-cadeia-falhou
               go to inicializa-exit
           end-if
           move "S" to ws-controle-aberto

           perform le-checkpoint

           display "===================================================================="
           display "   CADEIA NOTURNA - INICIO " ws-exe-data " " ws-exe-hora
           display "===================================================================="
           if ws-ult-concluido > zero then
               display "REINICIO: passos ate " ws-ult-concluido
                       " ja concluidos na execucao anterior."
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o checkpoint deixado por uma cadeia interrompida; sem
      *>  arquivo ou com conteudo zerado a cadeia comeca do primeiro passo
      *>------------------------------------------------------------------------
       le-checkpoint section.

           move zero to ws-ult-concluido

           open input arqCheckpoint
           if ws-fs-checkpoint <> 0 then
               go to le-checkpoint-exit
           end-if

           read arqCheckpoint
               at end
                   continue
               not at end
                   if fd-linha-checkpoint(1:2) is numeric then
                       move fd-linha-checkpoint(1:2) to ws-ult-concluido
                   end-if
           end-read

           close arqCheckpoint
           .
       le-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o checkpoint com o numero do ultimo passo concluido
      *>------------------------------------------------------------------------
       grava-checkpoint section.

           open output arqCheckpoint
           if ws-fs-checkpoint <> 0 then
               display "File Status ao gravar checkpoint: "
                       ws-fs-checkpoint
               go to grava-checkpoint-exit
           end-if

           move spaces to fd-linha-checkpoint
           move ws-ult-concluido to fd-linha-checkpoint(1:2)
           write fd-linha-checkpoint

           close arqCheckpoint
           .
       grava-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - le cada passo da definicao, pula os
      *>  ja concluidos e executa os demais ate o fim ou a primeira falha
      *>------------------------------------------------------------------------
       processamento section.

           if cadeia-falhou then
               go to processamento-exit
           end-if

           perform until fim-cadeia or cadeia-falhou

               read arqCadeia
                   at end
                       move "S" to ws-fim-cadeia
                   not at end
                       if fd-linha-cadeia <> spaces
                       and fd-linha-cadeia(1:1) <> "*" then
                           perform separa-passo
                           if not cadeia-falhou then
                               if ws-cad-passo <= ws-ult-concluido then
                                   add 1 to ws-qtd-pulados
                                   display "Passo " ws-cad-passo " "
                                           ws-cad-programa
                                           " ja concluido - pulado."
                               else
                                   perform executa-passo
                               end-if
                           end-if
                       end-if
               end-read

           end-perform

      *>   cadeia completa: zera o checkpoint para a proxima noite
           if not cadeia-falhou then
               move zero to ws-ult-concluido
               perform grava-checkpoint
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Separa numero do passo, programa e parametros de uma linha da
      *>  definicao; linha mal formada ou fora de ordem para a cadeia
      *>------------------------------------------------------------------------
       separa-passo section.

           move spaces to ws-passo-cadeia
           move 1      to ws-ponteiro

           unstring fd-linha-cadeia delimited by ";"
               into ws-cad-passo-x ws-cad-programa
               with pointer ws-ponteiro
           end-unstring

           if ws-ponteiro <= length of fd-linha-cadeia then
               move fd-linha-cadeia(ws-ponteiro:) to ws-cad-parametros
           end-if

           if ws-cad-passo-x(2:1) = space then
               move ws-cad-passo-x(1:1) to ws-cad-passo-x(2:1)
               move "0"                 to ws-cad-passo-x(1:1)
           end-if

           if ws-cad-passo-x is not numeric
           or ws-cad-passo = zero
           or ws-cad-programa = spaces then
               display "Linha invalida na definicao da cadeia: "
                       fd-linha-cadeia
               move "S" to ws-cadeia-falhou
               go to separa-passo-exit
           end-if

           if ws-cad-passo <= ws-passo-anterior then
               display "Passo " ws-cad-passo " fora de ordem na definicao"
                       " da cadeia (anterior: " ws-passo-anterior ")."
               move "S" to ws-cadeia-falhou
               go to separa-passo-exit
           end-if

           move ws-cad-passo to ws-passo-anterior
           .
       separa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa um passo: limpa o retorno, chama o programa com os
      *>  parametros na linha de comando, le a situacao deixada por ele
      *>  e grava o registro de controle; falha para a cadeia
      *>------------------------------------------------------------------------
       executa-passo section.

           add 1 to ws-qtd-executados

           move ws-exe-data     to ws-rc-exe-data
           move ws-exe-hora     to ws-rc-exe-hora
           move ws-cad-passo    to ws-rc-passo
           move ws-cad-programa to ws-rc-programa

      *>   retorno em branco: passo que morre sem gravar o seu retorno
      *>   nao deixa a situacao do passo anterior para tras
           open output arqRetorno
           if ws-fs-retorno <> 0 then
               display "File Status ao limpar retorno do lote: "
                       ws-fs-retorno
           else
               close arqRetorno
           end-if

           move spaces to ws-comando
           string function trim(ws-cad-programa)   delimited by size
                  ' "'                             delimited by size
                  function trim(ws-cad-parametros) delimited by size
                  '"'                              delimited by size
                  into ws-comando
           end-string

           display " "
           display "Passo " ws-cad-passo ": " function trim(ws-comando)

           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8) to ws-rc-ini-data
           move ws-data-hora-sistema(9:6) to ws-rc-ini-hora

           call "SYSTEM" using ws-comando
           move return-code to ws-codigo-retorno
           move zero        to return-code

           move function current-date     to ws-data-hora-sistema
           move ws-data-hora-sistema(1:8) to ws-rc-fim-data
           move ws-data-hora-sistema(9:6) to ws-rc-fim-hora

           perform le-retorno

           move ws-ret-situacao   to ws-rc-situacao
           move ws-codigo-retorno to ws-rc-codigo
           move ws-ret-lidos      to ws-rc-lidos
           move ws-ret-gravados   to ws-rc-gravados

           if not retorno-ok
           or ws-codigo-retorno <> zero then
               move "ER" to ws-rc-situacao
               move "S"  to ws-cadeia-falhou
           end-if

           move ws-reg-controle to fd-linha-controle
           write fd-linha-controle
           if ws-fs-controle <> 0 then
               display "File Status ao gravar registro de controle: "
                       ws-fs-controle
           end-if

           display "Passo " ws-cad-passo " situacao " ws-rc-situacao
                   " (retorno " ws-codigo-retorno ")  lidos: "
                   ws-rc-lidos "  gravados: " ws-rc-gravados

           if cadeia-falhou then
               display "CADEIA INTERROMPIDA no passo " ws-cad-passo
                       " - a proxima execucao recomeca neste passo."
               go to executa-passo-exit
           end-if

           move ws-cad-passo to ws-ult-concluido
           perform grava-checkpoint
           .
       executa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a situacao e as contagens deixadas pelo passo; sem retorno
      *>  gravado o passo e dado como falho
      *>------------------------------------------------------------------------
       le-retorno section.

           move spaces to ws-reg-retorno
           move "ER"   to ws-ret-situacao
           move zero   to ws-ret-lidos
           move zero   to ws-ret-gravados

           open input arqRetorno
           if ws-fs-retorno <> 0 then
               go to le-retorno-exit
           end-if

           read arqRetorno
               at end
                   continue
               not at end
                   move fd-linha-retorno to ws-reg-retorno
                   if ws-ret-lidos is not numeric then
                       move zero to ws-ret-lidos
                   end-if
                   if ws-ret-gravados is not numeric then
                       move zero to ws-ret-gravados
                   end-if
           end-read

           close arqRetorno
           .
       le-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-fs-cadeia = 0 or ws-fs-cadeia = 10 then
               close arqCadeia
           end-if

           if controle-aberto then
               close arqControle
           end-if

           display " "
           display "--------------------------------------------------------------------"
           display " Passos executados          : " ws-qtd-executados
           display " Passos pulados no reinicio : " ws-qtd-pulados
           if cadeia-falhou then
               display " CADEIA NOTURNA COM FALHA"
               move 8 to return-code
           else
               display " CADEIA NOTURNA CONCLUIDA"
               move 0 to return-code
           end-if
           display "===================================================================="

           stop run
           .
       finaliza-exit.
           exit.

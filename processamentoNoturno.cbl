      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "processamentoNoturno".
       author. "Stephani S. Zatta".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>Divisão para configuração do ambiente
       environment division.

       configuration section.
           special-names. decimal-point is comma.

      *>------------------------------------------------------------------------
      *>---Declaração de recursos externos
       input-output section.
       file-control.

           select arqCtlNoturno assign to "arqCtlNoturno.txt" *> controle da execucao: um registro por lote e passo
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cn-chave                          *> chave composta: data do lote + numero do passo
           file status is ws-fs-arqCtlNoturno.

           select arqRelatorio assign to ws-nome-relatorio    *> relatorio do turno para o operador da manha
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorio.

       i-o-control.

      *>------------------------------------------------------------------------
      *>---Declaração de variáveis
       data division.

      *>------------------------------------------------------------------------
      *>---Variáveis de arquivos
       file section.

       fd arqCtlNoturno.         *> situacao de cada passo de cada lote noturno
       01  fd-registro-ctl-noturno.
           05 fd-cn-chave.
              10 fd-cn-data-lote                   pic x(08).
              10 fd-cn-passo                       pic 9(01).
           05 fd-cn-programa                       pic x(30).
           05 fd-cn-data-inicio                    pic x(08).
           05 fd-cn-hora-inicio                    pic x(06).
           05 fd-cn-data-fim                       pic x(08).
           05 fd-cn-hora-fim                       pic x(06).
           05 fd-cn-retorno                        pic 9(02).
           05 fd-cn-situacao                       pic x(01).
              88 fd-cn-pendente                     value "P".
              88 fd-cn-em-execucao                  value "E".
              88 fd-cn-concluido                    value "C".
              88 fd-cn-com-avisos                   value "A".
              88 fd-cn-falhou                       value "F".
              88 fd-cn-nao-executado                value "N".
              88 fd-cn-terminou-bem                 value "C" "A".
           05 fd-cn-execucoes                      pic 9(02).

       fd arqRelatorio.          *> uma linha impressa por registro
       01  fd-linha-relatorio                      pic x(100).

      *>------------------------------------------------------------------------
      *>---Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqCtlNoturno                     pic  9(02).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqCtlNoturno                  value "S".

      *>  passos do lote, na ordem em que devem rodar: a integridade e a
      *>  reconciliacao vem antes do backup, para nao guardar uma copia
      *>  de um cadastro com erro
       01  ws-tab-passos-valores.
           05 filler                               pic x(30)
              value "verificaIntegridadeCadAluno".
           05 filler                               pic x(30)
              value "reconciliaMovimento".
           05 filler                               pic x(30)
              value "backupCadAluno".
           05 filler                               pic x(30)
              value "exportaCadAluno".
           05 filler                               pic x(30)
              value "estatisticaHistorico".

       01  ws-tab-passos redefines ws-tab-passos-valores.
           05 ws-passo-programa occurs 5 times     pic x(30).

       77  ws-qtd-passos                           pic 9(01) value 5.
       77  ws-idx-passo                            pic 9(01).

      *>  ligado durante a cadeia: os programas chamados rodam sem
      *>  operador (a reconciliacao, por exemplo, so confere)
       01  ws-execucao-noturna external.
           05 ws-sw-noturno                        pic x(01).
              88 ws-modo-noturno                    value "S".

      *>  retorno dos programas: 0 concluido, 4 concluido com avisos,
      *>  8 excecao grave e 16 encerramento anormal; de 8 em diante a
      *>  cadeia para e os passos seguintes nao rodam
       77  ws-retorno-passo                        pic s9(04).
       77  ws-retorno-grave                        pic s9(04) value 8.

       77  ws-data-lote                            pic x(08).
       77  ws-ultimo-lote                          pic x(08).
       77  ws-passo-inicial                        pic 9(01).
       77  ws-passo-falha                          pic 9(01).

       77  ws-sw-lote-interrompido                 pic x(01).
           88 ws-lote-interrompido                  value "S".
       77  ws-sw-reinicio                          pic x(01).
           88 ws-reinicio                           value "S".
       77  ws-sw-cadeia-parada                     pic x(01).
           88 ws-cadeia-parada                      value "S".

       77  ws-confirma                             pic x(01).
           88 ws-confirma-sim                       value "S" "s".

       77  ws-total-executados                     pic 9(01) value 0.
       77  ws-total-avisos                         pic 9(01) value 0.

      *>  controle do arquivo de impressao do relatorio do turno
       77  ws-fs-arqRelatorio                      pic 9(02).
       77  ws-nome-relatorio                       pic x(20).
       77  ws-linha-relatorio                      pic x(100).
       77  ws-titulo-relatorio                     pic x(40).
       77  ws-colunas-relatorio                    pic x(100).
       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL MONTEIRO LOBATO".
       77  ws-limite-linhas                        pic 9(02) value 60.
       77  ws-cont-linhas                          pic 9(02).
       77  ws-num-pagina                           pic 9(03).
       77  ws-linha-separa                         pic x(80) value all "-".

       01  ws-data-sistema.
           05 ws-dt-ano                            pic 9(04).
           05 ws-dt-mes                            pic 9(02).
           05 ws-dt-dia                            pic 9(02).

       01  ws-hora-sistema.
           05 ws-hr-hh                             pic 9(02).
           05 ws-hr-mi                             pic 9(02).
           05 ws-hr-ss                             pic 9(02).
           05 filler                               pic x(02).

      *>  datas e horas gravadas no controle, desmontadas para impressao
       01  ws-data-aux.
           05 ws-da-ano                            pic 9(04).
           05 ws-da-mes                            pic 9(02).
           05 ws-da-dia                            pic 9(02).

       01  ws-hora-aux.
           05 ws-ha-hh                             pic 9(02).
           05 ws-ha-mi                             pic 9(02).
           05 ws-ha-ss                             pic 9(02).

       01  ws-cab-emissao.
           05 filler                               pic x(09) value "Emissao: ".
           05 ws-cab-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cab-ano                           pic 9(04).
           05 filler                               pic x(04) value " as ".
           05 ws-cab-hh                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-mi                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cab-ss                            pic 9(02).
           05 filler                               pic x(20) value spaces.
           05 filler                               pic x(08) value "Pagina: ".
           05 ws-cab-pagina                        pic zz9.

       01  ws-lin-lote.
           05 filler                               pic x(14) value "Lote noturno: ".
           05 ws-lt-dia                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-lt-mes                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-lt-ano                            pic 9(04).
           05 filler                               pic x(02).
           05 ws-lt-obs                            pic x(40).

       01  ws-lin-passo.
           05 ws-lp-passo                          pic 9(01).
           05 filler                               pic x(02).
           05 ws-lp-programa                       pic x(28).
           05 filler                               pic x(01).
           05 ws-lp-inicio.
              10 ws-lp-ini-dia                     pic 9(02).
              10 filler                            pic x(01) value "/".
              10 ws-lp-ini-mes                     pic 9(02).
              10 filler                            pic x(01) value space.
              10 ws-lp-ini-hh                      pic 9(02).
              10 filler                            pic x(01) value ":".
              10 ws-lp-ini-mi                      pic 9(02).
              10 filler                            pic x(01) value ":".
              10 ws-lp-ini-ss                      pic 9(02).
           05 filler                               pic x(02).
           05 ws-lp-fim.
              10 ws-lp-fim-dia                     pic 9(02).
              10 filler                            pic x(01) value "/".
              10 ws-lp-fim-mes                     pic 9(02).
              10 filler                            pic x(01) value space.
              10 ws-lp-fim-hh                      pic 9(02).
              10 filler                            pic x(01) value ":".
              10 ws-lp-fim-mi                      pic 9(02).
              10 filler                            pic x(01) value ":".
              10 ws-lp-fim-ss                      pic 9(02).
           05 filler                               pic x(02).
           05 ws-lp-retorno                        pic x(02).
           05 filler                               pic x(02).
           05 ws-lp-situacao                       pic x(20).

       01  ws-lin-noturno-total.
           05 ws-nt-rotulo                         pic x(32).
           05 ws-nt-valor                          pic 9.

       01  ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).

      *>------------------------------------------------------------------------
      *>---Variáveis para comunicação entre programas
       linkage section.

      *>------------------------------------------------------------------------
      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-----------------------------------------------------------
      *>  Procedimentos de inicialização
      *>-----------------------------------------------------------
       inicializa section.

       *>  abre o controle da execucao (cria o arquivo no primeiro lote)
           open i-o arqCtlNoturno
           if ws-fs-arqCtlNoturno = 35 then
               open output arqCtlNoturno
               close arqCtlNoturno
               open i-o arqCtlNoturno
           end-if
           if ws-fs-arqCtlNoturno <> 00
           and ws-fs-arqCtlNoturno <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqCtlNoturno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCtlNoturno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Processamento principal: executa os passos do lote em ordem
      *>-----------------------------------------------------------
       processamento section.

           display " "
           display "--------- Processamento Noturno ---------"

       *>  o lote anterior que nao terminou todos os passos pode ser
       *>  retomado do passo que falhou, sem repetir os que terminaram bem
           perform localiza-ultimo-lote

           move "N" to ws-sw-reinicio
           if ws-lote-interrompido then
               move ws-ultimo-lote to ws-data-aux
               display "O lote de " ws-da-dia "/" ws-da-mes "/" ws-da-ano
                       " parou no passo " ws-passo-falha ": "
                       ws-passo-programa (ws-passo-falha)
               display "Reiniciar o lote a partir deste passo? 'S'im ou 'N'ao"
               display "('N' inicia um lote novo desde o primeiro passo): "
               accept ws-confirma
               if ws-confirma-sim then
                   move "S"            to ws-sw-reinicio
                   move ws-ultimo-lote to ws-data-lote
                   move ws-passo-falha to ws-passo-inicial
               end-if
           end-if

           if not ws-reinicio then
               accept ws-data-sistema from date yyyymmdd
               move ws-data-sistema to ws-data-lote
               move 1               to ws-passo-inicial
               perform cria-lote
           end-if

           move "S" to ws-sw-noturno
           move "N" to ws-sw-cadeia-parada

           move ws-passo-inicial to ws-idx-passo
           perform until ws-idx-passo > ws-qtd-passos
               if ws-cadeia-parada then
                   perform marca-nao-executado
               else
                   perform executa-passo
               end-if
               add 1 to ws-idx-passo
           end-perform

           move "N" to ws-sw-noturno

           perform relatorio-turno

           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Acha o ultimo lote gravado e o primeiro passo nao concluido
      *>-----------------------------------------------------------
       localiza-ultimo-lote section.

           move "N"    to ws-sw-lote-interrompido
           move spaces to ws-ultimo-lote
           move 0      to ws-passo-falha

       *>  a chave comeca pela data do lote (AAAAMMDD): o ultimo registro
       *>  da varredura pertence ao lote mais recente
           move low-values to fd-cn-chave
           start arqCtlNoturno key is >= fd-cn-chave
           if ws-fs-arqCtlNoturno = 00 then
               move "N" to ws-fim-leitura

               perform until ws-fim-arqCtlNoturno

                   read arqCtlNoturno next record
                   if ws-fs-arqCtlNoturno = 10 then
                       move "S" to ws-fim-leitura
                   else
                       if ws-fs-arqCtlNoturno <> 0 then
                           move 2                                 to ws-msn-erro-ofsset
                           move ws-fs-arqCtlNoturno               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCtlNoturno " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           move fd-cn-data-lote to ws-ultimo-lote
                       end-if
                   end-if

               end-perform
           end-if

           if ws-ultimo-lote <> spaces then
               move 1 to ws-idx-passo
               perform until ws-idx-passo > ws-qtd-passos
                   move ws-ultimo-lote to fd-cn-data-lote
                   move ws-idx-passo   to fd-cn-passo
                   read arqCtlNoturno
                   if ws-fs-arqCtlNoturno = 00 then
                       if not fd-cn-terminou-bem then
                           move "S"          to ws-sw-lote-interrompido
                           move ws-idx-passo to ws-passo-falha
                           move ws-qtd-passos to ws-idx-passo
                       end-if
                   else
                       if ws-fs-arqCtlNoturno <> 23 then
                           move 2                                 to ws-msn-erro-ofsset
                           move ws-fs-arqCtlNoturno               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCtlNoturno " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
                   add 1 to ws-idx-passo
               end-perform
           end-if

           .
       localiza-ultimo-lote-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Grava os passos de um lote novo, todos como pendentes
      *>-----------------------------------------------------------
       cria-lote section.

           move 1 to ws-idx-passo
           perform until ws-idx-passo > ws-qtd-passos

               move ws-data-lote                     to fd-cn-data-lote
               move ws-idx-passo                     to fd-cn-passo
               move ws-passo-programa (ws-idx-passo) to fd-cn-programa
               move spaces                           to fd-cn-data-inicio
               move spaces                           to fd-cn-hora-inicio
               move spaces                           to fd-cn-data-fim
               move spaces                           to fd-cn-hora-fim
               move 0                                to fd-cn-retorno
               move "P"                              to fd-cn-situacao
               move 0                                to fd-cn-execucoes

               write fd-registro-ctl-noturno
       *>      um segundo lote no mesmo dia recomeca o lote do dia
               if ws-fs-arqCtlNoturno = 22 then
                   rewrite fd-registro-ctl-noturno
               end-if
               if ws-fs-arqCtlNoturno <> 00 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCtlNoturno                 to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqCtlNoturno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-idx-passo
           end-perform

           .
       cria-lote-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Executa um passo e grava o resultado no controle
      *>-----------------------------------------------------------
       executa-passo section.

           move ws-data-lote to fd-cn-data-lote
           move ws-idx-passo to fd-cn-passo
           read arqCtlNoturno
           if ws-fs-arqCtlNoturno <> 00 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqCtlNoturno               to ws-msn-erro-cod
               move "Erro ao ler arq. arqCtlNoturno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  o passo fica "em execucao" enquanto roda: se a sessao cair no
       *>  meio dele, o reinicio o encontra como nao concluido
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema      to fd-cn-data-inicio
           move ws-hora-sistema(1:6) to fd-cn-hora-inicio
           move spaces               to fd-cn-data-fim
           move spaces               to fd-cn-hora-fim
           move "E"                  to fd-cn-situacao
           add 1                     to fd-cn-execucoes
           perform regrava-controle

           display " "
           display "Passo " ws-idx-passo ": " ws-passo-programa (ws-idx-passo)
                   " - inicio as " ws-hr-hh ":" ws-hr-mi ":" ws-hr-ss

           move 0 to return-code
           call ws-passo-programa (ws-idx-passo)
               on exception
                   display "Programa " ws-passo-programa (ws-idx-passo)
                           " nao encontrado."
                   move 16 to return-code
           end-call
           move return-code to ws-retorno-passo
           cancel ws-passo-programa (ws-idx-passo)
           move 0 to return-code

       *>  a leitura do registro e refeita: o programa chamado pode ter
       *>  demorado, e o registro em memoria e o do inicio do passo
           move ws-data-lote to fd-cn-data-lote
           move ws-idx-passo to fd-cn-passo
           read arqCtlNoturno
           if ws-fs-arqCtlNoturno <> 00 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqCtlNoturno               to ws-msn-erro-cod
               move "Erro ao ler arq. arqCtlNoturno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema      to fd-cn-data-fim
           move ws-hora-sistema(1:6) to fd-cn-hora-fim

           if ws-retorno-passo > 99 or ws-retorno-passo < 0 then
               move 99 to fd-cn-retorno
           else
               move ws-retorno-passo to fd-cn-retorno
           end-if

           evaluate true
               when ws-retorno-passo = 0
                   move "C" to fd-cn-situacao
               when ws-retorno-passo > 0
                and ws-retorno-passo < ws-retorno-grave
                   move "A" to fd-cn-situacao
                   add 1 to ws-total-avisos
               when other
                   move "F" to fd-cn-situacao
                   move "S" to ws-sw-cadeia-parada
           end-evaluate

           perform regrava-controle
           add 1 to ws-total-executados

           display "Passo " ws-idx-passo ": fim as "
                   ws-hr-hh ":" ws-hr-mi ":" ws-hr-ss
                   "  Retorno: " fd-cn-retorno
           if ws-cadeia-parada then
               display "Passo com falha ou excecao grave: os passos seguintes nao serao executados."
           end-if

           .
       executa-passo-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Marca o passo que nao rodou por causa de falha anterior
      *>-----------------------------------------------------------
       marca-nao-executado section.

           move ws-data-lote to fd-cn-data-lote
           move ws-idx-passo to fd-cn-passo
           read arqCtlNoturno
           if ws-fs-arqCtlNoturno <> 00 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqCtlNoturno               to ws-msn-erro-cod
               move "Erro ao ler arq. arqCtlNoturno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to fd-cn-situacao
           perform regrava-controle

           .
       marca-nao-executado-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Regrava o registro de controle do passo corrente
      *>-----------------------------------------------------------
       regrava-controle section.

           rewrite fd-registro-ctl-noturno
           if ws-fs-arqCtlNoturno <> 00 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-arqCtlNoturno                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCtlNoturno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regrava-controle-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Relatorio do turno: situacao de cada passo do lote
      *>-----------------------------------------------------------
       relatorio-turno section.

           move "relNoturno.txt"                 to ws-nome-relatorio
           move "Relatorio do Processamento Noturno" to ws-titulo-relatorio
           move "P  PROGRAMA                     INICIO          FIM             RET SITUACAO"
             to ws-colunas-relatorio
           perform abre-relatorio

           move ws-data-lote to ws-data-aux
           move ws-da-dia    to ws-lt-dia
           move ws-da-mes    to ws-lt-mes
           move ws-da-ano    to ws-lt-ano
           if ws-reinicio then
               move "reiniciado a partir do passo" to ws-lt-obs
               move ws-passo-inicial to ws-lt-obs(30:1)
           else
               move spaces to ws-lt-obs
           end-if
           move ws-lin-lote to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  os passos que terminaram bem num lote anterior ao reinicio
       *>  tambem saem, para o operador ver o lote inteiro
           move 1 to ws-idx-passo
           perform until ws-idx-passo > ws-qtd-passos
               move ws-data-lote to fd-cn-data-lote
               move ws-idx-passo to fd-cn-passo
               read arqCtlNoturno
               if ws-fs-arqCtlNoturno = 00 then
                   perform imprime-linha-passo
               end-if
               add 1 to ws-idx-passo
           end-perform

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Passos executados neste turno : " to ws-nt-rotulo
           move ws-total-executados                to ws-nt-valor
           move ws-lin-noturno-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Passos concluidos com avisos  : " to ws-nt-rotulo
           move ws-total-avisos                    to ws-nt-valor
           move ws-lin-noturno-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           if ws-cadeia-parada then
               move "LOTE INTERROMPIDO: corrigir a causa da falha e executar de novo o"
                 to ws-linha-relatorio
               perform grava-linha-relatorio
               move "processamentoNoturno, que reinicia a partir do passo que falhou."
                 to ws-linha-relatorio
               perform grava-linha-relatorio
           else
               move "Lote concluido: todos os passos terminaram."
                 to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           if ws-total-avisos > 0 then
               move "Passos com avisos: conferir as excecoes listadas pelo programa do passo."
                 to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           perform fecha-relatorio

           .
       relatorio-turno-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Imprime a linha de um passo do lote no relatorio do turno
      *>-----------------------------------------------------------
       imprime-linha-passo section.

           move fd-cn-passo    to ws-lp-passo
           move fd-cn-programa to ws-lp-programa
           move fd-cn-retorno  to ws-lp-retorno

       *>  passo que nao chegou a rodar sai sem inicio e sem fim
           if fd-cn-data-inicio = spaces then
               move spaces to ws-lp-inicio
               move spaces to ws-lp-retorno
           else
               move fd-cn-data-inicio to ws-data-aux
               move fd-cn-hora-inicio to ws-hora-aux
               move ws-da-dia         to ws-lp-ini-dia
               move ws-da-mes         to ws-lp-ini-mes
               move ws-ha-hh          to ws-lp-ini-hh
               move ws-ha-mi          to ws-lp-ini-mi
               move ws-ha-ss          to ws-lp-ini-ss
               move "/"               to ws-lp-inicio(3:1)
               move ":"               to ws-lp-inicio(9:1)
               move ":"               to ws-lp-inicio(12:1)
           end-if

           if fd-cn-data-fim = spaces then
               move spaces to ws-lp-fim
           else
               move fd-cn-data-fim    to ws-data-aux
               move fd-cn-hora-fim    to ws-hora-aux
               move ws-da-dia         to ws-lp-fim-dia
               move ws-da-mes         to ws-lp-fim-mes
               move ws-ha-hh          to ws-lp-fim-hh
               move ws-ha-mi          to ws-lp-fim-mi
               move ws-ha-ss          to ws-lp-fim-ss
               move "/"               to ws-lp-fim(3:1)
               move ":"               to ws-lp-fim(9:1)
               move ":"               to ws-lp-fim(12:1)
           end-if

           evaluate true
               when fd-cn-concluido
                   move "Concluido"           to ws-lp-situacao
               when fd-cn-com-avisos
                   move "Concluido c/ avisos" to ws-lp-situacao
               when fd-cn-falhou
                   move "FALHOU"              to ws-lp-situacao
               when fd-cn-em-execucao
                   move "Interrompido"        to ws-lp-situacao
               when fd-cn-nao-executado
                   move "Nao executado"       to ws-lp-situacao
               when other
                   move "Pendente"            to ws-lp-situacao
           end-evaluate

           move ws-lin-passo to ws-linha-relatorio
           perform grava-linha-relatorio

           display ws-lp-passo " " ws-lp-programa " " ws-lp-situacao

           .
       imprime-linha-passo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Abre o arquivo de impressao do relatorio do turno
      *>-----------------------------------------------------------
       abre-relatorio section.

       *>  o nome do arquivo e o titulo ja vem preenchidos pelo chamador
           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                  to ws-msn-erro-cod
               move "Erro ao abrir arq. de relatorio "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-dt-dia to ws-cab-dia
           move ws-dt-mes to ws-cab-mes
           move ws-dt-ano to ws-cab-ano
           move ws-hr-hh  to ws-cab-hh
           move ws-hr-mi  to ws-cab-mi
           move ws-hr-ss  to ws-cab-ss

           move 0  to ws-num-pagina
       *>  forca a impressao do cabecalho na primeira linha gravada
           move 99 to ws-cont-linhas

           .
       abre-relatorio-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime o cabecalho de uma pagina do relatorio
      *>-----------------------------------------------------------
       cabecalho-relatorio section.

           add 1 to ws-num-pagina
           move ws-num-pagina to ws-cab-pagina
           move 0             to ws-cont-linhas

       *>  da segunda pagina em diante uma linha em branco separa as paginas
           if ws-num-pagina > 1 then
               move spaces to fd-linha-relatorio
               write fd-linha-relatorio
               add 1 to ws-cont-linhas
           end-if

           move ws-nome-escola      to fd-linha-relatorio
           write fd-linha-relatorio
           move ws-titulo-relatorio to fd-linha-relatorio
           write fd-linha-relatorio
           move ws-cab-emissao      to fd-linha-relatorio
           write fd-linha-relatorio
           move ws-colunas-relatorio to fd-linha-relatorio
           write fd-linha-relatorio
           move ws-linha-separa     to fd-linha-relatorio
           write fd-linha-relatorio

           if ws-fs-arqRelatorio <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                  to ws-msn-erro-cod
               move "Erro ao gravar arq. de relatorio " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 5 to ws-cont-linhas

           .
       cabecalho-relatorio-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grava uma linha no relatorio, com salto a cada 60 linhas
      *>-----------------------------------------------------------
       grava-linha-relatorio section.

           if ws-cont-linhas >= ws-limite-linhas then
               perform cabecalho-relatorio
           end-if

           move ws-linha-relatorio to fd-linha-relatorio
           write fd-linha-relatorio
           if ws-fs-arqRelatorio <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                  to ws-msn-erro-cod
               move "Erro ao gravar arq. de relatorio " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-cont-linhas

           .
       grava-linha-relatorio-exit.
           exit.

      *>-----------------------------------------------------------
      *> Fecha o arquivo de impressao do relatorio do turno
      *>-----------------------------------------------------------
       fecha-relatorio section.

           close arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                   to ws-msn-erro-cod
               move "Erro ao fechar arq. de relatorio "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display " "
           display "Relatorio gravado no arquivo " ws-nome-relatorio

           .
       fecha-relatorio-exit.
           exit.

      *>-----------------------------------------------------------
      *> Finalização Anormal
      *>-----------------------------------------------------------
       finaliza-anormal section.

       *> Esta section é para o encerramento forçado do programa, caso haja algum erro com o arquivo

          display ws-msn-erro

          move 16 to return-code
          stop run
          .
       finaliza-anormal-exit.
           exit.

      *>-----------------------------------------------------------
      *> Finalização Normal
      *>-----------------------------------------------------------
       finaliza section.

          close arqCtlNoturno

          display " "
          display "------------- Resumo do Processamento Noturno -------------"
          display "Passos executados neste turno: " ws-total-executados
          display "Passos concluidos com avisos : " ws-total-avisos
          if ws-cadeia-parada then
              display "Lote interrompido. Execute de novo para reiniciar do passo que falhou."
          else
              display "Lote concluido."
          end-if
          display "-----------------------------------------------------------"

       *>  o retorno do lote segue a mesma convencao dos passos
          if ws-cadeia-parada then
              move 8 to return-code
          else
              move 0 to return-code
          end-if

          stop run
          .
       finaliza-exit.
           exit.

      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "buscaAtivaFrequencia".
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

           select arqCadAluno assign to "arqCadAluno.txt"     *> cadastro de alunos, apenas leitura (dados dos responsaveis)
           organization is indexed
           access mode is sequential
           record key is fd-cod
           file status is ws-fs-arqCadAluno.

           select arqFrequencia assign to "arqFrequencia.txt" *> frequencia acumulada do ano corrente, apenas leitura
           organization is indexed
           access mode is dynamic
           record key is fd-fq-cod
           file status is ws-fs-arqFrequencia.

           select arqFreqMensal assign to "arqFreqMensal.txt" *> lancamento de frequencia de cada mes, apenas leitura
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-arqFreqMensal.

           select arqOcorrencias assign to "arqOcorrencias.txt" *> atendimento registrado para cada aluno comunicado
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oc-chave
           file status is ws-fs-arqOcorrencias.

           select arqLogAlunos assign to "arqLogAlunos.txt"   *> log de auditoria: uma linha por atendimento gravado
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlunos.

           select arqRelatorio assign to ws-nome-relatorio    *> fichas de comunicacao e resumo dos alunos apontados
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

       fd arqCadAluno.           *> layout identico ao do cadastro de alunos
       01  fd-cadastro-alunos.
           05 fd-cod                               pic 9(06).
           05 fd-aluno                             pic x(25).
           05 fd-endereco                          pic x(35).
           05 fd-mae                               pic x(25).
           05 fd-pai                               pic x(25).
           05 fd-telefone                          pic x(15).
           05 fd-cadastro-notas.
              10 fd-nota1                          pic 9(02)v99.
              10 fd-nota2                          pic 9(02)v99.
              10 fd-nota3                          pic 9(02)v99.
              10 fd-nota4                          pic 9(02)v99.
           05 fd-status-ativo                      pic x(01).
              88 fd-aluno-ativo                     value "A".
              88 fd-aluno-inativo                   value "I".
              88 fd-aluno-transferido               value "T".
           05 fd-turma                             pic x(10).
           05 fd-nota-exame                        pic 9(02)v99.
           05 fd-situacao-final                    pic x(11).

       fd arqFrequencia.         *> layout identico ao da frequencia acumulada
       01  fd-registro-frequencia.
           05 fd-fq-cod                            pic 9(06).
           05 fd-fq-aulas-dadas                    pic 9(04).
           05 fd-fq-faltas                         pic 9(04).

       fd arqFreqMensal.         *> layout identico ao da frequencia de cada mes
       01  fd-registro-freq-mensal.
           05 fd-fm-chave.
              10 fd-fm-cod                         pic 9(06).
              10 fd-fm-ano                         pic 9(04).
              10 fd-fm-mes                         pic 9(02).
           05 fd-fm-aulas-dadas                    pic 9(03).
           05 fd-fm-faltas                         pic 9(03).
           05 fd-fm-data-lancto                    pic x(08).
           05 fd-fm-operador                       pic x(10).

       fd arqOcorrencias.        *> layout identico ao das ocorrencias do aluno
       01  fd-registro-ocorrencia.
           05 fd-oc-chave.
              10 fd-oc-cod                         pic 9(06).
              10 fd-oc-data                        pic x(08).
              10 fd-oc-seq                         pic 9(02).
           05 fd-oc-tipo                           pic x(01).
              88 fd-oc-indisciplina                 value "I".
              88 fd-oc-atend-pais                   value "P".
              88 fd-oc-advertencia                  value "A".
              88 fd-oc-suspensao                    value "S".
           05 fd-oc-descricao                      pic x(60).
           05 fd-oc-operador                       pic x(10).

       fd arqLogAlunos.          *> layout identico ao do log de auditoria
       01  fd-log-alunos.
           05 fd-log-cod                           pic 9(06).
           05 filler                               pic x(01).
           05 fd-log-operacao                      pic x(03).
           05 filler                               pic x(01).
           05 fd-log-data                          pic x(08).
           05 filler                               pic x(01).
           05 fd-log-hora                          pic x(08).
           05 filler                               pic x(01).
           05 fd-log-aluno-antigo                  pic x(25).
           05 filler                               pic x(01).
           05 fd-log-aluno-novo                    pic x(25).
           05 filler                               pic x(01).
           05 fd-log-operador                      pic x(10).

       fd arqRelatorio.          *> uma linha impressa por registro
       01  fd-linha-relatorio                      pic x(100).

      *>------------------------------------------------------------------------
      *>---Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqFreqMensal                     pic  9(02).
       77  ws-fs-arqOcorrencias                    pic  9(02).
       77  ws-fs-arqLogAlunos                      pic  9(02).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqCadAluno                    value "S".

       77  ws-fim-leitura-oc                       pic x(01).
           88 ws-fim-arqOcorrencias                 value "S".

       77  ws-ano-ref                              pic 9(04).
       77  ws-mes-ref                              pic 9(02).
       77  ws-idx-mes                              pic 9(02).

      *>  o limite de faltas do mes e o mesmo da aprovacao: abaixo de 75%
      *>  de presenca no mes o aluno e apontado; a queda conta quando a
      *>  presenca do mes cai em relacao ao anterior dois meses seguidos
       77  ws-freq-minima                          pic 9(03)v99 value 75,00.

      *>  frequencia de cada mes do aluno corrente, ate o mes de referencia
       01  ws-tab-freq-mes.
           05 ws-tf-ent occurs 12 times.
              10 ws-tf-lancado                     pic x(01).
              10 ws-tf-aulas                       pic 9(03).
              10 ws-tf-faltas                      pic 9(03).
              10 ws-tf-perc                        pic 9(03)v99.

       77  ws-sw-excesso-faltas                    pic x(01).
           88 ws-excesso-faltas                     value "S".

       77  ws-sw-freq-queda                        pic x(01).
           88 ws-freq-queda                         value "S".

       77  ws-sw-ja-comunicado                     pic x(01).
           88 ws-ja-comunicado                      value "S".

       77  ws-sw-oc-gravada                        pic x(01).
           88 ws-oc-gravada                         value "S".

       77  ws-motivo-busca                         pic x(45).
       77  ws-perc-anual                           pic 9(03)v99.

      *>  a descricao do atendimento comeca sempre por "Busca ativa MM/AAAA",
      *>  para a rodada seguinte do mesmo mes nao comunicar o aluno de novo
       01  ws-desc-busca.
           05 filler                               pic x(12) value "Busca ativa ".
           05 ws-db-mes                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-db-ano                            pic 9(04).
           05 filler                               pic x(41)
              value " - ficha enviada ao Conselho Tutelar".

      *>  o lote nao tem operador logado: atendimento e log levam o programa
       77  ws-operador-lote                        pic x(10) value "BUSCATIVA".
       77  ws-log-data                             pic x(08).
       77  ws-log-hora                             pic x(08).

      *>  alunos apontados, para o resumo impresso depois das fichas
       01  ws-tab-apontados.
           05 ws-ap-ent occurs 500 times.
              10 ws-ap-cod                         pic 9(06).
              10 ws-ap-aluno                       pic x(25).
              10 ws-ap-turma                       pic x(10).
              10 ws-ap-perc                        pic 9(03)v99.
              10 ws-ap-obs                         pic x(20).
       77  ws-qtd-apontados                        pic 9(03) value 0.
       77  ws-idx-apontados                        pic 9(03).

       77  ws-total-lidos                          pic 9(05) value 0.
       77  ws-total-fichas                         pic 9(05) value 0.
       77  ws-total-ja-comunicados                 pic 9(05) value 0.

      *>  controle do arquivo de impressao das fichas
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

      *>  linhas da ficha de comunicacao ao conselho tutelar
       01  ws-lin-ficha-ident.
           05 filler                               pic x(08) value "Codigo: ".
           05 ws-fc-cod                            pic 9(06).
           05 filler                               pic x(09) value "  Aluno: ".
           05 ws-fc-aluno                          pic x(25).
           05 filler                               pic x(09) value "  Turma: ".
           05 ws-fc-turma                          pic x(10).

       01  ws-lin-ficha-endereco.
           05 filler                               pic x(10) value "Endereco: ".
           05 ws-fc-endereco                       pic x(35).

       01  ws-lin-ficha-filiacao.
           05 filler                               pic x(05) value "Mae: ".
           05 ws-fc-mae                            pic x(25).
           05 filler                               pic x(07) value "  Pai: ".
           05 ws-fc-pai                            pic x(25).

       01  ws-lin-ficha-telefone.
           05 filler                               pic x(31)
              value "Telefone dos responsaveis:     ".
           05 ws-fc-telefone                       pic x(15).

       01  ws-lin-ficha-mes.
           05 filler                               pic x(04) value "Mes ".
           05 ws-fc-mes                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fc-ano                            pic 9(04).
           05 filler                               pic x(10) value "  Aulas: ".
           05 ws-fc-aulas                          pic zz9.
           05 filler                               pic x(10) value "  Faltas: ".
           05 ws-fc-faltas                         pic zz9.
           05 filler                               pic x(14) value "  Frequencia: ".
           05 ws-fc-perc                           pic zz9,99.
           05 filler                               pic x(01) value "%".

       01  ws-lin-ficha-anual.
           05 filler                               pic x(31)
              value "Frequencia acumulada no ano:   ".
           05 ws-fc-perc-anual                     pic zz9,99.
           05 filler                               pic x(01) value "%".

       01  ws-lin-ficha-motivo.
           05 filler                               pic x(31)
              value "Motivo da comunicacao:         ".
           05 ws-fc-motivo                         pic x(45).

       01  ws-lin-ficha-data.
           05 filler                               pic x(31)
              value "Data da comunicacao:           ".
           05 ws-fc-dia                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fc-mes-com                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-fc-ano-com                        pic 9(04).

       01  ws-lin-resumo.
           05 ws-rs-cod                            pic 9(06).
           05 filler                               pic x(02).
           05 ws-rs-aluno                          pic x(25).
           05 filler                               pic x(02).
           05 ws-rs-turma                          pic x(10).
           05 filler                               pic x(02).
           05 ws-rs-perc                           pic zz9,99.
           05 filler                               pic x(03).
           05 ws-rs-obs                            pic x(20).

       01  ws-lin-busca-total.
           05 ws-bt-rotulo                         pic x(32).
           05 ws-bt-valor                          pic zzzz9.

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

       *>  abre o cadastro e as frequencias apenas para leitura
           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFreqMensal
           if ws-fs-arqFreqMensal <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqFreqMensal                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFreqMensal " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre as ocorrencias (cria o arquivo se nao existir)
           open i-o arqOcorrencias
           if ws-fs-arqOcorrencias = 35 then
               open output arqOcorrencias
               close arqOcorrencias
               open i-o arqOcorrencias
           end-if
           if ws-fs-arqOcorrencias <> 00
           and ws-fs-arqOcorrencias <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  o log de auditoria e sempre gravado no final do arquivo
           open extend arqLogAlunos
           if ws-fs-arqLogAlunos = 35 then
               open output arqLogAlunos
               close arqLogAlunos
               open extend arqLogAlunos
           end-if
           if ws-fs-arqLogAlunos <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogAlunos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Processamento principal (um aluno ativo por vez)
      *>-----------------------------------------------------------
       processamento section.

           display " "
           display "------------- Busca Ativa de Alunos Infrequentes -------------"
           display "Informe o ano letivo (AAAA): "
           accept ws-ano-ref

           move 0 to ws-mes-ref
           perform until ws-mes-ref >= 1 and ws-mes-ref <= 12
               display "Informe o mes de referencia (1 a 12): "
               accept ws-mes-ref
               if ws-mes-ref < 1 or ws-mes-ref > 12 then
                   display "Mes invalido! Informe um valor entre 1 e 12."
               end-if
           end-perform

           move ws-mes-ref to ws-db-mes
           move ws-ano-ref to ws-db-ano

           move "fichaBuscaAtiva.txt"          to ws-nome-relatorio
           move "Ficha de Comunicacao ao Conselho Tutelar"
             to ws-titulo-relatorio
           move spaces                         to ws-colunas-relatorio
           perform abre-relatorio

           move "N" to ws-fim-leitura
           perform until ws-fim-arqCadAluno

               read arqCadAluno next record
               if ws-fs-arqCadAluno = 10 then
                   move "S" to ws-fim-leitura
               else
                   if ws-fs-arqCadAluno <> 0 then
                       move 2                               to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if fd-aluno-ativo then
                           add 1 to ws-total-lidos
                           perform avalia-aluno-busca
                       end-if
                   end-if
               end-if

           end-perform

           perform imprime-resumo-busca

           perform fecha-relatorio

           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Confere a frequencia mensal do aluno corrente
      *>-----------------------------------------------------------
       avalia-aluno-busca section.

           perform carrega-freq-mensal

       *>  sem lancamento no mes de referencia nao ha o que avaliar
           if ws-tf-lancado (ws-mes-ref) = "S" then

               move "N"    to ws-sw-excesso-faltas
               move "N"    to ws-sw-freq-queda
               move spaces to ws-motivo-busca

               if ws-tf-perc (ws-mes-ref) < ws-freq-minima then
                   move "S" to ws-sw-excesso-faltas
               end-if

       *>      queda em meses seguidos: o mes de referencia abaixo do
       *>      anterior e este abaixo do outro, os tres com lancamento
               if ws-mes-ref >= 3 then
                   if  ws-tf-lancado (ws-mes-ref - 1) = "S"
                   and ws-tf-lancado (ws-mes-ref - 2) = "S"
                   and ws-tf-perc (ws-mes-ref)     < ws-tf-perc (ws-mes-ref - 1)
                   and ws-tf-perc (ws-mes-ref - 1) < ws-tf-perc (ws-mes-ref - 2) then
                       move "S" to ws-sw-freq-queda
                   end-if
               end-if

               if ws-excesso-faltas and ws-freq-queda then
                   move "Faltas acima do limite e frequencia em queda"
                     to ws-motivo-busca
               else
                   if ws-excesso-faltas then
                       move "Faltas acima do limite no mes (menos de 75%)"
                         to ws-motivo-busca
                   end-if
                   if ws-freq-queda then
                       move "Frequencia em queda ha dois meses seguidos"
                         to ws-motivo-busca
                   end-if
               end-if

               if ws-excesso-faltas or ws-freq-queda then
                   perform verifica-ja-comunicado
                   if ws-ja-comunicado then
                       add 1 to ws-total-ja-comunicados
                       perform registra-apontado
                       move "Ja comunicado"   to ws-ap-obs (ws-qtd-apontados)
                   else
                       perform imprime-ficha-aluno
                       perform grava-atendimento
                       add 1 to ws-total-fichas
                       perform registra-apontado
                       move "Ficha emitida"   to ws-ap-obs (ws-qtd-apontados)
                   end-if
               end-if
           end-if

           .
       avalia-aluno-busca-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Le os meses 1 ate o de referencia do aluno corrente
      *>-----------------------------------------------------------
       carrega-freq-mensal section.

           move 1 to ws-idx-mes
           perform until ws-idx-mes > ws-mes-ref

               move "N" to ws-tf-lancado (ws-idx-mes)
               move 0   to ws-tf-aulas (ws-idx-mes)
               move 0   to ws-tf-faltas (ws-idx-mes)
               move 0   to ws-tf-perc (ws-idx-mes)

               move fd-cod     to fd-fm-cod
               move ws-ano-ref to fd-fm-ano
               move ws-idx-mes to fd-fm-mes
               read arqFreqMensal
               if ws-fs-arqFreqMensal = 00 then
       *>          mes sem aula dada nao entra na comparacao
                   if fd-fm-aulas-dadas > 0 then
                       move "S"               to ws-tf-lancado (ws-idx-mes)
                       move fd-fm-aulas-dadas to ws-tf-aulas (ws-idx-mes)
                       move fd-fm-faltas      to ws-tf-faltas (ws-idx-mes)
                       compute ws-tf-perc (ws-idx-mes) rounded =
                           ((fd-fm-aulas-dadas - fd-fm-faltas) * 100)
                           / fd-fm-aulas-dadas
                   end-if
               else
                   if ws-fs-arqFreqMensal <> 23 then
                       move 3                                 to ws-msn-erro-ofsset
                       move ws-fs-arqFreqMensal               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFreqMensal " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               add 1 to ws-idx-mes
           end-perform

           .
       carrega-freq-mensal-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Procura um atendimento da busca ativa do mesmo mes
      *>-----------------------------------------------------------
       verifica-ja-comunicado section.

           move "N" to ws-sw-ja-comunicado

           move fd-cod     to fd-oc-cod
           move low-values to fd-oc-data
           move 0          to fd-oc-seq
           start arqOcorrencias key is >= fd-oc-chave
           if ws-fs-arqOcorrencias = 00 then
               move "N" to ws-fim-leitura-oc

               perform until ws-fim-arqOcorrencias
                          or ws-ja-comunicado

                   read arqOcorrencias next record
                   if ws-fs-arqOcorrencias = 10 then
                       move "S" to ws-fim-leitura-oc
                   else
                       if ws-fs-arqOcorrencias <> 0 then
                           move 4                                 to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias              to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencias " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
       *>                  a chave comeca pelo codigo: outro aluno encerra
                           if fd-oc-cod <> fd-cod then
                               move "S" to ws-fim-leitura-oc
                           else
                               if  fd-oc-atend-pais
                               and fd-oc-descricao(1:19) = ws-desc-busca(1:19) then
                                   move "S" to ws-sw-ja-comunicado
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       verifica-ja-comunicado-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Imprime a ficha de comunicacao do aluno corrente
      *>-----------------------------------------------------------
       imprime-ficha-aluno section.

       *>  cada ficha comeca numa pagina nova, para seguir separada
           move 99 to ws-cont-linhas

           move fd-cod   to ws-fc-cod
           move fd-aluno to ws-fc-aluno
           move fd-turma to ws-fc-turma
           move ws-lin-ficha-ident to ws-linha-relatorio
           perform grava-linha-relatorio

           move fd-endereco to ws-fc-endereco
           move ws-lin-ficha-endereco to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  dados dos responsaveis para o conselho tutelar procurar a familia
           move fd-mae to ws-fc-mae
           move fd-pai to ws-fc-pai
           move ws-lin-ficha-filiacao to ws-linha-relatorio
           perform grava-linha-relatorio

           move fd-telefone to ws-fc-telefone
           move ws-lin-ficha-telefone to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  frequencia de cada mes lancado ate o mes de referencia
           move 1 to ws-idx-mes
           perform until ws-idx-mes > ws-mes-ref
               if ws-tf-lancado (ws-idx-mes) = "S" then
                   move ws-idx-mes                to ws-fc-mes
                   move ws-ano-ref                to ws-fc-ano
                   move ws-tf-aulas (ws-idx-mes)  to ws-fc-aulas
                   move ws-tf-faltas (ws-idx-mes) to ws-fc-faltas
                   move ws-tf-perc (ws-idx-mes)   to ws-fc-perc
                   move ws-lin-ficha-mes to ws-linha-relatorio
                   perform grava-linha-relatorio
               end-if
               add 1 to ws-idx-mes
           end-perform

       *>  sem total lancado o aluno e tratado como 100% de presenca,
       *>  como no restante do sistema
           move 100,00 to ws-perc-anual
           move fd-cod to fd-fq-cod
           read arqFrequencia
           if  ws-fs-arqFrequencia = 00
           and fd-fq-aulas-dadas > 0 then
               compute ws-perc-anual rounded =
                   ((fd-fq-aulas-dadas - fd-fq-faltas) * 100)
                   / fd-fq-aulas-dadas
           end-if
           move ws-perc-anual to ws-fc-perc-anual
           move ws-lin-ficha-anual to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-motivo-busca to ws-fc-motivo
           move ws-lin-ficha-motivo to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-dt-dia to ws-fc-dia
           move ws-dt-mes to ws-fc-mes-com
           move ws-dt-ano to ws-fc-ano-com
           move ws-lin-ficha-data to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Diretor(a): ______________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Recebido pelo Conselho Tutelar em ____/____/______"
             to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Conselheiro(a): __________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-ficha-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Registra o atendimento da busca ativa nas ocorrencias
      *>-----------------------------------------------------------
       grava-atendimento section.

           accept ws-log-data from date yyyymmdd

           move fd-cod           to fd-oc-cod
           move ws-log-data      to fd-oc-data
           move "P"              to fd-oc-tipo
           move ws-desc-busca    to fd-oc-descricao
           move ws-operador-lote to fd-oc-operador

       *>  a sequencia separa mais de uma ocorrencia do mesmo aluno no
       *>  mesmo dia: avanca ate achar posicao livre
           move 1   to fd-oc-seq
           move "N" to ws-sw-oc-gravada
           perform until ws-oc-gravada
               write fd-registro-ocorrencia
               if ws-fs-arqOcorrencias = 00 then
                   move "S" to ws-sw-oc-gravada
               else
                   if  ws-fs-arqOcorrencias = 22
                   and fd-oc-seq < 99 then
                       add 1 to fd-oc-seq
                   else
                       move 4                                     to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqOcorrencias " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

       *>  o atendimento entra no log como o lancamento manual (OCO)
           accept ws-log-hora from time

           move fd-cod           to fd-log-cod
           move "OCO"            to fd-log-operacao
           move ws-log-data      to fd-log-data
           move ws-log-hora      to fd-log-hora
           move fd-aluno         to fd-log-aluno-antigo
           move fd-aluno         to fd-log-aluno-novo
           move ws-operador-lote to fd-log-operador

           write fd-log-alunos
           if ws-fs-arqLogAlunos <> 00 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlunos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ficha emitida - Codigo: " fd-cod "  Aluno: " fd-aluno

           .
       grava-atendimento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Guarda o aluno corrente na tabela do resumo
      *>-----------------------------------------------------------
       registra-apontado section.

           if ws-qtd-apontados < 500 then
               add 1 to ws-qtd-apontados
           end-if

           move fd-cod                   to ws-ap-cod (ws-qtd-apontados)
           move fd-aluno                 to ws-ap-aluno (ws-qtd-apontados)
           move fd-turma                 to ws-ap-turma (ws-qtd-apontados)
           move ws-tf-perc (ws-mes-ref)  to ws-ap-perc (ws-qtd-apontados)

           .
       registra-apontado-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Resumo dos alunos apontados, depois das fichas
      *>-----------------------------------------------------------
       imprime-resumo-busca section.

           move "Busca Ativa - Alunos Apontados no Mes" to ws-titulo-relatorio
           move "CODIGO  ALUNO                      TURMA       FREQ.MES  SITUACAO"
             to ws-colunas-relatorio
           move 99 to ws-cont-linhas

           if ws-qtd-apontados = 0 then
               move "Nenhum aluno apontado no mes de referencia."
                 to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           move 1 to ws-idx-apontados
           perform until ws-idx-apontados > ws-qtd-apontados
               move ws-ap-cod (ws-idx-apontados)   to ws-rs-cod
               move ws-ap-aluno (ws-idx-apontados) to ws-rs-aluno
               move ws-ap-turma (ws-idx-apontados) to ws-rs-turma
               move ws-ap-perc (ws-idx-apontados)  to ws-rs-perc
               move ws-ap-obs (ws-idx-apontados)   to ws-rs-obs
               move ws-lin-resumo to ws-linha-relatorio
               perform grava-linha-relatorio
               add 1 to ws-idx-apontados
           end-perform

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos ativos avaliados:"         to ws-bt-rotulo
           move ws-total-lidos                     to ws-bt-valor
           move ws-lin-busca-total to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Fichas emitidas:"                 to ws-bt-rotulo
           move ws-total-fichas                    to ws-bt-valor
           move ws-lin-busca-total to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Ja comunicados neste mes:"        to ws-bt-rotulo
           move ws-total-ja-comunicados            to ws-bt-valor
           move ws-lin-busca-total to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-resumo-busca-exit.
           exit.

      *>-----------------------------------------------------------
      *> Abre o arquivo de impressao das fichas
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
      *> Fecha o arquivo de impressao das fichas
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

          stop run
          .
       finaliza-anormal-exit.
           exit.

      *>-----------------------------------------------------------
      *> Finalização Normal
      *>-----------------------------------------------------------
       finaliza section.

          close arqCadAluno
          close arqFrequencia
          close arqFreqMensal
          close arqOcorrencias
          close arqLogAlunos

          display " "
          display "------------- Resumo da Busca Ativa -------------"
          display "Alunos ativos avaliados : " ws-total-lidos
          display "Fichas emitidas         : " ws-total-fichas
          display "Ja comunicados no mes   : " ws-total-ja-comunicados
          display "--------------------------------------------------"

          stop run
          .
       finaliza-exit.
           exit.

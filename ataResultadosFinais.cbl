      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ataResultadosFinais".
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

           select arqCadAluno assign to "arqCadAluno.txt"     *> cadastro de alunos, para a situacao dos transferidos
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           file status is ws-fs-arqCadAluno.

           select arqTurmas assign to "arqTurmas.txt"         *> mestre de turmas: descricao e professor da turma
           organization is indexed
           access mode is dynamic
           record key is fd-tu-codigo
           file status is ws-fs-arqTurmas.

           select arqDisciplinas assign to "arqDisciplinas.txt" *> mestre de disciplinas: uma coluna da ata por materia
           organization is indexed
           access mode is dynamic
           record key is fd-di-codigo
           file status is ws-fs-arqDisciplinas.

           select arqHistorico assign to "arqHistorico.txt"   *> historico escolar do ano ja fechado, apenas leitura
           organization is indexed
           access mode is sequential
           record key is fd-hi-chave
           file status is ws-fs-arqHistorico.

           select arqHistDisc assign to "arqHistDisc.txt"     *> historico por disciplina: media anual de cada materia
           organization is indexed
           access mode is dynamic
           record key is fd-hd-chave
           file status is ws-fs-arqHistDisc.

           select arqConselho assign to "arqConselho.txt"     *> deliberacoes do conselho de classe por aluno e ano
           organization is indexed
           access mode is dynamic
           record key is fd-cc-chave
           file status is ws-fs-arqConselho.

           select arqLogAlunos assign to "arqLogAlunos.txt"   *> log de auditoria: transferencias de saida do ano
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlunos.

           select arqOrdenaAta assign to "wkOrdenaAta.tmp"    *> arquivo de trabalho do sort por turma e nome do aluno
           .

           select arqRelatorio assign to ws-nome-relatorio    *> ata impressa, uma turma por pagina
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
              88 fd-sem-situacao-final              value spaces.

       fd arqTurmas.             *> layout identico ao do mestre de turmas
       01  fd-registro-turma.
           05 fd-tu-codigo                         pic x(10).
           05 fd-tu-descricao                      pic x(30).
           05 fd-tu-ano-letivo                     pic 9(04).
           05 fd-tu-professor                      pic x(25).
           05 fd-tu-capacidade                     pic 9(03).

       fd arqDisciplinas.        *> layout identico ao do mestre de disciplinas
       01  fd-registro-disciplina.
           05 fd-di-codigo                         pic x(03).
           05 fd-di-descricao                      pic x(30).
           05 fd-di-professor                      pic x(25).

       fd arqHistorico.          *> layout identico ao do historico escolar
       01  fd-registro-historico.
           05 fd-hi-chave.
              10 fd-hi-cod                         pic 9(06).
              10 fd-hi-ano                         pic 9(04).
           05 fd-hi-aluno                          pic x(25).
           05 fd-hi-turma                          pic x(10).
           05 fd-hi-medias-bim.
              10 fd-hi-media-bim1                  pic 9(02)v99.
              10 fd-hi-media-bim2                  pic 9(02)v99.
              10 fd-hi-media-bim3                  pic 9(02)v99.
              10 fd-hi-media-bim4                  pic 9(02)v99.
           05 fd-hi-media-anual                    pic 9(02)v99.
           05 fd-hi-frequencia                     pic 9(03)v99.
           05 fd-hi-situacao                       pic x(11).

       fd arqHistDisc.           *> layout identico ao do historico por disciplina
       01  fd-registro-hist-disc.
           05 fd-hd-chave.
              10 fd-hd-cod                         pic 9(06).
              10 fd-hd-ano                         pic 9(04).
              10 fd-hd-disciplina                  pic x(03).
           05 fd-hd-descricao                      pic x(30).
           05 fd-hd-notas-bim.
              10 fd-hd-nota-bim1                   pic 9(02)v99.
              10 fd-hd-nota-bim2                   pic 9(02)v99.
              10 fd-hd-nota-bim3                   pic 9(02)v99.
              10 fd-hd-nota-bim4                   pic 9(02)v99.
           05 fd-hd-media-anual                    pic 9(02)v99.

       fd arqConselho.           *> layout identico ao das deliberacoes do conselho
       01  fd-registro-conselho.
           05 fd-cc-chave.
              10 fd-cc-cod                         pic 9(06).
              10 fd-cc-ano                         pic 9(04).
           05 fd-cc-decisao                        pic x(01).
              88 fd-cc-aprovado                     value "A".
              88 fd-cc-mantido                      value "M".
           05 fd-cc-media                          pic 9(02)v99.
           05 fd-cc-justificativa                  pic x(40).
           05 fd-cc-professor                      pic x(25).
           05 fd-cc-data                           pic x(08).
           05 fd-cc-operador                       pic x(10).

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

       sd arqOrdenaAta.          *> arquivo de trabalho usado pelo sort por turma e aluno
       01  sd-registro-ata.
           05 sd-turma                             pic x(10).
           05 sd-tipo                              pic x(01).
              88 sd-cursou-ano                      value "C".
              88 sd-transferido                     value "T".
           05 sd-aluno                             pic x(25).
           05 sd-cod                               pic 9(06).
           05 sd-media-anual                       pic 9(02)v99.
           05 sd-frequencia                        pic 9(03)v99.
           05 sd-situacao                          pic x(11).

       fd arqRelatorio.          *> linha de 132 colunas, para caber uma coluna por disciplina
       01  fd-linha-relatorio                      pic x(132).

      *>------------------------------------------------------------------------
      *>---Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqHistDisc                       pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqLogAlunos                      pic  9(02).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqHistorico                   value "S".

       77  ws-fim-leitura-log                      pic x(01).
           88 ws-fim-arqLogAlunos                   value "S".

       77  ws-fim-leitura-disc                     pic x(01).
           88 ws-fim-arqDisciplinas                 value "S".

       77  ws-fim-leitura-sort                     pic x(01).
           88 ws-fim-arqOrdenaAta                   value "S".

      *>  historico por disciplina, conselho e log sao opcionais: uma
      *>  escola que nunca os gravou ainda pode emitir a ata
       77  ws-sw-tem-hist-disc                     pic x(01).
           88 ws-tem-hist-disc                      value "S".
       77  ws-sw-tem-conselho                      pic x(01).
           88 ws-tem-conselho                       value "S".
       77  ws-sw-tem-log                           pic x(01).
           88 ws-tem-log                            value "S".

       77  ws-sw-aprov-conselho                    pic x(01).
           88 ws-aprov-conselho                     value "S".

       77  ws-ano-letivo                           pic 9(04).
       77  ws-ano-texto                            pic x(04).
       77  ws-turma-filtro                         pic x(10).

      *>  colunas de disciplinas da ata, na ordem do mestre de disciplinas
       01  ws-tab-disciplinas.
           05 ws-disciplina-ent occurs 10 times.
              10 ws-td-codigo                      pic x(03).
              10 ws-td-descricao                   pic x(30).
       77  ws-max-disciplinas                      pic 9(02) value 10.
       77  ws-qtd-disciplinas                      pic 9(02) value 0.
       77  ws-qtd-disc-fora                        pic 9(02) value 0.
       77  ws-idx-disc                             pic 9(02).
       77  ws-idx-legenda                          pic 9(01).

      *>  quebra de controle por turma
       77  ws-turma-corrente                       pic x(10).
       77  ws-cod-anterior                         pic 9(06).
       77  ws-sw-primeiro                          pic x(01).
           88 ws-primeiro-registro                  value "S".

      *>  totais da turma corrente, impressos no rodape da ata
       77  ws-tu-alunos                            pic 9(03).
       77  ws-tu-aprovados                         pic 9(03).
       77  ws-tu-aprov-exame                       pic 9(03).
       77  ws-tu-aprov-conselho                    pic 9(03).
       77  ws-tu-reprovados                        pic 9(03).
       77  ws-tu-transferidos                      pic 9(03).

       77  ws-total-turmas                         pic 9(03) value 0.
       77  ws-total-alunos                         pic 9(05) value 0.

       77  ws-nota-editada                         pic z9,99.
       77  ws-freq-editada                         pic zz9,99.

      *>  controle do arquivo de impressao da ata
       77  ws-fs-arqRelatorio                      pic 9(02).
       77  ws-nome-relatorio                       pic x(20).
       77  ws-linha-relatorio                      pic x(132).
       77  ws-titulo-relatorio                     pic x(40).
       77  ws-colunas-relatorio                    pic x(132).
       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL MONTEIRO LOBATO".
       77  ws-limite-linhas                        pic 9(02) value 60.
       77  ws-cont-linhas                          pic 9(02).
       77  ws-num-pagina                           pic 9(03).
       77  ws-linha-separa                         pic x(132) value all "-".

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

      *>  cabecalho das colunas: as siglas das disciplinas entram no meio
       01  ws-colunas-ata.
           05 ws-ca-rotulo                         pic x(33).
           05 ws-ca-disc-ent occurs 10 times.
              10 ws-ca-codigo                      pic x(03).
              10 filler                            pic x(03).
           05 ws-ca-final                          pic x(39).

      *>  identificacao da turma no alto da ata
       01  ws-lin-ata-turma.
           05 filler                               pic x(07) value "Turma: ".
           05 ws-ti-turma                          pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-ti-descricao                      pic x(30).
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(13) value "Ano letivo: ".
           05 ws-ti-ano                            pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(14) value "Professor(a): ".
           05 ws-ti-professor                      pic x(25).

      *>  legenda das siglas: tres disciplinas por linha
       01  ws-lin-legenda.
           05 ws-lg-ent occurs 3 times.
              10 ws-lg-codigo                      pic x(03).
              10 ws-lg-separa                      pic x(03).
              10 ws-lg-descricao                   pic x(30).
              10 filler                            pic x(04).

       01  ws-lin-ata.
           05 ws-at-cod                            pic 9(06).
           05 filler                               pic x(01).
           05 ws-at-aluno                          pic x(25).
           05 filler                               pic x(01).
           05 ws-at-disc-ent occurs 10 times.
              10 ws-at-nota                        pic x(05).
              10 filler                            pic x(01).
           05 ws-at-media                          pic x(05).
           05 filler                               pic x(01).
           05 ws-at-freq                           pic x(06).
           05 filler                               pic x(02).
           05 ws-at-situacao                       pic x(11).
           05 filler                               pic x(01).
           05 ws-at-obs                            pic x(12).

       01  ws-lin-ata-total.
           05 ws-ta-rotulo                         pic x(32).
           05 ws-ta-valor                          pic zz9.

       01  ws-lin-ata-data.
           05 filler                               pic x(30)
              value "Ata lavrada e encerrada em ".
           05 ws-ad-dia                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-ad-mes                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-ad-ano                            pic 9(04).

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

       *>  todos os arquivos sao abertos apenas para leitura: a ata so
       *>  retrata o que o fechamento do ano ja arquivou
           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqDisciplinas
           if ws-fs-arqDisciplinas <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistorico
           if ws-fs-arqHistorico <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  os arquivos opcionais que ainda nao existem (status 35) apenas
       *>  deixam as colunas e observacoes correspondentes em branco
           move "N" to ws-sw-tem-hist-disc
           open input arqHistDisc
           if ws-fs-arqHistDisc = 00 then
               move "S" to ws-sw-tem-hist-disc
           else
               if ws-fs-arqHistDisc <> 35 then
                   move 1                                 to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistDisc " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sw-tem-conselho
           open input arqConselho
           if ws-fs-arqConselho = 00 then
               move "S" to ws-sw-tem-conselho
           else
               if ws-fs-arqConselho <> 35 then
                   move 1                                 to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sw-tem-log
           open input arqLogAlunos
           if ws-fs-arqLogAlunos = 00 then
               move "S" to ws-sw-tem-log
           else
               if ws-fs-arqLogAlunos <> 35 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqLogAlunos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Processamento principal (ordena por turma e imprime a ata)
      *>-----------------------------------------------------------
       processamento section.

           display " "
           display "--------- Ata de Resultados Finais ---------"
           display "Informe o ano letivo ja encerrado (AAAA): "
           accept ws-ano-letivo
           move ws-ano-letivo to ws-ano-texto
           display "Informe a turma (em branco, todas as turmas): "
           accept ws-turma-filtro
           move function upper-case(ws-turma-filtro) to ws-turma-filtro

       *>  a turma informada tem de existir no mestre de turmas
           if ws-turma-filtro <> spaces then
               move ws-turma-filtro to fd-tu-codigo
               read arqTurmas
               if ws-fs-arqTurmas <> 00 then
                   if ws-fs-arqTurmas = 23 then
                       display "Turma inexistente no mestre de turmas."
                       perform finaliza
                   else
                       move 2                             to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform carrega-disciplinas
           perform monta-colunas-ata

           move "ataResultados.txt" to ws-nome-relatorio
           move spaces              to ws-titulo-relatorio
           string "Ata de Resultados Finais - " delimited by size
                  ws-ano-texto                  delimited by size
                  into ws-titulo-relatorio
           end-string
           perform abre-relatorio

           sort arqOrdenaAta on ascending key sd-turma
                                             sd-tipo
                                             sd-aluno
               input procedure extrai-ata
               output procedure imprime-ata

           if ws-total-turmas = 0 then
               move "Nenhum aluno no historico para o ano/turma informados."
                 to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           perform fecha-relatorio

           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Carrega as disciplinas do mestre, uma coluna por materia
      *>-----------------------------------------------------------
       carrega-disciplinas section.

           move low-values to fd-di-codigo
           start arqDisciplinas key is >= fd-di-codigo
           if ws-fs-arqDisciplinas = 00 then
               move "N" to ws-fim-leitura-disc

               perform until ws-fim-arqDisciplinas

                   read arqDisciplinas next record
                   if ws-fs-arqDisciplinas = 10 then
                       move "S" to ws-fim-leitura-disc
                   else
                       if ws-fs-arqDisciplinas <> 0 then
                           move 3                                  to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
       *>                  a folha de 132 colunas comporta 10 disciplinas;
       *>                  as demais sao apenas contadas e avisadas
                           if ws-qtd-disciplinas < ws-max-disciplinas then
                               add 1 to ws-qtd-disciplinas
                               move fd-di-codigo
                                 to ws-td-codigo (ws-qtd-disciplinas)
                               move fd-di-descricao
                                 to ws-td-descricao (ws-qtd-disciplinas)
                           else
                               add 1 to ws-qtd-disc-fora
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           if ws-qtd-disc-fora > 0 then
               display "Atencao: " ws-qtd-disc-fora
                       " disciplina(s) alem de 10 nao cabem na ata."
           end-if

           .
       carrega-disciplinas-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Monta o cabecalho de colunas com as siglas das disciplinas
      *>-----------------------------------------------------------
       monta-colunas-ata section.

           move spaces to ws-colunas-ata
           move "COD    ALUNO" to ws-ca-rotulo

           move 1 to ws-idx-disc
           perform until ws-idx-disc > ws-qtd-disciplinas
               move ws-td-codigo (ws-idx-disc) to ws-ca-codigo (ws-idx-disc)
               add 1 to ws-idx-disc
           end-perform

           move "MEDIA FREQ%   SITUACAO    OBSERVACAO" to ws-ca-final
           move ws-colunas-ata to ws-colunas-relatorio

           .
       monta-colunas-ata-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Extrai os alunos do ano (historico) e os transferidos no ano
      *>-----------------------------------------------------------
       extrai-ata section.

           move "N" to ws-fim-leitura

           perform until ws-fim-arqHistorico

               read arqHistorico next record
               if ws-fs-arqHistorico = 10 then
                   move "S" to ws-fim-leitura
               else
                   if ws-fs-arqHistorico <> 0 then
                       move 4                                to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if  fd-hi-ano = ws-ano-letivo
                       and (ws-turma-filtro = spaces
                         or fd-hi-turma = ws-turma-filtro) then
                           move fd-hi-turma       to sd-turma
                           move "C"               to sd-tipo
                           move fd-hi-aluno       to sd-aluno
                           move fd-hi-cod         to sd-cod
                           move fd-hi-media-anual to sd-media-anual
                           move fd-hi-frequencia  to sd-frequencia
                           move fd-hi-situacao    to sd-situacao
                           release sd-registro-ata
                       end-if
                   end-if
               end-if

           end-perform

           if ws-tem-log then
               perform extrai-transferidos
           end-if

           .
       extrai-ata-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Extrai as transferencias de saida do ano gravadas no log
      *>-----------------------------------------------------------
       extrai-transferidos section.

       *>  o transferido nao passa pelo fechamento (so os ativos sao
       *>  arquivados); a baixa do ano fica no log e a turma de origem
       *>  continua no cadastro, pois ele nao e mais promovido
           move "N" to ws-fim-leitura-log

           perform until ws-fim-arqLogAlunos

               read arqLogAlunos
               if ws-fs-arqLogAlunos = 10 then
                   move "S" to ws-fim-leitura-log
               else
                   if ws-fs-arqLogAlunos <> 0 then
                       move 5                                to ws-msn-erro-ofsset
                       move ws-fs-arqLogAlunos               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqLogAlunos " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if  fd-log-operacao = "TRA"
                       and fd-log-data (1:4) = ws-ano-texto then
                           perform extrai-um-transferido
                       end-if
                   end-if
               end-if

           end-perform

           .
       extrai-transferidos-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Confere no cadastro o transferido do log e o envia ao sort
      *>-----------------------------------------------------------
       extrai-um-transferido section.

           move fd-log-cod to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
       *>      aluno que voltou a ser ativo depois da baixa nao sai
       *>      como transferido na ata
               if  fd-aluno-transferido
               and (ws-turma-filtro = spaces
                 or fd-turma = ws-turma-filtro) then
                   move fd-turma to sd-turma
                   move "T"      to sd-tipo
                   move fd-aluno to sd-aluno
                   move fd-cod   to sd-cod
                   move 0        to sd-media-anual
                   move 0        to sd-frequencia
                   move "Transferido" to sd-situacao
                   release sd-registro-ata
               end-if
           else
               if ws-fs-arqCadAluno <> 23 then
                   move 5                               to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       extrai-um-transferido-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Imprime a ata de cada turma, com quebra de controle
      *>-----------------------------------------------------------
       imprime-ata section.

           move "S"    to ws-sw-primeiro
           move "N"    to ws-fim-leitura-sort
           move spaces to ws-turma-corrente
           move 0      to ws-cod-anterior

           perform until ws-fim-arqOrdenaAta

               return arqOrdenaAta
                   at end
                       move "S" to ws-fim-leitura-sort
               end-return

               if not ws-fim-arqOrdenaAta then
                   if ws-primeiro-registro then
                       move sd-turma to ws-turma-corrente
                       move "N"      to ws-sw-primeiro
                       perform abre-ata-turma
                   else
                       if sd-turma <> ws-turma-corrente then
                           perform fecha-ata-turma
                           move sd-turma to ws-turma-corrente
                           perform abre-ata-turma
                       end-if
                   end-if

       *>          a mesma baixa repetida no log sai uma vez so
                   if sd-cod <> ws-cod-anterior then
                       perform imprime-aluno-ata
                       move sd-cod to ws-cod-anterior
                   end-if
               end-if

           end-perform

       *>  a ultima turma do arquivo tambem fecha com o rodape
           if not ws-primeiro-registro then
               perform fecha-ata-turma
           end-if

           .
       imprime-ata-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Inicia a ata de uma turma em pagina nova
      *>-----------------------------------------------------------
       abre-ata-turma section.

           move 0 to ws-tu-alunos
           move 0 to ws-tu-aprovados
           move 0 to ws-tu-aprov-exame
           move 0 to ws-tu-aprov-conselho
           move 0 to ws-tu-reprovados
           move 0 to ws-tu-transferidos

           add 1 to ws-total-turmas

       *>  descricao e professor da turma vem do mestre de turmas
           move ws-turma-corrente to fd-tu-codigo
           read arqTurmas
           if ws-fs-arqTurmas <> 00 then
               if ws-fs-arqTurmas = 23 then
                   move spaces to fd-tu-descricao
                   move spaces to fd-tu-professor
               else
                   move 6                             to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

       *>  cada turma comeca numa pagina propria da ata
           move 99 to ws-cont-linhas

           move ws-turma-corrente to ws-ti-turma
           move fd-tu-descricao   to ws-ti-descricao
           move ws-ano-letivo     to ws-ti-ano
           move fd-tu-professor   to ws-ti-professor
           move ws-lin-ata-turma  to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  legenda das siglas usadas nas colunas de disciplina
           move spaces to ws-lin-legenda
           move 0      to ws-idx-legenda
           move 1      to ws-idx-disc
           perform until ws-idx-disc > ws-qtd-disciplinas
               add 1 to ws-idx-legenda
               move ws-td-codigo (ws-idx-disc)    to ws-lg-codigo (ws-idx-legenda)
               move " - "                         to ws-lg-separa (ws-idx-legenda)
               move ws-td-descricao (ws-idx-disc) to ws-lg-descricao (ws-idx-legenda)
               if ws-idx-legenda = 3 then
                   move ws-lin-legenda to ws-linha-relatorio
                   perform grava-linha-relatorio
                   move spaces to ws-lin-legenda
                   move 0      to ws-idx-legenda
               end-if
               add 1 to ws-idx-disc
           end-perform
           if ws-idx-legenda > 0 then
               move ws-lin-legenda to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           display "Imprimindo a ata da turma " ws-turma-corrente

           .
       abre-ata-turma-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Imprime a linha de um aluno e acumula os totais da turma
      *>-----------------------------------------------------------
       imprime-aluno-ata section.

           move spaces      to ws-lin-ata
           move sd-cod      to ws-at-cod
           move sd-aluno    to ws-at-aluno
           move sd-situacao to ws-at-situacao

           add 1 to ws-tu-alunos
           add 1 to ws-total-alunos

           if sd-transferido then
               add 1 to ws-tu-transferidos
           else
       *>      media anual de cada disciplina guardada no fechamento;
       *>      materia sem registro no ano sai com traco
               move 1 to ws-idx-disc
               perform until ws-idx-disc > ws-qtd-disciplinas
                   move "  -  " to ws-at-nota (ws-idx-disc)
                   if ws-tem-hist-disc then
                       move sd-cod                     to fd-hd-cod
                       move ws-ano-letivo              to fd-hd-ano
                       move ws-td-codigo (ws-idx-disc) to fd-hd-disciplina
                       read arqHistDisc
                       if ws-fs-arqHistDisc = 00 then
                           move fd-hd-media-anual to ws-nota-editada
                           move ws-nota-editada   to ws-at-nota (ws-idx-disc)
                       else
                           if ws-fs-arqHistDisc <> 23 then
                               move 7                               to ws-msn-erro-ofsset
                               move ws-fs-arqHistDisc               to ws-msn-erro-cod
                               move "Erro ao ler arq. arqHistDisc " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
                   add 1 to ws-idx-disc
               end-perform

               move sd-media-anual  to ws-nota-editada
               move ws-nota-editada to ws-at-media
               move sd-frequencia   to ws-freq-editada
               move ws-freq-editada to ws-at-freq

               perform apura-observacao-ata
           end-if

           move ws-lin-ata to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-aluno-ata-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Aponta se a aprovacao veio do conselho ou do exame final
      *>-----------------------------------------------------------
       apura-observacao-ata section.

           evaluate sd-situacao
               when "Aprovado"
               when "Aprov.Exame"
               when "Aprov.Cons."
               when "Aprov.Dep."
                   add 1 to ws-tu-aprovados
               when other
                   add 1 to ws-tu-reprovados
           end-evaluate

       *>  a deliberacao gravada pelo conselho prevalece: e ela que a
       *>  secretaria municipal confere ao arquivar a ata
           move "N" to ws-sw-aprov-conselho
           if ws-tem-conselho then
               move sd-cod        to fd-cc-cod
               move ws-ano-letivo to fd-cc-ano
               read arqConselho
               if ws-fs-arqConselho = 00 then
                   if fd-cc-aprovado then
                       move "S" to ws-sw-aprov-conselho
                   end-if
               else
                   if ws-fs-arqConselho <> 23 then
                       move 8                               to ws-msn-erro-ofsset
                       move ws-fs-arqConselho               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-aprov-conselho
           or sd-situacao = "Aprov.Cons." then
               move "Aprov.Cons." to ws-at-obs
               add 1 to ws-tu-aprov-conselho
           else
               if sd-situacao = "Aprov.Exame" then
                   move "Aprov.Exame" to ws-at-obs
                   add 1 to ws-tu-aprov-exame
               else
       *>          promovido com disciplinas em dependencia
                   if sd-situacao = "Aprov.Dep." then
                       move "Dependencia" to ws-at-obs
                   end-if
               end-if
           end-if

           .
       apura-observacao-ata-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Rodape da ata: totais da turma, professor e assinaturas
      *>-----------------------------------------------------------
       fecha-ata-turma section.

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos relacionados na ata    : " to ws-ta-rotulo
           move ws-tu-alunos                       to ws-ta-valor
           move ws-lin-ata-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Aprovados                     : " to ws-ta-rotulo
           move ws-tu-aprovados                    to ws-ta-valor
           move ws-lin-ata-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "  dos quais apos exame final  : " to ws-ta-rotulo
           move ws-tu-aprov-exame                  to ws-ta-valor
           move ws-lin-ata-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "  dos quais pelo conselho     : " to ws-ta-rotulo
           move ws-tu-aprov-conselho               to ws-ta-valor
           move ws-lin-ata-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Reprovados                    : " to ws-ta-rotulo
           move ws-tu-reprovados                   to ws-ta-valor
           move ws-lin-ata-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Transferidos no ano           : " to ws-ta-rotulo
           move ws-tu-transferidos                 to ws-ta-valor
           move ws-lin-ata-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-dt-dia       to ws-ad-dia
           move ws-dt-mes       to ws-ad-mes
           move ws-dt-ano       to ws-ad-ano
           move ws-lin-ata-data to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  espacos para as assinaturas exigidas no arquivamento da ata
           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move spaces to ws-linha-relatorio
           string "Professor(a) da turma:  ___________________________  "
                      delimited by size
                  ws-ti-professor delimited by size
                  into ws-linha-relatorio
           end-string
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Secretario(a) escolar:  ___________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Diretor(a):             ___________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       fecha-ata-turma-exit.
           exit.

      *>-----------------------------------------------------------
      *> Abre o arquivo de impressao da ata
      *>-----------------------------------------------------------
       abre-relatorio section.

       *>  o nome do arquivo e o titulo ja vem preenchidos pelo chamador
           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 9                                   to ws-msn-erro-ofsset
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
               move 9                                   to ws-msn-erro-ofsset
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
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                  to ws-msn-erro-cod
               move "Erro ao gravar arq. de relatorio " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-cont-linhas

           .
       grava-linha-relatorio-exit.
           exit.

      *>-----------------------------------------------------------
      *> Fecha o arquivo de impressao da ata
      *>-----------------------------------------------------------
       fecha-relatorio section.

           close arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 9                                    to ws-msn-erro-ofsset
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
          close arqTurmas
          close arqDisciplinas
          close arqHistorico
          if ws-tem-hist-disc then
              close arqHistDisc
          end-if
          if ws-tem-conselho then
              close arqConselho
          end-if
          if ws-tem-log then
              close arqLogAlunos
          end-if

          display " "
          display "Turmas impressas na ata  : " ws-total-turmas
          display "Alunos relacionados      : " ws-total-alunos

          stop run
          .
       finaliza-exit.
           exit.

      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "importaNotasDisc".
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

           select arqImportaCsv assign to "arqImportaNotas.csv" *> planilha do professor: turma, disciplina, bimestre, matricula e nota
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqImportaCsv.

           select arqCadAluno assign to "arqCadAluno.txt"     *> cadastro de alunos: valida o aluno e espelha a media do bimestre
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           file status is ws-fs-arqCadAluno.

           select arqNotasDisc assign to "arqNotasDisc.txt"   *> nota lancada por aluno, disciplina e bimestre
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nd-chave
           file status is ws-fs-arqNotasDisc.

           select arqTurmas assign to "arqTurmas.txt"         *> mestre de turmas, apenas leitura (validacao da turma)
           organization is indexed
           access mode is dynamic
           record key is fd-tu-codigo
           file status is ws-fs-arqTurmas.

           select arqDisciplinas assign to "arqDisciplinas.txt" *> mestre de disciplinas, apenas leitura (validacao da materia)
           organization is indexed
           access mode is dynamic
           record key is fd-di-codigo
           file status is ws-fs-arqDisciplinas.

           select arqCalendario assign to "arqCalendario.txt" *> calendario letivo, apenas leitura (bimestre fechado)
           organization is indexed
           access mode is dynamic
           record key is fd-ca-chave
           file status is ws-fs-arqCalendario.

           select arqLogAlunos assign to "arqLogAlunos.txt"   *> log de auditoria: uma linha por nota gravada
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlunos.

           select arqRelatorio assign to ws-nome-relatorio    *> listagem de rejeicoes, substituicoes e alunos sem nota
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

       fd arqImportaCsv.         *> uma linha de texto delimitada por ponto e virgula por nota
       01  fd-linha-importa                        pic x(200).

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

       fd arqNotasDisc.          *> layout identico ao das notas por disciplina
       01  fd-notas-disciplina.
           05 fd-nd-chave.
              10 fd-nd-cod                         pic 9(06).
              10 fd-nd-disciplina                  pic x(03).
              10 fd-nd-bimestre                    pic 9(01).
           05 fd-nd-nota                           pic 9(02)v99.

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

       fd arqCalendario.         *> layout identico ao do calendario letivo
       01  fd-registro-calendario.
           05 fd-ca-chave.
              10 fd-ca-ano                         pic 9(04).
              10 fd-ca-periodo                     pic 9(01).
           05 fd-ca-data-inicio                    pic x(08).
           05 fd-ca-data-fim                       pic x(08).
           05 fd-ca-situacao                       pic x(01).
              88 fd-ca-aberto                       value "A".
              88 fd-ca-fechado                      value "F".
           05 fd-ca-data-situacao                  pic x(08).
           05 fd-ca-operador                       pic x(10).
           05 fd-ca-justificativa                  pic x(50).

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

       77  ws-fs-arqImportaCsv                     pic  9(02).
       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqNotasDisc                      pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqLogAlunos                      pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).

      *>  sem calendario letivo cadastrado nenhum bimestre fica bloqueado
       77  ws-sw-tem-calendario                    pic x(01).
           88 ws-tem-calendario                     value "S".
       77  ws-ano-letivo                           pic 9(04).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqImportaCsv                  value "S".

       77  ws-fim-leitura-cad                      pic x(01).
           88 ws-fim-arqCadAluno                    value "S".

      *>  campos da linha do csv, ainda em texto, na ordem do layout
      *>  TURMA;DISCIPLINA;BIMESTRE;MATRICULA;NOTA
       01  ws-campos-csv.
           05 ws-csv-turma                         pic x(10).
           05 ws-csv-disciplina                    pic x(03).
           05 ws-csv-bimestre                      pic x(01).
           05 ws-csv-matricula                     pic x(06).
           05 ws-csv-nota                          pic x(06).

      *>  tamanho lido de cada campo; campo maior que o layout rejeita a
      *>  linha em vez de ser truncado para um codigo que pode existir.
      *>  a nota, ultimo campo, vem com o resto da linha e e conferida
      *>  depois de alinhada a esquerda
       01  ws-tam-campos-csv.
           05 ws-tam-turma                         pic 9(03).
           05 ws-tam-disciplina                    pic 9(03).
           05 ws-tam-bimestre                      pic 9(03).
           05 ws-tam-matricula                     pic 9(03).
       77  ws-csv-nota-lida                        pic x(200).
       77  ws-sw-campo-maior                       pic x(01).
           88 ws-campo-maior                        value "S".

       77  ws-sw-linha-valida                      pic x(01).
           88 ws-linha-valida                       value "S".

      *>  conversao da nota do formato do csv (ex.: " 6,50") para numero
       77  ws-nota-txt                             pic x(06).
       77  ws-nota-inteira-txt                     pic x(02).
       77  ws-nota-decimal-txt                     pic x(02).
       77  ws-nota-inteira-lida                    pic x(06).
       77  ws-nota-decimal-lida                    pic x(06).
       77  ws-nota-inteira                         pic 9(02).
       77  ws-nota-decimal                         pic 9(02).
       77  ws-nota-convertida                      pic 9(02)v99.
       77  ws-sw-nota-ok                           pic x(01).
           88 ws-nota-ok                            value "S".

       77  ws-bimestre                             pic 9(01).
       77  ws-nota-anterior                        pic 9(02)v99.
       77  ws-nota-ed-anterior                     pic z9,99.
       77  ws-nota-ed-nova                         pic z9,99.
       77  ws-media-bimestre                       pic 9(02)v99.
       77  ws-idx-bim                              pic 9(01).

       77  ws-fim-leitura-nd                       pic x(01).
           88 ws-fim-arqNotasDisc                   value "S".

      *>  soma e quantidade de notas lancadas por bimestre do aluno,
      *>  para espelhar a media no cadastro como o lancamento manual
       01  ws-tab-notas-disc.
           05 ws-nd-bim-ent occurs 4 times.
              10 ws-nd-soma                        pic 9(04)v99.
              10 ws-nd-qtd                         pic 9(02).

      *>  combinacoes turma/disciplina/bimestre presentes no arquivo, para
      *>  apontar no final os alunos da turma que ficaram sem nota nele
       01  ws-tab-lotes.
           05 ws-lote-ent occurs 50 times.
              10 ws-lt-turma                       pic x(10).
              10 ws-lt-disciplina                  pic x(03).
              10 ws-lt-bimestre                    pic 9(01).
       77  ws-qtd-lotes                            pic 9(02) value 0.
       77  ws-idx-lotes                            pic 9(02).
       77  ws-lote-corrente                        pic 9(02).

      *>  alunos que receberam nota em cada combinacao importada
       01  ws-tab-importados.
           05 ws-importado-ent occurs 3000 times.
              10 ws-im-lote                        pic 9(02).
              10 ws-im-cod                         pic 9(06).
       77  ws-qtd-importados                       pic 9(04) value 0.
       77  ws-idx-importados                       pic 9(04).

       77  ws-sw-achou                             pic x(01).
           88 ws-achou                              value "S".

       77  ws-motivo-rejeito                       pic x(40).
       77  ws-num-linha                            pic 9(05) value 0.

      *>  o lote nao tem operador logado: o log identifica a importacao
       77  ws-operador-lote                        pic x(10) value "IMPNOTAS".
       77  ws-log-data                             pic x(08).
       77  ws-log-hora                             pic x(08).

       77  ws-total-lidos                          pic 9(05) value 0.
       77  ws-total-incluidos                      pic 9(05) value 0.
       77  ws-total-substituidos                   pic 9(05) value 0.
       77  ws-total-rejeitados                     pic 9(05) value 0.
       77  ws-total-sem-nota                       pic 9(05) value 0.
       77  ws-total-fora-tabela                    pic 9(05) value 0.

      *>  controle do arquivo de impressao da listagem da importacao
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

       01  ws-lin-ocorrencia.
           05 ws-oc-linha                          pic zzzz9.
           05 filler                               pic x(02).
           05 ws-oc-tipo                           pic x(11).
           05 filler                               pic x(02).
           05 ws-oc-detalhe                        pic x(80).

       01  ws-lin-sem-nota.
           05 ws-sn-turma                          pic x(10).
           05 filler                               pic x(02).
           05 ws-sn-disciplina                     pic x(03).
           05 filler                               pic x(03).
           05 ws-sn-bimestre                       pic 9(01).
           05 filler                               pic x(03).
           05 ws-sn-cod                            pic 9(06).
           05 filler                               pic x(02).
           05 ws-sn-aluno                          pic x(25).
           05 filler                               pic x(02).
           05 ws-sn-obs                            pic x(30).

       01  ws-lin-incompleta.
           05 filler                               pic x(25)
              value "*** Listagem incompleta: ".
           05 ws-li-qtd                            pic zzzz9.
           05 filler                               pic x(42)
              value " nota(s) fora da tabela de conferencia ***".

       01  ws-lin-importa-total.
           05 ws-it-rotulo                         pic x(32).
           05 ws-it-valor                          pic zzzz9.

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

       *>  abre o csv recebido do professor apenas para leitura
           open input arqImportaCsv
           if ws-fs-arqImportaCsv <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqImportaCsv                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqImportaNotas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  o cadastro e aberto para gravacao: a media do bimestre e
       *>  espelhada nas notas dele, como no lancamento pelo menu
           open i-o arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre as notas por disciplina (cria se nao existir, no primeiro
       *>  bimestre do ano o arquivo pode ainda nao ter sido gravado)
           open i-o arqNotasDisc
           if ws-fs-arqNotasDisc = 35 then
               open output arqNotasDisc
               close arqNotasDisc
               open i-o arqNotasDisc
           end-if
           if ws-fs-arqNotasDisc <> 00
           and ws-fs-arqNotasDisc <> 05 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotasDisc                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotasDisc " to ws-msn-erro-text
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

       *>  o calendario letivo e opcional: se ainda nao existe, a
       *>  importacao segue sem conferir bimestre fechado
           move "N" to ws-sw-tem-calendario
           open input arqCalendario
           if ws-fs-arqCalendario = 00 then
               move "S" to ws-sw-tem-calendario
           else
               if ws-fs-arqCalendario <> 35 then
                   move 1                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCalendario " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

       *>  o bimestre fechado e sempre o do ano letivo corrente
           accept ws-data-sistema from date yyyymmdd
           move ws-dt-ano to ws-ano-letivo

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
      *>  Processamento principal (uma linha do csv por vez)
      *>-----------------------------------------------------------
       processamento section.

           move "relImportaNotas.txt"          to ws-nome-relatorio
           move "Importacao de Notas por Disciplina" to ws-titulo-relatorio
           move "LINHA  OCORRENCIA   DETALHE"  to ws-colunas-relatorio
           perform abre-relatorio

           move "N" to ws-fim-leitura

           perform until ws-fim-arqImportaCsv

               read arqImportaCsv
               if ws-fs-arqImportaCsv = 10 then
                   move "S" to ws-fim-leitura
               else
                   if ws-fs-arqImportaCsv <> 0 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqImportaCsv                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqImportaNotas " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-num-linha
       *>              a primeira linha da planilha e o cabecalho de titulos,
       *>              reconhecido pela palavra TURMA, e nao gera nota
                       if function upper-case(fd-linha-importa(1:6)) = "TURMA;" then
                           continue
                       else
                           if fd-linha-importa <> spaces then
                               add 1 to ws-total-lidos
                               perform importa-linha-csv
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

       *>  segunda parte da listagem: quem ficou de fora da planilha
           perform lista-alunos-sem-nota

       *>  rodape de totais da listagem da importacao
           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Linhas lidas                  : " to ws-it-rotulo
           move ws-total-lidos                     to ws-it-valor
           move ws-lin-importa-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Notas incluidas               : " to ws-it-rotulo
           move ws-total-incluidos                 to ws-it-valor
           move ws-lin-importa-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Notas que substituiram outra  : " to ws-it-rotulo
           move ws-total-substituidos              to ws-it-valor
           move ws-lin-importa-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Linhas rejeitadas             : " to ws-it-rotulo
           move ws-total-rejeitados                to ws-it-valor
           move ws-lin-importa-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos da turma sem nota      : " to ws-it-rotulo
           move ws-total-sem-nota                  to ws-it-valor
           move ws-lin-importa-total               to ws-linha-relatorio
           perform grava-linha-relatorio

           if ws-total-fora-tabela > 0 then
               move "Notas fora da tabela (limite) : " to ws-it-rotulo
               move ws-total-fora-tabela               to ws-it-valor
               move ws-lin-importa-total               to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           perform fecha-relatorio

           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Separa, valida e grava uma linha do csv
      *>-----------------------------------------------------------
       importa-linha-csv section.

           move spaces to ws-campos-csv
           move spaces to ws-csv-nota-lida
           move zeros  to ws-tam-campos-csv
           move "N"    to ws-sw-campo-maior

           unstring fd-linha-importa delimited by ";"
               into ws-csv-turma      count in ws-tam-turma
                    ws-csv-disciplina count in ws-tam-disciplina
                    ws-csv-bimestre   count in ws-tam-bimestre
                    ws-csv-matricula  count in ws-tam-matricula
                    ws-csv-nota-lida
           end-unstring

           if ws-tam-turma      > 10
           or ws-tam-disciplina > 3
           or ws-tam-bimestre   > 1
           or ws-tam-matricula  > 6 then
               move "S" to ws-sw-campo-maior
           end-if

           move function trim(ws-csv-nota-lida) to ws-csv-nota-lida
           if ws-csv-nota-lida(7:) <> spaces then
               move "S" to ws-sw-campo-maior
           end-if
           move ws-csv-nota-lida to ws-csv-nota

           move function upper-case(ws-csv-turma)      to ws-csv-turma
           move function upper-case(ws-csv-disciplina) to ws-csv-disciplina

       *>  campo truncado no unstring nao chega as demais criticas
           if ws-campo-maior then
               move "Campo maior que o permitido" to ws-motivo-rejeito
               move "N" to ws-sw-linha-valida
           else
               perform valida-linha-csv
           end-if

           if ws-linha-valida then
               perform grava-nota-importada
           else
               perform grava-rejeito
           end-if

           .
       importa-linha-csv-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Valida os campos da linha corrente do csv
      *>-----------------------------------------------------------
       valida-linha-csv section.

           move "S" to ws-sw-linha-valida

       *>  a turma precisa existir no mestre de turmas
           move ws-csv-turma to fd-tu-codigo
           read arqTurmas
           if ws-fs-arqTurmas <> 00 then
               if ws-fs-arqTurmas = 23 then
                   move "Turma fora do mestre de turmas" to ws-motivo-rejeito
                   move "N" to ws-sw-linha-valida
               else
                   move 3                             to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

       *>  a disciplina precisa existir no mestre de disciplinas
           if ws-linha-valida then
               move ws-csv-disciplina to fd-di-codigo
               read arqDisciplinas
               if ws-fs-arqDisciplinas <> 00 then
                   if ws-fs-arqDisciplinas = 23 then
                       move "Disciplina fora do mestre" to ws-motivo-rejeito
                       move "N" to ws-sw-linha-valida
                   else
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

       *>  o bimestre vai de 1 a 4
           if ws-linha-valida then
               if  ws-csv-bimestre is numeric
               and ws-csv-bimestre >= "1"
               and ws-csv-bimestre <= "4" then
                   move ws-csv-bimestre to ws-bimestre
               else
                   move "Bimestre fora de 1 a 4" to ws-motivo-rejeito
                   move "N" to ws-sw-linha-valida
               end-if
           end-if

       *>  bimestre fechado no calendario letivo nao recebe nota
           if  ws-linha-valida
           and ws-tem-calendario then
               move ws-ano-letivo to fd-ca-ano
               move ws-bimestre   to fd-ca-periodo
               read arqCalendario
               if ws-fs-arqCalendario = 00 then
                   if fd-ca-fechado then
                       move "Bimestre fechado no calendario" to ws-motivo-rejeito
                       move "N" to ws-sw-linha-valida
                   end-if
               else
                   if ws-fs-arqCalendario <> 23 then
                       move 3                                 to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalendario " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

       *>  a matricula precisa vir com os 06 digitos, de aluno ativo da turma
           if ws-linha-valida then
               if ws-csv-matricula is not numeric then
                   move "Matricula nao numerica" to ws-motivo-rejeito
                   move "N" to ws-sw-linha-valida
               else
                   move ws-csv-matricula to fd-cod
                   read arqCadAluno
                   if ws-fs-arqCadAluno <> 00 then
                       if ws-fs-arqCadAluno = 23 then
                           move "Matricula inexistente no cadastro" to ws-motivo-rejeito
                           move "N" to ws-sw-linha-valida
                       else
                           move 3                               to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       if not fd-aluno-ativo then
                           move "Aluno inativo ou transferido" to ws-motivo-rejeito
                           move "N" to ws-sw-linha-valida
                       else
                           if fd-turma <> ws-csv-turma then
                               move "Aluno nao pertence a turma" to ws-motivo-rejeito
                               move "N" to ws-sw-linha-valida
                           end-if
                       end-if
                   end-if
               end-if
           end-if

       *>  a nota e obrigatoria e precisa estar entre 0 e 10
           if ws-linha-valida then
               if function trim(ws-csv-nota) = spaces then
                   move "Nota em branco" to ws-motivo-rejeito
                   move "N" to ws-sw-linha-valida
               else
                   move ws-csv-nota to ws-nota-txt
                   perform converte-nota-csv
                   if ws-campo-maior then
                       move "Campo maior que o permitido" to ws-motivo-rejeito
                       move "N" to ws-sw-linha-valida
                   else
                       if not ws-nota-ok then
                           move "Nota invalida ou fora de 0 a 10" to ws-motivo-rejeito
                           move "N" to ws-sw-linha-valida
                       end-if
                   end-if
               end-if
           end-if

           .
       valida-linha-csv-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Converte uma nota do csv (formato " 6,50") para numero
      *>-----------------------------------------------------------
       converte-nota-csv section.

           move "N" to ws-sw-nota-ok

       *>  as partes sao lidas em campos largos e conferidas depois de
       *>  alinhadas, para "100" nao virar "10" nem "6,505" virar "6,50"
           move spaces to ws-nota-inteira-lida
           move spaces to ws-nota-decimal-lida
           unstring ws-nota-txt delimited by ","
               into ws-nota-inteira-lida
                    ws-nota-decimal-lida
           end-unstring

           move function trim(ws-nota-inteira-lida)
             to ws-nota-inteira-lida
           move function trim(ws-nota-decimal-lida)
             to ws-nota-decimal-lida

           if ws-nota-inteira-lida(3:) <> spaces
           or ws-nota-decimal-lida(3:) <> spaces then
               move "S" to ws-sw-campo-maior
           end-if

           move ws-nota-inteira-lida to ws-nota-inteira-txt
           move ws-nota-decimal-lida to ws-nota-decimal-txt

           if ws-nota-decimal-txt = spaces then
               move "00" to ws-nota-decimal-txt
           end-if

       *>  a parte inteira volta para a direita com zero na frente
       *>  (ex.: "6" vira "06") e a decimal completa com zero atras
       *>  (ex.: "5" vira "50"), cobrindo notas digitadas como "6,5"
           if ws-nota-inteira-txt(2:1) = space then
               move ws-nota-inteira-txt(1:1)
                 to ws-nota-inteira-txt(2:1)
               move "0" to ws-nota-inteira-txt(1:1)
           end-if
           inspect ws-nota-decimal-txt replacing trailing spaces by "0"

           if  not ws-campo-maior
           and ws-nota-inteira-txt is numeric
           and ws-nota-decimal-txt is numeric then
               move ws-nota-inteira-txt to ws-nota-inteira
               move ws-nota-decimal-txt to ws-nota-decimal
               compute ws-nota-convertida =
                   ws-nota-inteira + (ws-nota-decimal / 100)
               if ws-nota-convertida <= 10 then
                   move "S" to ws-sw-nota-ok
               end-if
           end-if

           .
       converte-nota-csv-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Inclui ou substitui a nota da linha validada
      *>-----------------------------------------------------------
       grava-nota-importada section.

           move fd-cod             to fd-nd-cod
           move ws-csv-disciplina  to fd-nd-disciplina
           move ws-bimestre        to fd-nd-bimestre
           read arqNotasDisc

           if ws-fs-arqNotasDisc = 00 then
       *>      a disciplina ja tinha nota no bimestre: a planilha
       *>      prevalece, mas a troca sai na listagem com o valor antigo
               move fd-nd-nota         to ws-nota-anterior
               move ws-nota-convertida to fd-nd-nota
               rewrite fd-notas-disciplina
               if ws-fs-arqNotasDisc <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqNotasDisc " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-total-substituidos

               move ws-nota-anterior   to ws-nota-ed-anterior
               move ws-nota-convertida to ws-nota-ed-nova
               move spaces             to ws-lin-ocorrencia
               move ws-num-linha       to ws-oc-linha
               move "SUBSTITUIU"       to ws-oc-tipo
               string fd-cod                  delimited by size
                      " "                     delimited by size
                      ws-csv-disciplina       delimited by size
                      " bim "                 delimited by size
                      ws-bimestre             delimited by size
                      ": nota anterior "      delimited by size
                      ws-nota-ed-anterior     delimited by size
                      " trocada por "         delimited by size
                      ws-nota-ed-nova         delimited by size
                      into ws-oc-detalhe
               end-string
               move ws-lin-ocorrencia to ws-linha-relatorio
               perform grava-linha-relatorio
           else
               if ws-fs-arqNotasDisc = 23 then
                   move ws-nota-convertida to fd-nd-nota
                   write fd-notas-disciplina
                   if ws-fs-arqNotasDisc <> 00 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqNotasDisc                  to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqNotasDisc " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-total-incluidos
               else
                   move 4                               to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc              to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotasDisc " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

       *>  espelha a media do bimestre no cadastro, como o cadastrar-notas
           perform espelha-media-bimestre

           perform grava-log-nota
           perform registra-importado

           .
       grava-nota-importada-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Acumula as notas por disciplina do aluno corrente, somando
      *>  e contando as notas lancadas de cada bimestre (1 a 4)
      *>-----------------------------------------------------------
       acumula-notas-disciplinas section.

           move 1 to ws-idx-bim
           perform until ws-idx-bim > 4
               move 0 to ws-nd-soma (ws-idx-bim)
               move 0 to ws-nd-qtd  (ws-idx-bim)
               add 1 to ws-idx-bim
           end-perform

           move fd-cod     to fd-nd-cod
           move low-values to fd-nd-disciplina
           move 0          to fd-nd-bimestre
           start arqNotasDisc key is >= fd-nd-chave
           if ws-fs-arqNotasDisc = 00 then
               move "N" to ws-fim-leitura-nd

               perform until ws-fim-arqNotasDisc

                   read arqNotasDisc next record
                   if ws-fs-arqNotasDisc = 10 then
                       move "S" to ws-fim-leitura-nd
                   else
                       if ws-fs-arqNotasDisc <> 0 then
                           move 5                                to ws-msn-erro-ofsset
                           move ws-fs-arqNotasDisc               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqNotasDisc " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
       *>                  a chave e composta: passou do codigo do aluno
       *>                  corrente, acabaram as notas dele
                           if fd-nd-cod <> fd-cod then
                               move "S" to ws-fim-leitura-nd
                           else
                               if  fd-nd-bimestre >= 1
                               and fd-nd-bimestre <= 4 then
                                   add fd-nd-nota
                                     to ws-nd-soma (fd-nd-bimestre)
                                   add 1
                                     to ws-nd-qtd  (fd-nd-bimestre)
                               end-if
                           end-if
                       end-if

               end-perform
           end-if

           .
       acumula-notas-disciplinas-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Espelha a media do bimestre importado na nota do cadastro
      *>-----------------------------------------------------------
       espelha-media-bimestre section.

           perform acumula-notas-disciplinas

           if ws-nd-qtd (ws-bimestre) > 0 then
               compute ws-media-bimestre rounded =
                   ws-nd-soma (ws-bimestre) / ws-nd-qtd (ws-bimestre)
           else
               move 0 to ws-media-bimestre
           end-if

           evaluate ws-bimestre
               when 1
                   move ws-media-bimestre to fd-nota1
               when 2
                   move ws-media-bimestre to fd-nota2
               when 3
                   move ws-media-bimestre to fd-nota3
               when 4
                   move ws-media-bimestre to fd-nota4
           end-evaluate

           rewrite fd-cadastro-alunos
           if ws-fs-arqCadAluno <> 0 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       espelha-media-bimestre-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Grava a nota importada no log de auditoria do cadastro
      *>-----------------------------------------------------------
       grava-log-nota section.

       *>  mesma operacao NOT do lancamento pelo menu; o operador da
       *>  linha identifica que a nota veio da planilha do professor
           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move spaces           to fd-log-alunos
           move fd-cod           to fd-log-cod
           move "NOT"            to fd-log-operacao
           move ws-log-data      to fd-log-data
           move ws-log-hora      to fd-log-hora
           move fd-aluno         to fd-log-aluno-antigo
           move fd-aluno         to fd-log-aluno-novo
           move ws-operador-lote to fd-log-operador

           write fd-log-alunos
           if ws-fs-arqLogAlunos <> 00 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlunos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-log-nota-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Guarda a combinacao da linha e o aluno que recebeu a nota
      *>-----------------------------------------------------------
       registra-importado section.

           move 0 to ws-lote-corrente
           move 1 to ws-idx-lotes
           perform until ws-idx-lotes > ws-qtd-lotes
               if  ws-lt-turma (ws-idx-lotes)      = ws-csv-turma
               and ws-lt-disciplina (ws-idx-lotes) = ws-csv-disciplina
               and ws-lt-bimestre (ws-idx-lotes)   = ws-bimestre then
                   move ws-idx-lotes to ws-lote-corrente
                   move ws-qtd-lotes to ws-idx-lotes
               end-if
               add 1 to ws-idx-lotes
           end-perform

       *>  nota que nao cabe nas tabelas fica fora da conferencia dos
       *>  alunos sem nota; a contagem marca a listagem como incompleta
           if ws-lote-corrente = 0 then
               if ws-qtd-lotes < 50 then
                   add 1 to ws-qtd-lotes
                   move ws-qtd-lotes      to ws-lote-corrente
                   move ws-csv-turma      to ws-lt-turma (ws-qtd-lotes)
                   move ws-csv-disciplina to ws-lt-disciplina (ws-qtd-lotes)
                   move ws-bimestre       to ws-lt-bimestre (ws-qtd-lotes)
               else
                   perform conta-fora-tabela
               end-if
           end-if

           if ws-lote-corrente > 0 then
               if ws-qtd-importados < 3000 then
                   add 1 to ws-qtd-importados
                   move ws-lote-corrente to ws-im-lote (ws-qtd-importados)
                   move fd-cod           to ws-im-cod  (ws-qtd-importados)
               else
                   perform conta-fora-tabela
               end-if
           end-if

           .
       registra-importado-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Conta a nota que ficou fora das tabelas de conferencia
      *>-----------------------------------------------------------
       conta-fora-tabela section.

           add 1 to ws-total-fora-tabela

           display "Aviso: tabela de conferencia cheia - " ws-csv-turma
                   " " ws-csv-disciplina " bim " ws-bimestre
                   " cod " fd-cod " fora da lista de alunos sem nota."

           .
       conta-fora-tabela-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Lista os alunos ativos da turma que ficaram sem nota no csv
      *>-----------------------------------------------------------
       lista-alunos-sem-nota section.

           if ws-qtd-lotes > 0 then
               move ws-linha-separa to ws-linha-relatorio
               perform grava-linha-relatorio
               move "Alunos da turma sem nota no arquivo importado"
                 to ws-linha-relatorio
               perform grava-linha-relatorio
               move "TURMA       DISC  BIM  COD     ALUNO                      OBSERVACAO"
                 to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

       *>  com as tabelas cheias ha notas e combinacoes que nao foram
       *>  conferidas; a listagem avisa que esta incompleta
           if ws-total-fora-tabela > 0 then
               move ws-total-fora-tabela to ws-li-qtd
               move ws-lin-incompleta    to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           move 1 to ws-idx-lotes
           perform until ws-idx-lotes > ws-qtd-lotes

               move low-values to fd-cod
               start arqCadAluno key is >= fd-cod
               if ws-fs-arqCadAluno = 00 then
                   move "N" to ws-fim-leitura-cad

                   perform until ws-fim-arqCadAluno

                       read arqCadAluno next record
                       if ws-fs-arqCadAluno = 10 then
                           move "S" to ws-fim-leitura-cad
                       else
                           if ws-fs-arqCadAluno <> 0 then
                               move 7                               to ws-msn-erro-ofsset
                               move ws-fs-arqCadAluno               to ws-msn-erro-cod
                               move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                               perform finaliza-anormal
                           else
                               if  fd-aluno-ativo
                               and fd-turma = ws-lt-turma (ws-idx-lotes) then
                                   perform confere-aluno-sem-nota
                               end-if
                           end-if
                       end-if

                   end-perform
               end-if

               add 1 to ws-idx-lotes
           end-perform

           .
       lista-alunos-sem-nota-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Aponta o aluno corrente se ele nao veio na combinacao
      *>-----------------------------------------------------------
       confere-aluno-sem-nota section.

           move "N" to ws-sw-achou
           move 1   to ws-idx-importados
           perform until ws-idx-importados > ws-qtd-importados
               if  ws-im-lote (ws-idx-importados) = ws-idx-lotes
               and ws-im-cod (ws-idx-importados)  = fd-cod then
                   move "S" to ws-sw-achou
                   move ws-qtd-importados to ws-idx-importados
               end-if
               add 1 to ws-idx-importados
           end-perform

           if not ws-achou then
               add 1 to ws-total-sem-nota

               move spaces                          to ws-lin-sem-nota
               move ws-lt-turma (ws-idx-lotes)      to ws-sn-turma
               move ws-lt-disciplina (ws-idx-lotes) to ws-sn-disciplina
               move ws-lt-bimestre (ws-idx-lotes)   to ws-sn-bimestre
               move fd-cod                          to ws-sn-cod
               move fd-aluno                        to ws-sn-aluno

       *>      a leitura direta da nota nao desposiciona a varredura do
       *>      cadastro, que corre em outro arquivo
               move fd-cod                          to fd-nd-cod
               move ws-lt-disciplina (ws-idx-lotes) to fd-nd-disciplina
               move ws-lt-bimestre (ws-idx-lotes)   to fd-nd-bimestre
               read arqNotasDisc
               if ws-fs-arqNotasDisc = 00 then
                   move "ja tinha nota lancada" to ws-sn-obs
               else
                   move "SEM NOTA NO BIMESTRE"  to ws-sn-obs
               end-if

               move ws-lin-sem-nota to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           .
       confere-aluno-sem-nota-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Lista a linha recusada com o motivo da rejeicao
      *>-----------------------------------------------------------
       grava-rejeito section.

           add 1 to ws-total-rejeitados

           move spaces       to ws-lin-ocorrencia
           move ws-num-linha to ws-oc-linha
           move "REJEITADA"  to ws-oc-tipo
           string
               function trim(ws-motivo-rejeito) delimited by size
               ": "                             delimited by size
               function trim(fd-linha-importa)  delimited by size
               into ws-oc-detalhe
           end-string

           move ws-lin-ocorrencia to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       grava-rejeito-exit.
           exit.

      *>-----------------------------------------------------------
      *> Abre o arquivo de impressao da listagem da importacao
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
      *> Fecha o arquivo de impressao da listagem da importacao
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

          close arqImportaCsv
          close arqCadAluno
          close arqNotasDisc
          close arqTurmas
          close arqDisciplinas
          if ws-tem-calendario then
              close arqCalendario
          end-if
          close arqLogAlunos

          display " "
          display "------------- Resumo da Importacao de Notas -------------"
          display "Linhas lidas            : " ws-total-lidos
          display "Notas incluidas         : " ws-total-incluidos
          display "Notas substituidas      : " ws-total-substituidos
          display "Linhas rejeitadas       : " ws-total-rejeitados
          display "Alunos da turma sem nota: " ws-total-sem-nota
          if ws-total-fora-tabela > 0 then
              display "Notas fora da tabela    : " ws-total-fora-tabela
                      " (lista de sem nota incompleta)"
          end-if
          display "----------------------------------------------------------"

          stop run
          .
       finaliza-exit.
           exit.

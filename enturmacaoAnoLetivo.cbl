      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "enturmacaoAnoLetivo".
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

           select arqCadAluno assign to "arqCadAluno.txt"     *> cadastro de alunos: le os ativos e grava a turma nova
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           file status is ws-fs-arqCadAluno.

           select arqTurmas assign to "arqTurmas.txt"         *> mestre de turmas: turmas e capacidade de cada ano letivo
           organization is indexed
           access mode is dynamic
           record key is fd-tu-codigo
           file status is ws-fs-arqTurmas.

           select arqHistorico assign to "arqHistorico.txt"   *> historico do ano encerrado: turma de origem e situacao final
           organization is indexed
           access mode is dynamic
           record key is fd-hi-chave
           file status is ws-fs-arqHistorico.

           select arqListaEspera assign to "arqListaEspera.txt" *> fila de espera por vaga, apenas leitura
           organization is indexed
           access mode is dynamic
           record key is fd-le-chave
           file status is ws-fs-arqListaEspera.

           select arqLogAlunos assign to "arqLogAlunos.txt"   *> log de auditoria: uma linha por troca de turma gravada
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlunos.

           select arqRelatorio assign to ws-nome-relatorio    *> proposta de enturmacao para a aprovacao da direcao
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
              88 fd-aprovado-exame                  value "Aprov.Exame".
              88 fd-aprovado-conselho               value "Aprov.Cons.".

       fd arqTurmas.             *> layout identico ao do mestre de turmas
       01  fd-registro-turma.
           05 fd-tu-codigo                         pic x(10).
           05 fd-tu-descricao                      pic x(30).
           05 fd-tu-ano-letivo                     pic 9(04).
           05 fd-tu-professor                      pic x(25).
           05 fd-tu-capacidade                     pic 9(03).

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
              88 fd-hi-aprovado                     value "Aprovado"
                                                         "Aprov.Exame"
                                                         "Aprov.Cons."
                                                         "Aprov.Dep.".

       fd arqListaEspera.        *> layout identico ao da lista de espera
       01  fd-registro-espera.
           05 fd-le-chave.
              10 fd-le-turma                       pic x(10).
              10 fd-le-seq                         pic 9(04).
           05 fd-le-aluno                          pic x(25).
           05 fd-le-telefone                       pic x(15).
           05 fd-le-data                           pic x(08).

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
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqLogAlunos                      pic  9(02).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqCadAluno                    value "S".

       77  ws-fim-leitura-turma                    pic x(01).
           88 ws-fim-arqTurmas                      value "S".

       77  ws-fim-leitura-le                       pic x(01).
           88 ws-fim-arqListaEspera                 value "S".

      *>  sem lista de espera gravada ainda, nao ha candidato a convocar
       77  ws-sw-tem-lista-espera                  pic x(01).
           88 ws-tem-lista-espera                   value "S".

       77  ws-ano-novo                             pic 9(04).
       77  ws-ano-encerrado                        pic 9(04).

       77  ws-confirma                             pic x(01).
           88 ws-confirma-sim                       value "S" "s".

       77  ws-operador-lote                        pic x(10) value "ENTURMACAO".

      *>  turmas do ano novo: capacidade, alunos que ja estao nelas e nao
      *>  entram na distribuicao (matricula nova) e alunos enturmados
       01  ws-tab-turmas-novas.
           05 ws-turma-nova occurs 50 times.
              10 ws-tn-codigo                      pic x(10).
              10 ws-tn-capacidade                  pic 9(03).
              10 ws-tn-fixos                       pic 9(03).
              10 ws-tn-enturmados                  pic 9(03).
              10 ws-tn-grupo                       pic 9(02).
       77  ws-qtd-turmas-novas                     pic 9(02) value 0.
       77  ws-idx-tn                               pic 9(02).

      *>  turmas do ano encerrado: grupo de turmas novas que recebe os
      *>  promovidos e grupo que recebe os retidos de cada uma delas
       01  ws-tab-turmas-origem.
           05 ws-turma-origem occurs 50 times.
              10 ws-to-codigo                      pic x(10).
              10 ws-to-grupo-prom                  pic 9(02).
              10 ws-to-grupo-ret                   pic 9(02).
       77  ws-qtd-turmas-origem                    pic 9(02) value 0.
       77  ws-idx-to                               pic 9(02).

      *>  grupo: as turmas novas de uma mesma serie, entre as quais os
      *>  alunos sao distribuidos; varias turmas de origem podem apontar
      *>  para o mesmo grupo
       01  ws-tab-grupos.
           05 ws-grupo occurs 20 times.
              10 ws-gr-lista                       pic x(50).
              10 ws-gr-qtd                         pic 9(01).
              10 ws-gr-turma occurs 5 times        pic 9(02).
       77  ws-qtd-grupos                           pic 9(02) value 0.
       77  ws-idx-gr                               pic 9(02).
       77  ws-idx-gt                               pic 9(01).

      *>  alunos a distribuir, na ordem do codigo
       01  ws-tab-alunos.
           05 ws-aluno-ent occurs 1000 times.
              10 ws-al-cod                         pic 9(06).
              10 ws-al-aluno                       pic x(25).
              10 ws-al-mae                         pic x(25).
              10 ws-al-origem                      pic x(10).
              10 ws-al-turma-atual                 pic x(10).
              10 ws-al-situacao                    pic x(01).
                 88 ws-al-promovido                 value "P".
                 88 ws-al-retido                    value "R".
              10 ws-al-grupo                       pic 9(02).
              10 ws-al-destino                     pic 9(02).
              10 ws-al-tratado                     pic x(01).
                 88 ws-al-ja-tratado                value "S".
              10 ws-al-irmaos                      pic x(01).
                 88 ws-al-irmaos-juntos             value "J".
                 88 ws-al-irmaos-separados          value "S".
       77  ws-qtd-alunos                           pic 9(04) value 0.
       77  ws-idx-al                               pic 9(04).
       77  ws-idx-ir                               pic 9(04).
       77  ws-max-alunos                           pic 9(04) value 1000.
       77  ws-total-fora-tabela                    pic 9(04) value 0.

      *>  lista de turmas digitada para um grupo, ja separada e conferida
       77  ws-ent-lista-inf                        pic x(60).
       01  ws-tab-lista-inf.
           05 ws-li-codigo occurs 5 times          pic x(10).
       01  ws-lista-norm.
           05 ws-ln-codigo occurs 5 times          pic x(10).
       01  ws-tab-lista-idx.
           05 ws-ln-idx occurs 5 times             pic 9(02).
       77  ws-qtd-lista                            pic 9(01).
       77  ws-idx-li                               pic 9(01).
       77  ws-grupo-achado                         pic 9(02).
       77  ws-tipo-grupo                           pic x(10).

       77  ws-sw-lista-valida                      pic x(01).
           88 ws-lista-valida                       value "S".
       77  ws-sw-turma-achada                      pic x(01).
           88 ws-turma-achada                       value "S".

      *>  escolha da turma: a de menor ocupacao do grupo que ainda tenha
      *>  lugar para todo o bloco de irmaos (ou para o aluno sozinho)
       77  ws-qtd-bloco                            pic 9(02).
       77  ws-turma-escolhida                      pic 9(02).
       77  ws-ocupacao                             pic 9(04).
       77  ws-ocupacao-escolhida                   pic 9(04).
       77  ws-vagas-turma                          pic 9(04).
       77  ws-qtd-convocados                       pic 9(03).

       77  ws-total-alunos                         pic 9(04) value 0.
       77  ws-total-enturmados                     pic 9(04) value 0.
       77  ws-total-sem-vaga                       pic 9(04) value 0.
       77  ws-total-irmaos                         pic 9(04) value 0.
       77  ws-total-separados                      pic 9(04) value 0.
       77  ws-total-convocados                     pic 9(04) value 0.
       77  ws-total-gravados                       pic 9(04) value 0.

       77  ws-log-data                             pic x(08).
       77  ws-log-hora                             pic x(08).

      *>  controle do arquivo de impressao da proposta
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

       01  ws-lin-ent-turma.
           05 filler                               pic x(06) value "Turma ".
           05 ws-et-codigo                         pic x(10).
           05 filler                               pic x(06) value " Cap: ".
           05 ws-et-capacidade                     pic zz9.
           05 filler                               pic x(14) value "  Ja matric.: ".
           05 ws-et-fixos                          pic zz9.
           05 filler                               pic x(14) value "  Enturmados: ".
           05 ws-et-enturmados                     pic zz9.
           05 filler                               pic x(09) value "  Vagas: ".
           05 ws-et-vagas                          pic zz9.

       01  ws-lin-enturmacao.
           05 filler                               pic x(02).
           05 ws-en-cod                            pic 9(06).
           05 filler                               pic x(02).
           05 ws-en-aluno                          pic x(25).
           05 filler                               pic x(02).
           05 ws-en-origem                         pic x(10).
           05 filler                               pic x(02).
           05 ws-en-situacao                       pic x(09).
           05 filler                               pic x(02).
           05 ws-en-obs                            pic x(30).

       01  ws-lin-ent-espera.
           05 filler                               pic x(19) value "  Lista de espera  ".
           05 ws-ee-seq                            pic zzz9.
           05 filler                               pic x(02).
           05 ws-ee-aluno                          pic x(25).
           05 filler                               pic x(07) value "  Tel: ".
           05 ws-ee-telefone                       pic x(15).
           05 filler                               pic x(12) value "  convocar".

       01  ws-lin-ent-total.
           05 ws-nt-rotulo                         pic x(32).
           05 ws-nt-valor                          pic zzz9.

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

           open i-o arqCadAluno
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

       *>  sem historico nao houve fechamento: nao ha promovido nem retido
           open input arqHistorico
           if ws-fs-arqHistorico <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-sw-tem-lista-espera
           open input arqListaEspera
           if ws-fs-arqListaEspera = 35 then
               move "N" to ws-sw-tem-lista-espera
           else
               if ws-fs-arqListaEspera <> 00 then
                   move 1                                    to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqListaEspera " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

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
      *>  Processamento principal da enturmacao do ano novo
      *>-----------------------------------------------------------
       processamento section.

           display " "
           display "--------- Enturmacao do Novo Ano Letivo ---------"
           display "Informe o ano letivo que vai comecar (AAAA): "
           accept ws-ano-novo
           compute ws-ano-encerrado = ws-ano-novo - 1

           perform carrega-turmas

           if ws-qtd-turmas-novas = 0 then
               display "Nenhuma turma do ano " ws-ano-novo
                       " no mestre de turmas."
               display "Cadastre as turmas novas pela opcao 'MTU' do menu."
           else
               if ws-qtd-turmas-origem = 0 then
                   display "Nenhuma turma do ano " ws-ano-encerrado
                           " no mestre de turmas: nao ha alunos a enturmar."
               else
                   perform pergunta-grupos
                   perform carrega-alunos
                   perform distribui-alunos
                   perform imprime-proposta

                   display " "
                   display "------------- Resumo da Proposta -------------"
                   display "Alunos a enturmar             : " ws-total-alunos
                   display "Alunos enturmados             : " ws-total-enturmados
                   display "Irmaos mantidos juntos        : " ws-total-irmaos
                   display "Irmaos separados (sem vaga)   : " ws-total-separados
                   display "Alunos sem vaga no grupo      : " ws-total-sem-vaga
                   display "Lista de espera a convocar    : " ws-total-convocados
                   display "----------------------------------------------"

       *>          a turma so e gravada depois da direcao aprovar a proposta
       *>          impressa; recusada, nada muda e o programa pode ser
       *>          executado de novo com outros grupos de turmas
                   if ws-total-enturmados > 0 then
                       display "A direcao aprovou a proposta impressa em "
                               ws-nome-relatorio "?"
                       display "Gravar as turmas novas no cadastro? 'S'im ou 'N'ao: "
                       accept ws-confirma
                       if ws-confirma-sim then
                           perform grava-enturmacao
                           display "Alunos com a turma alterada: " ws-total-gravados
                       else
                           display "Proposta nao aprovada. Nenhuma turma foi alterada."
                       end-if
                   end-if
               end-if
           end-if

           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Separa as turmas do ano novo e as do ano encerrado
      *>-----------------------------------------------------------
       carrega-turmas section.

           move low-values to fd-tu-codigo
           start arqTurmas key is >= fd-tu-codigo
           if ws-fs-arqTurmas = 00 then
               move "N" to ws-fim-leitura-turma

               perform until ws-fim-arqTurmas

                   read arqTurmas next record
                   if ws-fs-arqTurmas = 10 then
                       move "S" to ws-fim-leitura-turma
                   else
                       if ws-fs-arqTurmas <> 0 then
                           move 4                             to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if  fd-tu-ano-letivo = ws-ano-novo
                           and ws-qtd-turmas-novas < 50 then
                               add 1 to ws-qtd-turmas-novas
                               move fd-tu-codigo
                                 to ws-tn-codigo (ws-qtd-turmas-novas)
                               move fd-tu-capacidade
                                 to ws-tn-capacidade (ws-qtd-turmas-novas)
                               move 0 to ws-tn-fixos (ws-qtd-turmas-novas)
                               move 0 to ws-tn-enturmados (ws-qtd-turmas-novas)
                               move 0 to ws-tn-grupo (ws-qtd-turmas-novas)
                           end-if
                           if  fd-tu-ano-letivo = ws-ano-encerrado
                           and ws-qtd-turmas-origem < 50 then
                               add 1 to ws-qtd-turmas-origem
                               move fd-tu-codigo
                                 to ws-to-codigo (ws-qtd-turmas-origem)
                               move 0 to ws-to-grupo-prom (ws-qtd-turmas-origem)
                               move 0 to ws-to-grupo-ret (ws-qtd-turmas-origem)
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       carrega-turmas-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Pergunta as turmas novas dos promovidos e dos retidos
      *>-----------------------------------------------------------
       pergunta-grupos section.

           display " "
           display "Para cada turma de " ws-ano-encerrado
                   " informe as turmas de " ws-ano-novo
                   " que recebem os alunos,"
           display "separadas por espaco (ate 5). Turmas da mesma serie devem"
           display "ser informadas sempre juntas e na mesma ordem; em branco o"
           display "aluno nao e redistribuido."

           move 1 to ws-idx-to
           perform until ws-idx-to > ws-qtd-turmas-origem

               move "PROMOVIDOS" to ws-tipo-grupo
               perform informa-grupo
               move ws-grupo-achado to ws-to-grupo-prom (ws-idx-to)

               move "RETIDOS"    to ws-tipo-grupo
               perform informa-grupo
               move ws-grupo-achado to ws-to-grupo-ret (ws-idx-to)

               add 1 to ws-idx-to
           end-perform

           .
       pergunta-grupos-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Le e confere a lista de turmas novas de um grupo
      *>-----------------------------------------------------------
       informa-grupo section.

           move "N" to ws-sw-lista-valida
           perform until ws-lista-valida

               display " "
               display "Turma " ws-to-codigo (ws-idx-to) " - turmas de "
                       ws-ano-novo " para os " ws-tipo-grupo ": "
               accept ws-ent-lista-inf
               move function upper-case(ws-ent-lista-inf) to ws-ent-lista-inf

               move 0 to ws-grupo-achado
               if ws-ent-lista-inf = spaces then
                   move "S" to ws-sw-lista-valida
               else
                   perform confere-lista-turmas
                   if ws-lista-valida then
                       perform localiza-grupo
                   end-if
               end-if

           end-perform

           .
       informa-grupo-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Separa os codigos digitados e confere cada turma
      *>-----------------------------------------------------------
       confere-lista-turmas section.

           move spaces to ws-tab-lista-inf
           unstring ws-ent-lista-inf delimited by all space
               into ws-li-codigo (1) ws-li-codigo (2) ws-li-codigo (3)
                    ws-li-codigo (4) ws-li-codigo (5)
           end-unstring

       *>  um espaco no inicio da digitacao deixa o primeiro codigo em
       *>  branco: a lista e compactada antes da conferencia
           move spaces to ws-lista-norm
           move 0      to ws-qtd-lista
           move 1      to ws-idx-li
           perform until ws-idx-li > 5
               if ws-li-codigo (ws-idx-li) <> spaces then
                   add 1 to ws-qtd-lista
                   move ws-li-codigo (ws-idx-li) to ws-ln-codigo (ws-qtd-lista)
               end-if
               add 1 to ws-idx-li
           end-perform

           move "S" to ws-sw-lista-valida
           move 1   to ws-idx-li
           perform until ws-idx-li > ws-qtd-lista
               move "N" to ws-sw-turma-achada
               move 1   to ws-idx-tn
               perform until ws-idx-tn > ws-qtd-turmas-novas
                   if ws-tn-codigo (ws-idx-tn) = ws-ln-codigo (ws-idx-li) then
                       move "S"       to ws-sw-turma-achada
                       move ws-idx-tn to ws-ln-idx (ws-idx-li)
                       move ws-qtd-turmas-novas to ws-idx-tn
                   end-if
                   add 1 to ws-idx-tn
               end-perform

               if not ws-turma-achada then
                   display "Turma " ws-ln-codigo (ws-idx-li)
                           " nao e do ano " ws-ano-novo " no mestre de turmas."
                   move "N" to ws-sw-lista-valida
               end-if
               add 1 to ws-idx-li
           end-perform

           .
       confere-lista-turmas-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Acha o grupo da lista digitada ou cria um grupo novo
      *>-----------------------------------------------------------
       localiza-grupo section.

           move 1 to ws-idx-gr
           perform until ws-idx-gr > ws-qtd-grupos
               if ws-gr-lista (ws-idx-gr) = ws-lista-norm then
                   move ws-idx-gr     to ws-grupo-achado
                   move ws-qtd-grupos to ws-idx-gr
               end-if
               add 1 to ws-idx-gr
           end-perform

           if ws-grupo-achado = 0 then
       *>      uma turma nova pertence a um unico grupo, senao a mesma
       *>      vaga seria contada duas vezes na distribuicao
               move 1 to ws-idx-li
               perform until ws-idx-li > ws-qtd-lista
                   if ws-tn-grupo (ws-ln-idx (ws-idx-li)) <> 0 then
                       display "Turma " ws-ln-codigo (ws-idx-li)
                               " ja esta em outro grupo: "
                               ws-gr-lista (ws-tn-grupo (ws-ln-idx (ws-idx-li)))
                       move "N" to ws-sw-lista-valida
                   end-if
                   add 1 to ws-idx-li
               end-perform

               if ws-lista-valida then
                   if ws-qtd-grupos < 20 then
                       add 1 to ws-qtd-grupos
                       move ws-qtd-grupos to ws-grupo-achado
                       move ws-lista-norm to ws-gr-lista (ws-qtd-grupos)
                       move 0             to ws-gr-qtd (ws-qtd-grupos)
                       move 1 to ws-idx-li
                       perform until ws-idx-li > ws-qtd-lista
       *>                  turma repetida na mesma lista entra uma vez so
                           if ws-tn-grupo (ws-ln-idx (ws-idx-li)) = 0 then
                               add 1 to ws-gr-qtd (ws-qtd-grupos)
                               move ws-ln-idx (ws-idx-li)
                                 to ws-gr-turma (ws-qtd-grupos ws-gr-qtd (ws-qtd-grupos))
                               move ws-qtd-grupos
                                 to ws-tn-grupo (ws-ln-idx (ws-idx-li))
                           end-if
                           add 1 to ws-idx-li
                       end-perform
                   else
                       display "Limite de 20 grupos de turmas atingido."
                       move "N" to ws-sw-lista-valida
                   end-if
               end-if
           end-if

           .
       localiza-grupo-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Carrega os alunos a distribuir e conta os que ja estao
      *>  nas turmas novas (matriculas do ano novo)
      *>-----------------------------------------------------------
       carrega-alunos section.

           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if ws-fs-arqCadAluno = 00 then
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
                               perform classifica-aluno
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       carrega-alunos-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Decide se o aluno corrente entra na distribuicao
      *>-----------------------------------------------------------
       classifica-aluno section.

       *>  o historico do ano encerrado da a turma de origem e a situacao;
       *>  quem nao tem historico e matricula do ano novo e fica onde esta
           move 0 to ws-idx-gr

           move fd-cod           to fd-hi-cod
           move ws-ano-encerrado to fd-hi-ano
           read arqHistorico
           if ws-fs-arqHistorico = 00 then
               move 1 to ws-idx-to
               perform until ws-idx-to > ws-qtd-turmas-origem
                   if ws-to-codigo (ws-idx-to) = fd-hi-turma then
                       if fd-hi-aprovado then
                           move ws-to-grupo-prom (ws-idx-to) to ws-idx-gr
                       else
                           move ws-to-grupo-ret (ws-idx-to)  to ws-idx-gr
                       end-if
                       move ws-qtd-turmas-origem to ws-idx-to
                   end-if
                   add 1 to ws-idx-to
               end-perform
           else
               if ws-fs-arqHistorico <> 23 then
                   move 5                                to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-idx-gr <> 0
           and ws-qtd-alunos >= ws-max-alunos then
               add 1 to ws-total-fora-tabela
               move 0 to ws-idx-gr
           end-if

           if ws-idx-gr <> 0 then
               add 1 to ws-qtd-alunos
               add 1 to ws-total-alunos
               move fd-cod      to ws-al-cod (ws-qtd-alunos)
               move fd-aluno    to ws-al-aluno (ws-qtd-alunos)
               move fd-mae      to ws-al-mae (ws-qtd-alunos)
               move fd-hi-turma to ws-al-origem (ws-qtd-alunos)
               move fd-turma    to ws-al-turma-atual (ws-qtd-alunos)
               if fd-hi-aprovado then
                   move "P" to ws-al-situacao (ws-qtd-alunos)
               else
                   move "R" to ws-al-situacao (ws-qtd-alunos)
               end-if
               move ws-idx-gr   to ws-al-grupo (ws-qtd-alunos)
               move 0           to ws-al-destino (ws-qtd-alunos)
               move "N"         to ws-al-tratado (ws-qtd-alunos)
               move space       to ws-al-irmaos (ws-qtd-alunos)
           else
       *>      aluno que nao sera redistribuido ocupa a vaga da turma nova
       *>      em que ja esta matriculado
               move 1 to ws-idx-tn
               perform until ws-idx-tn > ws-qtd-turmas-novas
                   if ws-tn-codigo (ws-idx-tn) = fd-turma then
                       add 1 to ws-tn-fixos (ws-idx-tn)
                       move ws-qtd-turmas-novas to ws-idx-tn
                   end-if
                   add 1 to ws-idx-tn
               end-perform
           end-if

           .
       classifica-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Distribui os alunos: primeiro os irmaos, depois os demais
      *>-----------------------------------------------------------
       distribui-alunos section.

       *>  os blocos de irmaos (mesma mae, mesmo grupo) sao colocados
       *>  antes, enquanto as turmas ainda tem lugar para o bloco inteiro
           move 1 to ws-idx-al
           perform until ws-idx-al > ws-qtd-alunos
               if  not ws-al-ja-tratado (ws-idx-al)
               and not ws-al-irmaos-separados (ws-idx-al)
               and ws-al-mae (ws-idx-al) <> spaces then
                   perform distribui-irmaos
               end-if
               add 1 to ws-idx-al
           end-perform

       *>  os demais, um a um, sempre na turma de menor ocupacao do grupo
           move 1 to ws-idx-al
           perform until ws-idx-al > ws-qtd-alunos
               if not ws-al-ja-tratado (ws-idx-al) then
                   move 1 to ws-qtd-bloco
                   move ws-al-grupo (ws-idx-al) to ws-idx-gr
                   perform escolhe-turma

                   move "S" to ws-al-tratado (ws-idx-al)
                   if ws-turma-escolhida <> 0 then
                       move ws-turma-escolhida to ws-al-destino (ws-idx-al)
                       add 1 to ws-tn-enturmados (ws-turma-escolhida)
                       add 1 to ws-total-enturmados
                   else
                       add 1 to ws-total-sem-vaga
                   end-if
                   if ws-al-irmaos-separados (ws-idx-al) then
                       add 1 to ws-total-separados
                   end-if
               end-if
               add 1 to ws-idx-al
           end-perform

           .
       distribui-alunos-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Coloca o bloco de irmaos do aluno corrente numa so turma
      *>-----------------------------------------------------------
       distribui-irmaos section.

           move 0 to ws-qtd-bloco
           move ws-idx-al to ws-idx-ir
           perform until ws-idx-ir > ws-qtd-alunos
               if  not ws-al-ja-tratado (ws-idx-ir)
               and ws-al-grupo (ws-idx-ir) = ws-al-grupo (ws-idx-al)
               and ws-al-mae (ws-idx-ir)   = ws-al-mae (ws-idx-al) then
                   add 1 to ws-qtd-bloco
               end-if
               add 1 to ws-idx-ir
           end-perform

       *>  filho unico no grupo segue para a distribuicao individual
           if ws-qtd-bloco > 1 then
               move ws-al-grupo (ws-idx-al) to ws-idx-gr
               perform escolhe-turma

       *>      sem turma com lugar para todos, os irmaos sao marcados e
       *>      distribuidos um a um, e a proposta aponta a separacao
               move ws-idx-al to ws-idx-ir
               perform until ws-idx-ir > ws-qtd-alunos
                   if  not ws-al-ja-tratado (ws-idx-ir)
                   and ws-al-grupo (ws-idx-ir) = ws-al-grupo (ws-idx-al)
                   and ws-al-mae (ws-idx-ir)   = ws-al-mae (ws-idx-al) then
                       if ws-turma-escolhida <> 0 then
                           move "S" to ws-al-tratado (ws-idx-ir)
                           move "J" to ws-al-irmaos (ws-idx-ir)
                           move ws-turma-escolhida to ws-al-destino (ws-idx-ir)
                           add 1 to ws-tn-enturmados (ws-turma-escolhida)
                           add 1 to ws-total-enturmados
                           add 1 to ws-total-irmaos
                       else
                           move "S" to ws-al-irmaos (ws-idx-ir)
                       end-if
                   end-if
                   add 1 to ws-idx-ir
               end-perform
           end-if

           .
       distribui-irmaos-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Escolhe a turma do grupo com menor ocupacao e lugar para
      *>  o bloco corrente (zero quando nenhuma turma comporta)
      *>-----------------------------------------------------------
       escolhe-turma section.

           move 0 to ws-turma-escolhida
           move 0 to ws-ocupacao-escolhida

           move 1 to ws-idx-gt
           perform until ws-idx-gt > ws-gr-qtd (ws-idx-gr)
               move ws-gr-turma (ws-idx-gr ws-idx-gt) to ws-idx-tn
               compute ws-ocupacao = ws-tn-fixos (ws-idx-tn)
                                   + ws-tn-enturmados (ws-idx-tn)
               if ws-ocupacao + ws-qtd-bloco <= ws-tn-capacidade (ws-idx-tn) then
                   if ws-turma-escolhida = 0
                   or ws-ocupacao < ws-ocupacao-escolhida then
                       move ws-idx-tn   to ws-turma-escolhida
                       move ws-ocupacao to ws-ocupacao-escolhida
                   end-if
               end-if
               add 1 to ws-idx-gt
           end-perform

           .
       escolhe-turma-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Imprime a proposta de enturmacao, turma a turma
      *>-----------------------------------------------------------
       imprime-proposta section.

           move "relEnturmacao.txt"               to ws-nome-relatorio
           move "Proposta de Enturmacao"           to ws-titulo-relatorio
           move "  COD     ALUNO                      ORIGEM      SITUACAO   OBSERVACAO"
             to ws-colunas-relatorio
           perform abre-relatorio

           move spaces to ws-linha-relatorio
           string "Ano letivo " delimited by size
                  ws-ano-novo   delimited by size
                  " - aguardando aprovacao da direcao" delimited by size
                  into ws-linha-relatorio
           end-string
           perform grava-linha-relatorio
           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           move 1 to ws-idx-tn
           perform until ws-idx-tn > ws-qtd-turmas-novas
               if ws-tn-grupo (ws-idx-tn) <> 0 then
                   perform imprime-turma-proposta
               end-if
               add 1 to ws-idx-tn
           end-perform

       *>  alunos que nao couberam em nenhuma turma do grupo ficam onde
       *>  estao e a secretaria decide caso a caso
           if ws-total-sem-vaga > 0 then
               move "Alunos sem vaga nas turmas do grupo (permanecem na turma atual):"
                 to ws-linha-relatorio
               perform grava-linha-relatorio

               move 1 to ws-idx-al
               perform until ws-idx-al > ws-qtd-alunos
                   if ws-al-destino (ws-idx-al) = 0 then
                       perform monta-linha-aluno
                       move ws-lin-enturmacao to ws-linha-relatorio
                       perform grava-linha-relatorio
                   end-if
                   add 1 to ws-idx-al
               end-perform

               move spaces to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos a enturmar             : " to ws-nt-rotulo
           move ws-total-alunos                    to ws-nt-valor
           move ws-lin-ent-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos enturmados             : " to ws-nt-rotulo
           move ws-total-enturmados                to ws-nt-valor
           move ws-lin-ent-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Irmaos mantidos juntos        : " to ws-nt-rotulo
           move ws-total-irmaos                    to ws-nt-valor
           move ws-lin-ent-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Irmaos separados (sem vaga)   : " to ws-nt-rotulo
           move ws-total-separados                 to ws-nt-valor
           move ws-lin-ent-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos sem vaga no grupo      : " to ws-nt-rotulo
           move ws-total-sem-vaga                  to ws-nt-valor
           move ws-lin-ent-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Lista de espera a convocar    : " to ws-nt-rotulo
           move ws-total-convocados                to ws-nt-valor
           move ws-lin-ent-total                   to ws-linha-relatorio
           perform grava-linha-relatorio

           if ws-total-fora-tabela > 0 then
               move "Alunos fora da tabela (limite): " to ws-nt-rotulo
               move ws-total-fora-tabela               to ws-nt-valor
               move ws-lin-ent-total                   to ws-linha-relatorio
               perform grava-linha-relatorio
           end-if

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Aprovado pela direcao em ____/____/________  ______________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio

           perform fecha-relatorio

           .
       imprime-proposta-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Imprime uma turma nova: alunos propostos e lista de espera
      *>-----------------------------------------------------------
       imprime-turma-proposta section.

           compute ws-ocupacao = ws-tn-fixos (ws-idx-tn)
                               + ws-tn-enturmados (ws-idx-tn)
           if ws-ocupacao < ws-tn-capacidade (ws-idx-tn) then
               compute ws-vagas-turma = ws-tn-capacidade (ws-idx-tn)
                                      - ws-ocupacao
           else
               move 0 to ws-vagas-turma
           end-if

           move ws-tn-codigo (ws-idx-tn)     to ws-et-codigo
           move ws-tn-capacidade (ws-idx-tn) to ws-et-capacidade
           move ws-tn-fixos (ws-idx-tn)      to ws-et-fixos
           move ws-tn-enturmados (ws-idx-tn) to ws-et-enturmados
           move ws-vagas-turma               to ws-et-vagas
           move ws-lin-ent-turma             to ws-linha-relatorio
           perform grava-linha-relatorio

           move 1 to ws-idx-al
           perform until ws-idx-al > ws-qtd-alunos
               if ws-al-destino (ws-idx-al) = ws-idx-tn then
                   perform monta-linha-aluno
                   move ws-lin-enturmacao to ws-linha-relatorio
                   perform grava-linha-relatorio
               end-if
               add 1 to ws-idx-al
           end-perform

       *>  as vagas que sobram vao primeiro para a fila de espera da
       *>  turma, na ordem de chegada; a matricula do candidato segue
       *>  pela opcao 'ESP' do menu depois da ligacao
           if  ws-vagas-turma > 0
           and ws-tem-lista-espera then
               move 0 to ws-qtd-convocados

               move ws-tn-codigo (ws-idx-tn) to fd-le-turma
               move 0                        to fd-le-seq
               start arqListaEspera key is >= fd-le-chave
               if ws-fs-arqListaEspera = 00 then
                   move "N" to ws-fim-leitura-le

                   perform until ws-fim-arqListaEspera
                              or ws-qtd-convocados >= ws-vagas-turma

                       read arqListaEspera next record
                       if ws-fs-arqListaEspera = 10 then
                           move "S" to ws-fim-leitura-le
                       else
                           if ws-fs-arqListaEspera <> 0 then
                               move 7                                  to ws-msn-erro-ofsset
                               move ws-fs-arqListaEspera               to ws-msn-erro-cod
                               move "Erro ao ler arq. arqListaEspera " to ws-msn-erro-text
                               perform finaliza-anormal
                           else
                               if fd-le-turma <> ws-tn-codigo (ws-idx-tn) then
                                   move "S" to ws-fim-leitura-le
                               else
                                   add 1 to ws-qtd-convocados
                                   add 1 to ws-total-convocados
                                   move fd-le-seq      to ws-ee-seq
                                   move fd-le-aluno    to ws-ee-aluno
                                   move fd-le-telefone to ws-ee-telefone
                                   move ws-lin-ent-espera to ws-linha-relatorio
                                   perform grava-linha-relatorio
                               end-if
                           end-if
                       end-if

                   end-perform
               end-if
           end-if

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-turma-proposta-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Monta a linha impressa do aluno corrente da tabela
      *>-----------------------------------------------------------
       monta-linha-aluno section.

           move ws-al-cod (ws-idx-al)    to ws-en-cod
           move ws-al-aluno (ws-idx-al)  to ws-en-aluno
           move ws-al-origem (ws-idx-al) to ws-en-origem
           if ws-al-promovido (ws-idx-al) then
               move "Promovido" to ws-en-situacao
           else
               move "Retido"    to ws-en-situacao
           end-if

           evaluate true
               when ws-al-irmaos-juntos (ws-idx-al)
                   move "Irmaos na mesma turma"      to ws-en-obs
               when ws-al-irmaos-separados (ws-idx-al)
                   move "Irmaos separados: sem vaga" to ws-en-obs
               when other
                   move spaces                       to ws-en-obs
           end-evaluate

           .
       monta-linha-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Grava a turma aprovada no cadastro e registra no log
      *>-----------------------------------------------------------
       grava-enturmacao section.

           move 1 to ws-idx-al
           perform until ws-idx-al > ws-qtd-alunos
               if ws-al-destino (ws-idx-al) <> 0 then
                   move ws-al-destino (ws-idx-al) to ws-idx-tn
                   if ws-tn-codigo (ws-idx-tn) <> ws-al-turma-atual (ws-idx-al) then
                       perform grava-turma-aluno
                   end-if
               end-if
               add 1 to ws-idx-al
           end-perform

           .
       grava-enturmacao-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Troca a turma de um aluno no cadastro
      *>-----------------------------------------------------------
       grava-turma-aluno section.

           move ws-al-cod (ws-idx-al) to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 2                               to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno               to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-tn-codigo (ws-idx-tn) to fd-turma
           rewrite fd-cadastro-alunos
           if ws-fs-arqCadAluno <> 00 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-total-gravados

       *>  o log guarda a turma de antes e a de depois da enturmacao
           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move spaces           to fd-log-alunos
           move fd-cod           to fd-log-cod
           move "ENT"            to fd-log-operacao
           move ws-log-data      to fd-log-data
           move ws-log-hora      to fd-log-hora
           string "Turma " ws-al-turma-atual (ws-idx-al) delimited by size
             into fd-log-aluno-antigo
           string "Turma " ws-tn-codigo (ws-idx-tn) delimited by size
             into fd-log-aluno-novo
           move ws-operador-lote to fd-log-operador

           write fd-log-alunos
           if ws-fs-arqLogAlunos <> 00 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlunos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-turma-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *> Abre o arquivo de impressao da proposta
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
      *> Fecha o arquivo de impressao da proposta
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
          close arqHistorico
          if ws-tem-lista-espera then
              close arqListaEspera
          end-if
          close arqLogAlunos

          stop run
          .
       finaliza-exit.
           exit.

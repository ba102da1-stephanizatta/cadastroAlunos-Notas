           record key is fd-fq-cod
           file status is ws-fs-arqFrequencia.

           select arqFreqMensal assign to "arqFreqMensal.txt" *> lancamento de frequencia de cada mes, para a busca ativa
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fm-chave                          *> chave composta: codigo + ano + mes
           file status is ws-fs-arqFreqMensal.

           select arqTurmas assign to "arqTurmas.txt"         *> cadastro mestre de turmas da escola
           organization is indexed
           access mode is dynamic
           record key is fd-op-usuario
           file status is ws-fs-arqOperadores.

           select arqCalendario assign to "arqCalendario.txt" *> calendario letivo: datas e situacao de cada bimestre
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ca-chave                          *> chave composta: ano letivo + periodo
           file status is ws-fs-arqCalendario.

           select arqNisAluno assign to "arqNisAluno.txt"     *> NIS dos alunos beneficiarios do Bolsa Familia
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ni-cod
           file status is ws-fs-arqNisAluno.

           select arqDependencia assign to "arqDependencia.txt" *> disciplinas em dependencia gravadas pelo fechamento do ano
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dp-chave                          *> chave composta: codigo + ano de origem + disciplina
           file status is ws-fs-arqDependencia.

           select arqDocEmitidos assign to "arqDocEmitidos.txt" *> declaracoes emitidas, pelo numero de controle impresso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-de-numero
           file status is ws-fs-arqDocEmitidos.

           select arqGradeHoraria assign to "arqGradeHoraria.txt" *> grade horaria semanal das turmas
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-gh-chave                          *> chave composta: turma + dia da semana + aula
           file status is ws-fs-arqGradeHoraria.

           select arqLogAlunos assign to "arqLogAlunos.txt"   *> log de auditoria das alteracoes de cadastro
           organization is line sequential                    *> arquivo texto, gravado sempre no final
           access mode is sequential
           select arqOrdenaTurma assign to "wkOrdenaTurma.tmp" *> arquivo de trabalho do sort do relatorio por turma
           .

           select arqOrdenaDep assign to "wkOrdenaDep.tmp"   *> arquivo de trabalho do sort do relatorio de dependencias
           .

           select arqOrdenaGrade assign to "wkOrdenaGrade.tmp" *> arquivo de trabalho do sort da grade por professor
           .

           select arqRelatorio assign to ws-nome-relatorio    *> arquivo de impressao: o nome muda conforme o relatorio
           organization is line sequential
           access mode is sequential
           05 fd-fq-aulas-dadas                    pic 9(04).
           05 fd-fq-faltas                         pic 9(04).

       fd arqFreqMensal.         *> um registro por aluno, ano e mes lancado
       01  fd-registro-freq-mensal.
           05 fd-fm-chave.
              10 fd-fm-cod                         pic 9(06).
              10 fd-fm-ano                         pic 9(04).
              10 fd-fm-mes                         pic 9(02).
           05 fd-fm-aulas-dadas                    pic 9(03).
           05 fd-fm-faltas                         pic 9(03).
           05 fd-fm-data-lancto                    pic x(08).
           05 fd-fm-operador                       pic x(10).

       fd arqTurmas.             *> mestre de turmas: descricao, professor e capacidade
       01  fd-registro-turma.
           05 fd-tu-codigo                         pic x(10).
              88 fd-op-digitacao                    value "D".
              88 fd-op-admin                        value "A".

       fd arqCalendario.         *> um registro por ano letivo e periodo (1 a 4 = bimestres, 5 = recuperacao final)
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

       fd arqNisAluno.           *> um registro por aluno beneficiario, ligado ao codigo do cadastro
       01  fd-registro-nis.
           05 fd-ni-cod                            pic 9(06).
           05 fd-ni-nis                            pic x(11).
           05 fd-ni-motivo                         pic x(02).
           05 fd-ni-motivo-ano                     pic 9(04).
           05 fd-ni-motivo-periodo                 pic 9(01).
           05 fd-ni-data-atualiza                  pic x(08).
           05 fd-ni-operador                       pic x(10).

       fd arqDependencia.        *> uma disciplina em dependencia por aluno e ano de origem
       01  fd-registro-dependencia.
           05 fd-dp-chave.
              10 fd-dp-cod                         pic 9(06).
              10 fd-dp-ano-origem                  pic 9(04).
              10 fd-dp-disciplina                  pic x(03).
           05 fd-dp-turma-origem                   pic x(10).
           05 fd-dp-media-origem                   pic 9(02)v99.
           05 fd-dp-situacao                       pic x(01).
              88 fd-dp-pendente                     value "P".
              88 fd-dp-cumprida                     value "C".
           05 fd-dp-notas-dep.
              10 fd-dp-bim-ent occurs 4 times.
                 15 fd-dp-nota                     pic 9(02)v99.
                 15 fd-dp-lancada                  pic x(01).
                    88 fd-dp-nota-lancada           value "S".
           05 fd-dp-media-dep                      pic 9(02)v99.
           05 fd-dp-ano-cumprida                   pic 9(04).
           05 fd-dp-data-situacao                  pic x(08).
           05 fd-dp-operador                       pic x(10).

       fd arqDocEmitidos.        *> uma declaracao emitida por numero de controle
       01  fd-registro-documento.
           05 fd-de-numero                         pic 9(06).
           05 fd-de-tipo                           pic x(01).
              88 fd-de-matricula                    value "M".
              88 fd-de-frequencia                   value "F".
              88 fd-de-conclusao                    value "C".
           05 fd-de-cod                            pic 9(06).
           05 fd-de-aluno                          pic x(25).
           05 fd-de-ano                            pic 9(04).
           05 fd-de-data                           pic x(08).
           05 fd-de-operador                       pic x(10).
           05 fd-de-finalidade                     pic x(30).

       fd arqGradeHoraria.       *> uma aula da grade por turma, dia da semana e aula
       01  fd-registro-grade.
           05 fd-gh-chave.
              10 fd-gh-turma                       pic x(10).
              10 fd-gh-dia                         pic 9(01).
              10 fd-gh-aula                        pic 9(01).
           05 fd-gh-disciplina                     pic x(03).
           05 fd-gh-professor                      pic x(25).
           05 fd-gh-data                           pic x(08).
           05 fd-gh-operador                       pic x(10).

       fd arqLogAlunos.          *> inicio da declaração das variaveis do log de auditoria
       01  fd-log-alunos.       *> layout do registro do log
           05 fd-log-cod                           pic 9(06).
           05 sd-nota3                             pic 9(02)v99.
           05 sd-nota4                             pic 9(02)v99.

       sd arqOrdenaDep.          *> arquivo de trabalho usado pelo sort do relatorio de dependencias
       01  sd-registro-dep.
           05 sd-dp-disciplina                     pic x(03).
           05 sd-dp-turma                          pic x(10).
           05 sd-dp-aluno                          pic x(25).
           05 sd-dp-cod                            pic 9(06).
           05 sd-dp-ano-origem                     pic 9(04).
           05 sd-dp-media-origem                   pic 9(02)v99.

       sd arqOrdenaGrade.        *> arquivo de trabalho usado pelo sort da grade por professor
       01  sd-registro-grade.
           05 sd-gh-professor                      pic x(25).
           05 sd-gh-dia                            pic 9(01).
           05 sd-gh-aula                           pic 9(01).
           05 sd-gh-turma                          pic x(10).
           05 sd-gh-disciplina                     pic x(03).

      *>------------------------------------------------------------------------
      *>---Variáveis de trabalho
       working-storage section.
       77  ws-fs-arqNotasBim                       pic  9(02).
       77  ws-fs-arqNotasDisc                      pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqFreqMensal                     pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqOcorrencias                    pic  9(02).
       77  ws-fs-arqOperadores                     pic  9(02).
       77  ws-fs-arqLogAlunos                      pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).
       77  ws-fs-arqNisAluno                       pic  9(02).
       77  ws-fs-arqDependencia                    pic  9(02).
       77  ws-fs-arqDocEmitidos                    pic  9(02).
       77  ws-fs-arqGradeHoraria                   pic  9(02).

       01  ws-log-alunos.
           05 ws-log-operacao                      pic x(03).

      *>  totais por tipo de operacao encontrados na consulta ao log
       01  ws-tab-tot-log.
           05 ws-tot-log-ent occurs 20 times.
              10 ws-tot-log-op                     pic x(03).
              10 ws-tot-log-qtd                    pic 9(04).
       77 ws-qtd-tot-log                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-gt-ano                            pic 9(04).

      *>  calendario letivo: os periodos 1 a 4 sao os bimestres e o
      *>  periodo 5 e a recuperacao final; periodo fechado nao aceita nota
       77 ws-opcao-calendario                      pic x(01).
       77 ws-cal-ano                               pic 9(04).
       77 ws-cal-periodo                           pic 9(01).
       77 ws-cal-data-ini                          pic x(08).
       77 ws-cal-data-fim                          pic x(08).
       77 ws-cal-justificativa                     pic x(50).
       77 ws-cal-desc-periodo                      pic x(13).
       77 ws-cal-desc-situacao                     pic x(07).
       77 ws-cal-cod-salvo                         pic 9(06).

      *>  referencia AAAA/P gravada no log do fechamento e da reabertura
       01  ws-cal-referencia.
           05 ws-cr-ano                            pic 9(04).
           05 filler                               pic x(01) value "/".
           05 ws-cr-periodo                        pic 9(01).
       77 ws-qtd-pendencias                        pic 9(05).
       77 ws-qtd-periodos-cal                      pic 9(02).

       77 ws-sw-periodo-valido                     pic x(01).
          88 ws-periodo-valido                     value "S".

       77 ws-sw-periodo-fechado                    pic x(01).
          88 ws-periodo-fechado                    value "S".

       77 ws-fim-leitura-cal                       pic x(01).
          88 ws-fim-arqCalendario                   value "S".

       01  ws-tit-pendencias.
           05 filler                               pic x(31)
              value "PENDENCIAS DO FECHAMENTO - PER.".
           05 filler                               pic x(01) value space.
           05 ws-tp-periodo                        pic 9(01).
           05 filler                               pic x(01) value "/".
           05 ws-tp-ano                            pic 9(04).

       01  ws-lin-pendencia.
           05 ws-pd-cod                            pic 9(06).
           05 filler                               pic x(02).
           05 ws-pd-aluno                          pic x(25).
           05 filler                               pic x(02).
           05 ws-pd-turma                          pic x(10).
           05 filler                               pic x(02).
           05 ws-pd-disciplina                     pic x(03).
           05 filler                               pic x(01).
           05 ws-pd-descricao                      pic x(30).

       01  ws-lin-pend-total.
           05 filler                               pic x(21) value "Total de pendencias: ".
           05 ws-pd-total                          pic zzzz9.

      *>  NIS do aluno beneficiario do Bolsa Familia e o codigo de motivo
      *>  de baixa frequencia informado pela escola para o periodo
       77 ws-opcao-nis                             pic x(01).
       77 ws-nis-inf                               pic x(11).
       77 ws-nis-motivo-inf                        pic x(02).
       77 ws-nis-motivo-ano                        pic 9(04).
       77 ws-nis-motivo-periodo                    pic 9(01).
       77 ws-sw-nis-motivo-ok                      pic x(01).
          88 ws-nis-motivo-ok                      value "S".
       77 ws-fim-leitura-nis                       pic x(01).
          88 ws-fim-arqNisAluno                     value "S".
       77 ws-sw-nis-valido                         pic x(01).
          88 ws-nis-valido                         value "S".

      *>  dependencias: disciplinas de anos anteriores que o aluno
      *>  promovido cursa de novo ate alcancar a media de corte
       77 ws-opcao-dependencia                     pic x(01).
       77 ws-tipo-nota                             pic x(01).
       77 ws-dep-ano-origem                        pic 9(04).
       77 ws-qtd-dep-aluno                         pic 9(02).
       77 ws-qtd-notas-dep                         pic 9(01).
       77 ws-soma-notas-dep                        pic 9(03)v99.
       77 ws-dep-disciplina-corrente               pic x(03).
       77 ws-dep-nota-edit                         pic z9,99.
       77 ws-qtd-dep-disciplina                    pic 9(03).
       77 ws-total-dependencias                    pic 9(03).
       77 ws-fim-leitura-dep                       pic x(01).
          88 ws-fim-arqDependencia                  value "S".
       77 ws-sw-tem-dependencia                    pic x(01).
          88 ws-tem-dependencia                    value "S".
       77 ws-sw-lanca-dependencia                  pic x(01).
          88 ws-lanca-dependencia                  value "S".

       01  ws-lin-bol-dep.
           05 filler                               pic x(05) value "DEP  ".
           05 ws-bp-descricao                      pic x(25).
           05 filler                               pic x(12) value " ano origem ".
           05 ws-bp-ano                            pic 9(04).
           05 filler                               pic x(02).
           05 ws-bp-situacao                       pic x(20).

       01  ws-lin-dep-cab.
           05 filler                               pic x(12) value "Disciplina: ".
           05 ws-dc-disciplina                     pic x(03).
           05 filler                               pic x(03) value " - ".
           05 ws-dc-descricao                      pic x(30).

       01  ws-lin-dependencia.
           05 filler                               pic x(02).
           05 ws-dl-cod                            pic 9(06).
           05 filler                               pic x(02).
           05 ws-dl-aluno                          pic x(25).
           05 filler                               pic x(02).
           05 ws-dl-turma                          pic x(10).
           05 filler                               pic x(02).
           05 ws-dl-ano                            pic 9(04).
           05 filler                               pic x(04).
           05 ws-dl-media                          pic z9,99.

       01  ws-lin-dep-tot.
           05 filler                               pic x(10) value "  Alunos: ".
           05 ws-dq-qtd                            pic zz9.

      *>  declaracoes escolares: o numero de controle impresso na
      *>  declaracao e a chave do registro de documentos emitidos
       77 ws-opcao-declaracao                      pic x(01).
       77 ws-tipo-declaracao                       pic x(01).
          88 ws-decl-matricula                     value "M" "m".
          88 ws-decl-frequencia                    value "F" "f".
          88 ws-decl-conclusao                     value "C" "c".
       77 ws-decl-numero                           pic 9(06).
       77 ws-decl-ano                              pic 9(04).
       77 ws-decl-finalidade                       pic x(30).
       77 ws-decl-tipo-desc                        pic x(25).
       77 ws-decl-media-edit                       pic z9,99.
       77 ws-decl-freq-edit                        pic zz9,99.
       77 ws-decl-aulas-edit                       pic zzz9.
       77 ws-decl-faltas-edit                      pic zzz9.
       77 ws-sw-decl-liberada                      pic x(01).
          88 ws-decl-liberada                      value "S".
       77 ws-sw-decl-gravada                       pic x(01).
          88 ws-decl-gravada                       value "S".
       77 ws-fim-leitura-de                        pic x(01).
          88 ws-fim-arqDocEmitidos                  value "S".

       01  ws-lin-decl-numero.
           05 filler                               pic x(30)
              value "Declaracao numero de controle ".
           05 ws-dn-numero                         pic 9(06).

      *>  grade horaria: dia 2 = segunda ... 7 = sabado; aula 1 a 9 do turno
       77 ws-opcao-grade                           pic x(01).
       77 ws-gh-turma                              pic x(10).
       77 ws-gh-dia                                pic 9(01).
          88 ws-gh-dia-valido                      value 2 thru 7.
       77 ws-gh-aula                               pic 9(01).
          88 ws-gh-aula-valida                     value 1 thru 9.
       77 ws-gh-disciplina                         pic x(03).
       77 ws-gh-professor                          pic x(25).
       77 ws-gh-turma-choque                       pic x(10).
       77 ws-gh-filtro                             pic x(25).
       77 ws-gh-corrente                           pic x(25).
       77 ws-gh-qtd-aulas                          pic 9(03).
       77 ws-gh-maior-aula                         pic 9(01).
       77 ws-gh-idx-aula                           pic 9(02).
       77 ws-gh-idx-dia                            pic 9(02).
       77 ws-gh-qtd-disc                           pic 9(02).
       77 ws-gh-idx-disc                           pic 9(02).
       77 ws-gh-total-quadros                      pic 9(03).
       77 ws-sw-gh-horario-ok                      pic x(01).
          88 ws-gh-horario-ok                      value "S".
       77 ws-sw-gh-choque                          pic x(01).
          88 ws-gh-choque                          value "S".
       77 ws-sw-gh-disc-achada                     pic x(01).
          88 ws-gh-disc-achada                     value "S".
       77 ws-fim-leitura-gh                        pic x(01).
          88 ws-fim-arqGradeHoraria                 value "S".

      *>  quadro semanal: aula x dia (segunda a sabado)
       01  ws-tab-grade.
           05 ws-tg-aula                           occurs 9 times.
              10 ws-tg-celula                      pic x(14) occurs 6 times.

      *>  aulas por disciplina da turma corrente no resumo de carga horaria
       01  ws-tab-carga.
           05 ws-tc-item                           occurs 30 times.
              10 ws-tc-disciplina                  pic x(03).
              10 ws-tc-aulas                       pic 9(03).

       01  ws-lin-grade-colunas.
           05 filler                               pic x(06) value "AULA".
           05 filler                               pic x(15) value "SEGUNDA".
           05 filler                               pic x(15) value "TERCA".
           05 filler                               pic x(15) value "QUARTA".
           05 filler                               pic x(15) value "QUINTA".
           05 filler                               pic x(15) value "SEXTA".
           05 filler                               pic x(15) value "SABADO".

       01  ws-lin-grade.
           05 filler                               pic x(02) value spaces.
           05 ws-lg-aula                           pic 9(01).
           05 filler                               pic x(03) value spaces.
           05 ws-lg-celula                         occurs 6 times.
              10 ws-lg-texto                       pic x(14).
              10 filler                            pic x(01).

       01  ws-lin-grade-prof.
           05 filler                               pic x(11) value "Professor: ".
           05 ws-lgp-professor                     pic x(25).

       01  ws-lin-grade-tot.
           05 filler                               pic x(19) value "  Aulas na semana: ".
           05 ws-lgt-qtd                           pic zz9.

       01  ws-lin-carga.
           05 filler                               pic x(02) value spaces.
           05 ws-lc-disciplina                     pic x(03).
           05 filler                               pic x(03) value " - ".
           05 ws-lc-descricao                      pic x(30).
           05 filler                               pic x(04) value spaces.
           05 ws-lc-aulas                          pic zz9.
           05 filler                               pic x(15) value " aula(s)/semana".

       77 ws-sw-nota-valida                        pic x(01).
          88 ws-nota-valida                        value "S".

       77 ws-sw-freq-valida                        pic x(01).
          88 ws-freq-valida                        value "S".

      *>  lancamento do mes guardado a parte do acumulado do ano; o mes
      *>  ja lancado pode ser substituido, corrigindo o total do ano
       77 ws-mes-freq                              pic 9(02).
       77 ws-aulas-mes-ant                         pic 9(03).
       77 ws-faltas-mes-ant                        pic 9(03).
       77 ws-sw-mes-valido                         pic x(01).
          88 ws-mes-valido                         value "S".
       77 ws-sw-mes-lancado                        pic x(01).
          88 ws-mes-lancado                        value "S".
       77 ws-sw-cancela-freq                       pic x(01).
          88 ws-cancela-freq                       value "S".

       01  ws-registro-turma.
           05 ws-tu-codigo                         pic x(10).
           05 ws-tu-descricao                      pic x(30).
               perform finaliza-anormal
           end-if

       *>  abre a frequencia de cada mes (cria o arquivo se nao existir)
           open i-o arqFreqMensal
           if ws-fs-arqFreqMensal = 35 then
               open output arqFreqMensal
               close arqFreqMensal
               open i-o arqFreqMensal
           end-if
           if ws-fs-arqFreqMensal <> 00
           and ws-fs-arqFreqMensal <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqFreqMensal                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFreqMensal " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre o mestre de turmas (cria o arquivo se nao existir)
           open i-o arqTurmas
           if ws-fs-arqTurmas = 35 then
               perform finaliza-anormal
           end-if

       *>  abre o calendario letivo (cria o arquivo se nao existir)
           open i-o arqCalendario
           if ws-fs-arqCalendario = 35 then
               open output arqCalendario
               close arqCalendario
               open i-o arqCalendario
           end-if
           if ws-fs-arqCalendario <> 00
           and ws-fs-arqCalendario <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre o NIS dos beneficiarios (cria o arquivo se nao existir)
           open i-o arqNisAluno
           if ws-fs-arqNisAluno = 35 then
               open output arqNisAluno
               close arqNisAluno
               open i-o arqNisAluno
           end-if
           if ws-fs-arqNisAluno <> 00
           and ws-fs-arqNisAluno <> 05 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqNisAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNisAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre as dependencias (o fechamento do ano e quem as grava)
           open i-o arqDependencia
           if ws-fs-arqDependencia = 35 then
               open output arqDependencia
               close arqDependencia
               open i-o arqDependencia
           end-if
           if ws-fs-arqDependencia <> 00
           and ws-fs-arqDependencia <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDependencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre o registro das declaracoes emitidas (cria se nao existir)
           open i-o arqDocEmitidos
           if ws-fs-arqDocEmitidos = 35 then
               open output arqDocEmitidos
               close arqDocEmitidos
               open i-o arqDocEmitidos
           end-if
           if ws-fs-arqDocEmitidos <> 00
           and ws-fs-arqDocEmitidos <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqDocEmitidos                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocEmitidos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre a grade horaria das turmas (cria se nao existir)
           open i-o arqGradeHoraria
           if ws-fs-arqGradeHoraria = 35 then
               open output arqGradeHoraria
               close arqGradeHoraria
               open i-o arqGradeHoraria
           end-if
           if ws-fs-arqGradeHoraria <> 00
           and ws-fs-arqGradeHoraria <> 05 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqGradeHoraria                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGradeHoraria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  abre o log de auditoria para gravacao no final (cria o arquivo se nao existir)
           open extend arqLogAlunos
           if ws-fs-arqLogAlunos = 35 then
               display "Insira 'TUR' para o relatorio de media por turma."
               display "Insira 'MTU' para a manutencao do cadastro de turmas."
               display "Insira 'MDI' para a manutencao do cadastro de disciplinas."
               display "Insira 'CAL' para o calendario letivo e fechamento de bimestre."
               display "Insira 'NIS' para o NIS dos beneficiarios do Bolsa Familia."
               display "Insira 'DEP' para as dependencias (progressao parcial)."
               display "Insira 'ESP' para a lista de espera das turmas."
               display "Insira 'OCO' para as ocorrencias disciplinares de um aluno."
               display "Insira 'HIS' para o historico escolar de um aluno."
               display "Insira 'DEC' para as declaracoes escolares numeradas."
               display "Insira 'GRD' para a grade horaria das turmas."
               display "Insira 'LOG' para consultar o log de auditoria."
               display "Insira 'OPE' para a manutencao dos operadores."

                           perform manutencao-disciplinas
                       end-if

       *>          calendario letivo: datas, fechamento e reabertura dos
       *>          bimestres; o perfil de cada acao e conferido no submenu
                   when = "cal"
                     or = "CAL"
                       perform calendario-letivo

       *>          NIS dos alunos beneficiarios do Bolsa Familia
                   when = "nis"
                     or = "NIS"
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform manutencao-nis
                       end-if

       *>          dependencias dos alunos promovidos com progressao parcial
                   when = "dep"
                     or = "DEP"
                       perform menu-dependencias

       *>          fila de espera por vaga nas turmas lotadas
                   when = "esp"
                     or = "ESP"
                     or = "HIS"
                       perform historico-escolar

       *>          declaracoes de matricula, frequencia e conclusao, com
       *>          numero de controle; a consulta de autenticidade e livre
                   when = "dec"
                     or = "DEC"
                       perform menu-declaracoes

       *>          grade horaria das turmas; a manutencao exige o perfil
       *>          de digitacao ou de administrador, as impressoes sao livres
                   when = "grd"
                     or = "GRD"
                       perform manutencao-grade

       *>          consulta ao log de auditoria com filtros
                   when = "log"
                     or = "LOG"
                           end-if
                       end-perform

       *>              com dependencia pendente nesta disciplina o operador
       *>              diz se a nota e da dependencia ou da serie atual,
       *>              que costuma ter a mesma materia na grade do ano
                       move "N" to ws-sw-lanca-dependencia
                       perform localiza-dependencia-aluno
                       if ws-tem-dependencia then
                           display "Aluno com dependencia nesta disciplina (ano de origem "
                                   ws-dep-ano-origem ")."
                           display "Nota da 'D'ependencia ou da 'S'erie atual? "
                           accept ws-tipo-nota
                           if ws-tipo-nota = "d" or = "D" then
                               move "S" to ws-sw-lanca-dependencia
                           end-if
                       end-if

       *>              o lancamento e feito por bimestre, para nao sobrescrever
       *>              as notas dos bimestres anteriores ao longo do ano letivo
                       move "N" to ws-sw-bimestre-valido
                           end-if
                       end-perform

       *>              bimestre fechado no calendario letivo do ano corrente
       *>              nao aceita lancamento nem troca de nota
                       accept ws-data-sistema from date yyyymmdd
                       move ws-dt-ano   to ws-cal-ano
                       move ws-bimestre to ws-cal-periodo
                       perform verifica-periodo-aberto

                       if ws-periodo-fechado then
                           display "Bimestre " ws-bimestre "/" ws-cal-ano
                                   " fechado no calendario letivo."
                           display "Lancamento recusado. A reabertura e feita pelo administrador."
                       else
                           move "N" to ws-sw-nota-valida
                           perform until ws-nota-valida
                               display "Insira a nota da disciplina (0,00 a 10,00): "
                               accept ws-nota-disc
                               if ws-nota-disc >= 0 and ws-nota-disc <= 10 then
                                   move "S" to ws-sw-nota-valida
                               else
                                   display "Nota invalida! Informe um valor entre 0,00 e 10,00."
                               end-if
                           end-perform

       *>                  a nota da dependencia fica no proprio registro dela,
       *>                  fora das notas da serie atual
                           if ws-lanca-dependencia then
                               perform grava-nota-dependencia
                           else
                               perform grava-nota-serie
                           end-if
                       end-if
                   end-if
               end-if
       cadastrar-notas-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grava a nota da serie atual em arqNotasDisc
      *>-----------------------------------------------------------
       grava-nota-serie section.

       *>  salvar a nota no arquivo arqNotasDisc.txt
           move ws-cod        to fd-nd-cod
           move ws-disciplina to fd-nd-disciplina
           move ws-bimestre   to fd-nd-bimestre
           move ws-nota-disc  to fd-nd-nota

           write fd-notas-disciplina
       *>  se a disciplina ja tinha nota no bimestre, regrava por cima
           if ws-fs-arqNotasDisc = 22 then
               rewrite fd-notas-disciplina
           end-if
       *>  caso dê erro ao gravar infos no arquivo, aparecera a mensagem de erro e irá para a section finaliza-anormal
           if ws-fs-arqNotasDisc <> 0 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqNotasDisc                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotasDisc " to ws-msn-erro-text
               perform finaliza-anormal
           else
       *>      espelha a media do bimestre (todas as disciplinas
       *>      lancadas) na nota correspondente do cadastro, para
       *>      a consulta e a exportacao csv continuarem
       *>      refletindo os lancamentos do ano
               perform espelha-media-bimestre

               move "NOT"    to ws-log-operacao
               move fd-aluno to ws-log-aluno-antigo
               move fd-aluno to ws-log-aluno-novo
               perform grava-log-alunos
           end-if

           .
       grava-nota-serie-exit.
           exit.

      *>-----------------------------------------------------------
      *> Procura dependencia pendente do aluno na disciplina digitada
      *>-----------------------------------------------------------
       localiza-dependencia-aluno section.

           move "N" to ws-sw-tem-dependencia
           move 0   to ws-dep-ano-origem

           move ws-cod     to fd-dp-cod
           move 0          to fd-dp-ano-origem
           move low-values to fd-dp-disciplina
           start arqDependencia key is >= fd-dp-chave
           if ws-fs-arqDependencia = 00 then
               move "N" to ws-fim-leitura-dep

               perform until ws-fim-arqDependencia

                   read arqDependencia next record
                   if ws-fs-arqDependencia = 10 then
                       move "S" to ws-fim-leitura-dep
                   else
                       if ws-fs-arqDependencia <> 0 then
                           move 25                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
       *>                  a chave e composta: passou do codigo do aluno,
       *>                  acabaram as dependencias dele
                           if fd-dp-cod <> ws-cod then
                               move "S" to ws-fim-leitura-dep
                           else
                               if  fd-dp-disciplina = ws-disciplina
                               and fd-dp-pendente then
                                   move "S"              to ws-sw-tem-dependencia
                                   move fd-dp-ano-origem to ws-dep-ano-origem
                                   move "S"              to ws-fim-leitura-dep
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       localiza-dependencia-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grava a nota do bimestre na dependencia e apura se cumpriu
      *>-----------------------------------------------------------
       grava-nota-dependencia section.

           move ws-cod            to fd-dp-cod
           move ws-dep-ano-origem to fd-dp-ano-origem
           move ws-disciplina     to fd-dp-disciplina
           read arqDependencia
           if ws-fs-arqDependencia <> 00 then
               move 25                                 to ws-msn-erro-ofsset
               move ws-fs-arqDependencia               to ws-msn-erro-cod
               move "Erro ao ler arq. arqDependencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-log-aluno-antigo
           string fd-dp-disciplina "/" fd-dp-ano-origem " Bim " ws-bimestre
                  delimited by size
             into ws-log-aluno-antigo

           move ws-nota-disc to fd-dp-nota (ws-bimestre)
           move "S"          to fd-dp-lancada (ws-bimestre)

           move 0 to ws-soma-notas-dep
           move 0 to ws-qtd-notas-dep
           move 1 to ws-idx-bim
           perform until ws-idx-bim > 4
               if fd-dp-nota-lancada (ws-idx-bim) then
                   add fd-dp-nota (ws-idx-bim) to ws-soma-notas-dep
                   add 1                       to ws-qtd-notas-dep
               end-if
               add 1 to ws-idx-bim
           end-perform

       *>  a dependencia so e apurada com os 04 bimestres lancados; media
       *>  abaixo do corte mantem a disciplina pendente para o ano seguinte
           if ws-qtd-notas-dep = 4 then
               compute fd-dp-media-dep rounded = ws-soma-notas-dep / 4
               if fd-dp-media-dep >= ws-nota-corte then
                   move "C"       to fd-dp-situacao
                   move ws-dt-ano to fd-dp-ano-cumprida
                   display "Dependencia cumprida com media " fd-dp-media-dep "."
               else
                   display "Media da dependencia " fd-dp-media-dep
                           " abaixo do corte. A disciplina segue pendente."
               end-if
           end-if

           move ws-data-sistema    to fd-dp-data-situacao
           move ws-operador-logado to fd-dp-operador

           rewrite fd-registro-dependencia
           if ws-fs-arqDependencia <> 00 then
               move 25                                   to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDependencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Nota da dependencia gravada com sucesso!"

           move ws-nota-disc to ws-dep-nota-edit
           move "DEP"  to ws-log-operacao
           move spaces to ws-log-aluno-novo
           if fd-dp-cumprida then
               string "Nota " ws-dep-nota-edit " Cumprida" delimited by size
                 into ws-log-aluno-novo
           else
               string "Nota " ws-dep-nota-edit " Pendente" delimited by size
                 into ws-log-aluno-novo
           end-if
           perform grava-log-alunos

           .
       grava-nota-dependencia-exit.
           exit.

      *>-----------------------------------------------------------
      *> Acumula as notas por disciplina do aluno corrente, somando
      *> e contando as notas lancadas de cada bimestre (1 a 4)
       *>  linha, com as notas dos bimestres em colunas separadas
           perform boletim-disciplinas-aluno

       *>  e, por ultimo, as dependencias de anos anteriores em aberto
           perform boletim-dependencias-aluno

           .
       monta-boletim-aluno-exit.
           exit.
       monta-linha-disciplina-exit.
           exit.

      *>-----------------------------------------------------------
      *> Lista no boletim as dependencias pendentes do aluno corrente
      *>-----------------------------------------------------------
       boletim-dependencias-aluno section.

           move fd-cod     to fd-dp-cod
           move 0          to fd-dp-ano-origem
           move low-values to fd-dp-disciplina
           start arqDependencia key is >= fd-dp-chave
           if ws-fs-arqDependencia = 00 then
               move "N" to ws-fim-leitura-dep

               perform until ws-fim-arqDependencia

                   read arqDependencia next record
                   if ws-fs-arqDependencia = 10 then
                       move "S" to ws-fim-leitura-dep
                   else
                       if ws-fs-arqDependencia <> 0 then
                           move 25                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if fd-dp-cod <> fd-cod then
                               move "S" to ws-fim-leitura-dep
                           else
       *>                      a dependencia sai no boletim ate ser cumprida
                               if fd-dp-pendente then
                                   move fd-dp-disciplina to fd-di-codigo
                                   read arqDisciplinas
                                   if ws-fs-arqDisciplinas <> 00 then
                                       move fd-dp-disciplina to fd-di-descricao
                                   end-if

                                   move fd-di-descricao  to ws-bp-descricao
                                   move fd-dp-ano-origem to ws-bp-ano
                                   move "pendente"       to ws-bp-situacao

                                   display "    Dependencia: " fd-dp-disciplina " "
                                           ws-bp-descricao " ano de origem "
                                           fd-dp-ano-origem " - pendente"

                                   move ws-lin-bol-dep to ws-linha-relatorio
                                   perform grava-linha-relatorio
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       boletim-dependencias-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *> Calcula a media anual do aluno corrente (sem listar nada)
      *>-----------------------------------------------------------

       *> ------------- Lancamento do Exame de Recuperacao ------------------
       *>  lista os alunos com media anual na faixa de recuperacao e permite
       *>  lancar a nota do exame de cada um, regravando a situacao final;
       *>  o exame e o periodo 5 do calendario e, fechado, nao aceita nota
           accept ws-data-sistema from date yyyymmdd
           move ws-dt-ano to ws-cal-ano
           move 5         to ws-cal-periodo
           perform verifica-periodo-aberto

           if ws-periodo-fechado then
               display " "
               display "Recuperacao final de " ws-cal-ano
                       " fechada no calendario letivo."
               display "Lancamento recusado. A reabertura e feita pelo administrador."
           else
               move low-values to fd-cod
               start arqCadAluno key is >= fd-cod
               if ws-fs-arqCadAluno <> 0 then
                   display " "
                   display "Nenhum aluno cadastrado."
               else
                   move "N" to ws-fim-leitura
                   move 0   to ws-total-exames

                   display " "
                   display "------------- Recuperacao Final -------------"

                   perform until ws-fim-arqCadAluno

                       read arqCadAluno next record
                       if ws-fs-arqCadAluno = 10 then
                           move "S" to ws-fim-leitura
                       else
                           if ws-fs-arqCadAluno <> 0 then
                               move 2                            to ws-msn-erro-ofsset
                               move ws-fs-arqCadAluno            to ws-msn-erro-cod
                               move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                               perform finaliza-anormal
                           else
                               if fd-aluno-ativo then
                                   perform calcula-media-anual
                                   perform calcula-frequencia
       *>                          reprovado por frequencia nao faz exame: a
       *>                          presenca minima nao pode ser recuperada em prova
                                   if  ws-media-aluno >= ws-recup-faixa-min
                                   and ws-media-aluno <  ws-nota-corte
                                   and ws-perc-frequencia >= ws-freq-minima then
                                       perform lanca-exame-aluno
                                   end-if
                               end-if
                           end-if
                       end-if

                   end-perform

                   display " "
                   display "Exames lancados: " ws-total-exames
               end-if
           end-if

           .
                   else
                       display "Aluno: " fd-aluno

       *>              o mes fica guardado em arquivo proprio, para a busca
       *>              ativa enxergar o aluno que parou de vir num mes
                       move "N" to ws-sw-mes-valido
                       perform until ws-mes-valido
                           display "Mes de referencia (1 a 12): "
                           accept ws-mes-freq
                           if ws-mes-freq >= 1 and ws-mes-freq <= 12 then
                               move "S" to ws-sw-mes-valido
                           else
                               display "Mes invalido! Informe um valor entre 1 e 12."
                           end-if
                       end-perform

                       accept ws-data-sistema from date yyyymmdd

                       move "N" to ws-sw-mes-lancado
                       move "N" to ws-sw-cancela-freq
                       move 0   to ws-aulas-mes-ant
                       move 0   to ws-faltas-mes-ant

                       move ws-cod      to fd-fm-cod
                       move ws-dt-ano   to fd-fm-ano
                       move ws-mes-freq to fd-fm-mes
                       read arqFreqMensal
                       if ws-fs-arqFreqMensal = 00 then
                           move "S"               to ws-sw-mes-lancado
                           move fd-fm-aulas-dadas to ws-aulas-mes-ant
                           move fd-fm-faltas      to ws-faltas-mes-ant
                           display "Mes ja lancado - Aulas: " fd-fm-aulas-dadas
                                   "  Faltas: " fd-fm-faltas
                           display "Substituir o lancamento do mes? 'S'im ou 'N'ao: "
                           accept ws-confirma
                           if not ws-confirma-sim then
                               move "S" to ws-sw-cancela-freq
                               display "Lancamento cancelado."
                           end-if
                       else
                           if ws-fs-arqFreqMensal <> 23 then
                               move 9                                 to ws-msn-erro-ofsset
                               move ws-fs-arqFreqMensal               to ws-msn-erro-cod
                               move "Erro ao ler arq. arqFreqMensal " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                       if  ws-mes-lancado
                       and not ws-cancela-freq then
                           perform confere-acumulado-freq
                       end-if

                       if not ws-cancela-freq then
                           perform grava-lancamento-freq
                       end-if
                   end-if
               end-if

           exit.

      *>-----------------------------------------------------------
      *> Confere se o acumulado do ano comporta a troca do mes
      *>-----------------------------------------------------------
       confere-acumulado-freq section.

       *>  o mes ja lancado esta somado no acumulado do ano; se o
       *>  acumulado for menor que ele os arquivos estao inconsistentes
       *>  e a substituicao contaria o mes em dobro
           move ws-cod to fd-fq-cod
           read arqFrequencia
           if ws-fs-arqFrequencia = 00 then
               if fd-fq-aulas-dadas < ws-aulas-mes-ant
               or fd-fq-faltas      < ws-faltas-mes-ant then
                   move "S" to ws-sw-cancela-freq
                   display "Acumulado do ano menor que o lancamento anterior do mes!"
                   display "Acumulado - Aulas: " fd-fq-aulas-dadas
                           "  Faltas: " fd-fq-faltas
                   display "Lancamento recusado. Execute a reconciliacao do movimento."
               end-if
           else
               if ws-fs-arqFrequencia <> 23 then
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       confere-acumulado-freq-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grava o lancamento do mes e atualiza o acumulado do ano
      *>-----------------------------------------------------------
       grava-lancamento-freq section.

           move "N" to ws-sw-freq-valida
           perform until ws-freq-valida
               display "Aulas dadas no mes: "
               accept ws-aulas-mes
               display "Faltas do aluno no mes: "
               accept ws-faltas-mes
               if ws-faltas-mes <= ws-aulas-mes then
                   move "S" to ws-sw-freq-valida
               else
                   display "Faltas maiores que as aulas dadas! Informe novamente."
               end-if
           end-perform

       *>  acumula no total do ano letivo: o lancamento mensal
       *>  soma, nunca substitui, o que ja estava no arquivo;
       *>  na substituicao de um mes sai antes o valor anterior,
       *>  ja conferido em confere-acumulado-freq
           move ws-cod to fd-fq-cod
           read arqFrequencia
           if ws-fs-arqFrequencia = 00 then
               subtract ws-aulas-mes-ant  from fd-fq-aulas-dadas
               subtract ws-faltas-mes-ant from fd-fq-faltas
               add ws-aulas-mes  to fd-fq-aulas-dadas
               add ws-faltas-mes to fd-fq-faltas
               rewrite fd-registro-frequencia
           else
               move ws-cod       to fd-fq-cod
               move ws-aulas-mes  to fd-fq-aulas-dadas
               move ws-faltas-mes to fd-fq-faltas
               write fd-registro-frequencia
           end-if
           if ws-fs-arqFrequencia <> 00 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFrequencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       *>  grava (ou regrava) o lancamento do proprio mes
           move ws-cod             to fd-fm-cod
           move ws-dt-ano          to fd-fm-ano
           move ws-mes-freq        to fd-fm-mes
           move ws-aulas-mes       to fd-fm-aulas-dadas
           move ws-faltas-mes      to fd-fm-faltas
           move ws-data-sistema    to fd-fm-data-lancto
           move ws-operador-logado to fd-fm-operador
           if ws-mes-lancado then
               rewrite fd-registro-freq-mensal
           else
               write fd-registro-freq-mensal
           end-if
           if ws-fs-arqFreqMensal <> 00 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqFreqMensal                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFreqMensal " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Acumulado do ano - Aulas: " fd-fq-aulas-dadas
                   "  Faltas: " fd-fq-faltas

           move "FRE"    to ws-log-operacao
           move fd-aluno to ws-log-aluno-antigo
           move fd-aluno to ws-log-aluno-novo
           perform grava-log-alunos

           .
       grava-lancamento-freq-exit.
           exit.

      *>-----------------------------------------------------------
      *> Calcula o percentual de presenca do aluno corrente
      *>-----------------------------------------------------------
       calcula-frequencia section.

       *>  sem lancamento de frequencia o aluno e tratado como 100% de
       *>  presenca, preservando o comportamento dos cadastros antigos
           move 100,00 to ws-perc-frequencia

           move fd-cod to fd-fq-cod
                       end-if
                   end-if

               end-perform

               display "-----------------------------------------------------------"
           end-if

           .
       listar-turmas-exit.
           exit.

      *>-----------------------------------------------------------
      *> Manutencao do Cadastro Mestre de Disciplinas
      *>-----------------------------------------------------------
       manutencao-disciplinas section.

       *> ------------- Manutencao de Disciplinas ------------------

           perform until ws-fechar-programa

               display " "
               display "--------- Manutencao de Disciplinas ---------"
               display "'I'ncluir, 'A'lterar, 'C'onsultar ou 'L'istar? "
               accept ws-opcao-disciplina

               evaluate ws-opcao-disciplina
                   when = "i"
                     or = "I"
                       perform incluir-disciplina

                   when = "a"
                     or = "A"
                       perform alterar-disciplina

                   when = "c"
                     or = "C"
                       perform consultar-disciplina

                   when = "l"
                     or = "L"
                       perform listar-disciplinas

                   when other
                       display "Insira uma opcao valida!"
               end-evaluate

               display " "
               display "Deseja continuar na manutencao de disciplinas? 'S'im ou 'N'ao: "
               accept ws-sair

           end-perform

           .
       manutencao-disciplinas-exit.
           exit.

      *>-----------------------------------------------------------
      *> Inclui uma disciplina no mestre de disciplinas
      *>-----------------------------------------------------------
       incluir-disciplina section.

           display " "
           display "Codigo da disciplina (ex.: MAT, POR): "
           accept ws-di-codigo
           move function upper-case(ws-di-codigo) to ws-di-codigo

           display "Descricao: "
           accept ws-di-descricao

           display "Professor responsavel: "
           accept ws-di-professor

           move ws-registro-disciplina to fd-registro-disciplina
           write fd-registro-disciplina
           if ws-fs-arqDisciplinas = 00 then
               display "Disciplina cadastrada com sucesso!"
           else
               if ws-fs-arqDisciplinas = 22 then
                   display "Disciplina ja cadastrada! Use a opcao 'A'lterar."
               else
                   move 15                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       incluir-disciplina-exit.
           exit.

      *>-----------------------------------------------------------
      *> Altera uma disciplina do mestre de disciplinas
      *>-----------------------------------------------------------
       alterar-disciplina section.

           display " "
           display "Codigo da disciplina: "
           accept ws-di-codigo
           move function upper-case(ws-di-codigo) to ws-di-codigo

           move ws-di-codigo to fd-di-codigo
           read arqDisciplinas
           if ws-fs-arqDisciplinas <> 00 then
               if ws-fs-arqDisciplinas = 23 then
                   display "Disciplina inexistente no mestre de disciplinas."
               else
                   move 15                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Descricao atual: " fd-di-descricao
               display "Nova descricao: "
               accept fd-di-descricao

               display "Professor atual: " fd-di-professor
               display "Novo professor responsavel: "
               accept fd-di-professor

               rewrite fd-registro-disciplina
               if ws-fs-arqDisciplinas = 00 then
                   display "Disciplina alterada com sucesso!"
               else
                   move 15                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       alterar-disciplina-exit.
           exit.

      *>-----------------------------------------------------------
      *> Consulta uma disciplina do mestre de disciplinas
      *>-----------------------------------------------------------
       consultar-disciplina section.

           display " "
           display "Codigo da disciplina: "
           accept ws-di-codigo
           move function upper-case(ws-di-codigo) to ws-di-codigo

           move ws-di-codigo to fd-di-codigo
           read arqDisciplinas
           if ws-fs-arqDisciplinas <> 00 then
               if ws-fs-arqDisciplinas = 23 then
                   display "Disciplina inexistente no mestre de disciplinas."
               else
                   move 15                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display " "
               display "Disciplina : " fd-di-codigo
               display "Descricao  : " fd-di-descricao
               display "Professor  : " fd-di-professor
           end-if

           .
       consultar-disciplina-exit.
           exit.

      *>-----------------------------------------------------------
      *> Lista todas as disciplinas do mestre de disciplinas
      *>-----------------------------------------------------------
       listar-disciplinas section.

           move low-values to fd-di-codigo
           start arqDisciplinas key is >= fd-di-codigo
           if ws-fs-arqDisciplinas <> 0 then
               display " "
               display "Nenhuma disciplina cadastrada."
           else
               move "N" to ws-fim-leitura-disc

               display " "
               display "--------------- Relacao de Disciplinas ---------------"

               perform until ws-fim-arqDisciplinas

                   read arqDisciplinas next record
                   if ws-fs-arqDisciplinas = 10 then
                       move "S" to ws-fim-leitura-disc
                   else
                       if ws-fs-arqDisciplinas <> 0 then
                           move 15                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display fd-di-codigo " " fd-di-descricao
                                   " Prof: " fd-di-professor
                       end-if
                   end-if

               end-perform

               display "--------------------------------------------------------"
           end-if

           .
       listar-disciplinas-exit.
           exit.

      *>-----------------------------------------------------------
      *> Calendario Letivo (datas e fechamento dos bimestres)
      *>-----------------------------------------------------------
       calendario-letivo section.

       *> ------------- Calendario Letivo ------------------
       *>  cada ano letivo tem os periodos 1 a 4 (bimestres) e o periodo 5
       *>  (recuperacao final); periodo fechado recusa lancamento de nota
       *>  e so o administrador reabre, com justificativa no log

           perform until ws-fechar-programa

               display " "
               display "------------- Calendario Letivo -------------"
               display "'D'atas do periodo, 'L'istar, 'F'echar ou 'R'eabrir? "
               accept ws-opcao-calendario

               evaluate ws-opcao-calendario
                   when = "d"
                     or = "D"
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform datas-periodo-letivo
                       end-if

                   when = "l"
                     or = "L"
                       perform listar-calendario

                   when = "f"
                     or = "F"
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform fechar-periodo-letivo
                       end-if

                   when = "r"
                     or = "R"
                       if ws-perfil-admin then
                           perform reabrir-periodo-letivo
                       else
                           perform nega-acesso
                       end-if

                   when other
                       display "Insira uma opcao valida!"
               end-evaluate

               display " "
               display "Deseja continuar no calendario letivo? 'S'im ou 'N'ao: "
               accept ws-sair

           end-perform

           .
       calendario-letivo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Le o ano letivo e o periodo (1 a 5) informados na tela
      *>-----------------------------------------------------------
       informa-periodo-letivo section.

           display " "
           display "Ano letivo (AAAA): "
           accept ws-cal-ano

           move "N" to ws-sw-periodo-valido
           perform until ws-periodo-valido
               display "Periodo (1 a 4 = bimestre, 5 = recuperacao final): "
               accept ws-cal-periodo
               if ws-cal-periodo >= 1 and ws-cal-periodo <= 5 then
                   move "S" to ws-sw-periodo-valido
               else
                   display "Periodo invalido! Informe um valor entre 1 e 5."
               end-if
           end-perform

           perform monta-desc-periodo

           .
       informa-periodo-letivo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Descricao do periodo para as telas e o relatorio
      *>-----------------------------------------------------------
       monta-desc-periodo section.

           if ws-cal-periodo = 5 then
               move "Recup. final" to ws-cal-desc-periodo
           else
               move spaces         to ws-cal-desc-periodo
               string ws-cal-periodo ". bimestre" delimited by size
                 into ws-cal-desc-periodo
           end-if

           .
       monta-desc-periodo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Inclui ou altera as datas de inicio e fim de um periodo
      *>-----------------------------------------------------------
       datas-periodo-letivo section.

           perform informa-periodo-letivo

           display "Data de inicio (AAAAMMDD): "
           accept ws-cal-data-ini
           display "Data de fim    (AAAAMMDD): "
           accept ws-cal-data-fim

           if ws-cal-data-ini is not numeric
           or ws-cal-data-fim is not numeric
           or ws-cal-data-ini > ws-cal-data-fim then
               display "Datas invalidas! O inicio nao pode ser depois do fim."
           else
               move ws-cal-ano     to fd-ca-ano
               move ws-cal-periodo to fd-ca-periodo
               read arqCalendario
               if ws-fs-arqCalendario = 00 then
       *>          a alteracao mexe so nas datas: a situacao do periodo
       *>          muda apenas pelo fechamento e pela reabertura
                   move ws-cal-data-ini to fd-ca-data-inicio
                   move ws-cal-data-fim to fd-ca-data-fim
                   rewrite fd-registro-calendario
               else
                   if ws-fs-arqCalendario = 23 then
                       accept ws-data-sistema from date yyyymmdd
                       move ws-cal-data-ini    to fd-ca-data-inicio
                       move ws-cal-data-fim    to fd-ca-data-fim
                       move "A"                to fd-ca-situacao
                       move ws-data-sistema    to fd-ca-data-situacao
                       move ws-operador-logado to fd-ca-operador
                       move spaces             to fd-ca-justificativa
                       write fd-registro-calendario
                   end-if
               end-if

               if ws-fs-arqCalendario <> 00 then
                   move 23                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqCalendario " to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display ws-cal-desc-periodo " de " ws-cal-ano
                           " gravado no calendario letivo."
               end-if
           end-if

           .
       datas-periodo-letivo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Lista os periodos de um ano letivo com datas e situacao
      *>-----------------------------------------------------------
       listar-calendario section.

           display " "
           display "Ano letivo (AAAA): "
           accept ws-cal-ano

           move ws-cal-ano to fd-ca-ano
           move 0          to fd-ca-periodo
           start arqCalendario key is >= fd-ca-chave
           if ws-fs-arqCalendario <> 0 then
               display " "
               display "Nenhum periodo cadastrado no calendario letivo."
           else
               move "N" to ws-fim-leitura-cal
               move 0   to ws-qtd-periodos-cal

               display " "
               display "------------ Calendario Letivo " ws-cal-ano " ------------"

               perform until ws-fim-arqCalendario

                   read arqCalendario next record
                   if ws-fs-arqCalendario = 10 then
                       move "S" to ws-fim-leitura-cal
                   else
                       if ws-fs-arqCalendario <> 0 then
                           move 23                                to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCalendario " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
       *>                  a chave comeca pelo ano: outro ano encerra a lista
                           if fd-ca-ano <> ws-cal-ano then
                               move "S" to ws-fim-leitura-cal
                           else
                               add 1 to ws-qtd-periodos-cal
                               move fd-ca-periodo to ws-cal-periodo
                               perform monta-desc-periodo
                               if fd-ca-fechado then
                                   move "Fechado" to ws-cal-desc-situacao
                               else
                                   move "Aberto"  to ws-cal-desc-situacao
                               end-if
                               display ws-cal-desc-periodo " "
                                       fd-ca-data-inicio " a " fd-ca-data-fim
                                       "  " ws-cal-desc-situacao
                                       " em " fd-ca-data-situacao
                                       " por " fd-ca-operador
                           end-if
                       end-if
                   end-if

               end-perform

               if ws-qtd-periodos-cal = 0 then
                   display "Nenhum periodo cadastrado para o ano informado."
               end-if
               display "--------------------------------------------------"
           end-if

           .
       listar-calendario-exit.
           exit.

      *>-----------------------------------------------------------
      *> Fecha um periodo: imprime as pendencias e pede confirmacao
      *>-----------------------------------------------------------
       fechar-periodo-letivo section.

           perform informa-periodo-letivo

           move ws-cal-ano     to fd-ca-ano
           move ws-cal-periodo to fd-ca-periodo
           read arqCalendario
           if ws-fs-arqCalendario <> 00 then
               if ws-fs-arqCalendario = 23 then
                   display "Periodo nao cadastrado no calendario letivo."
                   display "Informe as datas pela opcao 'D' antes de fechar."
               else
                   move 23                                to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if fd-ca-fechado then
                   display ws-cal-desc-periodo " de " ws-cal-ano
                           " ja esta fechado desde " fd-ca-data-situacao "."
               else
       *>          antes de fechar, lista quem ainda esta sem nota no
       *>          periodo, para a secretaria cobrar os professores
                   perform relatorio-pendencias

                   display " "
                   display "Pendencias encontradas: " ws-qtd-pendencias
                   display "Confirma o fechamento de " ws-cal-desc-periodo
                           " de " ws-cal-ano "? 'S'im ou 'N'ao: "
                   accept ws-confirma

                   if ws-confirma-sim then
       *>              o relatorio varreu outros arquivos: rele o periodo
       *>              antes de regravar a situacao
                       move ws-cal-ano     to fd-ca-ano
                       move ws-cal-periodo to fd-ca-periodo
                       read arqCalendario
                       if ws-fs-arqCalendario <> 00 then
                           move 23                                to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCalendario " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       accept ws-data-sistema from date yyyymmdd
                       move "F"                to fd-ca-situacao
                       move ws-data-sistema    to fd-ca-data-situacao
                       move ws-operador-logado to fd-ca-operador
                       move spaces             to fd-ca-justificativa
                       rewrite fd-registro-calendario
                       if ws-fs-arqCalendario <> 00 then
                           move 23                                   to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCalendario " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

       *>              o evento nao e de aluno: o codigo vai zerado no log
       *>              e o ano/periodo (AAAA/P) precede a descricao
                       move ws-cal-ano     to ws-cr-ano
                       move ws-cal-periodo to ws-cr-periodo
                       move fd-cod         to ws-cal-cod-salvo
                       move 0              to fd-cod

                       move "FBI"  to ws-log-operacao
                       move spaces to ws-log-aluno-antigo
                       string ws-cal-referencia " " ws-cal-desc-periodo
                           delimited by size
                           into ws-log-aluno-antigo
                       move "Fechado" to ws-log-aluno-novo
                       perform grava-log-alunos

                       move ws-cal-cod-salvo to fd-cod

                       display ws-cal-desc-periodo " de " ws-cal-ano
                               " fechado com sucesso!"
                   else
                       display "Fechamento cancelado."
                   end-if
               end-if
           end-if

           .
       fechar-periodo-letivo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Relatorio das pendencias de nota do periodo a fechar
      *>-----------------------------------------------------------
       relatorio-pendencias section.

       *>  bimestre: aluno ativo x disciplina do mestre sem nota lancada;
       *>  recuperacao final: aluno na faixa de exame sem o exame lancado
           move "relPendencias.txt" to ws-nome-relatorio
           move ws-cal-periodo      to ws-tp-periodo
           move ws-cal-ano          to ws-tp-ano
           move ws-tit-pendencias   to ws-titulo-relatorio
           move "CODIGO  ALUNO                      TURMA       DISCIPLINA"
             to ws-colunas-relatorio
           perform abre-relatorio

           move 0 to ws-qtd-pendencias

           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if ws-fs-arqCadAluno = 0 then
               move "N" to ws-fim-leitura

               perform until ws-fim-arqCadAluno

                   read arqCadAluno next record
                   if ws-fs-arqCadAluno = 10 then
                       move "S" to ws-fim-leitura
                   else
                       if ws-fs-arqCadAluno <> 0 then
                           move 23                              to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if fd-aluno-ativo then
                               if ws-cal-periodo = 5 then
                                   perform pendencia-exame-aluno
                               else
                                   perform pendencias-notas-aluno
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           move spaces            to ws-linha-relatorio
           perform grava-linha-relatorio
           move ws-qtd-pendencias to ws-pd-total
           move ws-lin-pend-total to ws-linha-relatorio
           perform grava-linha-relatorio

           perform fecha-relatorio

           .
       relatorio-pendencias-exit.
           exit.

      *>-----------------------------------------------------------
      *> Disciplinas sem nota do aluno corrente no bimestre a fechar
      *>-----------------------------------------------------------
       pendencias-notas-aluno section.

           move low-values to fd-di-codigo
           start arqDisciplinas key is >= fd-di-codigo
           if ws-fs-arqDisciplinas = 0 then
               move "N" to ws-fim-leitura-disc

               perform until ws-fim-arqDisciplinas

                   read arqDisciplinas next record
                   if ws-fs-arqDisciplinas = 10 then
                       move "S" to ws-fim-leitura-disc
                   else
                       if ws-fs-arqDisciplinas <> 0 then
                           move 23                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           move fd-cod         to fd-nd-cod
                           move fd-di-codigo   to fd-nd-disciplina
                           move ws-cal-periodo to fd-nd-bimestre
                           read arqNotasDisc
                           if ws-fs-arqNotasDisc = 23 then
                               move fd-di-codigo    to ws-pd-disciplina
                               move fd-di-descricao to ws-pd-descricao
                               perform grava-pendencia
                           else
                               if ws-fs-arqNotasDisc <> 00 then
                                   move 23                               to ws-msn-erro-ofsset
                                   move ws-fs-arqNotasDisc               to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqNotasDisc " to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       pendencias-notas-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *> Aluno corrente na faixa de recuperacao sem exame lancado
      *>-----------------------------------------------------------
       pendencia-exame-aluno section.

       *>  mesmo criterio de quem e chamado pelo lancamento do exame
           perform calcula-media-anual
           perform calcula-frequencia
           if  ws-media-aluno >= ws-recup-faixa-min
           and ws-media-aluno <  ws-nota-corte
           and ws-perc-frequencia >= ws-freq-minima
           and fd-sem-situacao-final then
               move "REC"                        to ws-pd-disciplina
               move "Exame final nao lancado"    to ws-pd-descricao
               perform grava-pendencia
           end-if

           .
       pendencia-exame-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime uma linha de pendencia do aluno corrente
      *>-----------------------------------------------------------
       grava-pendencia section.

           add 1 to ws-qtd-pendencias

           move fd-cod           to ws-pd-cod
           move fd-aluno         to ws-pd-aluno
           move fd-turma         to ws-pd-turma
           move ws-lin-pendencia to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       grava-pendencia-exit.
           exit.

      *>-----------------------------------------------------------
      *> Reabre um periodo fechado (so administrador, com justificativa)
      *>-----------------------------------------------------------
       reabrir-periodo-letivo section.

           perform informa-periodo-letivo

           move ws-cal-ano     to fd-ca-ano
           move ws-cal-periodo to fd-ca-periodo
           read arqCalendario
           if ws-fs-arqCalendario <> 00 then
               if ws-fs-arqCalendario = 23 then
                   display "Periodo nao cadastrado no calendario letivo."
               else
                   move 23                                to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if not fd-ca-fechado then
                   display ws-cal-desc-periodo " de " ws-cal-ano
                           " nao esta fechado."
               else
                   display "Justificativa da reabertura (obrigatoria): "
                   accept ws-cal-justificativa

                   if ws-cal-justificativa = spaces then
                       display "Reabertura cancelada: justificativa em branco."
                   else
                       accept ws-data-sistema from date yyyymmdd
                       move "A"                  to fd-ca-situacao
                       move ws-data-sistema      to fd-ca-data-situacao
                       move ws-operador-logado   to fd-ca-operador
                       move ws-cal-justificativa to fd-ca-justificativa
                       rewrite fd-registro-calendario
                       if ws-fs-arqCalendario <> 00 then
                           move 23                                   to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCalendario " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

       *>              o evento nao e de aluno: o codigo vai zerado no log;
       *>              o ano/periodo (AAAA/P) e a justificativa ocupam os
       *>              dois campos de nome, que guardam 43 dos 50 caracteres
       *>              (o texto completo fica no registro do calendario)
                       move ws-cal-ano     to ws-cr-ano
                       move ws-cal-periodo to ws-cr-periodo
                       move fd-cod         to ws-cal-cod-salvo
                       move 0              to fd-cod

                       move "RBI"  to ws-log-operacao
                       move spaces to ws-log-aluno-antigo
                       string ws-cal-referencia " " ws-cal-justificativa(1:18)
                           delimited by size
                           into ws-log-aluno-antigo
                       move ws-cal-justificativa(19:25) to ws-log-aluno-novo
                       perform grava-log-alunos

                       move ws-cal-cod-salvo to fd-cod

                       display ws-cal-desc-periodo " de " ws-cal-ano
                               " reaberto com sucesso!"
                   end-if
               end-if
           end-if

           .
       reabrir-periodo-letivo-exit.
           exit.

      *>-----------------------------------------------------------
      *> Confere se o periodo ws-cal-ano/ws-cal-periodo esta fechado
      *>-----------------------------------------------------------
       verifica-periodo-aberto section.

       *>  periodo sem registro no calendario nao bloqueia o lancamento
           move "N" to ws-sw-periodo-fechado

           move ws-cal-ano     to fd-ca-ano
           move ws-cal-periodo to fd-ca-periodo
           read arqCalendario
           if ws-fs-arqCalendario = 00 then
               if fd-ca-fechado then
                   move "S" to ws-sw-periodo-fechado
               end-if
           else
               if ws-fs-arqCalendario <> 23 then
                   move 23                                to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verifica-periodo-aberto-exit.
           exit.

      *>-----------------------------------------------------------
      *> NIS dos Beneficiarios do Bolsa Familia
      *>-----------------------------------------------------------
       manutencao-nis section.

       *> ------------- NIS dos Beneficiarios ------------------
       *>  o registro marca o aluno como beneficiario; o NIS pode ficar
       *>  em branco ate a familia apresentar o numero, e a critica da
       *>  exportacao aponta quem ainda esta sem ele

           perform until ws-fechar-programa

               display " "
               display "--------- NIS dos Beneficiarios do Bolsa Familia ---------"
               display "'I'ncluir, 'A'lterar, 'C'onsultar, 'E'xcluir ou 'L'istar? "
               accept ws-opcao-nis

               evaluate ws-opcao-nis
                   when = "i"
                     or = "I"
                       perform incluir-nis

                   when = "a"
                     or = "A"
                       perform alterar-nis

                   when = "c"
                     or = "C"
                       perform consultar-nis

                   when = "e"
                     or = "E"
                       if ws-perfil-admin then
                           perform excluir-nis
                       else
                           perform nega-acesso
                       end-if

                   when = "l"
                     or = "L"
                       perform listar-nis

                   when other
                       display "Insira uma opcao valida!"
               end-evaluate

               display " "
               display "Deseja continuar no cadastro de NIS? 'S'im ou 'N'ao: "
               accept ws-sair

           end-perform

           .
       manutencao-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Le e confere o NIS digitado (11 digitos ou em branco)
      *>-----------------------------------------------------------
       informa-nis section.

           move "N" to ws-sw-nis-valido
           perform until ws-nis-valido
               display "NIS (11 digitos, em branco se ainda nao informado): "
               accept ws-nis-inf
               if ws-nis-inf = spaces
               or ws-nis-inf is numeric then
                   move "S" to ws-sw-nis-valido
               else
                   display "NIS invalido! Informe os 11 digitos, sem pontos."
               end-if
           end-perform

           .
       informa-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Inclui um aluno beneficiario no cadastro de NIS
      *>-----------------------------------------------------------
       incluir-nis section.

           display " "
           display "Codigo do aluno: "
           accept ws-cod

           move ws-cod to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               if ws-fs-arqCadAluno = 23 then
                   display "Codigo de aluno inexistente."
               else
                   move 24                              to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if not fd-aluno-ativo then
                   display "Aluno inativo ou transferido. Nao e possivel incluir o NIS."
               else
                   display "Aluno: " fd-aluno

                   perform informa-nis

                   accept ws-data-sistema from date yyyymmdd
                   move ws-cod             to fd-ni-cod
                   move ws-nis-inf         to fd-ni-nis
                   move spaces             to fd-ni-motivo
                   move 0                  to fd-ni-motivo-ano
                   move 0                  to fd-ni-motivo-periodo
                   move ws-data-sistema    to fd-ni-data-atualiza
                   move ws-operador-logado to fd-ni-operador
                   write fd-registro-nis
                   if ws-fs-arqNisAluno = 00 then
                       display "Beneficiario cadastrado com sucesso!"

                       move "NIS"      to ws-log-operacao
                       move spaces     to ws-log-aluno-antigo
                       move ws-nis-inf to ws-log-aluno-novo
                       perform grava-log-alunos
                   else
                       if ws-fs-arqNisAluno = 22 then
                           display "Aluno ja cadastrado como beneficiario! Use a opcao 'A'lterar."
                       else
                           move 24                                 to ws-msn-erro-ofsset
                           move ws-fs-arqNisAluno                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqNisAluno " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if

           .
       incluir-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Altera o NIS e o motivo de baixa frequencia do periodo
      *>-----------------------------------------------------------
       alterar-nis section.

           display " "
           display "Codigo do aluno: "
           accept ws-cod

           move ws-cod to fd-ni-cod
           read arqNisAluno
           if ws-fs-arqNisAluno <> 00 then
               if ws-fs-arqNisAluno = 23 then
                   display "Aluno nao cadastrado como beneficiario."
               else
                   move 24                              to ws-msn-erro-ofsset
                   move ws-fs-arqNisAluno               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNisAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "NIS atual: " fd-ni-nis "  Motivo atual: " fd-ni-motivo
                       "  Periodo: " fd-ni-motivo-ano "/" fd-ni-motivo-periodo

       *>      o log guarda o NIS e o motivo (com ano/periodo) de antes e
       *>      de depois
               move spaces to ws-log-aluno-antigo
               string fd-ni-nis " Mot " fd-ni-motivo " "
                      fd-ni-motivo-ano "/" fd-ni-motivo-periodo
                      delimited by size
                 into ws-log-aluno-antigo

               perform informa-nis

       *>      o motivo vale para o aluno abaixo do minimo de frequencia
       *>      no periodo; em branco quando nao houver motivo a informar
       *>      o motivo so vale para o ano e o periodo do acompanhamento
       *>      (1 = fev/mar ... 5 = out/nov) em que foi informado
               display "Codigo do motivo de baixa frequencia (em branco se nao houver): "
               accept ws-nis-motivo-inf

               move "S" to ws-sw-nis-motivo-ok
               move 0   to ws-nis-motivo-ano
               move 0   to ws-nis-motivo-periodo
               if ws-nis-motivo-inf <> spaces then
                   if ws-nis-motivo-inf is not numeric then
                       move "N" to ws-sw-nis-motivo-ok
                       display "Motivo invalido! Informe o codigo numerico do motivo."
                   else
                       display "Ano do acompanhamento do motivo: "
                       accept ws-nis-motivo-ano
                       display "Periodo do acompanhamento (1 a 5): "
                       accept ws-nis-motivo-periodo
                       if ws-nis-motivo-ano = 0
                       or ws-nis-motivo-periodo < 1
                       or ws-nis-motivo-periodo > 5 then
                           move "N" to ws-sw-nis-motivo-ok
                           display "Ano ou periodo do motivo invalido!"
                       end-if
                   end-if
               end-if

               if not ws-nis-motivo-ok then
                   display "Alteracao cancelada."
               else
                   accept ws-data-sistema from date yyyymmdd
                   move ws-nis-inf            to fd-ni-nis
                   move ws-nis-motivo-inf     to fd-ni-motivo
                   move ws-nis-motivo-ano     to fd-ni-motivo-ano
                   move ws-nis-motivo-periodo to fd-ni-motivo-periodo
                   move ws-data-sistema    to fd-ni-data-atualiza
                   move ws-operador-logado to fd-ni-operador
                   rewrite fd-registro-nis
                   if ws-fs-arqNisAluno = 00 then
                       display "Beneficiario alterado com sucesso!"

                       move ws-cod to fd-cod
                       move "NIS"  to ws-log-operacao
                       move spaces to ws-log-aluno-novo
                       string fd-ni-nis " Mot " fd-ni-motivo " "
                              fd-ni-motivo-ano "/" fd-ni-motivo-periodo
                              delimited by size
                         into ws-log-aluno-novo
                       perform grava-log-alunos
                   else
                       move 24                                 to ws-msn-erro-ofsset
                       move ws-fs-arqNisAluno                  to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqNisAluno " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       alterar-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Consulta o NIS de um aluno beneficiario
      *>-----------------------------------------------------------
       consultar-nis section.

           display " "
           display "Codigo do aluno: "
           accept ws-cod

           move ws-cod to fd-ni-cod
           read arqNisAluno
           if ws-fs-arqNisAluno <> 00 then
               if ws-fs-arqNisAluno = 23 then
                   display "Aluno nao cadastrado como beneficiario."
               else
                   move 24                              to ws-msn-erro-ofsset
                   move ws-fs-arqNisAluno               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNisAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move ws-cod to fd-cod
               read arqCadAluno
               if ws-fs-arqCadAluno <> 00 then
                   move spaces to fd-aluno
               end-if

               display " "
               display "Codigo     : " fd-ni-cod "  Aluno: " fd-aluno
               display "NIS        : " fd-ni-nis
               display "Motivo     : " fd-ni-motivo
                       "  Periodo: " fd-ni-motivo-ano "/" fd-ni-motivo-periodo
               display "Atualizado : " fd-ni-data-atualiza " por " fd-ni-operador
           end-if

           .
       consultar-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Exclui um aluno do cadastro de beneficiarios
      *>-----------------------------------------------------------
       excluir-nis section.

           display " "
           display "Codigo do aluno: "
           accept ws-cod

           move ws-cod to fd-ni-cod
           read arqNisAluno
           if ws-fs-arqNisAluno <> 00 then
               if ws-fs-arqNisAluno = 23 then
                   display "Aluno nao cadastrado como beneficiario."
               else
                   move 24                              to ws-msn-erro-ofsset
                   move ws-fs-arqNisAluno               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNisAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "NIS: " fd-ni-nis
               display "Confirma a exclusao deste beneficiario? 'S'im ou 'N'ao: "
               accept ws-confirma

               if ws-confirma-sim then
                   move fd-ni-nis to ws-log-aluno-antigo
                   delete arqNisAluno record
                   if ws-fs-arqNisAluno = 00 then
                       display "Beneficiario excluido com sucesso!"

                       move ws-cod to fd-cod
                       move "NIS"  to ws-log-operacao
                       move spaces to ws-log-aluno-novo
                       perform grava-log-alunos
                   else
                       move 24                                 to ws-msn-erro-ofsset
                       move ws-fs-arqNisAluno                  to ws-msn-erro-cod
                       move "Erro ao apagar arq. arqNisAluno " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   display "Exclusao cancelada."
               end-if
           end-if

           .
       excluir-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Lista os alunos beneficiarios com o NIS e o motivo
      *>-----------------------------------------------------------
       listar-nis section.

           move low-values to fd-ni-cod
           start arqNisAluno key is >= fd-ni-cod
           if ws-fs-arqNisAluno <> 0 then
               display " "
               display "Nenhum beneficiario cadastrado."
           else
               move "N" to ws-fim-leitura-nis

               display " "
               display "------------ Beneficiarios do Bolsa Familia ------------"

               perform until ws-fim-arqNisAluno

                   read arqNisAluno next record
                   if ws-fs-arqNisAluno = 10 then
                       move "S" to ws-fim-leitura-nis
                   else
                       if ws-fs-arqNisAluno <> 0 then
                           move 24                              to ws-msn-erro-ofsset
                           move ws-fs-arqNisAluno               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqNisAluno " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           move fd-ni-cod to fd-cod
                           read arqCadAluno
                           if ws-fs-arqCadAluno <> 00 then
                               move spaces to fd-aluno
                           end-if
                           display fd-ni-cod " " fd-aluno
                                   " NIS: " fd-ni-nis
                                   " Mot: " fd-ni-motivo
                                   " " fd-ni-motivo-ano "/" fd-ni-motivo-periodo
                       end-if
                   end-if

               end-perform

               display "--------------------------------------------------------"
           end-if

           .
       listar-nis-exit.
           exit.

      *>-----------------------------------------------------------
      *> Dependencias (progressao parcial) dos alunos promovidos
      *>-----------------------------------------------------------
       menu-dependencias section.

       *> ------------- Dependencias ------------------
       *>  as dependencias sao gravadas pelo fechamento do ano letivo e
       *>  as notas delas entram pelo lancamento de notas ('CN')

           perform until ws-fechar-programa

               display " "
               display "--------- Dependencias (progressao parcial) ---------"
               display "'C'onsultar as dependencias de um aluno ou 'R'elatorio das"
               display "dependencias em aberto por disciplina? "
               accept ws-opcao-dependencia

               evaluate ws-opcao-dependencia
                   when = "c"
                     or = "C"
                       display " "
                       display "Codigo do aluno: "
                       accept ws-cod
                       perform exibe-dependencias-aluno
                       if ws-qtd-dep-aluno = 0 then
                           display "Nenhuma dependencia para este aluno."
                       end-if

                   when = "r"
                     or = "R"
                       perform relatorio-dependencias

                   when other
                       display "Insira uma opcao valida!"
               end-evaluate

               display " "
               display "Deseja continuar nas dependencias? 'S'im ou 'N'ao: "
               accept ws-sair

           end-perform

           .
       menu-dependencias-exit.
           exit.

      *>-----------------------------------------------------------
      *> Relatorio das dependencias em aberto por disciplina (sort)
      *>-----------------------------------------------------------
       relatorio-dependencias section.

       *>  a coordenacao monta as turmas de reforco a partir dele: uma
       *>  quebra por disciplina, com os alunos ordenados por turma atual
           move "relDependencias.txt"            to ws-nome-relatorio
           move "Dependencias em Aberto por Disciplina" to ws-titulo-relatorio
           move "  COD     ALUNO                      TURMA ATUAL ANO ORIG MEDIA"
             to ws-colunas-relatorio
           perform abre-relatorio

           move 0 to ws-total-dependencias

           sort arqOrdenaDep on ascending key sd-dp-disciplina
                                              sd-dp-turma
                                              sd-dp-aluno
               input procedure extrai-dependencias
               output procedure imprime-relatorio-dependencias

       *>  rodape de totais do arquivo de impressao
           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Total em aberto    : " to ws-tot-rotulo
           move ws-total-dependencias   to ws-tot-valor
           move ws-lin-total            to ws-linha-relatorio
           perform grava-linha-relatorio

           perform fecha-relatorio

           .
       relatorio-dependencias-exit.
           exit.

      *>-----------------------------------------------------------
      *> Extrai as dependencias pendentes de alunos ativos para o sort
      *>-----------------------------------------------------------
       extrai-dependencias section.

           move low-values to fd-dp-chave
           start arqDependencia key is >= fd-dp-chave
           if ws-fs-arqDependencia = 00 then
               move "N" to ws-fim-leitura-dep

               perform until ws-fim-arqDependencia

                   read arqDependencia next record
                   if ws-fs-arqDependencia = 10 then
                       move "S" to ws-fim-leitura-dep
                   else
                       if ws-fs-arqDependencia <> 0 then
                           move 25                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if fd-dp-pendente then
       *>                      aluno que saiu da escola nao entra no reforco
                               move fd-dp-cod to fd-cod
                               read arqCadAluno
                               if  ws-fs-arqCadAluno = 00
                               and fd-aluno-ativo then
                                   move fd-dp-disciplina   to sd-dp-disciplina
                                   move fd-turma           to sd-dp-turma
                                   move fd-aluno           to sd-dp-aluno
                                   move fd-dp-cod          to sd-dp-cod
                                   move fd-dp-ano-origem   to sd-dp-ano-origem
                                   move fd-dp-media-origem to sd-dp-media-origem
                                   release sd-registro-dep
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       extrai-dependencias-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime as dependencias, com quebra de controle por disciplina
      *>-----------------------------------------------------------
       imprime-relatorio-dependencias section.

           move spaces to ws-dep-disciplina-corrente
           move 0      to ws-qtd-dep-disciplina
           move "N"    to ws-fim-leitura-dep

           display " "
           display "------------ Dependencias em Aberto ------------"

           perform until ws-fim-arqDependencia

               return arqOrdenaDep
                   at end
                       move "S" to ws-fim-leitura-dep
               end-return

               if not ws-fim-arqDependencia then
                   if sd-dp-disciplina <> ws-dep-disciplina-corrente then
                       if ws-dep-disciplina-corrente <> spaces then
                           perform imprime-quebra-dependencia
                       end-if
                       move sd-dp-disciplina to ws-dep-disciplina-corrente
                       move 0                to ws-qtd-dep-disciplina
                       perform imprime-cabecalho-dependencia
                   end-if

                   move sd-dp-cod          to ws-dl-cod
                   move sd-dp-aluno        to ws-dl-aluno
                   move sd-dp-turma        to ws-dl-turma
                   move sd-dp-ano-origem   to ws-dl-ano
                   move sd-dp-media-origem to ws-dl-media
                   move ws-lin-dependencia to ws-linha-relatorio
                   perform grava-linha-relatorio

                   display "  " sd-dp-cod " " sd-dp-aluno " " sd-dp-turma
                           " " sd-dp-ano-origem

                   add 1 to ws-qtd-dep-disciplina
                   add 1 to ws-total-dependencias
               end-if

           end-perform

           if ws-dep-disciplina-corrente <> spaces then
               perform imprime-quebra-dependencia
           else
               display "Nenhuma dependencia em aberto."
           end-if

           display "------------------------------------------------"

           .
       imprime-relatorio-dependencias-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime o cabecalho de uma disciplina (quebra de controle)
      *>-----------------------------------------------------------
       imprime-cabecalho-dependencia section.

       *>  disciplina fora do mestre sai so com o codigo
           move ws-dep-disciplina-corrente to fd-di-codigo
           read arqDisciplinas
           if ws-fs-arqDisciplinas <> 00 then
               move spaces to fd-di-descricao
           end-if

           display "Disciplina: " ws-dep-disciplina-corrente " - " fd-di-descricao

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           move ws-dep-disciplina-corrente to ws-dc-disciplina
           move fd-di-descricao            to ws-dc-descricao
           move ws-lin-dep-cab             to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-cabecalho-dependencia-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime o subtotal de uma disciplina (quebra de controle)
      *>-----------------------------------------------------------
       imprime-quebra-dependencia section.

           display "  Alunos: " ws-qtd-dep-disciplina

           move ws-qtd-dep-disciplina to ws-dq-qtd
           move ws-lin-dep-tot        to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-quebra-dependencia-exit.
           exit.

      *>-----------------------------------------------------------
      *> Declaracoes Escolares Numeradas (emissao e autenticidade)
      *>-----------------------------------------------------------
       menu-declaracoes section.

       *> ------------- Declaracoes Escolares ------------------

           perform until ws-fechar-programa

               display " "
               display "--------- Declaracoes Escolares ---------"
               display "'E'mitir declaracao ou 'C'onsultar autenticidade pelo numero? "
               accept ws-opcao-declaracao

               evaluate ws-opcao-declaracao
                   when = "e"
                     or = "E"
       *>              a emissao grava o registro do documento; exige o
       *>              perfil de digitacao ou de administrador
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform emite-declaracao
                       end-if

                   when = "c"
                     or = "C"
                       perform consulta-autenticidade

                   when other
                       display "Insira uma opcao valida!"
               end-evaluate

               display " "
               display "Deseja continuar nas declaracoes? 'S'im ou 'N'ao: "
               accept ws-sair

           end-perform

           .
       menu-declaracoes-exit.
           exit.

      *>-----------------------------------------------------------
      *> Confere o aluno, numera e imprime uma declaracao
      *>-----------------------------------------------------------
       emite-declaracao section.

           display " "
           display "Tipo: 'M'atricula, 'F'requencia ou 'C'onclusao: "
           accept ws-tipo-declaracao

           if not ws-decl-matricula
           and not ws-decl-frequencia
           and not ws-decl-conclusao then
               display "Tipo de declaracao invalido!"
           else
               display "Codigo do aluno: "
               accept ws-cod

               move ws-cod to fd-cod
               read arqCadAluno
               if ws-fs-arqCadAluno <> 00 then
                   if ws-fs-arqCadAluno = 23 then
                       display "Codigo de aluno inexistente."
                   else
                       move 26                              to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   display "Aluno: " fd-aluno "  Turma: " fd-turma

                   perform confere-declaracao

                   if ws-decl-liberada then
                       display "Finalidade ou a quem se destina (em branco = para os devidos fins): "
                       accept ws-decl-finalidade

                       perform registra-declaracao
                       perform imprime-declaracao

                       display "Declaracao numero " ws-decl-numero " emitida."
                   end-if
               end-if
           end-if

           .
       emite-declaracao-exit.
           exit.

      *>-----------------------------------------------------------
      *> Confere se a declaracao pode ser emitida para o aluno
      *>-----------------------------------------------------------
       confere-declaracao section.

           move "S" to ws-sw-decl-liberada
           accept ws-data-sistema from date yyyymmdd
           move ws-dt-ano to ws-decl-ano

       *>  a turma vem do mestre de turmas, com a descricao e o ano letivo
           move fd-turma to fd-tu-codigo
           read arqTurmas
           if ws-fs-arqTurmas = 00 then
               move fd-tu-ano-letivo to ws-decl-ano
           else
               if ws-fs-arqTurmas = 23 then
                   move spaces to fd-tu-descricao
               else
                   move 26                             to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           evaluate true
       *>      matricula so e declarada para quem esta cursando
               when ws-decl-matricula
                   if not fd-aluno-ativo then
                       display "Aluno inativo ou transferido. Declaracao de matricula nao emitida."
                       move "N" to ws-sw-decl-liberada
                   end-if

               when ws-decl-frequencia
                   move fd-cod to fd-fq-cod
                   read arqFrequencia
                   if ws-fs-arqFrequencia <> 00
                   or fd-fq-aulas-dadas = 0 then
                       display "Nao ha frequencia lancada para o aluno no ano letivo."
                       move "N" to ws-sw-decl-liberada
                   else
                       perform calcula-frequencia
                   end-if

       *>      conclusao vem do historico gravado pelo fechamento do ano
               when ws-decl-conclusao
                   display "Ano letivo concluido (AAAA): "
                   accept ws-decl-ano

                   move fd-cod      to fd-hi-cod
                   move ws-decl-ano to fd-hi-ano
                   read arqHistorico
                   if ws-fs-arqHistorico <> 00 then
                       if ws-fs-arqHistorico = 23 then
                           display "Ano " ws-decl-ano " nao consta no historico escolar do aluno."
                           move "N" to ws-sw-decl-liberada
                       else
                           move 26                               to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistorico " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       evaluate fd-hi-situacao
                           when "Aprovado"
                           when "Aprov.Exame"
                           when "Aprov.Cons."
                           when "Aprov.Dep."
                               continue
                           when other
                               display "Situacao final em " ws-decl-ano ": " fd-hi-situacao
                               display "Aluno nao aprovado. Declaracao de conclusao nao emitida."
                               move "N" to ws-sw-decl-liberada
                       end-evaluate
                   end-if
           end-evaluate

           .
       confere-declaracao-exit.
           exit.

      *>-----------------------------------------------------------
      *> Da o numero de controle e grava o documento emitido
      *>-----------------------------------------------------------
       registra-declaracao section.

       *>  o numero novo e o seguinte ao ultimo ja emitido; se outro
       *>  terminal gravar o mesmo numero antes, busca o proximo de novo
           move "N" to ws-sw-decl-gravada
           perform until ws-decl-gravada

               move 0 to ws-decl-numero

               move 0 to fd-de-numero
               start arqDocEmitidos key is >= fd-de-numero
               if ws-fs-arqDocEmitidos = 00 then
                   move "N" to ws-fim-leitura-de

                   perform until ws-fim-arqDocEmitidos

                       read arqDocEmitidos next record
                       if ws-fs-arqDocEmitidos = 10 then
                           move "S" to ws-fim-leitura-de
                       else
                           if ws-fs-arqDocEmitidos <> 0 then
                               move 26                                  to ws-msn-erro-ofsset
                               move ws-fs-arqDocEmitidos                to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDocEmitidos "  to ws-msn-erro-text
                               perform finaliza-anormal
                           else
                               move fd-de-numero to ws-decl-numero
                           end-if
                       end-if

                   end-perform
               end-if

               add 1 to ws-decl-numero

               accept ws-log-data from date yyyymmdd

               move ws-decl-numero     to fd-de-numero
               move ws-tipo-declaracao to fd-de-tipo
               move function upper-case(fd-de-tipo) to fd-de-tipo
               move fd-cod             to fd-de-cod
               move fd-aluno           to fd-de-aluno
               move ws-decl-ano        to fd-de-ano
               move ws-log-data        to fd-de-data
               move ws-operador-logado to fd-de-operador
               move ws-decl-finalidade to fd-de-finalidade

               write fd-registro-documento
               if ws-fs-arqDocEmitidos = 00 then
                   move "S" to ws-sw-decl-gravada
               else
                   if ws-fs-arqDocEmitidos <> 22 then
                       move 26                                  to ws-msn-erro-ofsset
                       move ws-fs-arqDocEmitidos                to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqDocEmitidos " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       registra-declaracao-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime a declaracao registrada no arquivo de impressao
      *>-----------------------------------------------------------
       imprime-declaracao section.

           perform monta-tipo-declaracao

           move "declaracao.txt"   to ws-nome-relatorio
           move ws-decl-tipo-desc  to ws-titulo-relatorio
           move spaces             to ws-colunas-relatorio
           perform abre-relatorio

           move ws-decl-numero      to ws-dn-numero
           move ws-lin-decl-numero  to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  os nomes sao cortados no primeiro espaco duplo, para o texto
       *>  da declaracao correr sem os brancos do fim de cada campo
           move spaces to ws-linha-relatorio
           string "Declaramos, para os devidos fins, que " delimited by size
                  fd-aluno delimited by "  "
                  "," delimited by size
                  into ws-linha-relatorio
           end-string
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           string "codigo " delimited by size
                  fd-cod delimited by size
                  ", filho(a) de " delimited by size
                  fd-mae delimited by "  "
                  "," delimited by size
                  into ws-linha-relatorio
           end-string
           perform grava-linha-relatorio

           evaluate true
               when ws-decl-matricula
                   move spaces to ws-linha-relatorio
                   string "esta regularmente matriculado(a) nesta escola no ano letivo "
                              delimited by size
                          ws-decl-ano delimited by size
                          "," delimited by size
                          into ws-linha-relatorio
                   end-string
                   perform grava-linha-relatorio

                   move spaces to ws-linha-relatorio
                   string "na turma " delimited by size
                          fd-turma delimited by space
                          " - " delimited by size
                          fd-tu-descricao delimited by "  "
                          "." delimited by size
                          into ws-linha-relatorio
                   end-string
                   perform grava-linha-relatorio

               when ws-decl-frequencia
                   move ws-perc-frequencia to ws-decl-freq-edit
                   move fd-fq-aulas-dadas  to ws-decl-aulas-edit
                   move fd-fq-faltas       to ws-decl-faltas-edit

                   move spaces to ws-linha-relatorio
                   if fd-aluno-ativo then
                       string "matriculado(a) nesta escola na turma " delimited by size
                              fd-turma delimited by space
                              " no ano letivo " delimited by size
                              ws-decl-ano delimited by size
                              "," delimited by size
                              into ws-linha-relatorio
                       end-string
                   else
                       string "que esteve matriculado(a) nesta escola na turma " delimited by size
                              fd-turma delimited by space
                              " no ano letivo " delimited by size
                              ws-decl-ano delimited by size
                              "," delimited by size
                              into ws-linha-relatorio
                       end-string
                   end-if
                   perform grava-linha-relatorio

                   move spaces to ws-linha-relatorio
                   string "tem frequencia de " delimited by size
                          ws-decl-freq-edit delimited by size
                          "%, com " delimited by size
                          ws-decl-aulas-edit delimited by size
                          " aulas dadas e " delimited by size
                          ws-decl-faltas-edit delimited by size
                          " faltas ate esta data." delimited by size
                          into ws-linha-relatorio
                   end-string
                   perform grava-linha-relatorio

               when ws-decl-conclusao
                   move fd-hi-media-anual to ws-decl-media-edit
                   move fd-hi-frequencia  to ws-decl-freq-edit

                   move spaces to ws-linha-relatorio
                   string "concluiu nesta escola o ano letivo " delimited by size
                          ws-decl-ano delimited by size
                          " na turma " delimited by size
                          fd-hi-turma delimited by space
                          "," delimited by size
                          into ws-linha-relatorio
                   end-string
                   perform grava-linha-relatorio

                   move spaces to ws-linha-relatorio
                   string "com media anual " delimited by size
                          ws-decl-media-edit delimited by size
                          ", frequencia de " delimited by size
                          ws-decl-freq-edit delimited by size
                          "% e situacao final " delimited by size
                          fd-hi-situacao delimited by "  "
                          "." delimited by size
                          into ws-linha-relatorio
                   end-string
                   perform grava-linha-relatorio

                   if fd-hi-situacao = "Aprov.Dep." then
                       move "Promovido(a) com progressao parcial (dependencia) em disciplina(s)."
                         to ws-linha-relatorio
                       perform grava-linha-relatorio
                   end-if
           end-evaluate

           if ws-decl-finalidade <> spaces then
               move spaces to ws-linha-relatorio
               perform grava-linha-relatorio
               move spaces to ws-linha-relatorio
               string "Esta declaracao destina-se a: " delimited by size
                      ws-decl-finalidade delimited by "  "
                      "." delimited by size
                      into ws-linha-relatorio
               end-string
               perform grava-linha-relatorio
           end-if

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  data de expedicao e assinaturas, como na guia de transferencia
           move ws-dt-dia         to ws-gt-dia
           move ws-dt-mes         to ws-gt-mes
           move ws-dt-ano         to ws-gt-ano
           move ws-lin-guia-data  to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Diretor(a): ______________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio
           move "Secretario(a): ___________________________"
             to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio
           move "A autenticidade desta declaracao pode ser confirmada na secretaria"
             to ws-linha-relatorio
           perform grava-linha-relatorio
           move "da escola pelo numero de controle informado acima."
             to ws-linha-relatorio
           perform grava-linha-relatorio

           perform fecha-relatorio

           .
       imprime-declaracao-exit.
           exit.

      *>-----------------------------------------------------------
      *> Confere a autenticidade de uma declaracao pelo numero
      *>-----------------------------------------------------------
       consulta-autenticidade section.

           display " "
           display "Numero de controle da declaracao: "
           accept ws-decl-numero

           move ws-decl-numero to fd-de-numero
           read arqDocEmitidos
           if ws-fs-arqDocEmitidos <> 00 then
               if ws-fs-arqDocEmitidos = 23 then
                   display "Numero " ws-decl-numero " nao encontrado."
                   display "A declaracao NAO foi emitida por esta escola."
               else
                   move 26                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDocEmitidos               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDocEmitidos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move fd-de-tipo to ws-tipo-declaracao
               perform monta-tipo-declaracao

               display " "
               display "Declaracao AUTENTICA, emitida por esta escola."
               display "Numero     : " fd-de-numero
               display "Tipo       : " ws-decl-tipo-desc
               display "Aluno      : " fd-de-cod " " fd-de-aluno
               display "Ano letivo : " fd-de-ano
               display "Emitida em : " fd-de-data(7:2) "/"
                                       fd-de-data(5:2) "/"
                                       fd-de-data(1:4)
                       " por " fd-de-operador
               if fd-de-finalidade <> spaces then
                   display "Finalidade : " fd-de-finalidade
               end-if
           end-if

           .
       consulta-autenticidade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Descricao do tipo de declaracao corrente
      *>-----------------------------------------------------------
       monta-tipo-declaracao section.

           evaluate true
               when ws-decl-matricula
                   move "Declaracao de Matricula"  to ws-decl-tipo-desc
               when ws-decl-frequencia
                   move "Declaracao de Frequencia" to ws-decl-tipo-desc
               when ws-decl-conclusao
                   move "Declaracao de Conclusao"  to ws-decl-tipo-desc
               when other
                   move "Declaracao"               to ws-decl-tipo-desc
           end-evaluate

           .
       monta-tipo-declaracao-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grade Horaria das Turmas (manutencao e impressao)
      *>-----------------------------------------------------------
       manutencao-grade section.

       *> ------------- Grade Horaria ------------------

           perform until ws-fechar-programa

               display " "
               display "--------- Grade Horaria das Turmas ---------"
               display "'I'ncluir, 'A'lterar ou 'E'xcluir aula, imprimir por 'T'urma ou 'P'rofessor,"
               display "ou 'R'esumo da carga horaria por disciplina? "
               accept ws-opcao-grade

               evaluate ws-opcao-grade
       *>          a manutencao da grade exige o perfil de digitacao ou
       *>          de administrador; as impressoes sao livres
                   when = "i"
                     or = "I"
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform incluir-grade
                       end-if

                   when = "a"
                     or = "A"
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform alterar-grade
                       end-if

                   when = "e"
                     or = "E"
                       if ws-perfil-consulta then
                           perform nega-acesso
                       else
                           perform excluir-grade
                       end-if

                   when = "t"
                     or = "T"
                       perform relatorio-grade-turma

                   when = "p"
                     or = "P"
                       perform relatorio-grade-professor

                   when = "r"
                     or = "R"
                       perform relatorio-carga-horaria

                   when other
                       display "Insira uma opcao valida!"
               end-evaluate

               display " "
               display "Deseja continuar na grade horaria? 'S'im ou 'N'ao: "
               accept ws-sair

           end-perform

           .
       manutencao-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Le a turma, o dia da semana e a aula de um horario da grade
      *>-----------------------------------------------------------
       informa-horario-grade section.

           move "N" to ws-sw-gh-horario-ok

           display " "
           display "Turma: "
           accept ws-gh-turma
           move function upper-case(ws-gh-turma) to ws-gh-turma

           move ws-gh-turma to fd-tu-codigo
           read arqTurmas
           if ws-fs-arqTurmas = 23 then
               display "Turma inexistente no mestre de turmas."
               display "Cadastre a turma pela opcao 'MTU' do menu."
           else
               if ws-fs-arqTurmas <> 00 then
                   move 27                              to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "   to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Turma: " fd-tu-descricao

                   display "Dia da semana (2-segunda, 3-terca, 4-quarta, 5-quinta, 6-sexta, 7-sabado): "
                   accept ws-gh-dia

                   display "Aula do turno (1 a 9): "
                   accept ws-gh-aula

                   if not ws-gh-dia-valido then
                       display "Dia da semana invalido!"
                   else
                       if not ws-gh-aula-valida then
                           display "Aula invalida!"
                       else
                           move "S" to ws-sw-gh-horario-ok
                       end-if
                   end-if
               end-if
           end-if

           .
       informa-horario-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Le a disciplina e o professor de uma aula e confere o choque
      *>-----------------------------------------------------------
       informa-aula-grade section.

           move "N" to ws-sw-gh-horario-ok

           display "Disciplina: "
           accept ws-gh-disciplina
           move function upper-case(ws-gh-disciplina) to ws-gh-disciplina

           move ws-gh-disciplina to fd-di-codigo
           read arqDisciplinas
           if ws-fs-arqDisciplinas = 23 then
               display "Disciplina inexistente no mestre de disciplinas."
               display "Cadastre a disciplina pela opcao 'MDI' do menu."
           else
               if ws-fs-arqDisciplinas <> 00 then
                   move 15                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Disciplina: " fd-di-descricao

       *>          o professor responsavel pela disciplina e o sugerido;
       *>          em branco mantem a sugestao
                   display "Professor responsavel: " fd-di-professor
                   display "Professor desta aula (em branco mantem o responsavel): "
                   move spaces to ws-gh-professor
                   accept ws-gh-professor
                   if ws-gh-professor = spaces then
                       move fd-di-professor to ws-gh-professor
                   end-if
                   move function upper-case(ws-gh-professor) to ws-gh-professor

                   if ws-gh-professor = spaces then
                       display "Professor nao informado!"
                   else
                       perform verifica-choque-professor
                       if ws-gh-choque then
                           display "Choque de horario: o professor ja tem aula na turma "
                                   ws-gh-turma-choque " neste dia e aula!"
                       else
                           move "S" to ws-sw-gh-horario-ok
                       end-if
                   end-if
               end-if
           end-if

           .
       informa-aula-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Procura o professor no mesmo dia e aula em outra turma
      *>-----------------------------------------------------------
       verifica-choque-professor section.

       *>  a chave comeca pela turma, entao a grade inteira e varrida
           move "N"    to ws-sw-gh-choque
           move spaces to ws-gh-turma-choque

           move low-values to fd-gh-chave
           start arqGradeHoraria key is >= fd-gh-chave
           if ws-fs-arqGradeHoraria = 00 then
               move "N" to ws-fim-leitura-gh

               perform until ws-fim-arqGradeHoraria
                          or ws-gh-choque

                   read arqGradeHoraria next record
                   if ws-fs-arqGradeHoraria = 10 then
                       move "S" to ws-fim-leitura-gh
                   else
                       if ws-fs-arqGradeHoraria <> 0 then
                           move 27                                  to ws-msn-erro-ofsset
                           move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if  fd-gh-dia       =  ws-gh-dia
                           and fd-gh-aula      =  ws-gh-aula
                           and fd-gh-turma     <> ws-gh-turma
                           and fd-gh-professor =  ws-gh-professor then
                               move "S"         to ws-sw-gh-choque
                               move fd-gh-turma to ws-gh-turma-choque
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       verifica-choque-professor-exit.
           exit.

      *>-----------------------------------------------------------
      *> Monta o registro da grade com o horario e a aula informados
      *>-----------------------------------------------------------
       monta-registro-grade section.

           accept ws-data-sistema from date yyyymmdd

           move ws-gh-turma        to fd-gh-turma
           move ws-gh-dia          to fd-gh-dia
           move ws-gh-aula         to fd-gh-aula
           move ws-gh-disciplina   to fd-gh-disciplina
           move ws-gh-professor    to fd-gh-professor
           move ws-data-sistema    to fd-gh-data
           move ws-operador-logado to fd-gh-operador

           .
       monta-registro-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Inclui uma aula num horario vago da turma
      *>-----------------------------------------------------------
       incluir-grade section.

           perform informa-horario-grade

           if ws-gh-horario-ok then
               move ws-gh-turma to fd-gh-turma
               move ws-gh-dia   to fd-gh-dia
               move ws-gh-aula  to fd-gh-aula
               read arqGradeHoraria
               if ws-fs-arqGradeHoraria = 00 then
                   display "Horario ja ocupado na turma: " fd-gh-disciplina
                           " - " fd-gh-professor
                   display "Use a opcao 'A'lterar."
               else
                   if ws-fs-arqGradeHoraria <> 23 then
                       move 27                                  to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       perform informa-aula-grade

                       if ws-gh-horario-ok then
                           perform monta-registro-grade
                           write fd-registro-grade
                           if ws-fs-arqGradeHoraria = 00 then
                               display "Aula incluida na grade com sucesso!"
                           else
                               if ws-fs-arqGradeHoraria = 22 then
                                   display "Horario ja ocupado na turma! Use a opcao 'A'lterar."
                               else
                                   move 27                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqGradeHoraria                 to ws-msn-erro-cod
                                   move "Erro ao gravar arq. arqGradeHoraria " to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       incluir-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Troca a disciplina ou o professor de um horario da turma
      *>-----------------------------------------------------------
       alterar-grade section.

           perform informa-horario-grade

           if ws-gh-horario-ok then
               move ws-gh-turma to fd-gh-turma
               move ws-gh-dia   to fd-gh-dia
               move ws-gh-aula  to fd-gh-aula
               read arqGradeHoraria
               if ws-fs-arqGradeHoraria = 23 then
                   display "Horario vago na turma! Use a opcao 'I'ncluir."
               else
                   if ws-fs-arqGradeHoraria <> 00 then
                       move 27                                  to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Aula atual: " fd-gh-disciplina " - " fd-gh-professor

                       perform informa-aula-grade

                       if ws-gh-horario-ok then
                           perform monta-registro-grade
                           rewrite fd-registro-grade
                           if ws-fs-arqGradeHoraria = 00 then
                               display "Aula alterada com sucesso!"
                           else
                               move 27                                      to ws-msn-erro-ofsset
                               move ws-fs-arqGradeHoraria                   to ws-msn-erro-cod
                               move "Erro ao regravar arq. arqGradeHoraria " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       alterar-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Exclui a aula de um horario da turma
      *>-----------------------------------------------------------
       excluir-grade section.

           perform informa-horario-grade

           if ws-gh-horario-ok then
               move ws-gh-turma to fd-gh-turma
               move ws-gh-dia   to fd-gh-dia
               move ws-gh-aula  to fd-gh-aula
               read arqGradeHoraria
               if ws-fs-arqGradeHoraria = 23 then
                   display "Horario vago na turma!"
               else
                   if ws-fs-arqGradeHoraria <> 00 then
                       move 27                                  to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Aula: " fd-gh-disciplina " - " fd-gh-professor
                       display "Confirma a exclusao desta aula? 'S'im ou 'N'ao: "
                       accept ws-confirma

                       if ws-confirma-sim then
                           delete arqGradeHoraria record
                           if ws-fs-arqGradeHoraria = 00 then
                               display "Aula excluida da grade com sucesso!"
                           else
                               move 27                                    to ws-msn-erro-ofsset
                               move ws-fs-arqGradeHoraria                 to ws-msn-erro-cod
                               move "Erro ao apagar arq. arqGradeHoraria " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       excluir-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Limpa o quadro semanal de uma turma ou de um professor
      *>-----------------------------------------------------------
       limpa-quadro-grade section.

           move spaces to ws-tab-grade
           move 0      to ws-gh-qtd-aulas
           move 0      to ws-gh-maior-aula

           .
       limpa-quadro-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grava o quadro semanal, uma linha por aula do turno
      *>-----------------------------------------------------------
       imprime-quadro-grade section.

           move 1 to ws-gh-idx-aula
           perform until ws-gh-idx-aula > ws-gh-maior-aula

               move ws-gh-idx-aula to ws-lg-aula

               move 1 to ws-gh-idx-dia
               perform until ws-gh-idx-dia > 6
                   move ws-tg-celula (ws-gh-idx-aula ws-gh-idx-dia)
                     to ws-lg-texto (ws-gh-idx-dia)
                   add 1 to ws-gh-idx-dia
               end-perform

               move ws-lin-grade to ws-linha-relatorio
               perform grava-linha-relatorio

               add 1 to ws-gh-idx-aula
           end-perform

           move ws-gh-qtd-aulas  to ws-lgt-qtd
           move ws-lin-grade-tot to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       imprime-quadro-grade-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grade horaria por turma (uma turma ou todas)
      *>-----------------------------------------------------------
       relatorio-grade-turma section.

           display " "
           display "Turma (em branco para todas): "
           move spaces to ws-gh-filtro
           accept ws-gh-filtro
           move function upper-case(ws-gh-filtro) to ws-gh-filtro

           move low-values to fd-gh-chave
           if ws-gh-filtro <> spaces then
               move ws-gh-filtro to fd-gh-turma
           end-if
           start arqGradeHoraria key is >= fd-gh-chave
           if ws-fs-arqGradeHoraria <> 0 then
               display " "
               display "Nenhuma aula cadastrada na grade horaria."
           else
               move "relGradeTurma.txt"       to ws-nome-relatorio
               move "Grade Horaria por Turma" to ws-titulo-relatorio
               move ws-lin-grade-colunas      to ws-colunas-relatorio
               perform abre-relatorio

               move 0      to ws-gh-total-quadros
               move spaces to ws-gh-corrente
               perform limpa-quadro-grade

       *>      a grade vem na ordem da chave (turma, dia, aula); a quebra
       *>      e na troca de turma
               move "N" to ws-fim-leitura-gh
               perform until ws-fim-arqGradeHoraria

                   read arqGradeHoraria next record
                   if ws-fs-arqGradeHoraria = 10 then
                       move "S" to ws-fim-leitura-gh
                   else
                       if ws-fs-arqGradeHoraria <> 0 then
                           move 27                                  to ws-msn-erro-ofsset
                           move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if  ws-gh-filtro <> spaces
                           and fd-gh-turma  <> ws-gh-filtro then
                               move "S" to ws-fim-leitura-gh
                           else
                               if  fd-gh-turma    <> ws-gh-corrente
                               and ws-gh-corrente <> spaces then
                                   perform imprime-grade-turma
                                   perform limpa-quadro-grade
                               end-if

                               move fd-gh-turma to ws-gh-corrente
                               string fd-gh-disciplina " " fd-gh-professor
                                   delimited by size
                                   into ws-tg-celula (fd-gh-aula fd-gh-dia - 1)
                               add 1 to ws-gh-qtd-aulas
                               if fd-gh-aula > ws-gh-maior-aula then
                                   move fd-gh-aula to ws-gh-maior-aula
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform

               if ws-gh-corrente <> spaces then
                   perform imprime-grade-turma
               end-if

               move ws-linha-separa to ws-linha-relatorio
               perform grava-linha-relatorio

               move "Turmas impressas   : " to ws-tot-rotulo
               move ws-gh-total-quadros     to ws-tot-valor
               move ws-lin-total            to ws-linha-relatorio
               perform grava-linha-relatorio

               perform fecha-relatorio

               display "Turmas impressas: " ws-gh-total-quadros
           end-if

           .
       relatorio-grade-turma-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime o quadro semanal de uma turma (quebra de controle)
      *>-----------------------------------------------------------
       imprime-grade-turma section.

       *>  busca a descricao e o professor regente no mestre de turmas
           move ws-gh-corrente to fd-tu-codigo
           read arqTurmas
           if ws-fs-arqTurmas = 00 then
               move fd-tu-descricao to ws-tur-desc
               move fd-tu-professor to ws-tur-prof
           else
               move spaces to ws-tur-desc
               move spaces to ws-tur-prof
           end-if

           move ws-gh-corrente   to ws-tur-turma
           move ws-lin-turma-cab to ws-linha-relatorio
           perform grava-linha-relatorio

           perform imprime-quadro-grade

           add 1 to ws-gh-total-quadros

           .
       imprime-grade-turma-exit.
           exit.

      *>-----------------------------------------------------------
      *> Grade horaria por professor (ordenada via sort)
      *>-----------------------------------------------------------
       relatorio-grade-professor section.

           display " "
           display "Professor (em branco para todos): "
           move spaces to ws-gh-filtro
           accept ws-gh-filtro
           move function upper-case(ws-gh-filtro) to ws-gh-filtro

           move low-values to fd-gh-chave
           start arqGradeHoraria key is >= fd-gh-chave
           if ws-fs-arqGradeHoraria <> 0 then
               display " "
               display "Nenhuma aula cadastrada na grade horaria."
           else
               move "relGradeProfessor.txt"       to ws-nome-relatorio
               move "Grade Horaria por Professor" to ws-titulo-relatorio
               move ws-lin-grade-colunas          to ws-colunas-relatorio
               perform abre-relatorio

               move 0 to ws-gh-total-quadros

               sort arqOrdenaGrade on ascending key sd-gh-professor
                                                    sd-gh-dia
                                                    sd-gh-aula
                   input procedure extrai-grade-professor
                   output procedure imprime-relatorio-professor

               move ws-linha-separa to ws-linha-relatorio
               perform grava-linha-relatorio

               move "Professores        : " to ws-tot-rotulo
               move ws-gh-total-quadros     to ws-tot-valor
               move ws-lin-total            to ws-linha-relatorio
               perform grava-linha-relatorio

               perform fecha-relatorio

               display "Professores impressos: " ws-gh-total-quadros
           end-if

           .
       relatorio-grade-professor-exit.
           exit.

      *>-----------------------------------------------------------
      *> Extrai as aulas da grade (do professor pedido) para o sort
      *>-----------------------------------------------------------
       extrai-grade-professor section.

           move "N" to ws-fim-leitura-gh

           perform until ws-fim-arqGradeHoraria

               read arqGradeHoraria next record
               if ws-fs-arqGradeHoraria = 10 then
                   move "S" to ws-fim-leitura-gh
               else
                   if ws-fs-arqGradeHoraria <> 0 then
                       move 27                                  to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if ws-gh-filtro = spaces
                       or fd-gh-professor = ws-gh-filtro then
                           move fd-gh-professor  to sd-gh-professor
                           move fd-gh-dia        to sd-gh-dia
                           move fd-gh-aula       to sd-gh-aula
                           move fd-gh-turma      to sd-gh-turma
                           move fd-gh-disciplina to sd-gh-disciplina
                           release sd-registro-grade
                       end-if
                   end-if
               end-if

           end-perform

           .
       extrai-grade-professor-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime os quadros por professor, com quebra de controle
      *>-----------------------------------------------------------
       imprime-relatorio-professor section.

           move spaces to ws-gh-corrente
           perform limpa-quadro-grade
           move "N"    to ws-fim-leitura-gh

           perform until ws-fim-arqGradeHoraria

               return arqOrdenaGrade
                   at end
                       move "S" to ws-fim-leitura-gh
               end-return

               if not ws-fim-arqGradeHoraria then
                   if  sd-gh-professor <> ws-gh-corrente
                   and ws-gh-corrente  <> spaces then
                       perform imprime-grade-professor
                       perform limpa-quadro-grade
                   end-if

                   move sd-gh-professor to ws-gh-corrente
                   string sd-gh-disciplina " " sd-gh-turma
                       delimited by size
                       into ws-tg-celula (sd-gh-aula sd-gh-dia - 1)
                   add 1 to ws-gh-qtd-aulas
                   if sd-gh-aula > ws-gh-maior-aula then
                       move sd-gh-aula to ws-gh-maior-aula
                   end-if
               end-if

           end-perform

           if ws-gh-corrente <> spaces then
               perform imprime-grade-professor
           end-if

           .
       imprime-relatorio-professor-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime o quadro semanal de um professor (quebra de controle)
      *>-----------------------------------------------------------
       imprime-grade-professor section.

           move ws-gh-corrente    to ws-lgp-professor
           move ws-lin-grade-prof to ws-linha-relatorio
           perform grava-linha-relatorio

           perform imprime-quadro-grade

           add 1 to ws-gh-total-quadros

           .
       imprime-grade-professor-exit.
           exit.

      *>-----------------------------------------------------------
      *> Resumo das aulas semanais por disciplina em cada turma
      *>-----------------------------------------------------------
       relatorio-carga-horaria section.

           move low-values to fd-gh-chave
           start arqGradeHoraria key is >= fd-gh-chave
           if ws-fs-arqGradeHoraria <> 0 then
               display " "
               display "Nenhuma aula cadastrada na grade horaria."
           else
               move "relCargaHoraria.txt"             to ws-nome-relatorio
               move "Carga Horaria Semanal por Turma" to ws-titulo-relatorio
               move "  DISCIPLINA                              AULAS NA SEMANA"
                                                      to ws-colunas-relatorio
               perform abre-relatorio

               move 0      to ws-gh-total-quadros
               move spaces to ws-gh-corrente
               move 0      to ws-gh-qtd-aulas
               move 0      to ws-gh-qtd-disc

               move "N" to ws-fim-leitura-gh
               perform until ws-fim-arqGradeHoraria

                   read arqGradeHoraria next record
                   if ws-fs-arqGradeHoraria = 10 then
                       move "S" to ws-fim-leitura-gh
                   else
                       if ws-fs-arqGradeHoraria <> 0 then
                           move 27                                  to ws-msn-erro-ofsset
                           move ws-fs-arqGradeHoraria               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGradeHoraria " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if  fd-gh-turma    <> ws-gh-corrente
                           and ws-gh-corrente <> spaces then
                               perform imprime-carga-turma
                               move 0 to ws-gh-qtd-aulas
                               move 0 to ws-gh-qtd-disc
                           end-if

                           move fd-gh-turma to ws-gh-corrente
                           perform acumula-carga-disciplina
                           add 1 to ws-gh-qtd-aulas
                       end-if
                   end-if

               end-perform

               if ws-gh-corrente <> spaces then
                   perform imprime-carga-turma
               end-if

               move ws-linha-separa to ws-linha-relatorio
               perform grava-linha-relatorio

               move "Turmas impressas   : " to ws-tot-rotulo
               move ws-gh-total-quadros     to ws-tot-valor
               move ws-lin-total            to ws-linha-relatorio
               perform grava-linha-relatorio

               perform fecha-relatorio
           end-if

           .
       relatorio-carga-horaria-exit.
           exit.

      *>-----------------------------------------------------------
      *> Soma uma aula na disciplina da turma corrente
      *>-----------------------------------------------------------
       acumula-carga-disciplina section.

           move "N" to ws-sw-gh-disc-achada

           move 1 to ws-gh-idx-disc
           perform until ws-gh-idx-disc > ws-gh-qtd-disc
                      or ws-gh-disc-achada
               if ws-tc-disciplina (ws-gh-idx-disc) = fd-gh-disciplina then
                   add 1 to ws-tc-aulas (ws-gh-idx-disc)
                   move "S" to ws-sw-gh-disc-achada
               end-if
               add 1 to ws-gh-idx-disc
           end-perform

           if  not ws-gh-disc-achada
           and ws-gh-qtd-disc < 30 then
               add 1 to ws-gh-qtd-disc
               move fd-gh-disciplina to ws-tc-disciplina (ws-gh-qtd-disc)
               move 1                to ws-tc-aulas (ws-gh-qtd-disc)
           end-if

           .
       acumula-carga-disciplina-exit.
           exit.

      *>-----------------------------------------------------------
      *> Imprime o resumo de uma turma (quebra de controle)
      *>-----------------------------------------------------------
       imprime-carga-turma section.

           move ws-gh-corrente to fd-tu-codigo
           read arqTurmas
           if ws-fs-arqTurmas = 00 then
               move fd-tu-descricao to ws-tur-desc
               move fd-tu-professor to ws-tur-prof
           else
               move spaces to ws-tur-desc
               move spaces to ws-tur-prof
           end-if

           move ws-gh-corrente   to ws-tur-turma
           move ws-lin-turma-cab to ws-linha-relatorio
           perform grava-linha-relatorio

       *>  a descricao vem do mestre de disciplinas
           move 1 to ws-gh-idx-disc
           perform until ws-gh-idx-disc > ws-gh-qtd-disc

               move ws-tc-disciplina (ws-gh-idx-disc) to fd-di-codigo
               read arqDisciplinas
               if ws-fs-arqDisciplinas = 00 then
                   move fd-di-descricao to ws-lc-descricao
               else
                   move "Disciplina nao cadastrada" to ws-lc-descricao
               end-if

               move ws-tc-disciplina (ws-gh-idx-disc) to ws-lc-disciplina
               move ws-tc-aulas (ws-gh-idx-disc)      to ws-lc-aulas
               move ws-lin-carga to ws-linha-relatorio
               perform grava-linha-relatorio

               add 1 to ws-gh-idx-disc
           end-perform

           move ws-gh-qtd-aulas  to ws-lgt-qtd
           move ws-lin-grade-tot to ws-linha-relatorio
           perform grava-linha-relatorio

           move spaces to ws-linha-relatorio
           perform grava-linha-relatorio

           add 1 to ws-gh-total-quadros

           .
       imprime-carga-turma-exit.
           exit.

      *>-----------------------------------------------------------

                   if ws-qtd-anos-historico = 0 then
                       display "Nenhum historico escolar para este aluno."
                   else
       *>                  a disciplina em dependencia aparece ate ser
       *>                  cumprida, e depois com o ano em que foi cumprida
                       perform exibe-dependencias-aluno
                   end-if
               end-if

       exibe-historico-disciplinas-exit.
           exit.

      *>-----------------------------------------------------------
      *> Lista as dependencias do aluno, pendentes e ja cumpridas
      *>-----------------------------------------------------------
       exibe-dependencias-aluno section.

           move 0 to ws-qtd-dep-aluno

           move ws-cod     to fd-dp-cod
           move 0          to fd-dp-ano-origem
           move low-values to fd-dp-disciplina
           start arqDependencia key is >= fd-dp-chave
           if ws-fs-arqDependencia = 00 then
               move "N" to ws-fim-leitura-dep

               perform until ws-fim-arqDependencia

                   read arqDependencia next record
                   if ws-fs-arqDependencia = 10 then
                       move "S" to ws-fim-leitura-dep
                   else
                       if ws-fs-arqDependencia <> 0 then
                           move 25                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if fd-dp-cod <> ws-cod then
                               move "S" to ws-fim-leitura-dep
                           else
                               if ws-qtd-dep-aluno = 0 then
                                   display " "
                                   display "Dependencias (progressao parcial):"
                               end-if
                               add 1 to ws-qtd-dep-aluno

                               move fd-dp-disciplina to fd-di-codigo
                               read arqDisciplinas
                               if ws-fs-arqDisciplinas <> 00 then
                                   move fd-dp-disciplina to fd-di-descricao
                               end-if

                               if fd-dp-pendente then
                                   display "    " fd-dp-disciplina " "
                                           fd-di-descricao
                                           " Ano de origem: " fd-dp-ano-origem
                                           "  Media: " fd-dp-media-origem
                                           "  Pendente"
                               else
                                   display "    " fd-dp-disciplina " "
                                           fd-di-descricao
                                           " Ano de origem: " fd-dp-ano-origem
                                           "  Cumprida em " fd-dp-ano-cumprida
                                           " com media " fd-dp-media-dep
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       exibe-dependencias-aluno-exit.
           exit.

      *>-----------------------------------------------------------
      *> Lista de Espera por Vaga (listar a fila e atender o primeiro)
      *>-----------------------------------------------------------
           accept ws-log-data-fim

           display "Operacao (CA, ALT, DEL, RES, TRA, TRE, NOT, EXA, FRE,"
           display "OCO, CCL, FBI, RBI, NIS, DEP ou ENT; em branco para todas): "
           accept ws-log-filtro-op
           move function upper-case(ws-log-filtro-op) to ws-log-filtro-op

           end-perform

           if  not ws-op-achada
           and ws-qtd-tot-log < 20 then
               add 1 to ws-qtd-tot-log
               move fd-log-operacao to ws-tot-log-op (ws-qtd-tot-log)
               move 1               to ws-tot-log-qtd (ws-qtd-tot-log)
               perform finaliza-anormal
           end-if

          close arqCalendario
           if ws-fs-arqCalendario  <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalendario " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

          close arqNisAluno
           if ws-fs-arqNisAluno  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqNisAluno                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNisAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

          close arqFreqMensal
           if ws-fs-arqFreqMensal  <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqFreqMensal                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqFreqMensal " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

          close arqDependencia
           if ws-fs-arqDependencia  <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDependencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

          close arqDocEmitidos
           if ws-fs-arqDocEmitidos  <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocEmitidos                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocEmitidos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

          close arqGradeHoraria
           if ws-fs-arqGradeHoraria  <> 00 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqGradeHoraria                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqGradeHoraria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

          close arqLogAlunos
           if ws-fs-arqLogAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset

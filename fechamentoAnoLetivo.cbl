           record key is fd-hd-chave
           file status is ws-fs-arqHistDisc.

           select arqDependencia assign to "arqDependencia.txt" *> disciplinas em dependencia dos alunos promovidos
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dp-chave
           file status is ws-fs-arqDependencia.

           select arqFechaCtl assign to "fechamentoAno.ctl"   *> checkpoint: ultimo aluno fechado do ano em processamento
           organization is line sequential
           access mode is sequential
              10 fd-hd-nota-bim4                   pic 9(02)v99.
           05 fd-hd-media-anual                    pic 9(02)v99.

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

       fd arqFechaCtl.           *> uma unica linha: ano, ultimo codigo fechado e situacao
       01  fd-fc-registro.
           05 fd-fc-ano                            pic 9(04).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqHistDisc                       pic  9(02).
       77  ws-fs-arqFechaCtl                       pic  9(02).
       77  ws-fs-arqDependencia                    pic  9(02).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqCadAluno                    value "S".
       77  ws-situacao-aluno                       pic x(11).
           88 ws-aluno-aprovado                     value "Aprovado"
                                                         "Aprov.Exame"
                                                         "Aprov.Cons."
                                                         "Aprov.Dep.".

      *>  o regimento promove o reprovado por nota com ate duas
      *>  disciplinas em dependencia, contadas as que ainda estao
      *>  pendentes de anos anteriores
       77  ws-max-dependencias                     pic 9(01) value 2.
       77  ws-qtd-dep-abertas                      pic 9(02).
       77  ws-idx-dep                              pic 9(02).

       77  ws-fim-leitura-dep                      pic x(01).
           88 ws-fim-arqDependencia                 value "S".

      *>  disciplinas do aluno corrente com media anual abaixo do corte,
      *>  recolhidas no arquivamento do historico por disciplina
       01  ws-tab-disc-reprov.
           05 ws-disc-reprov occurs 20 times.
              10 ws-dr-disciplina                  pic x(03).
              10 ws-dr-media                       pic 9(02)v99.
       77  ws-qtd-disc-reprov                      pic 9(02).

       01  ws-medias-bimestres.
           05 ws-media-bim1                        pic 9(02)v99.
       77  ws-total-ja-arquivados                  pic 9(03) value 0.
       77  ws-total-promovidos                     pic 9(03) value 0.
       77  ws-total-mantidos                       pic 9(03) value 0.
       77  ws-total-dependencia                    pic 9(03) value 0.

      *>  controle de retomada: o checkpoint guarda o ultimo aluno ja
      *>  fechado, para a reexecucao apos uma queda continuar dele em
               perform finaliza-anormal
           end-if

       *>  abre as dependencias (cria o arquivo no primeiro fechamento)
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

           .
       inicializa-exit.
           exit.
               move ws-lin-fech-total                  to ws-linha-relatorio
               perform grava-linha-relatorio

               move "Promovidos com dependencia    : " to ws-ft-rotulo
               move ws-total-dependencia               to ws-ft-valor
               move ws-lin-fech-total                  to ws-linha-relatorio
               perform grava-linha-relatorio

               perform fecha-relatorio

               display " "
               display "Ja constavam no historico/ano : " ws-total-ja-arquivados
               display "Aprovados promovidos de turma : " ws-total-promovidos
               display "Reprovados mantidos na serie  : " ws-total-mantidos
               display "Promovidos com dependencia    : " ws-total-dependencia
               display "-------------------------------------------------"
           else
               display "Fechamento cancelado."
           perform calcula-frequencia-aluno
           perform apura-situacao-final

       *>  o historico por disciplina vem antes do historico do aluno: e
       *>  nele que saem as materias abaixo do corte, que podem trocar a
       *>  reprovacao pela promocao com dependencia
           move 0 to ws-qtd-disc-reprov
           perform grava-historico-disciplinas
           perform apura-dependencias

           perform grava-historico-aluno

       *>  zera as notas, o exame e a situacao para o ano que comeca
           move 0      to fd-nota1
               compute ws-media-disc rounded =
                   ws-soma-notas-disc / ws-qtd-notas-disc

               if  ws-media-disc < ws-nota-corte
               and ws-qtd-disc-reprov < 20 then
                   add 1 to ws-qtd-disc-reprov
                   move fd-di-codigo
                     to ws-dr-disciplina (ws-qtd-disc-reprov)
                   move ws-media-disc
                     to ws-dr-media (ws-qtd-disc-reprov)
               end-if

               move fd-cod          to fd-hd-cod
               move ws-ano-letivo   to fd-hd-ano
               move fd-di-codigo    to fd-hd-disciplina
       arquiva-uma-disciplina-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Promove com dependencia o reprovado por nota em ate duas
      *>  disciplinas, gravando cada uma no arquivo de dependencias
      *>-----------------------------------------------------------
       apura-dependencias section.

       *>  so a reprovacao por nota admite dependencia; a reprovacao por
       *>  frequencia e legal e nao tem progressao parcial
           if  ws-situacao-aluno = "Reprovado"
           and ws-qtd-disc-reprov > 0
           and ws-qtd-disc-reprov <= ws-max-dependencias then
               perform conta-dependencias-abertas

               if ws-qtd-disc-reprov + ws-qtd-dep-abertas
                  <= ws-max-dependencias then
                   move "Aprov.Dep." to ws-situacao-aluno
                   add 1 to ws-total-dependencia

                   move 1 to ws-idx-dep
                   perform until ws-idx-dep > ws-qtd-disc-reprov
                       perform grava-dependencia
                       add 1 to ws-idx-dep
                   end-perform
               end-if
           end-if

           .
       apura-dependencias-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Conta as dependencias ainda pendentes de anos anteriores
      *>-----------------------------------------------------------
       conta-dependencias-abertas section.

           move 0 to ws-qtd-dep-abertas

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
                           move 10                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia " to ws-msn-erro-text
                           perform finaliza-anormal
                       else
       *>                  a chave e composta: passou do codigo do aluno
       *>                  corrente, acabaram as dependencias dele
                           if fd-dp-cod <> fd-cod then
                               move "S" to ws-fim-leitura-dep
                           else
       *>                      as do proprio ano ja gravadas numa execucao
       *>                      anterior nao contam duas vezes
                               if  fd-dp-pendente
                               and fd-dp-ano-origem <> ws-ano-letivo then
                                   add 1 to ws-qtd-dep-abertas
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       conta-dependencias-abertas-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Grava uma disciplina em dependencia do aluno corrente
      *>-----------------------------------------------------------
       grava-dependencia section.

           accept ws-data-sistema from date yyyymmdd

           move fd-cod                          to fd-dp-cod
           move ws-ano-letivo                   to fd-dp-ano-origem
           move ws-dr-disciplina (ws-idx-dep)   to fd-dp-disciplina
           move fd-turma                        to fd-dp-turma-origem
           move ws-dr-media (ws-idx-dep)        to fd-dp-media-origem
           move "P"                             to fd-dp-situacao

           move 1 to ws-idx-bim
           perform until ws-idx-bim > 4
               move 0   to fd-dp-nota (ws-idx-bim)
               move "N" to fd-dp-lancada (ws-idx-bim)
               add 1 to ws-idx-bim
           end-perform

           move 0                               to fd-dp-media-dep
           move 0                               to fd-dp-ano-cumprida
           move ws-data-sistema                 to fd-dp-data-situacao
           move "FECHAMENTO"                    to fd-dp-operador

           write fd-registro-dependencia
       *>  fechamento repetido do mesmo ano preserva a dependencia ja
       *>  gravada, com as notas que ela possa ter recebido
           if  ws-fs-arqDependencia <> 00
           and ws-fs-arqDependencia <> 22 then
               move 10                                   to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDependencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-dependencia-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Troca a turma do aprovado pela turma de destino informada
      *>-----------------------------------------------------------
          close arqDisciplinas
          close arqHistorico
          close arqHistDisc
          close arqDependencia

          stop run
          .

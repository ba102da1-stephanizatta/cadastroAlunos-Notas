      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "geraFreqBolsaFamilia".
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

           select arqNisAluno assign to "arqNisAluno.txt"     *> alunos beneficiarios com o NIS, apenas leitura (guia da geracao)
           organization is indexed
           access mode is sequential
           record key is fd-ni-cod
           file status is ws-fs-arqNisAluno.

           select arqCadAluno assign to "arqCadAluno.txt"     *> cadastro de alunos, apenas leitura (nome, turma e situacao)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           file status is ws-fs-arqCadAluno.

           select arqFrequencia assign to "arqFrequencia.txt" *> frequencia acumulada do ano corrente, apenas leitura
           organization is indexed
           access mode is dynamic
           record key is fd-fq-cod
           file status is ws-fs-arqFrequencia.

           select arqFreqMensal assign to "arqFreqMensal.txt" *> frequencia de cada mes, apenas leitura (meses do periodo)
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-arqFreqMensal.

           select arqBolsa assign to "freqBolsaFamilia.txt"   *> arquivo de colunas fixas aceito pelo sistema de acompanhamento
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqBolsa.

           select arqRelatorio assign to ws-nome-relatorio    *> listagem de critica dos beneficiarios
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

       fd arqNisAluno.           *> layout identico ao do NIS dos beneficiarios
       01  fd-registro-nis.
           05 fd-ni-cod                            pic 9(06).
           05 fd-ni-nis                            pic x(11).
           05 fd-ni-motivo                         pic x(02).
           05 fd-ni-motivo-ano                     pic 9(04).
           05 fd-ni-motivo-periodo                 pic 9(01).
           05 fd-ni-data-atualiza                  pic x(08).
           05 fd-ni-operador                       pic x(10).

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

       fd arqBolsa.              *> uma linha de colunas fixas por registro do arquivo
       01  fd-linha-bolsa                          pic x(80).

       fd arqRelatorio.          *> uma linha impressa por registro
       01  fd-linha-relatorio                      pic x(100).

      *>------------------------------------------------------------------------
      *>---Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqNisAluno                       pic  9(02).
       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqFreqMensal                     pic  9(02).
       77  ws-fs-arqBolsa                          pic  9(02).

       77  ws-fim-leitura                          pic x(01).
           88 ws-fim-arqNisAluno                    value "S".

       77  ws-ano-ref                              pic 9(04).
       77  ws-periodo-ref                          pic 9(01).
       77  ws-cod-inep                             pic x(08).

      *>  o acompanhamento e bimestral: periodo 1 = fevereiro e marco,
      *>  2 = abril e maio, 3 = junho e julho, 4 = agosto e setembro e
      *>  5 = outubro e novembro
       77  ws-mes-ini                              pic 9(02).
       77  ws-mes-fim                              pic 9(02).
       77  ws-idx-mes                              pic 9(02).

      *>  minimo de presenca exigido pela condicionalidade da educacao
       77  ws-freq-minima-bolsa                    pic 9(03)v99 value 75,00.

       77  ws-aulas-periodo                        pic 9(04).
       77  ws-faltas-periodo                       pic 9(04).
       77  ws-perc-frequencia                      pic 9(03)v99.

       77  ws-sw-tem-freq                          pic x(01).
           88 ws-tem-freq                           value "S".
       77  ws-sw-freq-mensal                       pic x(01).
           88 ws-freq-mensal                        value "S".
       77  ws-sw-exporta                           pic x(01).
           88 ws-exporta                            value "S".

       77  ws-total-beneficiarios                  pic 9(05) value 0.
       77  ws-total-exportados                     pic 9(05) value 0.
       77  ws-total-abaixo                         pic 9(05) value 0.
       77  ws-total-criticas                       pic 9(05) value 0.

      *>  registro tipo 00: identificacao da escola e do periodo
       01  ws-bolsa-escola.
           05 filler                               pic x(02) value "00".
           05 ws-be-inep                           pic x(08).
           05 ws-be-ano                            pic 9(04).
           05 ws-be-periodo                        pic 9(01).
           05 ws-be-nome                           pic x(40).

      *>  registro tipo 10: um aluno beneficiario com a frequencia do
      *>  periodo e, abaixo do minimo, o motivo informado pela escola
       01  ws-bolsa-aluno.
           05 filler                               pic x(02) value "10".
           05 ws-ba-inep                           pic x(08).
           05 ws-ba-nis                            pic x(11).
           05 ws-ba-matricula                      pic 9(06).
           05 ws-ba-nome                           pic x(25).
           05 ws-ba-turma                          pic x(10).
           05 ws-ba-frequencia                     pic 9(03).
           05 ws-ba-motivo                         pic x(02).

      *>  registro tipo 99: quantidade de alunos do arquivo
       01  ws-bolsa-trailer.
           05 filler                               pic x(02) value "99".
           05 ws-bt-inep                           pic x(08).
           05 ws-bt-qtd                            pic 9(06).

      *>  controle do arquivo de impressao da listagem de critica
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

       01  ws-lin-critica.
           05 ws-cr-cod                            pic 9(06).
           05 filler                               pic x(02).
           05 ws-cr-aluno                          pic x(25).
           05 filler                               pic x(02).
           05 ws-cr-nis                            pic x(11).
           05 filler                               pic x(02).
           05 ws-cr-motivo                         pic x(48).

       01  ws-lin-bolsa-total.
           05 ws-bs-rotulo                         pic x(32).
           05 ws-bs-valor                          pic zzzz9.

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

       *>  abre o NIS, o cadastro e as frequencias apenas para leitura
           open input arqNisAluno
           if ws-fs-arqNisAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqNisAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNisAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

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

           open output arqBolsa
           if ws-fs-arqBolsa <> 00 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-arqBolsa                            to ws-msn-erro-cod
               move "Erro ao abrir arq. freqBolsaFamilia.txt " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Processamento principal (um beneficiario por vez)
      *>-----------------------------------------------------------
       processamento section.

           display " "
           display "--------- Frequencia do Bolsa Familia ---------"
           display "Informe o ano (AAAA): "
           accept ws-ano-ref

           move 0 to ws-periodo-ref
           perform until ws-periodo-ref >= 1 and ws-periodo-ref <= 5
               display "Informe o periodo (1 = fev/mar, 2 = abr/mai, 3 = jun/jul,"
               display "4 = ago/set, 5 = out/nov): "
               accept ws-periodo-ref
               if ws-periodo-ref < 1 or ws-periodo-ref > 5 then
                   display "Periodo invalido! Informe um valor entre 1 e 5."
               end-if
           end-perform

           display "Informe o codigo INEP da escola (08 digitos): "
           accept ws-cod-inep

           compute ws-mes-ini = ws-periodo-ref * 2
           compute ws-mes-fim = ws-mes-ini + 1

           move "relCriticaBolsa.txt"         to ws-nome-relatorio
           move "Critica da Frequencia do Bolsa Familia" to ws-titulo-relatorio
           move "COD     ALUNO                      NIS          MOTIVO"
             to ws-colunas-relatorio
           perform abre-relatorio

       *>  registro tipo 00: a escola e o periodo
           move ws-cod-inep     to ws-be-inep
           move ws-ano-ref      to ws-be-ano
           move ws-periodo-ref  to ws-be-periodo
           move ws-nome-escola  to ws-be-nome
           move ws-bolsa-escola to fd-linha-bolsa
           perform grava-linha-bolsa

           move "N" to ws-fim-leitura
           perform until ws-fim-arqNisAluno

               read arqNisAluno next record
               if ws-fs-arqNisAluno = 10 then
                   move "S" to ws-fim-leitura
               else
                   if ws-fs-arqNisAluno <> 0 then
                       move 2                              to ws-msn-erro-ofsset
                       move ws-fs-arqNisAluno              to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNisAluno " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-total-beneficiarios
                       perform processa-beneficiario
                   end-if
               end-if

           end-perform

       *>  registro tipo 99: fecha o arquivo com a quantidade de alunos
           move ws-cod-inep         to ws-bt-inep
           move ws-total-exportados to ws-bt-qtd
           move ws-bolsa-trailer    to fd-linha-bolsa
           perform grava-linha-bolsa

       *>  rodape de totais da listagem de critica
           move ws-linha-separa to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Beneficiarios cadastrados     : " to ws-bs-rotulo
           move ws-total-beneficiarios             to ws-bs-valor
           move ws-lin-bolsa-total                 to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Alunos no arquivo gerado      : " to ws-bs-rotulo
           move ws-total-exportados                to ws-bs-valor
           move ws-lin-bolsa-total                 to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Abaixo do minimo de frequencia: " to ws-bs-rotulo
           move ws-total-abaixo                    to ws-bs-valor
           move ws-lin-bolsa-total                 to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Criticas a corrigir           : " to ws-bs-rotulo
           move ws-total-criticas                  to ws-bs-valor
           move ws-lin-bolsa-total                 to ws-linha-relatorio
           perform grava-linha-relatorio

           perform fecha-relatorio

           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Critica e exporta o beneficiario corrente
      *>-----------------------------------------------------------
       processa-beneficiario section.

           move "S" to ws-sw-exporta

           move fd-ni-cod to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               if ws-fs-arqCadAluno = 23 then
                   move spaces to fd-aluno
                   move "Codigo inexistente no cadastro de alunos" to ws-cr-motivo
                   perform grava-critica
                   move "N" to ws-sw-exporta
               else
                   move 3                               to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

       *>  so o aluno ativo e informado; transferido ou inativo vai para
       *>  a critica, para a escola atualizar o cadastro do beneficio
           if ws-exporta then
               if fd-aluno-transferido then
                   move "Aluno transferido" to ws-cr-motivo
                   perform grava-critica
                   move "N" to ws-sw-exporta
               else
                   if not fd-aluno-ativo then
                       move "Aluno inativo no cadastro" to ws-cr-motivo
                       perform grava-critica
                       move "N" to ws-sw-exporta
                   end-if
               end-if
           end-if

           if ws-exporta then
               if fd-ni-nis = spaces
               or fd-ni-nis is not numeric then
                   move "Beneficiario sem NIS informado" to ws-cr-motivo
                   perform grava-critica
                   move "N" to ws-sw-exporta
               end-if
           end-if

           if ws-exporta then
               perform apura-frequencia-periodo
               if not ws-tem-freq then
                   move "Sem frequencia lancada no periodo" to ws-cr-motivo
                   perform grava-critica
                   move "N" to ws-sw-exporta
               end-if
           end-if

           if ws-exporta then
               move ws-cod-inep        to ws-ba-inep
               move fd-ni-nis          to ws-ba-nis
               move fd-cod             to ws-ba-matricula
               move fd-aluno           to ws-ba-nome
               move fd-turma           to ws-ba-turma
               move ws-perc-frequencia to ws-ba-frequencia
               move spaces             to ws-ba-motivo

       *>      abaixo do minimo o registro leva o motivo informado pela
       *>      escola na manutencao do NIS para este ano e periodo; motivo
       *>      de outro periodo nao vale e o aluno vai para a critica
               if ws-perc-frequencia < ws-freq-minima-bolsa then
                   add 1 to ws-total-abaixo
                   if  fd-ni-motivo         <> spaces
                   and fd-ni-motivo-ano     =  ws-ano-ref
                   and fd-ni-motivo-periodo =  ws-periodo-ref then
                       move fd-ni-motivo to ws-ba-motivo
                   else
                       move "Abaixo do minimo sem codigo de motivo" to ws-cr-motivo
                       perform grava-critica
                   end-if
               end-if

               move ws-bolsa-aluno to fd-linha-bolsa
               perform grava-linha-bolsa

               add 1 to ws-total-exportados
           end-if

           .
       processa-beneficiario-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Frequencia do periodo: meses lancados ou acumulado do ano
      *>-----------------------------------------------------------
       apura-frequencia-periodo section.

           move "N" to ws-sw-tem-freq
           move "N" to ws-sw-freq-mensal
           move 0   to ws-aulas-periodo
           move 0   to ws-faltas-periodo

       *>  a frequencia do periodo soma os dois meses lancados
           move ws-mes-ini to ws-idx-mes
           perform until ws-idx-mes > ws-mes-fim

               move fd-cod     to fd-fm-cod
               move ws-ano-ref to fd-fm-ano
               move ws-idx-mes to fd-fm-mes
               read arqFreqMensal
               if ws-fs-arqFreqMensal = 00 then
                   move "S" to ws-sw-freq-mensal
                   add fd-fm-aulas-dadas to ws-aulas-periodo
                   add fd-fm-faltas      to ws-faltas-periodo
               else
                   if ws-fs-arqFreqMensal <> 23 then
                       move 4                                 to ws-msn-erro-ofsset
                       move ws-fs-arqFreqMensal               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFreqMensal " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               add 1 to ws-idx-mes
           end-perform

       *>  sem lancamento mensal no periodo vale o acumulado do ano do
       *>  arqFrequencia, com aviso na critica
           if not ws-freq-mensal then
               move fd-cod to fd-fq-cod
               read arqFrequencia
               if ws-fs-arqFrequencia = 00 then
                   move fd-fq-aulas-dadas to ws-aulas-periodo
                   move fd-fq-faltas      to ws-faltas-periodo
                   if ws-aulas-periodo > 0 then
                       move "Sem lancamento mensal: usado o acumulado do ano"
                         to ws-cr-motivo
                       perform grava-critica
                   end-if
               else
                   if ws-fs-arqFrequencia <> 23 then
                       move 4                                 to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-aulas-periodo > 0 then
               move "S" to ws-sw-tem-freq
               compute ws-perc-frequencia rounded =
                   ((ws-aulas-periodo - ws-faltas-periodo) * 100)
                   / ws-aulas-periodo
           end-if

           .
       apura-frequencia-periodo-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Grava uma linha no arquivo do Bolsa Familia
      *>-----------------------------------------------------------
       grava-linha-bolsa section.

           write fd-linha-bolsa
           if ws-fs-arqBolsa <> 00 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqBolsa                             to ws-msn-erro-cod
               move "Erro ao gravar arq. freqBolsaFamilia.txt " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-linha-bolsa-exit.
           exit.

      *>-----------------------------------------------------------
      *>  Lista uma critica do beneficiario corrente
      *>-----------------------------------------------------------
       grava-critica section.

           add 1 to ws-total-criticas

           move fd-ni-cod to ws-cr-cod
           move fd-aluno  to ws-cr-aluno
           move fd-ni-nis to ws-cr-nis

           display "Critica - Codigo: " fd-ni-cod "  Motivo: " ws-cr-motivo

           move ws-lin-critica to ws-linha-relatorio
           perform grava-linha-relatorio

           .
       grava-critica-exit.
           exit.

      *>-----------------------------------------------------------
      *> Abre o arquivo de impressao da listagem de critica
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
      *> Fecha o arquivo de impressao da listagem de critica
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

          close arqNisAluno
          close arqCadAluno
          close arqFrequencia
          close arqFreqMensal
          close arqBolsa

          display " "
          display "------------- Resumo da Frequencia do Bolsa Familia -------------"
          display "Beneficiarios cadastrados: " ws-total-beneficiarios
          display "Alunos no arquivo gerado : " ws-total-exportados
          display "Abaixo do minimo         : " ws-total-abaixo
          display "Criticas a corrigir      : " ws-total-criticas
          display "Arquivo gravado em freqBolsaFamilia.txt"
          display "------------------------------------------------------------------"

          stop run
          .
       finaliza-exit.
           exit.

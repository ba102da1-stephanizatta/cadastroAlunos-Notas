       77  ws-total-excecoes                       pic 9(05) value 0.
       77  ws-total-purgados                       pic 9(05) value 0.
       77  ws-total-corrigidos                     pic 9(05) value 0.
       77  ws-total-graves                         pic 9(05) value 0.

      *>  excecao grave (movimento de aluno inexistente ou faltas acima
      *>  das aulas dadas) impede o processamento noturno de seguir
       77  ws-sw-excecao-grave                     pic x(01) value "N".
           88 ws-excecao-grave                      value "S".

      *>  ligado pelo processamento noturno, que roda sem operador: a
      *>  reconciliacao entao so confere, sem reparo e sem apagar nada
       01  ws-execucao-noturna external.
           05 ws-sw-noturno                        pic x(01).
              88 ws-modo-noturno                    value "S".

      *>  controle do arquivo de impressao da listagem de excecoes
       77  ws-fs-arqRelatorio                      pic 9(02).

           display " "
           display "------- Reconciliacao do Cadastro x Movimento -------"
           move "N" to ws-sw-reparo
           move "N" to ws-sw-purga
           if ws-modo-noturno then
               display "Processamento noturno: somente conferencia, sem reparo."
           else
               display "Executar em modo reparo (regrava os espelhos de notas"
               display "divergentes do cadastro)? 'S'im ou 'N'ao: "
               accept ws-sw-reparo

               if ws-modo-reparo then
                   display "Apagar tambem os registros orfaos de movimento"
                   display "(aluno inexistente ou inativo)? 'S'im ou 'N'ao: "
                   accept ws-sw-purga
               end-if
           end-if

           move "relReconcilia.txt"        to ws-nome-relatorio
           move ws-lin-recon-total                 to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Excecoes graves               : " to ws-rt-rotulo
           move ws-total-graves                    to ws-rt-valor
           move ws-lin-recon-total                 to ws-linha-relatorio
           perform grava-linha-relatorio

           move "Registros orfaos apagados     : " to ws-rt-rotulo
           move ws-total-purgados                  to ws-rt-valor
           move ws-lin-recon-total                 to ws-linha-relatorio
                                   move "Faltas maiores que as aulas dadas"
                                     to ws-ex-motivo
                                   move "listado"       to ws-ex-acao
                                   move "S"             to ws-sw-excecao-grave
                                   perform grava-excecao
                               end-if
                           end-if
           read arqCadAluno
           if ws-fs-arqCadAluno = 23 then
               move "S" to ws-sw-orfao
               move "S" to ws-sw-excecao-grave
               move "Aluno inexistente no cadastro" to ws-ex-motivo
           else
               if ws-fs-arqCadAluno <> 00 then
       grava-excecao section.

           add 1 to ws-total-excecoes
           if ws-excecao-grave then
               add 1 to ws-total-graves
           end-if
           move "N" to ws-sw-excecao-grave

           display ws-ex-arquivo " " ws-ex-chave
                   "  Motivo: " ws-ex-motivo

          display ws-msn-erro

       *>  retorno 16 (encerramento anormal) para quem chamou o programa;
       *>  goback tambem encerra a execucao quando rodado sozinho
          move 16 to return-code
          goback
          .
       finaliza-anormal-exit.
           exit.
          display "Frequencias verificadas       : " ws-total-frequencias
          display "Alunos ativos verificados     : " ws-total-alunos
          display "Excecoes encontradas          : " ws-total-excecoes
          display "Excecoes graves               : " ws-total-graves
          display "Registros orfaos apagados     : " ws-total-purgados
          display "Espelhos de notas corrigidos  : " ws-total-corrigidos
          display "----------------------------------------------------"

       *>  retorno 8 com excecao grave e 4 so com avisos
          if ws-total-graves > 0 then
              move 8 to return-code
          else
              if ws-total-excecoes > 0 then
                  move 4 to return-code
              else
                  move 0 to return-code
              end-if
          end-if

          goback
          .
       finaliza-exit.
           exit.


       77  ws-total-verificados                    pic 9(03) value 0.
       77  ws-total-excecoes                       pic 9(03) value 0.
       77  ws-total-graves                         pic 9(03) value 0.

      *>  excecao grave (nome em branco ou nota fora da faixa) impede o
      *>  processamento noturno de seguir para os passos seguintes; o
      *>  nome repetido pode ser homonimo e fica so como aviso
       77  ws-sw-excecao-grave                     pic x(01) value "N".
           88 ws-excecao-grave                      value "S".

      *>  tabela de nomes ja vistos, usada para detectar cadastros duplicados
      *>  com a matricula de 06 digitos o codigo nao limita mais a tabela;

           if fd-aluno = spaces then
               move "Nome do aluno em branco" to ws-motivo-excecao
               move "S" to ws-sw-excecao-grave
               perform grava-excecao
           end-if

           if fd-nota1 > ws-nota-limite then
               move "Nota 1 fora da faixa de 0 a 10" to ws-motivo-excecao
               move "S" to ws-sw-excecao-grave
               perform grava-excecao
           end-if

           if fd-nota2 > ws-nota-limite then
               move "Nota 2 fora da faixa de 0 a 10" to ws-motivo-excecao
               move "S" to ws-sw-excecao-grave
               perform grava-excecao
           end-if

           if fd-nota3 > ws-nota-limite then
               move "Nota 3 fora da faixa de 0 a 10" to ws-motivo-excecao
               move "S" to ws-sw-excecao-grave
               perform grava-excecao
           end-if

           if fd-nota4 > ws-nota-limite then
               move "Nota 4 fora da faixa de 0 a 10" to ws-motivo-excecao
               move "S" to ws-sw-excecao-grave
               perform grava-excecao
           end-if

       grava-excecao section.

           add 1 to ws-total-excecoes
           if ws-excecao-grave then
               add 1 to ws-total-graves
               display "Codigo: " fd-cod "  Motivo: " ws-motivo-excecao " (grave)"
           else
               display "Codigo: " fd-cod "  Motivo: " ws-motivo-excecao
           end-if
           move "N" to ws-sw-excecao-grave

           .
       grava-excecao-exit.

          display ws-msn-erro

       *>  retorno 16 (encerramento anormal) para quem chamou o programa;
       *>  goback tambem encerra a execucao quando rodado sozinho
          move 16 to return-code
          goback
          .
       finaliza-anormal-exit.
           exit.
          display "----------------------------------------------------------"
          display "Total de registros verificados: " ws-total-verificados
          display "Total de excecoes encontradas : " ws-total-excecoes
          display "Total de excecoes graves      : " ws-total-graves
          display "----------------------------------------------------------"

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

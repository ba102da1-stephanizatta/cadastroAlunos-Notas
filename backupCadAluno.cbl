
          display ws-msn-erro

       *>  retorno 16 (encerramento anormal) para quem chamou o programa;
       *>  goback tambem encerra a execucao quando rodado sozinho
          move 16 to return-code
          goback
          .
       finaliza-anormal-exit.
           exit.
                  " gravado em " ws-nome-backup
          display "Registros copiados: " ws-total-copiados

          goback
          .
       finaliza-exit.
           exit.

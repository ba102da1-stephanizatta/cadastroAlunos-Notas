               when "Aprovado"
               when "Aprov.Exame"
               when "Aprov.Cons."
               when "Aprov.Dep."
                   add 1 to ws-tu-aprovados
               when "Reprov.Freq"
                   add 1 to ws-tu-reprov-freq

          display ws-msn-erro

       *>  retorno 16 (encerramento anormal) para quem chamou o programa;
       *>  goback tambem encerra a execucao quando rodado sozinho
          move 16 to return-code
          goback
          .
       finaliza-anormal-exit.
           exit.
          display " "
          display "Registros do historico lidos: " ws-total-registros

          goback
          .
       finaliza-exit.
           exit.

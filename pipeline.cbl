               stop run
           end-if

      * Varredura de integridade dos arquivos satelites com a noite
      * ja aplicada: orfao encontrado vai para o alrtab e nao reprova
      * o lote (retorno 8); so falha da propria varredura interrompe.
           display 'PIPELINE: EXECUTANDO INTEGR'
           call 'SYSTEM' using './integr'
           if return-code > 8
               display 'PIPELINE: INTEGR FALHOU - STATUS ' return-code
               move return-code to ws-run-rc
               perform LIBERA-LOCKS
               close runlock
               perform GRAVA-RUNHIST
               stop run
           end-if

           display 'PIPELINE: LOTE CONCLUIDO COM SUCESSO'
           perform LIBERA-LOCKS
           close runlock

      ******************************************************************
      * Copybook: RUNCTRL
      * Shared record layout of the chain run-control file
      * (D:\RUNCTRL.DAT, indexed by processing date + program), COPYed
      * into the FD RUNCTRL of every program of the daily and monthly
      * chain and of the status report Exercicio22. Each step writes
      * its record when it starts and rewrites it when it ends:
      *   RUN-SIT-PASSO  'I' - iniciado (started, no end recorded:
      *                        still running or abended)
      *                  'F' - finalizado OK (RETURN-CODE below 8)
      *                  'E' - encerrado com erro (RETURN-CODE 8+)
      *                  'L' - liberado para reprocessamento by the
      *                        operator through Exercicio22
      * RUN-QT-EXECUCOES counts the starts of the step for the date,
      * so a restart after a failure shows on the report.
      ******************************************************************
       01  RUN-REGISTRO.
           03  RUN-CHAVE.
               05  RUN-DAT-PROCESSO       PIC 9(08).
               05  RUN-NOM-PROGRAMA       PIC X(12).
           03  RUN-SIT-PASSO              PIC X(01).
           03  RUN-COD-RETORNO            PIC 9(04).
           03  RUN-DAT-INICIO             PIC 9(08).
           03  RUN-HOR-INICIO             PIC 9(08).
           03  RUN-DAT-FIM                PIC 9(08).
           03  RUN-HOR-FIM                PIC 9(08).
           03  RUN-QT-EXECUCOES           PIC 9(04).

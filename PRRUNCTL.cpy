      ******************************************************************
      * Copybook: PRRUNCTL
      * Shared run-control routines, COPYed into the PROCEDURE
      * DIVISION of every program of the chain table in WSRUNCTL.cpy.
      * The program declares
      *   SELECT OPTIONAL RUNCTRL ASSIGN TO 'D:\RUNCTRL.DAT'
      * indexed on RUN-CHAVE with FILE STATUS WS-ST-RUNCTRL, COPYs
      * RUNCTRL.cpy into its FD and WSRUNCTL.cpy into working
      * storage, moves its name to WS-RUN-NOM-PROGRAMA and PERFORMs
      * 8500-INICIA-PASSO at 200-00-INICIALIZA, right after the
      * processing date is known. The step is refused (RETURN-CODE
      * 12) when any of its predecessors has not ended OK for the
      * same date, or when the step itself already ended OK for the
      * date - a deliberate rerun is released through Exercicio22
      * first.
      * 8600-FINALIZA-PASSO is PERFORMed before every STOP RUN of
      * the program once the step has started: RETURN-CODE below 8
      * ends the step OK, anything else ends it failed. A run that
      * dies without reaching it stays 'I' and is restarted as a
      * failure.
      ******************************************************************
       8500-INICIA-PASSO  SECTION.

           MOVE  'N'                     TO  WS-RUN-SW-INICIADO.
           MOVE  'N'                     TO  WS-RUN-SW-RECUSADO.

           OPEN I-O  RUNCTRL.

      *    Without the run-control file nothing would stop a step
      *    running out of order: hold the chain.
           IF  WS-ST-RUNCTRL  NOT = '00'  AND
               WS-ST-RUNCTRL  NOT = '05'
               DISPLAY  'ERRO AO ABRIR RUNCTRL - STATUS '
                        WS-ST-RUNCTRL
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  8510-CONFERE-PREDECESSOR
                   VARYING  WS-RUN-IDX  FROM  1  BY  1
                   UNTIL    WS-RUN-IDX  >  WS-RUN-QT-PASSOS.

           IF  WS-RUN-SW-RECUSADO = 'S'
               DISPLAY  'EXECUCAO DO '  WS-RUN-NOM-PROGRAMA
                        ' RECUSADA'
               CLOSE  RUNCTRL
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  WS-DATA-PROCESSAMENTO   TO  RUN-DAT-PROCESSO.
           MOVE  WS-RUN-NOM-PROGRAMA     TO  RUN-NOM-PROGRAMA.

           READ  RUNCTRL
                   INVALID KEY
                       MOVE  'N'         TO  WS-RUN-SW-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-RUN-SW-EXISTE
           END-READ.

           IF  WS-RUN-SW-EXISTE = 'S'  AND
               RUN-SIT-PASSO = 'F'
               DISPLAY  'PASSO '  WS-RUN-NOM-PROGRAMA
                        ' JA TERMINOU OK EM '
                        WS-DATA-PROCESSAMENTO
               DISPLAY  'PARA REPROCESSAR, LIBERAR O PASSO PELO '
                        'EXERCICIO22'
               CLOSE  RUNCTRL
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  'I'                     TO  RUN-SIT-PASSO.
           MOVE  ZEROS                   TO  RUN-COD-RETORNO.
           ACCEPT  RUN-DAT-INICIO        FROM  DATE YYYYMMDD.
           ACCEPT  RUN-HOR-INICIO        FROM  TIME.
           MOVE  ZEROS                   TO  RUN-DAT-FIM.
           MOVE  ZEROS                   TO  RUN-HOR-FIM.

           IF  WS-RUN-SW-EXISTE = 'S'
               ADD  1                    TO  RUN-QT-EXECUCOES
               REWRITE  RUN-REGISTRO
           ELSE
               MOVE  1                   TO  RUN-QT-EXECUCOES
               WRITE  RUN-REGISTRO
           END-IF.

           CLOSE  RUNCTRL.

           MOVE  'S'                     TO  WS-RUN-SW-INICIADO.

       8500-99-INICIA-PASSO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Every entry of the step is checked, so the operator sees  *
      * all the predecessors still missing in a single refusal.   *
      *-----------------------------------------------------------*
       8510-CONFERE-PREDECESSOR  SECTION.

           IF  WS-CAD-PROGRAMA (WS-RUN-IDX)  =  WS-RUN-NOM-PROGRAMA
               MOVE  WS-CAD-PREDECESSOR (WS-RUN-IDX)
                                         TO  WS-RUN-NOM-PREDECESSOR
               IF  WS-RUN-NOM-PREDECESSOR  NOT =  SPACES
                   MOVE  WS-DATA-PROCESSAMENTO
                                         TO  RUN-DAT-PROCESSO
                   MOVE  WS-RUN-NOM-PREDECESSOR
                                         TO  RUN-NOM-PROGRAMA
                   READ  RUNCTRL
                           INVALID KEY
                               MOVE  SPACES
                                         TO  RUN-SIT-PASSO
                   END-READ
                   IF  RUN-SIT-PASSO  NOT =  'F'
                       DISPLAY  'PASSO ANTERIOR '
                                WS-RUN-NOM-PREDECESSOR
                                ' NAO TERMINOU OK EM '
                                WS-DATA-PROCESSAMENTO
                       MOVE  'S'         TO  WS-RUN-SW-RECUSADO
                   END-IF
               END-IF
           END-IF.

       8510-99-CONFERE-PREDECESSOR-FIM.
           EXIT.

       8600-FINALIZA-PASSO  SECTION.

           IF  WS-RUN-SW-INICIADO = 'S'
               MOVE  'N'                 TO  WS-RUN-SW-INICIADO
               OPEN I-O  RUNCTRL
               IF  WS-ST-RUNCTRL  NOT = '00'
                   DISPLAY  'ERRO AO ABRIR RUNCTRL - STATUS '
                            WS-ST-RUNCTRL
                            ' - TERMINO NAO REGISTRADO'
               ELSE
                   MOVE  WS-DATA-PROCESSAMENTO
                                         TO  RUN-DAT-PROCESSO
                   MOVE  WS-RUN-NOM-PROGRAMA
                                         TO  RUN-NOM-PROGRAMA
                   READ  RUNCTRL
                           INVALID KEY
                               DISPLAY  'PASSO '  WS-RUN-NOM-PROGRAMA
                                        ' AUSENTE DO RUNCTRL - '
                                        'TERMINO NAO REGISTRADO'

                           NOT INVALID KEY
                               PERFORM  8610-REGISTRA-TERMINO
                   END-READ
                   CLOSE  RUNCTRL
               END-IF
           END-IF.

       8600-99-FINALIZA-PASSO-FIM.
           EXIT.

       8610-REGISTRA-TERMINO  SECTION.

           IF  RETURN-CODE  <  8
               MOVE  'F'                 TO  RUN-SIT-PASSO
           ELSE
               MOVE  'E'                 TO  RUN-SIT-PASSO
           END-IF.

           MOVE  RETURN-CODE             TO  RUN-COD-RETORNO.
           ACCEPT  RUN-DAT-FIM           FROM  DATE YYYYMMDD.
           ACCEPT  RUN-HOR-FIM           FROM  TIME.

           REWRITE  RUN-REGISTRO.

       8610-99-REGISTRA-TERMINO-FIM.
           EXIT.

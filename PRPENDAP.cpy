      ******************************************************************
      * Copybook: PRPENDAP
      * Shared pending-approval queue routines, COPYed into the
      * PROCEDURE DIVISION of the maintenance programs whose changes
      * need a second user's approval (four eyes). The program
      * declares
      *   SELECT OPTIONAL PENDAPRV ASSIGN TO 'D:\PENDAPRV.DAT'
      * indexed on PND-CHAVE with FILE STATUS WS-ST-PENDAPRV, COPYs
      * PENDAPRV.cpy into its FD and WSPENDAP.cpy into working
      * storage, opens PENDAPRV I-O, moves its origin code to
      * WS-PND-COD-ORIGEM and the run start time to WS-PND-HOR-LOTE.
      *   8700-POSICIONA-APROVADAS / 8710-LE-APROVADA walk the items
      *     of the origin approved by Exercicio24 ('A'), one per
      *     PERFORM, with the transaction in WS-PND-TRANSACAO and the
      *     approver stamp in WS-PND-USU/DAT/HOR-APROVACAO, until
      *     WS-FIM-PENDAPRV = 'S'; the stamp is cleared when the
      *     approved items end, so changes made directly afterwards
      *     carry no approver.
      *   8730-BAIXA-PENDENCIA marks the item in hand as applied
      *     ('E', WS-PND-SW-EFETIVADA = 'S') or refused ('N').
      *   8740-ENFILEIRA-PENDENCIA queues WS-PND-TRANSACAO, typed by
      *     WS-PND-USU-DIGITACAO, as 'P' for the approval step.
      ******************************************************************
       8700-POSICIONA-APROVADAS  SECTION.

           MOVE  'N'                     TO  WS-FIM-PENDAPRV.

           MOVE  ZEROS                   TO  PND-CHAVE.
           MOVE  WS-PND-COD-ORIGEM       TO  PND-COD-ORIGEM.

           START  PENDAPRV  KEY  IS  >=  PND-CHAVE
                   INVALID KEY
                       MOVE  'S'         TO  WS-FIM-PENDAPRV
           END-START.

           PERFORM  8710-LE-APROVADA.

       8700-99-POSICIONA-APROVADAS-FIM.
           EXIT.

       8710-LE-APROVADA  SECTION.

           MOVE  'N'                     TO  WS-PND-SW-APROVADA.
           MOVE  SPACES                  TO  WS-PND-USU-APROVACAO.
           MOVE  ZEROS                   TO  WS-PND-DAT-APROVACAO.
           MOVE  ZEROS                   TO  WS-PND-HOR-APROVACAO.

           PERFORM  8720-LE-PENDAPRV
                   UNTIL  WS-FIM-PENDAPRV = 'S'  OR
                          WS-PND-SW-APROVADA = 'S'.

       8710-99-LE-APROVADA-FIM.
           EXIT.

       8720-LE-PENDAPRV  SECTION.

           READ  PENDAPRV  NEXT
                   AT END
                       MOVE  'S'         TO  WS-FIM-PENDAPRV
           END-READ.

           IF  WS-FIM-PENDAPRV = 'N'
               IF  PND-COD-ORIGEM  NOT =  WS-PND-COD-ORIGEM
                   MOVE  'S'             TO  WS-FIM-PENDAPRV
               ELSE
                   IF  PND-SIT-PENDENCIA = 'A'
                       MOVE  'S'         TO  WS-PND-SW-APROVADA
                       ADD  1            TO  WS-QT-APROVADAS-LIDAS
                       MOVE  PND-TRANSACAO
                                         TO  WS-PND-TRANSACAO
                       MOVE  PND-USU-APROVACAO
                                         TO  WS-PND-USU-APROVACAO
                       MOVE  PND-DAT-APROVACAO
                                         TO  WS-PND-DAT-APROVACAO
                       MOVE  PND-HOR-APROVACAO
                                         TO  WS-PND-HOR-APROVACAO
                   END-IF
               END-IF
           END-IF.

       8720-99-LE-PENDAPRV-FIM.
           EXIT.

       8730-BAIXA-PENDENCIA  SECTION.

           IF  WS-PND-SW-EFETIVADA = 'S'
               MOVE  'E'                 TO  PND-SIT-PENDENCIA
           ELSE
               MOVE  'N'                 TO  PND-SIT-PENDENCIA
               ADD  1                    TO  WS-QT-NAO-EFETIVADAS
           END-IF.

           MOVE  WS-DATA-PROCESSAMENTO   TO  PND-DAT-EFETIVACAO.

           REWRITE  PND-REGISTRO.

       8730-99-BAIXA-PENDENCIA-FIM.
           EXIT.

       8740-ENFILEIRA-PENDENCIA  SECTION.

           ADD  1                        TO  WS-PND-NUM-SEQUENCIA.

           MOVE  WS-PND-COD-ORIGEM       TO  PND-COD-ORIGEM.
           MOVE  WS-DATA-PROCESSAMENTO   TO  PND-DAT-DIGITACAO.
           MOVE  WS-PND-HOR-LOTE         TO  PND-HOR-DIGITACAO.
           MOVE  WS-PND-NUM-SEQUENCIA    TO  PND-NUM-SEQUENCIA.
           MOVE  'P'                     TO  PND-SIT-PENDENCIA.
           MOVE  WS-PND-USU-DIGITACAO    TO  PND-USU-DIGITACAO.
           MOVE  SPACES                  TO  PND-USU-APROVACAO.
           MOVE  ZEROS                   TO  PND-DAT-APROVACAO.
           MOVE  ZEROS                   TO  PND-HOR-APROVACAO.
           MOVE  SPACES                  TO  PND-DESC-DECISAO.
           MOVE  ZEROS                   TO  PND-DAT-EFETIVACAO.
           MOVE  WS-PND-TRANSACAO        TO  PND-TRANSACAO.

      *    The key carries the run's start time, so only a second
      *    run in the same hundredth of a second could collide: hold
      *    the run rather than lose a transaction.
           WRITE  PND-REGISTRO
                   INVALID KEY
                       DISPLAY  'PENDENCIA JA EXISTENTE NO PENDAPRV - '
                                PND-CHAVE
                       MOVE  12          TO  RETURN-CODE
                       STOP RUN

                   NOT INVALID KEY
                       ADD  1            TO  WS-QT-ENFILEIRADAS
           END-WRITE.

       8740-99-ENFILEIRA-PENDENCIA-FIM.
           EXIT.

           RECORD KEY  IS NTC-CHAVE
           FILE STATUS IS WS-ST-NOTATRAC.

           SELECT OPTIONAL LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT OPTIONAL DATAPROC
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNCTRL
           ASSIGN TO 'D:\RUNCTRL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS RUN-CHAVE
           FILE STATUS IS WS-ST-RUNCTRL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  NOTATRAC.
       COPY NOTATRAC.

       FD  LIVROISS.
       COPY LIVROISS.

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       01  WS-ST-NOTATRAC                 PIC X(02)  VALUE '00'.
       01  WS-QT-EVENTOS-TRACE            PIC 9(10)  VALUE ZEROS.

       01  WS-ST-LIVROISS                 PIC X(02)  VALUE '00'.
       01  WS-FIM-LIVROISS                PIC X(01)  VALUE 'N'.
       01  WS-SEQ-SEM-NUMERO              PIC 9(06)  VALUE ZEROS.
       01  WS-QT-LANCTOS-LIVRO            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-SUBST-LIVRO              PIC 9(10)  VALUE ZEROS.
       01  WS-QT-ESTORNOS-LIVRO           PIC 9(10)  VALUE ZEROS.

       01  WS-FIM-SAIDA002                PIC X(01)  VALUE 'N'.
       01  WS-FIM-SAIDA003                PIC X(01)  VALUE 'N'.


       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO3'            TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  SAIDA01H
                INPUT  SAIDA002
                INPUT  SAIDA003
                OUTPUT RELISS
                I-O    NOTATRAC
                I-O    LIVROISS.

      *    Without the tracking file a note's history breaks at
      *    this stage and the inquiry goes back to grepping the
               DISPLAY  'ERRO AO ABRIR NOTATRAC - STATUS '
                        WS-ST-NOTATRAC
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    The ledger is the only place the month's earlier daily
      *    runs survive; without it the monthly guia would again
      *    see just this day: hold the chain.
           IF  WS-ST-LIVROISS  NOT = '00'  AND
               WS-ST-LIVROISS  NOT = '05'
               DISPLAY  'ERRO AO ABRIR LIVROISS - STATUS '
                        WS-ST-LIVROISS
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           PERFORM  250-00-ESTORNA-LANCTOS-DIA.

           PERFORM  300-00-LER-SAIDA002.
           PERFORM  310-00-LER-SAIDA003.

       200-99-INICIALIZA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A rerun for the same processing date must replace that    *
      * date's postings, not add to them: every ledger line       *
      * posted on WS-DATA-PROCESSAMENTO is removed before the     *
      * day's notes are posted again.                             *
      *-----------------------------------------------------------*
       250-00-ESTORNA-LANCTOS-DIA  SECTION.

           MOVE  'N'                     TO  WS-FIM-LIVROISS.

           PERFORM  260-00-VARRE-LIVRO
                   UNTIL  WS-FIM-LIVROISS = 'S'.

       250-99-ESTORNA-LANCTOS-DIA-FIM.
           EXIT.

       260-00-VARRE-LIVRO  SECTION.

           READ  LIVROISS  NEXT
                   AT END
                       MOVE  'S'         TO  WS-FIM-LIVROISS
           END-READ.

           IF  WS-FIM-LIVROISS = 'N'
               IF  LIV-DAT-LANCAMENTO  =  WS-DATA-PROCESSAMENTO
                   DELETE  LIVROISS  RECORD
                   ADD  1                TO  WS-QT-ESTORNOS-LIVRO
               END-IF
           END-IF.

       260-99-VARRE-LIVRO-FIM.
           EXIT.

       300-00-LER-SAIDA002  SECTION.

           READ  SAIDA002  INTO  WS-ARQ-SAIDA00N

           ADD  1                        TO  WS-QT-GRAVS-RELISS.

           PERFORM  750-00-LANCA-LIVRO.

           PERFORM  850-00-GRAVA-NOTATRAC.

       700-99-GRAVA-RELISS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Posts the RELISS line to the month-to-date ledger under   *
      * the competence of the note's service date. A numbered     *
      * note already on the ledger (priced again on a later day)  *
      * has its posting replaced; a note without a number is      *
      * keyed by the processing date and its sequence in the day. *
      *-----------------------------------------------------------*
       750-00-LANCA-LIVRO  SECTION.

           MOVE  WS-REL-DAT-NOTA-SERV (1:6)
                                         TO  LIV-COMPETENCIA.
           MOVE  WS-REL-COD-MUNIC        TO  LIV-COD-MUNIC.
           MOVE  WS-REL-NUM-NOTA         TO  LIV-NUM-NOTA.

           IF  WS-REL-NUM-NOTA  >  ZEROS
               MOVE  ZEROS               TO  LIV-DAT-SEM-NUMERO
               MOVE  ZEROS               TO  LIV-SEQ-SEM-NUMERO
           ELSE
               ADD  1                    TO  WS-SEQ-SEM-NUMERO
               MOVE  WS-DATA-PROCESSAMENTO
                                         TO  LIV-DAT-SEM-NUMERO
               MOVE  WS-SEQ-SEM-NUMERO   TO  LIV-SEQ-SEM-NUMERO
           END-IF.

           MOVE  WS-DATA-PROCESSAMENTO   TO  LIV-DAT-LANCAMENTO.
           ACCEPT  LIV-HOR-LANCAMENTO    FROM  TIME.
           MOVE  WS-REG-RELISS           TO  LIV-REG-RELISS.

           WRITE LIV-REGISTRO
                   INVALID KEY
                       REWRITE LIV-REGISTRO
                       ADD  1            TO  WS-QT-SUBST-LIVRO
           END-WRITE.

           ADD  1                        TO  WS-QT-LANCTOS-LIVRO.

       750-99-LANCA-LIVRO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Lifecycle trace of the note: the pricing stage records    *
      * the aliquota and imposto applied (or why none was).       *

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           DISPLAY  'EVENTOS DE RASTREIO GRAVADOS........ '
                     WS-QT-EVENTOS-TRACE

           DISPLAY  'LANCAMENTOS DO DIA ESTORNADOS....... '
                     WS-QT-ESTORNOS-LIVRO
           DISPLAY  'LANCAMENTOS GRAVADOS NO LIVRO ISS... '
                     WS-QT-LANCTOS-LIVRO
           DISPLAY  'LANCAMENTOS DE DIA ANTERIOR SUBST... '
                     WS-QT-SUBST-LIVRO

           CLOSE  SAIDA01H
                  SAIDA002
                  SAIDA003
                  RELISS
                  NOTATRAC
                  LIVROISS.

           PERFORM  800-00-GRAVA-CTRLLOG.


      ******************************************************************
      * Copybook: PRLIVISS
      * Shared ledger selection routine, COPYed into the PROCEDURE
      * DIVISION of every program that used to sort RELISS and now
      * selects from the month-to-date ISS ledger. The calling
      * program declares
      *   SELECT LIVROISS ASSIGN TO 'D:\LIVROISS.DAT'
      * indexed on LIV-CHAVE with FILE STATUS WS-ST-LIVROISS, COPYs
      * LIVROISS.cpy into its FD and WSLIVISS.cpy into working
      * storage, and keeps its sort record (CLS-REGISTRO) in the
      * 125-byte RELISS layout. It moves the first and last
      * competence wanted to WS-LIV-COMPET-INI/WS-LIV-COMPET-FIN and
      * names 8400-SELECIONA-LIVRO as the INPUT PROCEDURE of the
      * SORT: every RELISS line posted to those competences, from
      * every daily run, is released to the sort. A ledger that
      * cannot be opened holds the run - a guia or report cut from
      * an empty selection would silently drop the month.
      ******************************************************************
       8400-SELECIONA-LIVRO  SECTION.

           OPEN INPUT  LIVROISS.

           IF  WS-ST-LIVROISS  NOT = '00'
               DISPLAY  'ERRO AO ABRIR LIVROISS - STATUS '
                        WS-ST-LIVROISS
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  'N'                     TO  WS-FIM-LIVROISS.

           MOVE  ZEROS                   TO  LIV-CHAVE.
           MOVE  WS-LIV-COMPET-INI       TO  LIV-COMPETENCIA.

           START  LIVROISS  KEY  IS  >=  LIV-CHAVE
                   INVALID KEY
                       MOVE  'S'         TO  WS-FIM-LIVROISS
           END-START.

           PERFORM  8410-LER-LIVRO
                   UNTIL  WS-FIM-LIVROISS = 'S'.

           CLOSE  LIVROISS.

       8400-99-SELECIONA-LIVRO-FIM.
           EXIT.

       8410-LER-LIVRO  SECTION.

           READ  LIVROISS  NEXT
                   AT END
                       MOVE  'S'         TO  WS-FIM-LIVROISS
           END-READ.

           IF  WS-FIM-LIVROISS = 'N'
               IF  LIV-COMPETENCIA  >  WS-LIV-COMPET-FIN
                   MOVE  'S'             TO  WS-FIM-LIVROISS
               ELSE
                   ADD  1                TO  WS-QT-LIDOS-LIVRO
                   RELEASE  CLS-REGISTRO  FROM  LIV-REG-RELISS
               END-IF
           END-IF.

       8410-99-LER-LIVRO-FIM.
           EXIT.

      ******************************************************************
      * Copybook: WSLIVISS
      * Working-storage fields for the shared ledger selection
      * routine (see PRLIVISS.cpy): the file status and end-of-file
      * switch of LIVROISS, the competence range to select and the
      * count of ledger lines released to the sort.
      ******************************************************************
       01  WS-ST-LIVROISS                 PIC X(02)  VALUE '00'.
       01  WS-FIM-LIVROISS                PIC X(01)  VALUE 'N'.
       01  WS-LIV-COMPET-INI              PIC 9(06)  VALUE ZEROS.
       01  WS-LIV-COMPET-FIN              PIC 9(06)  VALUE ZEROS.
       01  WS-QT-LIDOS-LIVRO              PIC 9(10)  VALUE ZEROS.

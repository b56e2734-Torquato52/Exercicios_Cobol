      ******************************************************************
      * Copybook: WSRUNCTL
      * Working-storage fields for the shared run-control routines
      * (see PRRUNCTL.cpy) and the chain table they and the status
      * report (Exercicio22) work from. Each entry of the table names
      * the cycle of the step ('D' daily, 'M' monthly, 'A' avulso -
      * run on demand, outside the cycles), the program and one step
      * that must have ended OK for the same processing date before
      * it may start (spaces: first step of the chain). A step with
      * more than one predecessor has one entry per predecessor, and
      * its entries follow each other. The entries are in the order
      * the chain runs. A program run once per input file has one
      * step per input, named after the program and the input
      * (EXERCICIO6E1/EXERCICIO6E2: the recycle of the rejects of
      * Exercicio1 and of Exercicio2).
      ******************************************************************
       01  WS-ST-RUNCTRL                  PIC X(02)  VALUE '00'.
       01  WS-RUN-NOM-PROGRAMA            PIC X(12)  VALUE SPACES.
       01  WS-RUN-NOM-PREDECESSOR         PIC X(12)  VALUE SPACES.
       01  WS-RUN-SW-INICIADO             PIC X(01)  VALUE 'N'.
       01  WS-RUN-SW-EXISTE               PIC X(01)  VALUE 'N'.
       01  WS-RUN-SW-RECUSADO             PIC X(01)  VALUE 'N'.
       01  WS-RUN-IDX                     PIC 9(02)  VALUE ZEROS.
       01  WS-RUN-QT-PASSOS               PIC 9(02)  VALUE 18.

       01  WS-TAB-CADEIA.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO1              '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO2  EXERCICIO1  '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO6E1EXERCICIO1  '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO6E2EXERCICIO2  '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO3  EXERCICIO2  '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO7  EXERCICIO3  '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO11             '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO19 EXERCICIO3  '.
           03  FILLER                     PIC X(25)
               VALUE 'DEXERCICIO19 EXERCICIO11 '.
           03  FILLER                     PIC X(25)
               VALUE 'MEXERCICIO4  EXERCICIO3  '.
           03  FILLER                     PIC X(25)
               VALUE 'MEXERCICIO8  EXERCICIO3  '.
           03  FILLER                     PIC X(25)
               VALUE 'MEXERCICIO9  EXERCICIO3  '.
           03  FILLER                     PIC X(25)
               VALUE 'MEXERCICIO18 EXERCICIO11 '.
           03  FILLER                     PIC X(25)
               VALUE 'MEXERCICIO20 EXERCICIO8  '.
           03  FILLER                     PIC X(25)
               VALUE 'MEXERCICIO15 EXERCICIO20 '.
           03  FILLER                     PIC X(25)
               VALUE 'AEXERCICIO10 EXERCICIO3  '.
           03  FILLER                     PIC X(25)
               VALUE 'AEXERCICIO13             '.
           03  FILLER                     PIC X(25)
               VALUE 'AEXERCICIO16 EXERCICIO3  '.

       01  WS-TAB-CADEIA-R  REDEFINES  WS-TAB-CADEIA.
           03  WS-CAD-PASSO               OCCURS 18 TIMES.
               05  WS-CAD-CICLO           PIC X(01).
               05  WS-CAD-PROGRAMA        PIC X(12).
               05  WS-CAD-PREDECESSOR     PIC X(12).

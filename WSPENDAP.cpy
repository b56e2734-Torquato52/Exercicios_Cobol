      ******************************************************************
      * Copybook: WSPENDAP
      * Working-storage fields for the shared pending-approval queue
      * routines (see PRPENDAP.cpy): the file status and end switch
      * of PENDAPRV, the origin and batch time of the calling
      * program's queue entries, the transaction being queued or
      * applied with its maker, the approver stamp of the approved
      * item in hand (spaces/zeros when none) and the counters.
      ******************************************************************
       01  WS-ST-PENDAPRV                 PIC X(02)  VALUE '00'.
       01  WS-FIM-PENDAPRV                PIC X(01)  VALUE 'N'.
       01  WS-PND-SW-APROVADA             PIC X(01)  VALUE 'N'.
       01  WS-PND-SW-EFETIVADA            PIC X(01)  VALUE 'N'.
       01  WS-PND-COD-ORIGEM              PIC 9(01)  VALUE ZEROS.
       01  WS-PND-HOR-LOTE                PIC 9(08)  VALUE ZEROS.
       01  WS-PND-NUM-SEQUENCIA           PIC 9(05)  VALUE ZEROS.
       01  WS-PND-USU-DIGITACAO           PIC X(08)  VALUE SPACES.
       01  WS-PND-TRANSACAO               PIC X(79)  VALUE SPACES.
       01  WS-PND-USU-APROVACAO           PIC X(08)  VALUE SPACES.
       01  WS-PND-DAT-APROVACAO           PIC 9(08)  VALUE ZEROS.
       01  WS-PND-HOR-APROVACAO           PIC 9(08)  VALUE ZEROS.
       01  WS-QT-ENFILEIRADAS             PIC 9(10)  VALUE ZEROS.
       01  WS-QT-APROVADAS-LIDAS          PIC 9(10)  VALUE ZEROS.
       01  WS-QT-NAO-EFETIVADAS           PIC 9(10)  VALUE ZEROS.

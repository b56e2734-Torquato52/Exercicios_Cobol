      ******************************************************************
      * Copybook: PENDAPRV
      * Shared record layout of the pending-approval queue
      * (D:\PENDAPRV.DAT, indexed by origin + maker date/time +
      * sequence), COPYed into the FD PENDAPRV of the maintenance
      * programs that queue their transactions instead of applying
      * them (see PRPENDAP.cpy) and of the approval step Exercicio24.
      * PND-COD-ORIGEM names the transaction kept in PND-TRANSACAO:
      *   1 - MANUTRAN, rate table ENTRA001     (Exercicio5)
      *   2 - MUNITRAN, municipality master     (Exercicio12)
      *   3 - FECHTRAN reopen, COMPFECH         (Exercicio14)
      * PND-SIT-PENDENCIA:
      *   'P' - pendente, waiting for a decision
      *   'A' - aprovada, applied by the next run of its program
      *   'R' - rejeitada by the approver (PND-DESC-DECISAO says why)
      *   'X' - expirada, no decision within the approval term
      *   'E' - efetivada, applied to the master
      *   'N' - nao efetivada, approved but refused when applied
      *         (the master changed since it was typed)
      * Records are never deleted: the queue is the trail of who
      * typed and who approved each change.
      ******************************************************************
       01  PND-REGISTRO.
           03  PND-CHAVE.
               05  PND-COD-ORIGEM         PIC 9(01).
               05  PND-DAT-DIGITACAO      PIC 9(08).
               05  PND-HOR-DIGITACAO      PIC 9(08).
               05  PND-NUM-SEQUENCIA      PIC 9(05).
           03  PND-SIT-PENDENCIA          PIC X(01).
           03  PND-USU-DIGITACAO          PIC X(08).
           03  PND-USU-APROVACAO          PIC X(08).
           03  PND-DAT-APROVACAO          PIC 9(08).
           03  PND-HOR-APROVACAO          PIC 9(08).
           03  PND-DESC-DECISAO           PIC X(35).
           03  PND-DAT-EFETIVACAO         PIC 9(08).
           03  PND-TRANSACAO              PIC X(79).

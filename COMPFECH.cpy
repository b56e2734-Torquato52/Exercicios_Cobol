      * it on an explicit reopen ('R' = reaberta), always stamping
      * user and timestamp. Enforcement reads only the situation:
      * 'F' blocks, 'R' releases - the record is kept on reopen so
      * the audit can see the competence was once closed. A reopen
      * only takes effect once a second user has approved it through
      * the pending-approval queue (Exercicio24): the approver's id
      * and timestamp are kept next to the maker's (spaces/zeros on a
      * close, which needs no approval). A file written before these
      * fields existed is converted once by Exercicio26.
      ******************************************************************
       01  CPF-REGISTRO.
           03  CPF-CHAVE.
           03  CPF-USU-MANUT              PIC X(08).
           03  CPF-DAT-MANUT              PIC 9(08).
           03  CPF-HOR-MANUT              PIC 9(08).
           03  CPF-USU-APROVACAO          PIC X(08).
           03  CPF-DAT-APROVACAO          PIC 9(08).
           03  CPF-HOR-APROVACAO          PIC 9(08).

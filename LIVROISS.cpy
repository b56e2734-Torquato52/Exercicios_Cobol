      ******************************************************************
      * Copybook: LIVROISS
      * Shared record layout of the month-to-date ISS ledger
      * (D:\LIVROISS.DAT, indexed by competencia + municipio + numero
      * da nota), COPYed into the FD LIVROISS of every program that
      * posts to or selects from it. RELISS is rewritten by every
      * daily run of Exercicio3; the ledger is permanent, so each
      * run posts its RELISS lines here and the monthly and
      * reporting programs select the whole competence instead of
      * only the last day. LIV-COMPETENCIA is the year/month of the
      * note's service date. A note priced again on a later day
      * replaces its earlier posting; a rerun of the same processing
      * date first removes that date's postings (LIV-DAT-LANCAMENTO)
      * so nothing is doubled. Notes that arrived without a number
      * cannot be told apart by LIV-NUM-NOTA = zeros, so for them
      * LIV-DAT-SEM-NUMERO/LIV-SEQ-SEM-NUMERO carry the processing
      * date and a sequence within that day; for numbered notes
      * both are zeros. LIV-REG-RELISS is the RELISS line exactly
      * as written (layout in WSRELISS.cpy).
      ******************************************************************
       01  LIV-REGISTRO.
           03  LIV-CHAVE.
               05  LIV-COMPETENCIA        PIC 9(06).
               05  LIV-COD-MUNIC          PIC 9(06).
               05  LIV-NUM-NOTA           PIC 9(09).
               05  LIV-DAT-SEM-NUMERO     PIC 9(08).
               05  LIV-SEQ-SEM-NUMERO     PIC 9(06).
           03  LIV-DAT-LANCAMENTO         PIC 9(08).
           03  LIV-HOR-LANCAMENTO         PIC 9(08).
           03  LIV-REG-RELISS             PIC X(125).

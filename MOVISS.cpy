      ******************************************************************
      * Copybook: MOVISS
      * Shared record layout of the ISS movement file
      * (D:\MOVISS.TXT, line sequential, appended by every program
      * that moves ISS outside the daily withholding and the guia
      * payments), COPYed into the FD MOVISS of its writers and of
      * the general-ledger journal, which posts every movement
      * appended since its last run (see JORNCTL):
      *   tipo 'R' - Exercicio13: credit of the recalculation loaded
      *              into CREDSALD for the municipio
      *   tipo 'C' - Exercicio2: ISS of a note cancelled after its
      *              competence was closed, credited to CREDSALD
      *   tipo 'E' - Exercicio2: ISS of a note cancelled while its
      *              competence was open, pulled from the month
      *   tipo 'A' - Exercicio8: credit balance deducted from the
      *              municipio's guia
      *   tipo 'G' - Exercicio13: complement billed on the
      *              municipio's adjustment guia (GUIAAJU)
      *   tipo 'M' - Exercicio18: fine and interest charged on a
      *              late guia, above what was already charged
      *   tipo 'V' - Exercicio18: reversal of fine and interest
      *              charged in excess on an earlier mora guia
      *   tipo 'P' - Exercicio11: amount received on a mora guia
      * MVI-DAT-MOVIMENTO is the processing date of the run that
      * wrote the movement; MVI-NUM-NOTA is zeros for the
      * municipio-level movements (all but 'C' and 'E').
      * The file is only ever extended, never rewritten, so the
      * ordinal position of a record identifies it for good.
      ******************************************************************
       01  MVI-REGISTRO.
           03  MVI-DAT-MOVIMENTO          PIC 9(08).
           03  MVI-TIPO-MOVIMENTO         PIC X(01).
           03  MVI-COD-MUNIC              PIC 9(06).
           03  MVI-COMPETENCIA            PIC 9(06).
           03  MVI-NUM-NOTA               PIC 9(09).
           03  MVI-VLR-MOVIMENTO          PIC 9(15)V99.
           03  MVI-NOM-PROGRAMA           PIC X(12).

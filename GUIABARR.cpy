      ******************************************************************
      * Copybook: GUIABARR
      * Shared record layout of the barcode index of the bank
      * collection remessa (D:\GUIABARR.DAT, indexed by the 44-digit
      * barcode), written by Exercicio20 for every guia it sends to
      * the bank and read by Exercicio11 to match a bank return that
      * carries the barcode back to its guia. GBR-TIP-GUIA is 'M'
      * for a guia of the monthly remittance (GUIAISS), 'A' for an
      * adjustment guia (GUIAAJU) and 'J' for a fine and interest
      * guia (GUIAMORA). GBR-LIN-DIGITAVEL holds the 47
      * digits of the linha digitavel without the separators.
      * GBR-DAT-REMESSA/GBR-NUM-SEQ-ARQUIVO identify the remessa
      * file (processing date and file sequence) that carried it.
      ******************************************************************
       01  GBR-REGISTRO.
           03  GBR-COD-BARRAS             PIC X(44).
           03  GBR-TIP-GUIA               PIC X(01).
           03  GBR-COD-MUNIC              PIC 9(06).
           03  GBR-COMPETENCIA            PIC 9(06).
           03  GBR-VLR-GUIA               PIC 9(15)V99.
           03  GBR-DAT-VENCIMENTO         PIC 9(08).
           03  GBR-LIN-DIGITAVEL          PIC X(47).
           03  GBR-DAT-REMESSA            PIC 9(08).
           03  GBR-NUM-SEQ-ARQUIVO        PIC 9(06).

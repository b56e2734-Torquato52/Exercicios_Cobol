      ******************************************************************
      * Copybook: MORAISS
      * Shared record layout of the mora charge index
      * (D:\MORAISS.DAT, indexed by municipio + competencia), one
      * record per guia that Exercicio18 charged fine and interest
      * on. Exercicio18 writes it on the first charge and rewrites
      * it on every monthly recharge while the guia stays unpaid;
      * Exercicio11 rewrites it when the bank returns the payment of
      * the mora guia. Unlike GUIAIDX, which Exercicio11 rebuilds
      * from every remittance, this file is kept across runs and is
      * what tells the programs a guia was already charged.
      *   MRA-SIT-MORA  'E' - mora guia issued, not paid yet
      *                 'P' - mora guia paid in full: the underlying
      *                       guia is settled and no longer charged
      *                 'D' - mora guia paid short: held for manual
      *                       settlement, no longer recharged
      * MRA-VLR-ENCARGOS-LANCADOS is the fine and interest already
      * sent to MOVISS for the ledger, so a recharge only moves the
      * difference. MRA-QT-EMISSOES counts the guias issued for the
      * charge; the last one carries the current total and due date.
      ******************************************************************
       01  MRA-REGISTRO.
           03  MRA-CHAVE.
               05  MRA-COD-MUNIC          PIC 9(06).
               05  MRA-COMPETENCIA        PIC 9(06).
           03  MRA-DESC-MUNIC             PIC X(20).
           03  MRA-SIT-MORA               PIC X(01).
           03  MRA-DAT-VENC-ORIGINAL      PIC 9(08).
           03  MRA-DAT-CALCULO            PIC 9(08).
           03  MRA-QT-DIAS-ATRASO         PIC 9(05).
           03  MRA-VLR-PRINCIPAL          PIC 9(15)V99.
           03  MRA-VLR-MULTA              PIC 9(15)V99.
           03  MRA-VLR-JUROS              PIC 9(15)V99.
           03  MRA-VLR-TOTAL              PIC 9(15)V99.
           03  MRA-VLR-ENCARGOS-LANCADOS  PIC 9(15)V99.
           03  MRA-DAT-VENCIMENTO         PIC 9(08).
           03  MRA-QT-EMISSOES            PIC 9(03).
           03  MRA-DAT-PAGAMENTO          PIC 9(08).
           03  MRA-VLR-PAGO               PIC 9(15)V99.
           03  MRA-AUT-BANCARIA           PIC X(20).
           03  MRA-DAT-CONFIRMACAO        PIC 9(08).

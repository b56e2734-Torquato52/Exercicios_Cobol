      ******************************************************************
      * Copybook: CATSERV
      * Shared record layout of the service-code catalog (the LC 116
      * service list, D:\CATSERV.DAT, indexed by CAT-COD-SERV),
      * COPYed into the FD CATSERV of every program that validates a
      * service code or a rate. The catalog is the single source of
      * the official item of the list (CAT-ITEM-LISTA, 'NN.NN'), its
      * description and the legal rate band of the service: the gate
      * programs (Exercicio1, Exercicio5) reject a rate record whose
      * service is not on the catalog or whose rate falls outside
      * CAT-ALIQ-MINIMA..CAT-ALIQ-MAXIMA, each with its own motivo,
      * and replace the free-text ENT01-DESC-SERV with the short
      * official description CAT-DESC-ABREV; Exercicio2 sends a note
      * with a service code not on the catalog to SAIDA005.
      * CAT-SW-RETENCAO is 'S' when the service is subject to
      * withholding at source. Maintained by Exercicio25, with
      * before/after images on AUDICAT.
      ******************************************************************
       01  CAT-REGISTRO.
           03  CAT-COD-SERV               PIC 9(04).
           03  CAT-ITEM-LISTA             PIC X(05).
           03  CAT-DESC-SERV              PIC X(60).
           03  CAT-DESC-ABREV             PIC X(20).
           03  CAT-ALIQ-MINIMA            PIC 9(02)V99.
           03  CAT-ALIQ-MAXIMA            PIC 9(02)V99.
           03  CAT-SW-RETENCAO            PIC X(01).
           03  CAT-USU-MANUT              PIC X(08).
           03  CAT-DAT-MANUT              PIC 9(08).
           03  CAT-HOR-MANUT              PIC 9(08).

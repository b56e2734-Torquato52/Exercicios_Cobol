      ******************************************************************
      * Copybook: USUARIOS
      * Shared record layout of the user/role table (D:\USUARIOS.TXT,
      * one line per user id, kept by the security administration),
      * COPYed into the FD USUARIOS of the approval step Exercicio24.
      * USR-SIT-USUARIO is 'A' (ativo) or 'I' (inativo): an inactive
      * user approves nothing. USR-ALCADA carries one approval role
      * per origin of the pending-approval queue (PENDAPRV.cpy), in
      * origin order - 'S' means the user may approve or reject that
      * kind of change:
      *   (1) aliquota   - MANUTRAN on ENTRA001 (Exercicio5)
      *   (2) municipio  - MUNITRAN on MUNICMST (Exercicio12)
      *   (3) reabertura - reopen on COMPFECH (Exercicio14)
      * Typing transactions needs no role: any user id may appear as
      * maker, and no user may approve their own item.
      ******************************************************************
       01  USR-REGISTRO.
           03  USR-COD-USUARIO            PIC X(08).
           03  USR-NOM-USUARIO            PIC X(30).
           03  USR-SIT-USUARIO            PIC X(01).
           03  USR-TAB-ALCADAS.
               05  USR-ALCADA             PIC X(01)  OCCURS 3 TIMES.

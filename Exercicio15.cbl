           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNCTRL
           ASSIGN TO 'D:\RUNCTRL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS RUN-CHAVE
           FILE STATUS IS WS-ST-RUNCTRL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.


       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO15'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           MOVE  WS-DATA-PROCESSAMENTO (1:6)  TO  WS-MES-CORRENTE.

           PERFORM  250-00-LE-PARAMETRO.
               DISPLAY  'ERRO AO ABRIR CTRLHIST - STATUS '
                        WS-ST-CTRLHIST
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.


       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

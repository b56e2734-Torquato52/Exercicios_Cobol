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
               MOVE  12                  TO  RETURN-CODE
               MOVE  'S'                 TO  WS-FIM-REJENTRA
           ELSE
               IF  WS-PARM-TIPO-ARQ = 'ENTRA001'
                   MOVE  'EXERCICIO6E1'  TO  WS-RUN-NOM-PROGRAMA
               ELSE
                   MOVE  'EXERCICIO6E2'  TO  WS-RUN-NOM-PROGRAMA
               END-IF
               PERFORM  8500-INICIA-PASSO

               PERFORM  250-00-CARREGA-CORRECOES

               OPEN INPUT  REJENTRA
                   DISPLAY  'ERRO AO ABRIR RECICLA - STATUS '
                            WS-ST-RECICLA
                   MOVE  12              TO  RETURN-CODE
                   PERFORM  8600-FINALIZA-PASSO
                   STOP RUN
               END-IF


       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

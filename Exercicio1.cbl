           RECORD KEY  IS MUN-COD-MUNIC
           FILE STATUS IS WS-ST-MUNICMST.

           SELECT CATSERV
           ASSIGN TO 'D:\CATSERV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CAT-COD-SERV
           FILE STATUS IS WS-ST-CATSERV.

           SELECT OPTIONAL DATAPROC
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
       FD  MUNICMST.
       COPY MUNICMST.

       FD  CATSERV.
       COPY CATSERV.

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       01  WS-SW-TEM-PENDENTE             PIC X(01)  VALUE 'N'.

       01  WS-ST-MUNICMST                 PIC X(02)  VALUE '00'.
       01  WS-ST-CATSERV                  PIC X(02)  VALUE '00'.

       01  WS-FIM-ENTRA001                PIC X(01)  VALUE 'N'.


       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO1'            TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  ENTRA001
                INPUT  MUNICMST
                INPUT  CATSERV
                OUTPUT SAIDA001
                OUTPUT SAIDA01H
                OUTPUT SAIDA001-REJ.
               DISPLAY  'ERRO AO ABRIR MUNICMST - STATUS '
                        WS-ST-MUNICMST
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    Without the service catalog there is no check of the
      *    service code nor of the legal rate band: hold the chain.
           IF  WS-ST-CATSERV  NOT = '00'
               DISPLAY  'ERRO AO ABRIR CATSERV - STATUS '
                        WS-ST-CATSERV
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               PERFORM  420-00-VALIDA-MUNICIPIO
           END-IF.

           IF  WS-SW-REG-VALIDO = 'S'
               PERFORM  425-00-VALIDA-SERVICO
           END-IF.

       450-99-VALIDA-ENTRA001-FIM.
           EXIT.

       420-99-VALIDA-MUNICIPIO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The service catalog (LC 116 list) is the single source of  *
      * the service description and of the legal rate band: a code *
      * not on the catalog and a rate outside the band of the      *
      * service are rejected each with its own motivo, and when    *
      * both are good the free-text description is replaced by the *
      * official short one.                                        *
      *-----------------------------------------------------------*
       425-00-VALIDA-SERVICO  SECTION.

           MOVE  WS-ENT01-COD-SERV       TO  CAT-COD-SERV.

           READ  CATSERV
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  19          TO  WS-COD-MOTIVO-REJ
                       MOVE  'SERVICO NAO CADASTRADO NO CATALOGO'
                                         TO  WS-DESC-MOTIVO-REJ

                   NOT INVALID KEY
                       IF  WS-ENT01-VLR-ALIQ  <  CAT-ALIQ-MINIMA  OR
                           WS-ENT01-VLR-ALIQ  >  CAT-ALIQ-MAXIMA
                           MOVE  'N'     TO  WS-SW-REG-VALIDO
                           MOVE  20      TO  WS-COD-MOTIVO-REJ
                           MOVE  'ALIQUOTA FORA DOS LIMITES LEGAIS'
                                         TO  WS-DESC-MOTIVO-REJ
                       ELSE
                           MOVE  CAT-DESC-ABREV
                                         TO  WS-ENT01-DESC-SERV
                       END-IF
           END-READ.

       425-99-VALIDA-SERVICO-FIM.
           EXIT.

       COPY PRVALDT.

      *-----------------------------------------------------------*

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           CLOSE  ENTRA001
                  MUNICMST
                  CATSERV
                  SAIDA001
                  SAIDA01H
                  SAIDA001-REJ.

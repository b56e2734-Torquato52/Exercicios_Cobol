      *          arquivo de saldos CREDSALD que a proxima remessa
      *          mensal abate do imposto do municipio antes de cortar
      *          o GUIAISS; o relatorio de ajuste registra cada valor
      *          carregado para a auditoria explicar os totais;
      *          cada guia de ajuste e cada credito carregado tambem
      *          vao para o MOVISS, de onde o Exercicio19 os contabiliza
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNCTRL
           ASSIGN TO 'D:\RUNCTRL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS RUN-CHAVE
           FILE STATUS IS WS-ST-RUNCTRL.

           SELECT OPTIONAL MOVISS
           ASSIGN TO 'D:\MOVISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  MOVISS.
       COPY MOVISS.

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

           MOVE  'EXERCICIO13'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  PARMAJUS.

           READ  PARMAJUS  INTO  WS-COMPETENCIA-X
               DISPLAY  'COMPETENCIA AUSENTE OU INVALIDA EM '
                        'PARMAJUS: '  WS-COMPETENCIA-X
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'COMPETENCIA COM MES INVALIDO EM '
                        'PARMAJUS: '  WS-COMPETENCIA
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

                INPUT  MUNICMST
                I-O    CREDSALD
                OUTPUT GUIAAJU
                OUTPUT RELAJUS
                EXTEND MOVISS.

           IF  WS-ST-MUNICMST  NOT = '00'
               DISPLAY  'ERRO AO ABRIR MUNICMST - STATUS '
                        WS-ST-MUNICMST
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'ERRO AO ABRIR CREDSALD - STATUS '
                        WS-ST-CREDSALD
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.


           WRITE GAJ-REGISTRO  FROM  WS-REG-GUIA-DET.

           MOVE  WS-DATA-PROCESSAMENTO   TO  MVI-DAT-MOVIMENTO.
           MOVE  'G'                     TO  MVI-TIPO-MOVIMENTO.
           MOVE  WS-TOT-COD-MUNIC        TO  MVI-COD-MUNIC.
           MOVE  WS-COMPETENCIA          TO  MVI-COMPETENCIA.
           MOVE  ZEROS                   TO  MVI-NUM-NOTA.
           MOVE  WS-TOT-VLR-COMPLEMENTO  TO  MVI-VLR-MOVIMENTO.
           MOVE  'EXERCICIO13'           TO  MVI-NOM-PROGRAMA.

           WRITE MVI-REGISTRO.

           ADD  1                        TO  WS-QT-MUNIC-GUIA.
           ADD  WS-MUN-TOT-VAL-A-TRIB    TO  WS-TOT-GER-VAL-A-TRIB.
           ADD  WS-TOT-VLR-COMPLEMENTO   TO  WS-TOT-GER-COMPLEMENTO.
                       REWRITE CRS-REGISTRO
           END-READ.

           MOVE  WS-DATA-PROCESSAMENTO   TO  MVI-DAT-MOVIMENTO.
           MOVE  'R'                     TO  MVI-TIPO-MOVIMENTO.
           MOVE  WS-TOT-COD-MUNIC        TO  MVI-COD-MUNIC.
           MOVE  WS-COMPETENCIA          TO  MVI-COMPETENCIA.
           MOVE  ZEROS                   TO  MVI-NUM-NOTA.
           MOVE  WS-TOT-VLR-CREDITO      TO  MVI-VLR-MOVIMENTO.
           MOVE  'EXERCICIO13'           TO  MVI-NOM-PROGRAMA.

           WRITE MVI-REGISTRO.

           ADD  1                        TO  WS-QT-MUNIC-CREDITO.
           ADD  WS-TOT-VLR-CREDITO       TO  WS-TOT-GER-CREDITO.


       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
                  MUNICMST
                  CREDSALD
                  GUIAAJU
                  RELAJUS
                  MOVISS.

           PERFORM  800-00-GRAVA-CTRLLOG.


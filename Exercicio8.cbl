      * Author:
      * Date:
      * Purpose: Guia de recolhimento mensal de ISS: consolida do
      *          livro mensal de ISS (LIVROISS), que acumula o RELISS
      *          de todas as execucoes diarias do Exercicio3, as
      *          notas retidas da competencia informada,
      *          gera um registro de remessa por municipio com data
      *          de vencimento e fecha o arquivo com trailer de
      *          totais de controle para envio ao banco
           ASSIGN TO 'D:\PARMGUIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT GUIAISS
           ASSIGN TO 'D:\GUIAISS.TXT'
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVISS
           ASSIGN TO 'D:\MOVISS.TXT'
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
       FD  PARMGUIA.
       01  PGU-REGISTRO                   PIC 9(06).

       FD  LIVROISS.
       COPY LIVROISS.

       FD  GUIAISS.
       01  GUI-REGISTRO                   PIC X(82).
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  MOVISS.
       COPY MOVISS.

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.


       COPY WSFERIAD.

       COPY WSLIVISS.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           SORT  CLASSISS
                   ON  ASCENDING  KEY  CLS-COD-MUNIC
                   INPUT  PROCEDURE  IS  8400-SELECIONA-LIVRO
                   OUTPUT PROCEDURE  IS  500-00-GERA-GUIAS.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO8'            TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  PARMGUIA.

           READ  PARMGUIA  INTO  WS-COMPETENCIA-X
               DISPLAY  'COMPETENCIA AUSENTE OU INVALIDA EM '
                        'PARMGUIA: '  WS-COMPETENCIA-X
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'COMPETENCIA COM MES INVALIDO EM '
                        'PARMGUIA: '  WS-COMPETENCIA
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  WS-COMPETENCIA          TO  WS-LIV-COMPET-INI.
           MOVE  WS-COMPETENCIA          TO  WS-LIV-COMPET-FIN.

           PERFORM  8300-CARREGA-FERIADOS.

           PERFORM  250-00-CALCULA-VENCIMENTO.
           OPEN OUTPUT  GUIAISS
                I-O    CREDSALD
                I-O    NOTATRAC
                OUTPUT RELABATE
                EXTEND MOVISS.

      *    Without the tracking file the remittance stage of a
      *    note's history is lost: hold the run.
               DISPLAY  'ERRO AO ABRIR NOTATRAC - STATUS '
                        WS-ST-NOTATRAC
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

      * the guia is cut: the guia goes out with the net value,     *
      * the balance is reduced by what was used, and every offset  *
      * applied is written to RELABATE so the municipio totals     *
      * can be explained in an audit, and to MOVISS for the        *
      * general-ledger journal. The tributable base stays          *
      * gross - only the imposto owed is reduced.                  *
      *-----------------------------------------------------------*
       610-00-ABATE-CREDITO  SECTION.

           WRITE ABT-REGISTRO  FROM  WS-LIN-ABATE.

           MOVE  WS-DATA-PROCESSAMENTO   TO  MVI-DAT-MOVIMENTO.
           MOVE  'A'                     TO  MVI-TIPO-MOVIMENTO.
           MOVE  WS-MUNIC-ANTERIOR       TO  MVI-COD-MUNIC.
           MOVE  WS-COMPETENCIA          TO  MVI-COMPETENCIA.
           MOVE  ZEROS                   TO  MVI-NUM-NOTA.
           MOVE  WS-VLR-ABATIMENTO       TO  MVI-VLR-MOVIMENTO.
           MOVE  'EXERCICIO8'            TO  MVI-NOM-PROGRAMA.

           WRITE MVI-REGISTRO.

           ADD  1                        TO  WS-QT-MUNIC-ABATIDOS.
           ADD  WS-VLR-ABATIMENTO        TO  WS-TOT-GER-ABATIDO.


       COPY PRFERIAD.

       COPY PRLIVISS.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           MOVE  'EXERCICIO8'            TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'LIVROISS'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-RELISS      TO  CTL-QT-LIDOS.
           MOVE  WS-QT-NOTAS-SELECION    TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.

           DISPLAY  'COMPETENCIA DA REMESSA............... '
                     WS-COMPETENCIA
           DISPLAY  'LENDO LIVRO DE ISS DA COMPETENCIA.... '
                     WS-QT-LIDOS-RELISS
           DISPLAY  'NOTAS RETIDAS DA COMPETENCIA......... '
                     WS-QT-NOTAS-SELECION
           CLOSE  GUIAISS
                  CREDSALD
                  NOTATRAC
                  RELABATE
                  MOVISS.

           PERFORM  800-00-GRAVA-CTRLLOG.


      * Author:
      * Date:
      * Purpose: Relatorio de ISS retido por municipio a partir do
      *          livro mensal de ISS (LIVROISS) alimentado pelo
      *          Exercicio3, para a competencia informada no PARMGUIA
      *          (sem parametro, a competencia da data de
      *          processamento)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMGUIA
           ASSIGN TO 'D:\PARMGUIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT RELMUNIC
           ASSIGN TO 'D:\RELMUNIC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PARMGUIA.
       01  PGU-REGISTRO                   PIC 9(06).

       FD  LIVROISS.
       COPY LIVROISS.

       FD  RELMUNIC.
       01  IMP-REGISTRO                   PIC X(132).
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       COPY WSRELISS.

       01  WS-COMPETENCIA-X               PIC X(06)  VALUE SPACES.
       01  WS-COMPETENCIA                 PIC 9(06)  VALUE ZEROS.
       01  WS-COMPETENCIA-R  REDEFINES  WS-COMPETENCIA.
           03  WS-COMPET-ANO              PIC 9(04).
           03  WS-COMPET-MES              PIC 9(02).

       01  WS-FIM-CLASSISS                PIC X(01)  VALUE 'N'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
               VALUE 'RELATORIO DE ISS RETIDO POR MU'.
           03  FILLER                     PIC X(09)
               VALUE 'NICIPIO  '.
           03  FILLER                     PIC X(05)  VALUE SPACES.
           03  FILLER                     PIC X(13)
               VALUE 'COMPETENCIA: '.
           03  WS-CAB01-COMPET-MES        PIC 9(02).
           03  FILLER                     PIC X(01)  VALUE '/'.
           03  WS-CAB01-COMPET-ANO        PIC 9(04).
           03  FILLER                     PIC X(32)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'DATA: '.
           03  WS-CAB01-DIA               PIC 9(02).
           03  FILLER                     PIC X(01)  VALUE '/'.

       01  WS-LIN-TRACO                   PIC X(132)  VALUE ALL '-'.

       COPY WSLIVISS.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           SORT  CLASSISS
                   ON  ASCENDING  KEY  CLS-COD-MUNIC
                   INPUT  PROCEDURE  IS  8400-SELECIONA-LIVRO
                   OUTPUT PROCEDURE  IS  500-00-IMPRIME-RELATORIO.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO4'            TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           MOVE  WS-DATA-PROC-DIA        TO  WS-CAB01-DIA.
           MOVE  WS-DATA-PROC-MES        TO  WS-CAB01-MES.
           MOVE  WS-DATA-PROC-ANO        TO  WS-CAB01-ANO.

           OPEN INPUT  PARMGUIA.

           READ  PARMGUIA  INTO  WS-COMPETENCIA-X
                   AT END
                       MOVE  SPACES      TO  WS-COMPETENCIA-X
           END-READ.

           CLOSE  PARMGUIA.

      *    With no competence on file the report covers the month
      *    of the processing date, as the daily run always did; a
      *    competence that is present but not valid holds the run.
           IF  WS-COMPETENCIA-X  =  SPACES
               MOVE  WS-DATA-PROCESSAMENTO (1:6)
                                         TO  WS-COMPETENCIA-X
           END-IF.

           IF  WS-COMPETENCIA-X  NOT  NUMERIC
               DISPLAY  'COMPETENCIA INVALIDA EM '
                        'PARMGUIA: '  WS-COMPETENCIA-X
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  WS-COMPETENCIA-X        TO  WS-COMPETENCIA.

           IF  WS-COMPET-MES  <  01  OR  WS-COMPET-MES  >  12
               DISPLAY  'COMPETENCIA COM MES INVALIDO EM '
                        'PARMGUIA: '  WS-COMPETENCIA
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  WS-COMPETENCIA          TO  WS-LIV-COMPET-INI.
           MOVE  WS-COMPETENCIA          TO  WS-LIV-COMPET-FIN.

           MOVE  WS-COMPET-MES           TO  WS-CAB01-COMPET-MES.
           MOVE  WS-COMPET-ANO           TO  WS-CAB01-COMPET-ANO.

           OPEN OUTPUT  RELMUNIC.

       200-99-INICIALIZA-FIM.
       750-99-IMPRIME-CABECALHO-FIM.
           EXIT.

       COPY PRLIVISS.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           MOVE  'EXERCICIO4'            TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'LIVROISS'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-RELISS      TO  CTL-QT-LIDOS.
           MOVE  WS-GER-QT-NOTAS         TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.

       900-00-FINALIZA  SECTION.

           DISPLAY  'COMPETENCIA DO RELATORIO............ '
                     WS-COMPETENCIA
           DISPLAY  'LENDO LIVRO DE ISS DA COMPETENCIA... '
                     WS-QT-LIDOS-RELISS
           DISPLAY  'NOTAS NO RELATORIO.................. '
                     WS-GER-QT-NOTAS

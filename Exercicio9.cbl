      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extrato de ISS por cliente a partir do livro mensal
      *          de ISS (LIVROISS) da competencia informada no
      *          PARMGUIA (sem parametro, a da data de processamento),
      *          em secoes (cabecalho do cliente, uma linha por nota em
      *          ordem de data, totais do cliente) para corte e envio
      *          individual; notas sem aliquota vigente ou com
      *          aliquota ambigua saem apontadas para o cliente ver

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

           SELECT EXTRCLI
           ASSIGN TO 'D:\EXTRCLI.TXT'
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

       FD  EXTRCLI.
       01  EXT-REGISTRO                   PIC X(132).
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

       01  WS-CLIENTE-ANTERIOR            PIC 9(10)  VALUE ZEROS.
           03  WS-LCL-COD-CLIENTE         PIC 9(10).
           03  FILLER                     PIC X(03)  VALUE ' - '.
           03  WS-LCL-NOME-CLIENTE        PIC X(30).
           03  FILLER                     PIC X(05)  VALUE SPACES.
           03  FILLER                     PIC X(13)
               VALUE 'COMPETENCIA: '.
           03  WS-LCL-COMPET-MES          PIC 9(02).
           03  FILLER                     PIC X(01)  VALUE '/'.
           03  WS-LCL-COMPET-ANO          PIC 9(04).
           03  FILLER                     PIC X(55)  VALUE SPACES.

       01  WS-CAB02.
           03  FILLER                     PIC X(10)

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       COPY WSLIVISS.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           SORT  CLASSISS
                   ON  ASCENDING  KEY  CLS-COD-CLIENTE
                                        CLS-DAT-NOTA-SERV
                   INPUT  PROCEDURE  IS  8400-SELECIONA-LIVRO
                   OUTPUT PROCEDURE  IS  500-00-GERA-EXTRATOS.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO9'            TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  PARMGUIA.

           READ  PARMGUIA  INTO  WS-COMPETENCIA-X
                   AT END
                       MOVE  SPACES      TO  WS-COMPETENCIA-X
           END-READ.

           CLOSE  PARMGUIA.

      *    With no competence on file the statement covers the month
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

           MOVE  WS-COMPET-MES           TO  WS-LCL-COMPET-MES.
           MOVE  WS-COMPET-ANO           TO  WS-LCL-COMPET-ANO.

           OPEN OUTPUT  EXTRCLI.

       200-99-INICIALIZA-FIM.
       650-99-TOTALIZA-CLIENTE-FIM.
           EXIT.

       COPY PRLIVISS.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           MOVE  'EXERCICIO9'            TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'LIVROISS'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-RELISS      TO  CTL-QT-LIDOS.
           MOVE  WS-QT-LIDOS-RELISS      TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.

       900-00-FINALIZA  SECTION.

           DISPLAY  'COMPETENCIA DO EXTRATO............... '
                     WS-COMPETENCIA
           DISPLAY  'LENDO LIVRO DE ISS DA COMPETENCIA.... '
                     WS-QT-LIDOS-RELISS
           DISPLAY  'CLIENTES COM EXTRATO EMITIDO......... '
                     WS-QT-CLIENTES

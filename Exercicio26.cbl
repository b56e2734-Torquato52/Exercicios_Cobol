      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do controle de competencias fechadas
      *          COMPFECH para o leiaute com usuario, data e hora da
      *          aprovacao da reabertura: le o arquivo no leiaute
      *          anterior (renomeado para D:\COMPFANT.DAT antes da
      *          execucao) e grava cada registro no COMPFECH novo,
      *          com os campos da aprovacao em brancos/zeros, como
      *          num fechamento, que nao passa por aprovacao. Recusa
      *          a execucao se o COMPFECH ja tiver registros, para
      *          nao sobrepor um arquivo ja convertido. Deve rodar
      *          uma vez, antes da primeira execucao do Exercicio2,
      *          Exercicio10 ou Exercicio14 com o leiaute novo.
      *          Os demais registros aumentados no mesmo leiaute nao
      *          precisam de conversao: o GUIAIDX e recriado pelo
      *          Exercicio11 a cada execucao (OPEN OUTPUT) e os
      *          Exercicio18/19 so rodam depois dele na cadeia; as
      *          trilhas AUDITMNT (Exercicio5) e AUDIMUN
      *          (Exercicio12) sao recriadas a cada execucao e nao
      *          sao lidas por nenhum programa
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio26.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPFANT
           ASSIGN TO 'D:\COMPFANT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY  IS CFA-CHAVE
           FILE STATUS IS WS-ST-COMPFANT.

           SELECT OPTIONAL COMPFECH
           ASSIGN TO 'D:\COMPFECH.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CPF-CHAVE
           FILE STATUS IS WS-ST-COMPFECH.

           SELECT OPTIONAL DATAPROC
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * COMPFECH in the layout it had before the approver fields  *
      * were added: the same key and the maker's stamp only.      *
      *-----------------------------------------------------------*
       FD  COMPFANT.
       01  CFA-REGISTRO.
           03  CFA-CHAVE.
               05  CFA-COMPETENCIA        PIC 9(06).
               05  CFA-COD-MUNIC          PIC 9(06).
           03  CFA-SITUACAO               PIC X(01).
           03  CFA-USU-MANUT              PIC X(08).
           03  CFA-DAT-MANUT              PIC 9(08).
           03  CFA-HOR-MANUT              PIC 9(08).

       FD  COMPFECH.
       COPY COMPFECH.

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       01  WS-ST-COMPFANT                 PIC X(02)  VALUE '00'.
       01  WS-ST-COMPFECH                 PIC X(02)  VALUE '00'.

       01  WS-FIM-COMPFANT                PIC X(01)  VALUE 'N'.
       01  WS-SW-COMPFECH-VAZIO           PIC X(01)  VALUE 'S'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       01  WS-QT-LIDOS-COMPFANT           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GRAVS-COMPFECH           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-CHAVE-DUPLICADA          PIC 9(10)  VALUE ZEROS.

       COPY WSDATPRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 500-00-PROCESSA
                   UNTIL  WS-FIM-COMPFANT = 'S'.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           OPEN INPUT  COMPFANT.

           IF  WS-ST-COMPFANT  NOT = '00'
               DISPLAY  'ERRO AO ABRIR COMPFANT - STATUS '
                        WS-ST-COMPFANT
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  250-00-VERIFICA-COMPFECH.

           IF  WS-SW-COMPFECH-VAZIO = 'N'
               DISPLAY  'COMPFECH JA CONTEM REGISTROS - '
                        'CONVERSAO NAO EXECUTADA'
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT  COMPFECH.

           IF  WS-ST-COMPFECH  NOT = '00'
               DISPLAY  'ERRO AO ABRIR COMPFECH - STATUS '
                        WS-ST-COMPFECH
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  300-00-LER-COMPFANT.

       200-99-INICIALIZA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The new file is created with OPEN OUTPUT, which would     *
      * wipe a COMPFECH already converted (or already updated by  *
      * Exercicio14 in the new layout): a file with any record on *
      * it holds the run.                                         *
      *-----------------------------------------------------------*
       250-00-VERIFICA-COMPFECH  SECTION.

           MOVE  'S'                     TO  WS-SW-COMPFECH-VAZIO.

           OPEN INPUT  COMPFECH.

           IF  WS-ST-COMPFECH  NOT = '00'  AND
               WS-ST-COMPFECH  NOT = '05'
               DISPLAY  'ERRO AO ABRIR COMPFECH - STATUS '
                        WS-ST-COMPFECH
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           READ  COMPFECH  NEXT
                   AT END
                       CONTINUE

                   NOT END
                       MOVE  'N'         TO  WS-SW-COMPFECH-VAZIO
           END-READ.

           CLOSE  COMPFECH.

       250-99-VERIFICA-COMPFECH-FIM.
           EXIT.

       300-00-LER-COMPFANT  SECTION.

           READ  COMPFANT
                   AT END
                       MOVE 'S'          TO  WS-FIM-COMPFANT

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-COMPFANT.

       300-99-LER-COMPFANT-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Every old record is carried over as it stands. The        *
      * approver's id and stamp did not exist when it was written *
      * and are left in spaces/zeros, as on a close.              *
      *-----------------------------------------------------------*
       500-00-PROCESSA  SECTION.

           MOVE  CFA-COMPETENCIA         TO  CPF-COMPETENCIA.
           MOVE  CFA-COD-MUNIC           TO  CPF-COD-MUNIC.
           MOVE  CFA-SITUACAO            TO  CPF-SITUACAO.
           MOVE  CFA-USU-MANUT           TO  CPF-USU-MANUT.
           MOVE  CFA-DAT-MANUT           TO  CPF-DAT-MANUT.
           MOVE  CFA-HOR-MANUT           TO  CPF-HOR-MANUT.
           MOVE  SPACES                  TO  CPF-USU-APROVACAO.
           MOVE  ZEROS                   TO  CPF-DAT-APROVACAO.
           MOVE  ZEROS                   TO  CPF-HOR-APROVACAO.

           WRITE CPF-REGISTRO
                   INVALID KEY
                       ADD  1            TO  WS-QT-CHAVE-DUPLICADA
                       DISPLAY  'CHAVE DUPLICADA NO COMPFANT - '
                                'COMPETENCIA '  CFA-COMPETENCIA
                                ' MUNICIPIO '  CFA-COD-MUNIC

                   NOT INVALID KEY
                       ADD  1            TO  WS-QT-GRAVS-COMPFECH
           END-WRITE.

           PERFORM  300-00-LER-COMPFANT.

       500-99-PROCESSA-FIM.
           EXIT.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO26'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'COMPFANT'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-COMPFANT    TO  CTL-QT-LIDOS.
           MOVE  WS-QT-GRAVS-COMPFECH    TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  WS-QT-CHAVE-DUPLICADA   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'LENDO REGISTROS DO COMPFANT.......... '
                     WS-QT-LIDOS-COMPFANT
           DISPLAY  'GRAVADOS NO COMPFECH................. '
                     WS-QT-GRAVS-COMPFECH
           DISPLAY  'CHAVES DUPLICADAS.................... '
                     WS-QT-CHAVE-DUPLICADA

           IF  WS-QT-CHAVE-DUPLICADA  >  ZEROS
               MOVE  8                   TO  RETURN-CODE
           END-IF.

           CLOSE  COMPFANT
                  COMPFECH.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio26.

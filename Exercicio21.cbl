      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao das NFS-e declaradas ao municipio contra
      *          o ISS retido: le o arquivo de notas fiscais de
      *          servico eletronicas enviado pela prefeitura
      *          (NFSEMUN), casa cada nota por municipio + numero da
      *          nota com o livro mensal de ISS (LIVROISS) e com o
      *          registro de notas recebidas (NOTASREG) e relata, por
      *          municipio e competencia, as notas que o municipio
      *          tem e nunca chegaram ao ENTRA002, as notas retidas
      *          que o municipio nao conhece e as notas dos dois
      *          lados com valor ou ISS divergente; o arquivo DIFNFSE
      *          guarda a classificacao de cada nota
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio21.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFSEMUN
           ASSIGN TO 'D:\NFSEMUN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT OPTIONAL NOTASREG
           ASSIGN TO 'D:\NOTASREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS NTR-NUM-NOTA
           FILE STATUS IS WS-ST-NOTASREG.

           SELECT OPTIONAL NOTATRAC
           ASSIGN TO 'D:\NOTATRAC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS NTC-CHAVE
           FILE STATUS IS WS-ST-NOTATRAC.

           SELECT DIFNFSE
           ASSIGN TO 'D:\DIFNFSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELNFSE
           ASSIGN TO 'D:\RELNFSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLASSNFS
           ASSIGN TO 'D:\SORTWK21.TMP'.

           SELECT CLASSDIF
           ASSIGN TO 'D:\SORTDF21.TMP'.

           SELECT OPTIONAL DATAPROC
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NFSEMUN.
       01  NFS-REGISTRO                   PIC X(67).

       FD  LIVROISS.
       COPY LIVROISS.

       FD  NOTASREG.
       01  NTR-REGISTRO.
           03  NTR-NUM-NOTA               PIC 9(09).
           03  NTR-DAT-PROCESSO           PIC 9(08).
           03  NTR-SEQ-ENTRADA            PIC 9(10).

       FD  NOTATRAC.
       COPY NOTATRAC.

       FD  DIFNFSE.
       01  DIF-REGISTRO                   PIC X(144).

       FD  RELNFSE.
       01  RNF-REGISTRO                   PIC X(132).

       SD  CLASSNFS.
       01  CNF-REGISTRO.
           03  CNF-CHAVE                  PIC X(21).
           03  FILLER                     PIC X(52).

       SD  CLASSDIF.
       01  CSD-REGISTRO.
           03  CSD-COMPETENCIA            PIC 9(06).
           03  CSD-COD-MUNIC              PIC 9(06).
           03  CSD-COD-GRUPO              PIC X(01).
           03  CSD-NUM-NOTA               PIC 9(09).
           03  FILLER                     PIC X(122).

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       COPY WSRELISS.

      *-----------------------------------------------------------*
      * NFSEMUN, as the prefeitura sends it: one record per NFS-e *
      * declared against us as tomador - municipio, CNPJ of the   *
      * provider, note number, service date, service value and    *
      * ISS of the note.                                          *
      *-----------------------------------------------------------*
       01  WS-REG-NFSE.
           03  WS-NFS-COD-MUNIC           PIC 9(06).
           03  WS-NFS-NUM-CNPJ-PREST      PIC 9(14).
           03  WS-NFS-NUM-NOTA            PIC 9(09).
           03  WS-NFS-DAT-NOTA-SERV       PIC 9(08).
           03  WS-NFS-VLR-SERVICO         PIC 9(13)V99.
           03  WS-NFS-VLR-ISS             PIC 9(13)V99.

      *-----------------------------------------------------------*
      * Sort image of a declared note, in the order of the ledger *
      * key (competencia + municipio + nota) so both files can be *
      * read side by side.                                        *
      *-----------------------------------------------------------*
       01  WS-REG-CNF.
           03  WS-CNF-CHAVE.
               05  WS-CNF-COMPETENCIA     PIC 9(06).
               05  WS-CNF-COD-MUNIC       PIC 9(06).
               05  WS-CNF-NUM-NOTA        PIC 9(09).
           03  WS-CNF-NUM-CNPJ-PREST      PIC 9(14).
           03  WS-CNF-DAT-NOTA-SERV       PIC 9(08).
           03  WS-CNF-VLR-SERVICO         PIC 9(13)V99.
           03  WS-CNF-VLR-ISS             PIC 9(13)V99.

      *-----------------------------------------------------------*
      * DIFNFSE: one record per note classified, grupo            *
      *   '0' conciliada - same value and ISS on both sides       *
      *   '1' only in the municipio file, never reached ENTRA002  *
      *   '2' withheld by us, unknown to the municipio            *
      *   '3' on both sides with value or ISS different (or       *
      *       received by the chain without a withholding in the  *
      *       municipio/competence - the motivo tells which)      *
      *-----------------------------------------------------------*
       01  WS-REG-DIF.
           03  WS-DIF-COMPETENCIA         PIC 9(06).
           03  WS-DIF-COD-MUNIC           PIC 9(06).
           03  WS-DIF-COD-GRUPO           PIC X(01).
           03  WS-DIF-NUM-NOTA            PIC 9(09).
           03  WS-DIF-NUM-CNPJ-PREST      PIC 9(14).
           03  WS-DIF-COD-CLIENTE         PIC 9(10).
           03  WS-DIF-DAT-NOTA-SERV       PIC 9(08).
           03  WS-DIF-VLR-SERV-MUNIC      PIC 9(13)V99.
           03  WS-DIF-VLR-ISS-MUNIC       PIC 9(13)V99.
           03  WS-DIF-VLR-SERV-RETIDO     PIC 9(13)V99.
           03  WS-DIF-VLR-ISS-RETIDO      PIC 9(13)V99.
           03  WS-DIF-DESC-MOTIVO         PIC X(30).

       01  WS-CHAVE-NFS                   PIC X(21)  VALUE LOW-VALUES.
       01  WS-CHAVE-NFS-ANTERIOR          PIC X(21)  VALUE LOW-VALUES.
       01  WS-CHAVE-LIV                   PIC X(21)  VALUE LOW-VALUES.

       01  WS-VLR-ISS-RETIDO              PIC 9(13)V99  VALUE ZEROS.

       01  WS-ST-NOTASREG                 PIC X(02)  VALUE '00'.
       01  WS-ST-NOTATRAC                 PIC X(02)  VALUE '00'.

       01  WS-FIM-NFSEMUN                 PIC X(01)  VALUE 'N'.
       01  WS-FIM-CLASSDIF                PIC X(01)  VALUE 'N'.

       01  WS-SW-NFSE-VALIDA              PIC X(01)  VALUE 'S'.
       01  WS-SW-PRIMEIRO-BLOCO           PIC X(01)  VALUE 'S'.
       01  WS-MOTIVO-INVALIDA             PIC X(30)  VALUE SPACES.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       01  WS-QT-LIDOS-NFSEMUN            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-NFSE-INVALIDAS           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-NFSE-DUPLICADAS          PIC 9(10)  VALUE ZEROS.
       01  WS-QT-NFSE-CLASSIFICADAS       PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIVRO-NAO-RETIDAS        PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIVRO-FORA-ARQUIVO       PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GRAVS-DIFNFSE            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIDOS-CLASSDIF           PIC 9(10)  VALUE ZEROS.

      *-----------------------------------------------------------*
      * Totals by grupo ('0' to '3' -> occurrence 1 to 4) of the  *
      * municipio/competencia block being printed and of the run. *
      *-----------------------------------------------------------*
       01  WS-TOT-BLOCO.
           03  WS-TBL-GRUPO               OCCURS 4 TIMES.
               05  WS-TBL-QT-NOTAS        PIC 9(07).
               05  WS-TBL-VLR-ISS-MUNIC   PIC 9(15)V99.
               05  WS-TBL-VLR-ISS-RETIDO  PIC 9(15)V99.

       01  WS-TOT-GERAL.
           03  WS-TGE-GRUPO               OCCURS 4 TIMES.
               05  WS-TGE-QT-NOTAS        PIC 9(07).
               05  WS-TGE-VLR-ISS-MUNIC   PIC 9(15)V99.
               05  WS-TGE-VLR-ISS-RETIDO  PIC 9(15)V99.

       01  WS-IDX-GRUPO                   PIC 9(01)  VALUE ZEROS.

       01  WS-BLOCO-ANTERIOR              PIC X(12)  VALUE LOW-VALUES.
       01  WS-GRUPO-ANTERIOR              PIC X(01)  VALUE SPACES.

       01  WS-TAB-TITULOS-GRUPO.
           03  FILLER                     PIC X(38)
               VALUE 'NOTAS CONCILIADAS.....................'.
           03  FILLER                     PIC X(38)
               VALUE 'SO NO MUNICIPIO (NAO CHEGARAM)........'.
           03  FILLER                     PIC X(38)
               VALUE 'SO NA RETENCAO (MUNIC. NAO CONHECE)...'.
           03  FILLER                     PIC X(38)
               VALUE 'VALOR OU ISS DIVERGENTE...............'.

       01  WS-TAB-TITULOS-R  REDEFINES  WS-TAB-TITULOS-GRUPO.
           03  WS-TIT-GRUPO               PIC X(38)  OCCURS 4 TIMES.

       01  WS-TAB-SUBTITULOS-GRUPO.
           03  FILLER                     PIC X(60)
               VALUE 'NOTAS CONCILIADAS'.
           03  FILLER                     PIC X(60)
               VALUE 'NOTAS DO MUNICIPIO QUE NAO CHEGARAM AO ENTRA002'.
           03  FILLER                     PIC X(60)
               VALUE 'NOTAS RETIDAS QUE O MUNICIPIO NAO CONHECE'.
           03  FILLER                     PIC X(60)
               VALUE 'NOTAS COM VALOR OU ISS DIVERGENTE'.

       01  WS-TAB-SUBTITULOS-R  REDEFINES  WS-TAB-SUBTITULOS-GRUPO.
           03  WS-SUB-GRUPO               PIC X(60)  OCCURS 4 TIMES.

      *-----------------------------------------------------------*
      * Reconciliation report (RELNFSE)                           *
      *-----------------------------------------------------------*
       01  WS-CAB01.
           03  FILLER                     PIC X(40)
               VALUE 'CONCILIACAO DAS NFS-E DECLARADAS AO MUNI'.
           03  FILLER                     PIC X(26)
               VALUE 'CIPIO CONTRA O ISS RETIDO '.
           03  FILLER                     PIC X(52)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'DATA: '.
           03  WS-CAB01-DATA              PIC 9(08).

       01  WS-CAB02.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(09)  VALUE 'NOTA'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(14)
               VALUE 'CNPJ PRESTADOR'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(08)  VALUE 'DT.SERV.'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(17)
               VALUE '  VALOR MUNICIPIO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(14)
               VALUE 'ISS MUNICIPIO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(17)
               VALUE '     VALOR RETIDO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(14)
               VALUE '    ISS RETIDO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(30)  VALUE 'MOTIVO'.

       01  WS-LIN-BLOCO.
           03  FILLER                     PIC X(11)
               VALUE 'MUNICIPIO: '.
           03  WS-BLC-COD-MUNIC           PIC 9(06).
           03  FILLER                     PIC X(16)
               VALUE '   COMPETENCIA: '.
           03  WS-BLC-COMPETENCIA         PIC 9(06).

       01  WS-LIN-GRUPO.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGR-TITULO              PIC X(60).

       01  WS-LIN-DETALHE.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-DET-NUM-NOTA            PIC 9(09).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-NUM-CNPJ-PREST      PIC 9(14).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-DAT-NOTA-SERV       PIC 9(08).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-VLR-SERV-MUNIC      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-VLR-ISS-MUNIC       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-VLR-SERV-RETIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-VLR-ISS-RETIDO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-DESC-MOTIVO         PIC X(30).

       01  WS-CAB-TOTAIS.
           03  FILLER                     PIC X(38)
               VALUE 'TOTAIS DO MUNICIPIO/COMPETENCIA'.
           03  FILLER                     PIC X(07)  VALUE '   QTDE'.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(22)
               VALUE '         ISS DECLARADO'.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(22)
               VALUE '            ISS RETIDO'.

       01  WS-LIN-TOTAL.
           03  WS-LTO-TITULO              PIC X(38).
           03  WS-LTO-QUANTIDADE          PIC ZZZ.ZZ9.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LTO-VLR-ISS-MUNIC
                                  PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LTO-VLR-ISS-RETIDO
                                  PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIN-MENSAGEM.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-MSG-TEXTO               PIC X(70).

       01  WS-LIN-TRACO                   PIC X(132)  VALUE ALL '-'.

       COPY WSLIVISS.

       COPY WSVALDT.

       COPY WSDATPRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           SORT  CLASSNFS
                   ON  ASCENDING  KEY  CNF-CHAVE
                   INPUT  PROCEDURE  IS  300-00-CARREGA-NFSE
                   OUTPUT PROCEDURE  IS  400-00-CONCILIA-NOTAS.

           SORT  CLASSDIF
                   ON  ASCENDING  KEY  CSD-COMPETENCIA
                                       CSD-COD-MUNIC
                                       CSD-COD-GRUPO
                                       CSD-NUM-NOTA
                   USING  DIFNFSE
                   OUTPUT PROCEDURE  IS  600-00-IMPRIME-RELATORIO.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  999999                  TO  WS-LIV-COMPET-INI.
           MOVE  ZEROS                   TO  WS-LIV-COMPET-FIN.

           INITIALIZE  WS-TOT-GERAL.

           OPEN OUTPUT  RELNFSE.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CAB01-DATA.

           WRITE RNF-REGISTRO  FROM  WS-CAB01.
           WRITE RNF-REGISTRO  FROM  WS-LIN-TRACO.

       200-99-INICIALIZA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Declared notes that cannot be read are listed and left    *
      * out; the competence range of the valid ones bounds the    *
      * part of the ledger that is compared.                      *
      *-----------------------------------------------------------*
       300-00-CARREGA-NFSE  SECTION.

           OPEN INPUT  NFSEMUN.

           PERFORM  310-00-LER-NFSEMUN.

           PERFORM  320-00-LIBERA-NFSE
                   UNTIL  WS-FIM-NFSEMUN = 'S'.

           CLOSE  NFSEMUN.

       300-99-CARREGA-NFSE-FIM.
           EXIT.

       310-00-LER-NFSEMUN  SECTION.

           READ  NFSEMUN  INTO  WS-REG-NFSE
                   AT END
                       MOVE 'S'          TO  WS-FIM-NFSEMUN

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-NFSEMUN.

       310-99-LER-NFSEMUN-FIM.
           EXIT.

       320-00-LIBERA-NFSE  SECTION.

           PERFORM  330-00-VALIDA-NFSE.

           IF  WS-SW-NFSE-VALIDA = 'S'
               MOVE  WS-NFS-DAT-NOTA-SERV (1:6)
                                         TO  WS-CNF-COMPETENCIA
               MOVE  WS-NFS-COD-MUNIC    TO  WS-CNF-COD-MUNIC
               MOVE  WS-NFS-NUM-NOTA     TO  WS-CNF-NUM-NOTA
               MOVE  WS-NFS-NUM-CNPJ-PREST
                                         TO  WS-CNF-NUM-CNPJ-PREST
               MOVE  WS-NFS-DAT-NOTA-SERV
                                         TO  WS-CNF-DAT-NOTA-SERV
               MOVE  WS-NFS-VLR-SERVICO  TO  WS-CNF-VLR-SERVICO
               MOVE  WS-NFS-VLR-ISS      TO  WS-CNF-VLR-ISS

               IF  WS-CNF-COMPETENCIA  <  WS-LIV-COMPET-INI
                   MOVE  WS-CNF-COMPETENCIA
                                         TO  WS-LIV-COMPET-INI
               END-IF
               IF  WS-CNF-COMPETENCIA  >  WS-LIV-COMPET-FIN
                   MOVE  WS-CNF-COMPETENCIA
                                         TO  WS-LIV-COMPET-FIN
               END-IF

               RELEASE  CNF-REGISTRO  FROM  WS-REG-CNF
           ELSE
               ADD  1                    TO  WS-QT-NFSE-INVALIDAS
               MOVE  SPACES              TO  WS-MSG-TEXTO
               STRING  'NFSEMUN REGISTRO '
                       WS-QT-LIDOS-NFSEMUN
                       ' INVALIDO - '
                       WS-MOTIVO-INVALIDA
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
               WRITE RNF-REGISTRO  FROM  WS-LIN-MENSAGEM
           END-IF.

           PERFORM  310-00-LER-NFSEMUN.

       320-99-LIBERA-NFSE-FIM.
           EXIT.

       330-00-VALIDA-NFSE  SECTION.

           MOVE  'S'                     TO  WS-SW-NFSE-VALIDA.
           MOVE  SPACES                  TO  WS-MOTIVO-INVALIDA.

           IF  WS-NFS-COD-MUNIC        NOT  NUMERIC  OR
               WS-NFS-NUM-CNPJ-PREST   NOT  NUMERIC  OR
               WS-NFS-NUM-NOTA         NOT  NUMERIC  OR
               WS-NFS-DAT-NOTA-SERV    NOT  NUMERIC  OR
               WS-NFS-VLR-SERVICO      NOT  NUMERIC  OR
               WS-NFS-VLR-ISS          NOT  NUMERIC
               MOVE  'N'                 TO  WS-SW-NFSE-VALIDA
               MOVE  'CAMPO NAO NUMERICO'
                                         TO  WS-MOTIVO-INVALIDA
           END-IF.

      *    Matching is by municipio + note number: a note without
      *    either cannot be placed on our side.
           IF  WS-SW-NFSE-VALIDA = 'S'
               IF  WS-NFS-COD-MUNIC = ZEROS  OR
                   WS-NFS-NUM-NOTA  = ZEROS
                   MOVE  'N'             TO  WS-SW-NFSE-VALIDA
                   MOVE  'SEM MUNICIPIO OU NUMERO NOTA'
                                         TO  WS-MOTIVO-INVALIDA
               END-IF
           END-IF.

           IF  WS-SW-NFSE-VALIDA = 'S'
               MOVE  WS-NFS-DAT-NOTA-SERV
                                         TO  WS-VALDT-DATA
               PERFORM  8000-VALIDA-DATA
               IF  WS-VALDT-SW-VALIDA = 'N'
                   MOVE  'N'             TO  WS-SW-NFSE-VALIDA
                   MOVE  'DATA DO SERVICO INVALIDA'
                                         TO  WS-MOTIVO-INVALIDA
               END-IF
           END-IF.

       330-99-VALIDA-NFSE-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The sorted declared notes and the ledger are read side by *
      * side in competencia + municipio + nota order. A ledger    *
      * line is only compared when its municipio/competencia is   *
      * one the prefeitura sent notes for - the file says nothing *
      * about the others.                                         *
      *-----------------------------------------------------------*
       400-00-CONCILIA-NOTAS  SECTION.

           OPEN INPUT  LIVROISS
                INPUT  NOTASREG
                INPUT  NOTATRAC
                OUTPUT DIFNFSE.

      *    Without the ledger every declared note would be reported
      *    as missing: hold the run.
           IF  WS-ST-LIVROISS  NOT = '00'
               DISPLAY  'ERRO AO ABRIR LIVROISS - STATUS '
                        WS-ST-LIVROISS
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-ST-NOTASREG  NOT = '00'  AND
               WS-ST-NOTASREG  NOT = '05'
               DISPLAY  'ERRO AO ABRIR NOTASREG - STATUS '
                        WS-ST-NOTASREG
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-ST-NOTATRAC  NOT = '00'  AND
               WS-ST-NOTATRAC  NOT = '05'
               DISPLAY  'ERRO AO ABRIR NOTATRAC - STATUS '
                        WS-ST-NOTATRAC
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-LIV-COMPET-FIN = ZEROS
               MOVE  HIGH-VALUES         TO  WS-CHAVE-LIV
           ELSE
               MOVE  ZEROS               TO  LIV-CHAVE
               MOVE  WS-LIV-COMPET-INI   TO  LIV-COMPETENCIA
               START  LIVROISS  KEY  IS  >=  LIV-CHAVE
                       INVALID KEY
                           MOVE  HIGH-VALUES
                                         TO  WS-CHAVE-LIV
               END-START
               IF  WS-CHAVE-LIV  NOT =  HIGH-VALUES
                   PERFORM  420-00-LER-LIVROISS
               END-IF
           END-IF.

           PERFORM  410-00-RETORNA-NFSE.

           PERFORM  430-00-CASA-NOTAS
                   UNTIL  WS-CHAVE-NFS = HIGH-VALUES  AND
                          WS-CHAVE-LIV = HIGH-VALUES.

           CLOSE  LIVROISS
                  NOTASREG
                  NOTATRAC
                  DIFNFSE.

       400-99-CONCILIA-NOTAS-FIM.
           EXIT.

       410-00-RETORNA-NFSE  SECTION.

           MOVE  WS-CHAVE-NFS            TO  WS-CHAVE-NFS-ANTERIOR.

           RETURN  CLASSNFS  INTO  WS-REG-CNF
                   AT END
                       MOVE  HIGH-VALUES TO  WS-CHAVE-NFS

                   NOT END
                       MOVE  WS-CNF-CHAVE
                                         TO  WS-CHAVE-NFS.

       410-99-RETORNA-NFSE-FIM.
           EXIT.

       420-00-LER-LIVROISS  SECTION.

           READ  LIVROISS  NEXT
                   AT END
                       MOVE  HIGH-VALUES TO  WS-CHAVE-LIV
           END-READ.

           IF  WS-CHAVE-LIV  NOT =  HIGH-VALUES
               IF  LIV-COMPETENCIA  >  WS-LIV-COMPET-FIN
                   MOVE  HIGH-VALUES     TO  WS-CHAVE-LIV
               ELSE
                   ADD  1                TO  WS-QT-LIDOS-LIVRO
                   MOVE  LIV-CHAVE (1:21)
                                         TO  WS-CHAVE-LIV
                   MOVE  LIV-REG-RELISS  TO  WS-REG-RELISS
               END-IF
           END-IF.

       420-99-LER-LIVROISS-FIM.
           EXIT.

       430-00-CASA-NOTAS  SECTION.

           IF  WS-CHAVE-NFS  NOT =  HIGH-VALUES  AND
               WS-CHAVE-NFS  =  WS-CHAVE-NFS-ANTERIOR
               PERFORM  480-00-REGISTRA-DUPLICADA
               PERFORM  410-00-RETORNA-NFSE
           ELSE
               EVALUATE  TRUE
                   WHEN  WS-CHAVE-NFS  =  WS-CHAVE-LIV
                       PERFORM  440-00-COMPARA-NOTA
                       PERFORM  410-00-RETORNA-NFSE
                       PERFORM  420-00-LER-LIVROISS
                   WHEN  WS-CHAVE-NFS  <  WS-CHAVE-LIV
                       PERFORM  450-00-NOTA-SO-MUNICIPIO
                       PERFORM  410-00-RETORNA-NFSE
                   WHEN  OTHER
                       PERFORM  460-00-NOTA-SO-RETIDA
                       PERFORM  420-00-LER-LIVROISS
               END-EVALUATE
           END-IF.

       430-99-CASA-NOTAS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A note priced below the municipio's minimum had nothing   *
      * withheld (RELISS retida 'N'): our ISS for it is zero.     *
      *-----------------------------------------------------------*
       440-00-COMPARA-NOTA  SECTION.

           PERFORM  470-00-MONTA-LADO-MUNICIPIO.

           IF  WS-REL-SW-RETIDA = 'S'
               MOVE  WS-REL-VLR-IMPOSTO  TO  WS-VLR-ISS-RETIDO
           ELSE
               MOVE  ZEROS               TO  WS-VLR-ISS-RETIDO
           END-IF.

           MOVE  WS-REL-COD-CLIENTE      TO  WS-DIF-COD-CLIENTE.
           MOVE  WS-REL-VAL-A-TRIB       TO  WS-DIF-VLR-SERV-RETIDO.
           MOVE  WS-VLR-ISS-RETIDO       TO  WS-DIF-VLR-ISS-RETIDO.

           IF  WS-CNF-VLR-SERVICO  =  WS-REL-VAL-A-TRIB  AND
               WS-CNF-VLR-ISS      =  WS-VLR-ISS-RETIDO
               MOVE  '0'                 TO  WS-DIF-COD-GRUPO
               MOVE  SPACES              TO  WS-DIF-DESC-MOTIVO
           ELSE
               MOVE  '3'                 TO  WS-DIF-COD-GRUPO
               EVALUATE  TRUE
                   WHEN  WS-CNF-VLR-SERVICO  NOT =  WS-REL-VAL-A-TRIB
                         AND  WS-CNF-VLR-ISS  NOT =  WS-VLR-ISS-RETIDO
                       MOVE  'VALOR E ISS DIFERENTES'
                                         TO  WS-DIF-DESC-MOTIVO
                   WHEN  WS-CNF-VLR-SERVICO  NOT =  WS-REL-VAL-A-TRIB
                       MOVE  'VALOR DO SERVICO DIFERENTE'
                                         TO  WS-DIF-DESC-MOTIVO
                   WHEN  WS-REL-SW-RETIDA = 'N'
                       MOVE  'ISS NAO RETIDO (ABAIXO MINIMO)'
                                         TO  WS-DIF-DESC-MOTIVO
                   WHEN  OTHER
                       MOVE  'ISS DIFERENTE'
                                         TO  WS-DIF-DESC-MOTIVO
               END-EVALUATE
           END-IF.

           ADD  1                        TO  WS-QT-NFSE-CLASSIFICADAS.

           PERFORM  490-00-GRAVA-DIFNFSE.

       440-99-COMPARA-NOTA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A declared note with no ledger line: if NOTASREG never    *
      * saw its number it did not reach ENTRA002; if it did, the  *
      * chain holds it somewhere else - cancelled, or sent to a   *
      * bucket other than the priced ones - and the trace tells   *
      * where.                                                    *
      *-----------------------------------------------------------*
       450-00-NOTA-SO-MUNICIPIO  SECTION.

           PERFORM  470-00-MONTA-LADO-MUNICIPIO.

           MOVE  ZEROS                   TO  WS-DIF-COD-CLIENTE.
           MOVE  ZEROS                   TO  WS-DIF-VLR-SERV-RETIDO.
           MOVE  ZEROS                   TO  WS-DIF-VLR-ISS-RETIDO.

           MOVE  WS-CNF-NUM-NOTA         TO  NTR-NUM-NOTA.

           READ  NOTASREG
                   INVALID KEY
                       MOVE  '1'         TO  WS-DIF-COD-GRUPO
                       MOVE  'NAO RECEBIDA NO ENTRA002'
                                         TO  WS-DIF-DESC-MOTIVO

                   NOT INVALID KEY
                       MOVE  '3'         TO  WS-DIF-COD-GRUPO
                       PERFORM  455-00-CONSULTA-RASTREIO
           END-READ.

           ADD  1                        TO  WS-QT-NFSE-CLASSIFICADAS.

           PERFORM  490-00-GRAVA-DIFNFSE.

       450-99-NOTA-SO-MUNICIPIO-FIM.
           EXIT.

       455-00-CONSULTA-RASTREIO  SECTION.

           MOVE  'RECEBIDA SEM RETENCAO NO MES'
                                         TO  WS-DIF-DESC-MOTIVO.

           MOVE  WS-CNF-NUM-NOTA         TO  NTC-NUM-NOTA.
           MOVE  '90'                    TO  NTC-COD-ETAPA.

           READ  NOTATRAC
                   INVALID KEY
                       MOVE  WS-CNF-NUM-NOTA
                                         TO  NTC-NUM-NOTA
                       MOVE  '02'        TO  NTC-COD-ETAPA
                       READ  NOTATRAC
                               INVALID KEY
                                   CONTINUE

                               NOT INVALID KEY
                                   MOVE  NTC-COD-CLIENTE
                                         TO  WS-DIF-COD-CLIENTE
                                   MOVE  SPACES
                                         TO  WS-DIF-DESC-MOTIVO
                                   STRING  'RECEBIDA - DESTINO '
                                           NTC-COD-DESTINO
                                           DELIMITED BY SIZE
                                           INTO  WS-DIF-DESC-MOTIVO
                       END-READ

                   NOT INVALID KEY
                       MOVE  NTC-COD-CLIENTE
                                         TO  WS-DIF-COD-CLIENTE
                       MOVE  'NOTA CANCELADA NA CADEIA'
                                         TO  WS-DIF-DESC-MOTIVO
           END-READ.

       455-99-CONSULTA-RASTREIO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A ledger line with no declared note: only a withholding   *
      * is a difference the prefeitura would assess - a note      *
      * priced below the minimum moved no ISS.                    *
      *-----------------------------------------------------------*
       460-00-NOTA-SO-RETIDA  SECTION.

           IF  WS-CHAVE-LIV (1:12)  NOT =  WS-CHAVE-NFS (1:12)  AND
               WS-CHAVE-LIV (1:12)  NOT =  WS-CHAVE-NFS-ANTERIOR (1:12)
               ADD  1                    TO  WS-QT-LIVRO-FORA-ARQUIVO
           ELSE
               IF  WS-REL-SW-RETIDA  NOT =  'S'
                   ADD  1                TO  WS-QT-LIVRO-NAO-RETIDAS
               ELSE
                   MOVE  LIV-COMPETENCIA TO  WS-DIF-COMPETENCIA
                   MOVE  LIV-COD-MUNIC   TO  WS-DIF-COD-MUNIC
                   MOVE  LIV-NUM-NOTA    TO  WS-DIF-NUM-NOTA
                   MOVE  '2'             TO  WS-DIF-COD-GRUPO
                   MOVE  ZEROS           TO  WS-DIF-NUM-CNPJ-PREST
                   MOVE  WS-REL-COD-CLIENTE
                                         TO  WS-DIF-COD-CLIENTE
                   MOVE  WS-REL-DAT-NOTA-SERV
                                         TO  WS-DIF-DAT-NOTA-SERV
                   MOVE  ZEROS           TO  WS-DIF-VLR-SERV-MUNIC
                   MOVE  ZEROS           TO  WS-DIF-VLR-ISS-MUNIC
                   MOVE  WS-REL-VAL-A-TRIB
                                         TO  WS-DIF-VLR-SERV-RETIDO
                   MOVE  WS-REL-VLR-IMPOSTO
                                         TO  WS-DIF-VLR-ISS-RETIDO
                   MOVE  SPACES          TO  WS-DIF-DESC-MOTIVO
                   STRING  'RETIDA - CLIENTE '
                           WS-REL-COD-CLIENTE
                           DELIMITED BY SIZE
                           INTO  WS-DIF-DESC-MOTIVO
                   PERFORM  490-00-GRAVA-DIFNFSE
               END-IF
           END-IF.

       460-99-NOTA-SO-RETIDA-FIM.
           EXIT.

       470-00-MONTA-LADO-MUNICIPIO  SECTION.

           MOVE  WS-CNF-COMPETENCIA      TO  WS-DIF-COMPETENCIA.
           MOVE  WS-CNF-COD-MUNIC        TO  WS-DIF-COD-MUNIC.
           MOVE  WS-CNF-NUM-NOTA         TO  WS-DIF-NUM-NOTA.
           MOVE  WS-CNF-NUM-CNPJ-PREST   TO  WS-DIF-NUM-CNPJ-PREST.
           MOVE  WS-CNF-DAT-NOTA-SERV    TO  WS-DIF-DAT-NOTA-SERV.
           MOVE  WS-CNF-VLR-SERVICO      TO  WS-DIF-VLR-SERV-MUNIC.
           MOVE  WS-CNF-VLR-ISS          TO  WS-DIF-VLR-ISS-MUNIC.

       470-99-MONTA-LADO-MUNICIPIO-FIM.
           EXIT.

       480-00-REGISTRA-DUPLICADA  SECTION.

           ADD  1                        TO  WS-QT-NFSE-DUPLICADAS.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'NFSEMUN NOTA EM DUPLICIDADE - MUNICIPIO '
                   WS-CNF-COD-MUNIC
                   ' NOTA '
                   WS-CNF-NUM-NOTA
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE RNF-REGISTRO  FROM  WS-LIN-MENSAGEM.

       480-99-REGISTRA-DUPLICADA-FIM.
           EXIT.

       490-00-GRAVA-DIFNFSE  SECTION.

           WRITE DIF-REGISTRO  FROM  WS-REG-DIF.

           ADD  1                        TO  WS-QT-GRAVS-DIFNFSE.

       490-99-GRAVA-DIFNFSE-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * One block per municipio/competencia: the notes of grupos  *
      * 1, 2 and 3 under their own heading, then the totals of    *
      * every grupo - the conciliated notes are only counted.     *
      *-----------------------------------------------------------*
       600-00-IMPRIME-RELATORIO  SECTION.

           PERFORM  610-00-RETORNA-CLASSDIF.

           PERFORM  620-00-PROCESSA-DIFERENCA
                   UNTIL  WS-FIM-CLASSDIF = 'S'.

           IF  WS-SW-PRIMEIRO-BLOCO = 'N'
               PERFORM  660-00-TOTALIZA-BLOCO
           END-IF.

           PERFORM  680-00-TOTALIZA-GERAL.

       600-99-IMPRIME-RELATORIO-FIM.
           EXIT.

       610-00-RETORNA-CLASSDIF  SECTION.

           RETURN  CLASSDIF  INTO  WS-REG-DIF
                   AT END
                       MOVE 'S'          TO  WS-FIM-CLASSDIF

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-CLASSDIF.

       610-99-RETORNA-CLASSDIF-FIM.
           EXIT.

       620-00-PROCESSA-DIFERENCA  SECTION.

           IF  WS-SW-PRIMEIRO-BLOCO = 'S'  OR
               WS-REG-DIF (1:12)  NOT =  WS-BLOCO-ANTERIOR
               IF  WS-SW-PRIMEIRO-BLOCO = 'N'
                   PERFORM  660-00-TOTALIZA-BLOCO
               END-IF
               PERFORM  630-00-ABRE-BLOCO
           END-IF.

           MOVE  WS-DIF-COD-GRUPO        TO  WS-IDX-GRUPO.
           ADD   1                       TO  WS-IDX-GRUPO.

           ADD  1
                       TO  WS-TBL-QT-NOTAS (WS-IDX-GRUPO).
           ADD  WS-DIF-VLR-ISS-MUNIC
                       TO  WS-TBL-VLR-ISS-MUNIC (WS-IDX-GRUPO).
           ADD  WS-DIF-VLR-ISS-RETIDO
                       TO  WS-TBL-VLR-ISS-RETIDO (WS-IDX-GRUPO).

           IF  WS-DIF-COD-GRUPO  NOT =  '0'
               IF  WS-DIF-COD-GRUPO  NOT =  WS-GRUPO-ANTERIOR
                   MOVE  WS-SUB-GRUPO (WS-IDX-GRUPO)
                                         TO  WS-LGR-TITULO
                   WRITE RNF-REGISTRO  FROM  WS-LIN-GRUPO
                   MOVE  WS-DIF-COD-GRUPO
                                         TO  WS-GRUPO-ANTERIOR
               END-IF
               PERFORM  640-00-IMPRIME-DETALHE
           END-IF.

           PERFORM  610-00-RETORNA-CLASSDIF.

       620-99-PROCESSA-DIFERENCA-FIM.
           EXIT.

       630-00-ABRE-BLOCO  SECTION.

           MOVE  WS-REG-DIF (1:12)       TO  WS-BLOCO-ANTERIOR.
           MOVE  'N'                     TO  WS-SW-PRIMEIRO-BLOCO.
           MOVE  SPACES                  TO  WS-GRUPO-ANTERIOR.

           INITIALIZE  WS-TOT-BLOCO.

           MOVE  WS-DIF-COD-MUNIC        TO  WS-BLC-COD-MUNIC.
           MOVE  WS-DIF-COMPETENCIA      TO  WS-BLC-COMPETENCIA.

           WRITE RNF-REGISTRO  FROM  WS-LIN-TRACO.
           WRITE RNF-REGISTRO  FROM  WS-LIN-BLOCO.
           WRITE RNF-REGISTRO  FROM  WS-CAB02.

       630-99-ABRE-BLOCO-FIM.
           EXIT.

       640-00-IMPRIME-DETALHE  SECTION.

           MOVE  WS-DIF-NUM-NOTA         TO  WS-DET-NUM-NOTA.
           MOVE  WS-DIF-NUM-CNPJ-PREST   TO  WS-DET-NUM-CNPJ-PREST.
           MOVE  WS-DIF-DAT-NOTA-SERV    TO  WS-DET-DAT-NOTA-SERV.
           MOVE  WS-DIF-VLR-SERV-MUNIC   TO  WS-DET-VLR-SERV-MUNIC.
           MOVE  WS-DIF-VLR-ISS-MUNIC    TO  WS-DET-VLR-ISS-MUNIC.
           MOVE  WS-DIF-VLR-SERV-RETIDO  TO  WS-DET-VLR-SERV-RETIDO.
           MOVE  WS-DIF-VLR-ISS-RETIDO   TO  WS-DET-VLR-ISS-RETIDO.
           MOVE  WS-DIF-DESC-MOTIVO      TO  WS-DET-DESC-MOTIVO.

           WRITE RNF-REGISTRO  FROM  WS-LIN-DETALHE.

       640-99-IMPRIME-DETALHE-FIM.
           EXIT.

       660-00-TOTALIZA-BLOCO  SECTION.

           WRITE RNF-REGISTRO  FROM  WS-CAB-TOTAIS.

           PERFORM  665-00-IMPRIME-TOTAL-BLOCO
                   VARYING  WS-IDX-GRUPO  FROM  1  BY  1
                   UNTIL    WS-IDX-GRUPO  >  4.

       660-99-TOTALIZA-BLOCO-FIM.
           EXIT.

       665-00-IMPRIME-TOTAL-BLOCO  SECTION.

           MOVE  WS-TIT-GRUPO (WS-IDX-GRUPO)
                                         TO  WS-LTO-TITULO.
           MOVE  WS-TBL-QT-NOTAS (WS-IDX-GRUPO)
                                         TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TBL-VLR-ISS-MUNIC (WS-IDX-GRUPO)
                                         TO  WS-LTO-VLR-ISS-MUNIC.
           MOVE  WS-TBL-VLR-ISS-RETIDO (WS-IDX-GRUPO)
                                         TO  WS-LTO-VLR-ISS-RETIDO.

           WRITE RNF-REGISTRO  FROM  WS-LIN-TOTAL.

           ADD  WS-TBL-QT-NOTAS (WS-IDX-GRUPO)
                           TO  WS-TGE-QT-NOTAS (WS-IDX-GRUPO).
           ADD  WS-TBL-VLR-ISS-MUNIC (WS-IDX-GRUPO)
                           TO  WS-TGE-VLR-ISS-MUNIC (WS-IDX-GRUPO).
           ADD  WS-TBL-VLR-ISS-RETIDO (WS-IDX-GRUPO)
                           TO  WS-TGE-VLR-ISS-RETIDO (WS-IDX-GRUPO).

       665-99-IMPRIME-TOTAL-BLOCO-FIM.
           EXIT.

       680-00-TOTALIZA-GERAL  SECTION.

           WRITE RNF-REGISTRO  FROM  WS-LIN-TRACO.

           MOVE  'TOTAL GERAL - TODOS OS MUNICIPIOS'
                                         TO  WS-MSG-TEXTO.
           WRITE RNF-REGISTRO  FROM  WS-LIN-MENSAGEM.

           PERFORM  685-00-IMPRIME-TOTAL-GERAL
                   VARYING  WS-IDX-GRUPO  FROM  1  BY  1
                   UNTIL    WS-IDX-GRUPO  >  4.

           WRITE RNF-REGISTRO  FROM  WS-LIN-TRACO.

       680-99-TOTALIZA-GERAL-FIM.
           EXIT.

       685-00-IMPRIME-TOTAL-GERAL  SECTION.

           MOVE  WS-TIT-GRUPO (WS-IDX-GRUPO)
                                         TO  WS-LTO-TITULO.
           MOVE  WS-TGE-QT-NOTAS (WS-IDX-GRUPO)
                                         TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TGE-VLR-ISS-MUNIC (WS-IDX-GRUPO)
                                         TO  WS-LTO-VLR-ISS-MUNIC.
           MOVE  WS-TGE-VLR-ISS-RETIDO (WS-IDX-GRUPO)
                                         TO  WS-LTO-VLR-ISS-RETIDO.

           WRITE RNF-REGISTRO  FROM  WS-LIN-TOTAL.

       685-99-IMPRIME-TOTAL-GERAL-FIM.
           EXIT.

       COPY PRVALDT.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO21'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'NFSEMUN'               TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-NFSEMUN     TO  CTL-QT-LIDOS.
           MOVE  WS-QT-NFSE-CLASSIFICADAS
                                         TO  CTL-QT-GRAVADOS.
           MOVE  WS-QT-NFSE-INVALIDAS    TO  CTL-QT-REJEITADOS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  WS-QT-NFSE-DUPLICADAS   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'LENDO NOTAS DO MUNICIPIO (NFSEMUN)... '
                     WS-QT-LIDOS-NFSEMUN
           DISPLAY  'NOTAS INVALIDAS...................... '
                     WS-QT-NFSE-INVALIDAS
           DISPLAY  'NOTAS EM DUPLICIDADE................. '
                     WS-QT-NFSE-DUPLICADAS
           DISPLAY  'NOTAS DO MUNICIPIO CLASSIFICADAS..... '
                     WS-QT-NFSE-CLASSIFICADAS
           DISPLAY  'LENDO LINHAS DO LIVRO (LIVROISS)..... '
                     WS-QT-LIDOS-LIVRO
           DISPLAY  'LINHAS DO LIVRO SEM RETENCAO......... '
                     WS-QT-LIVRO-NAO-RETIDAS
           DISPLAY  'LINHAS DE MUNICIPIO/COMPET. FORA..... '
                     WS-QT-LIVRO-FORA-ARQUIVO
           DISPLAY  'NOTAS CONCILIADAS.................... '
                     WS-TGE-QT-NOTAS (1)
           DISPLAY  'SO NO MUNICIPIO...................... '
                     WS-TGE-QT-NOTAS (2)
           DISPLAY  'SO NA RETENCAO....................... '
                     WS-TGE-QT-NOTAS (3)
           DISPLAY  'VALOR OU ISS DIVERGENTE.............. '
                     WS-TGE-QT-NOTAS (4)

           CLOSE  RELNFSE.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio21.

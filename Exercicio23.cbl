      ******************************************************************
      * Author:
      * Date:
      * Purpose: Digitacao das correcoes de rejeitados em tela: mostra
      *          cada rejeito pendente do REJENTRA (SAIDA001-REJ /
      *          SAIDA005) com o motivo da rejeicao, os campos do
      *          registro separados por nome e o numero de
      *          reciclagens ja feitas (RECICLA); o operador corrige
      *          so os campos errados, o municipio e conferido no
      *          MUNICMST, o servico e a faixa de aliquota no
      *          CATSERV, as datas e os campos numericos sao
      *          validados e a correcao e gravada no layout exato do
      *          arquivo CORRECOES lido pelo Exercicio6; um pedido de
      *          cancelamento rejeitado (tipo 'C') tem tela propria,
      *          com a nota cancelada e a nota substituta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio23.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMRECL
           ASSIGN TO 'D:\PARMRECL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJENTRA
           ASSIGN TO 'D:\REJENTRA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CORRECOES
           ASSIGN TO 'D:\CORRECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRTELA
           ASSIGN TO 'D:\CORRTELA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CTE-CHAVE.

           SELECT OPTIONAL RECICLA
           ASSIGN TO 'D:\RECICLA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS RCC-CHAVE
           FILE STATUS IS WS-ST-RECICLA.

           SELECT MUNICMST
           ASSIGN TO 'D:\MUNICMST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMRECL.
       01  PRM-REGISTRO                   PIC X(08).

       FD  REJENTRA.
       01  RJT-REGISTRO                   PIC X(139).

       FD  CORRECOES.
       01  COR-REGISTRO.
           03  COR-CHAVE                  PIC X(33).
           03  COR-DETALHE                PIC X(102).

       FD  CORRTELA.
       01  CTE-REGISTRO.
           03  CTE-CHAVE                  PIC X(33).

       FD  RECICLA.
       01  RCC-REGISTRO.
           03  RCC-CHAVE                  PIC X(33).
           03  RCC-QT-RECICLOS            PIC 9(02).

       FD  MUNICMST.
       COPY MUNICMST.

       FD  CATSERV.
       COPY CATSERV.

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-TIPO-ARQ               PIC X(08)  VALUE SPACES.

       01  WS-REG-REJEITO                 PIC X(139).
       01  WS-REJ-LAY1  REDEFINES  WS-REG-REJEITO.
           03  WS-RJ1-DETALHE             PIC X(94).
           03  WS-RJ1-COD-MOTIVO          PIC 9(02).
           03  WS-RJ1-DESC-MOTIVO         PIC X(35).
           03  FILLER                     PIC X(08).
       01  WS-REJ-LAY2  REDEFINES  WS-REG-REJEITO.
           03  WS-RJ2-DETALHE             PIC X(102).
           03  WS-RJ2-COD-MOTIVO          PIC 9(02).
           03  WS-RJ2-DESC-MOTIVO         PIC X(35).

       01  WS-RJT-DETALHE                 PIC X(102)  VALUE SPACES.
       01  WS-RJT-COD-MOTIVO              PIC 9(02)  VALUE ZEROS.
       01  WS-RJT-DESC-MOTIVO             PIC X(35)  VALUE SPACES.

      *-----------------------------------------------------------*
      * Key views of the rejected detail, exactly as Exercicio6   *
      * builds the key that matches a correction to its reject.   *
      *-----------------------------------------------------------*
       01  WS-DET-ENTRA001.
           03  WS-E1-COD-MUNIC            PIC 9(06).
           03  WS-E1-COD-SERV             PIC 9(04).
           03  WS-E1-DAT-INI-VIGEN        PIC 9(08).
           03  FILLER                     PIC X(84).

       01  WS-DET-ENTRA002.
           03  WS-E2-COD-CLIENTE          PIC 9(10).
           03  FILLER                     PIC X(30).
           03  WS-E2-COD-MUNIC            PIC 9(06).
           03  FILLER                     PIC X(20).
           03  FILLER                     PIC X(15).
           03  WS-E2-DAT-NOTA-SERV        PIC 9(08).
           03  WS-E2-COD-SERV             PIC 9(04).
           03  WS-E2-NUM-NOTA             PIC 9(09).

       01  WS-CHAVE-RECICLO               PIC X(33)  VALUE SPACES.
       01  WS-CHAVE-E1  REDEFINES  WS-CHAVE-RECICLO.
           03  WS-CHE1-COD-MUNIC          PIC 9(06).
           03  WS-CHE1-COD-SERV           PIC 9(04).
           03  WS-CHE1-DAT-INI-VIGEN      PIC 9(08).
           03  FILLER                     PIC X(15).
       01  WS-CHAVE-E2  REDEFINES  WS-CHAVE-RECICLO.
           03  WS-CHE2-COD-CLIENTE        PIC 9(10).
           03  WS-CHE2-COD-MUNIC          PIC 9(06).
           03  WS-CHE2-DAT-NOTA-SERV      PIC 9(08).
           03  WS-CHE2-NUM-NOTA           PIC 9(09).

      *-----------------------------------------------------------*
      * Field-by-field views of the rejected detail (original,    *
      * shown for reference) and of the image being corrected.   *
      * They are kept alphanumeric so whatever the operator types *
      * can be tested before it goes near a numeric field.        *
      *-----------------------------------------------------------*
       01  WS-DET-ORIGINAL                PIC X(102)  VALUE SPACES.
       01  WS-ORI-E1  REDEFINES  WS-DET-ORIGINAL.
           03  WS-OE1-COD-MUNIC           PIC X(06).
           03  WS-OE1-COD-SERV            PIC X(04).
           03  WS-OE1-DAT-INI-VIGEN       PIC X(08).
           03  WS-OE1-DESC-MUNIC          PIC X(20).
           03  WS-OE1-DESC-SERV           PIC X(20).
           03  WS-OE1-VLR-ALIQ            PIC X(04).
           03  WS-OE1-DAT-FIN-VIGEN       PIC X(08).
           03  WS-OE1-USU-MANUT           PIC X(08).
           03  WS-OE1-DAT-MANUT           PIC X(08).
           03  WS-OE1-HOR-MANUT           PIC X(08).
           03  FILLER                     PIC X(08).
       01  WS-ORI-E2  REDEFINES  WS-DET-ORIGINAL.
           03  WS-OE2-COD-CLIENTE         PIC X(10).
           03  WS-OE2-NOME-CLIENTE        PIC X(30).
           03  WS-OE2-COD-MUNIC           PIC X(06).
           03  WS-OE2-DESC-MUNIC          PIC X(20).
           03  WS-OE2-VAL-A-TRIB          PIC X(15).
           03  WS-OE2-DAT-NOTA-SERV       PIC X(08).
           03  WS-OE2-COD-SERV            PIC X(04).
           03  WS-OE2-NUM-NOTA            PIC X(09).
       01  WS-ORI-CAN  REDEFINES  WS-DET-ORIGINAL.
           03  WS-OCA-TIPO-REG            PIC X(01).
           03  WS-OCA-NUM-NOTA            PIC X(09).
           03  WS-OCA-NUM-NOTA-SUBST      PIC X(09).
           03  FILLER                     PIC X(83).

       01  WS-DET-CORRIGIDO               PIC X(102)  VALUE SPACES.
       01  WS-CRG-E1  REDEFINES  WS-DET-CORRIGIDO.
           03  WS-CE1-COD-MUNIC           PIC X(06).
           03  WS-CE1-COD-SERV            PIC X(04).
           03  WS-CE1-DAT-INI-VIGEN       PIC X(08).
           03  WS-CE1-DESC-MUNIC          PIC X(20).
           03  WS-CE1-DESC-SERV           PIC X(20).
           03  WS-CE1-VLR-ALIQ            PIC X(04).
           03  WS-CE1-DAT-FIN-VIGEN       PIC X(08).
           03  WS-CE1-USU-MANUT           PIC X(08).
           03  WS-CE1-DAT-MANUT           PIC X(08).
           03  WS-CE1-HOR-MANUT           PIC X(08).
           03  FILLER                     PIC X(08).
       01  WS-CRG-E2  REDEFINES  WS-DET-CORRIGIDO.
           03  WS-CE2-COD-CLIENTE         PIC X(10).
           03  WS-CE2-NOME-CLIENTE        PIC X(30).
           03  WS-CE2-COD-MUNIC           PIC X(06).
           03  WS-CE2-DESC-MUNIC          PIC X(20).
           03  WS-CE2-VAL-A-TRIB          PIC X(15).
           03  WS-CE2-DAT-NOTA-SERV       PIC X(08).
           03  WS-CE2-COD-SERV            PIC X(04).
           03  WS-CE2-NUM-NOTA            PIC X(09).
       01  WS-CRG-CAN  REDEFINES  WS-DET-CORRIGIDO.
           03  WS-CCA-TIPO-REG            PIC X(01).
           03  WS-CCA-NUM-NOTA            PIC X(09).
           03  WS-CCA-NUM-NOTA-SUBST      PIC X(09).
           03  FILLER                     PIC X(83).

      *    The rate typed on the screen, seen with its two decimals
      *    for the comparison with the catalog band.
       01  WS-ALIQ-DIGITADA               PIC X(04)  VALUE SPACES.
       01  WS-ALIQ-DIGITADA-NUM  REDEFINES  WS-ALIQ-DIGITADA
                                          PIC 9(02)V99.

       01  WS-REG-CORRECAO.
           03  WS-COR-CHAVE               PIC X(33).
           03  WS-COR-DETALHE             PIC X(102).

       01  WS-ST-RECICLA                  PIC X(02)  VALUE '00'.
       01  WS-ST-MUNICMST                 PIC X(02)  VALUE '00'.
       01  WS-ST-CATSERV                  PIC X(02)  VALUE '00'.

       01  WS-QT-RECICLOS-REG             PIC 9(02)  VALUE ZEROS.
       01  WS-QT-RECICLOS-MAX             PIC 9(02)  VALUE 3.
       01  WS-QT-RECICLOS-PROX            PIC 9(02)  VALUE ZEROS.

       01  WS-TEL-OPCAO                   PIC X(01)  VALUE SPACES.
       01  WS-MSG-RECICLO                 PIC X(60)  VALUE SPACES.
       01  WS-MSG-TELA                    PIC X(78)  VALUE SPACES.

       01  WS-SW-REJEITO-CONCLUIDO        PIC X(01)  VALUE 'N'.
       01  WS-SW-CORRECAO-VALIDA          PIC X(01)  VALUE 'N'.
       01  WS-SW-JA-CORRIGIDO             PIC X(01)  VALUE 'N'.
       01  WS-SW-REG-CANCELAMENTO         PIC X(01)  VALUE 'N'.

       01  WS-FIM-REJENTRA                PIC X(01)  VALUE 'N'.
       01  WS-FIM-CORRECOES               PIC X(01)  VALUE 'N'.

       01  WS-QT-LIDOS-REJENTRA           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-CORREC-EXISTENTES        PIC 9(10)  VALUE ZEROS.
       01  WS-QT-REJ-JA-CORRIGIDOS        PIC 9(10)  VALUE ZEROS.
       01  WS-QT-REJ-PULADOS              PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GRAVS-CORRECOES          PIC 9(10)  VALUE ZEROS.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       COPY WSVALDT.

       COPY WSDATPRC.

       SCREEN SECTION.
      *-----------------------------------------------------------*
      * Header shared by all layouts: the reject, why it was      *
      * rejected and how close it is to escalation.               *
      *-----------------------------------------------------------*
       01  TELA-CABECALHO.
           03  BLANK SCREEN.
           03  LINE 01 COLUMN 01
               VALUE 'EXERCICIO23 - CORRECAO DE REJEITADOS -'.
           03  LINE 01 COLUMN 40  PIC X(08)  FROM WS-PARM-TIPO-ARQ.
           03  LINE 01 COLUMN 66  VALUE 'DATA'.
           03  LINE 01 COLUMN 71  PIC 9(08)
               FROM WS-DATA-PROCESSAMENTO.
           03  LINE 03 COLUMN 01  VALUE 'REJEITO No.'.
           03  LINE 03 COLUMN 13  PIC Z(09)9
               FROM WS-QT-LIDOS-REJENTRA.
           03  LINE 03 COLUMN 26  VALUE 'MOTIVO'.
           03  LINE 03 COLUMN 33  PIC 9(02)  FROM WS-RJT-COD-MOTIVO.
           03  LINE 03 COLUMN 36  PIC X(35)  FROM WS-RJT-DESC-MOTIVO.
           03  LINE 04 COLUMN 01  VALUE 'RECICLAGENS JA FEITAS:'.
           03  LINE 04 COLUMN 24  PIC Z9     FROM WS-QT-RECICLOS-REG.
           03  LINE 04 COLUMN 27  VALUE 'ESCALA AO ATINGIR'.
           03  LINE 04 COLUMN 45  PIC Z9     FROM WS-QT-RECICLOS-MAX.
           03  LINE 05 COLUMN 01  PIC X(60)  FROM WS-MSG-RECICLO
               HIGHLIGHT.
           03  LINE 07 COLUMN 01  VALUE 'CAMPO'.
           03  LINE 07 COLUMN 19  VALUE 'ORIGINAL'.
           03  LINE 07 COLUMN 50  VALUE 'CORRECAO'.

       01  TELA-ENTRA001.
           03  LINE 08 COLUMN 01  VALUE 'MUNICIPIO'.
           03  LINE 08 COLUMN 19  PIC X(06)  FROM WS-OE1-COD-MUNIC.
           03  LINE 08 COLUMN 50  PIC X(06)  USING WS-CE1-COD-MUNIC.
           03  LINE 09 COLUMN 01  VALUE 'SERVICO'.
           03  LINE 09 COLUMN 19  PIC X(04)  FROM WS-OE1-COD-SERV.
           03  LINE 09 COLUMN 50  PIC X(04)  USING WS-CE1-COD-SERV.
           03  LINE 10 COLUMN 01  VALUE 'INICIO VIGENCIA'.
           03  LINE 10 COLUMN 19  PIC X(08)
               FROM WS-OE1-DAT-INI-VIGEN.
           03  LINE 10 COLUMN 50  PIC X(08)
               USING WS-CE1-DAT-INI-VIGEN.
           03  LINE 11 COLUMN 01  VALUE 'DESC. MUNICIPIO'.
           03  LINE 11 COLUMN 19  PIC X(20)  FROM WS-OE1-DESC-MUNIC.
           03  LINE 11 COLUMN 50  PIC X(20)  USING WS-CE1-DESC-MUNIC.
           03  LINE 12 COLUMN 01  VALUE 'DESC. SERVICO'.
           03  LINE 12 COLUMN 19  PIC X(20)  FROM WS-OE1-DESC-SERV.
           03  LINE 12 COLUMN 50  PIC X(20)  USING WS-CE1-DESC-SERV.
           03  LINE 13 COLUMN 01  VALUE 'ALIQUOTA (99V99)'.
           03  LINE 13 COLUMN 19  PIC X(04)  FROM WS-OE1-VLR-ALIQ.
           03  LINE 13 COLUMN 50  PIC X(04)  USING WS-CE1-VLR-ALIQ.
           03  LINE 14 COLUMN 01  VALUE 'FIM VIGENCIA'.
           03  LINE 14 COLUMN 19  PIC X(08)
               FROM WS-OE1-DAT-FIN-VIGEN.
           03  LINE 14 COLUMN 50  PIC X(08)
               USING WS-CE1-DAT-FIN-VIGEN.
           03  LINE 14 COLUMN 60  VALUE '(99999999 = SEM FIM)'.
           03  LINE 15 COLUMN 01  VALUE 'USUARIO MANUT.'.
           03  LINE 15 COLUMN 19  PIC X(08)  FROM WS-OE1-USU-MANUT.
           03  LINE 15 COLUMN 50  PIC X(08)  USING WS-CE1-USU-MANUT.
           03  LINE 18 COLUMN 01  VALUE 'OPCAO'.
           03  LINE 18 COLUMN 07  PIC X(01)  USING WS-TEL-OPCAO.
           03  LINE 18 COLUMN 10
               VALUE 'G=GRAVAR CORRECAO  P=PULAR  F=ENCERRAR'.
           03  LINE 20 COLUMN 01  PIC X(78)  FROM WS-MSG-TELA
               HIGHLIGHT.

       01  TELA-ENTRA002.
           03  LINE 08 COLUMN 01  VALUE 'CLIENTE'.
           03  LINE 08 COLUMN 19  PIC X(10)  FROM WS-OE2-COD-CLIENTE.
           03  LINE 08 COLUMN 50  PIC X(10)
               USING WS-CE2-COD-CLIENTE.
           03  LINE 09 COLUMN 01  VALUE 'NOME CLIENTE'.
           03  LINE 09 COLUMN 19  PIC X(30)
               FROM WS-OE2-NOME-CLIENTE.
           03  LINE 09 COLUMN 50  PIC X(30)
               USING WS-CE2-NOME-CLIENTE.
           03  LINE 10 COLUMN 01  VALUE 'MUNICIPIO'.
           03  LINE 10 COLUMN 19  PIC X(06)  FROM WS-OE2-COD-MUNIC.
           03  LINE 10 COLUMN 50  PIC X(06)  USING WS-CE2-COD-MUNIC.
           03  LINE 11 COLUMN 01  VALUE 'DESC. MUNICIPIO'.
           03  LINE 11 COLUMN 19  PIC X(20)  FROM WS-OE2-DESC-MUNIC.
           03  LINE 11 COLUMN 50  PIC X(20)  USING WS-CE2-DESC-MUNIC.
           03  LINE 12 COLUMN 01  VALUE 'VALOR (13V99)'.
           03  LINE 12 COLUMN 19  PIC X(15)  FROM WS-OE2-VAL-A-TRIB.
           03  LINE 12 COLUMN 50  PIC X(15)  USING WS-CE2-VAL-A-TRIB.
           03  LINE 13 COLUMN 01  VALUE 'DATA DA NOTA'.
           03  LINE 13 COLUMN 19  PIC X(08)
               FROM WS-OE2-DAT-NOTA-SERV.
           03  LINE 13 COLUMN 50  PIC X(08)
               USING WS-CE2-DAT-NOTA-SERV.
           03  LINE 14 COLUMN 01  VALUE 'SERVICO'.
           03  LINE 14 COLUMN 19  PIC X(04)  FROM WS-OE2-COD-SERV.
           03  LINE 14 COLUMN 50  PIC X(04)  USING WS-CE2-COD-SERV.
           03  LINE 15 COLUMN 01  VALUE 'NUMERO DA NOTA'.
           03  LINE 15 COLUMN 19  PIC X(09)  FROM WS-OE2-NUM-NOTA.
           03  LINE 15 COLUMN 50  PIC X(09)  USING WS-CE2-NUM-NOTA.
           03  LINE 18 COLUMN 01  VALUE 'OPCAO'.
           03  LINE 18 COLUMN 07  PIC X(01)  USING WS-TEL-OPCAO.
           03  LINE 18 COLUMN 10
               VALUE 'G=GRAVAR CORRECAO  P=PULAR  F=ENCERRAR'.
           03  LINE 20 COLUMN 01  PIC X(78)  FROM WS-MSG-TELA
               HIGHLIGHT.

      *-----------------------------------------------------------*
      * A rejected cancel request on ENTRA002 carries only the    *
      * note to cancel and its substitute; the type byte 'C' is   *
      * not offered for correction.                               *
      *-----------------------------------------------------------*
       01  TELA-CANCEL.
           03  LINE 08 COLUMN 01  VALUE 'CANCELAMENTO DE NOTA'.
           03  LINE 10 COLUMN 01  VALUE 'NOTA CANCELADA'.
           03  LINE 10 COLUMN 19  PIC X(09)  FROM WS-OCA-NUM-NOTA.
           03  LINE 10 COLUMN 50  PIC X(09)  USING WS-CCA-NUM-NOTA.
           03  LINE 11 COLUMN 01  VALUE 'NOTA SUBSTITUTA'.
           03  LINE 11 COLUMN 19  PIC X(09)
               FROM WS-OCA-NUM-NOTA-SUBST.
           03  LINE 11 COLUMN 50  PIC X(09)
               USING WS-CCA-NUM-NOTA-SUBST.
           03  LINE 18 COLUMN 01  VALUE 'OPCAO'.
           03  LINE 18 COLUMN 07  PIC X(01)  USING WS-TEL-OPCAO.
           03  LINE 18 COLUMN 10
               VALUE 'G=GRAVAR CORRECAO  P=PULAR  F=ENCERRAR'.
           03  LINE 20 COLUMN 01  PIC X(78)  FROM WS-MSG-TELA
               HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 500-00-PROCESSA
                   UNTIL  WS-FIM-REJENTRA = 'S'.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           OPEN INPUT  PARMRECL.

           READ  PARMRECL  INTO  WS-PARM-TIPO-ARQ
                   AT END
                       MOVE  SPACES      TO  WS-PARM-TIPO-ARQ
           END-READ.

           CLOSE  PARMRECL.

      *    The layout decides which fields go on the screen and how
      *    the key is built: a wrong one would file corrections that
      *    never match their rejects.
           IF  WS-PARM-TIPO-ARQ  NOT = 'ENTRA001'  AND
               WS-PARM-TIPO-ARQ  NOT = 'ENTRA002'
               DISPLAY  'PARAMETRO DE LAYOUT INVALIDO: '
                        WS-PARM-TIPO-ARQ
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  250-00-CARREGA-CORRECOES.

           OPEN INPUT  REJENTRA
                INPUT  RECICLA
                INPUT  MUNICMST
                INPUT  CATSERV
                EXTEND CORRECOES.

      *    Without the recycle counter the operator cannot see how
      *    close a record is to escalation.
           IF  WS-ST-RECICLA  NOT = '00'  AND
               WS-ST-RECICLA  NOT = '05'
               DISPLAY  'ERRO AO ABRIR RECICLA - STATUS '
                        WS-ST-RECICLA
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

      *    Without the municipality master a correction would go
      *    out unchecked and come straight back as a reject.
           IF  WS-ST-MUNICMST  NOT = '00'
               DISPLAY  'ERRO AO ABRIR MUNICMST - STATUS '
                        WS-ST-MUNICMST
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

      *    The same holds for the service catalog: a service code or
      *    rate outside its band would be rejected again by the gate.
           IF  WS-ST-CATSERV  NOT = '00'
               DISPLAY  'ERRO AO ABRIR CATSERV - STATUS '
                        WS-ST-CATSERV
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  300-00-LER-REJENTRA.

       200-99-INICIALIZA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Exercicio6 keeps the first correction filed for a key, so *
      * a reject that already has one on CORRECOES is not shown   *
      * again: a second one would be silently ignored. The keys   *
      * on file, and those typed in this session, are held in the *
      * indexed work file CORRTELA.                               *
      *-----------------------------------------------------------*
       250-00-CARREGA-CORRECOES  SECTION.

           OPEN INPUT  CORRECOES
                OUTPUT CORRTELA.

           PERFORM  260-00-LER-CORRECOES
                   UNTIL  WS-FIM-CORRECOES = 'S'.

           CLOSE  CORRECOES
                  CORRTELA.

           OPEN I-O  CORRTELA.

       250-99-CARREGA-CORRECOES-FIM.
           EXIT.

       260-00-LER-CORRECOES  SECTION.

           READ  CORRECOES  INTO  WS-REG-CORRECAO
                   AT END
                       MOVE 'S'          TO  WS-FIM-CORRECOES

                   NOT END
                       MOVE  WS-COR-CHAVE    TO  CTE-CHAVE
                       WRITE CTE-REGISTRO
                               INVALID KEY
                                   CONTINUE

                               NOT INVALID KEY
                                   ADD  1  TO  WS-QT-CORREC-EXISTENTES
                       END-WRITE.

       260-99-LER-CORRECOES-FIM.
           EXIT.

       300-00-LER-REJENTRA  SECTION.

           READ  REJENTRA  INTO  WS-REG-REJEITO
                   AT END
                       MOVE 'S'          TO  WS-FIM-REJENTRA

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-REJENTRA.

       300-99-LER-REJENTRA-FIM.
           EXIT.

       320-00-DESMEMBRA-REJEITO  SECTION.

           IF  WS-PARM-TIPO-ARQ = 'ENTRA001'
               MOVE  WS-RJ1-DETALHE      TO  WS-RJT-DETALHE
               MOVE  WS-RJ1-COD-MOTIVO   TO  WS-RJT-COD-MOTIVO
               MOVE  WS-RJ1-DESC-MOTIVO  TO  WS-RJT-DESC-MOTIVO
           ELSE
               MOVE  WS-RJ2-DETALHE      TO  WS-RJT-DETALHE
               MOVE  WS-RJ2-COD-MOTIVO   TO  WS-RJT-COD-MOTIVO
               MOVE  WS-RJ2-DESC-MOTIVO  TO  WS-RJT-DESC-MOTIVO
           END-IF.

       320-99-DESMEMBRA-REJEITO-FIM.
           EXIT.

       410-00-MONTA-CHAVE  SECTION.

           MOVE  SPACES                  TO  WS-CHAVE-RECICLO.

           IF  WS-PARM-TIPO-ARQ = 'ENTRA001'
               MOVE  WS-E1-COD-MUNIC     TO  WS-CHE1-COD-MUNIC
               MOVE  WS-E1-COD-SERV      TO  WS-CHE1-COD-SERV
               MOVE  WS-E1-DAT-INI-VIGEN  TO  WS-CHE1-DAT-INI-VIGEN
           ELSE
               MOVE  WS-E2-COD-CLIENTE   TO  WS-CHE2-COD-CLIENTE
               MOVE  WS-E2-COD-MUNIC     TO  WS-CHE2-COD-MUNIC
               MOVE  WS-E2-DAT-NOTA-SERV  TO  WS-CHE2-DAT-NOTA-SERV
               MOVE  WS-E2-NUM-NOTA      TO  WS-CHE2-NUM-NOTA
           END-IF.

       410-99-MONTA-CHAVE-FIM.
           EXIT.

       430-00-VERIFICA-CORRECAO  SECTION.

           MOVE  WS-CHAVE-RECICLO        TO  CTE-CHAVE.

           READ  CORRTELA
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-JA-CORRIGIDO

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-JA-CORRIGIDO
           END-READ.

       430-99-VERIFICA-CORRECAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Exercicio6 adds one to the counter before it looks for a  *
      * correction and escalates when the count reaches the       *
      * maximum: at MAX-1 the next run escalates whatever is      *
      * typed, at MAX-2 one more failure escalates.               *
      *-----------------------------------------------------------*
       440-00-LE-RECICLA  SECTION.

           MOVE  ZEROS                   TO  WS-QT-RECICLOS-REG.

           MOVE  WS-CHAVE-RECICLO        TO  RCC-CHAVE.

           READ  RECICLA
                   INVALID KEY
                       CONTINUE

                   NOT INVALID KEY
                       MOVE  RCC-QT-RECICLOS  TO  WS-QT-RECICLOS-REG
           END-READ.

           MOVE  SPACES                  TO  WS-MSG-RECICLO.

           COMPUTE  WS-QT-RECICLOS-PROX  =  WS-QT-RECICLOS-REG  +  1.

           IF  WS-QT-RECICLOS-PROX  >=  WS-QT-RECICLOS-MAX
               MOVE  'ESCALA NA PROXIMA RECICLAGEM - CORRECAO INUTIL'
                                         TO  WS-MSG-RECICLO
           ELSE
               IF  WS-QT-RECICLOS-PROX  +  1  >=  WS-QT-RECICLOS-MAX
                   MOVE  'MAIS UMA FALHA ESCALA PARA O SUPERVISOR'
                                         TO  WS-MSG-RECICLO
               END-IF
           END-IF.

       440-99-LE-RECICLA-FIM.
           EXIT.

       500-00-PROCESSA  SECTION.

           PERFORM  320-00-DESMEMBRA-REJEITO.

      *    A cancel request is told apart the way Exercicio2 does it:
      *    by the type byte at the head of the detail.
           IF  WS-PARM-TIPO-ARQ = 'ENTRA002'  AND
               WS-RJT-DETALHE (1:1) = 'C'
               MOVE  'S'                 TO  WS-SW-REG-CANCELAMENTO
           ELSE
               MOVE  'N'                 TO  WS-SW-REG-CANCELAMENTO
           END-IF.

           MOVE  WS-RJT-DETALHE          TO  WS-DET-ENTRA001
                                              WS-DET-ENTRA002
                                              WS-DET-ORIGINAL
                                              WS-DET-CORRIGIDO.

           PERFORM  410-00-MONTA-CHAVE.
           PERFORM  430-00-VERIFICA-CORRECAO.

           IF  WS-SW-JA-CORRIGIDO = 'S'
               ADD  1                    TO  WS-QT-REJ-JA-CORRIGIDOS
           ELSE
               PERFORM  440-00-LE-RECICLA
               MOVE  SPACES              TO  WS-TEL-OPCAO
               MOVE  SPACES              TO  WS-MSG-TELA
               MOVE  'N'                 TO  WS-SW-REJEITO-CONCLUIDO
               PERFORM  520-00-EDITA-REJEITO
                       UNTIL  WS-SW-REJEITO-CONCLUIDO = 'S'
           END-IF.

           IF  WS-FIM-REJENTRA = 'N'
               PERFORM  300-00-LER-REJENTRA
           END-IF.

       500-99-PROCESSA-FIM.
           EXIT.

       520-00-EDITA-REJEITO  SECTION.

           DISPLAY  TELA-CABECALHO.

           IF  WS-PARM-TIPO-ARQ = 'ENTRA001'
               DISPLAY  TELA-ENTRA001
               ACCEPT   TELA-ENTRA001
           ELSE
               IF  WS-SW-REG-CANCELAMENTO = 'S'
                   DISPLAY  TELA-CANCEL
                   ACCEPT   TELA-CANCEL
               ELSE
                   DISPLAY  TELA-ENTRA002
                   ACCEPT   TELA-ENTRA002
               END-IF
           END-IF.

           MOVE  SPACES                  TO  WS-MSG-TELA.

           EVALUATE  WS-TEL-OPCAO
               WHEN  'G'
               WHEN  'g'
                   IF  WS-PARM-TIPO-ARQ = 'ENTRA001'
                       PERFORM  530-00-VALIDA-ENTRA001
                   ELSE
                       IF  WS-SW-REG-CANCELAMENTO = 'S'
                           PERFORM  545-00-VALIDA-CANCELAMENTO
                       ELSE
                           PERFORM  540-00-VALIDA-ENTRA002
                       END-IF
                   END-IF
                   IF  WS-SW-CORRECAO-VALIDA = 'S'
                       PERFORM  560-00-GRAVA-CORRECAO
                       MOVE  'S'         TO  WS-SW-REJEITO-CONCLUIDO
                   END-IF
               WHEN  'P'
               WHEN  'p'
                   ADD  1                TO  WS-QT-REJ-PULADOS
                   MOVE  'S'             TO  WS-SW-REJEITO-CONCLUIDO
               WHEN  'F'
               WHEN  'f'
                   ADD  1                TO  WS-QT-REJ-PULADOS
                   MOVE  'S'             TO  WS-SW-REJEITO-CONCLUIDO
                   MOVE  'S'             TO  WS-FIM-REJENTRA
               WHEN  OTHER
                   MOVE  'OPCAO INVALIDA - INFORME G, P OU F'
                                         TO  WS-MSG-TELA
           END-EVALUATE.

       520-99-EDITA-REJEITO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The same checks Exercicio1 applies to a rate record, so   *
      * a correction that passes here is not rejected again for   *
      * the same reason.                                          *
      *-----------------------------------------------------------*
       530-00-VALIDA-ENTRA001  SECTION.

           MOVE  'S'                     TO  WS-SW-CORRECAO-VALIDA.

           EVALUATE  TRUE
               WHEN  WS-CE1-COD-MUNIC  NOT  NUMERIC
                   MOVE  'MUNICIPIO NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE1-COD-SERV  NOT  NUMERIC
                   MOVE  'SERVICO NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE1-DAT-INI-VIGEN  NOT  NUMERIC
                   MOVE  'INICIO DE VIGENCIA NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE1-VLR-ALIQ  NOT  NUMERIC
                   MOVE  'ALIQUOTA NAO NUMERICA'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE1-DAT-FIN-VIGEN  NOT  NUMERIC
                   MOVE  'FIM DE VIGENCIA NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE1-VLR-ALIQ  =  '0000'
                   MOVE  'ALIQUOTA ZERADA'
                                         TO  WS-MSG-TELA
           END-EVALUATE.

           IF  WS-MSG-TELA  NOT =  SPACES
               MOVE  'N'                 TO  WS-SW-CORRECAO-VALIDA
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'
               MOVE  WS-CE1-DAT-INI-VIGEN
                                         TO  WS-VALDT-DATA
               PERFORM  8000-VALIDA-DATA
               IF  WS-VALDT-SW-VALIDA = 'N'
                   MOVE  'N'             TO  WS-SW-CORRECAO-VALIDA
                   MOVE  'INICIO DE VIGENCIA NAO E UMA DATA VALIDA'
                                         TO  WS-MSG-TELA
               END-IF
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'  AND
               WS-CE1-DAT-FIN-VIGEN  NOT =  '99999999'
               MOVE  WS-CE1-DAT-FIN-VIGEN
                                         TO  WS-VALDT-DATA
               PERFORM  8000-VALIDA-DATA
               IF  WS-VALDT-SW-VALIDA = 'N'
                   MOVE  'N'             TO  WS-SW-CORRECAO-VALIDA
                   MOVE  'FIM DE VIGENCIA NAO E UMA DATA VALIDA'
                                         TO  WS-MSG-TELA
               ELSE
                   IF  WS-CE1-DAT-FIN-VIGEN  <  WS-CE1-DAT-INI-VIGEN
                       MOVE  'N'         TO  WS-SW-CORRECAO-VALIDA
                       MOVE  'FIM DE VIGENCIA ANTERIOR AO INICIO'
                                         TO  WS-MSG-TELA
                   END-IF
               END-IF
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'
               MOVE  WS-CE1-COD-MUNIC    TO  MUN-COD-MUNIC
               PERFORM  550-00-VALIDA-MUNICIPIO
               IF  WS-SW-CORRECAO-VALIDA = 'S'
                   MOVE  MUN-NOM-MUNIC   TO  WS-CE1-DESC-MUNIC
               END-IF
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'
               MOVE  WS-CE1-COD-SERV     TO  CAT-COD-SERV
               PERFORM  555-00-VALIDA-SERVICO
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'
               MOVE  WS-CE1-VLR-ALIQ     TO  WS-ALIQ-DIGITADA
               IF  WS-ALIQ-DIGITADA-NUM  <  CAT-ALIQ-MINIMA  OR
                   WS-ALIQ-DIGITADA-NUM  >  CAT-ALIQ-MAXIMA
                   MOVE  'N'             TO  WS-SW-CORRECAO-VALIDA
                   MOVE  'ALIQUOTA FORA DOS LIMITES LEGAIS'
                                         TO  WS-MSG-TELA
               ELSE
                   MOVE  CAT-DESC-ABREV  TO  WS-CE1-DESC-SERV
               END-IF
           END-IF.

       530-99-VALIDA-ENTRA001-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A note without a number is legitimate: the field may be   *
      * left blank, but whatever is typed in it must be digits.   *
      *-----------------------------------------------------------*
       540-00-VALIDA-ENTRA002  SECTION.

           MOVE  'S'                     TO  WS-SW-CORRECAO-VALIDA.

           EVALUATE  TRUE
               WHEN  WS-CE2-COD-CLIENTE  NOT  NUMERIC
                   MOVE  'CLIENTE NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE2-COD-MUNIC  NOT  NUMERIC
                   MOVE  'MUNICIPIO NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE2-VAL-A-TRIB  NOT  NUMERIC
                   MOVE  'VALOR NAO NUMERICO - 15 DIGITOS, 2 DECIMAIS'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE2-DAT-NOTA-SERV  NOT  NUMERIC
                   MOVE  'DATA DA NOTA NAO NUMERICA'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE2-COD-SERV  NOT  NUMERIC
                   MOVE  'SERVICO NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE2-NUM-NOTA  NOT  NUMERIC  AND
                     WS-CE2-NUM-NOTA  NOT =  SPACES
                   MOVE  'NUMERO DA NOTA NAO NUMERICO'
                                         TO  WS-MSG-TELA
               WHEN  WS-CE2-VAL-A-TRIB  =  ZEROS
                   MOVE  'VALOR ZERADO'
                                         TO  WS-MSG-TELA
           END-EVALUATE.

           IF  WS-MSG-TELA  NOT =  SPACES
               MOVE  'N'                 TO  WS-SW-CORRECAO-VALIDA
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'
               MOVE  WS-CE2-DAT-NOTA-SERV
                                         TO  WS-VALDT-DATA
               PERFORM  8000-VALIDA-DATA
               IF  WS-VALDT-SW-VALIDA = 'N'
                   MOVE  'N'             TO  WS-SW-CORRECAO-VALIDA
                   MOVE  'DATA DA NOTA NAO E UMA DATA VALIDA'
                                         TO  WS-MSG-TELA
               END-IF
           END-IF.

           IF  WS-SW-CORRECAO-VALIDA = 'S'
               MOVE  WS-CE2-COD-MUNIC    TO  MUN-COD-MUNIC
               PERFORM  550-00-VALIDA-MUNICIPIO
               IF  WS-SW-CORRECAO-VALIDA = 'S'
                   MOVE  MUN-NOM-MUNIC   TO  WS-CE2-DESC-MUNIC
               END-IF
           END-IF.

      *    A zero service code is legitimate on a note: Exercicio2
      *    only looks it up on the catalog when it is not zero.
           IF  WS-SW-CORRECAO-VALIDA = 'S'  AND
               WS-CE2-COD-SERV  NOT =  '0000'
               MOVE  WS-CE2-COD-SERV     TO  CAT-COD-SERV
               PERFORM  555-00-VALIDA-SERVICO
           END-IF.

       540-99-VALIDA-ENTRA002-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The same checks Exercicio2 applies to a cancel request:   *
      * the note to cancel must be a number other than zero and   *
      * the substitute a number other than the note it replaces.  *
      * Whether the note is on NOTASREG is left to Exercicio2.    *
      *-----------------------------------------------------------*
       545-00-VALIDA-CANCELAMENTO  SECTION.

           MOVE  'S'                     TO  WS-SW-CORRECAO-VALIDA.

           EVALUATE  TRUE
               WHEN  WS-CCA-NUM-NOTA  NOT  NUMERIC
                   MOVE  'NOTA CANCELADA NAO NUMERICA'
                                         TO  WS-MSG-TELA
               WHEN  WS-CCA-NUM-NOTA  =  ZEROS
                   MOVE  'NOTA CANCELADA ZERADA'
                                         TO  WS-MSG-TELA
               WHEN  WS-CCA-NUM-NOTA-SUBST  NOT  NUMERIC
                   MOVE  'NOTA SUBSTITUTA NAO NUMERICA'
                                         TO  WS-MSG-TELA
               WHEN  WS-CCA-NUM-NOTA-SUBST  =  WS-CCA-NUM-NOTA
                   MOVE  'NOTA SUBSTITUTA IGUAL A NOTA CANCELADA'
                                         TO  WS-MSG-TELA
           END-EVALUATE.

           IF  WS-MSG-TELA  NOT =  SPACES
               MOVE  'N'                 TO  WS-SW-CORRECAO-VALIDA
           END-IF.

       545-99-VALIDA-CANCELAMENTO-FIM.
           EXIT.

       550-00-VALIDA-MUNICIPIO  SECTION.

           READ  MUNICMST
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-CORRECAO-VALIDA
                       MOVE  'MUNICIPIO NAO CADASTRADO NO MUNICMST'
                                         TO  WS-MSG-TELA

                   NOT INVALID KEY
                       IF  MUN-SIT-MUNIC  NOT = 'A'
                           MOVE  'N'     TO  WS-SW-CORRECAO-VALIDA
                           MOVE  'MUNICIPIO INATIVO NO MUNICMST'
                                         TO  WS-MSG-TELA
                       END-IF
           END-READ.

       550-99-VALIDA-MUNICIPIO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Service lookup on the catalog; the caller tests the rate  *
      * band against the record read, as Exercicio1 does.         *
      *-----------------------------------------------------------*
       555-00-VALIDA-SERVICO  SECTION.

           READ  CATSERV
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-CORRECAO-VALIDA
                       MOVE  'SERVICO NAO CADASTRADO NO CATALOGO'
                                         TO  WS-MSG-TELA
           END-READ.

       555-99-VALIDA-SERVICO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The key is the one of the ORIGINAL reject (Exercicio6     *
      * matches on it, even when the field corrected is part of   *
      * it), followed by the full corrected image.                *
      *-----------------------------------------------------------*
       560-00-GRAVA-CORRECAO  SECTION.

           MOVE  WS-CHAVE-RECICLO        TO  COR-CHAVE.
           MOVE  WS-DET-CORRIGIDO        TO  COR-DETALHE.

           WRITE COR-REGISTRO.

           ADD  1                        TO  WS-QT-GRAVS-CORRECOES.

           MOVE  WS-CHAVE-RECICLO        TO  CTE-CHAVE.

           WRITE CTE-REGISTRO
                   INVALID KEY
                       CONTINUE
           END-WRITE.

       560-99-GRAVA-CORRECAO-FIM.
           EXIT.

       COPY PRVALDT.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO23'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'REJENTRA'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-REJENTRA    TO  CTL-QT-LIDOS.
           MOVE  WS-QT-GRAVS-CORRECOES   TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.
           COMPUTE  CTL-QT-OUTROS  =  WS-QT-REJ-PULADOS
                                   +  WS-QT-REJ-JA-CORRIGIDOS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'LENDO REJEITADOS PENDENTES........... '
                     WS-QT-LIDOS-REJENTRA
           DISPLAY  'CORRECOES JA EXISTENTES.............. '
                     WS-QT-CORREC-EXISTENTES
           DISPLAY  'REJEITADOS JA CORRIGIDOS............. '
                     WS-QT-REJ-JA-CORRIGIDOS
           DISPLAY  'REJEITADOS PULADOS................... '
                     WS-QT-REJ-PULADOS
           DISPLAY  'CORRECOES GRAVADAS................... '
                     WS-QT-GRAVS-CORRECOES

           CLOSE  REJENTRA
                  RECICLA
                  MUNICMST
                  CATSERV
                  CORRECOES
                  CORRTELA.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio23.

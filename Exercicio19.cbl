      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interface contabil diaria do ISS retido: gera o
      *          arquivo de lancamentos JORNALCT a partir das
      *          retencoes do dia (RELISS), dos pagamentos de guia
      *          confirmados pelo Exercicio11 (GUIAIDX) e de todo
      *          movimento do MOVISS ainda nao contabilizado -
      *          creditos, estornos, abatimentos, complementos de
      *          ajuste e encargos de mora, qualquer que seja a data
      *          em que foram gravados (o JORNCTL guarda ate onde o
      *          MOVISS ja foi lancado) - cada lancamento com conta,
      *          centro de custo do municipio, competencia e
      *          documento de referencia,
      *          e fecha com trailer de debitos e creditos - um
      *          arquivo desbalanceado nao deve ser liberado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio19.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELISS
           ASSIGN TO 'D:\RELISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GUIAIDX
           ASSIGN TO 'D:\GUIAIDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS GIX-CHAVE
           FILE STATUS IS WS-ST-GUIAIDX.

           SELECT OPTIONAL MOVISS
           ASSIGN TO 'D:\MOVISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JORNCTL
           ASSIGN TO 'D:\JORNCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JORNALCT
           ASSIGN TO 'D:\JORNALCT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       DATA DIVISION.
       FILE SECTION.
       FD  RELISS.
       01  REL-REGISTRO                   PIC X(125).

       FD  GUIAIDX.
       01  GIX-REGISTRO.
           03  GIX-CHAVE.
               05  GIX-COD-MUNIC          PIC 9(06).
               05  GIX-COMPETENCIA        PIC 9(06).
           03  GIX-DESC-MUNIC             PIC X(20).
           03  GIX-QT-NOTAS               PIC 9(07).
           03  GIX-TOT-VLR-IMPOSTO        PIC 9(15)V99.
           03  GIX-DAT-VENCIMENTO         PIC 9(08).
           03  GIX-SIT-GUIA               PIC X(01).
           03  GIX-DAT-PAGAMENTO          PIC 9(08).
           03  GIX-VLR-PAGO               PIC 9(15)V99.
           03  GIX-AUT-BANCARIA           PIC X(20).
           03  GIX-DAT-CONFIRMACAO        PIC 9(08).

       FD  MOVISS.
       COPY MOVISS.

      *-----------------------------------------------------------*
      * Posting control of MOVISS: date of the last released      *
      * journal, how many MOVISS records had been posted before   *
      * it and how many were posted through it. A rerun for the   *
      * same date starts again from the first count, since the    *
      * journal of the date is rebuilt in full.                   *
      *-----------------------------------------------------------*
       FD  JORNCTL.
       01  JCT-REGISTRO.
           03  JCT-DAT-JORNAL             PIC 9(08).
           03  JCT-QT-MOVISS-ANTERIOR     PIC 9(10).
           03  JCT-QT-MOVISS-LANCADOS     PIC 9(10).

       FD  JORNALCT.
       01  JOR-REGISTRO                   PIC X(112).

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       COPY WSRELISS.

      *-----------------------------------------------------------*
      * Image of the CTRLLOG entries, read back to learn whether   *
      * Exercicio3 ran for the processing date: RELISS is          *
      * rewritten on every run of Exercicio3, so a file left over  *
      * from another date must not be posted again.                *
      *-----------------------------------------------------------*
       01  WS-REG-CTRLLOG.
           03  WS-CTL-NOM-PROGRAMA        PIC X(12).
           03  WS-CTL-DAT-EXECUCAO        PIC 9(08).
           03  FILLER                     PIC X(88).

      *-----------------------------------------------------------*
      * Chart of accounts of the ISS postings. Every movement is  *
      * posted as a pair - one debit and one credit of the same   *
      * value under the same lancamento number:                   *
      *   retencao (RELISS, nota retida)                          *
      *       D fornecedores a pagar     C ISS retido a recolher  *
      *   pagamento de guia (GUIAIDX)                             *
      *       D ISS retido a recolher    C bancos                 *
      *   credito do recalculo (MOVISS 'R')                       *
      *       D ISS a compensar          C ajustes de ISS retido  *
      *   credito de nota cancelada (MOVISS 'C')                  *
      *       D ISS a compensar          C fornecedores a pagar   *
      *   estorno de nota cancelada (MOVISS 'E')                  *
      *       D ISS retido a recolher    C fornecedores a pagar   *
      *   abatimento na guia (MOVISS 'A')                         *
      *       D ISS retido a recolher    C ISS a compensar        *
      *   complemento de ajuste (MOVISS 'G')                      *
      *       D ajustes de ISS retido    C ISS retido a recolher  *
      *   multa e juros da guia de mora (MOVISS 'M')              *
      *       D multa e juros s/ ISS     C ISS retido a recolher  *
      *   estorno de multa e juros (MOVISS 'V')                   *
      *       D ISS retido a recolher    C multa e juros s/ ISS   *
      *   pagamento de guia de mora (MOVISS 'P')                  *
      *       D ISS retido a recolher    C bancos                 *
      * The cost center is the municipio of the movement.         *
      *-----------------------------------------------------------*
       01  WS-CONTAS-CONTABEIS.
           03  WS-CTA-FORNECEDORES        PIC X(12)
               VALUE '2.1.1.01.001'.
           03  WS-CTA-ISS-RECOLHER        PIC X(12)
               VALUE '2.1.4.03.002'.
           03  WS-CTA-BANCOS              PIC X(12)
               VALUE '1.1.1.02.001'.
           03  WS-CTA-ISS-COMPENSAR       PIC X(12)
               VALUE '1.1.3.05.004'.
           03  WS-CTA-AJUSTES-ISS         PIC X(12)
               VALUE '3.3.1.07.010'.
           03  WS-CTA-ENCARGOS-MORA       PIC X(12)
               VALUE '3.3.2.01.015'.

      *-----------------------------------------------------------*
      * JORNALCT record types: 'H' header with the movement date, *
      * 'D' one per debit or credit line, 'T' trailer with the    *
      * line count and the debit and credit totals, which must be *
      * equal for the file to be released to accounting.          *
      *-----------------------------------------------------------*
       01  WS-REG-JOR-CAB.
           03  WS-JCB-TIPO-REG            PIC X(01)  VALUE 'H'.
           03  WS-JCB-DAT-MOVIMENTO       PIC 9(08).
           03  WS-JCB-SIS-ORIGEM          PIC X(08)  VALUE 'ISSRETEN'.
           03  FILLER                     PIC X(95)  VALUE SPACES.

       01  WS-REG-JOR-DET.
           03  WS-JDT-TIPO-REG            PIC X(01).
           03  WS-JDT-DAT-MOVIMENTO       PIC 9(08).
           03  WS-JDT-NUM-LANCAMENTO      PIC 9(07).
           03  WS-JDT-COD-CONTA           PIC X(12).
           03  WS-JDT-IND-DEB-CRED        PIC X(01).
           03  WS-JDT-VLR-LANCAMENTO      PIC 9(15)V99.
           03  WS-JDT-CENTRO-CUSTO        PIC 9(06).
           03  WS-JDT-COMPETENCIA         PIC 9(06).
           03  WS-JDT-TIPO-DOCUMENTO      PIC X(04).
           03  WS-JDT-REF-DOCUMENTO       PIC X(20).
           03  WS-JDT-HISTORICO           PIC X(30).

       01  WS-REG-JOR-TRL.
           03  WS-JTR-TIPO-REG            PIC X(01)  VALUE 'T'.
           03  WS-JTR-DAT-MOVIMENTO       PIC 9(08).
           03  WS-JTR-QT-LINHAS           PIC 9(07).
           03  WS-JTR-TOT-DEBITOS         PIC 9(15)V99.
           03  WS-JTR-TOT-CREDITOS        PIC 9(15)V99.
           03  FILLER                     PIC X(62)  VALUE SPACES.

      *-----------------------------------------------------------*
      * Document references: the note number for note-level      *
      * movements, municipio/competencia (the guia key) for the   *
      * guia-level ones.                                          *
      *-----------------------------------------------------------*
       01  WS-REF-NOTA.
           03  FILLER                     PIC X(03)  VALUE 'NF '.
           03  WS-RFN-NUM-NOTA            PIC 9(09).
           03  FILLER                     PIC X(08)  VALUE SPACES.

       01  WS-REF-GUIA.
           03  FILLER                     PIC X(05)  VALUE 'GUIA '.
           03  WS-RFG-COD-MUNIC           PIC 9(06).
           03  FILLER                     PIC X(01)  VALUE '/'.
           03  WS-RFG-COMPETENCIA         PIC 9(06).
           03  FILLER                     PIC X(02)  VALUE SPACES.

       01  WS-PAR-CTA-DEBITO              PIC X(12)  VALUE SPACES.
       01  WS-PAR-CTA-CREDITO             PIC X(12)  VALUE SPACES.
       01  WS-PAR-VALOR                   PIC 9(15)V99  VALUE ZEROS.
       01  WS-PAR-COD-MUNIC               PIC 9(06)  VALUE ZEROS.
       01  WS-PAR-COMPETENCIA             PIC 9(06)  VALUE ZEROS.
       01  WS-PAR-TIPO-DOCUMENTO          PIC X(04)  VALUE SPACES.
       01  WS-PAR-REF-DOCUMENTO           PIC X(20)  VALUE SPACES.
       01  WS-PAR-HISTORICO               PIC X(30)  VALUE SPACES.

       01  WS-ST-GUIAIDX                  PIC X(02)  VALUE '00'.

       01  WS-FIM-CTRLLOG                 PIC X(01)  VALUE 'N'.
       01  WS-FIM-RELISS                  PIC X(01)  VALUE 'N'.
       01  WS-FIM-GUIAIDX                 PIC X(01)  VALUE 'N'.
       01  WS-FIM-MOVISS                  PIC X(01)  VALUE 'N'.

       01  WS-SW-RODOU-EXERC3             PIC X(01)  VALUE 'N'.
       01  WS-SW-LANCA-REGISTRO           PIC X(01)  VALUE 'N'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       01  WS-QT-LIDOS-RELISS             PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIDOS-GUIAIDX            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIDOS-MOVISS             PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LANC-RETENCAO            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LANC-PAGAMENTO           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LANC-MOVIMENTO           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-MOVISS-JA-LANCADOS       PIC 9(10)  VALUE ZEROS.
       01  WS-QT-REGS-IGNORADOS           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-MOVISS-BASE              PIC 9(10)  VALUE ZEROS.
       01  WS-SW-JORNAL-LIBERADO          PIC X(01)  VALUE 'S'.
       01  WS-QT-LANCAMENTOS              PIC 9(07)  VALUE ZEROS.
       01  WS-QT-LINHAS-JORNAL            PIC 9(07)  VALUE ZEROS.
       01  WS-TOT-DEBITOS                 PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-CREDITOS                PIC 9(15)V99  VALUE ZEROS.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 300-00-LANCA-RETENCOES.

           PERFORM 400-00-LANCA-PAGAMENTOS.

           PERFORM 600-00-LANCA-MOVIMENTOS.

           PERFORM 750-00-GRAVA-TRAILER.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO19'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           PERFORM  250-00-VERIFICA-EXECUCOES.

           PERFORM  280-00-LE-CONTROLE-JORNAL.

           OPEN OUTPUT  JORNALCT.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-JCB-DAT-MOVIMENTO.

           WRITE JOR-REGISTRO  FROM  WS-REG-JOR-CAB.

       200-99-INICIALIZA-FIM.
           EXIT.

       250-00-VERIFICA-EXECUCOES  SECTION.

           OPEN INPUT  CTRLLOG.

           PERFORM  260-00-LER-CTRLLOG.

           PERFORM  270-00-CONFERE-EXECUCAO
                   UNTIL  WS-FIM-CTRLLOG = 'S'.

           CLOSE  CTRLLOG.

       250-99-VERIFICA-EXECUCOES-FIM.
           EXIT.

       260-00-LER-CTRLLOG  SECTION.

           READ  CTRLLOG  INTO  WS-REG-CTRLLOG
                   AT END
                       MOVE 'S'          TO  WS-FIM-CTRLLOG
           END-READ.

       260-99-LER-CTRLLOG-FIM.
           EXIT.

       270-00-CONFERE-EXECUCAO  SECTION.

           IF  WS-CTL-DAT-EXECUCAO  =  WS-DATA-PROCESSAMENTO
               IF  WS-CTL-NOM-PROGRAMA = 'EXERCICIO3'
                   MOVE  'S'             TO  WS-SW-RODOU-EXERC3
               END-IF
           END-IF.

           PERFORM  260-00-LER-CTRLLOG.

       270-99-CONFERE-EXECUCAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Position of MOVISS from which this journal posts: what    *
      * the last released journal left posted, or - when that     *
      * journal was for this same date and is being rebuilt - the *
      * position that journal itself started from. No control     *
      * record means nothing was ever posted.                     *
      *-----------------------------------------------------------*
       280-00-LE-CONTROLE-JORNAL  SECTION.

           OPEN INPUT  JORNCTL.

           READ  JORNCTL
                   AT END
                       MOVE  ZEROS       TO  JCT-DAT-JORNAL
                                             JCT-QT-MOVISS-ANTERIOR
                                             JCT-QT-MOVISS-LANCADOS
           END-READ.

           CLOSE  JORNCTL.

           IF  JCT-DAT-JORNAL  =  WS-DATA-PROCESSAMENTO
               MOVE  JCT-QT-MOVISS-ANTERIOR  TO  WS-QT-MOVISS-BASE
           ELSE
               MOVE  JCT-QT-MOVISS-LANCADOS  TO  WS-QT-MOVISS-BASE
           END-IF.

       280-99-LE-CONTROLE-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Only retained notes (SAIDA002) had ISS withheld from the  *
      * supplier; a note below the minimum was priced but nothing *
      * was withheld, so it is not posted.                        *
      *-----------------------------------------------------------*
       300-00-LANCA-RETENCOES  SECTION.

           IF  WS-SW-RODOU-EXERC3 = 'N'
               DISPLAY  'EXERCICIO3 NAO EXECUTADO NA DATA - RELISS '
                        'NAO LANCADO'
           ELSE
               OPEN INPUT  RELISS

               PERFORM  310-00-LER-RELISS

               PERFORM  320-00-PROCESSA-RELISS
                       UNTIL  WS-FIM-RELISS = 'S'

               CLOSE  RELISS
           END-IF.

       300-99-LANCA-RETENCOES-FIM.
           EXIT.

       310-00-LER-RELISS  SECTION.

           READ  RELISS  INTO  WS-REG-RELISS
                   AT END
                       MOVE 'S'          TO  WS-FIM-RELISS

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-RELISS.

       310-99-LER-RELISS-FIM.
           EXIT.

       320-00-PROCESSA-RELISS  SECTION.

           IF  WS-REL-SW-RETIDA = 'S'  AND
               WS-REL-VLR-IMPOSTO  >  ZEROS
               MOVE  WS-CTA-FORNECEDORES TO  WS-PAR-CTA-DEBITO
               MOVE  WS-CTA-ISS-RECOLHER TO  WS-PAR-CTA-CREDITO
               MOVE  WS-REL-VLR-IMPOSTO  TO  WS-PAR-VALOR
               MOVE  WS-REL-COD-MUNIC    TO  WS-PAR-COD-MUNIC
               MOVE  WS-REL-DAT-NOTA-SERV (1:6)
                                         TO  WS-PAR-COMPETENCIA
               MOVE  'NOTA'              TO  WS-PAR-TIPO-DOCUMENTO
               MOVE  WS-REL-NUM-NOTA     TO  WS-RFN-NUM-NOTA
               MOVE  WS-REF-NOTA         TO  WS-PAR-REF-DOCUMENTO
               MOVE  'RETENCAO ISS NOTA DE SERVICO'
                                         TO  WS-PAR-HISTORICO
               PERFORM  700-00-GRAVA-PARTIDAS
               ADD  1                    TO  WS-QT-LANC-RETENCAO
           ELSE
               ADD  1                    TO  WS-QT-REGS-IGNORADOS
           END-IF.

           PERFORM  310-00-LER-RELISS.

       320-99-PROCESSA-RELISS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * GUIAIDX keeps every guia of the remittance; a payment is  *
      * posted on the day Exercicio11 applied the bank return to  *
      * it (GIX-DAT-CONFIRMACAO), with the value actually paid.   *
      * A refused guia moved no money and is not posted.          *
      *-----------------------------------------------------------*
       400-00-LANCA-PAGAMENTOS  SECTION.

           OPEN INPUT  GUIAIDX.

      *    An absent index only means no remittance was loaded
      *    yet; any other status would drop the day's payments
      *    from the journal without a word: hold the run.
           IF  WS-ST-GUIAIDX  NOT = '00'  AND
               WS-ST-GUIAIDX  NOT = '05'
               DISPLAY  'ERRO AO ABRIR GUIAIDX - STATUS '
                        WS-ST-GUIAIDX
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  ZEROS                   TO  GIX-COD-MUNIC.
           MOVE  ZEROS                   TO  GIX-COMPETENCIA.

           START  GUIAIDX  KEY  IS  >=  GIX-CHAVE
                   INVALID KEY
                       MOVE  'S'         TO  WS-FIM-GUIAIDX
           END-START.

           PERFORM  410-00-VARRE-GUIAIDX
                   UNTIL  WS-FIM-GUIAIDX = 'S'.

           CLOSE  GUIAIDX.

       400-99-LANCA-PAGAMENTOS-FIM.
           EXIT.

       410-00-VARRE-GUIAIDX  SECTION.

           READ  GUIAIDX  NEXT
                   AT END
                       MOVE  'S'         TO  WS-FIM-GUIAIDX

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-GUIAIDX
           END-READ.

           IF  WS-FIM-GUIAIDX = 'N'
               IF  GIX-DAT-CONFIRMACAO  =  WS-DATA-PROCESSAMENTO  AND
                   (GIX-SIT-GUIA = 'I'  OR  GIX-SIT-GUIA = 'D')  AND
                   GIX-VLR-PAGO  >  ZEROS
                   MOVE  WS-CTA-ISS-RECOLHER TO  WS-PAR-CTA-DEBITO
                   MOVE  WS-CTA-BANCOS   TO  WS-PAR-CTA-CREDITO
                   MOVE  GIX-VLR-PAGO    TO  WS-PAR-VALOR
                   MOVE  GIX-COD-MUNIC   TO  WS-PAR-COD-MUNIC
                   MOVE  GIX-COMPETENCIA TO  WS-PAR-COMPETENCIA
                   MOVE  'GUIA'          TO  WS-PAR-TIPO-DOCUMENTO
                   MOVE  GIX-COD-MUNIC   TO  WS-RFG-COD-MUNIC
                   MOVE  GIX-COMPETENCIA TO  WS-RFG-COMPETENCIA
                   MOVE  WS-REF-GUIA     TO  WS-PAR-REF-DOCUMENTO
                   MOVE  'PAGAMENTO GUIA DE ISS'
                                         TO  WS-PAR-HISTORICO
                   PERFORM  700-00-GRAVA-PARTIDAS
                   ADD  1                TO  WS-QT-LANC-PAGAMENTO
               ELSE
                   ADD  1                TO  WS-QT-REGS-IGNORADOS
               END-IF
           END-IF.

       410-99-VARRE-GUIAIDX-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * MOVISS is appended by every run that moves ISS outside    *
      * the withholding and the monthly guia, daily, monthly or   *
      * on demand, before or after this journal. Every record     *
      * past the position already posted goes into this journal,  *
      * whatever its date, so nothing written after a journal is  *
      * lost; the records up to it were posted before.            *
      *-----------------------------------------------------------*
       600-00-LANCA-MOVIMENTOS  SECTION.

           OPEN INPUT  MOVISS.

           PERFORM  610-00-LER-MOVISS.

           PERFORM  620-00-PROCESSA-MOVISS
                   UNTIL  WS-FIM-MOVISS = 'S'.

           CLOSE  MOVISS.

       600-99-LANCA-MOVIMENTOS-FIM.
           EXIT.

       610-00-LER-MOVISS  SECTION.

           READ  MOVISS
                   AT END
                       MOVE 'S'          TO  WS-FIM-MOVISS

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-MOVISS.

       610-99-LER-MOVISS-FIM.
           EXIT.

       620-00-PROCESSA-MOVISS  SECTION.

           MOVE  'N'                     TO  WS-SW-LANCA-REGISTRO.

           IF  WS-QT-LIDOS-MOVISS  NOT >  WS-QT-MOVISS-BASE
               ADD  1                    TO  WS-QT-MOVISS-JA-LANCADOS
           END-IF.

           IF  WS-QT-LIDOS-MOVISS  >  WS-QT-MOVISS-BASE  AND
               MVI-VLR-MOVIMENTO  >  ZEROS
               MOVE  'S'                 TO  WS-SW-LANCA-REGISTRO
               MOVE  MVI-NUM-NOTA        TO  WS-RFN-NUM-NOTA
               MOVE  MVI-COD-MUNIC       TO  WS-RFG-COD-MUNIC
               MOVE  MVI-COMPETENCIA     TO  WS-RFG-COMPETENCIA
               EVALUATE  MVI-TIPO-MOVIMENTO
                   WHEN  'R'
                       MOVE  WS-CTA-ISS-COMPENSAR
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-AJUSTES-ISS
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'CRED'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-GUIA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'CREDITO ISS DO RECALCULO'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'C'
                       MOVE  WS-CTA-ISS-COMPENSAR
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-FORNECEDORES
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'CRED'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-NOTA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'CREDITO ISS DE NOTA CANCELADA'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'E'
                       MOVE  WS-CTA-ISS-RECOLHER
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-FORNECEDORES
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'ESTO'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-NOTA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'ESTORNO RETENCAO NOTA CANCELADA'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'A'
                       MOVE  WS-CTA-ISS-RECOLHER
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-ISS-COMPENSAR
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'ABAT'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-GUIA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'ABATIMENTO DE CREDITO NA GUIA'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'G'
                       MOVE  WS-CTA-AJUSTES-ISS
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-ISS-RECOLHER
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'GAJU'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-GUIA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'COMPLEMENTO ISS DO RECALCULO'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'M'
                       MOVE  WS-CTA-ENCARGOS-MORA
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-ISS-RECOLHER
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'MORA'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-GUIA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'MULTA E JUROS GUIA EM ATRASO'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'V'
                       MOVE  WS-CTA-ISS-RECOLHER
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-ENCARGOS-MORA
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'MORA'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-GUIA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'ESTORNO MULTA E JUROS EXCEDENTES'
                                         TO  WS-PAR-HISTORICO
                   WHEN  'P'
                       MOVE  WS-CTA-ISS-RECOLHER
                                         TO  WS-PAR-CTA-DEBITO
                       MOVE  WS-CTA-BANCOS
                                         TO  WS-PAR-CTA-CREDITO
                       MOVE  'GMOR'      TO  WS-PAR-TIPO-DOCUMENTO
                       MOVE  WS-REF-GUIA TO  WS-PAR-REF-DOCUMENTO
                       MOVE  'PAGAMENTO GUIA DE MORA DO ISS'
                                         TO  WS-PAR-HISTORICO
                   WHEN  OTHER
                       MOVE  'N'         TO  WS-SW-LANCA-REGISTRO
                       DISPLAY  'MOVISS COM TIPO DESCONHECIDO: '
                                MVI-TIPO-MOVIMENTO
                                ' MUNICIPIO '  MVI-COD-MUNIC
               END-EVALUATE
           END-IF.

           IF  WS-SW-LANCA-REGISTRO = 'S'
               MOVE  MVI-VLR-MOVIMENTO   TO  WS-PAR-VALOR
               MOVE  MVI-COD-MUNIC       TO  WS-PAR-COD-MUNIC
               MOVE  MVI-COMPETENCIA     TO  WS-PAR-COMPETENCIA
               PERFORM  700-00-GRAVA-PARTIDAS
               ADD  1                    TO  WS-QT-LANC-MOVIMENTO
           ELSE
               IF  WS-QT-LIDOS-MOVISS  >  WS-QT-MOVISS-BASE
                   ADD  1                TO  WS-QT-REGS-IGNORADOS
               END-IF
           END-IF.

           PERFORM  610-00-LER-MOVISS.

       620-99-PROCESSA-MOVISS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * One lancamento = one debit line and one credit line of    *
      * the same value, sharing the lancamento number.            *
      *-----------------------------------------------------------*
       700-00-GRAVA-PARTIDAS  SECTION.

           ADD  1                        TO  WS-QT-LANCAMENTOS.

           MOVE  'D'                     TO  WS-JDT-TIPO-REG.
           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-JDT-DAT-MOVIMENTO.
           MOVE  WS-QT-LANCAMENTOS       TO  WS-JDT-NUM-LANCAMENTO.
           MOVE  WS-PAR-VALOR            TO  WS-JDT-VLR-LANCAMENTO.
           MOVE  WS-PAR-COD-MUNIC        TO  WS-JDT-CENTRO-CUSTO.
           MOVE  WS-PAR-COMPETENCIA      TO  WS-JDT-COMPETENCIA.
           MOVE  WS-PAR-TIPO-DOCUMENTO   TO  WS-JDT-TIPO-DOCUMENTO.
           MOVE  WS-PAR-REF-DOCUMENTO    TO  WS-JDT-REF-DOCUMENTO.
           MOVE  WS-PAR-HISTORICO        TO  WS-JDT-HISTORICO.

           MOVE  WS-PAR-CTA-DEBITO       TO  WS-JDT-COD-CONTA.
           MOVE  'D'                     TO  WS-JDT-IND-DEB-CRED.

           WRITE JOR-REGISTRO  FROM  WS-REG-JOR-DET.

           ADD  1                        TO  WS-QT-LINHAS-JORNAL.
           ADD  WS-PAR-VALOR             TO  WS-TOT-DEBITOS.

           MOVE  WS-PAR-CTA-CREDITO      TO  WS-JDT-COD-CONTA.
           MOVE  'C'                     TO  WS-JDT-IND-DEB-CRED.

           WRITE JOR-REGISTRO  FROM  WS-REG-JOR-DET.

           ADD  1                        TO  WS-QT-LINHAS-JORNAL.
           ADD  WS-PAR-VALOR             TO  WS-TOT-CREDITOS.

       700-99-GRAVA-PARTIDAS-FIM.
           EXIT.

       750-00-GRAVA-TRAILER  SECTION.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-JTR-DAT-MOVIMENTO.
           MOVE  WS-QT-LINHAS-JORNAL     TO  WS-JTR-QT-LINHAS.
           MOVE  WS-TOT-DEBITOS          TO  WS-JTR-TOT-DEBITOS.
           MOVE  WS-TOT-CREDITOS         TO  WS-JTR-TOT-CREDITOS.

           WRITE JOR-REGISTRO  FROM  WS-REG-JOR-TRL.

       750-99-GRAVA-TRAILER-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Recorded only for a released journal, so an unbalanced    *
      * or held run leaves the MOVISS records to the next one.    *
      *-----------------------------------------------------------*
       760-00-GRAVA-CONTROLE-JORNAL  SECTION.

           MOVE  WS-DATA-PROCESSAMENTO   TO  JCT-DAT-JORNAL.
           MOVE  WS-QT-MOVISS-BASE       TO  JCT-QT-MOVISS-ANTERIOR.
           MOVE  WS-QT-LIDOS-MOVISS      TO  JCT-QT-MOVISS-LANCADOS.

           OPEN OUTPUT  JORNCTL.

           WRITE JCT-REGISTRO.

           CLOSE  JORNCTL.

       760-99-GRAVA-CONTROLE-JORNAL-FIM.
           EXIT.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO19'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'RELISS/GUIAS/MOVISS'   TO  CTL-NOM-ARQ-ENTRADA.
           ADD   WS-QT-LIDOS-RELISS  WS-QT-LIDOS-GUIAIDX
                 WS-QT-LIDOS-MOVISS  GIVING  CTL-QT-LIDOS.
           ADD   WS-QT-LANC-RETENCAO  WS-QT-LANC-PAGAMENTO
                 WS-QT-LANC-MOVIMENTO  GIVING  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.
           MOVE  WS-QT-REGS-IGNORADOS    TO  CTL-QT-OUTROS.
           MOVE  WS-QT-MOVISS-JA-LANCADOS  TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'LENDO RETENCOES DO DIA (RELISS)...... '
                     WS-QT-LIDOS-RELISS
           DISPLAY  'LANCAMENTOS DE RETENCAO.............. '
                     WS-QT-LANC-RETENCAO
           DISPLAY  'LENDO GUIAS DA REMESSA (GUIAIDX)..... '
                     WS-QT-LIDOS-GUIAIDX
           DISPLAY  'LANCAMENTOS DE PAGAMENTO............. '
                     WS-QT-LANC-PAGAMENTO
           DISPLAY  'LENDO MOVIMENTOS DE ISS (MOVISS)..... '
                     WS-QT-LIDOS-MOVISS
           DISPLAY  'MOVISS JA LANCADOS EM JORNAL ANTERIOR '
                     WS-QT-MOVISS-JA-LANCADOS
           DISPLAY  'LANCAMENTOS DE MOVIMENTOS DO MOVISS.. '
                     WS-QT-LANC-MOVIMENTO
           DISPLAY  'REGISTROS SEM LANCAMENTO............. '
                     WS-QT-REGS-IGNORADOS
           DISPLAY  'LINHAS GRAVADAS NO JORNAL............ '
                     WS-QT-LINHAS-JORNAL
           DISPLAY  'TOTAL DE DEBITOS..................... '
                     WS-TOT-DEBITOS
           DISPLAY  'TOTAL DE CREDITOS.................... '
                     WS-TOT-CREDITOS

           CLOSE  JORNALCT.

      *    Accounting loads the journal as it stands: a file whose
      *    debits and credits differ must not be released, so the
      *    scheduler holds it.
           IF  WS-TOT-DEBITOS  NOT =  WS-TOT-CREDITOS
               DISPLAY  'JORNALCT DESBALANCEADO - DEBITOS DIFEREM '
                        'DOS CREDITOS - ARQUIVO NAO LIBERADO'
               MOVE  'N'                 TO  WS-SW-JORNAL-LIBERADO
               MOVE  12                  TO  RETURN-CODE
           END-IF.

      *    MOVISS is only ever extended: fewer records than were
      *    already posted means the file was replaced, and the
      *    position kept in JORNCTL no longer points at it.
           IF  WS-QT-LIDOS-MOVISS  <  WS-QT-MOVISS-BASE
               DISPLAY  'MOVISS COM MENOS REGISTROS QUE OS JA '
                        'LANCADOS - CONFERIR O ARQUIVO E O JORNCTL'
               MOVE  'N'                 TO  WS-SW-JORNAL-LIBERADO
               MOVE  12                  TO  RETURN-CODE
           END-IF.

           IF  WS-SW-JORNAL-LIBERADO = 'S'
               PERFORM  760-00-GRAVA-CONTROLE-JORNAL
           END-IF.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio19.

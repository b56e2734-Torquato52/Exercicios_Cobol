      *          bancaria; guias sem retorno e vencidas vao para o
      *          arquivo de itens em aberto com os dias de atraso, e o
      *          relatorio de conciliacao fecha os totais contra o
      *          trailer da remessa; o retorno que traz o codigo de
      *          barras do boleto (remessa de cobranca do
      *          Exercicio20) e casado pela guia gravada no GUIABARR;
      *          o pagamento de uma guia de mora (Exercicio18) baixa
      *          a cobranca no MORAISS, vai ao MOVISS para a
      *          contabilidade e, pago por inteiro, quita a guia de
      *          origem (situacao 'Q'), que deixa de ser item em
      *          aberto nesta e nas cargas seguintes da remessa; o
      *          pagamento conciliado fica no GUIAPAGO, e o retorno
      *          que o banco repete numa execucao seguinte e
      *          listado sem nova confirmacao, para nao ser
      *          contabilizado de novo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS GIX-CHAVE.

           SELECT OPTIONAL GUIABARR
           ASSIGN TO 'D:\GUIABARR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS GBR-COD-BARRAS
           FILE STATUS IS WS-ST-GUIABARR.

           SELECT OPTIONAL MORAISS
           ASSIGN TO 'D:\MORAISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS MRA-CHAVE
           FILE STATUS IS WS-ST-MORAISS.

           SELECT OPTIONAL GUIAPAGO
           ASSIGN TO 'D:\GUIAPAGO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS GPG-CHAVE
           FILE STATUS IS WS-ST-GUIAPAGO.

           SELECT OPTIONAL MOVISS
           ASSIGN TO 'D:\MOVISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONCILIA
           ASSIGN TO 'D:\CONCILIA.TXT'
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
           03  RET-DAT-PAGAMENTO          PIC 9(08).
           03  RET-VLR-PAGO               PIC 9(15)V99.
           03  RET-AUT-BANCARIA           PIC X(20).
           03  RET-COD-BARRAS             PIC X(44).

       FD  GUIAIDX.
       01  GIX-REGISTRO.
           03  GIX-DAT-PAGAMENTO          PIC 9(08).
           03  GIX-VLR-PAGO               PIC 9(15)V99.
           03  GIX-AUT-BANCARIA           PIC X(20).
           03  GIX-DAT-CONFIRMACAO        PIC 9(08).

      *-----------------------------------------------------------*
      * Payments already applied to the guias of the remittance,  *
      * kept across runs (GUIAIDX is rebuilt from GUIAISS on      *
      * every run): the situation, payment and the date the       *
      * return was first confirmed, which is the date Exercicio19 *
      * posts it on.                                              *
      *-----------------------------------------------------------*
       FD  GUIAPAGO.
       01  GPG-REGISTRO.
           03  GPG-CHAVE.
               05  GPG-COD-MUNIC          PIC 9(06).
               05  GPG-COMPETENCIA        PIC 9(06).
           03  GPG-SIT-GUIA               PIC X(01).
           03  GPG-DAT-PAGAMENTO          PIC 9(08).
           03  GPG-VLR-PAGO               PIC 9(15)V99.
           03  GPG-AUT-BANCARIA           PIC X(20).
           03  GPG-DAT-CONFIRMACAO        PIC 9(08).

       FD  GUIABARR.
       COPY GUIABARR.

       FD  MORAISS.
       COPY MORAISS.

       FD  MOVISS.
       COPY MOVISS.

       FD  CONCILIA.
       01  CON-REGISTRO                   PIC X(132).
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

           03  WS-RET-DAT-PAGAMENTO       PIC 9(08).
           03  WS-RET-VLR-PAGO            PIC 9(15)V99.
           03  WS-RET-AUT-BANCARIA        PIC X(20).
           03  WS-RET-COD-BARRAS          PIC X(44).

       01  WS-ST-GUIABARR                 PIC X(02)  VALUE '00'.
       01  WS-ST-MORAISS                  PIC X(02)  VALUE '00'.
       01  WS-ST-GUIAPAGO                 PIC X(02)  VALUE '00'.

       01  WS-FIM-GUIAISS                 PIC X(01)  VALUE 'N'.
       01  WS-FIM-RETBANCO                PIC X(01)  VALUE 'N'.
       01  WS-FIM-GUIAIDX                 PIC X(01)  VALUE 'N'.

       01  WS-SW-TEM-TRAILER              PIC X(01)  VALUE 'N'.
       01  WS-SW-GUIA-LOCALIZADA          PIC X(01)  VALUE 'N'.
       01  WS-SW-MORA-EXISTE              PIC X(01)  VALUE 'N'.
       01  WS-SW-PAGTO-EXISTE             PIC X(01)  VALUE 'N'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-QT-DIAS-PROCESSO            PIC 9(08)  VALUE ZEROS.
       01  WS-QT-PAGAS-DIVERGEN           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-RECUSADAS                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-RET-SEM-GUIA             PIC 9(10)  VALUE ZEROS.
       01  WS-QT-RET-GUIA-AJUSTE          PIC 9(10)  VALUE ZEROS.
       01  WS-QT-RET-GUIA-MORA            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-RET-JA-CONCILIADOS       PIC 9(10)  VALUE ZEROS.
       01  WS-QT-RET-MORA-REPETIDOS       PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GUIAS-QUITADAS-MORA      PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GUIAS-ABERTAS            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GRAVS-ABERTISS           PIC 9(10)  VALUE ZEROS.

       01  WS-TOT-VLR-PAGO                PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-RECUSADO            PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-EM-ABERTO           PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-PAGO-MORA           PIC 9(15)V99  VALUE ZEROS.

       01  WS-CAB01.
           03  FILLER                     PIC X(38)

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO11'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.
           MOVE  WS-DISER-QT-DIAS        TO  WS-QT-DIAS-PROCESSO.

           OPEN INPUT  GUIAISS
                OUTPUT GUIAIDX
                I-O    MORAISS
                I-O    GUIAPAGO.

      *    Without the mora index a guia settled by its mora guia
      *    would be loaded as open and charged again: hold the run.
      *    An absent index only means no mora was charged yet.
           IF  WS-ST-MORAISS  NOT = '00'  AND
               WS-ST-MORAISS  NOT = '05'
               DISPLAY  'ERRO AO ABRIR MORAISS - STATUS '
                        WS-ST-MORAISS
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    Without the payments already applied every return the
      *    bank repeats would be confirmed and posted again.
           IF  WS-ST-GUIAPAGO  NOT = '00'  AND
               WS-ST-GUIAPAGO  NOT = '05'
               DISPLAY  'ERRO AO ABRIR GUIAPAGO - STATUS '
                        WS-ST-GUIAPAGO
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           PERFORM  260-00-LER-GUIAISS.

               DISPLAY  'GUIAISS SEM TRAILER - ARQUIVO TRUNCADO OU '
                        'REMESSA NAO GERADA'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           OPEN I-O    GUIAIDX
                INPUT  RETBANCO
                INPUT  GUIABARR
                OUTPUT CONCILIA
                OUTPUT ABERTISS
                EXTEND MOVISS.

      *    An absent barcode file only means no remessa went out by
      *    boleto yet; any other status would send every barcode
      *    return to the no-guia list: hold the run.
           IF  WS-ST-GUIABARR  NOT = '00'  AND
               WS-ST-GUIABARR  NOT = '05'
               DISPLAY  'ERRO AO ABRIR GUIABARR - STATUS '
                        WS-ST-GUIABARR
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CAB01-DATA.

               MOVE  ZEROS               TO  GIX-DAT-PAGAMENTO
               MOVE  ZEROS               TO  GIX-VLR-PAGO
               MOVE  SPACES              TO  GIX-AUT-BANCARIA
               MOVE  ZEROS               TO  GIX-DAT-CONFIRMACAO
               PERFORM  255-00-VERIFICA-MORA-PAGA
               PERFORM  257-00-RESTAURA-PAGAMENTO
               WRITE GIX-REGISTRO
               ADD  1                    TO  WS-QT-GUIAS-CARGA
               ADD  WS-GUI-TOT-VLR-IMPOSTO
       250-99-CARREGA-GUIAS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * GUIAIDX is rebuilt on every run, but a guia whose mora    *
      * guia was paid in full stays settled: MORAISS keeps that   *
      * across runs, and the guia is loaded as 'Q' instead of     *
      * open.                                                     *
      *-----------------------------------------------------------*
       255-00-VERIFICA-MORA-PAGA  SECTION.

           MOVE  GIX-COD-MUNIC           TO  MRA-COD-MUNIC.
           MOVE  GIX-COMPETENCIA         TO  MRA-COMPETENCIA.

           READ  MORAISS
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-MORA-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-MORA-EXISTE
           END-READ.

           IF  WS-SW-MORA-EXISTE = 'S'  AND
               MRA-SIT-MORA = 'P'
               MOVE  'Q'                 TO  GIX-SIT-GUIA
               MOVE  MRA-DAT-PAGAMENTO   TO  GIX-DAT-PAGAMENTO
               MOVE  MRA-AUT-BANCARIA    TO  GIX-AUT-BANCARIA
               ADD  1                    TO  WS-QT-GUIAS-QUITADAS-MORA
           END-IF.

       255-99-VERIFICA-MORA-PAGA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A guia paid or refused in an earlier run is loaded with   *
      * that return and its confirmation date, so the return is  *
      * recognized if the bank sends it again. A guia settled by *
      * its mora guia keeps the situation 'Q'.                    *
      *-----------------------------------------------------------*
       257-00-RESTAURA-PAGAMENTO  SECTION.

           MOVE  GIX-COD-MUNIC           TO  GPG-COD-MUNIC.
           MOVE  GIX-COMPETENCIA         TO  GPG-COMPETENCIA.

           READ  GUIAPAGO
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-PAGTO-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-PAGTO-EXISTE
           END-READ.

           IF  WS-SW-PAGTO-EXISTE = 'S'
               IF  GIX-SIT-GUIA  NOT =  'Q'
                   MOVE  GPG-SIT-GUIA    TO  GIX-SIT-GUIA
               END-IF
               MOVE  GPG-DAT-PAGAMENTO   TO  GIX-DAT-PAGAMENTO
               MOVE  GPG-VLR-PAGO        TO  GIX-VLR-PAGO
               MOVE  GPG-AUT-BANCARIA    TO  GIX-AUT-BANCARIA
               MOVE  GPG-DAT-CONFIRMACAO TO  GIX-DAT-CONFIRMACAO
           END-IF.

       257-99-RESTAURA-PAGAMENTO-FIM.
           EXIT.

       260-00-LER-GUIAISS  SECTION.

           READ  GUIAISS  INTO  WS-REG-GUIA-DET
       300-99-LER-RETBANCO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A return of a boleto carries the barcode of the remessa;  *
      * the guia is found through GUIABARR and the municipio and  *
      * competence keyed by the bank are not trusted. Returns     *
      * without a barcode are matched by municipio + competence   *
      * as before.                                                *
      *-----------------------------------------------------------*
       500-00-PROCESSA-RETORNO  SECTION.

           MOVE  'S'                     TO  WS-SW-GUIA-LOCALIZADA.

           IF  WS-RET-COD-BARRAS  NOT =  SPACES
               PERFORM  510-00-LOCALIZA-COD-BARRAS
           END-IF.

           IF  WS-SW-GUIA-LOCALIZADA = 'S'
               MOVE  WS-RET-COD-MUNIC    TO  GIX-COD-MUNIC
               MOVE  WS-RET-COMPETENCIA  TO  GIX-COMPETENCIA

               READ  GUIAIDX
                       INVALID KEY
                           PERFORM  560-00-RETORNO-SEM-GUIA

                       NOT INVALID KEY
                           PERFORM  520-00-CLASSIFICA-RETORNO
               END-READ
           END-IF.

           PERFORM  300-00-LER-RETBANCO.

       500-99-PROCESSA-RETORNO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Adjustment guias (GUIAAJU) and mora guias (GUIAMORA)      *
      * travel in the same remessa but are not part of the        *
      * GUIAISS conciliation: an adjustment return is listed, a   *
      * mora return settles its charge, and both are left out of  *
      * the counts of the remittance.                             *
      *-----------------------------------------------------------*
       510-00-LOCALIZA-COD-BARRAS  SECTION.

           MOVE  WS-RET-COD-BARRAS       TO  GBR-COD-BARRAS.

           READ  GUIABARR
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-GUIA-LOCALIZADA
                       PERFORM  565-00-COD-BARRAS-SEM-GUIA

                   NOT INVALID KEY
                       EVALUATE  GBR-TIP-GUIA
                           WHEN  'M'
                               MOVE  GBR-COD-MUNIC
                                         TO  WS-RET-COD-MUNIC
                               MOVE  GBR-COMPETENCIA
                                         TO  WS-RET-COMPETENCIA
                           WHEN  'J'
                               MOVE  'N' TO  WS-SW-GUIA-LOCALIZADA
                               PERFORM  575-00-RETORNO-GUIA-MORA
                           WHEN  OTHER
                               MOVE  'N' TO  WS-SW-GUIA-LOCALIZADA
                               PERFORM  570-00-RETORNO-GUIA-AJUSTE
                       END-EVALUATE
           END-READ.

       510-99-LOCALIZA-COD-BARRAS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A return already confirmed on an earlier date (same      *
      * payment date and bank authentication) was posted then:   *
      * it is listed and left as it is. A rerun on the same date *
      * applies its returns again, as the journal of the date is  *
      * rebuilt.                                                  *
      *-----------------------------------------------------------*
       520-00-CLASSIFICA-RETORNO  SECTION.

           IF  GIX-DAT-CONFIRMACAO  >  ZEROS                     AND
               GIX-DAT-CONFIRMACAO  NOT =  WS-DATA-PROCESSAMENTO  AND
               GIX-DAT-PAGAMENTO    =  WS-RET-DAT-PAGAMENTO      AND
               GIX-AUT-BANCARIA     =  WS-RET-AUT-BANCARIA
               PERFORM  525-00-RETORNO-JA-CONCILIADO
           ELSE
               PERFORM  530-00-APLICA-RETORNO
           END-IF.

       520-99-CLASSIFICA-RETORNO-FIM.
           EXIT.

       525-00-RETORNO-JA-CONCILIADO  SECTION.

           ADD  1                        TO  WS-QT-RET-JA-CONCILIADOS.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'RETORNO JA CONCILIADO EM '
                   GIX-DAT-CONFIRMACAO
                   ' - MUNIC '
                   GIX-COD-MUNIC
                   ' COMPET '
                   GIX-COMPETENCIA
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE CON-REGISTRO  FROM  WS-LIN-MENSAGEM.

           PERFORM  540-00-IMPRIME-GUIA.

       525-99-RETORNO-JA-CONCILIADO-FIM.
           EXIT.

       530-00-APLICA-RETORNO  SECTION.

      *    A guia already settled through its mora guia should not
      *    be paid again: the money is still applied and posted,
      *    and the payment is flagged for refund.
           IF  GIX-SIT-GUIA = 'Q'  AND
               WS-RET-SIT-RETORNO  NOT = 'R'
               MOVE  SPACES              TO  WS-MSG-TEXTO
               STRING  'GUIA JA QUITADA PELA GUIA DE MORA - PAGTO '
                       'EM DUPLICIDADE: MUNIC '
                       GIX-COD-MUNIC
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
               WRITE CON-REGISTRO  FROM  WS-LIN-MENSAGEM
           END-IF.

           IF  WS-RET-SIT-RETORNO = 'R'
               MOVE  'R'                 TO  GIX-SIT-GUIA
               ADD  1                    TO  WS-QT-RECUSADAS
           MOVE  WS-RET-DAT-PAGAMENTO    TO  GIX-DAT-PAGAMENTO.
           MOVE  WS-RET-VLR-PAGO         TO  GIX-VLR-PAGO.
           MOVE  WS-RET-AUT-BANCARIA     TO  GIX-AUT-BANCARIA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  GIX-DAT-CONFIRMACAO.

           REWRITE GIX-REGISTRO.

           PERFORM  535-00-GRAVA-GUIAPAGO.

           PERFORM  540-00-IMPRIME-GUIA.

       530-99-APLICA-RETORNO-FIM.
           EXIT.

       535-00-GRAVA-GUIAPAGO  SECTION.

           MOVE  GIX-COD-MUNIC           TO  GPG-COD-MUNIC.
           MOVE  GIX-COMPETENCIA         TO  GPG-COMPETENCIA.

           READ  GUIAPAGO
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-PAGTO-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-PAGTO-EXISTE
           END-READ.

           MOVE  GIX-SIT-GUIA            TO  GPG-SIT-GUIA.
           MOVE  GIX-DAT-PAGAMENTO       TO  GPG-DAT-PAGAMENTO.
           MOVE  GIX-VLR-PAGO            TO  GPG-VLR-PAGO.
           MOVE  GIX-AUT-BANCARIA        TO  GPG-AUT-BANCARIA.
           MOVE  GIX-DAT-CONFIRMACAO     TO  GPG-DAT-CONFIRMACAO.

           IF  WS-SW-PAGTO-EXISTE = 'S'
               REWRITE GPG-REGISTRO
                       INVALID KEY
                           DISPLAY  'ERRO AO REGRAVAR GUIAPAGO - '
                                    'STATUS '  WS-ST-GUIAPAGO
               END-REWRITE
           ELSE
               WRITE GPG-REGISTRO
                       INVALID KEY
                           DISPLAY  'ERRO AO GRAVAR GUIAPAGO - '
                                    'STATUS '  WS-ST-GUIAPAGO
               END-WRITE
           END-IF.

       535-99-GRAVA-GUIAPAGO-FIM.
           EXIT.

       540-00-IMPRIME-GUIA  SECTION.
                   MOVE  'PAGA DIVERGENTE'  TO  WS-LGU-SITUACAO
               WHEN  'R'
                   MOVE  'RECUSADA       '  TO  WS-LGU-SITUACAO
               WHEN  'Q'
                   MOVE  'QUITADA C/MORA '  TO  WS-LGU-SITUACAO
               WHEN  OTHER
                   MOVE  'EM ABERTO      '  TO  WS-LGU-SITUACAO
           END-EVALUATE.
       560-99-RETORNO-SEM-GUIA-FIM.
           EXIT.

       565-00-COD-BARRAS-SEM-GUIA  SECTION.

           ADD  1                        TO  WS-QT-RET-SEM-GUIA.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'COD.BARRAS SEM GUIA '
                   WS-RET-COD-BARRAS
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE CON-REGISTRO  FROM  WS-LIN-MENSAGEM.

       565-99-COD-BARRAS-SEM-GUIA-FIM.
           EXIT.

       570-00-RETORNO-GUIA-AJUSTE  SECTION.

           ADD  1                        TO  WS-QT-RET-GUIA-AJUSTE.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'RETORNO DE GUIA DE AJUSTE - MUNICIPIO '
                   GBR-COD-MUNIC
                   ' COMPETENCIA '
                   GBR-COMPETENCIA
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE CON-REGISTRO  FROM  WS-LIN-MENSAGEM.

       570-99-RETORNO-GUIA-AJUSTE-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The money received on a mora guia always goes to MOVISS   *
      * for the ledger. The charge on MORAISS is closed as paid   *
      * ('P') when the bank took at least the value of the guia,  *
      * or as paid short ('D') for treasury to settle by hand. A  *
      * return of a charge already closed with the same bank      *
      * authentication is the bank repeating it: listed only.     *
      *-----------------------------------------------------------*
       575-00-RETORNO-GUIA-MORA  SECTION.

           ADD  1                        TO  WS-QT-RET-GUIA-MORA.

           MOVE  GBR-COD-MUNIC           TO  MRA-COD-MUNIC.
           MOVE  GBR-COMPETENCIA         TO  MRA-COMPETENCIA.

           READ  MORAISS
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-MORA-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-MORA-EXISTE
           END-READ.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           EVALUATE  TRUE
               WHEN  WS-RET-SIT-RETORNO = 'R'
                   STRING  'GUIA DE MORA RECUSADA - MUNICIPIO '
                           GBR-COD-MUNIC
                           ' COMPETENCIA '
                           GBR-COMPETENCIA
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
               WHEN  WS-SW-MORA-EXISTE = 'N'
                   PERFORM  577-00-GRAVA-MOVISS-MORA
                   STRING  'GUIA DE MORA PAGA SEM COBRANCA NO '
                           'MORAISS - MUNIC '
                           GBR-COD-MUNIC
                           ' COMPET '
                           GBR-COMPETENCIA
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
               WHEN  (MRA-SIT-MORA = 'P'  OR  MRA-SIT-MORA = 'D')
                     AND  MRA-AUT-BANCARIA = WS-RET-AUT-BANCARIA
                   ADD  1                TO  WS-QT-RET-MORA-REPETIDOS
                   STRING  'GUIA DE MORA JA BAIXADA - RETORNO REPETIDO'
                           ': MUNIC '
                           GBR-COD-MUNIC
                           ' COMPET '
                           GBR-COMPETENCIA
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
               WHEN  OTHER
                   PERFORM  577-00-GRAVA-MOVISS-MORA
                   PERFORM  580-00-BAIXA-GUIA-MORA
           END-EVALUATE.

           WRITE CON-REGISTRO  FROM  WS-LIN-MENSAGEM.

       575-99-RETORNO-GUIA-MORA-FIM.
           EXIT.

       577-00-GRAVA-MOVISS-MORA  SECTION.

           ADD  WS-RET-VLR-PAGO          TO  WS-TOT-VLR-PAGO-MORA.

           MOVE  WS-DATA-PROCESSAMENTO   TO  MVI-DAT-MOVIMENTO.
           MOVE  'P'                     TO  MVI-TIPO-MOVIMENTO.
           MOVE  GBR-COD-MUNIC           TO  MVI-COD-MUNIC.
           MOVE  GBR-COMPETENCIA         TO  MVI-COMPETENCIA.
           MOVE  ZEROS                   TO  MVI-NUM-NOTA.
           MOVE  WS-RET-VLR-PAGO         TO  MVI-VLR-MOVIMENTO.
           MOVE  'EXERCICIO11'           TO  MVI-NOM-PROGRAMA.

           WRITE MVI-REGISTRO.

       577-99-GRAVA-MOVISS-MORA-FIM.
           EXIT.

       580-00-BAIXA-GUIA-MORA  SECTION.

           MOVE  WS-RET-DAT-PAGAMENTO    TO  MRA-DAT-PAGAMENTO.
           MOVE  WS-RET-VLR-PAGO         TO  MRA-VLR-PAGO.
           MOVE  WS-RET-AUT-BANCARIA     TO  MRA-AUT-BANCARIA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  MRA-DAT-CONFIRMACAO.

           IF  WS-RET-VLR-PAGO  <  GBR-VLR-GUIA
               MOVE  'D'                 TO  MRA-SIT-MORA
               STRING  'GUIA DE MORA PAGA A MENOR - ACERTO MANUAL: '
                       'MUNIC '
                       GBR-COD-MUNIC
                       ' COMPET '
                       GBR-COMPETENCIA
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
           ELSE
               MOVE  'P'                 TO  MRA-SIT-MORA
               STRING  'GUIA DE MORA PAGA - GUIA QUITADA: MUNICIPIO '
                       GBR-COD-MUNIC
                       ' COMPET '
                       GBR-COMPETENCIA
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
           END-IF.

           REWRITE MRA-REGISTRO
                   INVALID KEY
                       DISPLAY  'ERRO AO REGRAVAR MORAISS - STATUS '
                                WS-ST-MORAISS
           END-REWRITE.

           IF  MRA-SIT-MORA = 'P'
               PERFORM  590-00-QUITA-GUIA-ORIGEM
           END-IF.

       580-99-BAIXA-GUIA-MORA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The guia the mora was charged on is settled when it is in *
      * the remittance loaded this run; a guia of an earlier      *
      * remittance is loaded as settled the next time it appears  *
      * (see 255-00-VERIFICA-MORA-PAGA).                          *
      *-----------------------------------------------------------*
       590-00-QUITA-GUIA-ORIGEM  SECTION.

           MOVE  GBR-COD-MUNIC           TO  GIX-COD-MUNIC.
           MOVE  GBR-COMPETENCIA         TO  GIX-COMPETENCIA.

           READ  GUIAIDX
                   INVALID KEY
                       CONTINUE

                   NOT INVALID KEY
                       IF  GIX-SIT-GUIA = 'A'  OR
                           GIX-SIT-GUIA = 'D'
                           MOVE  'Q'     TO  GIX-SIT-GUIA
                           MOVE  WS-RET-DAT-PAGAMENTO
                                         TO  GIX-DAT-PAGAMENTO
                           MOVE  WS-RET-AUT-BANCARIA
                                         TO  GIX-AUT-BANCARIA
                           REWRITE GIX-REGISTRO
                           ADD  1        TO  WS-QT-GUIAS-QUITADAS-MORA
                           PERFORM  540-00-IMPRIME-GUIA
                       END-IF
           END-READ.

       590-99-QUITA-GUIA-ORIGEM-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * After every return was applied, the guias still marked 'A' *
      * are what the bank never answered for: each one is printed  *
           MOVE  WS-TOT-VLR-PAGO         TO  WS-LTO-VALOR.
           WRITE CON-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'RETORNOS DE GUIAS DE MORA........... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-RET-GUIA-MORA     TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-PAGO-MORA    TO  WS-LTO-VALOR.
           WRITE CON-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'RETORNOS JA CONCILIADOS ANTES....... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-RET-JA-CONCILIADOS
                                         TO  WS-LTO-QUANTIDADE.
           MOVE  ZEROS                   TO  WS-LTO-VALOR.
           WRITE CON-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'RETORNOS REPETIDOS DE GUIAS DE MORA. '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-RET-MORA-REPETIDOS
                                         TO  WS-LTO-QUANTIDADE.
           WRITE CON-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS QUITADAS PELA GUIA DE MORA.... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-GUIAS-QUITADAS-MORA
                                         TO  WS-LTO-QUANTIDADE.
           MOVE  ZEROS                   TO  WS-LTO-VALOR.
           WRITE CON-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS AINDA EM ABERTO............... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-GUIAS-ABERTAS     TO  WS-LTO-QUANTIDADE.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           ADD   WS-QT-PAGAS-INTEGRAL  WS-QT-PAGAS-DIVERGEN
                 WS-QT-RECUSADAS   GIVING  CTL-QT-GRAVADOS.
           MOVE  WS-QT-RET-SEM-GUIA      TO  CTL-QT-REJEITADOS.
           ADD   WS-QT-RET-GUIA-AJUSTE  WS-QT-RET-GUIA-MORA
                                     GIVING  CTL-QT-OUTROS.
           MOVE  WS-QT-RET-JA-CONCILIADOS
                                         TO  CTL-QT-DUPLICADOS.

           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

                     WS-QT-RECUSADAS
           DISPLAY  'RETORNOS SEM GUIA NA REMESSA......... '
                     WS-QT-RET-SEM-GUIA
           DISPLAY  'RETORNOS DE GUIAS DE AJUSTE.......... '
                     WS-QT-RET-GUIA-AJUSTE
           DISPLAY  'RETORNOS DE GUIAS DE MORA............ '
                     WS-QT-RET-GUIA-MORA
           DISPLAY  'RETORNOS JA CONCILIADOS ANTES........ '
                     WS-QT-RET-JA-CONCILIADOS
           DISPLAY  'RETORNOS REPETIDOS DE GUIAS DE MORA.. '
                     WS-QT-RET-MORA-REPETIDOS
           DISPLAY  'GUIAS QUITADAS PELA GUIA DE MORA..... '
                     WS-QT-GUIAS-QUITADAS-MORA
           DISPLAY  'GUIAS EM ABERTO...................... '
                     WS-QT-GUIAS-ABERTAS
           DISPLAY  'ITENS EM ABERTO VENCIDOS GRAVADOS.... '

           CLOSE  RETBANCO
                  GUIAIDX
                  GUIABARR
                  MORAISS
                  GUIAPAGO
                  CONCILIA
                  ABERTISS
                  MOVISS.

           PERFORM  800-00-GRAVA-CTRLLOG.


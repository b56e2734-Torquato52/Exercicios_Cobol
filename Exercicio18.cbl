      ******************************************************************
      * Author:
      * Date:
      * Purpose: Multa e juros de mora sobre guias vencidas: le os
      *          itens em aberto (ABERTISS) e as guias pagas a menor
      *          (situacao 'D' no GUIAIDX) deixados pelo Exercicio11,
      *          calcula a multa diaria limitada ao percentual legal
      *          e os juros mensais pela tabela de taxas por mes
      *          (TABJUROS), grava a guia complementar de mora no
      *          mesmo layout 'D'/'T' do GUIAISS/GUIAAJU com
      *          vencimento em dia util e emite o relatorio com
      *          principal, multa, juros e total por guia. Cada
      *          cobranca fica registrada no MORAISS (municipio +
      *          competencia): a reemissao do mes seguinte atualiza
      *          o registro em vez de abrir outro, uma guia cuja mora
      *          ja foi paga nao e cobrada de novo, e so a diferenca
      *          de multa e juros sobre o ja cobrado vai ao MOVISS
      *          para a contabilidade. O GUIAMORA segue para a
      *          remessa bancaria do Exercicio20
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio18.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMMORA
           ASSIGN TO 'D:\PARMMORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TABJUROS
           ASSIGN TO 'D:\TABJUROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABERTISS
           ASSIGN TO 'D:\ABERTISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUIAIDX
           ASSIGN TO 'D:\GUIAIDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS GIX-CHAVE
           FILE STATUS IS WS-ST-GUIAIDX.

           SELECT GUIAMORA
           ASSIGN TO 'D:\GUIAMORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MORAISS
           ASSIGN TO 'D:\MORAISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS MRA-CHAVE
           FILE STATUS IS WS-ST-MORAISS.

           SELECT OPTIONAL MOVISS
           ASSIGN TO 'D:\MOVISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELMORA
           ASSIGN TO 'D:\RELMORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FERIADOS
           ASSIGN TO 'D:\FERIADOS.TXT'
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
       FD  PARMMORA.
       01  PMO-REGISTRO                   PIC X(10).

       FD  TABJUROS.
       01  TJU-REGISTRO.
           03  TJU-ANO-MES                PIC 9(06).
           03  TJU-PCT-JUROS              PIC 9(02)V99.

       FD  ABERTISS.
       01  ABE-REGISTRO.
           03  ABE-COD-MUNIC              PIC 9(06).
           03  ABE-COMPETENCIA            PIC 9(06).
           03  ABE-DESC-MUNIC             PIC X(20).
           03  ABE-VLR-IMPOSTO            PIC 9(15)V99.
           03  ABE-DAT-VENCIMENTO         PIC 9(08).
           03  ABE-QT-DIAS-ATRASO         PIC 9(05).

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

       FD  GUIAMORA.
       01  GMO-REGISTRO                   PIC X(82).

       FD  MORAISS.
       COPY MORAISS.

       FD  MOVISS.
       COPY MOVISS.

       FD  RELMORA.
       01  RMO-REGISTRO                   PIC X(132).

       FD  FERIADOS.
       01  FER-REGISTRO                   PIC 9(08).

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * Images of the two record types of the supplementary guia, *
      * the same layout Exercicio8 (GUIAISS) and Exercicio13      *
      * (GUIAAJU) write: one 'D' per guia charged - the base      *
      * field carries the principal the charges were computed     *
      * on and the tax field the total due (principal + multa +   *
      * juros) - and the 'T' trailer with the control totals.     *
      *-----------------------------------------------------------*
       01  WS-REG-GUIA-DET.
           03  WS-GUI-TIPO-REG            PIC X(01).
           03  WS-GUI-COD-MUNIC           PIC 9(06).
           03  WS-GUI-DESC-MUNIC          PIC X(20).
           03  WS-GUI-COMPETENCIA         PIC 9(06).
           03  WS-GUI-QT-NOTAS            PIC 9(07).
           03  WS-GUI-TOT-VAL-A-TRIB      PIC 9(15)V99.
           03  WS-GUI-TOT-VLR-IMPOSTO     PIC 9(15)V99.
           03  WS-GUI-DAT-VENCIMENTO      PIC 9(08).

       01  WS-REG-GUIA-TRL.
           03  WS-TRL-TIPO-REG            PIC X(01).
           03  WS-TRL-QT-MUNICIPIOS       PIC 9(06).
           03  WS-TRL-QT-NOTAS            PIC 9(07).
           03  WS-TRL-TOT-VAL-A-TRIB      PIC 9(15)V99.
           03  WS-TRL-TOT-VLR-IMPOSTO     PIC 9(15)V99.
           03  FILLER                     PIC X(34)  VALUE SPACES.

      *-----------------------------------------------------------*
      * PARMMORA overrides the legal defaults: daily fine rate,   *
      * fine cap and the number of business days the charge has  *
      * to be paid in. With no parameter on file the defaults     *
      * (0,33% ao dia, limitada a 20%, 5 dias uteis) apply.       *
      *-----------------------------------------------------------*
       01  WS-PARM-MORA-X                 PIC X(10)  VALUE SPACES.
       01  WS-PARM-MORA  REDEFINES  WS-PARM-MORA-X.
           03  WS-PMO-PCT-MULTA-DIA       PIC 9(02)V99.
           03  WS-PMO-PCT-MULTA-MAX       PIC 9(02)V99.
           03  WS-PMO-QT-DIAS-PRAZO       PIC 9(02).

       01  WS-PCT-MULTA-DIA               PIC 9(02)V99  VALUE 0,33.
       01  WS-PCT-MULTA-MAX               PIC 9(02)V99  VALUE 20,00.
       01  WS-QT-DIAS-PRAZO               PIC 9(02)  VALUE 5.

       01  WS-FIM-TABJUROS                PIC X(01)  VALUE 'N'.
       01  WS-QT-TAXAS                    PIC 9(04)  VALUE ZEROS.
       01  WS-QT-TAXAS-MAX                PIC 9(04)  VALUE 600.
       01  WS-IDX-TAXA                    PIC 9(04)  VALUE ZEROS.

       01  WS-TAB-JUROS.
           03  WS-TAXA-MES                OCCURS 600 TIMES.
               05  WS-TAX-ANO-MES         PIC 9(06).
               05  WS-TAX-PCT-JUROS       PIC 9(02)V99.

      *-----------------------------------------------------------*
      * The guia being charged, whichever file it came from.      *
      *-----------------------------------------------------------*
       01  WS-MORA.
           03  WS-MOR-COD-MUNIC           PIC 9(06).
           03  WS-MOR-DESC-MUNIC          PIC X(20).
           03  WS-MOR-COMPETENCIA         PIC 9(06).
           03  WS-MOR-QT-NOTAS            PIC 9(07).
           03  WS-MOR-DAT-VENC-ORIG       PIC 9(08).
           03  WS-MOR-QT-DIAS-ATRASO      PIC 9(05).
           03  WS-MOR-VLR-PRINCIPAL       PIC 9(15)V99.
           03  WS-MOR-VLR-MULTA           PIC 9(15)V99.
           03  WS-MOR-VLR-JUROS           PIC 9(15)V99.
           03  WS-MOR-VLR-TOTAL           PIC 9(15)V99.
           03  WS-MOR-ORIGEM              PIC X(12).

       01  WS-VENC-ORIG-R.
           03  WS-VOR-ANO                 PIC 9(04).
           03  WS-VOR-MES                 PIC 9(02).
           03  WS-VOR-DIA                 PIC 9(02).

       01  WS-PCT-MULTA                   PIC 9(07)V99  VALUE ZEROS.
       01  WS-PCT-JUROS                   PIC 9(05)V99  VALUE ZEROS.

       01  WS-JUR-ANO-MES                 PIC 9(06)  VALUE ZEROS.
       01  WS-JUR-ANO-MES-R  REDEFINES  WS-JUR-ANO-MES.
           03  WS-JUR-ANO                 PIC 9(04).
           03  WS-JUR-MES                 PIC 9(02).

       01  WS-VENC-ANO-MES                PIC 9(06)  VALUE ZEROS.

       01  WS-SW-TAXA-ACHADA              PIC X(01)  VALUE 'N'.
       01  WS-SW-TAXA-AUSENTE             PIC X(01)  VALUE 'N'.

       01  WS-DAT-VENCIMENTO              PIC 9(08)  VALUE ZEROS.
       01  WS-DAT-VENCIMENTO-R  REDEFINES  WS-DAT-VENCIMENTO.
           03  WS-VENC-ANO                PIC 9(04).
           03  WS-VENC-MES                PIC 9(02).
           03  WS-VENC-DIA                PIC 9(02).

       01  WS-ST-GUIAIDX                  PIC X(02)  VALUE '00'.
       01  WS-ST-MORAISS                  PIC X(02)  VALUE '00'.

       01  WS-SW-MORA-EXISTE              PIC X(01)  VALUE 'N'.
       01  WS-SW-MORA-ENCERRADA           PIC X(01)  VALUE 'N'.

       01  WS-VLR-ENCARGOS                PIC 9(15)V99  VALUE ZEROS.
       01  WS-VLR-DIF-ENCARGOS            PIC 9(15)V99  VALUE ZEROS.

       01  WS-FIM-ABERTISS                PIC X(01)  VALUE 'N'.
       01  WS-FIM-GUIAIDX                 PIC X(01)  VALUE 'N'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-QT-DIAS-PROCESSO            PIC 9(08)  VALUE ZEROS.
       01  WS-QT-DIAS-VENC-ORIG           PIC 9(08)  VALUE ZEROS.

       01  WS-QT-LIDOS-ABERTISS           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIDOS-DIVERGEN           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GUIAS-EMITIDAS           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-SEM-TAXA                 PIC 9(10)  VALUE ZEROS.
       01  WS-QT-SEM-SALDO                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-NOTAS-EMITIDAS           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-MORA-REEMITIDA           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-MORA-ENCERRADA           PIC 9(10)  VALUE ZEROS.

       01  WS-TOT-VLR-PRINCIPAL           PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-MULTA               PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-JUROS               PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-TOTAL               PIC 9(15)V99  VALUE ZEROS.

       01  WS-CAB01.
           03  FILLER                     PIC X(40)
               VALUE 'RELATORIO DE MULTA E JUROS DE MORA DAS G'.
           03  FILLER                     PIC X(04)
               VALUE 'UIAS'.
           03  FILLER                     PIC X(56)  VALUE SPACES.
           03  FILLER                     PIC X(08)  VALUE 'VENCTO: '.
           03  WS-CAB01-VENCIMENTO        PIC 9(08).
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'DATA: '.
           03  WS-CAB01-DATA              PIC 9(08).

       01  WS-CAB02.
           03  FILLER                     PIC X(06)  VALUE 'MUNIC '.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(20)
               VALUE 'MUNICIPIO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'COMPET'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(10)  VALUE 'VENCIMENTO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(05)  VALUE ' DIAS'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(16)
               VALUE '       PRINCIPAL'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(16)
               VALUE '           MULTA'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(16)
               VALUE '           JUROS'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(16)
               VALUE '           TOTAL'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(12)  VALUE 'ORIGEM'.

       01  WS-LIN-GUIA.
           03  WS-LGU-COD-MUNIC           PIC 9(06).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-DESC-MUNIC          PIC X(20).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-COMPETENCIA         PIC 9(06).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-DAT-VENCIMENTO      PIC X(10).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-QT-DIAS-ATRASO      PIC ZZZZ9.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-VLR-PRINCIPAL       PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-VLR-MULTA           PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-VLR-JUROS           PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-VLR-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LGU-ORIGEM              PIC X(12).

       01  WS-DAT-VENC-ED.
           03  WS-VNE-DIA                 PIC 9(02).
           03  FILLER                     PIC X(01)  VALUE '/'.
           03  WS-VNE-MES                 PIC 9(02).
           03  FILLER                     PIC X(01)  VALUE '/'.
           03  WS-VNE-ANO                 PIC 9(04).

       01  WS-LIN-TOTAL.
           03  WS-LTO-TITULO              PIC X(38).
           03  WS-LTO-QUANTIDADE          PIC ZZZ.ZZ9.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LTO-VALOR
                                  PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIN-MENSAGEM.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-MSG-TEXTO               PIC X(70).

       01  WS-LIN-TRACO                   PIC X(132)  VALUE ALL '-'.

       COPY WSVALDT.

       COPY WSDIASER.

       COPY WSFERIAD.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 500-00-PROCESSA-ABERTOS
                   UNTIL  WS-FIM-ABERTISS = 'S'.

           PERFORM 600-00-PROCESSA-DIVERGENTES.

           PERFORM 650-00-GRAVA-TRAILER.

           PERFORM 680-00-IMPRIME-TOTAIS.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO18'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.
           MOVE  WS-DISER-QT-DIAS        TO  WS-QT-DIAS-PROCESSO.

           OPEN INPUT  PARMMORA.

           READ  PARMMORA  INTO  WS-PARM-MORA-X
                   AT END
                       MOVE  SPACES      TO  WS-PARM-MORA-X
           END-READ.

           CLOSE  PARMMORA.

      *    A parameter that is on file but unreadable would charge
      *    every guia with a wrong fine: hold the run.
           IF  WS-PARM-MORA-X  NOT =  SPACES
               IF  WS-PMO-PCT-MULTA-DIA  NOT  NUMERIC  OR
                   WS-PMO-PCT-MULTA-MAX  NOT  NUMERIC  OR
                   WS-PMO-QT-DIAS-PRAZO  NOT  NUMERIC
                   DISPLAY  'PARMMORA COM CAMPO NAO NUMERICO - '
                            'CALCULO NAO EXECUTADO'
                   MOVE  12              TO  RETURN-CODE
                   PERFORM  8600-FINALIZA-PASSO
                   STOP RUN
               END-IF
               MOVE  WS-PMO-PCT-MULTA-DIA  TO  WS-PCT-MULTA-DIA
               MOVE  WS-PMO-PCT-MULTA-MAX  TO  WS-PCT-MULTA-MAX
               MOVE  WS-PMO-QT-DIAS-PRAZO  TO  WS-QT-DIAS-PRAZO
           END-IF.

           PERFORM  250-00-CARREGA-TAXAS.

           PERFORM  8300-CARREGA-FERIADOS.

           PERFORM  270-00-CALCULA-VENCIMENTO.

           OPEN INPUT  ABERTISS
                INPUT  GUIAIDX
                I-O    MORAISS
                OUTPUT GUIAMORA
                OUTPUT RELMORA
                EXTEND MOVISS.

      *    Without the guia index the short-paid guias would go
      *    uncharged and the open ones without their note count:
      *    hold the run.
           IF  WS-ST-GUIAIDX  NOT = '00'
               DISPLAY  'ERRO AO ABRIR GUIAIDX - STATUS '
                        WS-ST-GUIAIDX
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    Without the charge index every guia already charged
      *    would be charged again as if new: hold the run. An
      *    absent index only means nothing was charged yet.
           IF  WS-ST-MORAISS  NOT = '00'  AND
               WS-ST-MORAISS  NOT = '05'
               DISPLAY  'ERRO AO ABRIR MORAISS - STATUS '
                        WS-ST-MORAISS
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  WS-DAT-VENCIMENTO       TO  WS-CAB01-VENCIMENTO.
           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CAB01-DATA.

           WRITE RMO-REGISTRO  FROM  WS-CAB01.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TRACO.
           WRITE RMO-REGISTRO  FROM  WS-CAB02.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TRACO.

           PERFORM  300-00-LER-ABERTISS.

       200-99-INICIALIZA-FIM.
           EXIT.

       250-00-CARREGA-TAXAS  SECTION.

           OPEN INPUT  TABJUROS.

           PERFORM  260-00-LER-TABJUROS
                   UNTIL  WS-FIM-TABJUROS = 'S'.

           CLOSE  TABJUROS.

       250-99-CARREGA-TAXAS-FIM.
           EXIT.

       260-00-LER-TABJUROS  SECTION.

           READ  TABJUROS
                   AT END
                       MOVE 'S'          TO  WS-FIM-TABJUROS

                   NOT END
                       IF  WS-QT-TAXAS  <  WS-QT-TAXAS-MAX
                           ADD  1        TO  WS-QT-TAXAS
                           MOVE  TJU-ANO-MES
                                  TO  WS-TAX-ANO-MES (WS-QT-TAXAS)
                           MOVE  TJU-PCT-JUROS
                                  TO  WS-TAX-PCT-JUROS (WS-QT-TAXAS)
                       ELSE
                           DISPLAY  'TABELA DE JUROS CHEIA - '
                                    'MES IGNORADO: '  TJU-ANO-MES
                       END-IF
           END-READ.

       260-99-LER-TABJUROS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The charge falls due WS-QT-DIAS-PRAZO business days after *
      * the processing date: each step moves one calendar day and *
      * rolls over weekends and bank holidays, so the count is    *
      * in business days and the date lands on one.               *
      *-----------------------------------------------------------*
       270-00-CALCULA-VENCIMENTO  SECTION.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-DAT-VENCIMENTO.

           PERFORM  280-00-AVANCA-DIA-UTIL
                   WS-QT-DIAS-PRAZO  TIMES.

           PERFORM  8320-AJUSTA-DIA-UTIL.

           MOVE  WS-DAT-VENCIMENTO (1:6)  TO  WS-VENC-ANO-MES.

       270-99-CALCULA-VENCIMENTO-FIM.
           EXIT.

       280-00-AVANCA-DIA-UTIL  SECTION.

           PERFORM  8340-AVANCA-DIA.

           PERFORM  8320-AJUSTA-DIA-UTIL.

       280-99-AVANCA-DIA-UTIL-FIM.
           EXIT.

       300-00-LER-ABERTISS  SECTION.

           READ  ABERTISS
                   AT END
                       MOVE 'S'          TO  WS-FIM-ABERTISS

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-ABERTISS.

       300-99-LER-ABERTISS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A guia on ABERTISS was never paid: the whole tax is the   *
      * principal and the days overdue are the ones Exercicio11   *
      * counted. The note count comes from the guia index.        *
      *-----------------------------------------------------------*
       500-00-PROCESSA-ABERTOS  SECTION.

           MOVE  ABE-COD-MUNIC           TO  WS-MOR-COD-MUNIC.
           MOVE  ABE-DESC-MUNIC          TO  WS-MOR-DESC-MUNIC.
           MOVE  ABE-COMPETENCIA         TO  WS-MOR-COMPETENCIA.
           MOVE  ABE-DAT-VENCIMENTO      TO  WS-MOR-DAT-VENC-ORIG.
           MOVE  ABE-QT-DIAS-ATRASO      TO  WS-MOR-QT-DIAS-ATRASO.
           MOVE  ABE-VLR-IMPOSTO         TO  WS-MOR-VLR-PRINCIPAL.
           MOVE  'EM ABERTO   '          TO  WS-MOR-ORIGEM.

           MOVE  ABE-COD-MUNIC           TO  GIX-COD-MUNIC.
           MOVE  ABE-COMPETENCIA         TO  GIX-COMPETENCIA.

           READ  GUIAIDX
                   INVALID KEY
                       MOVE  ZEROS       TO  WS-MOR-QT-NOTAS

                   NOT INVALID KEY
                       MOVE  GIX-QT-NOTAS  TO  WS-MOR-QT-NOTAS
           END-READ.

           PERFORM  540-00-VERIFICA-MORA-ANTERIOR.

           IF  WS-SW-MORA-ENCERRADA = 'N'
               PERFORM  550-00-CALCULA-ENCARGOS
           END-IF.

           PERFORM  300-00-LER-ABERTISS.

       500-99-PROCESSA-ABERTOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A guia charged before keeps its MORAISS record: while the *
      * mora guia is unpaid ('E') it is recharged with the days   *
      * run since, replacing the earlier guia; once the mora guia *
      * was paid ('P') or paid short ('D') the guia is no longer  *
      * charged - a short payment is settled by hand.             *
      *-----------------------------------------------------------*
       540-00-VERIFICA-MORA-ANTERIOR  SECTION.

           MOVE  'N'                     TO  WS-SW-MORA-ENCERRADA.

           MOVE  WS-MOR-COD-MUNIC        TO  MRA-COD-MUNIC.
           MOVE  WS-MOR-COMPETENCIA      TO  MRA-COMPETENCIA.

           READ  MORAISS
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-MORA-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-MORA-EXISTE
           END-READ.

           IF  WS-SW-MORA-EXISTE = 'S'  AND
               (MRA-SIT-MORA = 'P'  OR  MRA-SIT-MORA = 'D')
               MOVE  'S'                 TO  WS-SW-MORA-ENCERRADA
               ADD  1                    TO  WS-QT-MORA-ENCERRADA
               MOVE  SPACES              TO  WS-MSG-TEXTO
               IF  MRA-SIT-MORA = 'P'
                   STRING  'GUIA DE MORA JA PAGA - NAO COBRADA: '
                           'MUNICIPIO '
                           WS-MOR-COD-MUNIC
                           ' COMPET '
                           WS-MOR-COMPETENCIA
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
               ELSE
                   STRING  'GUIA DE MORA PAGA A MENOR - ACERTO '
                           'MANUAL: MUNIC '
                           WS-MOR-COD-MUNIC
                           ' COMPET '
                           WS-MOR-COMPETENCIA
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
               END-IF
               WRITE RMO-REGISTRO  FROM  WS-LIN-MENSAGEM
           END-IF.

       540-99-VERIFICA-MORA-ANTERIOR-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Multa: percentual diario vezes os dias de atraso,         *
      * limitado ao percentual maximo legal. Juros: soma das      *
      * taxas mensais da TABJUROS de cada mes a partir do mes     *
      * seguinte ao vencimento original ate o mes do novo         *
      * vencimento, inclusive (mes iniciado conta inteiro). A     *
      * guia de um mes sem taxa na tabela nao e emitida - ela     *
      * sai no relatorio para a tabela ser completada e o calculo *
      * refeito, em vez de seguir cobrando juros a menor.         *
      *-----------------------------------------------------------*
       550-00-CALCULA-ENCARGOS  SECTION.

           MOVE  ZEROS                   TO  WS-MOR-VLR-MULTA
                                              WS-MOR-VLR-JUROS
                                              WS-PCT-JUROS.
           MOVE  'N'                     TO  WS-SW-TAXA-AUSENTE.

           IF  WS-MOR-QT-DIAS-ATRASO  >  ZEROS
               COMPUTE  WS-PCT-MULTA  =
                   WS-MOR-QT-DIAS-ATRASO  *  WS-PCT-MULTA-DIA
               IF  WS-PCT-MULTA  >  WS-PCT-MULTA-MAX
                   MOVE  WS-PCT-MULTA-MAX  TO  WS-PCT-MULTA
               END-IF
               COMPUTE  WS-MOR-VLR-MULTA  ROUNDED  =
                   WS-MOR-VLR-PRINCIPAL  *  WS-PCT-MULTA  /  100

               MOVE  WS-MOR-DAT-VENC-ORIG  TO  WS-VENC-ORIG-R
               MOVE  WS-VOR-ANO          TO  WS-JUR-ANO
               MOVE  WS-VOR-MES          TO  WS-JUR-MES
               PERFORM  570-00-PROXIMO-MES
               PERFORM  560-00-SOMA-TAXA-MES
                       UNTIL  WS-JUR-ANO-MES  >  WS-VENC-ANO-MES
                              OR  WS-SW-TAXA-AUSENTE = 'S'
               COMPUTE  WS-MOR-VLR-JUROS  ROUNDED  =
                   WS-MOR-VLR-PRINCIPAL  *  WS-PCT-JUROS  /  100
           END-IF.

           COMPUTE  WS-MOR-VLR-TOTAL  =
               WS-MOR-VLR-PRINCIPAL  +  WS-MOR-VLR-MULTA  +
               WS-MOR-VLR-JUROS.

           IF  WS-SW-TAXA-AUSENTE = 'S'
               PERFORM  590-00-REGISTRA-SEM-TAXA
           ELSE
               PERFORM  700-00-GRAVA-GUIA-MORA
               PERFORM  750-00-IMPRIME-GUIA
           END-IF.

       550-99-CALCULA-ENCARGOS-FIM.
           EXIT.

       560-00-SOMA-TAXA-MES  SECTION.

           MOVE  'N'                     TO  WS-SW-TAXA-ACHADA.

           PERFORM  580-00-PROCURA-TAXA
                   VARYING  WS-IDX-TAXA  FROM  1  BY  1
                   UNTIL    WS-IDX-TAXA  >  WS-QT-TAXAS
                            OR  WS-SW-TAXA-ACHADA = 'S'.

           IF  WS-SW-TAXA-ACHADA = 'N'
               MOVE  'S'                 TO  WS-SW-TAXA-AUSENTE
           ELSE
               PERFORM  570-00-PROXIMO-MES
           END-IF.

       560-99-SOMA-TAXA-MES-FIM.
           EXIT.

       570-00-PROXIMO-MES  SECTION.

           IF  WS-JUR-MES  =  12
               MOVE  01                  TO  WS-JUR-MES
               ADD   1                   TO  WS-JUR-ANO
           ELSE
               ADD   1                   TO  WS-JUR-MES
           END-IF.

       570-99-PROXIMO-MES-FIM.
           EXIT.

       580-00-PROCURA-TAXA  SECTION.

           IF  WS-TAX-ANO-MES (WS-IDX-TAXA)  =  WS-JUR-ANO-MES
               MOVE  'S'                 TO  WS-SW-TAXA-ACHADA
               ADD  WS-TAX-PCT-JUROS (WS-IDX-TAXA)
                                         TO  WS-PCT-JUROS
           END-IF.

       580-99-PROCURA-TAXA-FIM.
           EXIT.

       590-00-REGISTRA-SEM-TAXA  SECTION.

           ADD  1                        TO  WS-QT-SEM-TAXA.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'SEM TAXA DE JUROS PARA '
                   WS-JUR-ANO-MES
                   ' - GUIA NAO EMITIDA: MUNICIPIO '
                   WS-MOR-COD-MUNIC
                   ' COMPET '
                   WS-MOR-COMPETENCIA
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE RMO-REGISTRO  FROM  WS-LIN-MENSAGEM.

       590-99-REGISTRA-SEM-TAXA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A guia marked 'D' by Exercicio11 was paid short: the      *
      * unpaid difference is the principal, overdue since the     *
      * original due date. A 'D' paid above the guia leaves       *
      * nothing to charge.                                        *
      *-----------------------------------------------------------*
       600-00-PROCESSA-DIVERGENTES  SECTION.

           MOVE  'N'                     TO  WS-FIM-GUIAIDX.

           MOVE  ZEROS                   TO  GIX-COD-MUNIC.
           MOVE  ZEROS                   TO  GIX-COMPETENCIA.

           START  GUIAIDX  KEY  IS  >=  GIX-CHAVE
                   INVALID KEY
                       MOVE  'S'         TO  WS-FIM-GUIAIDX
           END-START.

           PERFORM  610-00-VARRE-GUIAIDX
                   UNTIL  WS-FIM-GUIAIDX = 'S'.

       600-99-PROCESSA-DIVERGENTES-FIM.
           EXIT.

       610-00-VARRE-GUIAIDX  SECTION.

           READ  GUIAIDX  NEXT
                   AT END
                       MOVE  'S'         TO  WS-FIM-GUIAIDX
           END-READ.

           IF  WS-FIM-GUIAIDX = 'N'  AND
               GIX-SIT-GUIA = 'D'
               ADD  1                    TO  WS-QT-LIDOS-DIVERGEN
               IF  GIX-VLR-PAGO  <  GIX-TOT-VLR-IMPOSTO
                   PERFORM  620-00-PREPARA-DIVERGENTE
                   PERFORM  540-00-VERIFICA-MORA-ANTERIOR
                   IF  WS-SW-MORA-ENCERRADA = 'N'
                       PERFORM  550-00-CALCULA-ENCARGOS
                   END-IF
               ELSE
                   ADD  1                TO  WS-QT-SEM-SALDO
               END-IF
           END-IF.

       610-99-VARRE-GUIAIDX-FIM.
           EXIT.

       620-00-PREPARA-DIVERGENTE  SECTION.

           MOVE  GIX-COD-MUNIC           TO  WS-MOR-COD-MUNIC.
           MOVE  GIX-DESC-MUNIC          TO  WS-MOR-DESC-MUNIC.
           MOVE  GIX-COMPETENCIA         TO  WS-MOR-COMPETENCIA.
           MOVE  GIX-QT-NOTAS            TO  WS-MOR-QT-NOTAS.
           MOVE  GIX-DAT-VENCIMENTO      TO  WS-MOR-DAT-VENC-ORIG.
           MOVE  'PAGO A MENOR'          TO  WS-MOR-ORIGEM.

           COMPUTE  WS-MOR-VLR-PRINCIPAL  =
               GIX-TOT-VLR-IMPOSTO  -  GIX-VLR-PAGO.

           MOVE  GIX-DAT-VENCIMENTO      TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.
           MOVE  WS-DISER-QT-DIAS        TO  WS-QT-DIAS-VENC-ORIG.

           IF  WS-QT-DIAS-PROCESSO  >  WS-QT-DIAS-VENC-ORIG
               COMPUTE  WS-MOR-QT-DIAS-ATRASO  =
                   WS-QT-DIAS-PROCESSO  -  WS-QT-DIAS-VENC-ORIG
           ELSE
               MOVE  ZEROS               TO  WS-MOR-QT-DIAS-ATRASO
           END-IF.

       620-99-PREPARA-DIVERGENTE-FIM.
           EXIT.

       650-00-GRAVA-TRAILER  SECTION.

           MOVE  'T'                     TO  WS-TRL-TIPO-REG.
           MOVE  WS-QT-GUIAS-EMITIDAS    TO  WS-TRL-QT-MUNICIPIOS.
           MOVE  WS-QT-NOTAS-EMITIDAS    TO  WS-TRL-QT-NOTAS.
           MOVE  WS-TOT-VLR-PRINCIPAL    TO  WS-TRL-TOT-VAL-A-TRIB.
           MOVE  WS-TOT-VLR-TOTAL        TO  WS-TRL-TOT-VLR-IMPOSTO.

           WRITE GMO-REGISTRO  FROM  WS-REG-GUIA-TRL.

       650-99-GRAVA-TRAILER-FIM.
           EXIT.

       680-00-IMPRIME-TOTAIS  SECTION.

           WRITE RMO-REGISTRO  FROM  WS-LIN-TRACO.

           MOVE  'GUIAS DE MORA EMITIDAS - PRINCIPAL.. '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-GUIAS-EMITIDAS    TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-PRINCIPAL    TO  WS-LTO-VALOR.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'TOTAL DE MULTA...................... '
                                         TO  WS-LTO-TITULO.
           MOVE  ZEROS                   TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-MULTA        TO  WS-LTO-VALOR.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'TOTAL DE JUROS...................... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-TOT-VLR-JUROS        TO  WS-LTO-VALOR.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'TOTAL A RECOLHER (TRAILER GUIAMORA). '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-TOT-VLR-TOTAL        TO  WS-LTO-VALOR.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS NAO EMITIDAS - SEM TAXA....... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-SEM-TAXA          TO  WS-LTO-QUANTIDADE.
           MOVE  ZEROS                   TO  WS-LTO-VALOR.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS DE MORA REEMITIDAS............ '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-MORA-REEMITIDA    TO  WS-LTO-QUANTIDADE.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'NAO COBRADAS - MORA JA PAGA......... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-MORA-ENCERRADA    TO  WS-LTO-QUANTIDADE.
           WRITE RMO-REGISTRO  FROM  WS-LIN-TOTAL.

           WRITE RMO-REGISTRO  FROM  WS-LIN-TRACO.

       680-99-IMPRIME-TOTAIS-FIM.
           EXIT.

       700-00-GRAVA-GUIA-MORA  SECTION.

           MOVE  'D'                     TO  WS-GUI-TIPO-REG.
           MOVE  WS-MOR-COD-MUNIC        TO  WS-GUI-COD-MUNIC.
           MOVE  WS-MOR-DESC-MUNIC       TO  WS-GUI-DESC-MUNIC.
           MOVE  WS-MOR-COMPETENCIA      TO  WS-GUI-COMPETENCIA.
           MOVE  WS-MOR-QT-NOTAS         TO  WS-GUI-QT-NOTAS.
           MOVE  WS-MOR-VLR-PRINCIPAL    TO  WS-GUI-TOT-VAL-A-TRIB.
           MOVE  WS-MOR-VLR-TOTAL        TO  WS-GUI-TOT-VLR-IMPOSTO.
           MOVE  WS-DAT-VENCIMENTO       TO  WS-GUI-DAT-VENCIMENTO.

           WRITE GMO-REGISTRO  FROM  WS-REG-GUIA-DET.

           ADD  1                        TO  WS-QT-GUIAS-EMITIDAS.
           ADD  WS-MOR-QT-NOTAS          TO  WS-QT-NOTAS-EMITIDAS.
           ADD  WS-MOR-VLR-PRINCIPAL     TO  WS-TOT-VLR-PRINCIPAL.
           ADD  WS-MOR-VLR-MULTA         TO  WS-TOT-VLR-MULTA.
           ADD  WS-MOR-VLR-JUROS         TO  WS-TOT-VLR-JUROS.
           ADD  WS-MOR-VLR-TOTAL         TO  WS-TOT-VLR-TOTAL.

           PERFORM  720-00-REGISTRA-MORA.

       700-99-GRAVA-GUIA-MORA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Records the charge just issued on MORAISS - a new record  *
      * on the first charge, the same record on a recharge - and  *
      * sends the ledger only what moved since the last charge:   *
      * an increase of fine and interest as 'M', a decrease (the  *
      * principal fell, e.g. a later partial payment) as 'V'.     *
      *-----------------------------------------------------------*
       720-00-REGISTRA-MORA  SECTION.

           COMPUTE  WS-VLR-ENCARGOS  =
               WS-MOR-VLR-MULTA  +  WS-MOR-VLR-JUROS.

           IF  WS-SW-MORA-EXISTE = 'N'
               MOVE  WS-MOR-COD-MUNIC    TO  MRA-COD-MUNIC
               MOVE  WS-MOR-COMPETENCIA  TO  MRA-COMPETENCIA
               MOVE  ZEROS               TO  MRA-VLR-ENCARGOS-LANCADOS
                                             MRA-QT-EMISSOES
                                             MRA-DAT-PAGAMENTO
                                             MRA-VLR-PAGO
                                             MRA-DAT-CONFIRMACAO
               MOVE  SPACES              TO  MRA-AUT-BANCARIA
           ELSE
               ADD  1                    TO  WS-QT-MORA-REEMITIDA
           END-IF.

           MOVE  WS-MOR-DESC-MUNIC       TO  MRA-DESC-MUNIC.
           MOVE  'E'                     TO  MRA-SIT-MORA.
           MOVE  WS-MOR-DAT-VENC-ORIG    TO  MRA-DAT-VENC-ORIGINAL.
           MOVE  WS-DATA-PROCESSAMENTO   TO  MRA-DAT-CALCULO.
           MOVE  WS-MOR-QT-DIAS-ATRASO   TO  MRA-QT-DIAS-ATRASO.
           MOVE  WS-MOR-VLR-PRINCIPAL    TO  MRA-VLR-PRINCIPAL.
           MOVE  WS-MOR-VLR-MULTA        TO  MRA-VLR-MULTA.
           MOVE  WS-MOR-VLR-JUROS        TO  MRA-VLR-JUROS.
           MOVE  WS-MOR-VLR-TOTAL        TO  MRA-VLR-TOTAL.
           MOVE  WS-DAT-VENCIMENTO       TO  MRA-DAT-VENCIMENTO.
           ADD   1                       TO  MRA-QT-EMISSOES.

           MOVE  ZEROS                   TO  WS-VLR-DIF-ENCARGOS.

           IF  WS-VLR-ENCARGOS  >  MRA-VLR-ENCARGOS-LANCADOS
               COMPUTE  WS-VLR-DIF-ENCARGOS  =
                   WS-VLR-ENCARGOS  -  MRA-VLR-ENCARGOS-LANCADOS
               MOVE  'M'                 TO  MVI-TIPO-MOVIMENTO
           END-IF.

           IF  WS-VLR-ENCARGOS  <  MRA-VLR-ENCARGOS-LANCADOS
               COMPUTE  WS-VLR-DIF-ENCARGOS  =
                   MRA-VLR-ENCARGOS-LANCADOS  -  WS-VLR-ENCARGOS
               MOVE  'V'                 TO  MVI-TIPO-MOVIMENTO
           END-IF.

           IF  WS-VLR-DIF-ENCARGOS  >  ZEROS
               MOVE  WS-DATA-PROCESSAMENTO  TO  MVI-DAT-MOVIMENTO
               MOVE  WS-MOR-COD-MUNIC    TO  MVI-COD-MUNIC
               MOVE  WS-MOR-COMPETENCIA  TO  MVI-COMPETENCIA
               MOVE  ZEROS               TO  MVI-NUM-NOTA
               MOVE  WS-VLR-DIF-ENCARGOS TO  MVI-VLR-MOVIMENTO
               MOVE  'EXERCICIO18'       TO  MVI-NOM-PROGRAMA
               WRITE MVI-REGISTRO
           END-IF.

           MOVE  WS-VLR-ENCARGOS         TO  MRA-VLR-ENCARGOS-LANCADOS.

           IF  WS-SW-MORA-EXISTE = 'N'
               WRITE MRA-REGISTRO
                       INVALID KEY
                           DISPLAY  'ERRO AO GRAVAR MORAISS - STATUS '
                                    WS-ST-MORAISS
               END-WRITE
           ELSE
               REWRITE MRA-REGISTRO
                       INVALID KEY
                           DISPLAY  'ERRO AO REGRAVAR MORAISS - '
                                    'STATUS '  WS-ST-MORAISS
               END-REWRITE
           END-IF.

       720-99-REGISTRA-MORA-FIM.
           EXIT.

       750-00-IMPRIME-GUIA  SECTION.

           MOVE  WS-MOR-COD-MUNIC        TO  WS-LGU-COD-MUNIC.
           MOVE  WS-MOR-DESC-MUNIC       TO  WS-LGU-DESC-MUNIC.
           MOVE  WS-MOR-COMPETENCIA      TO  WS-LGU-COMPETENCIA.

           MOVE  WS-MOR-DAT-VENC-ORIG    TO  WS-VENC-ORIG-R.
           MOVE  WS-VOR-DIA              TO  WS-VNE-DIA.
           MOVE  WS-VOR-MES              TO  WS-VNE-MES.
           MOVE  WS-VOR-ANO              TO  WS-VNE-ANO.
           MOVE  WS-DAT-VENC-ED          TO  WS-LGU-DAT-VENCIMENTO.

           MOVE  WS-MOR-QT-DIAS-ATRASO   TO  WS-LGU-QT-DIAS-ATRASO.
           MOVE  WS-MOR-VLR-PRINCIPAL    TO  WS-LGU-VLR-PRINCIPAL.
           MOVE  WS-MOR-VLR-MULTA        TO  WS-LGU-VLR-MULTA.
           MOVE  WS-MOR-VLR-JUROS        TO  WS-LGU-VLR-JUROS.
           MOVE  WS-MOR-VLR-TOTAL        TO  WS-LGU-VLR-TOTAL.
           MOVE  WS-MOR-ORIGEM           TO  WS-LGU-ORIGEM.

           WRITE RMO-REGISTRO  FROM  WS-LIN-GUIA.

       750-99-IMPRIME-GUIA-FIM.
           EXIT.

       COPY PRVALDT.

       COPY PRDIASER.

       COPY PRFERIAD.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO18'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'ABERTISS/GUIAIDX'      TO  CTL-NOM-ARQ-ENTRADA.
           ADD   WS-QT-LIDOS-ABERTISS  WS-QT-LIDOS-DIVERGEN
                                     GIVING  CTL-QT-LIDOS.
           MOVE  WS-QT-GUIAS-EMITIDAS    TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.
           ADD   WS-QT-SEM-TAXA  WS-QT-SEM-SALDO
                 WS-QT-MORA-ENCERRADA  GIVING  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.

           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'VENCIMENTO DAS GUIAS DE MORA......... '
                     WS-DAT-VENCIMENTO
           DISPLAY  'LENDO ITENS EM ABERTO................ '
                     WS-QT-LIDOS-ABERTISS
           DISPLAY  'GUIAS PAGAS A MENOR LIDAS............ '
                     WS-QT-LIDOS-DIVERGEN
           DISPLAY  'GUIAS DE MORA EMITIDAS............... '
                     WS-QT-GUIAS-EMITIDAS
           DISPLAY  'GUIAS NAO EMITIDAS - SEM TAXA........ '
                     WS-QT-SEM-TAXA
           DISPLAY  'PAGAS A MENOR SEM SALDO A COBRAR..... '
                     WS-QT-SEM-SALDO
           DISPLAY  'GUIAS DE MORA REEMITIDAS............. '
                     WS-QT-MORA-REEMITIDA
           DISPLAY  'NAO COBRADAS - MORA JA PAGA.......... '
                     WS-QT-MORA-ENCERRADA

           CLOSE  ABERTISS
                  GUIAIDX
                  MORAISS
                  GUIAMORA
                  RELMORA
                  MOVISS.

           PERFORM  800-00-GRAVA-CTRLLOG.

      *    Guias held back for a missing interest rate are still
      *    owed: the scheduler must not treat the run as complete.
           IF  WS-QT-SEM-TAXA  >  ZEROS
               MOVE  8                   TO  RETURN-CODE
           END-IF.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio18.

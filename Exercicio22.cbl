      ******************************************************************
      * Author:
      * Date:
      * Purpose: Situacao da cadeia batch e ponto de reinicio: lista,
      *          para a data de processamento, cada passo da cadeia
      *          diaria, mensal e avulsa com a situacao gravada no
      *          RUNCTRL (iniciado, finalizado OK, encerrado com erro
      *          ou liberado), o RETURN-CODE, inicio, fim e numero de
      *          execucoes, e indica por qual passo cada ciclo deve
      *          ser reiniciado; com um programa no PARMRUN libera o
      *          passo e todos os que dependem dele para
      *          reprocessamento na mesma data
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio22.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMRUN
           ASSIGN TO 'D:\PARMRUN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNCTRL
           ASSIGN TO 'D:\RUNCTRL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS RUN-CHAVE
           FILE STATUS IS WS-ST-RUNCTRL.

           SELECT RELRUNCT
           ASSIGN TO 'D:\RELRUNCT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATAPROC
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMRUN.
       01  PRU-REGISTRO                   PIC X(12).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  RELRUNCT.
       01  RRC-REGISTRO                   PIC X(132).

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       01  WS-PRU-NOM-PROGRAMA            PIC X(12)  VALUE SPACES.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       01  WS-IDX-PASSO                   PIC 9(02)  VALUE ZEROS.
       01  WS-IDX-BUSCA                   PIC 9(02)  VALUE ZEROS.
       01  WS-IDX-LIBERADO                PIC 9(02)  VALUE ZEROS.
       01  WS-IDX-VIZINHO                 PIC 9(02)  VALUE ZEROS.

      *-----------------------------------------------------------*
      * Steps to release, parallel to the chain table: the step   *
      * named in PARMRUN and every step with a predecessor        *
      * already marked (the table is in run order, so one pass    *
      * reaches all dependents). A step with several entries      *
      * carries the mark down to its last entry, where it is      *
      * released.                                                 *
      *-----------------------------------------------------------*
       01  WS-TAB-MARCA.
           03  WS-MRC-LIBERAR             PIC X(01)  OCCURS 18 TIMES.

       01  WS-SW-PRED-MARCADO             PIC X(01)  VALUE 'N'.
       01  WS-SW-CONTINUACAO              PIC X(01)  VALUE 'N'.
       01  WS-SW-ULTIMA-ENTRADA           PIC X(01)  VALUE 'S'.

       01  WS-REINICIO-DIARIO             PIC X(12)  VALUE SPACES.
       01  WS-REINICIO-MENSAL             PIC X(12)  VALUE SPACES.
       01  WS-REINICIO-AVULSO             PIC X(12)  VALUE SPACES.
       01  WS-SW-DIARIO-INICIADO          PIC X(01)  VALUE 'N'.
       01  WS-SW-MENSAL-INICIADO          PIC X(01)  VALUE 'N'.

       01  WS-QT-LIDOS-RUNCTRL            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-PASSOS-LIBERADOS         PIC 9(10)  VALUE ZEROS.
       01  WS-QT-CICLOS-PENDENTES         PIC 9(10)  VALUE ZEROS.

       01  WS-HORA-8                      PIC 9(08)  VALUE ZEROS.
       01  WS-HORA-8-R  REDEFINES  WS-HORA-8.
           03  WS-HORA-HHMMSS             PIC 9(06).
           03  FILLER                     PIC 9(02).

      *-----------------------------------------------------------*
      * Chain status report (RELRUNCT)                            *
      *-----------------------------------------------------------*
       01  WS-CAB01.
           03  FILLER                     PIC X(40)
               VALUE 'SITUACAO DA CADEIA BATCH - PONTO DE REIN'.
           03  FILLER                     PIC X(06)  VALUE 'ICIO  '.
           03  FILLER                     PIC X(72)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'DATA: '.
           03  WS-CAB01-DATA              PIC 9(08).

       01  WS-CAB02.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(07)  VALUE 'CICLO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(12)  VALUE 'PROGRAMA'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(12)  VALUE 'APOS'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(24)  VALUE 'SITUACAO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(04)  VALUE '  RC'.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(15)
               VALUE 'INICIO'.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(15)
               VALUE 'FIM'.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(04)  VALUE 'EXEC'.

       01  WS-LIN-PASSO.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LPA-CICLO               PIC X(07).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPA-PROGRAMA            PIC X(12).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPA-PREDECESSOR         PIC X(12).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPA-SITUACAO            PIC X(24).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPA-COD-RETORNO         PIC ZZZ9.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LPA-DAT-INICIO          PIC 9(08).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPA-HOR-INICIO          PIC 9(06).
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LPA-DAT-FIM             PIC 9(08).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPA-HOR-FIM             PIC 9(06).
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LPA-QT-EXECUCOES        PIC ZZZ9.

      *    Further predecessor of the step on the line above.
       01  WS-LIN-PASSO-CONT.
           03  FILLER                     PIC X(23)  VALUE SPACES.
           03  WS-LPC-PREDECESSOR         PIC X(12).

       01  WS-LIN-MENSAGEM.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-MSG-TEXTO               PIC X(70).

       01  WS-LIN-TRACO                   PIC X(132)  VALUE ALL '-'.

       COPY WSRUNCTL.

       COPY WSDATPRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           IF  WS-IDX-LIBERADO  >  ZEROS
               PERFORM 300-00-LIBERA-PASSOS
           END-IF.

           PERFORM 400-00-LISTA-PASSOS.

           PERFORM 500-00-PONTO-REINICIO.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           OPEN INPUT  PARMRUN.

           READ  PARMRUN  INTO  WS-PRU-NOM-PROGRAMA
                   AT END
                       MOVE  SPACES      TO  WS-PRU-NOM-PROGRAMA
           END-READ.

           CLOSE  PARMRUN.

           MOVE  ZEROS                   TO  WS-IDX-LIBERADO.

           IF  WS-PRU-NOM-PROGRAMA  NOT =  SPACES
               PERFORM  210-00-LOCALIZA-LIBERADO
                       VARYING  WS-IDX-PASSO  FROM  1  BY  1
                       UNTIL    WS-IDX-PASSO  >  WS-RUN-QT-PASSOS
      *        Releasing a name the chain does not know would
      *        report success and release nothing.
               IF  WS-IDX-LIBERADO  =  ZEROS
                   DISPLAY  'PARMRUN COM PROGRAMA FORA DA CADEIA: '
                            WS-PRU-NOM-PROGRAMA
                   MOVE  12              TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O    RUNCTRL
                OUTPUT RELRUNCT.

           IF  WS-ST-RUNCTRL  NOT = '00'  AND
               WS-ST-RUNCTRL  NOT = '05'
               DISPLAY  'ERRO AO ABRIR RUNCTRL - STATUS '
                        WS-ST-RUNCTRL
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CAB01-DATA.

           WRITE RRC-REGISTRO  FROM  WS-CAB01.
           WRITE RRC-REGISTRO  FROM  WS-LIN-TRACO.

       200-99-INICIALIZA-FIM.
           EXIT.

       210-00-LOCALIZA-LIBERADO  SECTION.

           IF  WS-CAD-PROGRAMA (WS-IDX-PASSO)  =  WS-PRU-NOM-PROGRAMA
               MOVE  WS-IDX-PASSO        TO  WS-IDX-LIBERADO
           END-IF.

       210-99-LOCALIZA-LIBERADO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Entries of one step follow each other in the table: an   *
      * entry continues the step above when the program repeats,  *
      * and is the step's last when the next entry is another     *
      * program.                                                  *
      *-----------------------------------------------------------*
       215-00-IDENTIFICA-ENTRADA  SECTION.

           MOVE  'N'                     TO  WS-SW-CONTINUACAO.
           MOVE  'S'                     TO  WS-SW-ULTIMA-ENTRADA.

           IF  WS-IDX-PASSO  >  1
               SUBTRACT  1  FROM  WS-IDX-PASSO  GIVING  WS-IDX-VIZINHO
               IF  WS-CAD-PROGRAMA (WS-IDX-VIZINHO)  =
                   WS-CAD-PROGRAMA (WS-IDX-PASSO)
                   MOVE  'S'             TO  WS-SW-CONTINUACAO
               END-IF
           END-IF.

           IF  WS-IDX-PASSO  <  WS-RUN-QT-PASSOS
               ADD  1  WS-IDX-PASSO      GIVING  WS-IDX-VIZINHO
               IF  WS-CAD-PROGRAMA (WS-IDX-VIZINHO)  =
                   WS-CAD-PROGRAMA (WS-IDX-PASSO)
                   MOVE  'N'             TO  WS-SW-ULTIMA-ENTRADA
               END-IF
           END-IF.

       215-99-IDENTIFICA-ENTRADA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A step rerun invalidates everything that ran on top of    *
      * it: the step named and all its dependents go back to 'L', *
      * so each must run again in order before the chain is       *
      * complete. Steps that never ran for the date have nothing  *
      * to release.                                               *
      *-----------------------------------------------------------*
       300-00-LIBERA-PASSOS  SECTION.

           PERFORM  310-00-MARCA-PASSO
                   VARYING  WS-IDX-PASSO  FROM  1  BY  1
                   UNTIL    WS-IDX-PASSO  >  WS-RUN-QT-PASSOS.

           PERFORM  330-00-LIBERA-PASSO
                   VARYING  WS-IDX-PASSO  FROM  1  BY  1
                   UNTIL    WS-IDX-PASSO  >  WS-RUN-QT-PASSOS.

           WRITE RRC-REGISTRO  FROM  WS-LIN-TRACO.

       300-99-LIBERA-PASSOS-FIM.
           EXIT.

       310-00-MARCA-PASSO  SECTION.

           MOVE  'N'              TO  WS-MRC-LIBERAR (WS-IDX-PASSO).

           PERFORM  215-00-IDENTIFICA-ENTRADA.

           IF  WS-CAD-PROGRAMA (WS-IDX-PASSO)  =  WS-PRU-NOM-PROGRAMA
               MOVE  'S'          TO  WS-MRC-LIBERAR (WS-IDX-PASSO)
           END-IF.

           IF  WS-SW-CONTINUACAO = 'S'
               SUBTRACT  1  FROM  WS-IDX-PASSO  GIVING  WS-IDX-VIZINHO
               IF  WS-MRC-LIBERAR (WS-IDX-VIZINHO)  =  'S'
                   MOVE  'S'      TO  WS-MRC-LIBERAR (WS-IDX-PASSO)
               END-IF
           END-IF.

           IF  WS-CAD-PREDECESSOR (WS-IDX-PASSO)  NOT =  SPACES
               MOVE  'N'                 TO  WS-SW-PRED-MARCADO
               PERFORM  320-00-PROCURA-PREDECESSOR
                       VARYING  WS-IDX-BUSCA  FROM  1  BY  1
                       UNTIL    WS-IDX-BUSCA  NOT <  WS-IDX-PASSO
               IF  WS-SW-PRED-MARCADO = 'S'
                   MOVE  'S'      TO  WS-MRC-LIBERAR (WS-IDX-PASSO)
               END-IF
           END-IF.

       310-99-MARCA-PASSO-FIM.
           EXIT.

       320-00-PROCURA-PREDECESSOR  SECTION.

           IF  WS-CAD-PROGRAMA (WS-IDX-BUSCA)  =
               WS-CAD-PREDECESSOR (WS-IDX-PASSO)  AND
               WS-MRC-LIBERAR (WS-IDX-BUSCA)  =  'S'
               MOVE  'S'                 TO  WS-SW-PRED-MARCADO
           END-IF.

       320-99-PROCURA-PREDECESSOR-FIM.
           EXIT.

       330-00-LIBERA-PASSO  SECTION.

           PERFORM  215-00-IDENTIFICA-ENTRADA.

           IF  WS-MRC-LIBERAR (WS-IDX-PASSO)  =  'S'  AND
               WS-SW-ULTIMA-ENTRADA = 'S'
               MOVE  WS-DATA-PROCESSAMENTO
                                         TO  RUN-DAT-PROCESSO
               MOVE  WS-CAD-PROGRAMA (WS-IDX-PASSO)
                                         TO  RUN-NOM-PROGRAMA
               READ  RUNCTRL
                       INVALID KEY
                           MOVE  SPACES  TO  RUN-SIT-PASSO

                       NOT INVALID KEY
                           PERFORM  340-00-REGRAVA-LIBERADO
               END-READ
           END-IF.

       330-99-LIBERA-PASSO-FIM.
           EXIT.

       340-00-REGRAVA-LIBERADO  SECTION.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'PASSO '
                   RUN-NOM-PROGRAMA
                   ' LIBERADO PARA REPROCESSAMENTO - SITUACAO ERA '
                   RUN-SIT-PASSO
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           MOVE  'L'                     TO  RUN-SIT-PASSO.

           REWRITE  RUN-REGISTRO.

           ADD  1                        TO  WS-QT-PASSOS-LIBERADOS.

           WRITE RRC-REGISTRO  FROM  WS-LIN-MENSAGEM.

       340-99-REGRAVA-LIBERADO-FIM.
           EXIT.

       400-00-LISTA-PASSOS  SECTION.

           WRITE RRC-REGISTRO  FROM  WS-CAB02.

           PERFORM  410-00-LISTA-PASSO
                   VARYING  WS-IDX-PASSO  FROM  1  BY  1
                   UNTIL    WS-IDX-PASSO  >  WS-RUN-QT-PASSOS.

           WRITE RRC-REGISTRO  FROM  WS-LIN-TRACO.

       400-99-LISTA-PASSOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A step is listed once, on its first entry; each further   *
      * predecessor gets a line of its own below it.              *
      *-----------------------------------------------------------*
       410-00-LISTA-PASSO  SECTION.

           PERFORM  215-00-IDENTIFICA-ENTRADA.

           IF  WS-SW-CONTINUACAO = 'S'
               MOVE  WS-CAD-PREDECESSOR (WS-IDX-PASSO)
                                         TO  WS-LPC-PREDECESSOR
               WRITE RRC-REGISTRO  FROM  WS-LIN-PASSO-CONT
           ELSE
               PERFORM  420-00-LISTA-SITUACAO
           END-IF.

       410-99-LISTA-PASSO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The restart point of a cycle is its first step, in run    *
      * order, that has not ended OK for the date. An avulso step *
      * only runs on demand: it is pending when it started on the *
      * date and did not end OK.                                  *
      *-----------------------------------------------------------*
       420-00-LISTA-SITUACAO  SECTION.

           MOVE  WS-DATA-PROCESSAMENTO   TO  RUN-DAT-PROCESSO.
           MOVE  WS-CAD-PROGRAMA (WS-IDX-PASSO)
                                         TO  RUN-NOM-PROGRAMA.

           READ  RUNCTRL
                   INVALID KEY
                       MOVE  'N'         TO  WS-RUN-SW-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-RUN-SW-EXISTE
                       ADD  1            TO  WS-QT-LIDOS-RUNCTRL
           END-READ.

           EVALUATE  WS-CAD-CICLO (WS-IDX-PASSO)
               WHEN  'D'
                   MOVE  'DIARIO'        TO  WS-LPA-CICLO
               WHEN  'M'
                   MOVE  'MENSAL'        TO  WS-LPA-CICLO
               WHEN  OTHER
                   MOVE  'AVULSO'        TO  WS-LPA-CICLO
           END-EVALUATE.

           MOVE  WS-CAD-PROGRAMA (WS-IDX-PASSO)
                                         TO  WS-LPA-PROGRAMA.
           MOVE  WS-CAD-PREDECESSOR (WS-IDX-PASSO)
                                         TO  WS-LPA-PREDECESSOR.

           IF  WS-RUN-SW-EXISTE = 'N'
               MOVE  SPACES              TO  RUN-SIT-PASSO
               MOVE  ZEROS               TO  RUN-COD-RETORNO
               MOVE  ZEROS               TO  RUN-DAT-INICIO
               MOVE  ZEROS               TO  RUN-HOR-INICIO
               MOVE  ZEROS               TO  RUN-DAT-FIM
               MOVE  ZEROS               TO  RUN-HOR-FIM
               MOVE  ZEROS               TO  RUN-QT-EXECUCOES
           ELSE
               EVALUATE  WS-CAD-CICLO (WS-IDX-PASSO)
                   WHEN  'D'
                       MOVE  'S'         TO  WS-SW-DIARIO-INICIADO
                   WHEN  'M'
                       MOVE  'S'         TO  WS-SW-MENSAL-INICIADO
               END-EVALUATE
           END-IF.

           EVALUATE  RUN-SIT-PASSO
               WHEN  'I'
                   MOVE  'INICIADO SEM TERMINO'
                                         TO  WS-LPA-SITUACAO
               WHEN  'F'
                   MOVE  'FINALIZADO OK'
                                         TO  WS-LPA-SITUACAO
               WHEN  'E'
                   MOVE  'ENCERRADO COM ERRO'
                                         TO  WS-LPA-SITUACAO
               WHEN  'L'
                   MOVE  'LIBERADO P/ REPROCESSAR'
                                         TO  WS-LPA-SITUACAO
               WHEN  OTHER
                   MOVE  'NAO EXECUTADO'
                                         TO  WS-LPA-SITUACAO
           END-EVALUATE.

           MOVE  RUN-COD-RETORNO         TO  WS-LPA-COD-RETORNO.
           MOVE  RUN-DAT-INICIO          TO  WS-LPA-DAT-INICIO.
           MOVE  RUN-HOR-INICIO          TO  WS-HORA-8.
           MOVE  WS-HORA-HHMMSS          TO  WS-LPA-HOR-INICIO.
           MOVE  RUN-DAT-FIM             TO  WS-LPA-DAT-FIM.
           MOVE  RUN-HOR-FIM             TO  WS-HORA-8.
           MOVE  WS-HORA-HHMMSS          TO  WS-LPA-HOR-FIM.
           MOVE  RUN-QT-EXECUCOES        TO  WS-LPA-QT-EXECUCOES.

           WRITE RRC-REGISTRO  FROM  WS-LIN-PASSO.

           IF  RUN-SIT-PASSO  NOT =  'F'
               EVALUATE  WS-CAD-CICLO (WS-IDX-PASSO)
                   WHEN  'D'
                       IF  WS-REINICIO-DIARIO  =  SPACES
                           MOVE  WS-CAD-PROGRAMA (WS-IDX-PASSO)
                                         TO  WS-REINICIO-DIARIO
                       END-IF
                   WHEN  'M'
                       IF  WS-REINICIO-MENSAL  =  SPACES
                           MOVE  WS-CAD-PROGRAMA (WS-IDX-PASSO)
                                         TO  WS-REINICIO-MENSAL
                       END-IF
                   WHEN  OTHER
                       IF  WS-RUN-SW-EXISTE = 'S'  AND
                           WS-REINICIO-AVULSO  =  SPACES
                           MOVE  WS-CAD-PROGRAMA (WS-IDX-PASSO)
                                         TO  WS-REINICIO-AVULSO
                       END-IF
               END-EVALUATE
           END-IF.

       420-99-LISTA-SITUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A cycle that has not started on the date is not pending:  *
      * the monthly cycle only runs on closing days. RETURN-CODE  *
      * 4 tells the scheduler that a started cycle is incomplete. *
      *-----------------------------------------------------------*
       500-00-PONTO-REINICIO  SECTION.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           EVALUATE  TRUE
               WHEN  WS-SW-DIARIO-INICIADO = 'N'
                   MOVE  'CICLO DIARIO NAO INICIADO NA DATA'
                                         TO  WS-MSG-TEXTO
               WHEN  WS-REINICIO-DIARIO  =  SPACES
                   MOVE  'CICLO DIARIO COMPLETO NA DATA'
                                         TO  WS-MSG-TEXTO
               WHEN  OTHER
                   ADD  1                TO  WS-QT-CICLOS-PENDENTES
                   STRING  'CICLO DIARIO INCOMPLETO - REINICIAR PELO '
                           WS-REINICIO-DIARIO
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
           END-EVALUATE.

           WRITE RRC-REGISTRO  FROM  WS-LIN-MENSAGEM.
           DISPLAY  WS-MSG-TEXTO.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           EVALUATE  TRUE
               WHEN  WS-SW-MENSAL-INICIADO = 'N'
                   MOVE  'CICLO MENSAL NAO EXECUTADO NA DATA'
                                         TO  WS-MSG-TEXTO
               WHEN  WS-REINICIO-MENSAL  =  SPACES
                   MOVE  'CICLO MENSAL COMPLETO NA DATA'
                                         TO  WS-MSG-TEXTO
               WHEN  OTHER
                   ADD  1                TO  WS-QT-CICLOS-PENDENTES
                   STRING  'CICLO MENSAL INCOMPLETO - REINICIAR PELO '
                           WS-REINICIO-MENSAL
                           DELIMITED BY SIZE
                           INTO  WS-MSG-TEXTO
           END-EVALUATE.

           WRITE RRC-REGISTRO  FROM  WS-LIN-MENSAGEM.
           DISPLAY  WS-MSG-TEXTO.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           IF  WS-REINICIO-AVULSO  =  SPACES
               MOVE  'NENHUM PASSO AVULSO PENDENTE NA DATA'
                                         TO  WS-MSG-TEXTO
           ELSE
               ADD  1                    TO  WS-QT-CICLOS-PENDENTES
               STRING  'PASSO AVULSO NAO TERMINOU OK - REEXECUTAR O '
                       WS-REINICIO-AVULSO
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
           END-IF.

           WRITE RRC-REGISTRO  FROM  WS-LIN-MENSAGEM.
           DISPLAY  WS-MSG-TEXTO.

           WRITE RRC-REGISTRO  FROM  WS-LIN-TRACO.

       500-99-PONTO-REINICIO-FIM.
           EXIT.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO22'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'RUNCTRL'               TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-RUNCTRL     TO  CTL-QT-LIDOS.
           MOVE  WS-QT-PASSOS-LIBERADOS  TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.
           COMPUTE  CTL-QT-OUTROS  =  WS-QT-LIDOS-RUNCTRL
                                   -  WS-QT-PASSOS-LIBERADOS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'PASSOS COM REGISTRO NA DATA.......... '
                     WS-QT-LIDOS-RUNCTRL
           DISPLAY  'PASSOS LIBERADOS PARA REPROCESSAR.... '
                     WS-QT-PASSOS-LIBERADOS
           DISPLAY  'CICLOS INCOMPLETOS................... '
                     WS-QT-CICLOS-PENDENTES

           CLOSE  RUNCTRL
                  RELRUNCT.

           IF  WS-QT-CICLOS-PENDENTES  >  ZEROS
               MOVE  4                   TO  RETURN-CODE
           END-IF.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio22.

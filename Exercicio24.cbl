      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprovacao das manutencoes pendentes (quatro olhos):
      *          aplica na fila PENDAPRV as decisoes de aprovacao ou
      *          rejeicao digitadas no APROVTRN, aceitando so as de
      *          usuario ativo do USUARIOS, com alcada para a origem
      *          da pendencia e diferente de quem a digitou; expira
      *          as pendencias sem decisao dentro do prazo (PARMAPRV)
      *          e lista no RELAPROV as decisoes, as recusadas, as
      *          rejeitadas, as expiradas e as que seguem aguardando
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio24.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMAPRV
           ASSIGN TO 'D:\PARMAPRV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USUARIOS
           ASSIGN TO 'D:\USUARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-USUARIOS.

           SELECT OPTIONAL PENDAPRV
           ASSIGN TO 'D:\PENDAPRV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS PND-CHAVE
           FILE STATUS IS WS-ST-PENDAPRV.

           SELECT OPTIONAL APROVTRN
           ASSIGN TO 'D:\APROVTRN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELAPROV
           ASSIGN TO 'D:\RELAPROV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATAPROC
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMAPRV.
       01  PAP-REGISTRO                   PIC X(03).

       FD  USUARIOS.
       COPY USUARIOS.

       FD  PENDAPRV.
       COPY PENDAPRV.

       FD  APROVTRN.
       01  APV-REGISTRO.
           03  APV-CHAVE-PENDENCIA        PIC X(22).
           03  APV-COD-DECISAO            PIC X(01).
           03  APV-USUARIO                PIC X(08).
           03  APV-DESC-DECISAO           PIC X(35).

       FD  RELAPROV.
       01  RAP-REGISTRO                   PIC X(132).

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       01  WS-ARQ-APROVTRN.
           03  WS-APV-CHAVE-PENDENCIA.
               05  WS-APV-COD-ORIGEM      PIC 9(01).
               05  WS-APV-DAT-DIGITACAO   PIC 9(08).
               05  WS-APV-HOR-DIGITACAO   PIC 9(08).
               05  WS-APV-NUM-SEQUENCIA   PIC 9(05).
           03  WS-APV-COD-DECISAO         PIC X(01).
           03  WS-APV-USUARIO             PIC X(08).
           03  WS-APV-DESC-DECISAO        PIC X(35).

       01  WS-PAP-PRAZO                   PIC X(03)  VALUE SPACES.
       01  WS-PAP-PRAZO-9  REDEFINES  WS-PAP-PRAZO
                                          PIC 9(03).

      *    Calendar days an item may wait for a decision before it
      *    expires; PARMAPRV overrides it.
       01  WS-PRAZO-APROVACAO             PIC 9(03)  VALUE 7.

       01  WS-ST-USUARIOS                 PIC X(02)  VALUE '00'.
       01  WS-ST-PENDAPRV                 PIC X(02)  VALUE '00'.

       01  WS-FIM-USUARIOS                PIC X(01)  VALUE 'N'.
       01  WS-FIM-APROVTRN                PIC X(01)  VALUE 'N'.
       01  WS-FIM-PENDAPRV                PIC X(01)  VALUE 'N'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-HORA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-DIAS-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-DIAS-ESPERA                 PIC 9(08)  VALUE ZEROS.

      *-----------------------------------------------------------*
      * In-core user/role table loaded from USUARIOS              *
      *-----------------------------------------------------------*
       01  WS-QT-USUARIOS                 PIC 9(04)  VALUE ZEROS.
       01  WS-QT-USUARIOS-MAX             PIC 9(04)  VALUE 500.
       01  WS-IDX-USUARIO                 PIC 9(04)  VALUE ZEROS.
       01  WS-IDX-APROVADOR               PIC 9(04)  VALUE ZEROS.

       01  WS-TAB-USUARIOS.
           03  WS-TUS-ENTRADA             OCCURS 500 TIMES.
               05  WS-TUS-COD-USUARIO     PIC X(08).
               05  WS-TUS-SIT-USUARIO     PIC X(01).
               05  WS-TUS-ALCADA          PIC X(01)  OCCURS 3 TIMES.

       01  WS-SW-REG-VALIDO               PIC X(01)  VALUE 'S'.
       01  WS-COD-MOTIVO-REJ              PIC 9(02)  VALUE ZEROS.
       01  WS-DESC-MOTIVO-REJ             PIC X(35)  VALUE SPACES.

       01  WS-QT-LIDOS-APROVTRN           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-DECISOES-ACEITAS         PIC 9(10)  VALUE ZEROS.
       01  WS-QT-DECISOES-RECUSADAS       PIC 9(10)  VALUE ZEROS.
       01  WS-QT-APROVADAS                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-REJEITADAS               PIC 9(10)  VALUE ZEROS.
       01  WS-QT-EXPIRADAS                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-AGUARDANDO               PIC 9(10)  VALUE ZEROS.

      *-----------------------------------------------------------*
      * Approval report (RELAPROV)                                *
      *-----------------------------------------------------------*
       01  WS-CAB01.
           03  FILLER                     PIC X(40)
               VALUE 'APROVACAO DE MANUTENCOES PENDENTES - QUA'.
           03  FILLER                     PIC X(10)  VALUE 'TRO OLHOS'.
           03  FILLER                     PIC X(68)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'DATA: '.
           03  WS-CAB01-DATA              PIC 9(08).

       01  WS-CAB02.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-CAB02-TITULO            PIC X(60).

       01  WS-CAB03.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(10)  VALUE 'ORIGEM'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(22)
               VALUE 'CHAVE DA PENDENCIA'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(08)  VALUE 'DIGITOU'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(08)  VALUE 'DECIDIU'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(12)  VALUE 'SITUACAO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(65)  VALUE 'TRANSACAO'.

       01  WS-LIN-PENDENCIA.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-LPE-ORIGEM              PIC X(10).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPE-CHAVE               PIC X(22).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPE-DIGITADOR           PIC X(08).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPE-APROVADOR           PIC X(08).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPE-SITUACAO            PIC X(12).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LPE-TRANSACAO           PIC X(65).

       01  WS-LIN-MENSAGEM.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-MSG-TEXTO               PIC X(70).

       01  WS-LIN-TRACO                   PIC X(132)  VALUE ALL '-'.

       COPY WSDIASER.

       COPY WSDATPRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 400-00-PROCESSA-DECISAO
                   UNTIL  WS-FIM-APROVTRN = 'S'.

           PERFORM 500-00-VARRE-PENDENCIAS.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.
           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.

           OPEN INPUT  PARMAPRV.

           READ  PARMAPRV  INTO  WS-PAP-PRAZO
                   AT END
                       MOVE  SPACES      TO  WS-PAP-PRAZO
           END-READ.

           CLOSE  PARMAPRV.

           IF  WS-PAP-PRAZO-9  IS  NUMERIC  AND
               WS-PAP-PRAZO-9  >  ZEROS
               MOVE  WS-PAP-PRAZO-9      TO  WS-PRAZO-APROVACAO
           END-IF.

           PERFORM  250-00-CARREGA-USUARIOS.

           OPEN I-O    PENDAPRV
                INPUT  APROVTRN
                OUTPUT RELAPROV.

      *    Decisions and expiry both rewrite the queue: without it
      *    there is nothing to decide.
           IF  WS-ST-PENDAPRV  NOT = '00'  AND
               WS-ST-PENDAPRV  NOT = '05'
               DISPLAY  'ERRO AO ABRIR PENDAPRV - STATUS '
                        WS-ST-PENDAPRV
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.
           MOVE  WS-DISER-QT-DIAS        TO  WS-DIAS-PROCESSAMENTO.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CAB01-DATA.

           WRITE RAP-REGISTRO  FROM  WS-CAB01.
           WRITE RAP-REGISTRO  FROM  WS-LIN-TRACO.

           MOVE  'DECISOES DO DIA'       TO  WS-CAB02-TITULO.
           WRITE RAP-REGISTRO  FROM  WS-CAB02.
           WRITE RAP-REGISTRO  FROM  WS-CAB03.

           PERFORM  300-00-LER-APROVTRN.

       200-99-INICIALIZA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Every decision is checked against the user/role table: a   *
      * table that cannot be read would let no one approve, so the *
      * run is held instead of refusing every decision.            *
      *-----------------------------------------------------------*
       250-00-CARREGA-USUARIOS  SECTION.

           OPEN INPUT  USUARIOS.

           IF  WS-ST-USUARIOS  NOT = '00'
               DISPLAY  'ERRO AO ABRIR USUARIOS - STATUS '
                        WS-ST-USUARIOS
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  260-00-LER-USUARIO
                   UNTIL  WS-FIM-USUARIOS = 'S'.

           CLOSE  USUARIOS.

       250-99-CARREGA-USUARIOS-FIM.
           EXIT.

       260-00-LER-USUARIO  SECTION.

           READ  USUARIOS
                   AT END
                       MOVE  'S'         TO  WS-FIM-USUARIOS
           END-READ.

           IF  WS-FIM-USUARIOS = 'N'
               IF  WS-QT-USUARIOS  NOT <  WS-QT-USUARIOS-MAX
                   DISPLAY  'TABELA DE USUARIOS EXCEDIDA - MAXIMO '
                            WS-QT-USUARIOS-MAX
                   MOVE  12              TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1                    TO  WS-QT-USUARIOS
               MOVE  USR-COD-USUARIO
                         TO  WS-TUS-COD-USUARIO (WS-QT-USUARIOS)
               MOVE  USR-SIT-USUARIO
                         TO  WS-TUS-SIT-USUARIO (WS-QT-USUARIOS)
               MOVE  USR-ALCADA (1)
                         TO  WS-TUS-ALCADA (WS-QT-USUARIOS  1)
               MOVE  USR-ALCADA (2)
                         TO  WS-TUS-ALCADA (WS-QT-USUARIOS  2)
               MOVE  USR-ALCADA (3)
                         TO  WS-TUS-ALCADA (WS-QT-USUARIOS  3)
           END-IF.

       260-99-LER-USUARIO-FIM.
           EXIT.

       300-00-LER-APROVTRN  SECTION.

           READ  APROVTRN  INTO  WS-ARQ-APROVTRN
                   AT END
                       MOVE 'S'          TO  WS-FIM-APROVTRN

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-APROVTRN.

       300-99-LER-APROVTRN-FIM.
           EXIT.

       400-00-PROCESSA-DECISAO  SECTION.

           PERFORM  450-00-VALIDA-DECISAO.

           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-LISTA-RECUSADA
           ELSE
               PERFORM  600-00-REGISTRA-DECISAO
           END-IF.

           PERFORM  300-00-LER-APROVTRN.

       400-99-PROCESSA-DECISAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A decision counts only when it comes from an active user   *
      * with the role for the item's origin, other than the one    *
      * who typed it, on an item still waiting for a decision.     *
      *-----------------------------------------------------------*
       450-00-VALIDA-DECISAO  SECTION.

           MOVE  'S'                     TO  WS-SW-REG-VALIDO.
           MOVE  ZEROS                   TO  WS-COD-MOTIVO-REJ.
           MOVE  SPACES                  TO  WS-DESC-MOTIVO-REJ.

           MOVE  ZEROS                   TO  WS-IDX-APROVADOR.

           PERFORM  460-00-LOCALIZA-APROVADOR
                   VARYING  WS-IDX-USUARIO  FROM  1  BY  1
                   UNTIL    WS-IDX-USUARIO  >  WS-QT-USUARIOS.

           EVALUATE  TRUE
               WHEN  WS-APV-COD-DECISAO  NOT = 'A'  AND
                     WS-APV-COD-DECISAO  NOT = 'R'
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  28              TO  WS-COD-MOTIVO-REJ
                   MOVE  'DECISAO DEVE SER A OU R'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-IDX-APROVADOR  =  ZEROS
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  29              TO  WS-COD-MOTIVO-REJ
                   MOVE  'APROVADOR NAO CADASTRADO'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-TUS-SIT-USUARIO (WS-IDX-APROVADOR)  NOT = 'A'
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  29              TO  WS-COD-MOTIVO-REJ
                   MOVE  'APROVADOR INATIVO'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-APV-CHAVE-PENDENCIA  NOT  NUMERIC
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  26              TO  WS-COD-MOTIVO-REJ
                   MOVE  'PENDENCIA NAO ENCONTRADA'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  OTHER
                   PERFORM  470-00-VALIDA-PENDENCIA
           END-EVALUATE.

       450-99-VALIDA-DECISAO-FIM.
           EXIT.

       460-00-LOCALIZA-APROVADOR  SECTION.

           IF  WS-TUS-COD-USUARIO (WS-IDX-USUARIO)  =  WS-APV-USUARIO
               MOVE  WS-IDX-USUARIO      TO  WS-IDX-APROVADOR
           END-IF.

       460-99-LOCALIZA-APROVADOR-FIM.
           EXIT.

       470-00-VALIDA-PENDENCIA  SECTION.

           MOVE  WS-APV-CHAVE-PENDENCIA  TO  PND-CHAVE.

           READ  PENDAPRV
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  26          TO  WS-COD-MOTIVO-REJ
                       MOVE  'PENDENCIA NAO ENCONTRADA'
                                         TO  WS-DESC-MOTIVO-REJ
           END-READ.

           IF  WS-SW-REG-VALIDO = 'S'
               EVALUATE  TRUE
                   WHEN  PND-SIT-PENDENCIA  NOT = 'P'
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  27          TO  WS-COD-MOTIVO-REJ
                       MOVE  'PENDENCIA JA DECIDIDA OU EXPIRADA'
                                         TO  WS-DESC-MOTIVO-REJ
                   WHEN  PND-USU-DIGITACAO  =  WS-APV-USUARIO
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  31          TO  WS-COD-MOTIVO-REJ
                       MOVE  'APROVADOR IGUAL AO DIGITADOR'
                                         TO  WS-DESC-MOTIVO-REJ
                   WHEN  PND-COD-ORIGEM  <  1  OR
                         PND-COD-ORIGEM  >  3
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  30          TO  WS-COD-MOTIVO-REJ
                       MOVE  'APROVADOR SEM ALCADA PARA A ORIGEM'
                                         TO  WS-DESC-MOTIVO-REJ
                   WHEN  WS-TUS-ALCADA (WS-IDX-APROVADOR
                                        PND-COD-ORIGEM)  NOT = 'S'
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  30          TO  WS-COD-MOTIVO-REJ
                       MOVE  'APROVADOR SEM ALCADA PARA A ORIGEM'
                                         TO  WS-DESC-MOTIVO-REJ
               END-EVALUATE
           END-IF.

       470-99-VALIDA-PENDENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Sweep of the whole queue after the decisions: an item      *
      * still waiting past the approval term expires (it must be   *
      * typed again), the rest is listed as the approvers' work    *
      * for the next run, with the key to quote on APROVTRN.       *
      *-----------------------------------------------------------*
       500-00-VARRE-PENDENCIAS  SECTION.

           WRITE RAP-REGISTRO  FROM  WS-LIN-TRACO.

           MOVE  'PENDENCIAS EXPIRADAS E AGUARDANDO DECISAO'
                                         TO  WS-CAB02-TITULO.
           WRITE RAP-REGISTRO  FROM  WS-CAB02.
           WRITE RAP-REGISTRO  FROM  WS-CAB03.

           MOVE  'N'                     TO  WS-FIM-PENDAPRV.
           MOVE  ZEROS                   TO  PND-CHAVE.

           START  PENDAPRV  KEY  IS  >=  PND-CHAVE
                   INVALID KEY
                       MOVE  'S'         TO  WS-FIM-PENDAPRV
           END-START.

           PERFORM  510-00-LER-PENDAPRV
                   UNTIL  WS-FIM-PENDAPRV = 'S'.

           WRITE RAP-REGISTRO  FROM  WS-LIN-TRACO.

       500-99-VARRE-PENDENCIAS-FIM.
           EXIT.

       510-00-LER-PENDAPRV  SECTION.

           READ  PENDAPRV  NEXT
                   AT END
                       MOVE  'S'         TO  WS-FIM-PENDAPRV
           END-READ.

           IF  WS-FIM-PENDAPRV = 'N'  AND
               PND-SIT-PENDENCIA = 'P'
               PERFORM  520-00-VERIFICA-PRAZO
           END-IF.

       510-99-LER-PENDAPRV-FIM.
           EXIT.

       520-00-VERIFICA-PRAZO  SECTION.

           MOVE  PND-DAT-DIGITACAO       TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.

           IF  WS-DISER-QT-DIAS  <  WS-DIAS-PROCESSAMENTO
               COMPUTE  WS-DIAS-ESPERA  =  WS-DIAS-PROCESSAMENTO
                                        -  WS-DISER-QT-DIAS
           ELSE
               MOVE  ZEROS               TO  WS-DIAS-ESPERA
           END-IF.

           IF  WS-DIAS-ESPERA  >  WS-PRAZO-APROVACAO
               MOVE  'X'                 TO  PND-SIT-PENDENCIA
               MOVE  'SEM DECISAO NO PRAZO DE APROVACAO'
                                         TO  PND-DESC-DECISAO
               REWRITE  PND-REGISTRO
               ADD  1                    TO  WS-QT-EXPIRADAS
               MOVE  'EXPIRADA'          TO  WS-LPE-SITUACAO
           ELSE
               ADD  1                    TO  WS-QT-AGUARDANDO
               MOVE  'AGUARDANDO'        TO  WS-LPE-SITUACAO
           END-IF.

           PERFORM  700-00-LISTA-PENDENCIA.

           IF  PND-SIT-PENDENCIA = 'X'
               MOVE  SPACES              TO  WS-MSG-TEXTO
               STRING  '    EXPIRADA APOS '
                       WS-DIAS-ESPERA
                       ' DIAS SEM DECISAO - DIGITAR DE NOVO'
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
               WRITE RAP-REGISTRO  FROM  WS-LIN-MENSAGEM
           END-IF.

       520-99-VERIFICA-PRAZO-FIM.
           EXIT.

       600-00-REGISTRA-DECISAO  SECTION.

           MOVE  WS-APV-COD-DECISAO      TO  PND-SIT-PENDENCIA.
           MOVE  WS-APV-USUARIO          TO  PND-USU-APROVACAO.
           MOVE  WS-DATA-PROCESSAMENTO   TO  PND-DAT-APROVACAO.
           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.
           MOVE  WS-HORA-PROCESSAMENTO   TO  PND-HOR-APROVACAO.
           MOVE  WS-APV-DESC-DECISAO     TO  PND-DESC-DECISAO.

           REWRITE  PND-REGISTRO.

           ADD  1                        TO  WS-QT-DECISOES-ACEITAS.

           IF  PND-SIT-PENDENCIA = 'A'
               ADD  1                    TO  WS-QT-APROVADAS
               MOVE  'APROVADA'          TO  WS-LPE-SITUACAO
           ELSE
               ADD  1                    TO  WS-QT-REJEITADAS
               MOVE  'REJEITADA'         TO  WS-LPE-SITUACAO
           END-IF.

           PERFORM  700-00-LISTA-PENDENCIA.

           IF  PND-SIT-PENDENCIA = 'R'
               MOVE  SPACES              TO  WS-MSG-TEXTO
               STRING  '    MOTIVO DA REJEICAO: '
                       PND-DESC-DECISAO
                       DELIMITED BY SIZE
                       INTO  WS-MSG-TEXTO
               WRITE RAP-REGISTRO  FROM  WS-LIN-MENSAGEM
           END-IF.

       600-99-REGISTRA-DECISAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A refused decision leaves the item as it was; the line     *
      * echoes the decision as typed and says why it was refused.  *
      *-----------------------------------------------------------*
       650-00-LISTA-RECUSADA  SECTION.

           ADD  1                        TO  WS-QT-DECISOES-RECUSADAS.

           MOVE  SPACES                  TO  WS-LPE-ORIGEM.
           MOVE  WS-APV-CHAVE-PENDENCIA  TO  WS-LPE-CHAVE.
           MOVE  SPACES                  TO  WS-LPE-DIGITADOR.
           MOVE  WS-APV-USUARIO          TO  WS-LPE-APROVADOR.
           MOVE  'RECUSADA'              TO  WS-LPE-SITUACAO.
           MOVE  SPACES                  TO  WS-LPE-TRANSACAO.

           IF  WS-COD-MOTIVO-REJ  NOT =  26  AND
               WS-COD-MOTIVO-REJ  NOT =  28  AND
               WS-COD-MOTIVO-REJ  NOT =  29
               MOVE  PND-USU-DIGITACAO   TO  WS-LPE-DIGITADOR
               MOVE  PND-TRANSACAO       TO  WS-LPE-TRANSACAO
           END-IF.

           WRITE RAP-REGISTRO  FROM  WS-LIN-PENDENCIA.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  '    DECISAO '
                   WS-APV-COD-DECISAO
                   ' RECUSADA - MOTIVO '
                   WS-COD-MOTIVO-REJ
                   ' '
                   WS-DESC-MOTIVO-REJ
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE RAP-REGISTRO  FROM  WS-LIN-MENSAGEM.

       650-99-LISTA-RECUSADA-FIM.
           EXIT.

       700-00-LISTA-PENDENCIA  SECTION.

           EVALUATE  PND-COD-ORIGEM
               WHEN  1
                   MOVE  'ALIQUOTA'      TO  WS-LPE-ORIGEM
               WHEN  2
                   MOVE  'MUNICIPIO'     TO  WS-LPE-ORIGEM
               WHEN  3
                   MOVE  'REABERTURA'    TO  WS-LPE-ORIGEM
               WHEN  OTHER
                   MOVE  'DESCONHEC.'    TO  WS-LPE-ORIGEM
           END-EVALUATE.

           MOVE  PND-CHAVE               TO  WS-LPE-CHAVE.
           MOVE  PND-USU-DIGITACAO       TO  WS-LPE-DIGITADOR.
           MOVE  PND-USU-APROVACAO       TO  WS-LPE-APROVADOR.
           MOVE  PND-TRANSACAO           TO  WS-LPE-TRANSACAO.

           WRITE RAP-REGISTRO  FROM  WS-LIN-PENDENCIA.

       700-99-LISTA-PENDENCIA-FIM.
           EXIT.

       COPY PRDIASER.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO24'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'APROVTRN'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-APROVTRN    TO  CTL-QT-LIDOS.
           MOVE  WS-QT-DECISOES-ACEITAS  TO  CTL-QT-GRAVADOS.
           MOVE  WS-QT-DECISOES-RECUSADAS
                                         TO  CTL-QT-REJEITADOS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'DECISOES LIDAS ' WS-QT-LIDOS-APROVTRN
                   ' ACEITAS ' WS-QT-DECISOES-ACEITAS
                   ' RECUSADAS ' WS-QT-DECISOES-RECUSADAS
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.
           WRITE RAP-REGISTRO  FROM  WS-LIN-MENSAGEM.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'APROVADAS ' WS-QT-APROVADAS
                   ' REJEITADAS ' WS-QT-REJEITADAS
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.
           WRITE RAP-REGISTRO  FROM  WS-LIN-MENSAGEM.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.
           STRING  'EXPIRADAS ' WS-QT-EXPIRADAS
                   ' AGUARDANDO ' WS-QT-AGUARDANDO
                   ' PRAZO (DIAS) ' WS-PRAZO-APROVACAO
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.
           WRITE RAP-REGISTRO  FROM  WS-LIN-MENSAGEM.

           DISPLAY  'LENDO DECISOES DE APROVACAO.......... '
                     WS-QT-LIDOS-APROVTRN
           DISPLAY  'DECISOES ACEITAS..................... '
                     WS-QT-DECISOES-ACEITAS
           DISPLAY  'DECISOES RECUSADAS................... '
                     WS-QT-DECISOES-RECUSADAS
           DISPLAY  'PENDENCIAS APROVADAS................. '
                     WS-QT-APROVADAS
           DISPLAY  'PENDENCIAS REJEITADAS................ '
                     WS-QT-REJEITADAS
           DISPLAY  'PENDENCIAS EXPIRADAS................. '
                     WS-QT-EXPIRADAS
           DISPLAY  'PENDENCIAS AGUARDANDO DECISAO........ '
                     WS-QT-AGUARDANDO

           CLOSE  PENDAPRV
                  APROVTRN
                  RELAPROV.

      *    A refused decision means an approver's intent did not
      *    reach the queue: flag the run for a look at the report.
           IF  WS-QT-DECISOES-RECUSADAS  >  ZEROS
               MOVE  4                   TO  RETURN-CODE
           END-IF.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio24.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do catalogo de servicos CATSERV (lista da
      *          LC 116) a partir de transacoes de inclusao/alteracao,
      *          com trilha de auditoria (imagem anterior e
      *          posterior); o catalogo e a fonte unica do item da
      *          lista, da descricao oficial, da faixa legal de
      *          aliquota (piso de 2% e teto de 5%) e da retencao na
      *          fonte de cada servico usada na validacao dos
      *          programas de entrada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio25.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATSERV
           ASSIGN TO 'D:\CATSERV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CAT-COD-SERV
           FILE STATUS IS WS-ST-CATSERV.

           SELECT CATTRAN
           ASSIGN TO 'D:\CATTRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDICAT
           ASSIGN TO 'D:\AUDICAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATREJ
           ASSIGN TO 'D:\CATREJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATAPROC
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTRLLOG
           ASSIGN TO 'D:\CTRLLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATSERV.
       COPY CATSERV.

       FD  CATTRAN.
       01  TRN-REGISTRO.
           03  TRN-COD-ACAO               PIC X(01).
           03  TRN-COD-SERV               PIC 9(04).
           03  TRN-ITEM-LISTA             PIC X(05).
           03  TRN-DESC-SERV              PIC X(60).
           03  TRN-DESC-ABREV             PIC X(20).
           03  TRN-ALIQ-MINIMA            PIC 9(02)V99.
           03  TRN-ALIQ-MAXIMA            PIC 9(02)V99.
           03  TRN-SW-RETENCAO            PIC X(01).
           03  TRN-USUARIO                PIC X(08).

       FD  AUDICAT.
       01  AUD-REGISTRO.
           03  AUD-DAT-MANUT              PIC 9(08).
           03  AUD-HOR-MANUT              PIC 9(08).
           03  AUD-USUARIO                PIC X(08).
           03  AUD-COD-ACAO               PIC X(01).
           03  AUD-IMAGEM-ANTES           PIC X(122).
           03  AUD-IMAGEM-DEPOIS          PIC X(122).

       FD  CATREJ.
       01  REJ-REGISTRO.
           03  REJ-DETALHE                PIC X(107).
           03  REJ-COD-MOTIVO             PIC 9(02).
           03  REJ-DESC-MOTIVO            PIC X(35).

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
       01  WS-ARQ-CATTRAN.
           03  WS-TRN-COD-ACAO            PIC X(01).
           03  WS-TRN-COD-SERV            PIC 9(04).
           03  WS-TRN-ITEM-LISTA          PIC X(05).
           03  WS-TRN-DESC-SERV           PIC X(60).
           03  WS-TRN-DESC-ABREV          PIC X(20).
           03  WS-TRN-ALIQ-MINIMA         PIC 9(02)V99.
           03  WS-TRN-ALIQ-MAXIMA         PIC 9(02)V99.
           03  WS-TRN-SW-RETENCAO         PIC X(01).
           03  WS-TRN-USUARIO             PIC X(08).

       01  WS-IMAGEM-ANTES                PIC X(122)  VALUE SPACES.

      *    Legal band of the ISS rate: LC 116 art. 8 (ceiling) and
      *    art. 8-A (floor). The floor does not apply to items 07.02,
      *    07.05 and 16.01 of the list (art. 8-A paragraph 1).
       01  WS-ALIQ-PISO-LEGAL             PIC 9(02)V99  VALUE 2,00.
       01  WS-ALIQ-TETO-LEGAL             PIC 9(02)V99  VALUE 5,00.

       01  WS-ST-CATSERV                  PIC X(02)  VALUE '00'.

       01  WS-FIM-CATTRAN                 PIC X(01)  VALUE 'N'.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-HORA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       01  WS-SW-REG-VALIDO               PIC X(01)  VALUE 'S'.
       01  WS-COD-MOTIVO-REJ              PIC 9(02)  VALUE ZEROS.
       01  WS-DESC-MOTIVO-REJ             PIC X(35)  VALUE SPACES.

       01  WS-QT-LIDOS-CATTRAN            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-APLICADAS                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GRAVS-CATREJ             PIC 9(10)  VALUE ZEROS.
       01  WS-QT-INCLUSOES                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-ALTERACOES               PIC 9(10)  VALUE ZEROS.

       COPY WSDATPRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 500-00-PROCESSA
                   UNTIL  WS-FIM-CATTRAN = 'S'.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.
           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.

           OPEN I-O    CATSERV
                INPUT  CATTRAN
                OUTPUT AUDICAT
                OUTPUT CATREJ.

      *    Without the catalog every gate program holds its run: a
      *    load that cannot open the catalog must not silently end
      *    with zero transactions applied.
           IF  WS-ST-CATSERV  NOT = '00'  AND
               WS-ST-CATSERV  NOT = '05'
               DISPLAY  'ERRO AO ABRIR CATSERV - STATUS '
                        WS-ST-CATSERV
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  300-00-LER-CATTRAN.

       200-99-INICIALIZA-FIM.
           EXIT.

       300-00-LER-CATTRAN  SECTION.

           READ  CATTRAN  INTO  WS-ARQ-CATTRAN
                   AT END
                       MOVE 'S'          TO  WS-FIM-CATTRAN

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-CATTRAN.

       300-99-LER-CATTRAN-FIM.
           EXIT.

       450-00-VALIDA-CATTRAN  SECTION.

           MOVE  'S'                     TO  WS-SW-REG-VALIDO.
           MOVE  ZEROS                   TO  WS-COD-MOTIVO-REJ.
           MOVE  SPACES                  TO  WS-DESC-MOTIVO-REJ.

           EVALUATE  TRUE
               WHEN  WS-TRN-COD-ACAO  NOT = 'I'  AND
                     WS-TRN-COD-ACAO  NOT = 'A'
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  05              TO  WS-COD-MOTIVO-REJ
                   MOVE  'ACAO DE MANUTENCAO INVALIDA'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-TRN-COD-SERV  NOT  NUMERIC  OR
                     WS-TRN-COD-SERV  NOT  >  ZEROS
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  32              TO  WS-COD-MOTIVO-REJ
                   MOVE  'CODIGO DE SERVICO INVALIDO'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-TRN-ITEM-LISTA (1:2)  NOT  NUMERIC  OR
                     WS-TRN-ITEM-LISTA (3:1)  NOT =  '.'     OR
                     WS-TRN-ITEM-LISTA (4:2)  NOT  NUMERIC
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  33              TO  WS-COD-MOTIVO-REJ
                   MOVE  'ITEM DA LISTA DE SERVICOS INVALIDO'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-TRN-DESC-SERV   =  SPACES  OR
                     WS-TRN-DESC-ABREV  =  SPACES
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  34              TO  WS-COD-MOTIVO-REJ
                   MOVE  'DESCRICAO DO SERVICO OBRIGATORIA'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  WS-TRN-ALIQ-MINIMA  NOT  NUMERIC  OR
                     WS-TRN-ALIQ-MAXIMA  NOT  NUMERIC
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  35              TO  WS-COD-MOTIVO-REJ
                   MOVE  'LIMITES DE ALIQUOTA INVALIDOS'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  OTHER
                   PERFORM  455-00-VALIDA-LIMITES
           END-EVALUATE.

           IF  WS-SW-REG-VALIDO = 'S'  AND
               WS-TRN-SW-RETENCAO  NOT = 'S'  AND
               WS-TRN-SW-RETENCAO  NOT = 'N'
               MOVE  'N'                 TO  WS-SW-REG-VALIDO
               MOVE  36                  TO  WS-COD-MOTIVO-REJ
               MOVE  'RETENCAO NA FONTE DEVE SER S OU N'
                                         TO  WS-DESC-MOTIVO-REJ
           END-IF.

       450-99-VALIDA-CATTRAN-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The band typed for a service must sit inside the legal    *
      * one: a catalog that allowed 0,50% would let through the   *
      * very rate the gates are meant to stop.                    *
      *-----------------------------------------------------------*
       455-00-VALIDA-LIMITES  SECTION.

           IF  WS-TRN-ALIQ-MINIMA  NOT >  ZEROS               OR
               WS-TRN-ALIQ-MINIMA  >  WS-TRN-ALIQ-MAXIMA      OR
               WS-TRN-ALIQ-MAXIMA  >  WS-ALIQ-TETO-LEGAL
               MOVE  'N'                 TO  WS-SW-REG-VALIDO
               MOVE  35                  TO  WS-COD-MOTIVO-REJ
               MOVE  'LIMITES DE ALIQUOTA INVALIDOS'
                                         TO  WS-DESC-MOTIVO-REJ
           ELSE
               IF  WS-TRN-ALIQ-MINIMA  <  WS-ALIQ-PISO-LEGAL  AND
                   WS-TRN-ITEM-LISTA  NOT =  '07.02'  AND
                   WS-TRN-ITEM-LISTA  NOT =  '07.05'  AND
                   WS-TRN-ITEM-LISTA  NOT =  '16.01'
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  35              TO  WS-COD-MOTIVO-REJ
                   MOVE  'ALIQUOTA MINIMA ABAIXO DO PISO'
                                         TO  WS-DESC-MOTIVO-REJ
               END-IF
           END-IF.

       455-99-VALIDA-LIMITES-FIM.
           EXIT.

       500-00-PROCESSA  SECTION.

           PERFORM  450-00-VALIDA-CATTRAN.

           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-GRAVA-CATREJ
           ELSE
               EVALUATE  WS-TRN-COD-ACAO
                   WHEN  'I'
                       PERFORM  510-00-INCLUI-CATSERV
                   WHEN  'A'
                       PERFORM  520-00-ALTERA-CATSERV
               END-EVALUATE
           END-IF.

           PERFORM  300-00-LER-CATTRAN.

       500-99-PROCESSA-FIM.
           EXIT.

       510-00-INCLUI-CATSERV  SECTION.

           MOVE  SPACES                  TO  WS-IMAGEM-ANTES.

           MOVE  WS-TRN-COD-SERV         TO  CAT-COD-SERV.
           PERFORM  530-00-MOVE-TRANSACAO.

           PERFORM  560-00-CARIMBA-MANUTENCAO.

           WRITE CAT-REGISTRO
                   INVALID KEY
                       MOVE  06          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE JA CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ
                       PERFORM  650-00-GRAVA-CATREJ

                   NOT INVALID KEY
                       ADD  1            TO  WS-QT-APLICADAS
                       ADD  1            TO  WS-QT-INCLUSOES
                       PERFORM  600-00-GRAVA-AUDICAT
           END-WRITE.

       510-99-INCLUI-CATSERV-FIM.
           EXIT.

       520-00-ALTERA-CATSERV  SECTION.

           MOVE  WS-TRN-COD-SERV         TO  CAT-COD-SERV.

           READ  CATSERV
                   INVALID KEY
                       MOVE  07          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE NAO CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ
                       PERFORM  650-00-GRAVA-CATREJ

                   NOT INVALID KEY
                       MOVE  CAT-REGISTRO  TO  WS-IMAGEM-ANTES
                       PERFORM  530-00-MOVE-TRANSACAO
                       PERFORM  560-00-CARIMBA-MANUTENCAO
                       REWRITE CAT-REGISTRO
                       ADD  1            TO  WS-QT-APLICADAS
                       ADD  1            TO  WS-QT-ALTERACOES
                       PERFORM  600-00-GRAVA-AUDICAT
           END-READ.

       520-99-ALTERA-CATSERV-FIM.
           EXIT.

       530-00-MOVE-TRANSACAO  SECTION.

           MOVE  WS-TRN-ITEM-LISTA       TO  CAT-ITEM-LISTA.
           MOVE  WS-TRN-DESC-SERV        TO  CAT-DESC-SERV.
           MOVE  WS-TRN-DESC-ABREV       TO  CAT-DESC-ABREV.
           MOVE  WS-TRN-ALIQ-MINIMA      TO  CAT-ALIQ-MINIMA.
           MOVE  WS-TRN-ALIQ-MAXIMA      TO  CAT-ALIQ-MAXIMA.
           MOVE  WS-TRN-SW-RETENCAO      TO  CAT-SW-RETENCAO.

       530-99-MOVE-TRANSACAO-FIM.
           EXIT.

       560-00-CARIMBA-MANUTENCAO  SECTION.

           MOVE  WS-TRN-USUARIO          TO  CAT-USU-MANUT.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CAT-DAT-MANUT.
           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.
           MOVE  WS-HORA-PROCESSAMENTO   TO  CAT-HOR-MANUT.

       560-99-CARIMBA-MANUTENCAO-FIM.
           EXIT.

       600-00-GRAVA-AUDICAT  SECTION.

           MOVE  CAT-DAT-MANUT           TO  AUD-DAT-MANUT.
           MOVE  CAT-HOR-MANUT           TO  AUD-HOR-MANUT.
           MOVE  CAT-USU-MANUT           TO  AUD-USUARIO.
           MOVE  WS-TRN-COD-ACAO         TO  AUD-COD-ACAO.
           MOVE  WS-IMAGEM-ANTES         TO  AUD-IMAGEM-ANTES.
           MOVE  CAT-REGISTRO            TO  AUD-IMAGEM-DEPOIS.

           WRITE AUD-REGISTRO.

       600-99-GRAVA-AUDICAT-FIM.
           EXIT.

       650-00-GRAVA-CATREJ  SECTION.

           MOVE  WS-ARQ-CATTRAN          TO  REJ-DETALHE.
           MOVE  WS-COD-MOTIVO-REJ       TO  REJ-COD-MOTIVO.
           MOVE  WS-DESC-MOTIVO-REJ      TO  REJ-DESC-MOTIVO.

           WRITE REJ-REGISTRO.

           ADD  1                        TO  WS-QT-GRAVS-CATREJ.

       650-99-GRAVA-CATREJ-FIM.
           EXIT.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO25'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'CATTRAN'               TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-CATTRAN     TO  CTL-QT-LIDOS.
           MOVE  WS-QT-APLICADAS         TO  CTL-QT-GRAVADOS.
           MOVE  WS-QT-GRAVS-CATREJ      TO  CTL-QT-REJEITADOS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'LENDO TRANSACOES DO CATALOGO......... '
                     WS-QT-LIDOS-CATTRAN
           DISPLAY  'TRANSACOES APLICADAS................. '
                     WS-QT-APLICADAS
           DISPLAY  'INCLUSOES............................ '
                     WS-QT-INCLUSOES
           DISPLAY  'ALTERACOES........................... '
                     WS-QT-ALTERACOES
           DISPLAY  'TRANSACOES REJEITADAS................ '
                     WS-QT-GRAVS-CATREJ

           CLOSE  CATSERV
                  CATTRAN
                  AUDICAT
                  CATREJ.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio25.

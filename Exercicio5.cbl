      * Date:
      * Purpose: Manutencao da tabela de aliquotas ENTRA001 a partir
      *          de transacoes de inclusao/alteracao/expiracao, com
      *          trilha de auditoria (imagem anterior e posterior);
      *          as transacoes nao alteram a tabela na hora: vao para
      *          a fila de aprovacao PENDAPRV e so sao aplicadas,
      *          numa execucao seguinte, depois de aprovadas por
      *          outro usuario no Exercicio24
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'D:\MANUTRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDAPRV
           ASSIGN TO 'D:\PENDAPRV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS PND-CHAVE
           FILE STATUS IS WS-ST-PENDAPRV.

           SELECT MUNICMST
           ASSIGN TO 'D:\MUNICMST.DAT'
           ORGANIZATION IS INDEXED
           RECORD KEY  IS MUN-COD-MUNIC
           FILE STATUS IS WS-ST-MUNICMST.

           SELECT CATSERV
           ASSIGN TO 'D:\CATSERV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CAT-COD-SERV
           FILE STATUS IS WS-ST-CATSERV.

           SELECT AUDITMNT
           ASSIGN TO 'D:\AUDITMNT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           03  TRN-DAT-FIN-VIGEN          PIC 9(08).
           03  TRN-USUARIO                PIC X(08).

       FD  PENDAPRV.
       COPY PENDAPRV.

       FD  MUNICMST.
       COPY MUNICMST.

       FD  CATSERV.
       COPY CATSERV.

       FD  AUDITMNT.
       01  AUD-REGISTRO.
           03  AUD-DAT-MANUT              PIC 9(08).
           03  AUD-HOR-MANUT              PIC 9(08).
           03  AUD-USUARIO                PIC X(08).
           03  AUD-USU-APROVACAO          PIC X(08).
           03  AUD-DAT-APROVACAO          PIC 9(08).
           03  AUD-HOR-APROVACAO          PIC 9(08).
           03  AUD-COD-ACAO               PIC X(01).
           03  AUD-IMAGEM-ANTES           PIC X(94).
           03  AUD-IMAGEM-DEPOIS          PIC X(94).
       01  WS-IMAGEM-ANTES                PIC X(94)  VALUE SPACES.

       01  WS-ST-MUNICMST                 PIC X(02)  VALUE '00'.
       01  WS-ST-CATSERV                  PIC X(02)  VALUE '00'.

       01  WS-FIM-MANUTRAN                PIC X(01)  VALUE 'N'.


       COPY WSVALDT.

       COPY WSPENDAP.

       COPY WSDATPRC.

       PROCEDURE DIVISION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 400-00-APLICA-APROVADA
                   UNTIL  WS-FIM-PENDAPRV = 'S'.

           PERFORM 500-00-PROCESSA
                   UNTIL  WS-FIM-MANUTRAN = 'S'.

           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.

           OPEN I-O    ENTRA001
                I-O    PENDAPRV
                INPUT  MANUTRAN
                INPUT  MUNICMST
                INPUT  CATSERV
                OUTPUT AUDITMNT
                OUTPUT MANUTREJ.

               STOP RUN
           END-IF.

      *    Without the service catalog a rate outside the legal
      *    band would reach the table unchecked.
           IF  WS-ST-CATSERV  NOT = '00'
               DISPLAY  'ERRO AO ABRIR CATSERV - STATUS '
                        WS-ST-CATSERV
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

      *    Without the queue nothing typed could be approved or
      *    applied.
           IF  WS-ST-PENDAPRV  NOT = '00'  AND
               WS-ST-PENDAPRV  NOT = '05'
               DISPLAY  'ERRO AO ABRIR PENDAPRV - STATUS '
                        WS-ST-PENDAPRV
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  1                       TO  WS-PND-COD-ORIGEM.
           MOVE  WS-HORA-PROCESSAMENTO   TO  WS-PND-HOR-LOTE.

           PERFORM  8700-POSICIONA-APROVADAS.

           PERFORM  300-00-LER-MANUTRAN.

       200-99-INICIALIZA-FIM.
       300-99-LER-MANUTRAN-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * An approved item goes through the same validation as when  *
      * it was typed - the table or the master may have changed    *
      * while it waited - and is applied with the approver's stamp *
      * in the audit. A refusal goes to MANUTREJ and the item is   *
      * closed as not applied: it must be typed and approved again.*
      *-----------------------------------------------------------*
       400-00-APLICA-APROVADA  SECTION.

           MOVE  WS-PND-TRANSACAO        TO  WS-ARQ-MANUTRAN.

           PERFORM  450-00-VALIDA-MANUTRAN.

           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-GRAVA-MANUTREJ
           ELSE
               EVALUATE  WS-TRN-COD-ACAO
                   WHEN  'I'
                       PERFORM  510-00-INCLUI-ENTRA001
                   WHEN  'A'
                       PERFORM  520-00-ALTERA-ENTRA001
                   WHEN  'E'
                       PERFORM  530-00-EXPIRA-ENTRA001
               END-EVALUATE
           END-IF.

           MOVE  WS-SW-REG-VALIDO        TO  WS-PND-SW-EFETIVADA.

           PERFORM  8730-BAIXA-PENDENCIA.

           PERFORM  8710-LE-APROVADA.

       400-99-APLICA-APROVADA-FIM.
           EXIT.

       450-00-VALIDA-MANUTRAN  SECTION.

           MOVE  'S'                     TO  WS-SW-REG-VALIDO.
               MOVE  05                  TO  WS-COD-MOTIVO-REJ
               MOVE  'ACAO DE MANUTENCAO INVALIDA'
                                         TO  WS-DESC-MOTIVO-REJ
           END-IF.

      *    Without the maker's id the approval step could not keep
      *    the same user from approving the change.
           IF  WS-SW-REG-VALIDO = 'S'  AND
               WS-TRN-USUARIO  =  SPACES
               MOVE  'N'                 TO  WS-SW-REG-VALIDO
               MOVE  25                  TO  WS-COD-MOTIVO-REJ
               MOVE  'USUARIO DIGITADOR NAO INFORMADO'
                                         TO  WS-DESC-MOTIVO-REJ
           END-IF.

           IF  WS-SW-REG-VALIDO = 'S'
               IF  (WS-TRN-COD-ACAO = 'I'  OR  WS-TRN-COD-ACAO = 'A')
                   AND  WS-TRN-VLR-ALIQ  NOT >  0
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
               PERFORM  420-00-VALIDA-MUNICIPIO
           END-IF.

           IF  WS-SW-REG-VALIDO = 'S'  AND
               (WS-TRN-COD-ACAO = 'I'  OR  WS-TRN-COD-ACAO = 'A')
               PERFORM  425-00-VALIDA-SERVICO
           END-IF.

       450-99-VALIDA-MANUTRAN-FIM.
           EXIT.

       420-99-VALIDA-MUNICIPIO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The service catalog (LC 116 list) is the single source of  *
      * the service description and of the legal rate band: a code *
      * not on the catalog and a rate outside the band of the      *
      * service are rejected each with its own motivo, and when    *
      * both are good the free-text description keyed on the       *
      * transaction is replaced by the official short one.         *
      *-----------------------------------------------------------*
       425-00-VALIDA-SERVICO  SECTION.

           MOVE  WS-TRN-COD-SERV         TO  CAT-COD-SERV.

           READ  CATSERV
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  19          TO  WS-COD-MOTIVO-REJ
                       MOVE  'SERVICO NAO CADASTRADO NO CATALOGO'
                                         TO  WS-DESC-MOTIVO-REJ

                   NOT INVALID KEY
                       IF  WS-TRN-VLR-ALIQ  <  CAT-ALIQ-MINIMA  OR
                           WS-TRN-VLR-ALIQ  >  CAT-ALIQ-MAXIMA
                           MOVE  'N'     TO  WS-SW-REG-VALIDO
                           MOVE  20      TO  WS-COD-MOTIVO-REJ
                           MOVE  'ALIQUOTA FORA DOS LIMITES LEGAIS'
                                         TO  WS-DESC-MOTIVO-REJ
                       ELSE
                           MOVE  CAT-DESC-ABREV
                                         TO  WS-TRN-DESC-SERV
                       END-IF
           END-READ.

       425-99-VALIDA-SERVICO-FIM.
           EXIT.

       455-00-VALIDA-VIGENCIAS  SECTION.

           MOVE  WS-TRN-DAT-INI-VIGEN    TO  WS-VALDT-DATA.

       COPY PRVALDT.

      *-----------------------------------------------------------*
      * A valid transaction is not applied here: it is queued for  *
      * a second user's approval (Exercicio24) with the official   *
      * municipio description already in place.                   *
      *-----------------------------------------------------------*
       500-00-PROCESSA  SECTION.

           PERFORM  450-00-VALIDA-MANUTRAN.
           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-GRAVA-MANUTREJ
           ELSE
               MOVE  WS-ARQ-MANUTRAN     TO  WS-PND-TRANSACAO
               MOVE  WS-TRN-USUARIO      TO  WS-PND-USU-DIGITACAO
               PERFORM  8740-ENFILEIRA-PENDENCIA
           END-IF.

           PERFORM  300-00-LER-MANUTRAN.

           WRITE ENT01-REGISTRO
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  06          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE JA CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ

           READ  ENTRA001
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  07          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE NAO CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ

           READ  ENTRA001
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  07          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE NAO CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ
           MOVE  ENT01-DAT-MANUT         TO  AUD-DAT-MANUT.
           MOVE  ENT01-HOR-MANUT         TO  AUD-HOR-MANUT.
           MOVE  ENT01-USU-MANUT         TO  AUD-USUARIO.
           MOVE  WS-PND-USU-APROVACAO    TO  AUD-USU-APROVACAO.
           MOVE  WS-PND-DAT-APROVACAO    TO  AUD-DAT-APROVACAO.
           MOVE  WS-PND-HOR-APROVACAO    TO  AUD-HOR-APROVACAO.
           MOVE  WS-TRN-COD-ACAO         TO  AUD-COD-ACAO.
           MOVE  WS-IMAGEM-ANTES         TO  AUD-IMAGEM-ANTES.
           MOVE  ENT01-REGISTRO          TO  AUD-IMAGEM-DEPOIS.
       650-99-GRAVA-MANUTREJ-FIM.
           EXIT.

       COPY PRPENDAP.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'MANUTRAN'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-MANUTRAN    TO  CTL-QT-LIDOS.
           MOVE  WS-QT-ENFILEIRADAS      TO  CTL-QT-GRAVADOS.
           COMPUTE  CTL-QT-REJEITADOS  =  WS-QT-GRAVS-MANUTREJ
                                       -  WS-QT-NAO-EFETIVADAS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.


           DISPLAY  'LENDO TRANSACOES DE MANUTENCAO....... '
                     WS-QT-LIDOS-MANUTRAN
           DISPLAY  'ENVIADAS PARA APROVACAO.............. '
                     WS-QT-ENFILEIRADAS
           DISPLAY  'APROVADAS LIDAS DO PENDAPRV.......... '
                     WS-QT-APROVADAS-LIDAS
           DISPLAY  'APROVADAS NAO APLICADAS.............. '
                     WS-QT-NAO-EFETIVADAS
           DISPLAY  'TRANSACOES APLICADAS................. '
                     WS-QT-APLICADAS
           DISPLAY  'INCLUSOES............................ '
                     WS-QT-GRAVS-MANUTREJ

           CLOSE  ENTRA001
                  PENDAPRV
                  MANUTRAN
                  MUNICMST
                  CATSERV
                  AUDITMNT
                  MANUTREJ.


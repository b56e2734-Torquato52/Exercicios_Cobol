      *          trilha de auditoria (imagem anterior e posterior);
      *          o cadastro e a fonte unica do nome oficial, da UF e
      *          da situacao ativo/inativo de cada municipio usada
      *          na validacao dos programas de entrada; as
      *          transacoes vao para a fila de aprovacao PENDAPRV e
      *          so sao aplicadas, numa execucao seguinte, depois de
      *          aprovadas por outro usuario no Exercicio24
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY  IS MUN-COD-MUNIC
           FILE STATUS IS WS-ST-MUNICMST.

           SELECT OPTIONAL PENDAPRV
           ASSIGN TO 'D:\PENDAPRV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS PND-CHAVE
           FILE STATUS IS WS-ST-PENDAPRV.

           SELECT MUNITRAN
           ASSIGN TO 'D:\MUNITRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  MUNICMST.
       COPY MUNICMST.

       FD  PENDAPRV.
       COPY PENDAPRV.

       FD  MUNITRAN.
       01  TRN-REGISTRO.
           03  TRN-COD-ACAO               PIC X(01).
           03  AUD-DAT-MANUT              PIC 9(08).
           03  AUD-HOR-MANUT              PIC 9(08).
           03  AUD-USUARIO                PIC X(08).
           03  AUD-USU-APROVACAO          PIC X(08).
           03  AUD-DAT-APROVACAO          PIC 9(08).
           03  AUD-HOR-APROVACAO          PIC 9(08).
           03  AUD-COD-ACAO               PIC X(01).
           03  AUD-IMAGEM-ANTES           PIC X(53).
           03  AUD-IMAGEM-DEPOIS          PIC X(53).
       01  WS-QT-INCLUSOES                PIC 9(10)  VALUE ZEROS.
       01  WS-QT-ALTERACOES               PIC 9(10)  VALUE ZEROS.

       COPY WSPENDAP.

       COPY WSDATPRC.

       PROCEDURE DIVISION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 400-00-APLICA-APROVADA
                   UNTIL  WS-FIM-PENDAPRV = 'S'.

           PERFORM 500-00-PROCESSA
                   UNTIL  WS-FIM-MUNITRAN = 'S'.

           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.

           OPEN I-O    MUNICMST
                I-O    PENDAPRV
                INPUT  MUNITRAN
                OUTPUT AUDIMUN
                OUTPUT MUNIREJ.
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

           MOVE  2                       TO  WS-PND-COD-ORIGEM.
           MOVE  WS-HORA-PROCESSAMENTO   TO  WS-PND-HOR-LOTE.

           PERFORM  8700-POSICIONA-APROVADAS.

           PERFORM  300-00-LER-MUNITRAN.

       200-99-INICIALIZA-FIM.
       300-99-LER-MUNITRAN-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * An approved item goes through the same validation as when  *
      * it was typed - the master may have changed while it        *
      * waited - and is applied with the approver's stamp in the   *
      * audit. A refusal goes to MUNIREJ and the item is closed as *
      * not applied: it must be typed and approved again.          *
      *-----------------------------------------------------------*
       400-00-APLICA-APROVADA  SECTION.

           MOVE  WS-PND-TRANSACAO        TO  WS-ARQ-MUNITRAN.

           PERFORM  450-00-VALIDA-MUNITRAN.

           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-GRAVA-MUNIREJ
           ELSE
               EVALUATE  WS-TRN-COD-ACAO
                   WHEN  'I'
                       PERFORM  510-00-INCLUI-MUNICMST
                   WHEN  'A'
                       PERFORM  520-00-ALTERA-MUNICMST
               END-EVALUATE
           END-IF.

           MOVE  WS-SW-REG-VALIDO        TO  WS-PND-SW-EFETIVADA.

           PERFORM  8730-BAIXA-PENDENCIA.

           PERFORM  8710-LE-APROVADA.

       400-99-APLICA-APROVADA-FIM.
           EXIT.

       450-00-VALIDA-MUNITRAN  SECTION.

           MOVE  'S'                     TO  WS-SW-REG-VALIDO.
                   MOVE  14              TO  WS-COD-MOTIVO-REJ
                   MOVE  'SITUACAO DEVE SER A OU I'
                                         TO  WS-DESC-MOTIVO-REJ
      *        Without the maker's id the approval step could not
      *        keep the same user from approving the change.
               WHEN  WS-TRN-USUARIO  =  SPACES
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  25              TO  WS-COD-MOTIVO-REJ
                   MOVE  'USUARIO DIGITADOR NAO INFORMADO'
                                         TO  WS-DESC-MOTIVO-REJ
           END-EVALUATE.

       450-99-VALIDA-MUNITRAN-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A valid transaction is not applied here: it is queued for  *
      * a second user's approval (Exercicio24).                    *
      *-----------------------------------------------------------*
       500-00-PROCESSA  SECTION.

           PERFORM  450-00-VALIDA-MUNITRAN.
           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-GRAVA-MUNIREJ
           ELSE
               MOVE  WS-ARQ-MUNITRAN     TO  WS-PND-TRANSACAO
               MOVE  WS-TRN-USUARIO      TO  WS-PND-USU-DIGITACAO
               PERFORM  8740-ENFILEIRA-PENDENCIA
           END-IF.

           PERFORM  300-00-LER-MUNITRAN.

           WRITE MUN-REGISTRO
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  06          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE JA CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ

           READ  MUNICMST
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  07          TO  WS-COD-MOTIVO-REJ
                       MOVE  'CHAVE NAO CADASTRADA NA TABELA'
                                         TO  WS-DESC-MOTIVO-REJ
           MOVE  MUN-DAT-MANUT           TO  AUD-DAT-MANUT.
           MOVE  MUN-HOR-MANUT           TO  AUD-HOR-MANUT.
           MOVE  MUN-USU-MANUT           TO  AUD-USUARIO.
           MOVE  WS-PND-USU-APROVACAO    TO  AUD-USU-APROVACAO.
           MOVE  WS-PND-DAT-APROVACAO    TO  AUD-DAT-APROVACAO.
           MOVE  WS-PND-HOR-APROVACAO    TO  AUD-HOR-APROVACAO.
           MOVE  WS-TRN-COD-ACAO         TO  AUD-COD-ACAO.
           MOVE  WS-IMAGEM-ANTES         TO  AUD-IMAGEM-ANTES.
           MOVE  MUN-REGISTRO            TO  AUD-IMAGEM-DEPOIS.
       650-99-GRAVA-MUNIREJ-FIM.
           EXIT.

       COPY PRPENDAP.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'MUNITRAN'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-MUNITRAN    TO  CTL-QT-LIDOS.
           MOVE  WS-QT-ENFILEIRADAS      TO  CTL-QT-GRAVADOS.
           COMPUTE  CTL-QT-REJEITADOS  =  WS-QT-GRAVS-MUNIREJ
                                       -  WS-QT-NAO-EFETIVADAS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.


           DISPLAY  'LENDO TRANSACOES DE MUNICIPIO........ '
                     WS-QT-LIDOS-MUNITRAN
           DISPLAY  'ENVIADAS PARA APROVACAO.............. '
                     WS-QT-ENFILEIRADAS
           DISPLAY  'APROVADAS LIDAS DO PENDAPRV.......... '
                     WS-QT-APROVADAS-LIDAS
           DISPLAY  'APROVADAS NAO APLICADAS.............. '
                     WS-QT-NAO-EFETIVADAS
           DISPLAY  'TRANSACOES APLICADAS................. '
                     WS-QT-APLICADAS
           DISPLAY  'INCLUSOES............................ '
                     WS-QT-GRAVS-MUNIREJ

           CLOSE  MUNICMST
                  PENDAPRV
                  MUNITRAN
                  AUDIMUN
                  MUNIREJ.

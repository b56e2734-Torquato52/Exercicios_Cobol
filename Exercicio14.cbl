      *          COMPFECH (competencia + municipio) com usuario e
      *          carimbo de data/hora quando a guia do mes e
      *          confirmada, e registra a reabertura explicita que
      *          autoriza o recalculo de um periodo ja remetido; a
      *          reabertura vai para a fila de aprovacao PENDAPRV e
      *          so e aplicada, numa execucao seguinte, depois de
      *          aprovada por outro usuario no Exercicio24
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY  IS CPF-CHAVE
           FILE STATUS IS WS-ST-COMPFECH.

           SELECT OPTIONAL PENDAPRV
           ASSIGN TO 'D:\PENDAPRV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS PND-CHAVE
           FILE STATUS IS WS-ST-PENDAPRV.

           SELECT FECHTRAN
           ASSIGN TO 'D:\FECHTRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  COMPFECH.
       COPY COMPFECH.

       FD  PENDAPRV.
       COPY PENDAPRV.

       FD  FECHTRAN.
       01  FTR-REGISTRO.
           03  FTR-COD-ACAO               PIC X(01).
       01  WS-QT-FECHAMENTOS              PIC 9(10)  VALUE ZEROS.
       01  WS-QT-REABERTURAS              PIC 9(10)  VALUE ZEROS.

       COPY WSPENDAP.

       COPY WSDATPRC.

       PROCEDURE DIVISION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 400-00-APLICA-APROVADA
                   UNTIL  WS-FIM-PENDAPRV = 'S'.

           PERFORM 500-00-PROCESSA
                   UNTIL  WS-FIM-FECHTRAN = 'S'.

           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.

           OPEN I-O    COMPFECH
                I-O    PENDAPRV
                INPUT  FECHTRAN
                INPUT  MUNICMST
                OUTPUT FECHREJ.
               STOP RUN
           END-IF.

      *    Without the queue no reopen could be approved or applied.
           IF  WS-ST-PENDAPRV  NOT = '00'  AND
               WS-ST-PENDAPRV  NOT = '05'
               DISPLAY  'ERRO AO ABRIR PENDAPRV - STATUS '
                        WS-ST-PENDAPRV
               MOVE  12                  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  3                       TO  WS-PND-COD-ORIGEM.
           MOVE  WS-HORA-PROCESSAMENTO   TO  WS-PND-HOR-LOTE.

           PERFORM  8700-POSICIONA-APROVADAS.

           PERFORM  300-00-LER-FECHTRAN.

       200-99-INICIALIZA-FIM.
       300-99-LER-FECHTRAN-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * An approved reopen goes through the same validation as     *
      * when it was typed - the competence may have been reopened  *
      * or closed again while it waited - and is applied with the  *
      * approver's stamp on COMPFECH. A refusal goes to FECHREJ    *
      * and the item is closed as not applied.                     *
      *-----------------------------------------------------------*
       400-00-APLICA-APROVADA  SECTION.

           MOVE  WS-PND-TRANSACAO        TO  WS-ARQ-FECHTRAN.

           PERFORM  450-00-VALIDA-FECHTRAN.

           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  650-00-GRAVA-FECHREJ
           ELSE
               PERFORM  520-00-REABRE-COMPETENCIA
           END-IF.

           MOVE  WS-SW-REG-VALIDO        TO  WS-PND-SW-EFETIVADA.

           PERFORM  8730-BAIXA-PENDENCIA.

           PERFORM  8710-LE-APROVADA.

       400-99-APLICA-APROVADA-FIM.
           EXIT.

       450-00-VALIDA-FECHTRAN  SECTION.

           MOVE  'S'                     TO  WS-SW-REG-VALIDO.
                   MOVE  18              TO  WS-COD-MOTIVO-REJ
                   MOVE  'COMPETENCIA INVALIDA'
                                         TO  WS-DESC-MOTIVO-REJ
      *        Without the maker's id the approval step could not
      *        keep the same user from approving the reopen.
               WHEN  WS-FTR-COD-ACAO = 'R'  AND
                     WS-FTR-USUARIO  =  SPACES
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  25              TO  WS-COD-MOTIVO-REJ
                   MOVE  'USUARIO DIGITADOR NAO INFORMADO'
                                         TO  WS-DESC-MOTIVO-REJ
               WHEN  OTHER
                   PERFORM  420-00-VALIDA-MUNICIPIO
           END-EVALUATE.
       420-99-VALIDA-MUNICIPIO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A close is applied at once: it only protects a period. A   *
      * reopen releases a remitted period for recalculation, so it *
      * is queued for a second user's approval (Exercicio24).      *
      *-----------------------------------------------------------*
       500-00-PROCESSA  SECTION.

           PERFORM  450-00-VALIDA-FECHTRAN.
                   WHEN  'F'
                       PERFORM  510-00-FECHA-COMPETENCIA
                   WHEN  'R'
                       MOVE  WS-ARQ-FECHTRAN
                                         TO  WS-PND-TRANSACAO
                       MOVE  WS-FTR-USUARIO
                                         TO  WS-PND-USU-DIGITACAO
                       PERFORM  8740-ENFILEIRA-PENDENCIA
               END-EVALUATE
           END-IF.


           READ  COMPFECH
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  16          TO  WS-COD-MOTIVO-REJ
                       MOVE  'COMPETENCIA NAO FECHADA'
                                         TO  WS-DESC-MOTIVO-REJ

                   NOT INVALID KEY
                       IF  CPF-SITUACAO = 'R'
                           MOVE  'N'     TO  WS-SW-REG-VALIDO
                           MOVE  17      TO  WS-COD-MOTIVO-REJ
                           MOVE  'COMPETENCIA JA REABERTA'
                                         TO  WS-DESC-MOTIVO-REJ
           MOVE  WS-DATA-PROCESSAMENTO   TO  CPF-DAT-MANUT.
           ACCEPT  WS-HORA-PROCESSAMENTO  FROM  TIME.
           MOVE  WS-HORA-PROCESSAMENTO   TO  CPF-HOR-MANUT.
           MOVE  WS-PND-USU-APROVACAO    TO  CPF-USU-APROVACAO.
           MOVE  WS-PND-DAT-APROVACAO    TO  CPF-DAT-APROVACAO.
           MOVE  WS-PND-HOR-APROVACAO    TO  CPF-HOR-APROVACAO.

       560-99-CARIMBA-FECHAMENTO-FIM.
           EXIT.
       650-99-GRAVA-FECHREJ-FIM.
           EXIT.

       COPY PRPENDAP.

       COPY PRDATPRC.

       800-00-GRAVA-CTRLLOG  SECTION.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'FECHTRAN'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-FECHTRAN    TO  CTL-QT-LIDOS.
           COMPUTE  CTL-QT-GRAVADOS  =  WS-QT-FECHAMENTOS
                                     +  WS-QT-ENFILEIRADAS.
           COMPUTE  CTL-QT-REJEITADOS  =  WS-QT-GRAVS-FECHREJ
                                       -  WS-QT-NAO-EFETIVADAS.
           MOVE  ZEROS                   TO  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.
                     WS-QT-APLICADAS
           DISPLAY  'FECHAMENTOS.......................... '
                     WS-QT-FECHAMENTOS
           DISPLAY  'REABERTURAS ENVIADAS PARA APROVACAO.. '
                     WS-QT-ENFILEIRADAS
           DISPLAY  'REABERTURAS APROVADAS LIDAS.......... '
                     WS-QT-APROVADAS-LIDAS
           DISPLAY  'REABERTURAS APROVADAS NAO APLICADAS.. '
                     WS-QT-NAO-EFETIVADAS
           DISPLAY  'REABERTURAS.......................... '
                     WS-QT-REABERTURAS
           DISPLAY  'TRANSACOES REJEITADAS................ '
                     WS-QT-GRAVS-FECHREJ

           CLOSE  COMPFECH
                  PENDAPRV
                  FECHTRAN
                  MUNICMST
                  FECHREJ.

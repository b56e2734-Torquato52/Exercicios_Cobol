      * Date:
      * Purpose: Recalculo retroativo de ISS: apos correcao da tabela
      *          de aliquotas, reprecifica as notas ja emitidas no
      *          livro mensal de ISS (LIVROISS) dentro do periodo e
      *          do filtro de municipio/
      *          servico informados e gera o arquivo de diferencas
      *          por nota (imposto anterior, novo e delta classificado
      *          como complemento ou credito), com totais por
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS TAX01-CHAVE.

           SELECT LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT OPTIONAL COMPFECH
           ASSIGN TO 'D:\COMPFECH.DAT'
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
           03  TAX01-DAT-MANUT            PIC 9(08).
           03  TAX01-HOR-MANUT            PIC 9(08).

       FD  LIVROISS.
       COPY LIVROISS.

       FD  COMPFECH.
       COPY COMPFECH.
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.


       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       COPY WSLIVISS.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           SORT  CLASSISS
                   ON  ASCENDING  KEY  CLS-COD-MUNIC
                   INPUT  PROCEDURE  IS  8400-SELECIONA-LIVRO
                   OUTPUT PROCEDURE  IS  500-00-RECALCULA.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO10'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  PARMRECA.

      *    A forgotten parameter file must not re-price the whole
      *    ledger history: a recalculation only runs with an
      *    explicit period and filter on file.
           READ  PARMRECA  INTO  WS-PARM-RECALCULO
                   AT END
                       DISPLAY  'PARMRECA AUSENTE OU VAZIO - '
                                'RECALCULO NAO EXECUTADO'
                       MOVE  12          TO  RETURN-CODE
                       PERFORM  8600-FINALIZA-PASSO
                       STOP RUN
           END-READ.

               DISPLAY  'PARMRECA COM CAMPO NAO NUMERICO - '
                        'RECALCULO NAO EXECUTADO'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           ELSE
               IF  WS-RCA-DAT-INI  >  WS-RCA-DAT-FIN
                   DISPLAY  'PARMRECA COM PERIODO INVERTIDO - '
                            'RECALCULO NAO EXECUTADO'
                   MOVE  12              TO  RETURN-CODE
                   PERFORM  8600-FINALIZA-PASSO
                   STOP RUN
               END-IF
           END-IF.

           PERFORM  260-00-VERIFICA-FECHAMENTO.

      *    Only the competences the period touches are read from
      *    the ledger; the service-date filter does the rest.
           MOVE  WS-RCA-DAT-INI (1:6)    TO  WS-LIV-COMPET-INI.
           MOVE  WS-RCA-DAT-FIN (1:6)    TO  WS-LIV-COMPET-FIN.

           OPEN INPUT  SAIDA001
                OUTPUT DIFRECAL
                I-O    NOTATRAC.
               DISPLAY  'ERRO AO ABRIR NOTATRAC - STATUS '
                        WS-ST-NOTATRAC
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'ERRO AO ABRIR COMPFECH - STATUS '
                        WS-ST-COMPFECH
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

                            ' DO MUNICIPIO '  CPF-COD-MUNIC
                            ' - RECALCULO NAO EXECUTADO'
                   MOVE  12              TO  RETURN-CODE
                   PERFORM  8600-FINALIZA-PASSO
                   STOP RUN
               END-IF
           END-IF.
       680-99-GRAVA-TOTAL-GERAL-FIM.
           EXIT.

       COPY PRLIVISS.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           MOVE  'EXERCICIO10'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'LIVROISS'              TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-RELISS      TO  CTL-QT-LIDOS.
           MOVE  WS-QT-DIFS-GRAVADAS     TO  CTL-QT-GRAVADOS.
           MOVE  WS-QT-SEM-RECALCULO     TO  CTL-QT-REJEITADOS.

           DISPLAY  'PERIODO DO RECALCULO................. '
                     WS-RCA-DAT-INI  ' A '  WS-RCA-DAT-FIN
           DISPLAY  'LENDO LIVRO DE ISS DO PERIODO........ '
                     WS-QT-LIDOS-RELISS
           DISPLAY  'DIFERENCAS GRAVADAS.................. '
                     WS-QT-DIFS-GRAVADAS

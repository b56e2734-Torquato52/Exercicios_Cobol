      *          mesmo arquivo MANUTRAN que o Exercicio5 aplicaria,
      *          aplica as transacoes numa copia sombra da ENTRA001
      *          sem tocar a tabela real, reprecifica as notas do
      *          livro mensal de ISS (LIVROISS) da competencia
      *          corrente contra as aliquotas
      *          sombra e relata o impacto de receita por municipio/
      *          servico - quantas notas mudam, ISS total antes e
      *          depois e o maior delta de nota individual - para a
           RECORD KEY  IS MUN-COD-MUNIC
           FILE STATUS IS WS-ST-MUNICMST.

           SELECT LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT CLASSISS
           ASSIGN TO 'D:\SORTWK16.TMP'.
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
       FD  MUNICMST.
       COPY MUNICMST.

       FD  LIVROISS.
       COPY LIVROISS.

       SD  CLASSISS.
       01  CLS-REGISTRO.
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.


       COPY WSVALDT.

       COPY WSLIVISS.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           SORT  CLASSISS
                   ON  ASCENDING  KEY  CLS-COD-MUNIC
                                        CLS-COD-SERV
                   INPUT  PROCEDURE  IS  8400-SELECIONA-LIVRO
                   OUTPUT PROCEDURE  IS  600-00-REPRECIFICA.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO16'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  PARMGUIA.

           READ  PARMGUIA  INTO  WS-COMPETENCIA-X
           CLOSE  PARMGUIA.

      *    A simulation without a real competence would re-price
      *    the whole ledger history and report a meaningless
      *    impact: hold the run.
           IF  WS-COMPETENCIA-X  NOT  NUMERIC
               DISPLAY  'COMPETENCIA AUSENTE OU INVALIDA EM '
                        'PARMGUIA: '  WS-COMPETENCIA-X
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'COMPETENCIA COM MES INVALIDO EM '
                        'PARMGUIA: '  WS-COMPETENCIA
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           MOVE  WS-COMPETENCIA          TO  WS-LIV-COMPET-INI.
           MOVE  WS-COMPETENCIA          TO  WS-LIV-COMPET-FIN.

           OPEN INPUT  ENTRA001
                OUTPUT SIMUL001.

               DISPLAY  'ERRO AO ABRIR MUNICMST - STATUS '
                        WS-ST-MUNICMST
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.


       COPY PRVALDT.

       COPY PRLIVISS.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           MOVE  'EXERCICIO16'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'MANUTRAN/LIVROISS'     TO  CTL-NOM-ARQ-ENTRADA.
           MOVE  WS-QT-LIDOS-RELISS      TO  CTL-QT-LIDOS.
           MOVE  WS-QT-NOTAS-MUDADAS     TO  CTL-QT-GRAVADOS.
           MOVE  ZEROS                   TO  CTL-QT-REJEITADOS.
                     WS-QT-TRANS-APLICADAS
           DISPLAY  'TRANSACOES QUE SERIAM REJEITADAS..... '
                     WS-QT-TRANS-INVALIDAS
           DISPLAY  'NOTAS DO LIVRO DE ISS LIDAS.......... '
                     WS-QT-LIDOS-RELISS
           DISPLAY  'NOTAS DA COMPETENCIA AVALIADAS....... '
                     WS-QT-NOTAS-AVALIADAS

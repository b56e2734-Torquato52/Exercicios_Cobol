           RECORD KEY  IS MUN-COD-MUNIC
           FILE STATUS IS WS-ST-MUNICMST.

           SELECT CATSERV
           ASSIGN TO 'D:\CATSERV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CAT-COD-SERV
           FILE STATUS IS WS-ST-CATSERV.

           SELECT SAIDA002
           ASSIGN TO 'D:\SAIDA002.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO 'D:\DATAPROC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVISS
           ASSIGN TO 'D:\MOVISS.TXT'
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
           RECORD KEY  IS NTC-CHAVE
           FILE STATUS IS WS-ST-NOTATRAC.

           SELECT OPTIONAL LIVROISS
           ASSIGN TO 'D:\LIVROISS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS LIV-CHAVE
           FILE STATUS IS WS-ST-LIVROISS.

           SELECT OPTIONAL CREDSALD
           ASSIGN TO 'D:\CREDSALD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS CRS-COD-MUNIC
           FILE STATUS IS WS-ST-CREDSALD.

           SELECT OPTIONAL SEQENT02
           ASSIGN TO 'D:\SEQENT02.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  MUNICMST.
       COPY MUNICMST.

       FD  CATSERV.
       COPY CATSERV.

       FD  NOTASREG.
       01  NTR-REGISTRO.
           03  NTR-NUM-NOTA               PIC 9(09).
       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  MOVISS.
       COPY MOVISS.

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       FD  NOTATRAC.
       COPY NOTATRAC.

       FD  LIVROISS.
       COPY LIVROISS.

       FD  CREDSALD.
       01  CRS-REGISTRO.
           03  CRS-COD-MUNIC              PIC 9(06).
           03  CRS-VLR-SALDO              PIC 9(15)V99.
           03  CRS-DAT-ATUALIZ            PIC 9(08).

       FD  SEQENT02.
       01  SEQ-REGISTRO                   PIC 9(06).

           03  CKPT-QT-GRAVS-SAIDA005     PIC 9(10).
           03  CKPT-QT-GRAVS-SAIDA006     PIC 9(10).
           03  CKPT-QT-GRAVS-SAIDA007     PIC 9(10).
           03  CKPT-QT-CANCELAMENTOS      PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-ARQ-ENTRA002.
      * header (origin system, generation date, file sequence)    *
      * and a trailer (record count and hash total of             *
      * ARQ01-VAL-A-TRIB). A detail starts with a digit of the    *
      * cliente code, so the first byte tells the record types    *
      * apart. A 'C' record cancels a note already classified,    *
      * optionally naming the note that replaces it (zeros when   *
      * there is none); it counts in the trailer's record count   *
      * but carries no value, so the hash total is untouched.     *
      *-----------------------------------------------------------*
       01  WS-REG-TRANSMISSAO             PIC X(102).
       01  WS-REG-CABEC  REDEFINES  WS-REG-TRANSMISSAO.
           03  WS-TRX-QT-REGISTROS        PIC 9(09).
           03  WS-TRX-TOT-VAL-A-TRIB      PIC 9(15)V99.
           03  FILLER                     PIC X(75).
       01  WS-REG-CANCEL  REDEFINES  WS-REG-TRANSMISSAO.
           03  WS-CAN-TIPO-REG            PIC X(01).
           03  WS-CAN-NUM-NOTA            PIC 9(09).
           03  WS-CAN-NUM-NOTA-SUBST      PIC 9(09).
           03  FILLER                     PIC X(83).

       01  WS-REG-PARAMUNIC.
           03  WS-PARM-CHAVE.
       01  WS-SEQ-ESPERADA                PIC 9(06)  VALUE ZEROS.

       01  WS-ST-MUNICMST                 PIC X(02)  VALUE '00'.
       01  WS-ST-CATSERV                  PIC X(02)  VALUE '00'.

       01  WS-ST-COMPFECH                 PIC X(02)  VALUE '00'.
       01  WS-SW-COMPET-FECHADA           PIC X(01)  VALUE 'N'.
       01  WS-SW-NOTA-REGISTRADA          PIC X(01)  VALUE 'N'.
       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.

       01  WS-ST-LIVROISS                 PIC X(02)  VALUE '00'.
       01  WS-ST-CREDSALD                 PIC X(02)  VALUE '00'.
       01  WS-SW-REG-CANCELAMENTO         PIC X(01)  VALUE 'N'.
       01  WS-SW-CANCEL-REPETIDO          PIC X(01)  VALUE 'N'.
       01  WS-SW-LANCTO-ACHADO            PIC X(01)  VALUE 'N'.
       01  WS-CAN-COMPETENCIA             PIC 9(06)  VALUE ZEROS.
       01  WS-CAN-COD-MUNIC               PIC 9(06)  VALUE ZEROS.
       01  WS-CAN-COD-CLIENTE             PIC 9(10)  VALUE ZEROS.
       01  WS-CAN-DAT-NOTA-SERV           PIC 9(08)  VALUE ZEROS.
       01  WS-CAN-VLR-ALIQ                PIC 9(02)V99 VALUE ZEROS.
       01  WS-CAN-VLR-IMPOSTO             PIC 9(13)V99 VALUE ZEROS.
       01  WS-QT-CANCELAMENTOS            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-CANCEL-RETIRADOS         PIC 9(10)  VALUE ZEROS.
       01  WS-QT-CANCEL-CREDITO           PIC 9(10)  VALUE ZEROS.
       01  WS-TOT-VLR-CANCEL-RETIRADO     PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-VLR-CANCEL-CREDITO      PIC 9(15)V99 VALUE ZEROS.

       01  WS-ST-CHECKPT                  PIC X(02)  VALUE '00'.
       01  WS-QT-REGS-PULAR               PIC 9(10)  VALUE ZEROS.
       01  WS-IDX-PULA                    PIC 9(10)  VALUE ZEROS.
       01  WS-COD-MOTIVO-REJ              PIC 9(02)  VALUE ZEROS.
       01  WS-DESC-MOTIVO-REJ             PIC X(35)  VALUE SPACES.

       COPY WSRELISS.

       COPY WSVALDT.

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO2'            TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           PERFORM  230-00-VERIFICA-TRANSMISSAO.

           OPEN INPUT  ENTRA002
                INPUT  PARAMUNIC
                INPUT  MUNICMST
                INPUT  CATSERV
                INPUT  COMPFECH
                I-O    NOTASREG
                I-O    NOTATRAC
                I-O    LIVROISS
                I-O    CREDSALD
                EXTEND MOVISS.

      *    Without the tracking file a note's history starts with
      *    a hole at the very first stage: hold the chain.
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

               DISPLAY  'ERRO AO ABRIR MUNICMST - STATUS '
                        WS-ST-MUNICMST
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    Without the service catalog a note with an unknown
      *    service code would be withheld unchecked: hold the chain.
           IF  WS-ST-CATSERV  NOT = '00'
               DISPLAY  'ERRO AO ABRIR CATSERV - STATUS '
                        WS-ST-CATSERV
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'ERRO AO ABRIR NOTASREG - STATUS '
                        WS-ST-NOTASREG
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    Without the ledger a cancelled note of an open month
      *    would stay withheld: hold the chain.
           IF  WS-ST-LIVROISS  NOT = '00'  AND
               WS-ST-LIVROISS  NOT = '05'
               DISPLAY  'ERRO AO ABRIR LIVROISS - STATUS '
                        WS-ST-LIVROISS
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

      *    Without the balance file the ISS of a note cancelled
      *    after the remessa would never be given back to the
      *    municipio's next guia: hold the chain.
           IF  WS-ST-CREDSALD  NOT = '00'  AND
               WS-ST-CREDSALD  NOT = '05'
               DISPLAY  'ERRO AO ABRIR CREDSALD - STATUS '
                        WS-ST-CREDSALD
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'ENTRA002 SEM REGISTRO DE CABECALHO - '
                        'TRANSMISSAO INVALIDA'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'ENTRA002 SEM REGISTRO DE TRAILER - '
                        'TRANSMISSAO TRUNCADA'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

                        'TRAILER - LIDOS '  WS-VRF-QT-DETALHES
                        ' INFORMADOS '  WS-TRL-QT-REGISTROS
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

               DISPLAY  'ENTRA002 COM HASH DE VALORES DIVERGENTE '
                        'DO TRAILER'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

                                    'NUMERICA NO CABECALHO: '
                                    WS-HDR-NUM-SEQUENCIA
                           MOVE  12      TO  RETURN-CODE
                           PERFORM  8600-FINALIZA-PASSO
                           STOP RUN
                       END-IF
                       MOVE  'S'         TO  WS-SW-TEM-CABEC
                       MOVE  WS-TRX-TOT-VAL-A-TRIB
                                         TO  WS-TRL-TOT-VAL-A-TRIB
                       MOVE  'S'         TO  WS-FIM-VERIFICACAO
                   WHEN  'C'
                       ADD  1            TO  WS-VRF-QT-DETALHES
                   WHEN  OTHER
                       ADD  1            TO  WS-VRF-QT-DETALHES
                       MOVE  WS-REG-TRANSMISSAO  TO  WS-ARQ-ENTRA002
               MOVE  CKPT-QT-GRAVS-SAIDA005  TO  WS-QT-GRAVS-SAIDA005
               MOVE  CKPT-QT-GRAVS-SAIDA006  TO  WS-QT-GRAVS-SAIDA006
               MOVE  CKPT-QT-GRAVS-SAIDA007  TO  WS-QT-GRAVS-SAIDA007
               IF  CKPT-QT-CANCELAMENTOS  IS  NUMERIC
                   MOVE  CKPT-QT-CANCELAMENTOS
                                         TO  WS-QT-CANCELAMENTOS
               END-IF
               DISPLAY  'RETOMANDO APOS O REGISTRO '
                        WS-QT-REGS-PULAR
           END-IF.
           EXIT.

      *-----------------------------------------------------------*
      * The classification pass sees only detail and cancel       *
      * records: the header is skipped and the trailer ends the   *
      * file - both were already verified before this pass began. *
      * Counting only these keeps the checkpoint arithmetic       *
      * unchanged.                                                *
      *-----------------------------------------------------------*
       300-00-LER-ENTRA002  SECTION.

               PERFORM  420-00-VALIDA-MUNICIPIO
           END-IF.

           IF  WS-SW-REG-VALIDO = 'S'
               PERFORM  415-00-VALIDA-SERVICO
           END-IF.

       450-99-VALIDA-ENTRA002-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A note's service code must be on the service catalog (LC  *
      * 116 list); an unknown code goes to SAIDA005 like any other *
      * invalid note. A note sent without a service code (zero) is *
      * still accepted: Exercicio3 prices it from any rate of the  *
      * municipio.                                                 *
      *-----------------------------------------------------------*
       415-00-VALIDA-SERVICO  SECTION.

           IF  ARQ01-COD-SERV  IS  NUMERIC  AND
               ARQ01-COD-SERV  >  ZEROS
               MOVE  ARQ01-COD-SERV      TO  CAT-COD-SERV

               READ  CATSERV
                       INVALID KEY
                           MOVE  'N'     TO  WS-SW-REG-VALIDO
                           MOVE  19      TO  WS-COD-MOTIVO-REJ
                           MOVE  'SERVICO NAO CADASTRADO NO CATALOGO'
                                         TO  WS-DESC-MOTIVO-REJ
               END-READ
           END-IF.

       415-99-VALIDA-SERVICO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The municipality master is the single source of the        *
      * official municipio name: a code not on the master (or      *

       500-00-PROCESSA  SECTION.

           IF  ENT02-REGISTRO (1:1) = 'C'
               MOVE  'S'                 TO  WS-SW-REG-CANCELAMENTO
               PERFORM  520-00-PROCESSA-CANCELAMENTO
           ELSE
               MOVE  'N'                 TO  WS-SW-REG-CANCELAMENTO
               PERFORM  510-00-CLASSIFICA-NOTA
           END-IF.

           DIVIDE  WS-QT-LIDOS-ENTRA002  BY  WS-CKPT-INTERVALO
                   GIVING    WS-CKPT-QUOCIENTE
                   REMAINDER WS-CKPT-RESTO.

           IF  WS-CKPT-RESTO  =  ZEROS
               PERFORM  760-00-GRAVA-CHECKPOINT
           END-IF.

           PERFORM  300-00-LER-ENTRA002.

       500-99-PROCESSA-FIM.
           EXIT.

       510-00-CLASSIFICA-NOTA  SECTION.

           PERFORM  450-00-VALIDA-ENTRA002.

           IF  WS-SW-REG-VALIDO = 'N'
               END-IF
           END-IF.

       510-99-CLASSIFICA-NOTA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A cancel record names a note that billing cancelled after *
      * it was classified. The note must be on NOTASREG and must  *
      * already have been priced (its NOTATRAC etapa '03' gives   *
      * the competence, municipio and ISS of its ledger posting); *
      * one not yet priced is rejected so billing resends the     *
      * cancel once the note is on the ledger. The effect follows *
      * the competence of the note:                               *
      *   - still open: the posting is deleted from LIVROISS, so  *
      *     the month's guia no longer withholds it;              *
      *   - closed in COMPFECH (guia already remitted): the       *
      *     posting stays as the record of what was paid and the  *
      *     withheld ISS becomes a credit of the municipio in     *
      *     CREDSALD, deducted by Exercicio8 from the next guia.  *
      * Either way etapa '90' is written to NOTATRAC, naming the  *
      * substitute note when there is one, and the ISS moved goes *
      * to MOVISS for the general-ledger journal. NOTASREG keeps  *
      * the cancelled number, so a late re-send of it is still a  *
      * duplicate. A cancel already applied is rejected, except   *
      * on a checkpoint restart of the same day, where it is the  *
      * replay of today's own cancel and is only counted again.   *
      * Applied cancels go in the OUTROS count of CTRLLOG, never  *
      * with SAIDA002/003, so the balance with Exercicio3 holds.  *
      *-----------------------------------------------------------*
       520-00-PROCESSA-CANCELAMENTO  SECTION.

           MOVE  ENT02-REGISTRO          TO  WS-REG-TRANSMISSAO.

           PERFORM  530-00-VALIDA-CANCELAMENTO.

           IF  WS-SW-REG-VALIDO = 'N'
               PERFORM  770-00-GRAVA-SAIDA005
           ELSE
               IF  WS-SW-CANCEL-REPETIDO = 'N'
                   PERFORM  540-00-LOCALIZA-LANCAMENTO
                   PERFORM  425-00-VERIFICA-FECHAMENTO
                   IF  WS-SW-COMPET-FECHADA = 'S'
                       PERFORM  560-00-CREDITA-SALDO
                   ELSE
                       PERFORM  550-00-RETIRA-DO-LIVRO
                   END-IF
                   PERFORM  855-00-GRAVA-CANCEL-NOTATRAC
               END-IF
               ADD  1                    TO  WS-QT-CANCELAMENTOS
           END-IF.

       520-99-PROCESSA-CANCELAMENTO-FIM.
           EXIT.

       530-00-VALIDA-CANCELAMENTO  SECTION.

           MOVE  'S'                     TO  WS-SW-REG-VALIDO.
           MOVE  'N'                     TO  WS-SW-CANCEL-REPETIDO.
           MOVE  ZEROS                   TO  WS-COD-MOTIVO-REJ.
           MOVE  SPACES                  TO  WS-DESC-MOTIVO-REJ.

           IF  WS-CAN-NUM-NOTA  IS  NUMERIC  AND
               WS-CAN-NUM-NOTA  >  ZEROS
               MOVE  WS-CAN-NUM-NOTA     TO  NTR-NUM-NOTA
               READ  NOTASREG
                       INVALID KEY
                           MOVE  'N'     TO  WS-SW-REG-VALIDO
               END-READ
           ELSE
               MOVE  'N'                 TO  WS-SW-REG-VALIDO
           END-IF.

           IF  WS-SW-REG-VALIDO = 'N'
               MOVE  21                  TO  WS-COD-MOTIVO-REJ
               MOVE  'NOTA A CANCELAR NAO REGISTRADA'
                                         TO  WS-DESC-MOTIVO-REJ
           ELSE
               IF  WS-CAN-NUM-NOTA-SUBST  NOT  NUMERIC  OR
                   WS-CAN-NUM-NOTA-SUBST  =  WS-CAN-NUM-NOTA
                   MOVE  'N'             TO  WS-SW-REG-VALIDO
                   MOVE  22              TO  WS-COD-MOTIVO-REJ
                   MOVE  'NOTA SUBSTITUTA INVALIDA'
                                         TO  WS-DESC-MOTIVO-REJ
               END-IF
           END-IF.

           IF  WS-SW-REG-VALIDO = 'S'
               PERFORM  535-00-VERIFICA-CANCEL-ANTERIOR
           END-IF.

           IF  WS-SW-REG-VALIDO = 'S'  AND
               WS-SW-CANCEL-REPETIDO = 'N'
               PERFORM  538-00-OBTEM-PRECIFICACAO
           END-IF.

       530-99-VALIDA-CANCELAMENTO-FIM.
           EXIT.

       535-00-VERIFICA-CANCEL-ANTERIOR  SECTION.

           MOVE  WS-CAN-NUM-NOTA         TO  NTC-NUM-NOTA.
           MOVE  '90'                    TO  NTC-COD-ETAPA.

           READ  NOTATRAC
                   INVALID KEY
                       CONTINUE

                   NOT INVALID KEY
                       IF  WS-QT-REGS-PULAR  >  ZEROS  AND
                           NTC-DAT-EVENTO  =  WS-DATA-PROCESSAMENTO
                           MOVE  'S'     TO  WS-SW-CANCEL-REPETIDO
                       ELSE
                           MOVE  'N'     TO  WS-SW-REG-VALIDO
                           MOVE  23      TO  WS-COD-MOTIVO-REJ
                           MOVE  'NOTA JA CANCELADA'
                                         TO  WS-DESC-MOTIVO-REJ
                       END-IF
           END-READ.

       535-99-VERIFICA-CANCEL-ANTERIOR-FIM.
           EXIT.

       538-00-OBTEM-PRECIFICACAO  SECTION.

           MOVE  WS-CAN-NUM-NOTA         TO  NTC-NUM-NOTA.
           MOVE  '03'                    TO  NTC-COD-ETAPA.

           READ  NOTATRAC
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-REG-VALIDO
                       MOVE  24          TO  WS-COD-MOTIVO-REJ
                       MOVE  'NOTA A CANCELAR NAO PRECIFICADA'
                                         TO  WS-DESC-MOTIVO-REJ

                   NOT INVALID KEY
                       MOVE  NTC-COMPETENCIA  TO  WS-CAN-COMPETENCIA
                       MOVE  NTC-COD-MUNIC    TO  WS-CAN-COD-MUNIC
                       MOVE  NTC-COD-CLIENTE  TO  WS-CAN-COD-CLIENTE
                       MOVE  NTC-DAT-NOTA-SERV
                                         TO  WS-CAN-DAT-NOTA-SERV
           END-READ.

       538-99-OBTEM-PRECIFICACAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The ledger posting of a numbered note is keyed with zeros *
      * in the date/sequence tail. Its RELISS image gives the ISS *
      * actually withheld; a note that went through SAIDA003 (not *
      * retained) withheld nothing, so nothing is credited back.  *
      * COMPFECH is keyed by the note's own competence/municipio. *
      *-----------------------------------------------------------*
       540-00-LOCALIZA-LANCAMENTO  SECTION.

           MOVE  'N'                     TO  WS-SW-LANCTO-ACHADO.
           MOVE  ZEROS                   TO  WS-CAN-VLR-ALIQ
                                              WS-CAN-VLR-IMPOSTO.

           MOVE  WS-CAN-COMPETENCIA      TO  LIV-COMPETENCIA.
           MOVE  WS-CAN-COD-MUNIC        TO  LIV-COD-MUNIC.
           MOVE  WS-CAN-NUM-NOTA         TO  LIV-NUM-NOTA.
           MOVE  ZEROS                   TO  LIV-DAT-SEM-NUMERO
                                              LIV-SEQ-SEM-NUMERO.

           READ  LIVROISS
                   INVALID KEY
                       CONTINUE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-LANCTO-ACHADO
                       MOVE  LIV-REG-RELISS  TO  WS-REG-RELISS
                       MOVE  WS-REL-VLR-ALIQ TO  WS-CAN-VLR-ALIQ
                       IF  WS-REL-SW-RETIDA = 'S'
                           MOVE  WS-REL-VLR-IMPOSTO
                                         TO  WS-CAN-VLR-IMPOSTO
                       END-IF
           END-READ.

           MOVE  WS-CAN-COMPETENCIA      TO  WS-COMPET-NOTA.
           MOVE  WS-CAN-COD-MUNIC        TO  ARQ01-COD-MUNIC.
           MOVE  WS-CAN-DAT-NOTA-SERV    TO  ARQ01-DAT-NOTA-SERV.

       540-99-LOCALIZA-LANCAMENTO-FIM.
           EXIT.

       550-00-RETIRA-DO-LIVRO  SECTION.

           IF  WS-SW-LANCTO-ACHADO = 'S'
               DELETE  LIVROISS
                       INVALID KEY
                           CONTINUE
               END-DELETE
               ADD  1                    TO  WS-QT-CANCEL-RETIRADOS
               ADD  WS-CAN-VLR-IMPOSTO   TO  WS-TOT-VLR-CANCEL-RETIRADO
               IF  WS-CAN-VLR-IMPOSTO  >  ZEROS
                   MOVE  'E'             TO  MVI-TIPO-MOVIMENTO
                   PERFORM  570-00-GRAVA-MOVISS
               END-IF
           END-IF.

           MOVE  'LIVROISS'              TO  WS-TRC-DESTINO.
           MOVE  'CANCELADA - RETIRADA DA RETENCAO'
                                         TO  WS-TRC-MOTIVO.

       550-99-RETIRA-DO-LIVRO-FIM.
           EXIT.

       560-00-CREDITA-SALDO  SECTION.

           IF  WS-CAN-VLR-IMPOSTO  >  ZEROS
               MOVE  WS-CAN-COD-MUNIC    TO  CRS-COD-MUNIC

               READ  CREDSALD
                       INVALID KEY
                           MOVE  WS-CAN-COD-MUNIC  TO  CRS-COD-MUNIC
                           MOVE  WS-CAN-VLR-IMPOSTO  TO  CRS-VLR-SALDO
                           MOVE  WS-DATA-PROCESSAMENTO
                                         TO  CRS-DAT-ATUALIZ
                           WRITE CRS-REGISTRO

                       NOT INVALID KEY
                           ADD  WS-CAN-VLR-IMPOSTO  TO  CRS-VLR-SALDO
                           MOVE  WS-DATA-PROCESSAMENTO
                                         TO  CRS-DAT-ATUALIZ
                           REWRITE CRS-REGISTRO
               END-READ

               ADD  1                    TO  WS-QT-CANCEL-CREDITO
               ADD  WS-CAN-VLR-IMPOSTO   TO  WS-TOT-VLR-CANCEL-CREDITO

               MOVE  'C'                 TO  MVI-TIPO-MOVIMENTO
               PERFORM  570-00-GRAVA-MOVISS
           END-IF.

           MOVE  'CREDSALD'              TO  WS-TRC-DESTINO.
           MOVE  'CANCELADA - ISS EM CREDITO'
                                         TO  WS-TRC-MOTIVO.

       560-99-CREDITA-SALDO-FIM.
           EXIT.

       570-00-GRAVA-MOVISS  SECTION.

           MOVE  WS-DATA-PROCESSAMENTO   TO  MVI-DAT-MOVIMENTO.
           MOVE  WS-CAN-COD-MUNIC        TO  MVI-COD-MUNIC.
           MOVE  WS-CAN-COMPETENCIA      TO  MVI-COMPETENCIA.
           MOVE  WS-CAN-NUM-NOTA         TO  MVI-NUM-NOTA.
           MOVE  WS-CAN-VLR-IMPOSTO      TO  MVI-VLR-MOVIMENTO.
           MOVE  'EXERCICIO2'            TO  MVI-NOM-PROGRAMA.

           WRITE MVI-REGISTRO.

       570-99-GRAVA-MOVISS-FIM.
           EXIT.

      *-----------------------------------------------------------*

           ADD  1                        TO  WS-QT-GRAVS-SAIDA005.

      *    A rejected cancel must not overwrite the classification
      *    event of the note it names.
           IF  WS-SW-REG-CANCELAMENTO = 'N'
               MOVE  'SAIDA005'          TO  WS-TRC-DESTINO
               MOVE  WS-DESC-MOTIVO-REJ  TO  WS-TRC-MOTIVO
               PERFORM  850-00-GRAVA-NOTATRAC
           END-IF.

       770-99-GRAVA-SAIDA005-FIM.
           EXIT.
       850-99-GRAVA-NOTATRAC-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Cancellation closes the note's history: etapa '90' sorts  *
      * after every processing stage. The imposto is the ISS      *
      * pulled from the month or credited to the municipio; the   *
      * substitute note, when there is one, replaces the motivo.  *
      *-----------------------------------------------------------*
       855-00-GRAVA-CANCEL-NOTATRAC  SECTION.

           MOVE  WS-CAN-NUM-NOTA         TO  NTC-NUM-NOTA.
           MOVE  '90'                    TO  NTC-COD-ETAPA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  NTC-DAT-EVENTO.
           ACCEPT  NTC-HOR-EVENTO        FROM  TIME.
           MOVE  WS-CAN-COD-CLIENTE      TO  NTC-COD-CLIENTE.
           MOVE  WS-CAN-COD-MUNIC        TO  NTC-COD-MUNIC.
           MOVE  WS-CAN-DAT-NOTA-SERV    TO  NTC-DAT-NOTA-SERV.
           MOVE  WS-CAN-COMPETENCIA      TO  NTC-COMPETENCIA.
           MOVE  WS-TRC-DESTINO          TO  NTC-COD-DESTINO.

           IF  WS-CAN-NUM-NOTA-SUBST  >  ZEROS
               MOVE  SPACES              TO  NTC-DESC-EVENTO
               STRING  'SUBSTITUIDA PELA NOTA '
                       WS-CAN-NUM-NOTA-SUBST
                       DELIMITED BY SIZE
                       INTO  NTC-DESC-EVENTO
           ELSE
               MOVE  WS-TRC-MOTIVO       TO  NTC-DESC-EVENTO
           END-IF.

           MOVE  WS-CAN-VLR-ALIQ         TO  NTC-VLR-ALIQ.
           MOVE  WS-CAN-VLR-IMPOSTO      TO  NTC-VLR-IMPOSTO.

           WRITE NTC-REGISTRO
                   INVALID KEY
                       REWRITE NTC-REGISTRO
           END-WRITE.

           ADD  1                        TO  WS-QT-EVENTOS-TRACE.

       855-99-GRAVA-CANCEL-NOTATRAC-FIM.
           EXIT.

       760-00-GRAVA-CHECKPOINT  SECTION.

           OPEN OUTPUT  CHECKPT.
           MOVE  WS-QT-GRAVS-SAIDA005    TO  CKPT-QT-GRAVS-SAIDA005.
           MOVE  WS-QT-GRAVS-SAIDA006    TO  CKPT-QT-GRAVS-SAIDA006.
           MOVE  WS-QT-GRAVS-SAIDA007    TO  CKPT-QT-GRAVS-SAIDA007.
           MOVE  WS-QT-CANCELAMENTOS     TO  CKPT-QT-CANCELAMENTOS.

           WRITE CKPT-REGISTRO.


       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.
           ADD   WS-QT-GRAVS-SAIDA002  WS-QT-GRAVS-SAIDA003
                                     GIVING  CTL-QT-GRAVADOS.
           MOVE  WS-QT-GRAVS-SAIDA005   TO  CTL-QT-REJEITADOS.
           ADD   WS-QT-GRAVS-SAIDA004  WS-QT-CANCELAMENTOS
                                     GIVING  CTL-QT-OUTROS.
           MOVE  WS-QT-GRAVS-SAIDA006   TO  CTL-QT-DUPLICADOS.
           MOVE  WS-QT-GRAVS-SAIDA007   TO  CTL-QT-TARDIOS.

                     WS-QT-GRAVS-SAIDA006
           DISPLAY  'GRAVANDO SAIDA7-COMPETENCIA FECHADA '
                     WS-QT-GRAVS-SAIDA007
           DISPLAY  'NOTAS CANCELADAS.................... '
                     WS-QT-CANCELAMENTOS
           DISPLAY  'CANCELADAS RETIRADAS DO LIVRO....... '
                     WS-QT-CANCEL-RETIRADOS
                     ' ISS '  WS-TOT-VLR-CANCEL-RETIRADO
           DISPLAY  'CANCELADAS COM ISS EM CREDITO....... '
                     WS-QT-CANCEL-CREDITO
                     ' ISS '  WS-TOT-VLR-CANCEL-CREDITO
           DISPLAY  'EVENTOS DE RASTREIO GRAVADOS....... '
                     WS-QT-EVENTOS-TRACE

           CLOSE  ENTRA002
                  PARAMUNIC
                  MUNICMST
                  CATSERV
                  COMPFECH
                  NOTASREG
                  NOTATRAC
                  LIVROISS
                  CREDSALD
                  MOVISS
                  SAIDA002
                  SAIDA003
                  SAIDA004
                                              WS-QT-GRAVS-SAIDA004
                                              WS-QT-GRAVS-SAIDA005
                                              WS-QT-GRAVS-SAIDA006
                                              WS-QT-GRAVS-SAIDA007
                                              WS-QT-CANCELAMENTOS.
           PERFORM  760-00-GRAVA-CHECKPOINT.

           PERFORM  860-00-GRAVA-SEQUENCIA.

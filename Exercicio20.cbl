      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remessa de cobranca bancaria padrao FEBRABAN (CNAB
      *          240) das guias de ISS: le as guias mensais (GUIAISS),
      *          as guias de complemento (GUIAAJU) e as guias de multa
      *          e juros de mora (GUIAMORA), monta para cada
      *          guia o codigo de barras de 44 posicoes e a linha
      *          digitavel com os digitos verificadores modulo 10 e
      *          modulo 11, grava o arquivo REMBANCO com header de
      *          arquivo, header de lote, segmento P por guia e os
      *          trailers de lote e de arquivo, emite a listagem de
      *          conferencia com a linha digitavel de cada guia e
      *          guarda o codigo de barras em GUIABARR para o retorno
      *          bancario (Exercicio11); os tres arquivos sao lidos
      *          em toda remessa e a guia ja remetida em remessa
      *          anterior nao volta ao banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exercicio20.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GUIAISS
           ASSIGN TO 'D:\GUIAISS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GUIAAJU
           ASSIGN TO 'D:\GUIAAJU.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GUIAMORA
           ASSIGN TO 'D:\GUIAMORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARMBANC
           ASSIGN TO 'D:\PARMBANC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SEQREMES
           ASSIGN TO 'D:\SEQREMES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMBANCO
           ASSIGN TO 'D:\REMBANCO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELREMES
           ASSIGN TO 'D:\RELREMES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GUIABARR
           ASSIGN TO 'D:\GUIABARR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY  IS GBR-COD-BARRAS
           FILE STATUS IS WS-ST-GUIABARR.

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
       FD  GUIAISS.
       01  GUI-REGISTRO                   PIC X(82).

       FD  GUIAAJU.
       01  GAJ-REGISTRO                   PIC X(82).

       FD  GUIAMORA.
       01  GMO-REGISTRO                   PIC X(82).

       FD  PARMBANC.
       01  PBC-REGISTRO                   PIC X(113).

       FD  SEQREMES.
       01  SEQ-REGISTRO                   PIC 9(06).

       FD  REMBANCO.
       01  REM-REGISTRO                   PIC X(240).

       FD  RELREMES.
       01  RRM-REGISTRO                   PIC X(132).

       FD  GUIABARR.
       COPY GUIABARR.

       FD  DATAPROC.
       01  DTP-REGISTRO                   PIC X(08).

       FD  RUNCTRL.
       COPY RUNCTRL.

       FD  CTRLLOG.
       COPY CTRLLOG.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * Images of the two record types of GUIAISS (Exercicio8),   *
      * GUIAAJU (Exercicio13) and GUIAMORA (Exercicio18), which   *
      * share the layout: one 'D' per municipio with the value of *
      * the guia and its due date, and the 'T' trailer with the   *
      * control totals.                                           *
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

       01  WS-REG-GUIA-TRL  REDEFINES  WS-REG-GUIA-DET.
           03  WS-TRL-TIPO-REG            PIC X(01).
           03  WS-TRL-QT-MUNICIPIOS       PIC 9(06).
           03  WS-TRL-QT-NOTAS            PIC 9(07).
           03  WS-TRL-TOT-VAL-A-TRIB      PIC 9(15)V99.
           03  WS-TRL-TOT-VLR-IMPOSTO     PIC 9(15)V99.
           03  FILLER                     PIC X(34).

      *-----------------------------------------------------------*
      * PARMBANC carries the collection agreement with the bank:  *
      * bank, branch and account of the beneficiary, portfolio,   *
      * agreement code, CNPJ and names for the file header. It is *
      * mandatory - a remessa without it would be refused by the  *
      * bank.                                                     *
      *-----------------------------------------------------------*
       01  WS-PARM-BANCO-X                PIC X(113)  VALUE SPACES.
       01  WS-PARM-BANCO  REDEFINES  WS-PARM-BANCO-X.
           03  WS-PBC-COD-BANCO           PIC 9(03).
           03  WS-PBC-COD-AGENCIA         PIC 9(04).
           03  WS-PBC-DV-AGENCIA          PIC X(01).
           03  WS-PBC-NUM-CONTA           PIC 9(08).
           03  WS-PBC-DV-CONTA            PIC X(01).
           03  WS-PBC-COD-CARTEIRA        PIC 9(02).
           03  WS-PBC-COD-CONVENIO        PIC X(20).
           03  WS-PBC-NUM-CNPJ            PIC 9(14).
           03  WS-PBC-NOM-EMPRESA         PIC X(30).
           03  WS-PBC-NOM-BANCO           PIC X(30).

      *-----------------------------------------------------------*
      * Remessa records, 240 positions each: file header (tipo    *
      * '0'), batch header (tipo '1'), one segment 'P' (tipo '3') *
      * per guia, batch trailer (tipo '5') and file trailer (tipo *
      * '9'). The remessa carries a single batch (lote 0001).     *
      * Dates go as DDMMAAAA, as the bank's layout asks.          *
      *-----------------------------------------------------------*
       01  WS-REG-REM-HDR-ARQ.
           03  WS-HAR-COD-BANCO           PIC 9(03).
           03  WS-HAR-NUM-LOTE            PIC 9(04)  VALUE ZEROS.
           03  WS-HAR-TIPO-REG            PIC X(01)  VALUE '0'.
           03  FILLER                     PIC X(09)  VALUE SPACES.
           03  WS-HAR-TIP-INSCRICAO       PIC 9(01)  VALUE 2.
           03  WS-HAR-NUM-CNPJ            PIC 9(14).
           03  WS-HAR-COD-CONVENIO        PIC X(20).
           03  WS-HAR-COD-AGENCIA         PIC 9(05).
           03  WS-HAR-DV-AGENCIA          PIC X(01).
           03  WS-HAR-NUM-CONTA           PIC 9(12).
           03  WS-HAR-DV-CONTA            PIC X(01).
           03  WS-HAR-DV-AGE-CONTA        PIC X(01)  VALUE SPACES.
           03  WS-HAR-NOM-EMPRESA         PIC X(30).
           03  WS-HAR-NOM-BANCO           PIC X(30).
           03  FILLER                     PIC X(10)  VALUE SPACES.
           03  WS-HAR-COD-REMESSA         PIC 9(01)  VALUE 1.
           03  WS-HAR-DAT-GERACAO         PIC 9(08).
           03  WS-HAR-HOR-GERACAO         PIC 9(06).
           03  WS-HAR-NUM-SEQ-ARQUIVO     PIC 9(06).
           03  WS-HAR-VER-LAYOUT          PIC 9(03)  VALUE 087.
           03  WS-HAR-DENSIDADE           PIC 9(05)  VALUE ZEROS.
           03  FILLER                     PIC X(20)  VALUE SPACES.
           03  FILLER                     PIC X(20)  VALUE SPACES.
           03  FILLER                     PIC X(29)  VALUE SPACES.

       01  WS-REG-REM-HDR-LOTE.
           03  WS-HLT-COD-BANCO           PIC 9(03).
           03  WS-HLT-NUM-LOTE            PIC 9(04)  VALUE 1.
           03  WS-HLT-TIPO-REG            PIC X(01)  VALUE '1'.
           03  WS-HLT-TIP-OPERACAO        PIC X(01)  VALUE 'R'.
           03  WS-HLT-TIP-SERVICO         PIC 9(02)  VALUE 01.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-HLT-VER-LAYOUT          PIC 9(03)  VALUE 045.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-HLT-TIP-INSCRICAO       PIC 9(01)  VALUE 2.
           03  WS-HLT-NUM-CNPJ            PIC 9(15).
           03  WS-HLT-COD-CONVENIO        PIC X(20).
           03  WS-HLT-COD-AGENCIA         PIC 9(05).
           03  WS-HLT-DV-AGENCIA          PIC X(01).
           03  WS-HLT-NUM-CONTA           PIC 9(12).
           03  WS-HLT-DV-CONTA            PIC X(01).
           03  WS-HLT-DV-AGE-CONTA        PIC X(01)  VALUE SPACES.
           03  WS-HLT-NOM-EMPRESA         PIC X(30).
           03  WS-HLT-MENSAGEM-1          PIC X(40)
               VALUE 'GUIAS DE ISS RETIDO NA FONTE'.
           03  WS-HLT-MENSAGEM-2          PIC X(40)  VALUE SPACES.
           03  WS-HLT-NUM-REMESSA         PIC 9(08).
           03  WS-HLT-DAT-GRAVACAO        PIC 9(08).
           03  WS-HLT-DAT-CREDITO         PIC 9(08)  VALUE ZEROS.
           03  FILLER                     PIC X(33)  VALUE SPACES.

       01  WS-REG-REM-SEGP.
           03  WS-SGP-COD-BANCO           PIC 9(03).
           03  WS-SGP-NUM-LOTE            PIC 9(04)  VALUE 1.
           03  WS-SGP-TIPO-REG            PIC X(01)  VALUE '3'.
           03  WS-SGP-NUM-SEQ-LOTE        PIC 9(05).
           03  WS-SGP-COD-SEGMENTO        PIC X(01)  VALUE 'P'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-SGP-COD-MOVIMENTO       PIC 9(02)  VALUE 01.
           03  WS-SGP-COD-AGENCIA         PIC 9(05).
           03  WS-SGP-DV-AGENCIA          PIC X(01).
           03  WS-SGP-NUM-CONTA           PIC 9(12).
           03  WS-SGP-DV-CONTA            PIC X(01).
           03  WS-SGP-DV-AGE-CONTA        PIC X(01)  VALUE SPACES.
           03  WS-SGP-NOSSO-NUMERO        PIC X(20).
           03  WS-SGP-COD-CARTEIRA        PIC 9(02).
           03  WS-SGP-SEU-NUMERO.
               05  WS-SGP-SN-TIP-GUIA     PIC X(01).
               05  WS-SGP-SN-COD-MUNIC    PIC 9(06).
               05  WS-SGP-SN-COMPETENCIA  PIC 9(06).
               05  FILLER                 PIC X(02)  VALUE SPACES.
           03  WS-SGP-DAT-VENCIMENTO      PIC 9(08).
           03  WS-SGP-VLR-TITULO          PIC 9(13)V99.
           03  WS-SGP-COD-ESPECIE         PIC 9(02)  VALUE 99.
           03  WS-SGP-IND-ACEITE          PIC X(01)  VALUE 'N'.
           03  WS-SGP-DAT-EMISSAO         PIC 9(08).
           03  WS-SGP-COD-BARRAS          PIC X(44).
           03  WS-SGP-LIN-DIGITAVEL       PIC X(47).
           03  FILLER                     PIC X(41)  VALUE SPACES.

       01  WS-REG-REM-TRL-LOTE.
           03  WS-TLT-COD-BANCO           PIC 9(03).
           03  WS-TLT-NUM-LOTE            PIC 9(04)  VALUE 1.
           03  WS-TLT-TIPO-REG            PIC X(01)  VALUE '5'.
           03  FILLER                     PIC X(09)  VALUE SPACES.
           03  WS-TLT-QT-REGISTROS        PIC 9(06).
           03  WS-TLT-QT-TITULOS          PIC 9(06).
           03  WS-TLT-VLR-TITULOS         PIC 9(15)V99.
           03  FILLER                     PIC X(194)  VALUE SPACES.

       01  WS-REG-REM-TRL-ARQ.
           03  WS-TAR-COD-BANCO           PIC 9(03).
           03  WS-TAR-NUM-LOTE            PIC 9(04)  VALUE 9999.
           03  WS-TAR-TIPO-REG            PIC X(01)  VALUE '9'.
           03  FILLER                     PIC X(09)  VALUE SPACES.
           03  WS-TAR-QT-LOTES            PIC 9(06)  VALUE 1.
           03  WS-TAR-QT-REGISTROS        PIC 9(06).
           03  WS-TAR-QT-CONTAS           PIC 9(06)  VALUE ZEROS.
           03  FILLER                     PIC X(205)  VALUE SPACES.

      *-----------------------------------------------------------*
      * Barcode of the boleto, 44 digits: bank, currency (9),     *
      * general check digit (modulo 11), due-date factor (days    *
      * since 07/10/1997, restarting at 1000 after 9999), value   *
      * and the 25-digit free field of the beneficiary: nosso     *
      * numero (municipio + competencia AAMM + tipo de guia 1     *
      * mensal / 2 ajuste / 3 mora), branch, account and          *
      * portfolio.                                                *
      *-----------------------------------------------------------*
       01  WS-COD-BARRAS.
           03  WS-CBR-COD-BANCO           PIC 9(03).
           03  WS-CBR-COD-MOEDA           PIC 9(01)  VALUE 9.
           03  WS-CBR-DV-GERAL            PIC 9(01).
           03  WS-CBR-FATOR-VENCTO        PIC 9(04).
           03  WS-CBR-VLR-TITULO          PIC 9(08)V99.
           03  WS-CBR-CAMPO-LIVRE.
               05  WS-CBR-NOSSO-NUMERO.
                   07  WS-CBR-NN-COD-MUNIC
                                          PIC 9(06).
                   07  WS-CBR-NN-COMPETENCIA
                                          PIC X(04).
                   07  WS-CBR-NN-TIP-GUIA PIC 9(01).
               05  WS-CBR-COD-AGENCIA     PIC 9(04).
               05  WS-CBR-NUM-CONTA       PIC 9(08).
               05  WS-CBR-COD-CARTEIRA    PIC 9(02).

      *-----------------------------------------------------------*
      * Linha digitavel, 47 digits: three fields of the barcode   *
      * each closed by its own modulo 10 digit (bank + currency + *
      * free field 1-5, free field 6-15, free field 16-25), the   *
      * general check digit, and due-date factor + value.         *
      * WS-LDG-FORMATADA is the printed form of the listing.      *
      *-----------------------------------------------------------*
       01  WS-LIN-DIGITAVEL.
           03  WS-LDG-CAMPO-1.
               05  WS-LDG-C1-DADOS        PIC X(09).
               05  WS-LDG-C1-DV           PIC 9(01).
           03  WS-LDG-CAMPO-2.
               05  WS-LDG-C2-DADOS        PIC X(10).
               05  WS-LDG-C2-DV           PIC 9(01).
           03  WS-LDG-CAMPO-3.
               05  WS-LDG-C3-DADOS        PIC X(10).
               05  WS-LDG-C3-DV           PIC 9(01).
           03  WS-LDG-DV-GERAL            PIC 9(01).
           03  WS-LDG-FATOR-VALOR         PIC X(14).

       01  WS-LDG-FORMATADA.
           03  WS-LDF-C1-PARTE-1          PIC X(05).
           03  FILLER                     PIC X(01)  VALUE '.'.
           03  WS-LDF-C1-PARTE-2          PIC X(05).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LDF-C2-PARTE-1          PIC X(05).
           03  FILLER                     PIC X(01)  VALUE '.'.
           03  WS-LDF-C2-PARTE-2          PIC X(06).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LDF-C3-PARTE-1          PIC X(05).
           03  FILLER                     PIC X(01)  VALUE '.'.
           03  WS-LDF-C3-PARTE-2          PIC X(06).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LDF-DV-GERAL            PIC X(01).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-LDF-FATOR-VALOR         PIC X(14).

      *-----------------------------------------------------------*
      * Work area of the check-digit routines: the digits to be   *
      * weighed are moved to WS-CALC-NUMERO and WS-CALC-TAMANHO   *
      * tells how many of them count; weights are applied from   *
      * the rightmost digit.                                      *
      *-----------------------------------------------------------*
       01  WS-CALC-NUMERO                 PIC X(43)  VALUE SPACES.
       01  WS-CALC-TABELA  REDEFINES  WS-CALC-NUMERO.
           03  WS-CALC-DIGITO             PIC 9(01)  OCCURS 43 TIMES.

       01  WS-CALC-TAMANHO                PIC 9(02)  VALUE ZEROS.
       01  WS-CALC-IND                    PIC 9(02)  VALUE ZEROS.
       01  WS-CALC-PESO                   PIC 9(02)  VALUE ZEROS.
       01  WS-CALC-PRODUTO                PIC 9(03)  VALUE ZEROS.
       01  WS-CALC-SOMA                   PIC 9(05)  VALUE ZEROS.
       01  WS-CALC-QUOCIENTE              PIC 9(05)  VALUE ZEROS.
       01  WS-CALC-RESTO                  PIC 9(02)  VALUE ZEROS.
       01  WS-CALC-DV-11                  PIC 9(02)  VALUE ZEROS.
       01  WS-CALC-DV                     PIC 9(01)  VALUE ZEROS.

      *-----------------------------------------------------------*
      * AAAAMMDD to DDMMAAAA, as the remessa dates are written.   *
      *-----------------------------------------------------------*
       01  WS-CNV-DATA-AAAAMMDD           PIC 9(08)  VALUE ZEROS.
       01  WS-CNV-DATA-AAAAMMDD-R  REDEFINES  WS-CNV-DATA-AAAAMMDD.
           03  WS-CNV-ANO                 PIC 9(04).
           03  WS-CNV-MES                 PIC 9(02).
           03  WS-CNV-DIA                 PIC 9(02).

       01  WS-CNV-DATA-DDMMAAAA.
           03  WS-CNV-DIA-SAI             PIC 9(02).
           03  WS-CNV-MES-SAI             PIC 9(02).
           03  WS-CNV-ANO-SAI             PIC 9(04).

       01  WS-DAT-BASE-FATOR              PIC 9(08)  VALUE 19971007.
       01  WS-QT-DIAS-BASE-FATOR          PIC 9(08)  VALUE ZEROS.
       01  WS-QT-FATOR-VENCTO             PIC 9(08)  VALUE ZEROS.
       01  WS-VLR-MAX-TITULO              PIC 9(15)V99
                                          VALUE 99999999,99.

       01  WS-ST-GUIABARR                 PIC X(02)  VALUE '00'.

       01  WS-FIM-GUIAISS                 PIC X(01)  VALUE 'N'.
       01  WS-FIM-GUIAAJU                 PIC X(01)  VALUE 'N'.
       01  WS-FIM-GUIAMORA                PIC X(01)  VALUE 'N'.

       01  WS-SW-TRAILER-GUIAISS          PIC X(01)  VALUE 'N'.
       01  WS-SW-TRAILER-GUIAAJU          PIC X(01)  VALUE 'N'.
       01  WS-SW-TRAILER-GUIAMORA         PIC X(01)  VALUE 'N'.
       01  WS-SW-GUIA-VALIDA              PIC X(01)  VALUE 'S'.
       01  WS-SW-REMESSA-LIBERADA         PIC X(01)  VALUE 'S'.
       01  WS-SW-GUIABARR-EXISTE          PIC X(01)  VALUE 'N'.
       01  WS-SW-JA-REMETIDA              PIC X(01)  VALUE 'N'.

       01  WS-TIP-GUIA-ATUAL              PIC X(01)  VALUE SPACES.
       01  WS-MOTIVO-REJEICAO             PIC X(40)  VALUE SPACES.

       01  WS-DATA-PROCESSAMENTO          PIC 9(08)  VALUE ZEROS.
       01  WS-DAT-GERACAO-DDMMAAAA        PIC 9(08)  VALUE ZEROS.
       01  WS-HORA-SISTEMA                PIC 9(08)  VALUE ZEROS.

       01  WS-ULT-SEQ-REMESSA             PIC 9(06)  VALUE ZEROS.
       01  WS-NUM-SEQ-REMESSA             PIC 9(06)  VALUE ZEROS.

       01  WS-QT-LIDOS-GUIAISS            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIDOS-GUIAAJU            PIC 9(10)  VALUE ZEROS.
       01  WS-QT-LIDOS-GUIAMORA           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-DET-GUIAISS              PIC 9(10)  VALUE ZEROS.
       01  WS-QT-DET-GUIAAJU              PIC 9(10)  VALUE ZEROS.
       01  WS-QT-DET-GUIAMORA             PIC 9(10)  VALUE ZEROS.
       01  WS-TOT-DET-GUIAISS             PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-DET-GUIAAJU             PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-DET-GUIAMORA            PIC 9(15)V99  VALUE ZEROS.
       01  WS-TRL-LIDO-QT-GUIAISS         PIC 9(10)  VALUE ZEROS.
       01  WS-TRL-LIDO-QT-GUIAAJU         PIC 9(10)  VALUE ZEROS.
       01  WS-TRL-LIDO-QT-GUIAMORA        PIC 9(10)  VALUE ZEROS.
       01  WS-TRL-LIDO-VLR-GUIAISS        PIC 9(15)V99  VALUE ZEROS.
       01  WS-TRL-LIDO-VLR-GUIAAJU        PIC 9(15)V99  VALUE ZEROS.
       01  WS-TRL-LIDO-VLR-GUIAMORA       PIC 9(15)V99  VALUE ZEROS.
       01  WS-QT-TITULOS-MENSAL           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-TITULOS-AJUSTE           PIC 9(10)  VALUE ZEROS.
       01  WS-QT-TITULOS-MORA             PIC 9(10)  VALUE ZEROS.
       01  WS-TOT-VLR-MENSAL              PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-AJUSTE              PIC 9(15)V99  VALUE ZEROS.
       01  WS-TOT-VLR-MORA                PIC 9(15)V99  VALUE ZEROS.
       01  WS-QT-TITULOS                  PIC 9(10)  VALUE ZEROS.
       01  WS-TOT-VLR-TITULOS             PIC 9(15)V99  VALUE ZEROS.
       01  WS-QT-GUIAS-REJEITADAS         PIC 9(10)  VALUE ZEROS.
       01  WS-TOT-VLR-REJEITADAS          PIC 9(15)V99  VALUE ZEROS.
       01  WS-QT-GUIAS-SEM-VALOR          PIC 9(10)  VALUE ZEROS.
       01  WS-QT-GUIAS-JA-REMETIDAS       PIC 9(10)  VALUE ZEROS.
       01  WS-TOT-VLR-JA-REMETIDAS        PIC 9(15)V99  VALUE ZEROS.
       01  WS-QT-REGS-OUTROS              PIC 9(10)  VALUE ZEROS.

      *-----------------------------------------------------------*
      * Proof listing of the remessa (RELREMES)                   *
      *-----------------------------------------------------------*
       01  WS-CAB01.
           03  FILLER                     PIC X(40)
               VALUE 'LISTAGEM DE CONFERENCIA DA REMESSA DE CO'.
           03  FILLER                     PIC X(07)
               VALUE 'BRANCA '.
           03  FILLER                     PIC X(51)  VALUE SPACES.
           03  FILLER                     PIC X(09)  VALUE 'REMESSA: '.
           03  WS-CAB01-NUM-REMESSA       PIC 9(06).
           03  FILLER                     PIC X(03)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'DATA: '.
           03  WS-CAB01-DATA              PIC 9(08).

       01  WS-CAB02.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(02)  VALUE 'TP'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'MUNIC '.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(20)
               VALUE 'MUNICIPIO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(06)  VALUE 'COMPET'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(08)  VALUE 'VENCTO'.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  FILLER                     PIC X(14)
               VALUE '     VALOR'.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  FILLER                     PIC X(54)
               VALUE 'LINHA DIGITAVEL'.

       01  WS-LIN-DETALHE.
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-TIP-GUIA            PIC X(01).
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-DET-COD-MUNIC           PIC 9(06).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-DESC-MUNIC          PIC X(20).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-COMPETENCIA         PIC 9(06).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-DAT-VENCIMENTO      PIC 9(08).
           03  FILLER                     PIC X(01)  VALUE SPACES.
           03  WS-DET-VLR-GUIA            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                     PIC X(02)  VALUE SPACES.
           03  WS-DET-LIN-DIGITAVEL       PIC X(54).

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

       COPY WSDATPRC.

       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-00-PRINCIPAL  SECTION.

           PERFORM 200-00-INICIALIZA.

           PERFORM 300-00-PROCESSA-GUIAISS.

           PERFORM 400-00-PROCESSA-GUIAAJU.

           PERFORM 450-00-PROCESSA-GUIAMORA.

           PERFORM 700-00-GRAVA-TRAILERS.

           PERFORM 750-00-IMPRIME-TOTAIS.

           PERFORM 900-00-FINALIZA.

           DISPLAY 'FIM DO PROCESSAMENTO'

           PERFORM  8600-FINALIZA-PASSO
           STOP RUN.

       100-99-PRINCIPAL-FIM.
           EXIT.

       200-00-INICIALIZA  SECTION.

           PERFORM  8200-OBTEM-DATA-PROC.

           MOVE  'EXERCICIO20'           TO  WS-RUN-NOM-PROGRAMA.
           PERFORM  8500-INICIA-PASSO.

           OPEN INPUT  PARMBANC.

           READ  PARMBANC  INTO  WS-PARM-BANCO-X
                   AT END
                       MOVE  SPACES      TO  WS-PARM-BANCO-X
           END-READ.

           CLOSE  PARMBANC.

      *    Without the collection agreement the bank refuses the
      *    whole remessa, and a wrong branch or account would put
      *    every barcode on someone else's account: hold the run.
           IF  WS-PARM-BANCO-X  =  SPACES
               DISPLAY  'PARMBANC AUSENTE - REMESSA NAO GERADA'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           IF  WS-PBC-COD-BANCO     NOT  NUMERIC  OR
               WS-PBC-COD-AGENCIA   NOT  NUMERIC  OR
               WS-PBC-NUM-CONTA     NOT  NUMERIC  OR
               WS-PBC-COD-CARTEIRA  NOT  NUMERIC  OR
               WS-PBC-NUM-CNPJ      NOT  NUMERIC
               DISPLAY  'PARMBANC COM CAMPO NAO NUMERICO - '
                        'REMESSA NAO GERADA'
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           PERFORM  240-00-LE-ULTIMA-SEQUENCIA.

           ADD  1  WS-ULT-SEQ-REMESSA  GIVING  WS-NUM-SEQ-REMESSA.

           MOVE  WS-DAT-BASE-FATOR       TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.
           MOVE  WS-DISER-QT-DIAS        TO  WS-QT-DIAS-BASE-FATOR.

           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CNV-DATA-AAAAMMDD.
           PERFORM  650-00-CONVERTE-DDMMAAAA.
           MOVE  WS-CNV-DATA-DDMMAAAA    TO  WS-DAT-GERACAO-DDMMAAAA.

           ACCEPT  WS-HORA-SISTEMA       FROM  TIME.

           OPEN OUTPUT REMBANCO
                OUTPUT RELREMES
                I-O    GUIABARR.

      *    An absent barcode file is created on this first remessa;
      *    any other status would leave the bank return without the
      *    barcodes it has to be matched on: hold the run.
           IF  WS-ST-GUIABARR  NOT = '00'  AND
               WS-ST-GUIABARR  NOT = '05'
               DISPLAY  'ERRO AO ABRIR GUIABARR - STATUS '
                        WS-ST-GUIABARR
               MOVE  12                  TO  RETURN-CODE
               PERFORM  8600-FINALIZA-PASSO
               STOP RUN
           END-IF.

           PERFORM  250-00-GRAVA-HEADERS.

           MOVE  WS-NUM-SEQ-REMESSA      TO  WS-CAB01-NUM-REMESSA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  WS-CAB01-DATA.

           WRITE RRM-REGISTRO  FROM  WS-CAB01.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TRACO.
           WRITE RRM-REGISTRO  FROM  WS-CAB02.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TRACO.

       200-99-INICIALIZA-FIM.
           EXIT.

       240-00-LE-ULTIMA-SEQUENCIA  SECTION.

           OPEN INPUT  SEQREMES.

           READ  SEQREMES
                   AT END
                       MOVE  ZEROS       TO  WS-ULT-SEQ-REMESSA

                   NOT END
                       MOVE  SEQ-REGISTRO  TO  WS-ULT-SEQ-REMESSA
           END-READ.

           CLOSE  SEQREMES.

       240-99-LE-ULTIMA-SEQUENCIA-FIM.
           EXIT.

       250-00-GRAVA-HEADERS  SECTION.

           MOVE  WS-PBC-COD-BANCO        TO  WS-HAR-COD-BANCO.
           MOVE  WS-PBC-NUM-CNPJ         TO  WS-HAR-NUM-CNPJ.
           MOVE  WS-PBC-COD-CONVENIO     TO  WS-HAR-COD-CONVENIO.
           MOVE  WS-PBC-COD-AGENCIA      TO  WS-HAR-COD-AGENCIA.
           MOVE  WS-PBC-DV-AGENCIA       TO  WS-HAR-DV-AGENCIA.
           MOVE  WS-PBC-NUM-CONTA        TO  WS-HAR-NUM-CONTA.
           MOVE  WS-PBC-DV-CONTA         TO  WS-HAR-DV-CONTA.
           MOVE  WS-PBC-NOM-EMPRESA      TO  WS-HAR-NOM-EMPRESA.
           MOVE  WS-PBC-NOM-BANCO        TO  WS-HAR-NOM-BANCO.
           MOVE  WS-DAT-GERACAO-DDMMAAAA TO  WS-HAR-DAT-GERACAO.
           MOVE  WS-HORA-SISTEMA (1:6)   TO  WS-HAR-HOR-GERACAO.
           MOVE  WS-NUM-SEQ-REMESSA      TO  WS-HAR-NUM-SEQ-ARQUIVO.

           WRITE REM-REGISTRO  FROM  WS-REG-REM-HDR-ARQ.

           MOVE  WS-PBC-COD-BANCO        TO  WS-HLT-COD-BANCO.
           MOVE  WS-PBC-NUM-CNPJ         TO  WS-HLT-NUM-CNPJ.
           MOVE  WS-PBC-COD-CONVENIO     TO  WS-HLT-COD-CONVENIO.
           MOVE  WS-PBC-COD-AGENCIA      TO  WS-HLT-COD-AGENCIA.
           MOVE  WS-PBC-DV-AGENCIA       TO  WS-HLT-DV-AGENCIA.
           MOVE  WS-PBC-NUM-CONTA        TO  WS-HLT-NUM-CONTA.
           MOVE  WS-PBC-DV-CONTA         TO  WS-HLT-DV-CONTA.
           MOVE  WS-PBC-NOM-EMPRESA      TO  WS-HLT-NOM-EMPRESA.
           MOVE  WS-NUM-SEQ-REMESSA      TO  WS-HLT-NUM-REMESSA.
           MOVE  WS-DAT-GERACAO-DDMMAAAA TO  WS-HLT-DAT-GRAVACAO.

           WRITE REM-REGISTRO  FROM  WS-REG-REM-HDR-LOTE.

       250-99-GRAVA-HEADERS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Monthly guias (Exercicio8). The trailer is checked        *
      * against the guias read: a truncated or altered file must  *
      * not reach the bank.                                       *
      *-----------------------------------------------------------*
       300-00-PROCESSA-GUIAISS  SECTION.

           MOVE  'M'                     TO  WS-TIP-GUIA-ATUAL.

           OPEN INPUT  GUIAISS.

           PERFORM  310-00-LER-GUIAISS.

           PERFORM  320-00-TRATA-GUIAISS
                   UNTIL  WS-FIM-GUIAISS = 'S'.

           CLOSE  GUIAISS.

           IF  WS-QT-LIDOS-GUIAISS  >  ZEROS
               IF  WS-SW-TRAILER-GUIAISS = 'N'
                   MOVE  'N'             TO  WS-SW-REMESSA-LIBERADA
                   MOVE  'GUIAISS SEM TRAILER - ARQUIVO TRUNCADO'
                                         TO  WS-MSG-TEXTO
                   WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM
               ELSE
                   IF  WS-QT-DET-GUIAISS  NOT =
                                         WS-TRL-LIDO-QT-GUIAISS  OR
                       WS-TOT-DET-GUIAISS  NOT =
                                         WS-TRL-LIDO-VLR-GUIAISS
                       MOVE  'N'         TO  WS-SW-REMESSA-LIBERADA
                       MOVE  'GUIAISS NAO CONFERE COM O SEU TRAILER'
                                         TO  WS-MSG-TEXTO
                       WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM
                   END-IF
               END-IF
           END-IF.

       300-99-PROCESSA-GUIAISS-FIM.
           EXIT.

       310-00-LER-GUIAISS  SECTION.

           READ  GUIAISS  INTO  WS-REG-GUIA-DET
                   AT END
                       MOVE 'S'          TO  WS-FIM-GUIAISS

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-GUIAISS.

       310-99-LER-GUIAISS-FIM.
           EXIT.

       320-00-TRATA-GUIAISS  SECTION.

           EVALUATE  WS-GUI-TIPO-REG
               WHEN  'D'
                   ADD  1                TO  WS-QT-DET-GUIAISS
                   IF  WS-GUI-TOT-VLR-IMPOSTO  NUMERIC
                       ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-DET-GUIAISS
                   END-IF
                   PERFORM  500-00-PROCESSA-GUIA
               WHEN  'T'
                   MOVE  'S'             TO  WS-SW-TRAILER-GUIAISS
                   MOVE  WS-TRL-QT-MUNICIPIOS
                                         TO  WS-TRL-LIDO-QT-GUIAISS
                   MOVE  WS-TRL-TOT-VLR-IMPOSTO
                                         TO  WS-TRL-LIDO-VLR-GUIAISS
                   ADD  1                TO  WS-QT-REGS-OUTROS
               WHEN  OTHER
                   ADD  1                TO  WS-QT-REGS-OUTROS
           END-EVALUATE.

           PERFORM  310-00-LER-GUIAISS.

       320-99-TRATA-GUIAISS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Complement guias of the recalculation (Exercicio13),      *
      * checked against their trailer the same way. The file is   *
      * read on every remessa: a guia a released remessa already  *
      * carried is found on GUIABARR and not sent again (see      *
      * 525-00-VERIFICA-REMETIDA).                                *
      *-----------------------------------------------------------*
       400-00-PROCESSA-GUIAAJU  SECTION.

           MOVE  'A'                     TO  WS-TIP-GUIA-ATUAL.

           OPEN INPUT  GUIAAJU.

           PERFORM  410-00-LER-GUIAAJU.

           PERFORM  420-00-TRATA-GUIAAJU
                   UNTIL  WS-FIM-GUIAAJU = 'S'.

           CLOSE  GUIAAJU.

           IF  WS-QT-LIDOS-GUIAAJU  >  ZEROS
               IF  WS-SW-TRAILER-GUIAAJU = 'N'
                   MOVE  'N'             TO  WS-SW-REMESSA-LIBERADA
                   MOVE  'GUIAAJU SEM TRAILER - ARQUIVO TRUNCADO'
                                         TO  WS-MSG-TEXTO
                   WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM
               ELSE
                   IF  WS-QT-DET-GUIAAJU  NOT =
                                         WS-TRL-LIDO-QT-GUIAAJU  OR
                       WS-TOT-DET-GUIAAJU  NOT =
                                         WS-TRL-LIDO-VLR-GUIAAJU
                       MOVE  'N'         TO  WS-SW-REMESSA-LIBERADA
                       MOVE  'GUIAAJU NAO CONFERE COM O SEU TRAILER'
                                         TO  WS-MSG-TEXTO
                       WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM
                   END-IF
               END-IF
           END-IF.

       400-99-PROCESSA-GUIAAJU-FIM.
           EXIT.

       410-00-LER-GUIAAJU  SECTION.

           READ  GUIAAJU  INTO  WS-REG-GUIA-DET
                   AT END
                       MOVE 'S'          TO  WS-FIM-GUIAAJU

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-GUIAAJU.

       410-99-LER-GUIAAJU-FIM.
           EXIT.

       420-00-TRATA-GUIAAJU  SECTION.

           EVALUATE  WS-GUI-TIPO-REG
               WHEN  'D'
                   ADD  1                TO  WS-QT-DET-GUIAAJU
                   IF  WS-GUI-TOT-VLR-IMPOSTO  NUMERIC
                       ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-DET-GUIAAJU
                   END-IF
                   PERFORM  500-00-PROCESSA-GUIA
               WHEN  'T'
                   MOVE  'S'             TO  WS-SW-TRAILER-GUIAAJU
                   MOVE  WS-TRL-QT-MUNICIPIOS
                                         TO  WS-TRL-LIDO-QT-GUIAAJU
                   MOVE  WS-TRL-TOT-VLR-IMPOSTO
                                         TO  WS-TRL-LIDO-VLR-GUIAAJU
                   ADD  1                TO  WS-QT-REGS-OUTROS
               WHEN  OTHER
                   ADD  1                TO  WS-QT-REGS-OUTROS
           END-EVALUATE.

           PERFORM  410-00-LER-GUIAAJU.

       420-99-TRATA-GUIAAJU-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Fine and interest guias of late guias (Exercicio18),      *
      * checked against their trailer and read on every remessa  *
      * the same way. A recharge of the same guia carries a new   *
      * value and due date, so it gets a new barcode and goes to  *
      * the bank as a new title.                                  *
      *-----------------------------------------------------------*
       450-00-PROCESSA-GUIAMORA  SECTION.

           MOVE  'J'                     TO  WS-TIP-GUIA-ATUAL.

           OPEN INPUT  GUIAMORA.

           PERFORM  460-00-LER-GUIAMORA.

           PERFORM  470-00-TRATA-GUIAMORA
                   UNTIL  WS-FIM-GUIAMORA = 'S'.

           CLOSE  GUIAMORA.

           IF  WS-QT-LIDOS-GUIAMORA  >  ZEROS
               IF  WS-SW-TRAILER-GUIAMORA = 'N'
                   MOVE  'N'             TO  WS-SW-REMESSA-LIBERADA
                   MOVE  'GUIAMORA SEM TRAILER - ARQUIVO TRUNCADO'
                                         TO  WS-MSG-TEXTO
                   WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM
               ELSE
                   IF  WS-QT-DET-GUIAMORA  NOT =
                                         WS-TRL-LIDO-QT-GUIAMORA  OR
                       WS-TOT-DET-GUIAMORA  NOT =
                                         WS-TRL-LIDO-VLR-GUIAMORA
                       MOVE  'N'         TO  WS-SW-REMESSA-LIBERADA
                       MOVE  'GUIAMORA NAO CONFERE COM O SEU TRAILER'
                                         TO  WS-MSG-TEXTO
                       WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM
                   END-IF
               END-IF
           END-IF.

       450-99-PROCESSA-GUIAMORA-FIM.
           EXIT.

       460-00-LER-GUIAMORA  SECTION.

           READ  GUIAMORA  INTO  WS-REG-GUIA-DET
                   AT END
                       MOVE 'S'          TO  WS-FIM-GUIAMORA

                   NOT END
                       ADD  1            TO  WS-QT-LIDOS-GUIAMORA.

       460-99-LER-GUIAMORA-FIM.
           EXIT.

       470-00-TRATA-GUIAMORA  SECTION.

           EVALUATE  WS-GUI-TIPO-REG
               WHEN  'D'
                   ADD  1                TO  WS-QT-DET-GUIAMORA
                   IF  WS-GUI-TOT-VLR-IMPOSTO  NUMERIC
                       ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-DET-GUIAMORA
                   END-IF
                   PERFORM  500-00-PROCESSA-GUIA
               WHEN  'T'
                   MOVE  'S'             TO  WS-SW-TRAILER-GUIAMORA
                   MOVE  WS-TRL-QT-MUNICIPIOS
                                         TO  WS-TRL-LIDO-QT-GUIAMORA
                   MOVE  WS-TRL-TOT-VLR-IMPOSTO
                                         TO  WS-TRL-LIDO-VLR-GUIAMORA
                   ADD  1                TO  WS-QT-REGS-OUTROS
               WHEN  OTHER
                   ADD  1                TO  WS-QT-REGS-OUTROS
           END-EVALUATE.

           PERFORM  460-00-LER-GUIAMORA.

       470-99-TRATA-GUIAMORA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * One guia of any file (WS-TIP-GUIA-ATUAL 'M', 'A' or 'J'): *
      * a guia with nothing to pay (fully offset by credit) does  *
      * not become a title; a guia that cannot be encoded in the  *
      * barcode is rejected and listed; a guia whose barcode a    *
      * released remessa already carried is listed and not sent  *
      * again; the others go to the remessa, the listing and the  *
      * barcode file.                                             *
      *-----------------------------------------------------------*
       500-00-PROCESSA-GUIA  SECTION.

           PERFORM  510-00-VALIDA-GUIA.

           IF  WS-SW-GUIA-VALIDA = 'N'
               PERFORM  590-00-REGISTRA-REJEITADA
           ELSE
               IF  WS-GUI-TOT-VLR-IMPOSTO = ZEROS
                   PERFORM  580-00-REGISTRA-SEM-VALOR
               ELSE
                   PERFORM  520-00-MONTA-CODIGO-BARRAS
                   PERFORM  525-00-VERIFICA-REMETIDA
                   IF  WS-SW-JA-REMETIDA = 'S'
                       PERFORM  585-00-REGISTRA-JA-REMETIDA
                   ELSE
                       PERFORM  530-00-MONTA-LINHA-DIGITAVEL
                       PERFORM  540-00-GRAVA-SEGMENTO-P
                       PERFORM  550-00-GRAVA-GUIABARR
                       PERFORM  560-00-IMPRIME-GUIA
                   END-IF
               END-IF
           END-IF.

       500-99-PROCESSA-GUIA-FIM.
           EXIT.

       510-00-VALIDA-GUIA  SECTION.

           MOVE  'S'                     TO  WS-SW-GUIA-VALIDA.
           MOVE  SPACES                  TO  WS-MOTIVO-REJEICAO.

           IF  WS-GUI-COD-MUNIC        NOT  NUMERIC  OR
               WS-GUI-COMPETENCIA      NOT  NUMERIC  OR
               WS-GUI-TOT-VLR-IMPOSTO  NOT  NUMERIC  OR
               WS-GUI-DAT-VENCIMENTO   NOT  NUMERIC
               MOVE  'N'                 TO  WS-SW-GUIA-VALIDA
               MOVE  'CAMPO NAO NUMERICO NA GUIA'
                                         TO  WS-MOTIVO-REJEICAO
           END-IF.

      *    The barcode holds the value in 10 digits (8 + 2 decimals):
      *    a larger guia cannot be collected by boleto.
           IF  WS-SW-GUIA-VALIDA = 'S'
               IF  WS-GUI-TOT-VLR-IMPOSTO  >  WS-VLR-MAX-TITULO
                   MOVE  'N'             TO  WS-SW-GUIA-VALIDA
                   MOVE  'VALOR ACIMA DO LIMITE DO COD. DE BARRAS'
                                         TO  WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF  WS-SW-GUIA-VALIDA = 'S'
               MOVE  WS-GUI-DAT-VENCIMENTO
                                         TO  WS-VALDT-DATA
               PERFORM  8000-VALIDA-DATA
               IF  WS-VALDT-SW-VALIDA = 'N'
                   MOVE  'N'             TO  WS-SW-GUIA-VALIDA
                   MOVE  'DATA DE VENCIMENTO INVALIDA'
                                         TO  WS-MOTIVO-REJEICAO
               ELSE
                   IF  WS-GUI-DAT-VENCIMENTO  <=  WS-DAT-BASE-FATOR
                       MOVE  'N'         TO  WS-SW-GUIA-VALIDA
                       MOVE  'VENCIMENTO ANTERIOR A BASE DO FATOR'
                                         TO  WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

       510-99-VALIDA-GUIA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The due-date factor runs from 1000 to 9999 and then starts*
      * again at 1000, so a count past 9999 drops 9000.           *
      *-----------------------------------------------------------*
       520-00-MONTA-CODIGO-BARRAS  SECTION.

           MOVE  WS-GUI-DAT-VENCIMENTO   TO  WS-DISER-DATA.
           PERFORM  8100-CONVERTE-DATA-DIAS.

           COMPUTE  WS-QT-FATOR-VENCTO  =
                    WS-DISER-QT-DIAS  -  WS-QT-DIAS-BASE-FATOR.

           IF  WS-QT-FATOR-VENCTO  >  9999
               SUBTRACT  9000            FROM  WS-QT-FATOR-VENCTO
           END-IF.

           MOVE  WS-PBC-COD-BANCO        TO  WS-CBR-COD-BANCO.
           MOVE  ZEROS                   TO  WS-CBR-DV-GERAL.
           MOVE  WS-QT-FATOR-VENCTO      TO  WS-CBR-FATOR-VENCTO.
           MOVE  WS-GUI-TOT-VLR-IMPOSTO  TO  WS-CBR-VLR-TITULO.
           MOVE  WS-GUI-COD-MUNIC        TO  WS-CBR-NN-COD-MUNIC.
           MOVE  WS-GUI-COMPETENCIA (3:4)
                                         TO  WS-CBR-NN-COMPETENCIA.
           EVALUATE  WS-TIP-GUIA-ATUAL
               WHEN  'M'
                   MOVE  1               TO  WS-CBR-NN-TIP-GUIA
               WHEN  'A'
                   MOVE  2               TO  WS-CBR-NN-TIP-GUIA
               WHEN  OTHER
                   MOVE  3               TO  WS-CBR-NN-TIP-GUIA
           END-EVALUATE.
           MOVE  WS-PBC-COD-AGENCIA      TO  WS-CBR-COD-AGENCIA.
           MOVE  WS-PBC-NUM-CONTA        TO  WS-CBR-NUM-CONTA.
           MOVE  WS-PBC-COD-CARTEIRA     TO  WS-CBR-COD-CARTEIRA.

      *    The general check digit weighs the other 43 digits:
      *    positions 1-4 and 6-44 of the barcode.
           MOVE  WS-COD-BARRAS (1:4)     TO  WS-CALC-NUMERO (1:4).
           MOVE  WS-COD-BARRAS (6:39)    TO  WS-CALC-NUMERO (5:39).
           MOVE  43                      TO  WS-CALC-TAMANHO.

           PERFORM  620-00-CALCULA-MODULO-11.

           MOVE  WS-CALC-DV              TO  WS-CBR-DV-GERAL.

       520-99-MONTA-CODIGO-BARRAS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * A barcode already on GUIABARR went to the bank, unless it *
      * was written by a held remessa: a held file never consumes *
      * its sequence number, so its entries carry the number this *
      * run is rebuilding.                                        *
      *-----------------------------------------------------------*
       525-00-VERIFICA-REMETIDA  SECTION.

           MOVE  'N'                     TO  WS-SW-JA-REMETIDA.
           MOVE  WS-COD-BARRAS           TO  GBR-COD-BARRAS.

           READ  GUIABARR
                   INVALID KEY
                       MOVE  'N'         TO  WS-SW-GUIABARR-EXISTE

                   NOT INVALID KEY
                       MOVE  'S'         TO  WS-SW-GUIABARR-EXISTE
                       IF  GBR-NUM-SEQ-ARQUIVO  NOT =
                                         WS-NUM-SEQ-REMESSA
                           MOVE  'S'     TO  WS-SW-JA-REMETIDA
                       END-IF
           END-READ.

       525-99-VERIFICA-REMETIDA-FIM.
           EXIT.

       530-00-MONTA-LINHA-DIGITAVEL  SECTION.

           MOVE  WS-COD-BARRAS (1:4)     TO  WS-LDG-C1-DADOS (1:4).
           MOVE  WS-COD-BARRAS (20:5)    TO  WS-LDG-C1-DADOS (5:5).
           MOVE  WS-LDG-C1-DADOS         TO  WS-CALC-NUMERO.
           MOVE  9                       TO  WS-CALC-TAMANHO.
           PERFORM  610-00-CALCULA-MODULO-10.
           MOVE  WS-CALC-DV              TO  WS-LDG-C1-DV.

           MOVE  WS-COD-BARRAS (25:10)   TO  WS-LDG-C2-DADOS.
           MOVE  WS-LDG-C2-DADOS         TO  WS-CALC-NUMERO.
           MOVE  10                      TO  WS-CALC-TAMANHO.
           PERFORM  610-00-CALCULA-MODULO-10.
           MOVE  WS-CALC-DV              TO  WS-LDG-C2-DV.

           MOVE  WS-COD-BARRAS (35:10)   TO  WS-LDG-C3-DADOS.
           MOVE  WS-LDG-C3-DADOS         TO  WS-CALC-NUMERO.
           MOVE  10                      TO  WS-CALC-TAMANHO.
           PERFORM  610-00-CALCULA-MODULO-10.
           MOVE  WS-CALC-DV              TO  WS-LDG-C3-DV.

           MOVE  WS-CBR-DV-GERAL         TO  WS-LDG-DV-GERAL.
           MOVE  WS-COD-BARRAS (6:14)    TO  WS-LDG-FATOR-VALOR.

           MOVE  WS-LIN-DIGITAVEL (1:5)  TO  WS-LDF-C1-PARTE-1.
           MOVE  WS-LIN-DIGITAVEL (6:5)  TO  WS-LDF-C1-PARTE-2.
           MOVE  WS-LIN-DIGITAVEL (11:5) TO  WS-LDF-C2-PARTE-1.
           MOVE  WS-LIN-DIGITAVEL (16:6) TO  WS-LDF-C2-PARTE-2.
           MOVE  WS-LIN-DIGITAVEL (22:5) TO  WS-LDF-C3-PARTE-1.
           MOVE  WS-LIN-DIGITAVEL (27:6) TO  WS-LDF-C3-PARTE-2.
           MOVE  WS-LIN-DIGITAVEL (33:1) TO  WS-LDF-DV-GERAL.
           MOVE  WS-LIN-DIGITAVEL (34:14)
                                         TO  WS-LDF-FATOR-VALOR.

       530-99-MONTA-LINHA-DIGITAVEL-FIM.
           EXIT.

       540-00-GRAVA-SEGMENTO-P  SECTION.

           ADD  1                        TO  WS-QT-TITULOS.
           ADD  WS-GUI-TOT-VLR-IMPOSTO   TO  WS-TOT-VLR-TITULOS.

           EVALUATE  WS-TIP-GUIA-ATUAL
               WHEN  'M'
                   ADD  1                TO  WS-QT-TITULOS-MENSAL
                   ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-VLR-MENSAL
               WHEN  'A'
                   ADD  1                TO  WS-QT-TITULOS-AJUSTE
                   ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-VLR-AJUSTE
               WHEN  OTHER
                   ADD  1                TO  WS-QT-TITULOS-MORA
                   ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-VLR-MORA
           END-EVALUATE.

           MOVE  WS-PBC-COD-BANCO        TO  WS-SGP-COD-BANCO.
           MOVE  WS-QT-TITULOS           TO  WS-SGP-NUM-SEQ-LOTE.
           MOVE  WS-PBC-COD-AGENCIA      TO  WS-SGP-COD-AGENCIA.
           MOVE  WS-PBC-DV-AGENCIA       TO  WS-SGP-DV-AGENCIA.
           MOVE  WS-PBC-NUM-CONTA        TO  WS-SGP-NUM-CONTA.
           MOVE  WS-PBC-DV-CONTA         TO  WS-SGP-DV-CONTA.
           MOVE  WS-CBR-NOSSO-NUMERO     TO  WS-SGP-NOSSO-NUMERO.
           MOVE  WS-PBC-COD-CARTEIRA     TO  WS-SGP-COD-CARTEIRA.
           MOVE  WS-TIP-GUIA-ATUAL       TO  WS-SGP-SN-TIP-GUIA.
           MOVE  WS-GUI-COD-MUNIC        TO  WS-SGP-SN-COD-MUNIC.
           MOVE  WS-GUI-COMPETENCIA      TO  WS-SGP-SN-COMPETENCIA.

           MOVE  WS-GUI-DAT-VENCIMENTO   TO  WS-CNV-DATA-AAAAMMDD.
           PERFORM  650-00-CONVERTE-DDMMAAAA.
           MOVE  WS-CNV-DATA-DDMMAAAA    TO  WS-SGP-DAT-VENCIMENTO.

           MOVE  WS-GUI-TOT-VLR-IMPOSTO  TO  WS-SGP-VLR-TITULO.
           MOVE  WS-DAT-GERACAO-DDMMAAAA TO  WS-SGP-DAT-EMISSAO.
           MOVE  WS-COD-BARRAS           TO  WS-SGP-COD-BARRAS.
           MOVE  WS-LIN-DIGITAVEL        TO  WS-SGP-LIN-DIGITAVEL.

           WRITE REM-REGISTRO  FROM  WS-REG-REM-SEGP.

       540-99-GRAVA-SEGMENTO-P-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * The entry left by a held remessa is rewritten with the    *
      * date of the rebuilt file; any other guia is new.          *
      *-----------------------------------------------------------*
       550-00-GRAVA-GUIABARR  SECTION.

           MOVE  WS-COD-BARRAS           TO  GBR-COD-BARRAS.
           MOVE  WS-TIP-GUIA-ATUAL       TO  GBR-TIP-GUIA.
           MOVE  WS-GUI-COD-MUNIC        TO  GBR-COD-MUNIC.
           MOVE  WS-GUI-COMPETENCIA      TO  GBR-COMPETENCIA.
           MOVE  WS-GUI-TOT-VLR-IMPOSTO  TO  GBR-VLR-GUIA.
           MOVE  WS-GUI-DAT-VENCIMENTO   TO  GBR-DAT-VENCIMENTO.
           MOVE  WS-LIN-DIGITAVEL        TO  GBR-LIN-DIGITAVEL.
           MOVE  WS-DATA-PROCESSAMENTO   TO  GBR-DAT-REMESSA.
           MOVE  WS-NUM-SEQ-REMESSA      TO  GBR-NUM-SEQ-ARQUIVO.

           IF  WS-SW-GUIABARR-EXISTE = 'S'
               REWRITE GBR-REGISTRO
           ELSE
               WRITE GBR-REGISTRO
           END-IF.

       550-99-GRAVA-GUIABARR-FIM.
           EXIT.

       560-00-IMPRIME-GUIA  SECTION.

           MOVE  WS-TIP-GUIA-ATUAL       TO  WS-DET-TIP-GUIA.
           MOVE  WS-GUI-COD-MUNIC        TO  WS-DET-COD-MUNIC.
           MOVE  WS-GUI-DESC-MUNIC       TO  WS-DET-DESC-MUNIC.
           MOVE  WS-GUI-COMPETENCIA      TO  WS-DET-COMPETENCIA.
           MOVE  WS-GUI-DAT-VENCIMENTO   TO  WS-DET-DAT-VENCIMENTO.
           MOVE  WS-GUI-TOT-VLR-IMPOSTO  TO  WS-DET-VLR-GUIA.
           MOVE  WS-LDG-FORMATADA        TO  WS-DET-LIN-DIGITAVEL.

           WRITE RRM-REGISTRO  FROM  WS-LIN-DETALHE.

       560-99-IMPRIME-GUIA-FIM.
           EXIT.

       580-00-REGISTRA-SEM-VALOR  SECTION.

           ADD  1                        TO  WS-QT-GUIAS-SEM-VALOR.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           STRING  'GUIA SEM VALOR A COBRAR - TIPO '
                   WS-TIP-GUIA-ATUAL
                   ' MUNICIPIO '
                   WS-GUI-COD-MUNIC
                   ' COMPETENCIA '
                   WS-GUI-COMPETENCIA
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM.

       580-99-REGISTRA-SEM-VALOR-FIM.
           EXIT.

       585-00-REGISTRA-JA-REMETIDA  SECTION.

           ADD  1                        TO  WS-QT-GUIAS-JA-REMETIDAS.
           ADD  WS-GUI-TOT-VLR-IMPOSTO   TO  WS-TOT-VLR-JA-REMETIDAS.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           STRING  'JA REMETIDA '
                   WS-TIP-GUIA-ATUAL
                   ' '
                   WS-GUI-COD-MUNIC
                   '/'
                   WS-GUI-COMPETENCIA
                   ' - REMESSA '
                   GBR-NUM-SEQ-ARQUIVO
                   ' DE '
                   GBR-DAT-REMESSA
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM.

       585-99-REGISTRA-JA-REMETIDA-FIM.
           EXIT.

       590-00-REGISTRA-REJEITADA  SECTION.

           ADD  1                        TO  WS-QT-GUIAS-REJEITADAS.

           IF  WS-GUI-TOT-VLR-IMPOSTO  NUMERIC
               ADD  WS-GUI-TOT-VLR-IMPOSTO
                                         TO  WS-TOT-VLR-REJEITADAS
           END-IF.

           MOVE  SPACES                  TO  WS-MSG-TEXTO.

           STRING  'REJEITADA '
                   WS-TIP-GUIA-ATUAL
                   ' '
                   WS-GUI-COD-MUNIC
                   '/'
                   WS-GUI-COMPETENCIA
                   ' - '
                   WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE
                   INTO  WS-MSG-TEXTO.

           WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM.

       590-99-REGISTRA-REJEITADA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Modulo 10 (fields of the linha digitavel): weights 2 and 1*
      * alternate from the rightmost digit, a product above 9     *
      * counts as the sum of its digits (product - 9), and the    *
      * digit is what takes the sum to the next ten.              *
      *-----------------------------------------------------------*
       610-00-CALCULA-MODULO-10  SECTION.

           MOVE  ZEROS                   TO  WS-CALC-SOMA.
           MOVE  2                       TO  WS-CALC-PESO.

           PERFORM  615-00-SOMA-MODULO-10
                   VARYING  WS-CALC-IND  FROM  WS-CALC-TAMANHO  BY  -1
                   UNTIL    WS-CALC-IND  <  1.

           DIVIDE  WS-CALC-SOMA  BY  10
                   GIVING  WS-CALC-QUOCIENTE
                   REMAINDER  WS-CALC-RESTO.

           IF  WS-CALC-RESTO = ZEROS
               MOVE  ZEROS               TO  WS-CALC-DV
           ELSE
               COMPUTE  WS-CALC-DV  =  10  -  WS-CALC-RESTO
           END-IF.

       610-99-CALCULA-MODULO-10-FIM.
           EXIT.

       615-00-SOMA-MODULO-10  SECTION.

           COMPUTE  WS-CALC-PRODUTO  =
                    WS-CALC-DIGITO (WS-CALC-IND)  *  WS-CALC-PESO.

           IF  WS-CALC-PRODUTO  >  9
               SUBTRACT  9               FROM  WS-CALC-PRODUTO
           END-IF.

           ADD  WS-CALC-PRODUTO          TO  WS-CALC-SOMA.

           IF  WS-CALC-PESO = 2
               MOVE  1                   TO  WS-CALC-PESO
           ELSE
               MOVE  2                   TO  WS-CALC-PESO
           END-IF.

       615-99-SOMA-MODULO-10-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Modulo 11 (general digit of the barcode): weights 2 to 9  *
      * from the rightmost digit, starting again at 2; the digit  *
      * is 11 minus the remainder, and a result of 0, 10 or 11    *
      * becomes 1 - the barcode never carries a zero here.        *
      *-----------------------------------------------------------*
       620-00-CALCULA-MODULO-11  SECTION.

           MOVE  ZEROS                   TO  WS-CALC-SOMA.
           MOVE  2                       TO  WS-CALC-PESO.

           PERFORM  625-00-SOMA-MODULO-11
                   VARYING  WS-CALC-IND  FROM  WS-CALC-TAMANHO  BY  -1
                   UNTIL    WS-CALC-IND  <  1.

           DIVIDE  WS-CALC-SOMA  BY  11
                   GIVING  WS-CALC-QUOCIENTE
                   REMAINDER  WS-CALC-RESTO.

           COMPUTE  WS-CALC-DV-11  =  11  -  WS-CALC-RESTO.

           IF  WS-CALC-DV-11 = ZEROS  OR
               WS-CALC-DV-11  >  9
               MOVE  1                   TO  WS-CALC-DV
           ELSE
               MOVE  WS-CALC-DV-11       TO  WS-CALC-DV
           END-IF.

       620-99-CALCULA-MODULO-11-FIM.
           EXIT.

       625-00-SOMA-MODULO-11  SECTION.

           COMPUTE  WS-CALC-PRODUTO  =
                    WS-CALC-DIGITO (WS-CALC-IND)  *  WS-CALC-PESO.

           ADD  WS-CALC-PRODUTO          TO  WS-CALC-SOMA.

           IF  WS-CALC-PESO = 9
               MOVE  2                   TO  WS-CALC-PESO
           ELSE
               ADD  1                    TO  WS-CALC-PESO
           END-IF.

       625-99-SOMA-MODULO-11-FIM.
           EXIT.

       650-00-CONVERTE-DDMMAAAA  SECTION.

           MOVE  WS-CNV-DIA              TO  WS-CNV-DIA-SAI.
           MOVE  WS-CNV-MES              TO  WS-CNV-MES-SAI.
           MOVE  WS-CNV-ANO              TO  WS-CNV-ANO-SAI.

       650-99-CONVERTE-DDMMAAAA-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Batch trailer: header + details + trailer of the batch;   *
      * file trailer: all records of the file, both headers and   *
      * both trailers included.                                   *
      *-----------------------------------------------------------*
       700-00-GRAVA-TRAILERS  SECTION.

           MOVE  WS-PBC-COD-BANCO        TO  WS-TLT-COD-BANCO.
           ADD   WS-QT-TITULOS  2    GIVING  WS-TLT-QT-REGISTROS.
           MOVE  WS-QT-TITULOS           TO  WS-TLT-QT-TITULOS.
           MOVE  WS-TOT-VLR-TITULOS      TO  WS-TLT-VLR-TITULOS.

           WRITE REM-REGISTRO  FROM  WS-REG-REM-TRL-LOTE.

           MOVE  WS-PBC-COD-BANCO        TO  WS-TAR-COD-BANCO.
           ADD   WS-QT-TITULOS  4    GIVING  WS-TAR-QT-REGISTROS.

           WRITE REM-REGISTRO  FROM  WS-REG-REM-TRL-ARQ.

       700-99-GRAVA-TRAILERS-FIM.
           EXIT.

       750-00-IMPRIME-TOTAIS  SECTION.

           WRITE RRM-REGISTRO  FROM  WS-LIN-TRACO.

           MOVE  'TITULOS DE GUIAS MENSAIS (GUIAISS).. '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-TITULOS-MENSAL    TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-MENSAL       TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'TITULOS DE GUIAS DE AJUSTE (GUIAAJU) '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-TITULOS-AJUSTE    TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-AJUSTE       TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'TITULOS DE GUIAS DE MORA (GUIAMORA). '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-TITULOS-MORA      TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-MORA         TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'TOTAL DA REMESSA (TRAILER DO LOTE).. '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-TITULOS           TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-TITULOS      TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS REJEITADAS.................... '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-GUIAS-REJEITADAS  TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-REJEITADAS   TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS SEM VALOR A COBRAR............ '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-GUIAS-SEM-VALOR   TO  WS-LTO-QUANTIDADE.
           MOVE  ZEROS                   TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           MOVE  'GUIAS JA REMETIDAS (NAO REENVIADAS). '
                                         TO  WS-LTO-TITULO.
           MOVE  WS-QT-GUIAS-JA-REMETIDAS
                                         TO  WS-LTO-QUANTIDADE.
           MOVE  WS-TOT-VLR-JA-REMETIDAS TO  WS-LTO-VALOR.
           WRITE RRM-REGISTRO  FROM  WS-LIN-TOTAL.

           WRITE RRM-REGISTRO  FROM  WS-LIN-TRACO.

           IF  WS-SW-REMESSA-LIBERADA = 'S'
               MOVE  'REMESSA LIBERADA PARA ENVIO AO BANCO'
                                         TO  WS-MSG-TEXTO
           ELSE
               MOVE  'REMESSA RETIDA - GUIAS NAO CONFEREM COM TRAILER'
                                         TO  WS-MSG-TEXTO
           END-IF.

           WRITE RRM-REGISTRO  FROM  WS-LIN-MENSAGEM.

       750-99-IMPRIME-TOTAIS-FIM.
           EXIT.

       COPY PRVALDT.

       COPY PRDIASER.

       COPY PRDATPRC.

       COPY PRRUNCTL.

       800-00-GRAVA-CTRLLOG  SECTION.

           OPEN EXTEND  CTRLLOG.

           MOVE  'EXERCICIO20'           TO  CTL-NOM-PROGRAMA.
           MOVE  WS-DATA-PROCESSAMENTO   TO  CTL-DAT-EXECUCAO.
           ACCEPT  CTL-HOR-EXECUCAO      FROM  TIME.
           MOVE  'GUIAISS/AJU/MORA'      TO  CTL-NOM-ARQ-ENTRADA.
           ADD   WS-QT-LIDOS-GUIAISS  WS-QT-LIDOS-GUIAAJU
                 WS-QT-LIDOS-GUIAMORA  GIVING  CTL-QT-LIDOS.
           MOVE  WS-QT-TITULOS           TO  CTL-QT-GRAVADOS.
           MOVE  WS-QT-GUIAS-REJEITADAS  TO  CTL-QT-REJEITADOS.
           ADD   WS-QT-REGS-OUTROS  WS-QT-GUIAS-SEM-VALOR
                 WS-QT-GUIAS-JA-REMETIDAS
                                     GIVING  CTL-QT-OUTROS.
           MOVE  ZEROS                   TO  CTL-QT-DUPLICADOS.
           MOVE  ZEROS                   TO  CTL-QT-TARDIOS.

           WRITE CTL-REGISTRO.

           CLOSE  CTRLLOG.

       800-99-GRAVA-CTRLLOG-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Only a remessa released to the bank consumes its sequence *
      * number: a held file is regenerated under the same number  *
      * once the guias are fixed.                                 *
      *-----------------------------------------------------------*
       860-00-GRAVA-SEQUENCIA  SECTION.

           OPEN OUTPUT  SEQREMES.

           MOVE  WS-NUM-SEQ-REMESSA      TO  SEQ-REGISTRO.

           WRITE SEQ-REGISTRO.

           CLOSE  SEQREMES.

       860-99-GRAVA-SEQUENCIA-FIM.
           EXIT.

       900-00-FINALIZA  SECTION.

           DISPLAY  'LENDO GUIAS MENSAIS (GUIAISS)........ '
                     WS-QT-LIDOS-GUIAISS
           DISPLAY  'LENDO GUIAS DE AJUSTE (GUIAAJU)...... '
                     WS-QT-LIDOS-GUIAAJU
           DISPLAY  'LENDO GUIAS DE MORA (GUIAMORA)....... '
                     WS-QT-LIDOS-GUIAMORA
           DISPLAY  'TITULOS GRAVADOS NA REMESSA.......... '
                     WS-QT-TITULOS
           DISPLAY  'VALOR TOTAL DOS TITULOS.............. '
                     WS-TOT-VLR-TITULOS
           DISPLAY  'GUIAS REJEITADAS..................... '
                     WS-QT-GUIAS-REJEITADAS
           DISPLAY  'GUIAS SEM VALOR A COBRAR............. '
                     WS-QT-GUIAS-SEM-VALOR
           DISPLAY  'GUIAS JA REMETIDAS (NAO REENVIADAS).. '
                     WS-QT-GUIAS-JA-REMETIDAS
           DISPLAY  'NUMERO DA REMESSA (NSA).............. '
                     WS-NUM-SEQ-REMESSA

           CLOSE  REMBANCO
                  RELREMES
                  GUIABARR.

      *    A remessa built from a truncated or altered guia file
      *    would charge the municipios wrong amounts: the scheduler
      *    holds it and the sequence number is not consumed.
           IF  WS-SW-REMESSA-LIBERADA = 'N'
               DISPLAY  'GUIAS NAO CONFEREM COM O TRAILER - REMESSA '
                        'NAO LIBERADA'
               MOVE  12                  TO  RETURN-CODE
           ELSE
               PERFORM  860-00-GRAVA-SEQUENCIA
           END-IF.

           PERFORM  800-00-GRAVA-CTRLLOG.

       900-99-FINALIZA-FIM.
           EXIT.
       END PROGRAM Exercicio20.

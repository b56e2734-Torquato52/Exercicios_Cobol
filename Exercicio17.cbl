      * Date:
      * Purpose: Consulta do ciclo de vida de notas: a partir do
      *          rastreamento NOTATRAC gravado pelas etapas da cadeia
      *          (classificacao, precificacao, remessa, recalculo e
      *          cancelamento), imprime o historico completo e em
      *          ordem de uma nota informada por numero, ou de todas
      *          as notas de um cliente dentro de um periodo de datas
      *          de servico - substituindo a garimpagem manual dos
      *          arquivos de saida quando um municipio ou cliente
      *          pergunta o que aconteceu com uma nota
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * By note: the key is nota + etapa, so positioning on the   *
      * note and reading forward returns its events already in    *
      * chain order (02 classificacao, 03 precificacao, 08        *
      * remessa, 10 recalculo, 90 cancelamento).                  *
      *-----------------------------------------------------------*
       500-00-CONSULTA-POR-NOTA  SECTION.

                   MOVE  'REMESSA GUIA  '  TO  WS-LEV-NOM-ETAPA
               WHEN  '10'
                   MOVE  'RECALCULO     '  TO  WS-LEV-NOM-ETAPA
               WHEN  '90'
                   MOVE  'CANCELAMENTO  '  TO  WS-LEV-NOM-ETAPA
               WHEN  OTHER
                   MOVE  'DESCONHECIDA  '  TO  WS-LEV-NOM-ETAPA
           END-EVALUATE.

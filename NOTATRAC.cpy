      *                (municipio + competencia) the note was
      *                consolidated into
      *   etapa '10' - Exercicio10: the recalculation delta
      *   etapa '90' - Exercicio2: cancellation of the note by a
      *                cancel record on ENTRA002 - pulled from the
      *                open month (LIVROISS) or its ISS credited
      *                to the municipio (CREDSALD), naming the
      *                substitute note when there is one
      * One event is kept per note per stage: a reprocessing
      * rewrites the stage with the latest event. A note without a
      * number is not traced - it cannot be asked about by number

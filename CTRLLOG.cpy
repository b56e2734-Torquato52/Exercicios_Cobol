      *   CTL-QT-OUTROS      - records that were read and were valid,
      *                        but fell outside both of the above (not
      *                        in force for the processing date, did
      *                        not match a parameter table, a
      *                        cancel record applied, etc.)
      *   CTL-QT-DUPLICADOS  - records recognized as re-sends of notes
      *                        already processed in an earlier run and
      *                        routed to the duplicates bucket

      *>***********************************************************************
      *>
      *> custbakmark.cpy
      *>
      *> Shared layout for the one-line custBakMark.dat written beside
      *> every custFileBak.dat extract -- when the extract was cut, by
      *> which run, and the last audit sequence number already on the
      *> trail at that moment. Every change with a higher sequence
      *> number happened after the extract, so a roll-forward recovery
      *> restores the extract and replays the trail from the line
      *> after this one.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custbakmark.cpy" replacing ==:PREFIX:== by ==bm==.
      *>
      *>***********************************************************************
           03 :PREFIX:-mark-taken     pic x(26).
           03 filler                  pic x.
           03 :PREFIX:-mark-audit-seq pic 9(8).
           03 filler                  pic x.
      *>    BACKUP for the end-of-day step, LOAD for the batch load's
      *>    own safety copy, SERVER for the copy taken at server start.
           03 :PREFIX:-mark-source    pic x(10).

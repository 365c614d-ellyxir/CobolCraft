      *> --- DD-JOURNAL-ACTOR ---
      *> Name stamped in the player field of the block-change journal for
      *> server-initiated (client 0) changes. World-SetBlock and
      *> Journal-AppendContainer leave that field blank for client 0 unless
      *> a batch job has set this, the way Import-Structure names its own
      *> placements so Rollback-BlockChanges can undo them by that name.
      *> EXTERNAL so the job and the world programs see one value; spaces
      *> (or the initial low-values) mean no name.
       01  JOURNAL-ACTOR EXTERNAL      PIC X(16).

      *> The request block for JOURNAL, which keeps the before-images
      *> of the shared score files' writes - SHOS's boards, GUESS's
      *> standings, history and best-score files, and ROSTMERGE's
      *> rewrites of them all - in shop_journal.dat so a session that
      *> dies halfway can be rolled back by RECOVER.
      *> Jnl-Action "B" begins a unit of work for Jnl-Program (and the
      *> GAMELOG Jnl-Session, when there is one) and hands back
      *> Jnl-Unit; "I" journals one record-level change to Jnl-File
      *> ahead of the write - Jnl-Op "A" a line about to be appended
      *> (Jnl-Image the line), "K" a keyed record about to be added
      *> (the new record), "C" one about to be changed and "X" one
      *> about to be deleted (the record as it stands); "F" saves a
      *> copy of Jnl-File whole before it is rewritten; "D" marks the
      *> unit done and throws its saved copies away. "R" is RECOVER's:
      *> it marks the unit named in Jnl-Unit and Jnl-Program rolled
      *> back. Every call is made while the writer holds its FILELOCK.
      *> Jnl-Result is "D" done, "E" when the journal could not be
      *> written - a writer told "E" skips the write, as it would on
      *> a busy lock.
       01 Journal-Request.
           02 Jnl-Action PIC X.
           02 Jnl-Program PIC X(8).
           02 Jnl-Session PIC 9(8).
           02 Jnl-Op PIC X.
           02 Jnl-File PIC X(24).
           02 Jnl-Image PIC X(200).
           02 Jnl-Unit PIC X(16).
           02 Jnl-Result PIC X.
              88 Jnl-Done VALUE "D".
              88 Jnl-Failed VALUE "E".

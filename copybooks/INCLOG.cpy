      *> The request block for INCLOG, which raises an incident in
      *> incidents.dat when a batch program ends abnormally, so the
      *> follow-up has an owner instead of living in three run logs.
      *> The caller sets Inc-Program, Inc-Severity ("HIGH", "MED" or
      *> "LOW") and Inc-Detail; INCLOG numbers the incident and hands
      *> back Inc-Number and the chain's GAMELOG session, Inc-Session.
      *> Inc-Result is "D" when raised, "E" when the incident file
      *> could not be written.
       01 Incident-Request.
           02 Inc-Program PIC X(8).
           02 Inc-Severity PIC X(4).
           02 Inc-Detail PIC X(50).
           02 Inc-Number PIC 9(6).
           02 Inc-Session PIC 9(8).
           02 Inc-Result PIC X.
              88 Inc-Raised VALUE "D".
              88 Inc-Failed VALUE "E".

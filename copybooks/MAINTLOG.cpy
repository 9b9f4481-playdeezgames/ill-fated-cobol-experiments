      *> The request block for MAINTLOG, which keeps the audit trail
      *> of the master-data editors in maint_audit.dat. Maint-Action
      *> "N" notes one change - Maint-Change ("ADD", "CHANGE",
      *> "DELETE", "RENUMBER"), Maint-Key naming what changed, and
      *> the record's Maint-Before and Maint-After images (blank
      *> before an add, blank after a delete). Noted changes are held
      *> until "C" commits them, which the editor does once its save
      *> has reached the file; changes thrown away with a quit are
      *> never written. Maint-Program and Maint-Operator ride on both
      *> calls. Maint-Count answers how many changes are held ("N") or
      *> were written ("C"); Maint-Result is "D" done, "E" when the
      *> note would not fit or the audit file could not be written.
       01 Maint-Request.
           02 Maint-Action PIC X.
           02 Maint-Program PIC X(8).
           02 Maint-Operator PIC X(12).
           02 Maint-Change PIC X(8).
           02 Maint-Key PIC X(30).
           02 Maint-Before PIC X(200).
           02 Maint-After PIC X(200).
           02 Maint-Count PIC 9(4).
           02 Maint-Result PIC X.
              88 Maint-Done VALUE "D".
              88 Maint-Failed VALUE "E".

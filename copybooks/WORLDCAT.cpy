      *> The request block for WORLDCAT, the catalog of INVENTORY's
      *> named worlds in world_catalog.dat - one entry per world, so
      *> players sharing the terminal each keep their own save.
      *> Wct-Action "R" reads the whole catalog into Wct-Entries and
      *> Wct-Count; "F" finds Wct-Name and fills Wct-File, Wct-Owner,
      *> Wct-Size, Wct-Levels, Wct-Victory and Wct-Audit from it;
      *> "A" adds Wct-Name for Wct-Owner and hands back the save file
      *> it is given in Wct-File; "P" stamps Wct-Name played today
      *> with Wct-Size, Wct-Levels and Wct-Victory (a won world stays
      *> won); "C" copies Wct-Name and its save to Wct-New-Name, owned
      *> by Wct-Owner; "D" deletes Wct-Name and its save, refused
      *> unless Wct-Owner owns it or nobody does. "C" and "D" both
      *> turn away a world of more than one level, whose other flights
      *> are kept apart from the catalog in world_links.dat; its depth
      *> comes back in Wct-Levels. "U" stamps every
      *> entry saved in Wct-File with WORLDAUDIT's verdict in Wct-Audit
      *> (P passed, F failed).
      *> A shop that has only the old single inventory_save.dat finds
      *> it in the catalog as MAIN, with no owner.
      *> Wct-Result answers "D" done, "N" no such world, "T" the name
      *> is taken or the catalog is full, "R" refused to a non-owner,
      *> "L" for a world too many levels deep to copy or delete, "E"
      *> when the catalog or a save could not be read or written.
       01 World-Catalog-Request.
           02 Wct-Action PIC X.
           02 Wct-Name PIC X(12).
           02 Wct-New-Name PIC X(12).
           02 Wct-File PIC X(40).
           02 Wct-Owner PIC X(12).
           02 Wct-Size PIC 99.
           02 Wct-Levels PIC 99.
           02 Wct-Victory PIC X.
           02 Wct-Audit PIC X.
           02 Wct-Count PIC 99.
      *> Field for field the catalog's own record.
           02 Wct-Entries OCCURS 20 TIMES.
               03 Wct-Ent-Name PIC X(12).
               03 Wct-Ent-File PIC X(40).
               03 Wct-Ent-Owner PIC X(12).
               03 Wct-Ent-Size PIC 99.
               03 Wct-Ent-Levels PIC 99.
               03 Wct-Ent-Created PIC 9(8).
               03 Wct-Ent-Played PIC 9(8).
               03 Wct-Ent-Victory PIC X.
               03 Wct-Ent-Audit PIC X.
               03 Wct-Ent-Audit-Date PIC 9(8).
           02 Wct-Result PIC X.
              88 Wct-Done VALUE "D".
              88 Wct-Not-Found VALUE "N".
              88 Wct-Taken VALUE "T".
              88 Wct-Refused VALUE "R".
              88 Wct-Levelled VALUE "L".
              88 Wct-Failed VALUE "E".

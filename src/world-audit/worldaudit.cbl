          02 SavePedKey PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 WorldFileStatus PIC XX.
       COPY "INCLOG.cpy".
       01 RejectReason PIC X(30).
       01 WS-WorldFileName PIC X(60).
      *> The file as the world catalog knows it, before SHOPENV puts
      *> it in the environment's directory.
       01 WS-WorldBareName PIC X(40).
       COPY "WORLDCAT.cpy".
      *> The declared world side from the "#V" stamp (layout 05 on);
      *> older files are the classic 10.
       01 WorldShape.
          02 OpenDoorCount PIC 9.

PROCEDURE DIVISION.
       DISPLAY "World file or catalog world to audit (blank for "
           "inventory_save.dat)? " WITH NO ADVANCING
       ACCEPT WS-WorldFileName
       IF WS-WorldFileName IS EQUAL TO SPACES
           MOVE "inventory_save.dat" TO WS-WorldFileName
       END-IF
       PERFORM LookUpCatalogWorld
       MOVE WS-WorldFileName TO WS-WorldBareName
       MOVE WS-WorldFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-WorldFileName
       OPEN INPUT WorldFile
       IF WorldFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDAUDIT: unable to open "
               FUNCTION TRIM(WS-WorldFileName) ", status "
               WorldFileStatus "."
           DISPLAY "WORLDAUDIT: FAIL"
           MOVE "CANNOT BE OPENED" TO RejectReason
           PERFORM RaiseRejection
           PERFORM StampCatalogFail
           STOP RUN
       END-IF
       READ WorldFile
           AT END
               DISPLAY "WORLDAUDIT: the file is empty."
               DISPLAY "WORLDAUDIT: FAIL"
               MOVE "IS EMPTY" TO RejectReason
               PERFORM RaiseRejection
               PERFORM StampCatalogFail
               CLOSE WorldFile
               STOP RUN
       END-READ
               AT END
                   DISPLAY "WORLDAUDIT: only a version stamp - no world."
                   DISPLAY "WORLDAUDIT: FAIL"
                   MOVE "IS ONLY A VERSION STAMP" TO RejectReason
                   PERFORM RaiseRejection
                   PERFORM StampCatalogFail
                   CLOSE WorldFile
                   STOP RUN
           END-READ
           WarnCount " warning(s)."
       IF ErrorCount IS EQUAL TO 0
           DISPLAY "WORLDAUDIT: PASS"
           MOVE "P" TO Wct-Audit
           PERFORM StampCatalogVerdict
       ELSE
           DISPLAY "WORLDAUDIT: FAIL"
           MOVE SPACES TO RejectReason
           STRING "FAILED AUDIT, " DELIMITED BY SIZE
               ErrorCount DELIMITED BY SIZE
               " ERROR(S)" DELIMITED BY SIZE
               INTO RejectReason
           END-STRING
           PERFORM RaiseRejection
           PERFORM StampCatalogFail
       END-IF
STOP RUN.

      *> A name from INVENTORY's world catalog audits that world's
      *> save; anything else is taken as a file name.
LookUpCatalogWorld.
       IF WS-WorldFileName(13:48) IS NOT EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "F" TO Wct-Action
       MOVE WS-WorldFileName TO Wct-Name
       CALL "WORLDCAT" USING World-Catalog-Request
       IF Wct-Done
           DISPLAY "Catalog world " FUNCTION TRIM(Wct-Name) " is saved in "
               FUNCTION TRIM(Wct-File) "."
           MOVE Wct-File TO WS-WorldFileName
       END-IF
       EXIT.

StampCatalogFail.
       MOVE "F" TO Wct-Audit
       PERFORM StampCatalogVerdict
       EXIT.

      *> The verdict goes on every catalog world saved in the audited
      *> file, for the world list and the dashboard to show.
StampCatalogVerdict.
       MOVE "U" TO Wct-Action
       MOVE WS-WorldBareName TO Wct-File
       CALL "WORLDCAT" USING World-Catalog-Request
       EXIT.

      *> A rejected world goes on the incident register, named; the
      *> caller has put what was wrong with it in RejectReason.
RaiseRejection.
       MOVE SPACES TO Inc-Detail
       STRING "WORLD " DELIMITED BY SIZE
           WS-WorldFileName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           RejectReason DELIMITED BY SIZE
           INTO Inc-Detail
       END-STRING
       MOVE "WORLDAUD" TO Inc-Program
       MOVE "HIGH" TO Inc-Severity
       CALL "INCLOG" USING Incident-Request
       EXIT.

      *> Park the old-shape record and spread it into the sized
      *> layout: the first hundred cells as read, the rest sealed
      *> filler, so every audit below walks one layout only.
           END-IF
       END-PERFORM
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "WORLDAUDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.

       01 ReportLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 ReportFileStatus PIC XX.
       01 ReportFileName PIC X(60).
      *> One report at a time per run unit - which is how every
      *> report program in the shop works.
       01 ReportState.
               PERFORM WriteReportLine
           WHEN "T"
               PERFORM AddToTotal
           WHEN "P"
               PERFORM BreakPage
           WHEN "C"
               PERFORM CloseReport
           WHEN OTHER
           MOVE "N" TO RptOpenFlag
       END-IF
       MOVE Rpt-File TO ReportFileName
       MOVE ReportFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ReportFileName
       OPEN OUTPUT ReportFile
       IF ReportFileStatus IS NOT EQUAL TO "00"
           DISPLAY "REPORTSVC: could not open "
       STRING RptTitle DELIMITED BY "  "
           "  " DELIMITED BY SIZE
           RptDate DELIMITED BY SIZE
           "  ENV " DELIMITED BY SIZE
           Env-Name DELIMITED BY SPACE
           "  PAGE " DELIMITED BY SIZE
           PageNumber DELIMITED BY SIZE
           INTO BuildLine
       END-STRING
       PERFORM PutRaw
       MOVE SPACES TO BuildLine
       MOVE ALL "=" TO BuildLine(1:60)
       PERFORM PutRaw
       EXIT.
       ADD 1 TO LinesOnPage
       EXIT.

      *> A fresh page on demand, for reports that keep one item to a
      *> page; a page with nothing on it yet is not wasted.
BreakPage.
       IF ReportIsOpen AND LinesOnPage IS GREATER THAN 0
           PERFORM StartNewPage
       END-IF
       EXIT.

PutRaw.
       MOVE BuildLine TO ReportLine
       WRITE ReportLine
       CLOSE ReportFile
       MOVE "N" TO RptOpenFlag
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "REPORTSVC" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.

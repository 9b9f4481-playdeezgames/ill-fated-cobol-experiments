       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CAPTREND.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LimitsFile ASSIGN DYNAMIC LimitsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LimitsFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors CAPSNAP's LimitsRecord field-for-field.
       FD LimitsFile.
       01 LimitsRecord.
          02 LimFile PIC X(40).
          02 LimProgram PIC X(8).
          02 LimMax PIC 9(6).
          02 LimRecLen PIC 9(4).
          02 LimKey1Pos PIC 9(4).
          02 LimKey1Len PIC 99.
          02 LimKey2Pos PIC 9(4).
          02 LimKey2Len PIC 99.
          02 LimWhat PIC X(30).
      *> Mirrors CAPSNAP's HistoryRecord field-for-field.
       FD HistoryFile.
       01 HistoryRecord.
          02 CapDate PIC 9(8).
          02 CapFile PIC X(40).
          02 CapProgram PIC X(8).
          02 CapCount PIC 9(7).
          02 CapBytes PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LimitsFileName PIC X(60) VALUE "capacity_limits.dat".
          02 HistoryFileName PIC X(60) VALUE "capacity_history.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LimitsFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> Where each known table ceiling stands and, at the pace of
      *> the last thirty days, when it will be reached - so a file
      *> outgrowing its reader is a line on a report, not a silent
      *> truncation found a month later.
       01 TrendData.
          02 TodayDate PIC 9(8).
          02 TodayInt PIC 9(7).
          02 LatestDate PIC 9(8) VALUE 0.
          02 WindowStartInt PIC 9(7).
          02 WindowDays PIC 99 VALUE 30.
          02 WarnDays PIC 99 VALUE 30.
          02 LimitsChecked PIC 9(4) VALUE 0.
          02 LimitsNear PIC 9(4) VALUE 0.
          02 LimitsReached PIC 9(4) VALUE 0.
          02 FlagLinesCount PIC 99 VALUE 0.
          02 FlagLines PIC X(80) OCCURS 50 TIMES.
          02 FlagIdx PIC 99.
      *> One ceiling's snapshots, oldest first. Two from the same day
      *> keep the later; past the table's end the oldest drop off.
       01 PointTable.
          02 PointCount PIC 999.
          02 PointEntry OCCURS 400 TIMES.
             03 PtDateInt PIC 9(7).
             03 PtCount PIC 9(7).
          02 PointIdx PIC 999.
          02 BaseIdx PIC 999.
          02 GrowthDays PIC 9(5).
          02 GrowthPerDay PIC 9(7)V99.
          02 DaysLeft PIC 9(7).
          02 ReachInt PIC 9(7).
          02 ReachDate PIC 9(8).
          02 PctUsed PIC 9(5).
          02 TrendWord PIC X(10).
          02 LimitShown PIC Z(5)9.
      *> Each file's first and last snapshot inside the window.
       01 GrowthTable.
          02 GrowthCount PIC 999 VALUE 0.
          02 GrowthEntry OCCURS 150 TIMES.
             03 GtFile PIC X(40).
             03 GtFirstRecs PIC 9(7).
             03 GtFirstBytes PIC 9(10).
             03 GtLastRecs PIC 9(7).
             03 GtLastBytes PIC 9(10).
          02 GrowthIdx PIC 999.
          02 GrowthFoundIdx PIC 999.
          02 RecsChange PIC S9(7).
          02 BytesChange PIC S9(10).
       01 CeilingLine.
          02 ClFile PIC X(22).
          02 FILLER PIC X VALUE SPACE.
          02 ClProgram PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 ClNow PIC Z(6)9.
          02 FILLER PIC X VALUE "/".
          02 ClMax PIC Z(5)9.
          02 FILLER PIC X VALUE SPACE.
          02 ClPct PIC ZZZ9.
          02 FILLER PIC X VALUE "%".
          02 FILLER PIC X VALUE SPACE.
          02 ClRate PIC ZZZZ9.9.
          02 FILLER PIC X VALUE SPACE.
          02 ClReach PIC X(10).
          02 FILLER PIC X VALUE SPACE.
          02 ClFlag PIC X(8).
       01 GrowthLine.
          02 GlFile PIC X(30).
          02 FILLER PIC X VALUE SPACE.
          02 GlRecs PIC Z(6)9.
          02 FILLER PIC X VALUE SPACE.
          02 GlRecsChange PIC +(7)9.
          02 FILLER PIC X VALUE SPACE.
          02 GlBytes PIC Z(9)9.
          02 FILLER PIC X VALUE SPACE.
          02 GlBytesChange PIC +(10)9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate)
       MOVE "O" TO Rpt-Action
       MOVE "capacity_trend.txt" TO Rpt-File
       MOVE "CAPACITY AND FILE-GROWTH TREND" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       PERFORM FindLatestDate
       IF LatestDate IS EQUAL TO 0
           MOVE "NO SNAPSHOTS YET - capacity_history.dat IS EMPTY OR"
               TO PrintLine
           PERFORM PutLine
           MOVE "MISSING. RUN CAPSNAP FIRST." TO PrintLine
           PERFORM PutLine
       ELSE
           COMPUTE WindowStartInt =
               FUNCTION INTEGER-OF-DATE(LatestDate) - WindowDays
           PERFORM ReportCeilings
           PERFORM ReportGrowth
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "CEILINGS CHECKED" TO Rpt-Total-Label
       MOVE LimitsChecked TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "WITHIN 30 DAYS" TO Rpt-Total-Label
       MOVE LimitsNear TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "AT OR OVER CEILING" TO Rpt-Total-Label
       MOVE LimitsReached TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "FILES TRACKED" TO Rpt-Total-Label
       MOVE GrowthCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
STOP RUN.

FindLatestDate.
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
           READ HistoryFile
               AT END
                   MOVE "10" TO HistoryFileStatus
               NOT AT END
                   IF CapDate IS NUMERIC
                       AND CapDate IS GREATER THAN LatestDate
                       MOVE CapDate TO LatestDate
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       EXIT.

ReportCeilings.
       MOVE SPACES TO PrintLine
       STRING "TABLE CEILINGS - LATEST SNAPSHOT " DELIMITED BY SIZE
           LatestDate DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "FILE                   READER        NOW/LIMIT  USED  PER DAY REACHED    FLAG"
           TO PrintLine
       PERFORM PutLine
       OPEN INPUT LimitsFile
       IF LimitsFileStatus IS NOT EQUAL TO "00"
           MOVE "NO capacity_limits.dat - RUN CAPSNAP TO SEED IT."
               TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LimitsFileStatus IS NOT EQUAL TO "00"
           READ LimitsFile
               AT END
                   MOVE "10" TO LimitsFileStatus
               NOT AT END
                   IF LimFile IS NOT EQUAL TO SPACES
                       AND LimMax IS NUMERIC AND LimMax > 0
                       PERFORM TrendOneCeiling
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LimitsFile
       IF FlagLinesCount IS GREATER THAN 0
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           PERFORM VARYING FlagIdx FROM 1 BY 1
               UNTIL FlagIdx > FlagLinesCount
               MOVE FlagLines(FlagIdx) TO PrintLine
               PERFORM PutLine
           END-PERFORM
       END-IF
       EXIT.

TrendOneCeiling.
       ADD 1 TO LimitsChecked
       PERFORM LoadPoints
       MOVE SPACES TO CeilingLine
       MOVE LimFile TO ClFile
       MOVE LimProgram TO ClProgram
       MOVE LimMax TO ClMax
       MOVE SPACES TO ClReach
       MOVE 0 TO GrowthPerDay
       MOVE 0 TO ClNow
       MOVE 0 TO ClPct
       IF PointCount IS EQUAL TO 0
           MOVE "NO DATA" TO ClFlag
           MOVE 0 TO ClRate
           MOVE CeilingLine TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       MOVE PtCount(PointCount) TO ClNow
       COMPUTE PctUsed = PtCount(PointCount) * 100 / LimMax
       MOVE PctUsed TO ClPct
       PERFORM MeasureGrowth
       MOVE GrowthPerDay TO ClRate
       EVALUATE TRUE
           WHEN PtCount(PointCount) IS NOT LESS THAN LimMax
               MOVE "**AT MAX" TO ClFlag
               ADD 1 TO LimitsReached
               MOVE "HAS REACHED" TO TrendWord
               PERFORM NoteFlag
           WHEN GrowthDays IS EQUAL TO 0
               MOVE "NEW" TO ClFlag
           WHEN GrowthPerDay IS EQUAL TO 0
               MOVE "STEADY" TO ClFlag
           WHEN OTHER
               COMPUTE DaysLeft ROUNDED =
                   (LimMax - PtCount(PointCount)) / GrowthPerDay
               COMPUTE ReachInt = PtDateInt(PointCount) + DaysLeft
               COMPUTE ReachDate = FUNCTION DATE-OF-INTEGER(ReachInt)
               STRING ReachDate(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ReachDate(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ReachDate(7:2) DELIMITED BY SIZE
                   INTO ClReach
               END-STRING
               IF ReachInt IS NOT GREATER THAN TodayInt + WarnDays
                   MOVE "**30 DAY" TO ClFlag
                   ADD 1 TO LimitsNear
                   MOVE "REACHES" TO TrendWord
                   PERFORM NoteFlag
               ELSE
                   MOVE "OK" TO ClFlag
               END-IF
       END-EVALUATE
       MOVE CeilingLine TO PrintLine
       PERFORM PutLine
       EXIT.

      *> The pace is taken from the latest snapshot back to the
      *> earliest one inside the window with no drop after it: a
      *> purge, a closing or a new month's partition starts the
      *> reckoning over rather than dragging the pace below zero.
MeasureGrowth.
       MOVE 0 TO GrowthDays
       MOVE 0 TO GrowthPerDay
       MOVE PointCount TO BaseIdx
       PERFORM UNTIL BaseIdx IS EQUAL TO 1
           OR PtDateInt(BaseIdx - 1) IS LESS THAN WindowStartInt
           OR PtCount(BaseIdx - 1) IS GREATER THAN PtCount(BaseIdx)
           SUBTRACT 1 FROM BaseIdx
       END-PERFORM
       COMPUTE GrowthDays = PtDateInt(PointCount) - PtDateInt(BaseIdx)
       IF GrowthDays IS GREATER THAN 0
           COMPUTE GrowthPerDay ROUNDED =
               (PtCount(PointCount) - PtCount(BaseIdx)) / GrowthDays
       END-IF
       EXIT.

NoteFlag.
       IF FlagLinesCount IS NOT LESS THAN 50
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO FlagLinesCount
       MOVE SPACES TO FlagLines(FlagLinesCount)
       MOVE LimMax TO LimitShown
       IF TrendWord IS EQUAL TO "REACHES"
           STRING "** " DELIMITED BY SIZE
               FUNCTION TRIM(LimFile) DELIMITED BY SIZE
               " REACHES " DELIMITED BY SIZE
               FUNCTION TRIM(LimProgram) DELIMITED BY SIZE
               "'S " DELIMITED BY SIZE
               FUNCTION TRIM(LimitShown) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LimWhat) DELIMITED BY SIZE
               " ABOUT " DELIMITED BY SIZE
               ClReach DELIMITED BY SIZE
               INTO FlagLines(FlagLinesCount)
           END-STRING
       ELSE
           STRING "** " DELIMITED BY SIZE
               FUNCTION TRIM(LimFile) DELIMITED BY SIZE
               " HAS REACHED " DELIMITED BY SIZE
               FUNCTION TRIM(LimProgram) DELIMITED BY SIZE
               "'S " DELIMITED BY SIZE
               FUNCTION TRIM(LimitShown) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LimWhat) DELIMITED BY SIZE
               " - FULL" DELIMITED BY SIZE
               INTO FlagLines(FlagLinesCount)
           END-STRING
       END-IF
       EXIT.

LoadPoints.
       MOVE 0 TO PointCount
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
           READ HistoryFile
               AT END
                   MOVE "10" TO HistoryFileStatus
               NOT AT END
                   IF CapFile IS EQUAL TO LimFile
                       AND CapProgram IS EQUAL TO LimProgram
                       AND CapDate IS NUMERIC AND CapCount IS NUMERIC
                       PERFORM AddPoint
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       EXIT.

AddPoint.
       IF PointCount IS GREATER THAN 0
           IF PtDateInt(PointCount) IS EQUAL TO
               FUNCTION INTEGER-OF-DATE(CapDate)
               MOVE CapCount TO PtCount(PointCount)
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF PointCount IS EQUAL TO 400
           PERFORM VARYING PointIdx FROM 1 BY 1 UNTIL PointIdx > 399
               MOVE PointEntry(PointIdx + 1) TO PointEntry(PointIdx)
           END-PERFORM
       ELSE
           ADD 1 TO PointCount
       END-IF
       COMPUTE PtDateInt(PointCount) = FUNCTION INTEGER-OF-DATE(CapDate)
       MOVE CapCount TO PtCount(PointCount)
       EXIT.

      *> Every file CAPSNAP counted: where it stands at the latest
      *> snapshot and how far it moved over the window.
ReportGrowth.
       MOVE "P" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "FILE GROWTH OVER THE LAST " DELIMITED BY SIZE
           WindowDays DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "FILE                           RECORDS   CHANGE      BYTES      CHANGE"
           TO PrintLine
       PERFORM PutLine
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS EQUAL TO "00"
           PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
               READ HistoryFile
                   AT END
                       MOVE "10" TO HistoryFileStatus
                   NOT AT END
                       IF CapProgram IS EQUAL TO SPACES
                           AND CapDate IS NUMERIC
                           PERFORM TallyGrowth
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile
       END-IF
       PERFORM VARYING GrowthIdx FROM 1 BY 1
           UNTIL GrowthIdx > GrowthCount
           MOVE SPACES TO GrowthLine
           MOVE GtFile(GrowthIdx) TO GlFile
           MOVE GtLastRecs(GrowthIdx) TO GlRecs
           COMPUTE RecsChange =
               GtLastRecs(GrowthIdx) - GtFirstRecs(GrowthIdx)
           MOVE RecsChange TO GlRecsChange
           MOVE GtLastBytes(GrowthIdx) TO GlBytes
           COMPUTE BytesChange =
               GtLastBytes(GrowthIdx) - GtFirstBytes(GrowthIdx)
           MOVE BytesChange TO GlBytesChange
           MOVE GrowthLine TO PrintLine
           PERFORM PutLine
       END-PERFORM
       EXIT.

TallyGrowth.
       IF FUNCTION INTEGER-OF-DATE(CapDate) IS LESS THAN WindowStartInt
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO GrowthFoundIdx
       PERFORM VARYING GrowthIdx FROM 1 BY 1
           UNTIL GrowthIdx > GrowthCount OR GrowthFoundIdx > 0
           IF GtFile(GrowthIdx) IS EQUAL TO CapFile
               MOVE GrowthIdx TO GrowthFoundIdx
           END-IF
       END-PERFORM
       IF GrowthFoundIdx IS EQUAL TO 0
           IF GrowthCount IS NOT LESS THAN 150
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GrowthCount
           MOVE GrowthCount TO GrowthFoundIdx
           MOVE CapFile TO GtFile(GrowthFoundIdx)
           MOVE CapCount TO GtFirstRecs(GrowthFoundIdx)
           MOVE CapBytes TO GtFirstBytes(GrowthFoundIdx)
       END-IF
       MOVE CapCount TO GtLastRecs(GrowthFoundIdx)
       MOVE CapBytes TO GtLastBytes(GrowthFoundIdx)
       EXIT.

PutLine.
       MOVE "L" TO Rpt-Action
       MOVE PrintLine TO Rpt-Line
       CALL "REPORTSVC" USING Report-Request
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 2
           MOVE DataFileName(DataFileIdx) TO Env-File
           PERFORM ResolveFileName
           MOVE Env-File TO DataFileName(DataFileIdx)
       END-PERFORM
       MOVE "Y" TO DataFilesFlag
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "CAPTREND" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.

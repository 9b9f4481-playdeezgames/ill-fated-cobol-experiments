       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SPLITRPT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SplitFile ASSIGN DYNAMIC SplitFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SplitFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SHOS's SplitRecord field-for-field.
       FD SplitFile.
       01 SplitRecord.
          02 SplPlayer PIC X(12).
          02 SplPreset PIC X.
          02 SplRunDate PIC 9(8).
          02 SplRunTime PIC 9(8).
          02 SplKind PIC X.
          02 SplMark PIC 99.
          02 SplRoom PIC 99.
          02 SplElapsed PIC 9(7).
          02 SplTurn PIC 9(4).
          02 SplNew PIC X.
          02 SplClean PIC X.
          02 SplHouse PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 SplitFileName PIC X(60) VALUE "shos_splits.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 SplitFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> Every clean run's closing split: the walk out, with ZARR,
      *> from the keyboard, never resumed. Past five hundred the
      *> rest are counted but not ranked.
       01 RunTable.
          02 RunCount PIC 999 VALUE 0.
          02 RunEntries OCCURS 500 TIMES.
             03 RtPlayer PIC X(12).
             03 RtPreset PIC X.
             03 RtDate PIC 9(8).
             03 RtElapsed PIC 9(7).
             03 RtTurns PIC 9(4).
             03 RtHouse PIC X(8).
             03 RtRanked PIC X.
                88 RunRanked VALUE "Y".
          02 RunIdx PIC 999.
          02 BestIdx PIC 999.
       01 RankData.
          02 PresetCodes PIC X(3) VALUE "ENC".
          02 PresetIdx PIC 9.
          02 RankPreset PIC X.
          02 RankNo PIC 99.
          02 RankDepth PIC 99 VALUE 10.
          02 RankFlag PIC X.
             88 RankExhausted VALUE "Y".
          02 RunsTimed PIC 9(5) VALUE 0.
          02 CleanRuns PIC 9(5) VALUE 0.
          02 PresetWord PIC X(6).
       01 FormatData.
          02 FmtHund PIC 9(7).
          02 FmtMinutes PIC ZZ9.
          02 FmtSeconds PIC 99.
          02 FmtHundths PIC 99.
          02 FmtText PIC X(10).
       01 RankLine.
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlRank PIC Z9.
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlPlayer PIC X(12).
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlTime PIC X(10).
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlTurns PIC ZZZ9.
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlHouse PIC X(8).
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlDate PIC 9(8).
          02 FILLER PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
      *> The racers' board: for each preset, the fastest clean runs
      *> through the house, timed from the first step in to the walk
      *> out with ZARR.
       PERFORM ResolveDataFiles
       PERFORM LoadRuns
       MOVE "O" TO Rpt-Action
       MOVE "shos_splits_report.txt" TO Rpt-File
       MOVE "SHOS FASTEST CLEAN RUNS" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       IF CleanRuns IS EQUAL TO 0
           MOVE "NO CLEAN RUNS ARE ON FILE YET." TO PrintLine
           PERFORM PutLine
       ELSE
           PERFORM VARYING PresetIdx FROM 1 BY 1 UNTIL PresetIdx IS GREATER THAN 3
               MOVE PresetCodes(PresetIdx:1) TO RankPreset
               PERFORM RankOnePreset
           END-PERFORM
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "RUNS TIMED" TO Rpt-Total-Label
       MOVE RunsTimed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "CLEAN RUNS" TO Rpt-Total-Label
       MOVE CleanRuns TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       STOP RUN.

LoadRuns.
       OPEN INPUT SplitFile
       IF SplitFileStatus IS NOT EQUAL TO "00"
           DISPLAY "SPLITRPT: no shos_splits.dat to read, status "
               SplitFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SplitFileStatus IS NOT EQUAL TO "00"
           READ SplitFile
               AT END
                   MOVE "10" TO SplitFileStatus
               NOT AT END
                   IF SplKind IS EQUAL TO "E"
                       PERFORM KeepRun
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SplitFile
       EXIT.

KeepRun.
       ADD 1 TO RunsTimed
       IF SplClean IS NOT EQUAL TO "Y" OR SplElapsed IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CleanRuns
       IF RunCount IS NOT LESS THAN 500
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RunCount
       MOVE SplPlayer TO RtPlayer(RunCount)
       MOVE SplPreset TO RtPreset(RunCount)
       MOVE SplRunDate TO RtDate(RunCount)
       MOVE SplElapsed TO RtElapsed(RunCount)
       MOVE SplTurn TO RtTurns(RunCount)
       MOVE SplHouse TO RtHouse(RunCount)
       MOVE "N" TO RtRanked(RunCount)
       EXIT.

      *> Pick the fastest unranked run of the preset, again and
      *> again, down to the depth of the board.
RankOnePreset.
       EVALUATE RankPreset
           WHEN "E"
               MOVE "EASY" TO PresetWord
           WHEN "C"
               MOVE "CRUEL" TO PresetWord
           WHEN OTHER
               MOVE "NORMAL" TO PresetWord
       END-EVALUATE
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       STRING "PRESET " DELIMITED BY SIZE
           RankPreset DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           PresetWord DELIMITED BY SPACE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE "  RK   PLAYER        TIME        TURNS   HOUSE      DATE"
           TO PrintLine
       PERFORM PutLine
       MOVE 0 TO RankNo
       MOVE "N" TO RankFlag
       PERFORM RankNextRun
           UNTIL RankNo IS NOT LESS THAN RankDepth OR RankExhausted
       IF RankNo IS EQUAL TO 0
           MOVE "     (no clean runs on this preset)" TO PrintLine
           PERFORM PutLine
       END-IF
       EXIT.

RankNextRun.
       MOVE 0 TO BestIdx
       PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx IS GREATER THAN RunCount
           IF RtPreset(RunIdx) IS EQUAL TO RankPreset
               AND NOT RunRanked(RunIdx)
               IF BestIdx IS EQUAL TO 0
                   MOVE RunIdx TO BestIdx
               ELSE
                   IF RtElapsed(RunIdx) IS LESS THAN RtElapsed(BestIdx)
                       MOVE RunIdx TO BestIdx
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF BestIdx IS EQUAL TO 0
           MOVE "Y" TO RankFlag
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO RtRanked(BestIdx)
       ADD 1 TO RankNo
       MOVE RankNo TO RlRank
       MOVE RtPlayer(BestIdx) TO RlPlayer
       MOVE RtElapsed(BestIdx) TO FmtHund
       PERFORM FormatSplitTime
       MOVE FmtText TO RlTime
       MOVE RtTurns(BestIdx) TO RlTurns
       MOVE RtHouse(BestIdx) TO RlHouse
       MOVE RtDate(BestIdx) TO RlDate
       MOVE RankLine TO PrintLine
       PERFORM PutLine
       EXIT.

      *> Hundredths of a second as "mmm:ss.hh", the way SHOS shows
      *> them at the walk out.
FormatSplitTime.
       COMPUTE FmtMinutes = FmtHund / 6000
       COMPUTE FmtSeconds = FUNCTION MOD(FmtHund, 6000) / 100
       COMPUTE FmtHundths = FUNCTION MOD(FmtHund, 100)
       MOVE SPACES TO FmtText
       STRING FmtMinutes DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FmtSeconds DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           FmtHundths DELIMITED BY SIZE
           INTO FmtText
       END-STRING
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
           UNTIL DataFileIdx > 1
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
       MOVE "SPLITRPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WanderLogFile ASSIGN DYNAMIC WanderLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WanderLogFileStatus.
           SELECT LandmarkFile ASSIGN DYNAMIC LandmarkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LandmarkFileStatus.
           SELECT RouteFile ASSIGN DYNAMIC RouteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RouteFileStatus.
           SELECT TerrainFile ASSIGN DYNAMIC TerrainFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TerrainFileStatus.
           SELECT AtlasFile ASSIGN DYNAMIC AtlasFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AtlasFileStatus.

       01 AtlasLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 WanderLogFileName PIC X(60) VALUE "wander_log.dat".
          02 LandmarkFileName PIC X(60) VALUE "landmarks.dat".
          02 RouteFileName PIC X(60) VALUE "wander_routes.txt".
          02 TerrainFileName PIC X(60) VALUE "terrain.dat".
          02 AtlasFileName PIC X(60) VALUE "wander_atlas.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 5 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 WanderLogFileStatus PIC XX.
       01 LandmarkFileStatus PIC XX.
       01 RouteFileStatus PIC XX.
          02 IndexScan PIC 999.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Render (1) journey routes or (2) the world atlas? "
           "(blank for 1) " WITH NO ADVANCING
       ACCEPT RunMode
           CLOSE WanderLogFile
           STOP RUN
       END-IF
       MOVE SPACES TO PrintLine
       STRING "WANDER JOURNEY ROUTES  ENV " DELIMITED BY SIZE
           Env-Name DELIMITED BY SPACE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       PERFORM UNTIL WanderLogFileStatus IS NOT EQUAL TO "00"
           READ WanderLogFile
               AtlasFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PrintLine
       STRING "WANDER WORLD ATLAS - PAGES COVER VISITED GROUND ONLY"
               DELIMITED BY SIZE
           "  ENV " DELIMITED BY SIZE
           Env-Name DELIMITED BY SPACE
           INTO PrintLine
       END-STRING
       PERFORM PutAtlasLine
       MOVE "LEGEND: * TRODDEN, L LANDMARK, % FOREST, ~ SWAMP,"
           TO PrintLine
       MOVE PrintLine TO AtlasLine
       WRITE AtlasLine
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 5
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
       MOVE "WANDMAP" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.

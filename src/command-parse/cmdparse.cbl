ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SynonymFile ASSIGN DYNAMIC SynonymFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SynonymFileStatus.

          02 SynCanon PIC X(12).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 SynonymFileName PIC X(60) VALUE "cmd_synonyms.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 SynonymFileStatus PIC XX.
      *> The table loads on the first call of the run unit and stays.
       01 SynonymData.
       COPY "CMDPARSE.cpy".

PROCEDURE DIVISION USING Cmd-Request.
       PERFORM ResolveDataFiles
       IF NOT SynonymsLoaded
           PERFORM EnsureSynonymFile
           PERFORM LoadSynonyms
       MOVE "JOBS" TO SynAlias
       MOVE "J" TO SynCanon
       WRITE SynonymRecord
       MOVE "TRADE" TO SynAlias
       MOVE "T" TO SynCanon
       WRITE SynonymRecord
       MOVE "QUIT" TO SynAlias
       MOVE "Q" TO SynCanon
       WRITE SynonymRecord
       MOVE "INV" TO SynAlias
       MOVE "i" TO SynCanon
       WRITE SynonymRecord
       MOVE "MAP" TO SynAlias
       MOVE "map" TO SynCanon
       WRITE SynonymRecord
       MOVE "QUIT" TO SynAlias
       MOVE "q" TO SynCanon
       WRITE SynonymRecord
       MOVE "q" TO SynCanon
       WRITE SynonymRecord
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
       MOVE "CMDPARSE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.

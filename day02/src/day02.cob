                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ExtractTrimStatus.

                   SELECT ScreenControlFile
                   ASSIGN TO ScreenControlFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ScreenControlStatus.

                   SELECT ScreenFile
                   ASSIGN TO ScreenFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ScreenStatus.

                   SELECT BreachFile
                   ASSIGN TO BreachFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BreachStatus.

                   SELECT CtlBreakFile
                   ASSIGN TO CtlBreakFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CtlBreakStatus.

                   SELECT HistScanFile
                   ASSIGN TO GameHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HsKey
                   FILE STATUS IS HistScanStatus.

                   SELECT GameSigFile
                   ASSIGN TO GameSigFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GameSigStatus.

                   SELECT DupFile
                   ASSIGN TO DupFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DupStatus.

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

                   SELECT GenLimitFile
                   ASSIGN TO GnLimitFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnLimitStatus.

                   SELECT GenProbeFile
                   ASSIGN TO GnLiveName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnProbeStatus.

       DATA DIVISION.
           FILE SECTION.
               FD InputFile.
               01 DetailRecord PIC X(7200).

               FD CapControlFile.
               01 CapControlRecord PIC X(160).

               FD ColourControlFile.
               01 ColourControlRecord PIC X(40).
               FD ExtractTrimFile.
               01 ExtractTrimRecord PIC X(41).

               FD ScreenControlFile.
               01 ScreenControlRecord PIC X(40).

               FD ScreenFile.
               01 ScreenRecord PIC X(200).

               FD BreachFile.
               01 BreachRecord PIC X(200).

               FD CtlBreakFile.
               01 CtlBreakRecord PIC X(200).

      * Same byte-for-byte shape as the DAY02GH record; the history
      * is read front to back at start-up under its own record name
      * so the random-access posting record is left alone.
               FD HistScanFile.
               01 HistScanRecord.
                   05 HsKey.
                       10 HsFileName      PIC X(100).
                       10 HsGameNumber    PIC 9(9).
                       10 HsRunStamp      PIC X(21).
                   05 HsRest              PIC X(28).

               FD GameSigFile.
               01 GameSigRecord PIC X(200).

               FD DupFile.
               01 DupRecord PIC X(300).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

               FD GenLimitFile.
               01 GenLimitRecord PIC X(40).

               FD GenProbeFile.
               01 GenProbeRecord PIC X(80).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 DetailFileName          PIC X(120).
               01 ResumeMode              PIC X(1) VALUE 'N'.
               01 SkipLineCount           PIC 9(6) VALUE 0.
               01 SkipLineIndex           PIC 9(6) VALUE 0.
               01 ResumeNote              PIC X(50) VALUE SPACES.
               01 ReachedEndOfFile        PIC A(1) VALUE 'N'.
               01 AnyLinesProcessed       PIC X(1) VALUE 'N'.
               01 LineNumber              PIC 9(6) VALUE 0.
               01 CapControlFileName      PIC X(40)
                                          VALUE "DAY02-CAPACITY.DAT".
               01 CapControlStatus        PIC XX.
               COPY DAY02CS.
               01 ColourControlFileName   PIC X(40)
                                          VALUE "DAY02-COLOUR.DAT".
               01 ColourControlStatus     PIC XX.
               01 GapFrom                 PIC 9(9) VALUE 0.
               01 GapTo                   PIC 9(9) VALUE 0.
               01 InputStatus             PIC XX.
      * Upstream now brackets a feed with control records, in either
      * layout: "HDR,<feed date yyyymmdd>,<batch id>" as the first
      * record and "TRL,<games>,<hash of game numbers>,<cube sets>"
      * as the last. A feed whose trailer disagrees with what was
      * actually read, or that carries a header but no trailer, is
      * held: nothing is posted and the break is reported on
      * <input>.CTLBRK. CONTROL=Y makes the pair compulsory; without
      * it a feed with neither record is taken as a legacy feed.
               01 ControlRequired         PIC X(1) VALUE 'N'.
               01 CtlHeld                 PIC X(1) VALUE 'N'.
               01 CtlHeaderLine           PIC 9(6) VALUE 0.
               01 CtlTrailerLine          PIC 9(6) VALUE 0.
               01 CtlLineCount            PIC 9(6) VALUE 0.
               01 CtlAfterTrailer         PIC 9(6) VALUE 0.
               01 CtlEndOfScan            PIC X(1) VALUE 'N'.
               01 CtlFeedDate             PIC X(8).
               01 CtlBatchId              PIC X(20).
               01 CtlTag                  PIC X(4).
               01 CtlField1               PIC X(20).
               01 CtlField2               PIC X(20).
               01 CtlField3               PIC X(20).
               01 CtlTrailerUsable        PIC X(1) VALUE 'N'.
               01 CtlExpGames             PIC 9(9) VALUE 0.
               01 CtlExpHash              PIC 9(15) VALUE 0.
               01 CtlExpSets              PIC 9(9) VALUE 0.
               01 CtlActGames             PIC 9(9) VALUE 0.
               01 CtlActHash              PIC 9(15) VALUE 0.
               01 CtlActSets              PIC 9(9) VALUE 0.
               01 CtlLastGame             PIC 9(9) VALUE 0.
               01 CtlAnyGame              PIC X(1) VALUE 'N'.
               01 CtlGameText             PIC X(12).
               01 CtlGameNumber           PIC 9(9) VALUE 0.
               01 CtlSemicolons           PIC 9(4) VALUE 0.
               01 CtlLineDisp             PIC Z(5)9.
               01 CtlBreakCount           PIC 9(2) VALUE 0.
               01 CtlBreakTable.
                   05 CtlBreakText        PIC X(100) OCCURS 10 TIMES.
               01 CtlBreakIndex           PIC 9(2) VALUE 0.
               01 CtlBreakReason          PIC X(100).
               01 CtlBreakFileName        PIC X(120).
               01 CtlBreakStatus          PIC XX.
               01 CtlHeldCount            PIC 9(4) VALUE 0.
      * Every scored game is screened against the run it came in
      * with, since a keying or feed error usually shows as one game
      * far from the rest. DAY02-SCREEN.DAT holds "KEY,value"
      * records: RED, GREEN, BLUE and POWER set a fixed ceiling for
      * that figure (0 or absent is no ceiling), SIGMA the number of
      * standard deviations from the run's own mean that counts as
      * out of pattern, MINGAMES the fewest games whose spread is
      * worth judging. Suspects land on <input>.SCREEN for DAY02SCR.
               01 ScreenControlFileName   PIC X(40)
                                          VALUE "DAY02-SCREEN.DAT".
               01 ScreenControlStatus     PIC XX.
               01 ReachedEndOfScreenCtl   PIC X(1) VALUE 'N'.
               01 ScreenParm1             PIC X(12).
               01 ScreenParm2             PIC X(12).
               01 ScreenSigma             PIC 9(2)V9 VALUE 3.
               01 ScreenMinGames          PIC 9(6) VALUE 20.
               01 ScreenFileName          PIC X(120).
               01 ScreenStatus            PIC XX.
               01 ScreenFigureTable.
                   05 ScreenFigure OCCURS 4 TIMES.
                       10 SfName          PIC X(5).
                       10 SfCeiling       PIC 9(9).
                       10 SfSum           PIC 9(15).
                       10 SfMean          PIC 9(9)V99.
                       10 SfSquares       PIC 9(18)V9(4).
                       10 SfSpread        PIC 9(9)V99.
                       10 SfLow           PIC S9(10)V99.
                       10 SfHigh          PIC 9(10)V99.
               01 ScreenFigureIndex       PIC 9(1) VALUE 0.
               01 ScreenGameIndex         PIC 9(6) VALUE 0.
               01 ScreenValue             PIC 9(9) VALUE 0.
               01 ScreenDistance          PIC S9(10)V99 VALUE 0.
               01 ScreenByDistribution    PIC X(1) VALUE 'N'.
               01 ScreenGameSuspect       PIC X(1) VALUE 'N'.
               01 ScreenSuspectGames      PIC 9(6) VALUE 0.
               01 ScreenSuspectTotal      PIC 9(6) VALUE 0.
               01 ScreenRule              PIC X(13).
               01 ScreenDetail            PIC X(100).
               01 ScreenMeanDisp          PIC Z(8)9.99.
               01 ScreenSpreadDisp        PIC Z(8)9.99.
               01 ScreenSigmaDisp         PIC Z9.9.
               01 ScreenValueDisp         PIC Z(8)9.
               01 ScreenCeilingDisp       PIC Z(8)9.
      * Every invalid game is taken apart for <input>.BREACH: which
      * colour or combination of colours went over its limit, by
      * how much at worst, at which cube set the first breach came,
      * and how many of the invalid games each colour's limit raised
      * by 1, 2 or 5 would have let through (only games breaching
      * that colour alone can turn valid that way; the "all" line
      * raises every limit together). Colour slots 1-3 are red,
      * green and blue, 4 on the DAY02-COLOUR.DAT extra colours.
               01 BreachFileName          PIC X(120).
               01 BreachStatus            PIC XX.
               01 BreachInvalidCount      PIC 9(6) VALUE 0.
               01 BreachWriteFailed       PIC X(1) VALUE 'N'.
               01 BreachFirstSet          PIC 9(2) VALUE 0.
               01 BreachCombination       PIC X(60).
               01 BreachPointer           PIC 9(3) VALUE 1.
               01 BreachColourName        PIC X(12).
               01 BreachColourMax         PIC 9(3) VALUE 0.
               01 BreachColourCap         PIC 9(3) VALUE 0.
               01 BreachColourSlot        PIC 9(2) VALUE 0.
               01 BreachColourCount       PIC 9(2) VALUE 0.
               01 BreachOnlyColour        PIC 9(2) VALUE 0.
               01 BreachMargin            PIC 9(3) VALUE 0.
               01 BreachWorstMargin       PIC 9(3) VALUE 0.
               01 BreachIndex             PIC 9(3) VALUE 0.
               01 BreachFound             PIC X(1) VALUE 'N'.
               01 BreachComboCount        PIC 9(3) VALUE 0.
               01 BreachComboTable.
                   05 BreachComboEntry OCCURS 100 TIMES.
                       10 BcCombination   PIC X(60).
                       10 BcGames         PIC 9(6).
               01 BreachBandLabels.
                   05 FILLER PIC X(5) VALUE "1    ".
                   05 FILLER PIC X(5) VALUE "2-5  ".
                   05 FILLER PIC X(5) VALUE "6-10 ".
                   05 FILLER PIC X(5) VALUE "11-20".
                   05 FILLER PIC X(5) VALUE "21+  ".
               01 BreachBandLabelTable REDEFINES BreachBandLabels.
                   05 BreachBandLabel     PIC X(5) OCCURS 5 TIMES.
               01 BreachBandTable.
                   05 BreachBandGames     PIC 9(6) OCCURS 5 TIMES.
               01 BreachSetTable.
                   05 BreachSetGames      PIC 9(6) OCCURS 48 TIMES.
               01 BreachRaiseTable.
                   05 BreachRaiseEntry OCCURS 14 TIMES.
                       10 BrName          PIC X(12).
                       10 BrGames1        PIC 9(6).
                       10 BrGames2        PIC 9(6).
                       10 BrGames5        PIC 9(6).
               01 BreachAllSlot           PIC 9(2) VALUE 0.
               01 BreachLimitsText        PIC X(100).
      * The same game can reach us twice - under its own number in
      * two inputs of a manifest run or of two nights, or with the
      * same draws under another number. Every game posted to the
      * history also lands on DAY02-GAMESIG.DAT as "game|signature|
      * line|run stamp|input", the signature being a fingerprint of
      * its cube sets taken set by set, because the history keeps
      * only the maximums. Both files are loaded into the DupEntry
      * table at the start of the run, chained by game number and
      * by signature, and each game of this run is checked against
      * them before it is scored. The policy ('W' warns and keeps
      * the later copy, 'R' rejects it) comes from a DUPLICATE
      * record on DAY02-COLOUR.DAT or DUPLICATE=REJECT|WARN.
               01 DupPolicy               PIC X(1) VALUE 'W'.
               01 DupOverridden           PIC X(1) VALUE 'N'.
               01 DupLoaded               PIC X(1) VALUE 'N'.
               01 GameSigRegisterName     PIC X(40)
                                          VALUE "DAY02-GAMESIG.DAT".
               01 GameSigFileName         PIC X(120).
               01 GameSigStatus           PIC XX.
               01 GameSigUsable           PIC X(1) VALUE 'N'.
               01 GameSigWriteFailed      PIC X(1) VALUE 'N'.
               01 ReachedEndOfGameSig     PIC X(1) VALUE 'N'.
               01 HistScanStatus          PIC XX.
               01 ReachedEndOfHistScan    PIC X(1) VALUE 'N'.
               01 DupFileName             PIC X(120).
               01 DupStatus               PIC XX.
               01 DupUsable               PIC X(1) VALUE 'N'.
               01 DupWriteFailed          PIC X(1) VALUE 'N'.
               01 DupCount                PIC 9(6) VALUE 0.
               01 DupTotal                PIC 9(6) VALUE 0.
               01 GameSigA                PIC 9(10) VALUE 0.
               01 GameSigB                PIC 9(10) VALUE 0.
               01 GameSignature           PIC 9(18) VALUE 0.
               01 GsGameText              PIC X(12).
               01 GsSigText               PIC X(20).
               01 GsLineText              PIC X(12).
               01 GsStampText             PIC X(21).
               01 GsInputText             PIC X(100).
               01 DupInputCount           PIC 9(4) VALUE 0.
               01 DupInputTable.
                   05 DupInputName        PIC X(100) OCCURS 1000 TIMES.
               01 DupInputIndex           PIC 9(4) VALUE 0.
               01 DupCurrentInput         PIC 9(4) VALUE 0.
               01 DupLookupName           PIC X(100).
               01 DupInputsWarned         PIC X(1) VALUE 'N'.
               01 DupEntryCount           PIC 9(6) VALUE 0.
               01 DupEntryTable.
                   05 DupEntry OCCURS 100000 TIMES.
                       10 DeGame          PIC 9(9).
                       10 DeSig           PIC 9(18).
                       10 DeInput         PIC 9(4).
                       10 DeLine          PIC 9(6).
                       10 DeStamp         PIC X(21).
                       10 DeThisRun       PIC X(1).
                       10 DeLive          PIC X(1).
                       10 DeNextGame      PIC 9(6).
                       10 DeNextSig       PIC 9(6).
               01 DupEntriesWarned        PIC X(1) VALUE 'N'.
               01 DupGameBuckets.
                   05 DupGameHead         PIC 9(6) OCCURS 10007 TIMES.
               01 DupSigBuckets.
                   05 DupSigHead          PIC 9(6) OCCURS 10007 TIMES.
               01 DupBucket               PIC 9(5) VALUE 0.
               01 DupWalk                 PIC 9(6) VALUE 0.
               01 DupFoundEntry           PIC 9(6) VALUE 0.
               01 DupGame                 PIC 9(9) VALUE 0.
               01 DupSig                  PIC 9(18) VALUE 0.
               01 DupLine                 PIC 9(6) VALUE 0.
               01 DupStamp                PIC X(21).
               01 DupThisRun              PIC X(1) VALUE 'N'.
               01 DupKind                 PIC X(7).
               01 DupAction               PIC X(8).
               01 DupGameDisp             PIC Z(8)9.
               01 DupFirstGameDisp        PIC Z(8)9.
               01 EojFileName             PIC X(120)
                                          VALUE "DAY02-EOJ.DAT".
               01 EojStatus               PIC XX.
               01 Result.
                   05 Part1               PIC 9(9) VALUE 0.
                   05 Part2               PIC 9(9) VALUE 0.
               COPY DAY02GN.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO StartStamp.
               STOP RUN
           END-IF.

      * The limits are those in force on the run date unless ASOF=
      * asks for another day's schedule (a rerun of an old input).
           IF CapAsOfGiven NOT = 'Y'
               MOVE StartStamp(1:8) TO CapAsOfDate
           END-IF.

           PERFORM LoadCapacityLimits.
           PERFORM LoadColourControls.
           PERFORM LoadScreenControls.
           PERFORM LoadGenerationLimit.

      * A checkpoint can land mid-game in the delimited layout, and
      * a resume from there would score a partial game; better to
               STOP RUN
           END-IF.

      * A what-if run posts nothing, so it has nothing to guard and
      * leaves no trace on the duplicate register either.
           IF WhatIfMode NOT = 'Y'
               PERFORM LoadDupRegister
           END-IF.

           IF ManifestMode = 'Y'
               MOVE FileName TO ManifestFileName
               OPEN INPUT ManifestFile
                  ".SEQERR"             DELIMITED BY SIZE
                  INTO SeqFileName.

           MOVE SPACES TO ScreenFileName.
           STRING FUNCTION TRIM(SideBaseName)
                  DELIMITED BY SIZE
                  ".SCREEN"             DELIMITED BY SIZE
                  INTO ScreenFileName.

           MOVE SPACES TO BreachFileName.
           STRING FUNCTION TRIM(SideBaseName)
                  DELIMITED BY SIZE
                  ".BREACH"             DELIMITED BY SIZE
                  INTO BreachFileName.

           MOVE SPACES TO CtlBreakFileName.
           STRING FUNCTION TRIM(SideBaseName)
                  DELIMITED BY SIZE
                  ".CTLBRK"             DELIMITED BY SIZE
                  INTO CtlBreakFileName.

           MOVE SPACES TO DupFileName.
           STRING FUNCTION TRIM(SideBaseName)
                  DELIMITED BY SIZE
                  ".DUPS"               DELIMITED BY SIZE
                  INTO DupFileName.

           MOVE 0 TO DupCurrentInput.
           IF DupLoaded = 'Y'
               MOVE FileName TO DupLookupName
               PERFORM FindDupInput
               MOVE DupInputIndex TO DupCurrentInput
           END-IF.

      * The control records are proven against the whole feed before
      * a single game is posted, so a held feed leaves the master,
      * extract, history and audit exactly as they were.
           PERFORM CheckFeedControl.

           IF CtlHeld = 'Y'
               PERFORM HoldFeed
           ELSE
               IF ResumeMode = 'Y' AND WhatIfMode NOT = 'Y'
                   PERFORM LoadCheckpoint
               END-IF

      * Each input of a manifest run can fall under its own pattern
      * on the schedule, so the limits are picked per input.
               IF CapOverridden NOT = 'Y'
                   PERFORM SelectCapacityLimits
               END-IF

               DISPLAY "Reading input from " FileName
               OPEN INPUT InputFile

               IF InputStatus NOT = "00"
                   DISPLAY "Unable to open input "
                           FUNCTION TRIM(FileName)
                           ", status " InputStatus
                   MOVE FileName    TO StatusFileName
                   MOVE InputStatus TO StatusCode
                   PERFORM RecordBadStatus
                   MOVE 12 TO CandidateRc
                   PERFORM RaiseRunRc
               ELSE
      * A partition writes under <input>.Pnn and leaves the live
      * set alone; the merge rolls it when it writes the new one.
      * A roll cut short leaves the live set part renamed, so the
      * input is not run over it: the outputs are never opened.
                   IF WhatIfMode NOT = 'Y' AND SkipLineCount = 0
                      AND PartMode NOT = 'Y'
                       PERFORM RollGenerations
                   END-IF
                   IF GnRollFailed = 'Y'
                       DISPLAY "Generations of "
                               FUNCTION TRIM(FileName)
                               " could not be rolled; input skipped"
                       CLOSE InputFile
                       MOVE GnFileName TO StatusFileName
                       MOVE GnStatus   TO StatusCode
                       PERFORM RecordBadStatus
                       MOVE 12 TO CandidateRc
                       PERFORM RaiseRunRc
                   ELSE
                       PERFORM ProcessInputFile
                   END-IF
               END-IF
           END-IF.

      * One pass over the feed ahead of the real run: the header and
      * trailer are picked off and the games, game-number hash and
      * cube sets are counted the way upstream counts them - one
      * line is one game in the classic layout, one row is one cube
      * set in the delimited layout. A feed that cannot be opened is
      * left for the real open to report.
       CheckFeedControl.
           MOVE 'N' TO CtlHeld, CtlEndOfScan, CtlTrailerUsable,
                       CtlAnyGame.
           MOVE 0   TO CtlHeaderLine, CtlTrailerLine, CtlLineCount,
                       CtlAfterTrailer, CtlBreakCount.
           MOVE 0   TO CtlExpGames, CtlExpHash, CtlExpSets.
           MOVE 0   TO CtlActGames, CtlActHash, CtlActSets.
           MOVE 0   TO CtlLastGame.
           MOVE SPACES TO CtlFeedDate, CtlBatchId.

           OPEN INPUT InputFile.
           IF InputStatus = "00"
               PERFORM UNTIL CtlEndOfScan = 'Y'
                   READ InputFile
                       AT END
                           MOVE 'Y' TO CtlEndOfScan
                       NOT AT END
                           ADD 1 TO CtlLineCount
                           PERFORM ScanControlRecord
                   END-READ
               END-PERFORM
               CLOSE InputFile
               PERFORM JudgeFeedControl
           END-IF.

       ScanControlRecord.
      * Blank lines are skipped wherever they fall, so blank lines
      * closing the feed do not count as data after the trailer.
           EVALUATE TRUE
               WHEN InputLine = SPACES
                   CONTINUE
               WHEN CtlTrailerLine > 0
                   IF CtlAfterTrailer = 0
                       MOVE CtlLineCount TO CtlAfterTrailer
                   END-IF
               WHEN InputLine(1:4) = "HDR,"
                   PERFORM TakeHeaderRecord
               WHEN InputLine(1:4) = "TRL,"
                   PERFORM TakeTrailerRecord
               WHEN LayoutMode = 'D'
                   PERFORM CountDelimControlRow
               WHEN OTHER
                   PERFORM CountGameControlLine
           END-EVALUATE.

       TakeHeaderRecord.
           MOVE SPACES TO CtlTag, CtlField1, CtlField2.
           UNSTRING InputLine
               DELIMITED BY ","
               INTO CtlTag, CtlField1, CtlField2.

           IF CtlLineCount NOT = 1
               MOVE CtlLineCount TO CtlLineDisp
               MOVE SPACES TO CtlBreakReason
               STRING "Header record on line " DELIMITED BY SIZE
                      FUNCTION TRIM(CtlLineDisp) DELIMITED BY SIZE
                      ", not the first record" DELIMITED BY SIZE
                      INTO CtlBreakReason
               PERFORM AddControlBreak
           ELSE
               MOVE 1 TO CtlHeaderLine
               MOVE CtlField1(1:8) TO CtlFeedDate
               MOVE CtlField2      TO CtlBatchId
               IF FUNCTION TRIM(CtlField1) = SPACES
                  OR FUNCTION TRIM(CtlField1) NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(CtlField1)) NOT = 8
                   MOVE "Header feed date is not yyyymmdd"
                       TO CtlBreakReason
                   PERFORM AddControlBreak
               END-IF
               IF CtlField2 = SPACES
                   MOVE "Header batch id is blank" TO CtlBreakReason
                   PERFORM AddControlBreak
               END-IF
           END-IF.

       TakeTrailerRecord.
           MOVE CtlLineCount TO CtlTrailerLine.
           MOVE SPACES TO CtlTag, CtlField1, CtlField2, CtlField3.
           UNSTRING InputLine
               DELIMITED BY ","
               INTO CtlTag, CtlField1, CtlField2, CtlField3.

           IF FUNCTION TRIM(CtlField1) = SPACES
              OR FUNCTION TRIM(CtlField1) NOT NUMERIC
              OR FUNCTION TRIM(CtlField2) = SPACES
              OR FUNCTION TRIM(CtlField2) NOT NUMERIC
              OR FUNCTION TRIM(CtlField3) = SPACES
              OR FUNCTION TRIM(CtlField3) NOT NUMERIC
               MOVE "Trailer counts are missing or not numeric"
                   TO CtlBreakReason
               PERFORM AddControlBreak
           ELSE
               MOVE 'Y' TO CtlTrailerUsable
               COMPUTE CtlExpGames = FUNCTION NUMVAL(CtlField1)
               COMPUTE CtlExpHash  = FUNCTION NUMVAL(CtlField2)
               COMPUTE CtlExpSets  = FUNCTION NUMVAL(CtlField3)
           END-IF.

      * Every non-blank classic line is a game as far as upstream is
      * concerned, good or bad; its number goes into the hash when
      * it can be read at all.
       CountGameControlLine.
           ADD 1 TO CtlActGames.
           MOVE 0 TO CtlSemicolons.
           INSPECT InputLine TALLYING CtlSemicolons FOR ALL ";".
           COMPUTE CtlActSets = CtlActSets + CtlSemicolons + 1.

           IF InputLine(1:5) = "Game "
               MOVE SPACES TO CtlGameText
               UNSTRING InputLine(6:12)
                   DELIMITED BY ":"
                   INTO CtlGameText
               IF FUNCTION TRIM(CtlGameText) NOT = SPACES
                  AND FUNCTION TRIM(CtlGameText) NUMERIC
                   COMPUTE CtlActHash = CtlActHash
                       + FUNCTION NUMVAL(CtlGameText)
               END-IF
           END-IF.

      * A delimited game is a run of rows under one game number, the
      * same boundary TakeDelimRow uses.
       CountDelimControlRow.
           ADD 1 TO CtlActSets.
           MOVE SPACES TO CtlGameText.
           UNSTRING InputLine
               DELIMITED BY ","
               INTO CtlGameText.

           IF FUNCTION TRIM(CtlGameText) NOT = SPACES
              AND FUNCTION TRIM(CtlGameText) NUMERIC
               COMPUTE CtlGameNumber = FUNCTION NUMVAL(CtlGameText)
               IF CtlAnyGame = 'N' OR CtlGameNumber NOT = CtlLastGame
                   ADD 1 TO CtlActGames
                   ADD CtlGameNumber TO CtlActHash
                   MOVE CtlGameNumber TO CtlLastGame
                   MOVE 'Y' TO CtlAnyGame
               END-IF
           END-IF.

      * A feed with neither record is a legacy feed unless CONTROL=Y;
      * once either record turns up, both must be there, the trailer
      * must be the last record and its three figures must agree.
       JudgeFeedControl.
           IF CtlAfterTrailer > 0
               MOVE CtlAfterTrailer TO CtlLineDisp
               MOVE SPACES TO CtlBreakReason
               STRING "Records follow the trailer, from line "
                                               DELIMITED BY SIZE
                      FUNCTION TRIM(CtlLineDisp) DELIMITED BY SIZE
                      INTO CtlBreakReason
               PERFORM AddControlBreak
           END-IF.

           IF CtlHeaderLine = 0
              AND (CtlTrailerLine > 0 OR ControlRequired = 'Y')
               MOVE "Header record missing" TO CtlBreakReason
               PERFORM AddControlBreak
           END-IF.

           IF CtlTrailerLine = 0
              AND (CtlHeaderLine > 0 OR ControlRequired = 'Y')
               MOVE "Trailer record missing" TO CtlBreakReason
               PERFORM AddControlBreak
           END-IF.

           IF CtlTrailerUsable = 'Y'
               IF CtlActGames NOT = CtlExpGames
                   MOVE "Game count does not agree with trailer"
                       TO CtlBreakReason
                   PERFORM AddControlBreak
               END-IF
               IF CtlActHash NOT = CtlExpHash
                   MOVE "Game number hash does not agree with trailer"
                       TO CtlBreakReason
                   PERFORM AddControlBreak
               END-IF
               IF CtlActSets NOT = CtlExpSets
                   MOVE "Cube set total does not agree with trailer"
                       TO CtlBreakReason
                   PERFORM AddControlBreak
               END-IF
           END-IF.

           IF CtlBreakCount > 0
               MOVE 'Y' TO CtlHeld
           ELSE
      * A clean feed retires any break report left by an earlier
      * held run of the same input.
               IF WhatIfMode NOT = 'Y'
                   CALL "CBL_DELETE_FILE" USING CtlBreakFileName
                   MOVE RETURN-CODE TO DeleteResult
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       AddControlBreak.
           IF CtlBreakCount < 10
               ADD 1 TO CtlBreakCount
               MOVE CtlBreakReason TO CtlBreakText(CtlBreakCount)
           END-IF.

      * A held feed posts nothing at all - no master, extract,
      * history, checkpoint or audit entry - and raises rc 16 so the
      * night can branch on it apart from an ordinary failure.
       HoldFeed.
           ADD 1 TO CtlHeldCount.
           DISPLAY "Control break on " FUNCTION TRIM(FileName)
                   "; feed held, nothing posted".
           PERFORM VARYING CtlBreakIndex FROM 1 BY 1
               UNTIL CtlBreakIndex > CtlBreakCount
               DISPLAY "  " FUNCTION TRIM(CtlBreakText(CtlBreakIndex))
           END-PERFORM.

           IF WhatIfMode NOT = 'Y'
               PERFORM WriteControlBreakReport
           END-IF.

           MOVE 16 TO CandidateRc.
           PERFORM RaiseRunRc.

       WriteControlBreakReport.
           OPEN OUTPUT CtlBreakFile.
           IF CtlBreakStatus NOT = "00"
               DISPLAY "Unable to open control break report "
                       FUNCTION TRIM(CtlBreakFileName)
                       ", status " CtlBreakStatus
               MOVE CtlBreakFileName TO StatusFileName
               MOVE CtlBreakStatus   TO StatusCode
               PERFORM FlagOutputFailure
           ELSE
               MOVE SPACES TO CtlBreakRecord
               STRING "CONTROL BREAK - FEED HELD: " DELIMITED BY SIZE
                      FUNCTION TRIM(FileName)   DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               MOVE SPACES TO CtlBreakRecord
               STRING "Run "                    DELIMITED BY SIZE
                      StartStamp(1:14)          DELIMITED BY SIZE
                      "  feed date "            DELIMITED BY SIZE
                      CtlFeedDate               DELIMITED BY SIZE
                      "  batch "                DELIMITED BY SIZE
                      FUNCTION TRIM(CtlBatchId) DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               MOVE SPACES TO CtlBreakRecord
               STRING "Records "                DELIMITED BY SIZE
                      CtlLineCount              DELIMITED BY SIZE
                      "  header line "          DELIMITED BY SIZE
                      CtlHeaderLine             DELIMITED BY SIZE
                      "  trailer line "         DELIMITED BY SIZE
                      CtlTrailerLine            DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               MOVE SPACES TO CtlBreakRecord
               STRING "            expected        actual"
                                                DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               MOVE SPACES TO CtlBreakRecord
               STRING "Games       "            DELIMITED BY SIZE
                      CtlExpGames               DELIMITED BY SIZE
                      "     "                   DELIMITED BY SIZE
                      CtlActGames               DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               MOVE SPACES TO CtlBreakRecord
               STRING "Hash        "            DELIMITED BY SIZE
                      CtlExpHash                DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      CtlActHash                DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               MOVE SPACES TO CtlBreakRecord
               STRING "Cube sets   "            DELIMITED BY SIZE
                      CtlExpSets                DELIMITED BY SIZE
                      "     "                   DELIMITED BY SIZE
                      CtlActSets                DELIMITED BY SIZE
                      INTO CtlBreakRecord
               WRITE CtlBreakRecord

               PERFORM VARYING CtlBreakIndex FROM 1 BY 1
                   UNTIL CtlBreakIndex > CtlBreakCount
                   MOVE SPACES TO CtlBreakRecord
                   STRING "BREAK: "             DELIMITED BY SIZE
                          FUNCTION TRIM(CtlBreakText(CtlBreakIndex))
                                                DELIMITED BY SIZE
                          INTO CtlBreakRecord
                   WRITE CtlBreakRecord
               END-PERFORM

               IF CtlBreakStatus NOT = "00"
                   DISPLAY "Write failed on control break report "
                           FUNCTION TRIM(CtlBreakFileName)
                           ", status " CtlBreakStatus
                   MOVE CtlBreakFileName TO StatusFileName
                   MOVE CtlBreakStatus   TO StatusCode
                   PERFORM FlagOutputFailure
               END-IF
               CLOSE CtlBreakFile
           END-IF.

       ProcessInputFile.
               IF PartMode NOT = 'Y'
                   PERFORM OpenGameHistFile
               END-IF
               PERFORM OpenDupFiles
           END-IF.

           IF SkipLineCount > 0
                   PERFORM CloseSeqFile
                   PERFORM CloseMasterFile
                   PERFORM CloseGameHistFile
                   PERFORM CloseDupFiles
               ELSE
                   PERFORM WriteExtractSummary
                   CLOSE DetailFile
                   PERFORM CloseSeqFile
                   PERFORM CloseMasterFile
                   PERFORM CloseGameHistFile
                   PERFORM CloseDupFiles
                   PERFORM WriteCheckpoint
                   PERFORM WriteTrendReport
                   PERFORM WriteRankingReport
                   PERFORM ScreenRunGames
                   PERFORM WriteBreachReport
      * The merged run writes the one audit entry; a partition
      * posting its own would double-count the night.
                   IF PartMode NOT = 'Y'
                       PERFORM WriteAuditRecord
                       IF GnStartFailed NOT = 'Y'
                           PERFORM CatalogueGeneration
                           IF GnWriteFailed = 'Y'
                               MOVE GnFileName TO StatusFileName
                               MOVE GnStatus   TO StatusCode
                               PERFORM FlagOutputFailure
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           INITIALIZE SeenGameTable.
           MOVE 'N' TO DetailWriteFailed, RejectWriteFailed,
                       ExtractWriteFailed, SeqWriteFailed.
           MOVE 0   TO DupCount.
           MOVE 'N' TO DupWriteFailed, GameSigWriteFailed.
           MOVE 0   TO BreachInvalidCount, BreachComboCount.
           INITIALIZE BreachBandTable, BreachSetTable,
                      BreachRaiseTable.
           MOVE 'N' TO GnRollFailed, GnStartFailed, GnWriteFailed.

           MOVE 0   TO RedTrendSum,   GreenTrendSum,   BlueTrendSum.
           MOVE 999 TO RedTrendMin,   GreenTrendMin,   BlueTrendMin.
                   IF FUNCTION TRIM(ArgValue) = "Y"
                       MOVE 'Y' TO QuietMode
                   END-IF
               WHEN "ASOF"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       MOVE ArgValue(1:8) TO CapAsOfDate
                       MOVE 'Y' TO CapAsOfGiven
                   END-IF
               WHEN "TOPN"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       COMPUTE TopCount = FUNCTION NUMVAL(ArgValue)
                   IF FUNCTION TRIM(ArgValue) = "Y"
                       MOVE 'Y' TO ManifestMode
                   END-IF
               WHEN "CONTROL"
                   IF FUNCTION TRIM(ArgValue) = "Y"
                       MOVE 'Y' TO ControlRequired
                   END-IF
               WHEN "PART"
                   MOVE SPACES TO PartSeqText, PartFromText,
                                  PartToText
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "DUPLICATE"
                   EVALUATE FUNCTION TRIM(ArgValue)
                       WHEN "REJECT"
                           MOVE 'R' TO DupPolicy
                           MOVE 'Y' TO DupOverridden
                       WHEN "WARN"
                           MOVE 'W' TO DupPolicy
                           MOVE 'Y' TO DupOverridden
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * DAY02-CAPACITY.DAT is a schedule of limits rather than one
      * live record, so a change of limits is a new record with its
      * own effective date and what applied before stays on file.
      * Records read "from,to,pattern,red,green,blue" (see DAY02CS);
      * a bare "r,g,b" record from before the schedule is taken as in
      * force for every input from the beginning. Blank records and
      * records starting '*' are comments. CAP= and WHATIF= override
      * the schedule outright, so it is not even read.
       LoadCapacityLimits.
           IF CapOverridden NOT = 'Y'
               PERFORM LoadCapacitySchedule
           END-IF.

       LoadCapacitySchedule.
           MOVE 0 TO CsEntryCount, CapLineNumber.
           MOVE 'N' TO ReachedEndOfSchedule.
           OPEN INPUT CapControlFile.
           IF CapControlStatus = "00"
               PERFORM UNTIL ReachedEndOfSchedule = 'Y'
                   READ CapControlFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfSchedule
                       NOT AT END
                           ADD 1 TO CapLineNumber
                           IF CapControlRecord NOT = SPACES
                              AND CapControlRecord(1:1) NOT = '*'
                               PERFORM LoadOneCapacityEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CapControlFile
           END-IF.

       LoadOneCapacityEntry.
           MOVE SPACES TO CapFromText, CapToText, CapPatternText,
                          CapRedText, CapGreenText, CapBlueText.
           UNSTRING CapControlRecord
               DELIMITED BY ","
               INTO CapFromText, CapToText, CapPatternText,
                    CapRedText, CapGreenText, CapBlueText.

           IF CapRedText = SPACES AND CapGreenText = SPACES
              AND CapBlueText = SPACES
               MOVE CapFromText    TO CapRedText
               MOVE CapToText      TO CapGreenText
               MOVE CapPatternText TO CapBlueText
               MOVE "00000000"     TO CapFromText
               MOVE SPACES         TO CapToText, CapPatternText
           END-IF.

           MOVE 'Y' TO CapRecordUsable.
           IF FUNCTION TRIM(CapFromText) = SPACES
              OR FUNCTION TRIM(CapFromText) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(CapFromText)) NOT = 8
               MOVE 'N' TO CapRecordUsable
           END-IF.
           IF FUNCTION TRIM(CapToText) NOT = SPACES
               IF FUNCTION TRIM(CapToText) NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(CapToText)) NOT = 8
                   MOVE 'N' TO CapRecordUsable
               END-IF
           END-IF.
      * The same date checks DAY02CAP lists a record BAD for: both
      * dates must be calendar dates and the range must not run
      * backwards.
           IF CapRecordUsable = 'Y'
               IF CapFromText NOT = "00000000"
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(CapFromText)) NOT = 0
                   MOVE 'N' TO CapRecordUsable
               END-IF
               IF FUNCTION TRIM(CapToText) NOT = SPACES
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(CapToText)) NOT = 0
                      OR FUNCTION NUMVAL(CapToText)
                           < FUNCTION NUMVAL(CapFromText)
                       MOVE 'N' TO CapRecordUsable
                   END-IF
               END-IF
           END-IF.
           IF FUNCTION TRIM(CapRedText) = SPACES
              OR FUNCTION TRIM(CapRedText) NOT NUMERIC
              OR FUNCTION TRIM(CapGreenText) = SPACES
              OR FUNCTION TRIM(CapGreenText) NOT NUMERIC
              OR FUNCTION TRIM(CapBlueText) = SPACES
              OR FUNCTION TRIM(CapBlueText) NOT NUMERIC
               MOVE 'N' TO CapRecordUsable
           END-IF.

           IF CapRecordUsable = 'N'
               DISPLAY "Bad capacity record skipped: "
                       FUNCTION TRIM(CapControlRecord)
           ELSE
               IF CsEntryCount >= 100
                   DISPLAY "Capacity schedule full; record skipped: "
                           FUNCTION TRIM(CapControlRecord)
               ELSE
                   ADD 1 TO CsEntryCount
                   COMPUTE CsFromDate(CsEntryCount)
                       = FUNCTION NUMVAL(CapFromText)
                   IF FUNCTION TRIM(CapToText) = SPACES
                       MOVE 99999999 TO CsToDate(CsEntryCount)
                   ELSE
                       COMPUTE CsToDate(CsEntryCount)
                           = FUNCTION NUMVAL(CapToText)
                   END-IF
                   IF FUNCTION TRIM(CapPatternText) = SPACES
                       MOVE "*" TO CsPattern(CsEntryCount)
                   ELSE
                       MOVE FUNCTION TRIM(CapPatternText)
                           TO CsPattern(CsEntryCount)
                   END-IF
                   COMPUTE CsRed(CsEntryCount)
                       = FUNCTION NUMVAL(CapRedText)
                   COMPUTE CsGreen(CsEntryCount)
                       = FUNCTION NUMVAL(CapGreenText)
                   COMPUTE CsBlue(CsEntryCount)
                       = FUNCTION NUMVAL(CapBlueText)
                   MOVE CapLineNumber TO CsLineNumber(CsEntryCount)
               END-IF
           END-IF.

      * An entry is in force on the as-of date when it has taken
      * effect, has not run out, and no later entry for the same
      * pattern has taken effect since and is still in force - a
      * later entry that has already run out does not hide an
      * open-ended earlier one (two entries for one pattern on one
      * date: the later record wins). Of the entries in force
      * whose pattern fits the input, the most specific wins: an
      * exact name beats a prefix, a longer prefix beats a shorter
      * one, and '*' comes last. Nothing in force means the built-in
      * limits.
       SelectCapacityLimits.
           MOVE 0 TO CapBestIndex, CapBestSpecificity.
           PERFORM VARYING CapEntryIndex FROM 1 BY 1
               UNTIL CapEntryIndex > CsEntryCount
               PERFORM TestOneCapacityEntry
           END-PERFORM.

           IF CapBestIndex = 0
               MOVE CsDefaultRed   TO TotalRed
               MOVE CsDefaultGreen TO TotalGreen
               MOVE CsDefaultBlue  TO TotalBlue
               DISPLAY "No capacity schedule entry in force for "
                       FUNCTION TRIM(FileName) " on " CapAsOfDate
                       "; using " TotalRed "/" TotalGreen "/"
                       TotalBlue
           ELSE
               MOVE CsRed(CapBestIndex)   TO TotalRed
               MOVE CsGreen(CapBestIndex) TO TotalGreen
               MOVE CsBlue(CapBestIndex)  TO TotalBlue
               DISPLAY "Capacity limits " TotalRed "/" TotalGreen
                       "/" TotalBlue " as of " CapAsOfDate
                       " from schedule line "
                       CsLineNumber(CapBestIndex)
                       " (effective " CsFromDate(CapBestIndex) ")"
           END-IF.

       TestOneCapacityEntry.
           PERFORM MatchCapacityPattern.
           IF CapPatternMatched = 'Y'
              AND CsFromDate(CapEntryIndex) <= CapAsOfDate
              AND CsToDate(CapEntryIndex) >= CapAsOfDate
               MOVE 'N' TO CapSuperseded
               PERFORM VARYING CapOtherIndex FROM 1 BY 1
                   UNTIL CapOtherIndex > CsEntryCount
                   IF CsPattern(CapOtherIndex)
                           = CsPattern(CapEntryIndex)
                      AND CsFromDate(CapOtherIndex) <= CapAsOfDate
                      AND CsToDate(CapOtherIndex) >= CapAsOfDate
                      AND (CsFromDate(CapOtherIndex)
                               > CsFromDate(CapEntryIndex)
                           OR (CsFromDate(CapOtherIndex)
                                   = CsFromDate(CapEntryIndex)
                               AND CapOtherIndex > CapEntryIndex))
                       MOVE 'Y' TO CapSuperseded
                   END-IF
               END-PERFORM
               IF CapSuperseded = 'N'
                  AND (CapBestIndex = 0
                       OR CapSpecificity > CapBestSpecificity)
                   MOVE CapEntryIndex  TO CapBestIndex
                   MOVE CapSpecificity TO CapBestSpecificity
               END-IF
           END-IF.

       MatchCapacityPattern.
           MOVE 'N' TO CapPatternMatched.
           MOVE 0 TO CapSpecificity.
           IF CsPattern(CapEntryIndex) = "*"
               MOVE 'Y' TO CapPatternMatched
           ELSE
               COMPUTE CapPatternLength = FUNCTION LENGTH(
                   FUNCTION TRIM(CsPattern(CapEntryIndex)))
               IF CsPattern(CapEntryIndex)(CapPatternLength:1) = "*"
                   SUBTRACT 1 FROM CapPatternLength
                   IF FileName(1:CapPatternLength)
                       = CsPattern(CapEntryIndex)(1:CapPatternLength)
                       MOVE 'Y' TO CapPatternMatched
                       MOVE CapPatternLength TO CapSpecificity
                   END-IF
               ELSE
                   IF FileName = CsPattern(CapEntryIndex)
                       MOVE 'Y' TO CapPatternMatched
                       COMPUTE CapSpecificity = CapPatternLength + 1
                   END-IF
               END-IF
           END-IF.

      * colour table lives in a control file instead of the code:
      * one "letter,name,cap" record per extra colour (the letter is
      * what the draw text starts with, e.g. "y,yellow,20"), plus an
      * optional "UNKNOWN,REJECT" or "UNKNOWN,WARN" policy record
      * and an optional "DUPLICATE,REJECT" or "DUPLICATE,WARN" one.
      * Red, green and blue stay on their own fields; a configured
      * extra colour is counted, held against its own capacity and
      * tracked per game, and only a colour in nobody's table is
               DELIMITED BY ","
               INTO ColourParm1, ColourParm2, ColourParm3.

           EVALUATE TRUE
               WHEN FUNCTION TRIM(ColourParm1) = "UNKNOWN"
                   IF UnknownOverridden NOT = 'Y'
                       EVALUATE FUNCTION TRIM(ColourParm2)
                           WHEN "REJECT" MOVE 'R' TO UnknownPolicy
                           WHEN "WARN"   MOVE 'W' TO UnknownPolicy
                           WHEN OTHER    CONTINUE
                       END-EVALUATE
                   END-IF
               WHEN FUNCTION TRIM(ColourParm1) = "DUPLICATE"
                   IF DupOverridden NOT = 'Y'
                       EVALUATE FUNCTION TRIM(ColourParm2)
                           WHEN "REJECT" MOVE 'R' TO DupPolicy
                           WHEN "WARN"   MOVE 'W' TO DupPolicy
                           WHEN OTHER    CONTINUE
                       END-EVALUATE
                   END-IF
               WHEN ExtraColourCount >= 10
                   DISPLAY "Colour table full; record skipped: "
                           FUNCTION TRIM(ColourControlRecord)
               WHEN FUNCTION TRIM(ColourParm3) = SPACES
                  OR FUNCTION TRIM(ColourParm3) NOT NUMERIC
                   DISPLAY "Bad colour record skipped: "
                           FUNCTION TRIM(ColourControlRecord)
               WHEN OTHER
                   ADD 1 TO ExtraColourCount
                   MOVE ColourParm1(1:1)
                       TO XcLetter(ExtraColourCount)
                   MOVE ColourParm2
                       TO XcName(ExtraColourCount)
                   COMPUTE XcCap(ExtraColourCount)
                       = FUNCTION NUMVAL(ColourParm3)
                   MOVE 0 TO XcCount(ExtraColourCount)
                   MOVE 0 TO XcMax(ExtraColourCount)
           END-EVALUATE.

       LoadScreenControls.
           MOVE "RED"   TO SfName(1).
           MOVE "GREEN" TO SfName(2).
           MOVE "BLUE"  TO SfName(3).
           MOVE "POWER" TO SfName(4).
           PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
               UNTIL ScreenFigureIndex > 4
               MOVE 0 TO SfCeiling(ScreenFigureIndex)
           END-PERFORM.

           OPEN INPUT ScreenControlFile.
           IF ScreenControlStatus = "00"
               PERFORM UNTIL ReachedEndOfScreenCtl = 'Y'
                   READ ScreenControlFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfScreenCtl
                       NOT AT END
                           IF ScreenControlRecord NOT = SPACES
                              AND ScreenControlRecord(1:1) NOT = '*'
                               PERFORM LoadOneScreenControl
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ScreenControlFile
           END-IF.

       LoadOneScreenControl.
           MOVE SPACES TO ScreenParm1, ScreenParm2.
           UNSTRING ScreenControlRecord
               DELIMITED BY ","
               INTO ScreenParm1, ScreenParm2.

           IF FUNCTION TRIM(ScreenParm2) = SPACES
              OR FUNCTION TEST-NUMVAL(ScreenParm2) NOT = 0
               DISPLAY "Bad screening record skipped: "
                       FUNCTION TRIM(ScreenControlRecord)
           ELSE
               EVALUATE FUNCTION TRIM(ScreenParm1)
                   WHEN "RED"
                       COMPUTE SfCeiling(1)
                           = FUNCTION NUMVAL(ScreenParm2)
                   WHEN "GREEN"
                       COMPUTE SfCeiling(2)
                           = FUNCTION NUMVAL(ScreenParm2)
                   WHEN "BLUE"
                       COMPUTE SfCeiling(3)
                           = FUNCTION NUMVAL(ScreenParm2)
                   WHEN "POWER"
                       COMPUTE SfCeiling(4)
                           = FUNCTION NUMVAL(ScreenParm2)
                   WHEN "SIGMA"
                       COMPUTE ScreenSigma
                           = FUNCTION NUMVAL(ScreenParm2)
                   WHEN "MINGAMES"
                       COMPUTE ScreenMinGames
                           = FUNCTION NUMVAL(ScreenParm2)
                   WHEN OTHER
                       DISPLAY "Bad screening record skipped: "
                               FUNCTION TRIM(ScreenControlRecord)
               END-EVALUATE
           END-IF.

       LoadCheckpoint.
           IF GameHistStatus = "35"
               OPEN OUTPUT GameHistFile
           END-IF.
           IF GameHistStatus = "00"
               MOVE 'Y' TO GameHistUsable
           ELSE
               DISPLAY "Unable to open game history "
                       FUNCTION TRIM(GameHistFileName)
                       ", status " GameHistStatus
                       "; run not recorded on history"
               MOVE GameHistFileName TO StatusFileName
               MOVE GameHistStatus   TO StatusCode
               PERFORM FlagOutputFailure
           END-IF.

       CloseGameHistFile.
           IF GameHistUsable = 'Y'
               CLOSE GameHistFile
               MOVE 'N' TO GameHistUsable
           END-IF.

      * One history record per game per run, stamped with the run
      * start so every game of a run carries the same timestamp. A
      * collision can only be a rerun within the same hundredth of a
      * second of the clock, so the newer judgement simply wins.
       WriteGameHistRecord.
           MOVE SPACES TO Day02GameHistRecord.
           MOVE FileName        TO GhFileName.
           MOVE GameNumber      TO GhGameNumber.
           MOVE StartStamp      TO GhRunStamp.
           MOVE MaxRed          TO GhMaxRed.
           MOVE MaxGreen        TO GhMaxGreen.
           MOVE MaxBlue         TO GhMaxBlue.
           MOVE Power           TO GhPower.
           MOVE GameValid(1:1)  TO GhGameValid.
           MOVE TotalRed        TO GhCapRed.
           MOVE TotalGreen      TO GhCapGreen.
           MOVE TotalBlue       TO GhCapBlue.

           WRITE Day02GameHistRecord
               INVALID KEY
                   REWRITE Day02GameHistRecord
                   IF GameHistStatus NOT = "00"
                       DISPLAY "Rewrite failed on game history "
                               FUNCTION TRIM(GameHistFileName)
                               ", status " GameHistStatus
                       MOVE GameHistFileName TO StatusFileName
                       MOVE GameHistStatus   TO StatusCode
                       PERFORM FlagOutputFailure
                   END-IF
           END-WRITE.

      * The register of what earlier runs posted: game numbers come
      * off the history itself, so a game from before the signature
      * register existed still counts, and signatures off
      * DAY02-GAMESIG.DAT. Only the latest posting of each game of
      * each input is kept live; a history record newer than the
      * last signature (a DAY02POST repair, say) leaves the content
      * unknown rather than trusting the superseded draws.
       LoadDupRegister.
           INITIALIZE DupGameBuckets, DupSigBuckets.
           MOVE 0   TO DupEntryCount, DupInputCount, DupInputIndex.
           MOVE 'N' TO DupThisRun.
           MOVE 'Y' TO DupLoaded.

           MOVE 'N' TO ReachedEndOfHistScan.
           OPEN INPUT HistScanFile.
           IF HistScanStatus = "00"
               PERFORM UNTIL ReachedEndOfHistScan = 'Y'
                   READ HistScanFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO ReachedEndOfHistScan
                       NOT AT END
                           PERFORM TakeHistScanRecord
                   END-READ
               END-PERFORM
               CLOSE HistScanFile
           ELSE
               IF HistScanStatus NOT = "35"
                   DISPLAY "Unable to read game history "
                           FUNCTION TRIM(GameHistFileName)
                           ", status " HistScanStatus
                           "; earlier runs not checked for duplicates"
               END-IF
           END-IF.

           MOVE GameSigRegisterName TO GameSigFileName.
           MOVE 'N' TO ReachedEndOfGameSig.
           OPEN INPUT GameSigFile.
           IF GameSigStatus = "00"
               PERFORM UNTIL ReachedEndOfGameSig = 'Y'
                   READ GameSigFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfGameSig
                       NOT AT END
                           IF GameSigRecord NOT = SPACES
                               PERFORM TakeGameSigRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GameSigFile
           ELSE
               IF GameSigStatus NOT = "35"
                   DISPLAY "Unable to read duplicate register "
                           FUNCTION TRIM(GameSigFileName)
                           ", status " GameSigStatus
                           "; earlier content not checked"
               END-IF
           END-IF.

       TakeHistScanRecord.
           MOVE HsFileName TO DupLookupName.
           PERFORM FindDupInput.
           IF DupInputIndex > 0
               MOVE HsGameNumber TO DupGame
               PERFORM FindDupEntry
               IF DupFoundEntry > 0
                   IF HsRunStamp > DeStamp(DupFoundEntry)
                       MOVE HsRunStamp TO DeStamp(DupFoundEntry)
                   END-IF
               ELSE
                   MOVE 0 TO DupSig, DupLine
                   MOVE HsRunStamp TO DupStamp
                   PERFORM AddDupEntry
               END-IF
           END-IF.

       TakeGameSigRecord.
           MOVE SPACES TO GsGameText, GsSigText, GsLineText,
                          GsStampText, GsInputText.
           UNSTRING GameSigRecord
               DELIMITED BY "|"
               INTO GsGameText, GsSigText, GsLineText,
                    GsStampText, GsInputText.

           IF GsGameText(1:9) NOT NUMERIC
              OR GsSigText(1:18) NOT NUMERIC
              OR GsLineText(1:6) NOT NUMERIC
              OR GsInputText = SPACES
               DISPLAY "Bad duplicate register record skipped: "
                       FUNCTION TRIM(GameSigRecord)
           ELSE
               MOVE GsInputText TO DupLookupName
               PERFORM FindDupInput
               IF DupInputIndex > 0
                   MOVE GsGameText(1:9)  TO DupGame
                   MOVE GsSigText(1:18)  TO DupSig
                   MOVE GsLineText(1:6)  TO DupLine
                   MOVE GsStampText      TO DupStamp
                   PERFORM FindDupEntry
                   EVALUATE TRUE
                       WHEN DupFoundEntry = 0
                           PERFORM AddDupEntry
                       WHEN DeStamp(DupFoundEntry) > DupStamp
                           CONTINUE
                       WHEN DeSig(DupFoundEntry) = 0
                           MOVE DupSig   TO DeSig(DupFoundEntry)
                           MOVE DupLine  TO DeLine(DupFoundEntry)
                           MOVE DupStamp TO DeStamp(DupFoundEntry)
                           PERFORM LinkDupSignature
                       WHEN DeSig(DupFoundEntry) = DupSig
                           MOVE DupLine  TO DeLine(DupFoundEntry)
                           MOVE DupStamp TO DeStamp(DupFoundEntry)
                       WHEN OTHER
                           MOVE 'N' TO DeLive(DupFoundEntry)
                           PERFORM AddDupEntry
                   END-EVALUATE
               END-IF
           END-IF.

      * The history is in input-name order and the register in run
      * order, so the last name found is tried before the table is
      * searched.
       FindDupInput.
           IF DupInputIndex > 0
              AND DupInputName(DupInputIndex) = DupLookupName
               CONTINUE
           ELSE
               MOVE 0 TO DupInputIndex
               PERFORM VARYING DupWalk FROM 1 BY 1
                   UNTIL DupWalk > DupInputCount
                      OR DupInputIndex > 0
                   IF DupInputName(DupWalk) = DupLookupName
                       MOVE DupWalk TO DupInputIndex
                   END-IF
               END-PERFORM
               IF DupInputIndex = 0
                   IF DupInputCount >= 1000
                       IF DupInputsWarned = 'N'
                           MOVE 'Y' TO DupInputsWarned
                           DISPLAY "Duplicate input table full; "
                                   "inputs past the first 1000 "
                                   "are not checked"
                       END-IF
                   ELSE
                       ADD 1 TO DupInputCount
                       MOVE DupLookupName
                           TO DupInputName(DupInputCount)
                       MOVE DupInputCount TO DupInputIndex
                   END-IF
               END-IF
           END-IF.

       FindDupEntry.
           MOVE 0 TO DupFoundEntry.
           COMPUTE DupBucket = FUNCTION MOD(DupGame, 10007) + 1.
           MOVE DupGameHead(DupBucket) TO DupWalk.
           PERFORM UNTIL DupWalk = 0 OR DupFoundEntry > 0
               IF DeLive(DupWalk) = 'Y'
                  AND DeGame(DupWalk) = DupGame
                  AND DeInput(DupWalk) = DupInputIndex
                   MOVE DupWalk TO DupFoundEntry
               END-IF
               MOVE DeNextGame(DupWalk) TO DupWalk
           END-PERFORM.

       AddDupEntry.
           IF DupEntryCount >= 100000
               IF DupEntriesWarned = 'N'
                   MOVE 'Y' TO DupEntriesWarned
                   DISPLAY "Duplicate table full; games past the "
                           "first 100000 are not registered"
               END-IF
           ELSE
               ADD 1 TO DupEntryCount
               MOVE DupGame       TO DeGame(DupEntryCount)
               MOVE DupSig        TO DeSig(DupEntryCount)
               MOVE DupInputIndex TO DeInput(DupEntryCount)
               MOVE DupLine       TO DeLine(DupEntryCount)
               MOVE DupStamp      TO DeStamp(DupEntryCount)
               MOVE DupThisRun    TO DeThisRun(DupEntryCount)
               MOVE 'Y'           TO DeLive(DupEntryCount)
               MOVE 0             TO DeNextSig(DupEntryCount)
               COMPUTE DupBucket = FUNCTION MOD(DupGame, 10007) + 1
               MOVE DupGameHead(DupBucket)
                   TO DeNextGame(DupEntryCount)
               MOVE DupEntryCount TO DupGameHead(DupBucket)
               MOVE DupEntryCount TO DupFoundEntry
               IF DupSig > 0
                   PERFORM LinkDupSignature
               END-IF
           END-IF.

       LinkDupSignature.
           COMPUTE DupBucket
               = FUNCTION MOD(DeSig(DupFoundEntry), 10007) + 1.
           MOVE DupSigHead(DupBucket) TO DeNextSig(DupFoundEntry).
           MOVE DupFoundEntry TO DupSigHead(DupBucket).

      * A game number seen under another input - in this run or an
      * earlier one - is a number duplicate; the same input's own
      * history is just a rerun, and a repeat inside one input is
      * the sequence check's business. Identical draws are a content
      * duplicate wherever they were seen this run, or under another
      * input before. The game is registered once it has passed, so
      * with WARN the later copy is itself a candidate for the next.
       CheckDuplicateGame.
           IF DupLoaded = 'Y' AND DupCurrentInput > 0
               COMPUTE GameSignature
                   = GameSigA * 1000000000 + GameSigB
               MOVE 0 TO DupFoundEntry
               COMPUTE DupBucket = FUNCTION MOD(GameNumber, 10007) + 1
               MOVE DupGameHead(DupBucket) TO DupWalk
               PERFORM UNTIL DupWalk = 0 OR DupFoundEntry > 0
                   IF DeLive(DupWalk) = 'Y'
                      AND DeGame(DupWalk) = GameNumber
                      AND DeInput(DupWalk) NOT = DupCurrentInput
                       MOVE DupWalk TO DupFoundEntry
                       MOVE "NUMBER" TO DupKind
                   END-IF
                   MOVE DeNextGame(DupWalk) TO DupWalk
               END-PERFORM

               IF DupFoundEntry = 0 AND GameSignature > 0
                   COMPUTE DupBucket
                       = FUNCTION MOD(GameSignature, 10007) + 1
                   MOVE DupSigHead(DupBucket) TO DupWalk
                   PERFORM UNTIL DupWalk = 0 OR DupFoundEntry > 0
                       IF DeLive(DupWalk) = 'Y'
                          AND DeSig(DupWalk) = GameSignature
                          AND (DeInput(DupWalk) NOT = DupCurrentInput
                               OR (DeThisRun(DupWalk) = 'Y'
                                   AND DeGame(DupWalk)
                                       NOT = GameNumber))
                           MOVE DupWalk TO DupFoundEntry
                           MOVE "CONTENT" TO DupKind
                       END-IF
                       MOVE DeNextSig(DupWalk) TO DupWalk
                   END-PERFORM
               END-IF

               IF DupFoundEntry > 0
                   PERFORM ReportDuplicateGame
               END-IF

               IF LineValid = 'Y'
                   MOVE GameNumber      TO DupGame
                   MOVE GameSignature   TO DupSig
                   MOVE LineNumber      TO DupLine
                   MOVE StartStamp      TO DupStamp
                   MOVE DupCurrentInput TO DupInputIndex
                   MOVE 'Y'             TO DupThisRun
                   PERFORM AddDupEntry
               END-IF
           END-IF.

      * One <input>.DUPS record per duplicate naming both copies:
      * "kind|action|game|line|run stamp|input" for the later copy,
      * then "game|line|run stamp|input" for the first. A line of
      * zero is a game known only from the history, which keeps no
      * line numbers.
       ReportDuplicateGame.
           ADD 1 TO DupCount.
           ADD 1 TO DupTotal.
           IF DupPolicy = 'R'
               MOVE "REJECTED" TO DupAction
           ELSE
               MOVE "WARNED" TO DupAction
           END-IF.
           MOVE GameNumber TO DupGameDisp.
           MOVE DeGame(DupFoundEntry) TO DupFirstGameDisp.

           IF DupUsable = 'Y'
               MOVE SPACES TO DupRecord
               STRING FUNCTION TRIM(DupKind)    DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      FUNCTION TRIM(DupAction)  DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      FUNCTION TRIM(DupGameDisp) DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      LineNumber                DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      StartStamp                DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      FUNCTION TRIM(FileName)   DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      FUNCTION TRIM(DupFirstGameDisp)
                                                DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      DeLine(DupFoundEntry)     DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      DeStamp(DupFoundEntry)    DELIMITED BY SIZE
                      "|"                       DELIMITED BY SIZE
                      FUNCTION TRIM(DupInputName
                          (DeInput(DupFoundEntry)))
                                                DELIMITED BY SIZE
                      INTO DupRecord
               WRITE DupRecord
               IF DupStatus NOT = "00" AND DupWriteFailed = 'N'
                   MOVE 'Y' TO DupWriteFailed
                   DISPLAY "Write failed on duplicates report "
                           FUNCTION TRIM(DupFileName)
                           ", status " DupStatus
                   MOVE DupFileName TO StatusFileName
                   MOVE DupStatus   TO StatusCode
                   PERFORM FlagOutputFailure
               END-IF
           END-IF.

           IF DupPolicy = 'R'
               MOVE 'N' TO LineValid
               MOVE SPACES TO RejectReason
               STRING "Duplicate "              DELIMITED BY SIZE
                      FUNCTION TRIM(DupKind)    DELIMITED BY SIZE
                      " of game "               DELIMITED BY SIZE
                      FUNCTION TRIM(DupFirstGameDisp)
                                                DELIMITED BY SIZE
                      " line "                  DELIMITED BY SIZE
                      DeLine(DupFoundEntry)     DELIMITED BY SIZE
                      " of "                    DELIMITED BY SIZE
                      FUNCTION TRIM(DupInputName
                          (DeInput(DupFoundEntry)))
                                                DELIMITED BY SIZE
                      INTO RejectReason
           ELSE
               MOVE 4 TO CandidateRc
               PERFORM RaiseRunRc
           END-IF.

      * A partition writes its signatures to its own side file for
      * the merge to post, the same as it leaves the history alone.
       OpenDupFiles.
           MOVE 'N' TO DupUsable, GameSigUsable.
           IF SkipLineCount > 0
               OPEN EXTEND DupFile
               IF DupStatus = "35"
                   OPEN OUTPUT DupFile
               END-IF
           ELSE
               OPEN OUTPUT DupFile
           END-IF.
           IF DupStatus = "00"
               MOVE 'Y' TO DupUsable
           ELSE
               DISPLAY "Unable to open duplicates report "
                       FUNCTION TRIM(DupFileName)
                       ", status " DupStatus
               MOVE DupFileName TO StatusFileName
               MOVE DupStatus   TO StatusCode
               PERFORM FlagOutputFailure
           END-IF.

           IF PartMode = 'Y'
               MOVE SPACES TO GameSigFileName
               STRING FUNCTION TRIM(SideBaseName) DELIMITED BY SIZE
                      ".GAMESIG"            DELIMITED BY SIZE
                      INTO GameSigFileName
               OPEN OUTPUT GameSigFile
           ELSE
               MOVE GameSigRegisterName TO GameSigFileName
               OPEN EXTEND GameSigFile
               IF GameSigStatus = "35"
                   OPEN OUTPUT GameSigFile
               END-IF
           END-IF.
           IF GameSigStatus = "00"
               MOVE 'Y' TO GameSigUsable
           ELSE
               DISPLAY "Unable to open duplicate register "
                       FUNCTION TRIM(GameSigFileName)
                       ", status " GameSigStatus
               MOVE GameSigFileName TO StatusFileName
               MOVE GameSigStatus   TO StatusCode
               PERFORM FlagOutputFailure
           END-IF.

       CloseDupFiles.
           IF DupUsable = 'Y'
               CLOSE DupFile
               MOVE 'N' TO DupUsable
           END-IF.
           IF GameSigUsable = 'Y'
               CLOSE GameSigFile
               MOVE 'N' TO GameSigUsable
           END-IF.

       WriteGameSigRecord.
           MOVE SPACES TO GameSigRecord.
           STRING GameNumber               DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  GameSignature            DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  LineNumber               DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  StartStamp               DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(FileName)  DELIMITED BY SIZE
                  INTO GameSigRecord.
           WRITE GameSigRecord.
           IF GameSigStatus NOT = "00" AND GameSigWriteFailed = 'N'
               MOVE 'Y' TO GameSigWriteFailed
               DISPLAY "Write failed on duplicate register "
                       FUNCTION TRIM(GameSigFileName)
                       ", status " GameSigStatus
               MOVE GameSigFileName TO StatusFileName
               MOVE GameSigStatus   TO StatusCode
               PERFORM FlagOutputFailure
           END-IF.

       WriteMasterRecord.
           MOVE SPACES TO Day02MasterRecord.
               PERFORM FlagOutputFailure
           END-IF.

      * The 'S' record has no game of its own, so its name field
      * carries the capacity as-of date ("ASOFyyyymmdd") the run
      * was judged under; DAY02FIX and DAY02POST read it back so a
      * later repair is judged under the same schedule entry.
       WriteExtractSummary.
           MOVE SPACES    TO ExtractSummaryRecord.
           MOVE 'S'       TO SumRecordType.
           MOVE "ASOF"    TO SumGameName(1:4).
           MOVE CapAsOfDate TO SumGameName(5:8).
           MOVE 0         TO SumPower.
           MOVE Part1     TO SumPart1.
           MOVE Part2     TO SumPart2.

      * The run return code is the highest severity seen: 0 clean,
      * 4 rejects present, 8 a declared output file could not be
      * opened or written, 12 input or manifest unreadable, 16 a
      * feed held on a header/trailer control break. The
      * scheduler branches on it, so a run that lost its extract no
      * longer looks like a perfect one.
       RaiseRunRc.
               DISPLAY "  unknown colours " UnknownDrawTotal
                       " draw(s) in " UnknownGameTotal " game(s)"
           END-IF.
           IF CtlHeldCount > 0
               DISPLAY "  feeds held on control break " CtlHeldCount
           END-IF.
           IF ScreenSuspectTotal > 0
               DISPLAY "  suspect games screened out "
                       ScreenSuspectTotal
           END-IF.
           IF DupTotal > 0
               DISPLAY "  duplicate games found " DupTotal
           END-IF.

       ComputeStampUnits.
           COMPUTE StampDays = FUNCTION INTEGER-OF-DATE
                  INTO RankingRecord.
           WRITE RankingRecord.

      * The run's spread is taken over every game scored this run:
      * the mean of each figure first, then the mean squared distance
      * from it, so the arithmetic never has to hold a run's worth of
      * squared powers at once. A game beyond SIGMA deviations either
      * side of the mean, or over a figure's fixed ceiling, is a
      * suspect; each rule it trips is one SUSPECT record, laid out
      * "SUSPECT|game|line|red|green|blue|power|rule|detail" between
      * a RUN record naming the input and run stamp and an END
      * record, for DAY02SCR to queue for review. A resumed run only
      * holds the games read since the restart; its RUN record ends
      * with a field saying so, as the ranking report's title does.
       ScreenRunGames.
           MOVE 0   TO ScreenSuspectGames.
           MOVE 'N' TO ScreenByDistribution.
           PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
               UNTIL ScreenFigureIndex > 4
               MOVE 0 TO SfSum(ScreenFigureIndex),
                         SfMean(ScreenFigureIndex),
                         SfSquares(ScreenFigureIndex),
                         SfSpread(ScreenFigureIndex),
                         SfLow(ScreenFigureIndex),
                         SfHigh(ScreenFigureIndex)
           END-PERFORM.

           IF GameCount > 0 AND GameCount >= ScreenMinGames
               MOVE 'Y' TO ScreenByDistribution
               PERFORM VARYING ScreenGameIndex FROM 1 BY 1
                   UNTIL ScreenGameIndex > GameCount
                   PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
                       UNTIL ScreenFigureIndex > 4
                       PERFORM TakeScreenValue
                       ADD ScreenValue TO SfSum(ScreenFigureIndex)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
                   UNTIL ScreenFigureIndex > 4
                   COMPUTE SfMean(ScreenFigureIndex) ROUNDED
                       = SfSum(ScreenFigureIndex) / GameCount
               END-PERFORM
               PERFORM VARYING ScreenGameIndex FROM 1 BY 1
                   UNTIL ScreenGameIndex > GameCount
                   PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
                       UNTIL ScreenFigureIndex > 4
                       PERFORM TakeScreenValue
                       COMPUTE ScreenDistance
                           = ScreenValue - SfMean(ScreenFigureIndex)
                       COMPUTE SfSquares(ScreenFigureIndex) ROUNDED
                           = SfSquares(ScreenFigureIndex)
                           + (ScreenDistance * ScreenDistance)
                             / GameCount
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
                   UNTIL ScreenFigureIndex > 4
                   COMPUTE SfSpread(ScreenFigureIndex) ROUNDED
                       = FUNCTION SQRT(SfSquares(ScreenFigureIndex))
                   COMPUTE SfHigh(ScreenFigureIndex)
                       = SfMean(ScreenFigureIndex)
                       + ScreenSigma * SfSpread(ScreenFigureIndex)
                   COMPUTE SfLow(ScreenFigureIndex)
                       = SfMean(ScreenFigureIndex)
                       - ScreenSigma * SfSpread(ScreenFigureIndex)
               END-PERFORM
           END-IF.

           PERFORM BuildResumeNote.
           OPEN OUTPUT ScreenFile.
           IF ScreenStatus NOT = "00"
               DISPLAY "Unable to open screening file "
                       FUNCTION TRIM(ScreenFileName)
                       ", status " ScreenStatus
               MOVE ScreenFileName TO StatusFileName
               MOVE ScreenStatus   TO StatusCode
               PERFORM FlagOutputFailure
           ELSE
               MOVE ScreenSigma TO ScreenSigmaDisp
               MOVE SPACES TO ScreenRecord
               STRING "RUN|"                  DELIMITED BY SIZE
                      StartStamp              DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      FUNCTION TRIM(FileName) DELIMITED BY SIZE
                      "|games="               DELIMITED BY SIZE
                      GameCount               DELIMITED BY SIZE
                      "|sigma="               DELIMITED BY SIZE
                      FUNCTION TRIM(ScreenSigmaDisp)
                                              DELIMITED BY SIZE
                      "|mingames="            DELIMITED BY SIZE
                      ScreenMinGames          DELIMITED BY SIZE
                      ResumeNote              DELIMITED BY "  "
                      INTO ScreenRecord
               WRITE ScreenRecord

               PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
                   UNTIL ScreenFigureIndex > 4
                   PERFORM WriteScreenStat
               END-PERFORM

               PERFORM VARYING ScreenGameIndex FROM 1 BY 1
                   UNTIL ScreenGameIndex > GameCount
                   PERFORM ScreenOneGame
               END-PERFORM

               MOVE SPACES TO ScreenRecord
               STRING "END|suspects="         DELIMITED BY SIZE
                      ScreenSuspectGames      DELIMITED BY SIZE
                      INTO ScreenRecord
               WRITE ScreenRecord

               IF ScreenStatus NOT = "00"
                   DISPLAY "Write failed on screening file "
                           FUNCTION TRIM(ScreenFileName)
                           ", status " ScreenStatus
                   MOVE ScreenFileName TO StatusFileName
                   MOVE ScreenStatus   TO StatusCode
                   PERFORM FlagOutputFailure
               END-IF
               CLOSE ScreenFile
           END-IF.

           ADD ScreenSuspectGames TO ScreenSuspectTotal.
           IF ScreenSuspectGames > 0
               DISPLAY "Screening: " ScreenSuspectGames
                       " suspect game(s) on "
                       FUNCTION TRIM(ScreenFileName)
           END-IF.

       TakeScreenValue.
           EVALUATE ScreenFigureIndex
               WHEN 1 MOVE GtMaxRed(ScreenGameIndex)   TO ScreenValue
               WHEN 2 MOVE GtMaxGreen(ScreenGameIndex) TO ScreenValue
               WHEN 3 MOVE GtMaxBlue(ScreenGameIndex)  TO ScreenValue
               WHEN 4 MOVE GtPower(ScreenGameIndex)    TO ScreenValue
           END-EVALUATE.

       WriteScreenStat.
           MOVE SfMean(ScreenFigureIndex)    TO ScreenMeanDisp.
           MOVE SfSpread(ScreenFigureIndex)  TO ScreenSpreadDisp.
           MOVE SfCeiling(ScreenFigureIndex) TO ScreenCeilingDisp.
           MOVE SPACES TO ScreenRecord.
           IF ScreenByDistribution = 'Y'
               STRING "STAT|"                 DELIMITED BY SIZE
                      FUNCTION TRIM(SfName(ScreenFigureIndex))
                                              DELIMITED BY SIZE
                      "|mean="                DELIMITED BY SIZE
                      FUNCTION TRIM(ScreenMeanDisp)
                                              DELIMITED BY SIZE
                      "|sd="                  DELIMITED BY SIZE
                      FUNCTION TRIM(ScreenSpreadDisp)
                                              DELIMITED BY SIZE
                      "|ceiling="             DELIMITED BY SIZE
                      FUNCTION TRIM(ScreenCeilingDisp)
                                              DELIMITED BY SIZE
                      INTO ScreenRecord
           ELSE
               STRING "STAT|"                 DELIMITED BY SIZE
                      FUNCTION TRIM(SfName(ScreenFigureIndex))
                                              DELIMITED BY SIZE
                      "|too few games to judge spread"
                                              DELIMITED BY SIZE
                      "|ceiling="             DELIMITED BY SIZE
                      FUNCTION TRIM(ScreenCeilingDisp)
                                              DELIMITED BY SIZE
                      INTO ScreenRecord
           END-IF.
           WRITE ScreenRecord.

       ScreenOneGame.
           MOVE 'N' TO ScreenGameSuspect.
           PERFORM VARYING ScreenFigureIndex FROM 1 BY 1
               UNTIL ScreenFigureIndex > 4
               PERFORM TakeScreenValue
               MOVE ScreenValue TO ScreenValueDisp
               IF SfCeiling(ScreenFigureIndex) > 0
                  AND ScreenValue > SfCeiling(ScreenFigureIndex)
                   MOVE SfCeiling(ScreenFigureIndex)
                       TO ScreenCeilingDisp
                   MOVE SPACES TO ScreenRule, ScreenDetail
                   STRING "CEILING-"          DELIMITED BY SIZE
                          SfName(ScreenFigureIndex)
                                              DELIMITED BY SPACE
                          INTO ScreenRule
                   STRING FUNCTION TRIM(ScreenValueDisp)
                                              DELIMITED BY SIZE
                          " over ceiling "    DELIMITED BY SIZE
                          FUNCTION TRIM(ScreenCeilingDisp)
                                              DELIMITED BY SIZE
                          INTO ScreenDetail
                   PERFORM WriteScreenSuspect
               END-IF
               IF ScreenByDistribution = 'Y'
                  AND (ScreenValue > SfHigh(ScreenFigureIndex)
                       OR ScreenValue < SfLow(ScreenFigureIndex))
                   MOVE SfMean(ScreenFigureIndex)   TO ScreenMeanDisp
                   MOVE SfSpread(ScreenFigureIndex) TO ScreenSpreadDisp
                   MOVE SPACES TO ScreenRule, ScreenDetail
                   STRING "SPREAD-"           DELIMITED BY SIZE
                          SfName(ScreenFigureIndex)
                                              DELIMITED BY SPACE
                          INTO ScreenRule
                   STRING FUNCTION TRIM(ScreenValueDisp)
                                              DELIMITED BY SIZE
                          " beyond "          DELIMITED BY SIZE
                          FUNCTION TRIM(ScreenSigmaDisp)
                                              DELIMITED BY SIZE
                          " sd of run mean "  DELIMITED BY SIZE
                          FUNCTION TRIM(ScreenMeanDisp)
                                              DELIMITED BY SIZE
                          " (sd "             DELIMITED BY SIZE
                          FUNCTION TRIM(ScreenSpreadDisp)
                                              DELIMITED BY SIZE
                          ")"                 DELIMITED BY SIZE
                          INTO ScreenDetail
                   PERFORM WriteScreenSuspect
               END-IF
           END-PERFORM.
           IF ScreenGameSuspect = 'Y'
               ADD 1 TO ScreenSuspectGames
           END-IF.

       WriteScreenSuspect.
           MOVE 'Y' TO ScreenGameSuspect.
           MOVE SPACES TO ScreenRecord.
           STRING "SUSPECT|"                  DELIMITED BY SIZE
                  GtNumber(ScreenGameIndex)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GtLine(ScreenGameIndex)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GtMaxRed(ScreenGameIndex)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GtMaxGreen(ScreenGameIndex) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GtMaxBlue(ScreenGameIndex)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GtPower(ScreenGameIndex)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(ScreenRule)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(ScreenDetail) DELIMITED BY SIZE
                  INTO ScreenRecord.
           WRITE ScreenRecord.

      * An invalid game's maximum for each colour is held against
      * that colour's limit; the colours over it, in red, green,
      * blue, extra-colour order, make up the combination.
       AnalyseBreach.
           ADD 1 TO BreachInvalidCount.
           MOVE SPACES TO BreachCombination.
           MOVE 1 TO BreachPointer.
           MOVE 0 TO BreachColourCount, BreachOnlyColour,
                     BreachWorstMargin.

           MOVE "red"    TO BreachColourName.
           MOVE MaxRed   TO BreachColourMax.
           MOVE TotalRed TO BreachColourCap.
           MOVE 1        TO BreachColourSlot.
           PERFORM TakeBreachColour.

           MOVE "green"    TO BreachColourName.
           MOVE MaxGreen   TO BreachColourMax.
           MOVE TotalGreen TO BreachColourCap.
           MOVE 2          TO BreachColourSlot.
           PERFORM TakeBreachColour.

           MOVE "blue"    TO BreachColourName.
           MOVE MaxBlue   TO BreachColourMax.
           MOVE TotalBlue TO BreachColourCap.
           MOVE 3         TO BreachColourSlot.
           PERFORM TakeBreachColour.

           PERFORM VARYING ExtraColourIndex FROM 1 BY 1
               UNTIL ExtraColourIndex > ExtraColourCount
               MOVE XcName(ExtraColourIndex) TO BreachColourName
               MOVE XcMax(ExtraColourIndex)  TO BreachColourMax
               MOVE XcCap(ExtraColourIndex)  TO BreachColourCap
               COMPUTE BreachColourSlot = ExtraColourIndex + 3
               PERFORM TakeBreachColour
           END-PERFORM.

           IF BreachColourCount > 0
               PERFORM CountBreachCombination
               IF BreachFound = 'N'
                   MOVE "other" TO BreachCombination
                   PERFORM CountBreachCombination
               END-IF

               EVALUATE TRUE
                   WHEN BreachWorstMargin <= 1
                       ADD 1 TO BreachBandGames(1)
                   WHEN BreachWorstMargin <= 5
                       ADD 1 TO BreachBandGames(2)
                   WHEN BreachWorstMargin <= 10
                       ADD 1 TO BreachBandGames(3)
                   WHEN BreachWorstMargin <= 20
                       ADD 1 TO BreachBandGames(4)
                   WHEN OTHER
                       ADD 1 TO BreachBandGames(5)
               END-EVALUATE

               IF BreachFirstSet > 0
                   ADD 1 TO BreachSetGames(BreachFirstSet)
               END-IF

               IF BreachColourCount = 1
                   MOVE BreachOnlyColour TO BreachIndex
                   PERFORM CountBreachRaise
               END-IF
               COMPUTE BreachIndex = ExtraColourCount + 4
               PERFORM CountBreachRaise
           END-IF.

       TakeBreachColour.
           IF BreachColourMax > BreachColourCap
               COMPUTE BreachMargin = BreachColourMax - BreachColourCap
               IF BreachMargin > BreachWorstMargin
                   MOVE BreachMargin TO BreachWorstMargin
               END-IF
               ADD 1 TO BreachColourCount
               MOVE BreachColourSlot TO BreachOnlyColour
               IF BreachColourCount > 1
                   STRING "+" DELIMITED BY SIZE
                       INTO BreachCombination
                       WITH POINTER BreachPointer
               END-IF
               STRING FUNCTION TRIM(BreachColourName)
                   DELIMITED BY SIZE
                   INTO BreachCombination
                   WITH POINTER BreachPointer
           END-IF.

      * The last slot of the table is kept for "other", so a run with
      * more combinations than the table holds still adds up.
       CountBreachCombination.
           MOVE 'N' TO BreachFound.
           PERFORM VARYING BreachIndex FROM 1 BY 1
               UNTIL BreachIndex > BreachComboCount
                  OR BreachFound = 'Y'
               IF BcCombination(BreachIndex) = BreachCombination
                   MOVE 'Y' TO BreachFound
                   ADD 1 TO BcGames(BreachIndex)
               END-IF
           END-PERFORM.
           IF BreachFound = 'N'
              AND (BreachComboCount < 99
                   OR BreachCombination = "other")
               ADD 1 TO BreachComboCount
               MOVE BreachCombination
                   TO BcCombination(BreachComboCount)
               MOVE 1 TO BcGames(BreachComboCount)
               MOVE 'Y' TO BreachFound
           END-IF.

       CountBreachRaise.
           IF BreachWorstMargin <= 1
               ADD 1 TO BrGames1(BreachIndex)
           END-IF.
           IF BreachWorstMargin <= 2
               ADD 1 TO BrGames2(BreachIndex)
           END-IF.
           IF BreachWorstMargin <= 5
               ADD 1 TO BrGames5(BreachIndex)
           END-IF.

      * The trailing RUN field of the .SCREEN and .BREACH files of a
      * resumed run; spaces on a straight run.
       BuildResumeNote.
           MOVE SPACES TO ResumeNote.
           IF SkipLineCount > 0
               STRING "|resumed portion after line " DELIMITED BY SIZE
                      SkipLineCount                  DELIMITED BY SIZE
                      " only"                        DELIMITED BY SIZE
                      INTO ResumeNote
           END-IF.

      * <input>.BREACH, one record per line:
      *   RUN|stamp|input|games|invalid games|limits[|resume note]
      *   COLOUR|colour or combination|invalid games
      *   MARGIN|band over the limit|invalid games
      *   FIRSTSET|cube set of the first breach|invalid games
      *   RAISE|colour or all|valid at +1|valid at +2|valid at +5
      *   END|invalid games
      * The margin is the game's worst overshoot of any limit. A
      * resumed run counts only the lines read since the restart,
      * and the note on its RUN record names the line it resumed
      * after. A partition's file is added into the whole input's by
      * DAY02MRG.
       WriteBreachReport.
           MOVE "red"   TO BrName(1).
           MOVE "green" TO BrName(2).
           MOVE "blue"  TO BrName(3).
           MOVE SPACES TO BreachLimitsText.
           MOVE 1 TO BreachPointer.
           STRING "red="                      DELIMITED BY SIZE
                  TotalRed                    DELIMITED BY SIZE
                  " green="                   DELIMITED BY SIZE
                  TotalGreen                  DELIMITED BY SIZE
                  " blue="                    DELIMITED BY SIZE
                  TotalBlue                   DELIMITED BY SIZE
                  INTO BreachLimitsText
                  WITH POINTER BreachPointer.
           PERFORM VARYING ExtraColourIndex FROM 1 BY 1
               UNTIL ExtraColourIndex > ExtraColourCount
               MOVE XcName(ExtraColourIndex)
                   TO BrName(ExtraColourIndex + 3)
               STRING " "                     DELIMITED BY SIZE
                      FUNCTION TRIM(XcName(ExtraColourIndex))
                                              DELIMITED BY SIZE
                      "="                     DELIMITED BY SIZE
                      XcCap(ExtraColourIndex) DELIMITED BY SIZE
                      INTO BreachLimitsText
                      WITH POINTER BreachPointer
           END-PERFORM.
           COMPUTE BreachAllSlot = ExtraColourCount + 4.
           MOVE "all" TO BrName(BreachAllSlot).

           PERFORM BuildResumeNote.
           MOVE 'N' TO BreachWriteFailed.
           OPEN OUTPUT BreachFile.
           IF BreachStatus NOT = "00"
               DISPLAY "Unable to open breach analysis "
                       FUNCTION TRIM(BreachFileName)
                       ", status " BreachStatus
               MOVE BreachFileName TO StatusFileName
               MOVE BreachStatus   TO StatusCode
               PERFORM FlagOutputFailure
           ELSE
               MOVE SPACES TO BreachRecord
               STRING "RUN|"                  DELIMITED BY SIZE
                      StartStamp              DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      FUNCTION TRIM(FileName) DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      TrendGameCount          DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      BreachInvalidCount      DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      FUNCTION TRIM(BreachLimitsText)
                                              DELIMITED BY SIZE
                      ResumeNote              DELIMITED BY "  "
                      INTO BreachRecord
               PERFORM WriteBreachRecord

               PERFORM VARYING BreachIndex FROM 1 BY 1
                   UNTIL BreachIndex > BreachComboCount
                   MOVE SPACES TO BreachRecord
                   STRING "COLOUR|"           DELIMITED BY SIZE
                          FUNCTION TRIM(BcCombination(BreachIndex))
                                              DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          BcGames(BreachIndex)
                                              DELIMITED BY SIZE
                          INTO BreachRecord
                   PERFORM WriteBreachRecord
               END-PERFORM

               PERFORM VARYING BreachIndex FROM 1 BY 1
                   UNTIL BreachIndex > 5
                   MOVE SPACES TO BreachRecord
                   STRING "MARGIN|"           DELIMITED BY SIZE
                          FUNCTION TRIM(BreachBandLabel(BreachIndex))
                                              DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          BreachBandGames(BreachIndex)
                                              DELIMITED BY SIZE
                          INTO BreachRecord
                   PERFORM WriteBreachRecord
               END-PERFORM

               PERFORM VARYING BreachIndex FROM 1 BY 1
                   UNTIL BreachIndex > 48
                   IF BreachSetGames(BreachIndex) > 0
                       MOVE SPACES TO BreachRecord
                       STRING "FIRSTSET|"     DELIMITED BY SIZE
                              BreachIndex     DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              BreachSetGames(BreachIndex)
                                              DELIMITED BY SIZE
                              INTO BreachRecord
                       PERFORM WriteBreachRecord
                   END-IF
               END-PERFORM

               PERFORM VARYING BreachIndex FROM 1 BY 1
                   UNTIL BreachIndex > BreachAllSlot
                   MOVE SPACES TO BreachRecord
                   STRING "RAISE|"            DELIMITED BY SIZE
                          FUNCTION TRIM(BrName(BreachIndex))
                                              DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          BrGames1(BreachIndex)
                                              DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          BrGames2(BreachIndex)
                                              DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          BrGames5(BreachIndex)
                                              DELIMITED BY SIZE
                          INTO BreachRecord
                   PERFORM WriteBreachRecord
               END-PERFORM

               MOVE SPACES TO BreachRecord
               STRING "END|"                  DELIMITED BY SIZE
                      BreachInvalidCount      DELIMITED BY SIZE
                      INTO BreachRecord
               PERFORM WriteBreachRecord
               CLOSE BreachFile
           END-IF.

           IF BreachInvalidCount > 0
               DISPLAY "Breach analysis: " BreachInvalidCount
                       " invalid game(s) on "
                       FUNCTION TRIM(BreachFileName)
           END-IF.

       WriteBreachRecord.
           WRITE BreachRecord.
           IF BreachStatus NOT = "00" AND BreachWriteFailed = 'N'
               MOVE 'Y' TO BreachWriteFailed
               DISPLAY "Write failed on breach analysis "
                       FUNCTION TRIM(BreachFileName)
                       ", status " BreachStatus
               MOVE BreachFileName TO StatusFileName
               MOVE BreachStatus   TO StatusCode
               PERFORM FlagOutputFailure
           END-IF.

       LoadGenerationLimit.
           MOVE 'N' TO GnEndOfFile.
           OPEN INPUT GenLimitFile.
           IF GnLimitStatus = "00"
               PERFORM UNTIL GnEndOfFile = 'Y'
                   READ GenLimitFile
                       AT END
                           MOVE 'Y' TO GnEndOfFile
                       NOT AT END
                           IF GenLimitRecord NOT = SPACES
                              AND GenLimitRecord(1:1) NOT = '*'
                               PERFORM LoadOneGenerationLimit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenLimitFile
           END-IF.

       LoadOneGenerationLimit.
           MOVE SPACES TO GnParm3, GnParm2.
           UNSTRING GenLimitRecord
               DELIMITED BY ","
               INTO GnParm3, GnParm2.

           IF FUNCTION TRIM(GnParm3) = "LIMIT"
              AND FUNCTION TRIM(GnParm2) NUMERIC
              AND FUNCTION NUMVAL(GnParm2) > 0
               COMPUTE GnLimit = FUNCTION NUMVAL(GnParm2)
           ELSE
               DISPLAY "Bad generation limit record skipped: "
                       FUNCTION TRIM(GenLimitRecord)
           END-IF.

      * A fresh run starts a new generation. The set the last run
      * left is renamed to <input>.Gnnnn under the number it was
      * catalogued as, and the new number is catalogued straight
      * away, so a run that dies part way still owns whatever it
      * left behind. Held generations past the limit are then marked
      * ROLLED for DAY02HKP to archive. An input never catalogued
      * has nothing numbered to keep, so nothing is renamed for it.
       RollGenerations.
           MOVE 'N' TO GnRollFailed, GnStartFailed.
           MOVE 0 TO GnMovedCount.
           MOVE FileName TO GnInputName.
           PERFORM LoadGenerations.

           IF GnHighest > 0
               MOVE GnHighest TO GnNumberText
               PERFORM BuildGenerationBase
               MOVE ".DETAIL"  TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".EXTRACT" TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".SUMMARY" TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".TREND"   TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".RANKING" TO GnSuffix
               PERFORM RollOneGenerationFile
           END-IF.

      * A roll cut short is put back as it was - the files already
      * moved go back to their live names - and no new generation
      * is catalogued, so the next run rolls the whole set under
      * the same number.
           IF GnRollFailed = 'Y'
               MOVE 'Y' TO GnStartFailed
               PERFORM RestoreRolledFiles
           ELSE
               COMPUTE GnWriteNumber = GnHighest + 1
               MOVE "ACTIVE"   TO GnWriteState
               MOVE StartStamp TO GnWriteStamp
               MOVE 0 TO GnWriteGames, GnWriteInvalid,
                         GnWritePart1, GnWritePart2
               PERFORM WriteGenerationRecord
               IF GnWriteFailed = 'Y'
                   MOVE 'Y' TO GnRollFailed, GnStartFailed
               ELSE
                   DISPLAY "Generation " GnWriteNumber " of "
                           FUNCTION TRIM(GnInputName) " started"
                   PERFORM LoadGenerations
                   PERFORM RollOffGenerations
               END-IF
           END-IF.

      * A file the last run never wrote is simply not there to roll.
      * Whatever sits under the generation name already can only be
      * a copy left by a roll that was cut short, so it goes first.
      * Once one file has failed to roll the rest are left alone.
       RollOneGenerationFile.
           PERFORM BuildRollNames.
           IF GnRollFailed = 'N'
               OPEN INPUT GenProbeFile
               IF GnProbeStatus = "00"
                   CLOSE GenProbeFile
                   CALL "CBL_DELETE_FILE" USING GnOldName
                   CALL "CBL_RENAME_FILE" USING GnLiveName GnOldName
                   MOVE RETURN-CODE TO GnRenameResult
                   MOVE 0 TO RETURN-CODE
                   IF GnRenameResult NOT = 0
                       DISPLAY "Unable to roll "
                               FUNCTION TRIM(GnLiveName) " to "
                               FUNCTION TRIM(GnOldName)
                       MOVE 'Y' TO GnRollFailed
                   ELSE
                       ADD 1 TO GnMovedCount
                       MOVE GnSuffix TO GnMovedSuffix(GnMovedCount)
                   END-IF
               END-IF
           END-IF.

       BuildRollNames.
           MOVE SPACES TO GnLiveName, GnOldName.
           STRING FUNCTION TRIM(GnInputName) DELIMITED BY SIZE
                  FUNCTION TRIM(GnSuffix)    DELIMITED BY SIZE
                  INTO GnLiveName.
           STRING FUNCTION TRIM(GnBaseName)  DELIMITED BY SIZE
                  FUNCTION TRIM(GnSuffix)    DELIMITED BY SIZE
                  INTO GnOldName.

      * Only the files this roll moved go back; anything else under
      * the generation name was there before it started.
       RestoreRolledFiles.
           PERFORM VARYING GnMovedIndex FROM 1 BY 1
               UNTIL GnMovedIndex > GnMovedCount
               MOVE GnMovedSuffix(GnMovedIndex) TO GnSuffix
               PERFORM BuildRollNames
               CALL "CBL_RENAME_FILE" USING GnOldName GnLiveName
               MOVE RETURN-CODE TO GnRenameResult
               MOVE 0 TO RETURN-CODE
               IF GnRenameResult NOT = 0
                   DISPLAY "Unable to put "
                           FUNCTION TRIM(GnOldName) " back to "
                           FUNCTION TRIM(GnLiveName)
                           "; move it back before the next run"
               ELSE
                   DISPLAY "Rolled " FUNCTION TRIM(GnOldName)
                           " put back to " FUNCTION TRIM(GnLiveName)
               END-IF
           END-PERFORM.

      * Counting the live set as the first, every held generation
      * past GnLimit is marked ROLLED, newest first.
       RollOffGenerations.
           MOVE GnHighest TO GnCeiling.
           MOVE 0 TO GnStep.
           MOVE 'Y' TO GnSearching.
           PERFORM UNTIL GnSearching = 'N'
               PERFORM FindActiveGeneration
               IF GnCandidate = 0
                   MOVE 'N' TO GnSearching
               ELSE
                   ADD 1 TO GnStep
                   IF GnStep > GnLimit
                       MOVE GnCandidate TO GnWriteNumber
                       MOVE "ROLLED" TO GnWriteState
                       MOVE GnRunStamp(GnCandidateIndex)
                           TO GnWriteStamp
                       MOVE GnGames(GnCandidateIndex)
                           TO GnWriteGames
                       MOVE GnInvalid(GnCandidateIndex)
                           TO GnWriteInvalid
                       MOVE GnPart1(GnCandidateIndex)
                           TO GnWritePart1
                       MOVE GnPart2(GnCandidateIndex)
                           TO GnWritePart2
                       PERFORM WriteGenerationRecord
                       IF GnWriteFailed = 'Y'
                           MOVE 'Y' TO GnRollFailed
                       ELSE
                           MOVE "ROLLED" TO GnState(GnCandidateIndex)
                           DISPLAY "Generation " GnCandidate " of "
                                   FUNCTION TRIM(GnInputName)
                                   " rolled off"
                       END-IF
                   END-IF
                   COMPUTE GnCeiling = GnCandidate - 1
               END-IF
           END-PERFORM.

      * The run's totals go on the generation it opened, so the
      * catalogue can answer for a set without reading it back.
       CatalogueGeneration.
           MOVE FileName TO GnInputName.
           PERFORM LoadGenerations.
           IF GnHighest > 0
               MOVE GnHighest TO GnWriteNumber, GnNumberText
               PERFORM FindGenerationEntry
               IF GnSlot > 0
                   MOVE GnRunStamp(GnSlot) TO GnWriteStamp
               ELSE
                   MOVE StartStamp TO GnWriteStamp
               END-IF
               MOVE "ACTIVE"         TO GnWriteState
               MOVE TrendGameCount   TO GnWriteGames
               MOVE InvalidGameCount TO GnWriteInvalid
               MOVE Part1            TO GnWritePart1
               MOVE Part2            TO GnWritePart2
               PERFORM WriteGenerationRecord
           END-IF.

      * Builds GnEntry for the input named in GnInputName, one slot
      * per generation number with the latest record for it winning.
      * GnHighest is the newest number ever catalogued for the input,
      * whatever its state: it is the number the live set carries.
       LoadGenerations.
           MOVE 0 TO GnEntryCount, GnHighest.
           MOVE 'N' TO GnEndOfFile.
           OPEN INPUT GenCatFile.
           IF GnStatus = "00"
               PERFORM UNTIL GnEndOfFile = 'Y'
                   READ GenCatFile
                       AT END
                           MOVE 'Y' TO GnEndOfFile
                       NOT AT END
                           IF GenCatRecord NOT = SPACES
                              AND GenCatRecord(1:1) NOT = '*'
                               PERFORM LoadOneGeneration
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenCatFile
           END-IF.

       LoadOneGeneration.
           MOVE SPACES TO GnParm1, GnParm2, GnParm3, GnParm4,
                          GnParm5, GnParm6, GnParm7, GnParm8.
           UNSTRING GenCatRecord
               DELIMITED BY "|"
               INTO GnParm1, GnParm2, GnParm3, GnParm4,
                    GnParm5, GnParm6, GnParm7, GnParm8.

           IF GnParm1 = GnInputName
              AND FUNCTION TRIM(GnParm2) NUMERIC
               COMPUTE GnNumberText = FUNCTION NUMVAL(GnParm2)
               IF GnNumberText > GnHighest
                   MOVE GnNumberText TO GnHighest
               END-IF
               PERFORM FindGenerationEntry
      * A full table gives up the slot of a generation whose files
      * are already archived; only the held ones are ever resolved.
               IF GnSlot = 0
                   IF GnEntryCount < 500
                       ADD 1 TO GnEntryCount
                       MOVE GnEntryCount TO GnSlot
                   ELSE
                       PERFORM VARYING GnIndex FROM 1 BY 1
                           UNTIL GnIndex > GnEntryCount OR GnSlot > 0
                           IF GnState(GnIndex) = "ARCHIVED"
                               MOVE GnIndex TO GnSlot
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF GnSlot = 0
                   DISPLAY "Generation table full for "
                           FUNCTION TRIM(GnInputName)
                           "; generation " GnNumberText " skipped"
               ELSE
                   MOVE GnNumberText TO GnNumber(GnSlot)
                   MOVE GnParm3      TO GnState(GnSlot)
                   MOVE GnParm4      TO GnRunStamp(GnSlot)
                   COMPUTE GnGames(GnSlot)   = FUNCTION NUMVAL(GnParm5)
                   COMPUTE GnInvalid(GnSlot) = FUNCTION NUMVAL(GnParm6)
                   COMPUTE GnPart1(GnSlot)   = FUNCTION NUMVAL(GnParm7)
                   COMPUTE GnPart2(GnSlot)   = FUNCTION NUMVAL(GnParm8)
               END-IF
           END-IF.

       FindGenerationEntry.
           MOVE 0 TO GnSlot.
           PERFORM VARYING GnIndex FROM 1 BY 1
               UNTIL GnIndex > GnEntryCount OR GnSlot > 0
               IF GnNumber(GnIndex) = GnNumberText
                   MOVE GnIndex TO GnSlot
               END-IF
           END-PERFORM.

      * The newest ACTIVE generation numbered no higher than
      * GnCeiling, or 0 when there is none.
       FindActiveGeneration.
           MOVE 0 TO GnCandidate, GnCandidateIndex.
           PERFORM VARYING GnIndex FROM 1 BY 1
               UNTIL GnIndex > GnEntryCount
               IF GnState(GnIndex) = "ACTIVE"
                  AND GnNumber(GnIndex) NOT > GnCeiling
                  AND GnNumber(GnIndex) > GnCandidate
                   MOVE GnNumber(GnIndex) TO GnCandidate
                   MOVE GnIndex TO GnCandidateIndex
               END-IF
           END-PERFORM.

       BuildGenerationBase.
           MOVE SPACES TO GnBaseName.
           STRING FUNCTION TRIM(GnInputName) DELIMITED BY SIZE
                  ".G"                       DELIMITED BY SIZE
                  GnNumberText               DELIMITED BY SIZE
                  INTO GnBaseName.

       WriteGenerationRecord.
           MOVE FUNCTION CURRENT-DATE TO GnRecordStamp.
           MOVE SPACES TO GenCatRecord.
           STRING FUNCTION TRIM(GnInputName)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnWriteNumber               DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(GnWriteState) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnWriteStamp                DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnWriteGames                DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnWriteInvalid              DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnWritePart1                DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnWritePart2                DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  GnRecordStamp               DELIMITED BY SIZE
                  INTO GenCatRecord.

           MOVE 'N' TO GnWriteFailed.
           OPEN EXTEND GenCatFile.
           IF GnStatus = "35"
               OPEN OUTPUT GenCatFile
           END-IF.
           IF GnStatus NOT = "00"
               DISPLAY "Unable to open generation catalogue "
                       FUNCTION TRIM(GnFileName)
                       ", status " GnStatus
               MOVE 'Y' TO GnWriteFailed
           ELSE
               WRITE GenCatRecord
               IF GnStatus NOT = "00"
                   DISPLAY "Write failed on generation catalogue "
                           FUNCTION TRIM(GnFileName)
                           ", status " GnStatus
                   MOVE 'Y' TO GnWriteFailed
               END-IF
               CLOSE GenCatFile
           END-IF.

      * The header and trailer have already been proven by
      * CheckFeedControl; they still count as lines so reject and
      * sequence line numbers match the feed as delivered.
       ProcessLine.
           ADD 1 TO LineNumber.
           IF (CtlHeaderLine > 0 AND LineNumber = CtlHeaderLine)
              OR (CtlTrailerLine > 0 AND LineNumber = CtlTrailerLine)
               CONTINUE
           ELSE
               IF LayoutMode = 'D'
                   PERFORM ProcessDelimRow
               ELSE
                   PERFORM ProcessGameLine
               END-IF
           END-IF.

       ProcessGameLine.

               MOVE 'Y' TO GameValid
               MOVE 0   TO MaxRed, MaxGreen, MaxBlue
               MOVE 0   TO GameSigA, GameSigB
               MOVE 0   TO BreachFirstSet
               MOVE 0   TO UnknownInGame
               MOVE SPACE TO UnknownSample
               PERFORM VARYING ExtraColourIndex FROM 1 BY 1
                   PERFORM HandleUnknownColours
               END-IF

               IF LineValid = 'Y'
                   PERFORM CheckDuplicateGame
                   IF LineValid = 'N'
                       ADD 1 TO RejectCount
                       ADD 1 TO TotalRejects
                       IF WhatIfMode NOT = 'Y'
                           PERFORM WriteRejectRecord
                       END-IF
                   END-IF
               END-IF

               IF LineValid = 'Y'
                   PERFORM ScoreOneGame
               END-IF
           IF GameValid = 'Y'
               COMPUTE Part1 = Part1 + GameNumber
               ADD 1 TO ValidGameCount
           ELSE
               PERFORM AnalyseBreach
           END-IF.

           COMPUTE Power = MaxRed * MaxGreen * MaxBlue.
               IF GameHistUsable = 'Y'
                   PERFORM WriteGameHistRecord
               END-IF
               IF GameSigUsable = 'Y'
                   PERFORM WriteGameSigRecord
               END-IF
           END-IF.

           COMPUTE GameIndex = GameIndex + 1.

           MOVE 'Y' TO GameValid.
           MOVE 0   TO MaxRed, MaxGreen, MaxBlue.
           MOVE 0   TO GameSigA, GameSigB.
           MOVE 0   TO BreachFirstSet.
           MOVE 0   TO UnknownInGame.
           MOVE SPACE TO UnknownSample.
           PERFORM VARYING ExtraColourIndex FROM 1 BY 1
           PERFORM ProcessCubeSet VARYING CubeSetIndex
               FROM 1 BY 1 UNTIL CubeSetIndex > 48.

      * A duplicate rejected here goes out as the game's set rows,
      * the same as any other bad game in this layout.
           MOVE 'Y' TO LineValid.
           MOVE SPACES TO RejectReason.
           PERFORM CheckDuplicateGame.
           IF LineValid = 'N'
               PERFORM RejectDelimGameRows
           ELSE
               PERFORM ScoreOneGame
           END-IF.

      * The upstream feed now draws up to a few dozen cube sets per
      * game, so the sets are peeled off one at a time with a scan
               END-IF
           END-PERFORM.

           IF GameValid = 'N' AND BreachFirstSet = 0
               MOVE CubeSetIndex TO BreachFirstSet
           END-IF.

      * The content fingerprint is two running checksums over the
      * counts of every drawn set in order, each folded under its
      * own prime so two different games agreeing on both by chance
      * is not a practical worry. Identical draws give identical
      * signatures whichever layout or game number they came under.
           IF RawCubeSet(CubeSetIndex) NOT = SPACES
               COMPUTE GameSigA = FUNCTION MOD(GameSigA * 1009
                   + Red * 1000000 + Green * 1000 + Blue + 1,
                   999999937)
               COMPUTE GameSigB = FUNCTION MOD(GameSigB * 613
                   + Blue * 1000000 + Green * 1000 + Red + 7,
                   999999893)
               PERFORM VARYING ExtraColourIndex FROM 1 BY 1
                   UNTIL ExtraColourIndex > ExtraColourCount
                   COMPUTE GameSigA = FUNCTION MOD(GameSigA * 31
                       + XcCount(ExtraColourIndex)
                       + ExtraColourIndex, 999999937)
                   COMPUTE GameSigB = FUNCTION MOD(GameSigB * 37
                       + XcCount(ExtraColourIndex) * 3
                       + ExtraColourIndex, 999999893)
               END-PERFORM
           END-IF.

       ProcessCubeStack.
           EVALUATE CubeColor(CubeStackIndex)
               WHEN 'r' MOVE CubeCount(CubeStackIndex) TO Red

      * Controlled maintenance of the DAY02 keyed game master. When
      * audit rules that a game must be voided, re-flagged or keyed
      * in again by hand, the change goes on a transaction file and
      * this job applies it - nobody edits the .MASTER directly. A
      * transaction record is pipe-delimited:
      *   <action>|<game>|<reason>|<r,g,b>|<valid>|<cube sets>
      * - action: ADD a game missing from the master, CHANGE one on
      *   it, VOID one so it drops out of the totals, or REINSTATE a
      *   voided one
      * - game: the game number
      * - reason: the audit reason code (up to 8 characters), always
      *   required
      * - r,g,b: the game's MaxRed, MaxGreen and MaxBlue; required on
      *   ADD, optional on CHANGE; power is recomputed from them
      * - valid: Y or N to set the judged flag outright; left blank
      *   the flag is re-derived from the figures against the limits
      *   the game was judged under
      * - cube sets: the raw sets, "; " between sets as on the input
      *   line; optional on ADD and CHANGE
      * Blank records and records starting '*' are skipped. An ADD
      * is judged under CAP=r,g,b or the DAY02-CAPACITY.DAT schedule
      * entry in force on the input's run date, the same as a repair.
      * Every transaction, applied or refused, lands on the
      * DAY02-MAINT.JNL journal with before and after images of the
      * master record and its reason code; every applied one also
      * lands on DAY02-GAMEHIST.DAT so DAY02GHI shows when and why
      * the judgement changed. Once the master is done the .EXTRACT
      * 'D' records of the touched games are replaced, and the
      * .SUMMARY Part1/Part2 totals, a refreshed DAY02-AUDIT.LOG
      * entry and a fresh DAY02-GENCAT.DAT record for the live
      * generation are moved by the same amounts, so DAY02RECON
      * still balances and the catalogue's totals stay true.
      * Return code 4 when any transaction was refused. An input
      * whose period DAY02PCL has closed is refused outright, rc 12.
      * Runs only for an operator DAY02-AUTH.DAT allows to run
      * DAY02MNT against the input (see DAY02AU); the operator is
      * named on every journal header.
      * Usage: day02mnt <path to input> [TRAN=<transaction file>]
      *        [CAP=r,g,b] [ASOF=yyyymmdd]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02MNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TranFile
                   ASSIGN TO TranFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TranStatus.

                   SELECT CapControlFile
                   ASSIGN TO CapControlFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CapControlStatus.

                   SELECT MasterFile
                   ASSIGN TO MasterFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MsGameNumber
                   FILE STATUS IS MasterStatus.

                   SELECT GameHistFile
                   ASSIGN TO GameHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GhKey
                   FILE STATUS IS GameHistStatus.

                   SELECT JournalFile
                   ASSIGN TO JournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JournalStatus.

                   SELECT ExtractFile
                   ASSIGN TO ExtractFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ExtractStatus.

                   SELECT ExtractWorkFile
                   ASSIGN TO ExtractWorkFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ExtractWorkStatus.

                   SELECT SummaryFile
                   ASSIGN TO SummaryFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SummaryStatus.

                   SELECT AuditFile
                   ASSIGN TO AuditFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AuditStatus.

                   SELECT PeriodFile
                   ASSIGN TO PdFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PdStatus.

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

                   SELECT AuthFile
                   ASSIGN TO AuFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AuStatus.

                   SELECT SecurityJournalFile
                   ASSIGN TO AuJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AuJournalStatus.

       DATA DIVISION.
           FILE SECTION.
               FD TranFile.
               01 TranRecord PIC X(7200).

               FD CapControlFile.
               01 CapControlRecord PIC X(160).

               FD MasterFile.
               COPY DAY02MA.

               FD GameHistFile.
               COPY DAY02GH.

               FD JournalFile.
               01 JournalRecord PIC X(7000).

               FD ExtractFile.
               COPY DAY02EX.

               FD ExtractWorkFile.
               01 ExtractWorkRecord PIC X(41).

               FD SummaryFile.
               01 SummaryRecord.
                   05 SumRecordType       PIC X(1).
                   05 SumGameName         PIC X(12).
                   05 SumGameValid        PIC X(1).
                   05 SumPower            PIC 9(9).
                   05 SumPart1            PIC 9(9).
                   05 SumPart2            PIC 9(9).

               FD AuditFile.
               01 AuditRecord PIC X(200).

               FD PeriodFile.
               01 PeriodRecord PIC X(200).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

               FD AuthFile.
               01 AuthRecord PIC X(200).

               FD SecurityJournalFile.
               01 SecurityJournalRecord PIC X(400).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 TranFileName            PIC X(120) VALUE SPACES.
               01 MasterFileName          PIC X(120).
               01 ExtractFileName         PIC X(120).
               01 ExtractWorkFileName     PIC X(130).
               01 SummaryFileName         PIC X(120).
               01 GameHistFileName        PIC X(40)
                                          VALUE "DAY02-GAMEHIST.DAT".
               01 JournalFileName         PIC X(40)
                                          VALUE "DAY02-MAINT.JNL".
               01 AuditFileName           PIC X(40)
                                          VALUE "DAY02-AUDIT.LOG".
               01 CapControlFileName      PIC X(40)
                                          VALUE "DAY02-CAPACITY.DAT".
               01 TranStatus              PIC XX.
               01 MasterStatus            PIC XX.
               01 GameHistStatus          PIC XX.
               01 JournalStatus           PIC XX.
               01 ExtractStatus           PIC XX.
               01 ExtractWorkStatus       PIC XX.
               01 SummaryStatus           PIC XX.
               01 AuditStatus             PIC XX.
               01 CapControlStatus        PIC XX.
               COPY DAY02CS.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(120).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(100).
               01 CapOverridden           PIC X(1) VALUE 'N'.
               01 TotalCubeSet.
                   05 TotalRed            PIC 9(3) VALUE 12.
                   05 TotalGreen          PIC 9(3) VALUE 13.
                   05 TotalBlue           PIC 9(3) VALUE 14.
               01 ReachedEndOfTran        PIC X(1) VALUE 'N'.
               01 TranLineNumber          PIC 9(6) VALUE 0.
               01 TranAction              PIC X(12).
               01 TranGameText            PIC X(12).
               01 TranReason              PIC X(12).
               01 TranFigures             PIC X(40).
               01 TranValidText           PIC X(4).
               01 TranCubeSets            PIC X(7010).
               01 FigRedText              PIC X(12).
               01 FigGreenText            PIC X(12).
               01 FigBlueText             PIC X(12).
               01 FiguresGiven            PIC X(1) VALUE 'N'.
               01 ValidGiven              PIC X(1) VALUE 'N'.
               01 TranUsable              PIC X(1) VALUE 'Y'.
               01 RefusalText             PIC X(60).
               01 JournalOutcome          PIC X(80).
               01 GameNumber              PIC 9(9) VALUE 0.
               01 GameNumberEdit          PIC Z(8)9.
               01 MaxCubeSet.
                   05 MaxRed              PIC 9(3) VALUE 0.
                   05 MaxGreen            PIC 9(3) VALUE 0.
                   05 MaxBlue             PIC 9(3) VALUE 0.
               01 ParsedCubeSets.
                   05 RawCubeSet          PIC X(144) OCCURS 48 TIMES.
               01 CubeSetIndex            PIC 9(2) VALUE 0.
               01 SetScanPointer          PIC 9(4) VALUE 1.
               01 SetScanCount            PIC 9(2) VALUE 0.
               01 SetScanDone             PIC X(1) VALUE 'N'.
               01 SetScanLength           PIC 9(4) VALUE 0.
               01 BeforeFound             PIC X(1) VALUE 'N'.
               01 BeforeValid             PIC X(1).
               01 BeforePower             PIC 9(9) VALUE 0.
               01 BeforeImage             PIC X(6960).
               01 TranApplied             PIC X(1) VALUE 'N'.
               01 MaintStamp              PIC X(21).
               01 LastMaintStamp          PIC X(21) VALUE SPACES.
               01 StampDate               PIC 9(8) VALUE 0.
               01 StampHundredths         PIC 9(7) VALUE 0.
               01 StampRemainder          PIC 9(7) VALUE 0.
               01 StampPart               PIC 9(2) VALUE 0.
               01 AddedCount              PIC 9(6) VALUE 0.
               01 ChangedCount            PIC 9(6) VALUE 0.
               01 VoidedCount             PIC 9(6) VALUE 0.
               01 ReinstatedCount         PIC 9(6) VALUE 0.
               01 RefusedCount            PIC 9(6) VALUE 0.
               01 AppliedCount            PIC 9(6) VALUE 0.
               01 DeltaGames              PIC S9(7) VALUE 0.
               01 DeltaInvalid            PIC S9(7) VALUE 0.
               01 DeltaPart1              PIC S9(10) VALUE 0.
               01 DeltaPart2              PIC S9(10) VALUE 0.
               01 SignedTotal             PIC S9(11) VALUE 0.
               01 MaintTable.
                   05 MaintGameCount      PIC 9(4) VALUE 0.
                   05 MaintGame OCCURS 500 TIMES.
                       10 MgGameNumber    PIC 9(9).
                       10 MgPresent       PIC X(1).
                       10 MgValid         PIC X(1).
                       10 MgPower         PIC 9(9).
                       10 MgWritten       PIC X(1).
               01 MaintIndex              PIC 9(4) VALUE 0.
               01 MaintFoundIndex         PIC 9(4) VALUE 0.
               01 MaintFailed             PIC X(1) VALUE 'N'.
               01 ReachedEndOfExtract     PIC X(1) VALUE 'N'.
               01 ReachedEndOfWork        PIC X(1) VALUE 'N'.
               01 ExtractGameText         PIC X(7).
               01 ExtractGameNumber       PIC 9(9) VALUE 0.
               01 ExtractCopyCount        PIC 9(6) VALUE 0.
               01 ReachedEndOfAudit       PIC X(1) VALUE 'N'.
               01 AuditFound              PIC X(1) VALUE 'N'.
               01 AuditTimestamp          PIC X(21).
               01 AuditEntryName          PIC X(100).
               01 AuditCounters           PIC X(100).
               01 AuditFiller             PIC X(12).
               01 AuditGamesText          PIC X(12).
               01 AuditInvalidText        PIC X(12).
               01 AuditPart1Text          PIC X(12).
               01 AuditPart2Text          PIC X(12).
               01 AuditGameCount          PIC 9(6) VALUE 0.
               01 AuditInvalidCount       PIC 9(6) VALUE 0.
               01 AuditPart1              PIC 9(9) VALUE 0.
               01 AuditPart2              PIC 9(9) VALUE 0.
               01 CurrentTimestamp        PIC X(21).
               01 SummaryFound            PIC X(1) VALUE 'N'.
               01 SavedSummary.
                   05 SavedGameName       PIC X(12).
                   05 SavedGameValid      PIC X(1).
                   05 SavedPower          PIC 9(9).
                   05 SavedPart1          PIC 9(9).
                   05 SavedPart2          PIC 9(9).
               01 DeleteResult            PIC S9(9) VALUE 0.
               01 RunRc                   PIC 9(2) VALUE 0.
               COPY DAY02PD.
               COPY DAY02AU.
               COPY DAY02GN.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.

           IF FileName = SPACES THEN
               DISPLAY "Usage: day02mnt <path to input> "
                       "[TRAN=<transaction file>] [CAP=r,g,b] "
                       "[ASOF=yyyymmdd]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DAY02MNT" TO AuProgramName.
           MOVE FileName TO AuInputName.
           PERFORM CheckOperatorAuthority.
           IF AuGranted NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(AuOperatorId)
                       " is not authorised to run DAY02MNT against "
                       FUNCTION TRIM(FileName)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A closed period's figures are signed off; late changes to
      * one of its inputs go through DAY02FIX and DAY02POST, which
      * book them as a prior-period adjustment.
           PERFORM LoadPeriodControl.
           MOVE FileName TO PdLookupName.
           PERFORM FindInputPeriod.
           IF PdInputClosed = 'Y'
               DISPLAY FUNCTION TRIM(FileName)
                       " belongs to closed period " PdLookupPeriod
                       "; maintenance refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BuildSideFileNames.
           PERFORM LoadCapacityLimits.
           PERFORM OpenMaintenanceFiles.
           PERFORM ApplyTransactions.
           PERFORM CloseMaintenanceFiles.

           IF AppliedCount > 0 AND MaintFailed = 'N'
               PERFORM RewriteExtract
               IF MaintFailed = 'N'
                   PERFORM UpdateSummaryTotals
               END-IF
               IF MaintFailed = 'N'
                   PERFORM WriteAuditEntry
               END-IF
               IF MaintFailed = 'N'
                   PERFORM CatalogueMaintainedTotals
               END-IF
           END-IF.

           IF MaintFailed = 'Y'
               DISPLAY "Maintenance incomplete: the master, history "
                       "and journal hold what was applied but the "
                       "extract chain may not; DAY02RECON will show "
                       "the difference"
           END-IF.

           DISPLAY "Maintenance on " FUNCTION TRIM(MasterFileName)
                   ": " AddedCount " added, " ChangedCount
                   " changed, " VoidedCount " voided, "
                   ReinstatedCount " reinstated, " RefusedCount
                   " refused".
           DISPLAY "Part 1 moved by " DeltaPart1
                   ", Part 2 moved by " DeltaPart2.

           MOVE RunRc TO RETURN-CODE.
           STOP RUN.

       ParseCommandLine.
           MOVE 1 TO ArgNumber.
           DISPLAY ArgNumber UPON ARGUMENT-NUMBER.
           ACCEPT FileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO FileName
           END-ACCEPT.

           ADD 1 TO ArgNumber.
           MOVE 'Y' TO MoreArgs.

           PERFORM UNTIL MoreArgs = 'N'
               DISPLAY ArgNumber UPON ARGUMENT-NUMBER
               ACCEPT CommandArg FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE 'N' TO MoreArgs
                   NOT ON EXCEPTION
                       PERFORM ProcessCommandArg
                       ADD 1 TO ArgNumber
               END-ACCEPT
           END-PERFORM.

       ProcessCommandArg.
           MOVE SPACES TO ArgKey, ArgValue.

           UNSTRING CommandArg
               DELIMITED BY "="
               INTO ArgKey, ArgValue.

           EVALUATE FUNCTION TRIM(ArgKey)
               WHEN "TRAN"
                   MOVE ArgValue TO TranFileName
               WHEN "CAP"
                   UNSTRING ArgValue
                       DELIMITED BY ","
                       INTO TotalRed, TotalGreen, TotalBlue
                   MOVE 'Y' TO CapOverridden
               WHEN "ASOF"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       MOVE ArgValue(1:8) TO CapAsOfDate
                       MOVE 'Y' TO CapAsOfGiven
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BuildSideFileNames.
           IF TranFileName = SPACES
               STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                      ".MAINT"              DELIMITED BY SIZE
                      INTO TranFileName
           END-IF.

           MOVE SPACES TO MasterFileName.
           STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                  ".MASTER"             DELIMITED BY SIZE
                  INTO MasterFileName.

           MOVE SPACES TO ExtractFileName.
           STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                  ".EXTRACT"            DELIMITED BY SIZE
                  INTO ExtractFileName.

           MOVE SPACES TO ExtractWorkFileName.
           STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                  ".EXTRACT.MNT"        DELIMITED BY SIZE
                  INTO ExtractWorkFileName.

           MOVE SPACES TO SummaryFileName.
           STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                  ".SUMMARY"            DELIMITED BY SIZE
                  INTO SummaryFileName.

      * An added game is judged under the same limits a repair of
      * this input would be: CAP= outright, otherwise the schedule
      * entry in force on the date stamped on the .SUMMARY by the
      * main run (see DAY02POST). Changed and reinstated games keep
      * the limits already on their master record.
       LoadCapacityLimits.
           IF CapOverridden NOT = 'Y'
               IF CapAsOfGiven NOT = 'Y'
                   PERFORM FindRunAsOfDate
               END-IF
               PERFORM LoadCapacitySchedule
               PERFORM SelectCapacityLimits
           END-IF.

       FindRunAsOfDate.
           MOVE 0 TO CapAsOfDate.
           OPEN INPUT SummaryFile.
           IF SummaryStatus = "00"
               READ SummaryFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SumRecordType = 'S'
                          AND SumGameName(1:4) = "ASOF"
                          AND SumGameName(5:8) NUMERIC
                           MOVE SumGameName(5:8) TO CapAsOfDate
                       END-IF
               END-READ
               CLOSE SummaryFile
           END-IF.
           IF CapAsOfDate = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO CapAsOfDate
               DISPLAY "No run date on "
                       FUNCTION TRIM(SummaryFileName)
                       "; judging under the schedule as of "
                       CapAsOfDate
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

      * Nothing is applied unless every file the change has to land
      * on is open: a master change with no journal or history entry
      * behind it is exactly what this job exists to prevent. The
      * master must already exist, so it is opened I-O, never OUTPUT.
       OpenMaintenanceFiles.
           OPEN INPUT TranFile.
           IF TranStatus NOT = "00"
               DISPLAY "Unable to open transactions "
                       FUNCTION TRIM(TranFileName)
                       ", status " TranStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MasterFile.
           IF MasterStatus NOT = "00"
               DISPLAY "Unable to open game master " MasterFileName
                       ", status " MasterStatus
                       "; nothing applied"
               CLOSE TranFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O GameHistFile.
           IF GameHistStatus = "35"
               OPEN OUTPUT GameHistFile
           END-IF.
           IF GameHistStatus NOT = "00"
               DISPLAY "Unable to open game history "
                       FUNCTION TRIM(GameHistFileName)
                       ", status " GameHistStatus
                       "; nothing applied"
               CLOSE TranFile
               CLOSE MasterFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND JournalFile.
           IF JournalStatus = "35"
               OPEN OUTPUT JournalFile
           END-IF.
           IF JournalStatus NOT = "00"
               DISPLAY "Unable to open maintenance journal "
                       FUNCTION TRIM(JournalFileName)
                       ", status " JournalStatus
                       "; nothing applied"
               CLOSE TranFile
               CLOSE MasterFile
               CLOSE GameHistFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CloseMaintenanceFiles.
           CLOSE TranFile.
           CLOSE MasterFile.
           CLOSE GameHistFile.
           CLOSE JournalFile.

       ApplyTransactions.
           PERFORM UNTIL ReachedEndOfTran = 'Y'
                   OR MaintFailed = 'Y'
               READ TranFile
                   AT END
                       MOVE 'Y' TO ReachedEndOfTran
                   NOT AT END
                       ADD 1 TO TranLineNumber
                       IF TranRecord NOT = SPACES
                          AND TranRecord(1:1) NOT = '*'
                           PERFORM ApplyOneTransaction
                       END-IF
               END-READ
           END-PERFORM.

      * Each transaction reads the master record as it stands, is
      * refused outright if it does not fit that record, and is
      * otherwise applied, journalled and put on the history before
      * the next one is read - so two transactions for one game in
      * the same file apply in order.
       ApplyOneTransaction.
           MOVE 'N' TO TranApplied.
           MOVE SPACES TO RefusalText.
           MOVE FUNCTION CURRENT-DATE TO MaintStamp.
           PERFORM MakeMaintStampUnique.
           PERFORM ParseTransaction.

           MOVE 'N' TO BeforeFound.
           MOVE SPACES TO BeforeImage, BeforeValid.
           MOVE 0 TO BeforePower.
           IF TranUsable = 'Y'
               MOVE GameNumber TO MsGameNumber
               READ MasterFile
                   INVALID KEY
                       MOVE 'N' TO BeforeFound
                   NOT INVALID KEY
                       MOVE 'Y' TO BeforeFound
                       MOVE Day02MasterRecord TO BeforeImage
                       MOVE MsGameValid TO BeforeValid
                       MOVE MsPower     TO BeforePower
               END-READ
               EVALUATE FUNCTION TRIM(TranAction)
                   WHEN "ADD"
                       PERFORM ApplyAdd
                   WHEN "CHANGE"
                       PERFORM ApplyChange
                   WHEN "VOID"
                       PERFORM ApplyVoid
                   WHEN "REINSTATE"
                       PERFORM ApplyReinstate
                   WHEN OTHER
                       MOVE "unknown action" TO RefusalText
               END-EVALUATE
           END-IF.

           IF RefusalText = SPACES
               PERFORM FindMaintSlot
           END-IF.
           IF RefusalText = SPACES
               PERFORM StoreMasterRecord
           END-IF.

           IF TranApplied = 'Y'
               ADD 1 TO AppliedCount
               PERFORM TakeTotalsMovement
               PERFORM WriteGameHistRecord
           ELSE
               ADD 1 TO RefusedCount
               IF RunRc < 4
                   MOVE 4 TO RunRc
               END-IF
               DISPLAY "Transaction line " TranLineNumber
                       " refused: " FUNCTION TRIM(RefusalText)
                       " | " FUNCTION TRIM(TranRecord)
           END-IF.

           PERFORM WriteJournalEntry.

       ParseTransaction.
           MOVE 'Y' TO TranUsable.
           MOVE SPACES TO TranAction, TranGameText, TranReason,
                          TranFigures, TranValidText, TranCubeSets.
           UNSTRING TranRecord
               DELIMITED BY "|"
               INTO TranAction, TranGameText, TranReason,
                    TranFigures, TranValidText, TranCubeSets.
           MOVE FUNCTION UPPER-CASE(TranAction) TO TranAction.
           MOVE FUNCTION UPPER-CASE(TranValidText) TO TranValidText.

           MOVE 0 TO GameNumber.
           IF FUNCTION TRIM(TranGameText) = SPACES
              OR FUNCTION TRIM(TranGameText) NOT NUMERIC
               MOVE 'N' TO TranUsable
               MOVE "game number is not numeric" TO RefusalText
           ELSE
               COMPUTE GameNumber = FUNCTION NUMVAL(TranGameText)
               IF GameNumber < 1 OR GameNumber > 9999999
                   MOVE 'N' TO TranUsable
                   MOVE "game number out of range" TO RefusalText
               END-IF
           END-IF.

           IF TranUsable = 'Y'
               IF TranReason = SPACES
                   MOVE 'N' TO TranUsable
                   MOVE "no reason code" TO RefusalText
               ELSE
                   IF FUNCTION LENGTH(FUNCTION TRIM(TranReason)) > 8
                       MOVE 'N' TO TranUsable
                       MOVE "reason code longer than 8" TO RefusalText
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO FiguresGiven.
           IF TranUsable = 'Y' AND TranFigures NOT = SPACES
               MOVE SPACES TO FigRedText, FigGreenText, FigBlueText
               UNSTRING TranFigures
                   DELIMITED BY ","
                   INTO FigRedText, FigGreenText, FigBlueText
               IF FUNCTION TRIM(FigRedText) = SPACES
                  OR FUNCTION TRIM(FigRedText) NOT NUMERIC
                  OR FUNCTION TRIM(FigGreenText) = SPACES
                  OR FUNCTION TRIM(FigGreenText) NOT NUMERIC
                  OR FUNCTION TRIM(FigBlueText) = SPACES
                  OR FUNCTION TRIM(FigBlueText) NOT NUMERIC
                   MOVE 'N' TO TranUsable
                   MOVE "figures are not r,g,b" TO RefusalText
               ELSE
                   IF FUNCTION NUMVAL(FigRedText) > 999
                      OR FUNCTION NUMVAL(FigGreenText) > 999
                      OR FUNCTION NUMVAL(FigBlueText) > 999
                       MOVE 'N' TO TranUsable
                       MOVE "figure larger than 999" TO RefusalText
                   ELSE
                       MOVE 'Y' TO FiguresGiven
                       COMPUTE MaxRed = FUNCTION NUMVAL(FigRedText)
                       COMPUTE MaxGreen
                           = FUNCTION NUMVAL(FigGreenText)
                       COMPUTE MaxBlue = FUNCTION NUMVAL(FigBlueText)
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO ValidGiven.
           IF TranUsable = 'Y'
               EVALUATE FUNCTION TRIM(TranValidText)
                   WHEN SPACES
                       CONTINUE
                   WHEN "Y"
                   WHEN "N"
                       MOVE 'Y' TO ValidGiven
                   WHEN OTHER
                       MOVE 'N' TO TranUsable
                       MOVE "valid flag must be Y, N or blank"
                           TO RefusalText
               END-EVALUATE
           END-IF.

       ApplyAdd.
           IF BeforeFound = 'Y'
               MOVE "game already on master" TO RefusalText
           ELSE
               IF FiguresGiven = 'N'
                   MOVE "ADD needs r,g,b figures" TO RefusalText
               ELSE
                   MOVE SPACES TO Day02MasterRecord
                   MOVE GameNumber TO MsGameNumber
                   MOVE TotalRed   TO MsCapRed
                   MOVE TotalGreen TO MsCapGreen
                   MOVE TotalBlue  TO MsCapBlue
                   PERFORM TakeFigures
                   IF TranCubeSets NOT = SPACES
                       PERFORM TakeCubeSets
                   END-IF
                   PERFORM TakeValidFlag
                   ADD 1 TO AddedCount
               END-IF
           END-IF.

       ApplyChange.
           EVALUATE TRUE
               WHEN BeforeFound = 'N'
                   MOVE "game not on master" TO RefusalText
               WHEN BeforeValid = 'V'
                   MOVE "game is voided; reinstate it first"
                       TO RefusalText
               WHEN FiguresGiven = 'N' AND ValidGiven = 'N'
                    AND TranCubeSets = SPACES
                   MOVE "nothing to change" TO RefusalText
               WHEN OTHER
                   IF FiguresGiven = 'Y'
                       PERFORM TakeFigures
                   END-IF
                   IF TranCubeSets NOT = SPACES
                       PERFORM TakeCubeSets
                   END-IF
                   IF FiguresGiven = 'Y' OR ValidGiven = 'Y'
                       PERFORM TakeValidFlag
                   END-IF
                   ADD 1 TO ChangedCount
           END-EVALUATE.

      * A voided game keeps its figures on the master - so it can be
      * reinstated exactly - but drops out of the extract and every
      * total.
       ApplyVoid.
           EVALUATE TRUE
               WHEN BeforeFound = 'N'
                   MOVE "game not on master" TO RefusalText
               WHEN BeforeValid = 'V'
                   MOVE "game already voided" TO RefusalText
               WHEN OTHER
                   MOVE 'V' TO MsGameValid
                   ADD 1 TO VoidedCount
           END-EVALUATE.

       ApplyReinstate.
           EVALUATE TRUE
               WHEN BeforeFound = 'N'
                   MOVE "game not on master" TO RefusalText
               WHEN BeforeValid NOT = 'V'
                   MOVE "game is not voided" TO RefusalText
               WHEN OTHER
                   IF FiguresGiven = 'Y'
                       PERFORM TakeFigures
                   END-IF
                   PERFORM TakeValidFlag
                   ADD 1 TO ReinstatedCount
           END-EVALUATE.

       TakeFigures.
           MOVE MaxRed   TO MsMaxRed.
           MOVE MaxGreen TO MsMaxGreen.
           MOVE MaxBlue  TO MsMaxBlue.
           COMPUTE MsPower = MaxRed * MaxGreen * MaxBlue.

      * Without an explicit flag the game is re-judged from its
      * figures against the limits on its own record. Extra colours
      * are not held on the master, so a game that breached only an
      * extra colour needs its N given on the transaction.
       TakeValidFlag.
           IF ValidGiven = 'Y'
               MOVE TranValidText(1:1) TO MsGameValid
           ELSE
               IF MsMaxRed > MsCapRed
                  OR MsMaxGreen > MsCapGreen
                  OR MsMaxBlue > MsCapBlue
                   MOVE 'N' TO MsGameValid
               ELSE
                   MOVE 'Y' TO MsGameValid
               END-IF
           END-IF.

       TakeCubeSets.
           PERFORM SplitCubeSets.
           PERFORM VARYING CubeSetIndex
               FROM 1 BY 1 UNTIL CubeSetIndex > 48
               MOVE RawCubeSet(CubeSetIndex)
                   TO MsRawCubeSet(CubeSetIndex)
           END-PERFORM.

      * Same scan-pointer split as the main pass.
       SplitCubeSets.
           PERFORM VARYING CubeSetIndex
               FROM 1 BY 1 UNTIL CubeSetIndex > 48
               MOVE SPACES TO RawCubeSet(CubeSetIndex)
           END-PERFORM.

           MOVE 'N' TO SetScanDone.
           MOVE 1 TO SetScanPointer.
           MOVE 0 TO SetScanCount.
           COMPUTE SetScanLength
               = FUNCTION LENGTH(FUNCTION TRIM(TranCubeSets)).
           PERFORM UnstringOneCubeSet
               UNTIL SetScanDone = 'Y'.

       UnstringOneCubeSet.
           IF SetScanPointer > SetScanLength
                   OR SetScanCount >= 48
               MOVE 'Y' TO SetScanDone
           ELSE
               ADD 1 TO SetScanCount
               UNSTRING TranCubeSets
                   DELIMITED BY "; "
                   INTO RawCubeSet(SetScanCount)
                   WITH POINTER SetScanPointer
               END-UNSTRING
           END-IF.

      * A failed master write stops the job: the transactions after
      * it may depend on it, and the operator has to look first.
       StoreMasterRecord.
           IF BeforeFound = 'Y'
               REWRITE Day02MasterRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE Day02MasterRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF MasterStatus = "00"
               MOVE 'Y' TO TranApplied
           ELSE
               DISPLAY "Write failed on game master " MasterFileName
                       ", status " MasterStatus
                       "; maintenance stopped"
               STRING "master write failed, status "
                                             DELIMITED BY SIZE
                      MasterStatus           DELIMITED BY SIZE
                      INTO RefusalText
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           END-IF.

      * What a game contributes to the chain: nothing while voided,
      * otherwise one game (invalid unless flagged Y), its number to
      * Part 1 when valid and its power to Part 2. The movement is
      * the after figure less the before figure, and the game's end
      * state is kept for the extract rewrite.
       TakeTotalsMovement.
           IF BeforeFound = 'Y' AND BeforeValid NOT = 'V'
               SUBTRACT 1 FROM DeltaGames
               IF BeforeValid = 'Y'
                   SUBTRACT GameNumber FROM DeltaPart1
               ELSE
                   SUBTRACT 1 FROM DeltaInvalid
               END-IF
               SUBTRACT BeforePower FROM DeltaPart2
           END-IF.
           IF MsGameValid NOT = 'V'
               ADD 1 TO DeltaGames
               IF MsGameValid = 'Y'
                   ADD GameNumber TO DeltaPart1
               ELSE
                   ADD 1 TO DeltaInvalid
               END-IF
               ADD MsPower TO DeltaPart2
           END-IF.

           IF MaintFoundIndex = 0
               ADD 1 TO MaintGameCount
               MOVE MaintGameCount TO MaintFoundIndex
               MOVE GameNumber TO MgGameNumber(MaintFoundIndex)
           END-IF.
           IF MsGameValid = 'V'
               MOVE 'N' TO MgPresent(MaintFoundIndex)
           ELSE
               MOVE 'Y' TO MgPresent(MaintFoundIndex)
           END-IF.
           MOVE MsGameValid TO MgValid(MaintFoundIndex).
           MOVE MsPower     TO MgPower(MaintFoundIndex).
           MOVE 'N'         TO MgWritten(MaintFoundIndex).

      * The extract rewrite carries the end state of every game
      * touched in the run; a game that would need a slot beyond the
      * table is refused before the master is touched.
       FindMaintSlot.
           MOVE 0 TO MaintFoundIndex.
           PERFORM VARYING MaintIndex FROM 1 BY 1
               UNTIL MaintIndex > MaintGameCount
               IF MgGameNumber(MaintIndex) = GameNumber
                   MOVE MaintIndex TO MaintFoundIndex
               END-IF
           END-PERFORM.
           IF MaintFoundIndex = 0 AND MaintGameCount >= 500
               MOVE "more than 500 games in one run" TO RefusalText
           END-IF.

      * The history record is stamped with the transaction time, the
      * same stamp the journal header carries, so DAY02GHI can find
      * the reason for it.
       WriteGameHistRecord.
           MOVE SPACES TO Day02GameHistRecord.
           MOVE FileName        TO GhFileName.
           MOVE GameNumber      TO GhGameNumber.
           MOVE MaintStamp      TO GhRunStamp.
           MOVE MsMaxRed        TO GhMaxRed.
           MOVE MsMaxGreen      TO GhMaxGreen.
           MOVE MsMaxBlue       TO GhMaxBlue.
           MOVE MsPower         TO GhPower.
           MOVE MsGameValid     TO GhGameValid.
           MOVE MsCapRed        TO GhCapRed.
           MOVE MsCapGreen      TO GhCapGreen.
           MOVE MsCapBlue       TO GhCapBlue.

           WRITE Day02GameHistRecord
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF GameHistStatus NOT = "00"
               DISPLAY "Write failed on game history "
                       FUNCTION TRIM(GameHistFileName)
                       ", status " GameHistStatus
                       "; maintenance stopped"
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           END-IF.

      * The stamp keys the history record and ties it to its journal
      * header, so no two transactions of a run may share one: two
      * inside the same hundredth of a second (a VOID straight after
      * a REINSTATE of one game, say) would otherwise collide. A
      * repeat is moved on a hundredth past the last stamp used.
       MakeMaintStampUnique.
           IF LastMaintStamp NOT = SPACES
              AND MaintStamp(1:16) <= LastMaintStamp(1:16)
               MOVE LastMaintStamp TO MaintStamp
               COMPUTE StampDate = FUNCTION NUMVAL(MaintStamp(1:8))
               COMPUTE StampHundredths
                   = FUNCTION NUMVAL(MaintStamp(9:2)) * 360000
                   + FUNCTION NUMVAL(MaintStamp(11:2)) * 6000
                   + FUNCTION NUMVAL(MaintStamp(13:2)) * 100
                   + FUNCTION NUMVAL(MaintStamp(15:2)) + 1
               IF StampHundredths >= 8640000
                   MOVE 0 TO StampHundredths
                   COMPUTE StampDate = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(StampDate) + 1)
               END-IF
               MOVE StampDate TO MaintStamp(1:8)
               DIVIDE StampHundredths BY 360000
                   GIVING StampPart REMAINDER StampRemainder
               MOVE StampPart TO MaintStamp(9:2)
               DIVIDE StampRemainder BY 6000
                   GIVING StampPart REMAINDER StampHundredths
               MOVE StampPart TO MaintStamp(11:2)
               DIVIDE StampHundredths BY 100
                   GIVING StampPart REMAINDER StampRemainder
               MOVE StampPart TO MaintStamp(13:2)
               MOVE StampRemainder TO StampPart
               MOVE StampPart TO MaintStamp(15:2)
           END-IF.
           MOVE MaintStamp TO LastMaintStamp.

      * Three journal records per transaction: the header ("H" with
      * stamp, input, game, action, reason, outcome and operator),
      * the before image ("B", or "B none" for a game not on the
      * master) and the after image ("A"; the before image again
      * when refused).
       WriteJournalEntry.
           MOVE SPACES TO JournalOutcome.
           IF TranApplied = 'Y'
               MOVE "applied" TO JournalOutcome
           ELSE
               STRING "refused: "            DELIMITED BY SIZE
                      FUNCTION TRIM(RefusalText)
                                             DELIMITED BY SIZE
                      INTO JournalOutcome
           END-IF.

           MOVE SPACES TO JournalRecord.
           STRING "H "                       DELIMITED BY SIZE
                  MaintStamp                 DELIMITED BY SIZE
                  " | "                      DELIMITED BY SIZE
                  FUNCTION TRIM(FileName)    DELIMITED BY SIZE
                  " | game="                 DELIMITED BY SIZE
                  GameNumber                 DELIMITED BY SIZE
                  " action="                 DELIMITED BY SIZE
                  FUNCTION TRIM(TranAction)  DELIMITED BY SIZE
                  " reason="                 DELIMITED BY SIZE
                  FUNCTION TRIM(TranReason)  DELIMITED BY SIZE
                  " | "                      DELIMITED BY SIZE
                  FUNCTION TRIM(JournalOutcome)
                                             DELIMITED BY SIZE
                  " | operator="             DELIMITED BY SIZE
                  FUNCTION TRIM(AuOperatorId)
                                             DELIMITED BY SIZE
                  INTO JournalRecord.
           PERFORM WriteJournalRecord.

           MOVE SPACES TO JournalRecord.
           IF BeforeFound = 'Y'
               STRING "B "                   DELIMITED BY SIZE
                      BeforeImage            DELIMITED BY SIZE
                      INTO JournalRecord
           ELSE
               MOVE "B none" TO JournalRecord
           END-IF.
           PERFORM WriteJournalRecord.

           MOVE SPACES TO JournalRecord.
           IF TranApplied = 'Y'
               STRING "A "                   DELIMITED BY SIZE
                      Day02MasterRecord      DELIMITED BY SIZE
                      INTO JournalRecord
           ELSE
               IF BeforeFound = 'Y'
                   STRING "A "               DELIMITED BY SIZE
                          BeforeImage        DELIMITED BY SIZE
                          INTO JournalRecord
               ELSE
                   MOVE "A none" TO JournalRecord
               END-IF
           END-IF.
           PERFORM WriteJournalRecord.

       WriteJournalRecord.
           WRITE JournalRecord.
           IF JournalStatus NOT = "00"
               DISPLAY "Write failed on maintenance journal "
                       FUNCTION TRIM(JournalFileName)
                       ", status " JournalStatus
                       "; maintenance stopped"
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           END-IF.

      * The extract is rewritten through a work file (copy, then
      * commit, as DAY02POST stages its appends): a maintained
      * game's 'D' record is replaced by its end state, dropped when
      * it ended voided, and appended when it was not on the extract
      * at all (an added or reinstated game).
       RewriteExtract.
           MOVE 'N' TO ReachedEndOfExtract.
           MOVE 0 TO ExtractCopyCount.
           OPEN INPUT ExtractFile.
           OPEN OUTPUT ExtractWorkFile.
           IF ExtractStatus NOT = "00"
              OR ExtractWorkStatus NOT = "00"
               DISPLAY "Unable to rewrite extract " ExtractFileName
                       ", status " ExtractStatus "/"
                       ExtractWorkStatus
               IF ExtractStatus = "00"
                   CLOSE ExtractFile
               END-IF
               IF ExtractWorkStatus = "00"
                   CLOSE ExtractWorkFile
               END-IF
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           ELSE
               PERFORM UNTIL ReachedEndOfExtract = 'Y'
                   READ ExtractFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfExtract
                       NOT AT END
                           PERFORM CopyOneExtractRecord
                   END-READ
               END-PERFORM
               CLOSE ExtractFile
               PERFORM VARYING MaintIndex FROM 1 BY 1
                   UNTIL MaintIndex > MaintGameCount
                   IF MgPresent(MaintIndex) = 'Y'
                      AND MgWritten(MaintIndex) = 'N'
                       MOVE SPACES TO Day02ExtractRecord
                       SET ExDetailRecord TO TRUE
                       MOVE MgGameNumber(MaintIndex)
                           TO GameNumberEdit
                       STRING "Game "        DELIMITED BY SIZE
                              FUNCTION TRIM(GameNumberEdit)
                                             DELIMITED BY SIZE
                              INTO ExGameName
                       MOVE MgValid(MaintIndex) TO ExGameValid
                       MOVE MgPower(MaintIndex) TO ExPower
                       MOVE 0 TO ExPart1, ExPart2
                       PERFORM WriteExtractWorkRecord
                   END-IF
               END-PERFORM
               CLOSE ExtractWorkFile
               IF MaintFailed = 'Y'
                   DISPLAY "Abandoning extract rewrite: work file "
                           "write failed; extract left as it was"
                   PERFORM DeleteExtractWorkFile
               ELSE
                   PERFORM CommitExtractRewrite
               END-IF
           END-IF.

       CopyOneExtractRecord.
           MOVE 0 TO MaintFoundIndex.
           IF ExDetailRecord
               MOVE ExGameName(6:7) TO ExtractGameText
               IF FUNCTION TRIM(ExtractGameText) NOT = SPACES
                  AND FUNCTION TRIM(ExtractGameText) NUMERIC
                   COMPUTE ExtractGameNumber
                       = FUNCTION NUMVAL(ExtractGameText)
                   PERFORM VARYING MaintIndex FROM 1 BY 1
                       UNTIL MaintIndex > MaintGameCount
                       IF MgGameNumber(MaintIndex) = ExtractGameNumber
                           MOVE MaintIndex TO MaintFoundIndex
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF MaintFoundIndex = 0
               PERFORM WriteExtractWorkRecord
           ELSE
               MOVE 'Y' TO MgWritten(MaintFoundIndex)
               IF MgPresent(MaintFoundIndex) = 'Y'
                   MOVE MgValid(MaintFoundIndex) TO ExGameValid
                   MOVE MgPower(MaintFoundIndex) TO ExPower
                   PERFORM WriteExtractWorkRecord
               END-IF
           END-IF.

       WriteExtractWorkRecord.
           MOVE Day02ExtractRecord TO ExtractWorkRecord.
           WRITE ExtractWorkRecord.
           IF ExtractWorkStatus = "00"
               ADD 1 TO ExtractCopyCount
           ELSE
               IF MaintFailed = 'N'
                   DISPLAY "Write failed on extract work file "
                           FUNCTION TRIM(ExtractWorkFileName)
                           ", status " ExtractWorkStatus
               END-IF
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           END-IF.

      * The live extract is only truncated once the complete copy
      * reopens clean; a failure part way through the copy back keeps
      * the work file so the extract can be recovered from it.
       CommitExtractRewrite.
           MOVE 'N' TO ReachedEndOfWork.
           OPEN INPUT ExtractWorkFile.
           IF ExtractWorkStatus NOT = "00"
               DISPLAY "Unable to reopen extract work file "
                       FUNCTION TRIM(ExtractWorkFileName)
                       ", status " ExtractWorkStatus
                       "; extract left as it was"
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           ELSE
               OPEN OUTPUT ExtractFile
               IF ExtractStatus NOT = "00"
                   DISPLAY "Unable to rewrite extract "
                           ExtractFileName ", status " ExtractStatus
                   CLOSE ExtractWorkFile
                   MOVE 'Y' TO MaintFailed
                   MOVE 8 TO RunRc
               ELSE
                   PERFORM UNTIL ReachedEndOfWork = 'Y'
                       READ ExtractWorkFile
                           AT END
                               MOVE 'Y' TO ReachedEndOfWork
                           NOT AT END
                               MOVE ExtractWorkRecord
                                   TO Day02ExtractRecord
                               WRITE Day02ExtractRecord
                               IF ExtractStatus NOT = "00"
                                   MOVE 'Y' TO MaintFailed
                                   MOVE 'Y' TO ReachedEndOfWork
                                   MOVE 8 TO RunRc
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ExtractFile
                   CLOSE ExtractWorkFile
                   IF MaintFailed = 'Y'
                       DISPLAY "Extract rewrite failed; work file "
                               FUNCTION TRIM(ExtractWorkFileName)
                               " retained for recovery"
                   ELSE
                       PERFORM DeleteExtractWorkFile
                   END-IF
               END-IF
           END-IF.

       DeleteExtractWorkFile.
           CALL "CBL_DELETE_FILE" USING ExtractWorkFileName.
           MOVE RETURN-CODE TO DeleteResult.
           MOVE 0 TO RETURN-CODE.

      * The summary is one 'S' record; it is read back, moved by the
      * maintenance movement, and rewritten whole.
       UpdateSummaryTotals.
           OPEN INPUT SummaryFile.
           IF SummaryStatus NOT = "00"
               DISPLAY "Unable to open summary " SummaryFileName
                       ", status " SummaryStatus
                       "; summary not adjusted"
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           ELSE
               READ SummaryFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SumRecordType = 'S'
                           MOVE 'Y' TO SummaryFound
                           MOVE SumGameName  TO SavedGameName
                           MOVE SumGameValid TO SavedGameValid
                           MOVE SumPower     TO SavedPower
                           MOVE SumPart1     TO SavedPart1
                           MOVE SumPart2     TO SavedPart2
                       END-IF
               END-READ
               CLOSE SummaryFile
               IF SummaryFound = 'N'
                   DISPLAY "No 'S' record on " SummaryFileName
                           "; summary not adjusted"
                   MOVE 'Y' TO MaintFailed
                   MOVE 8 TO RunRc
               ELSE
                   PERFORM RewriteSummaryRecord
               END-IF
           END-IF.

       RewriteSummaryRecord.
           COMPUTE SignedTotal = SavedPart1 + DeltaPart1.
           IF SignedTotal < 0
               DISPLAY "Summary Part1 would go below zero; summary "
                       "not adjusted"
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           END-IF.
           COMPUTE SignedTotal = SavedPart2 + DeltaPart2.
           IF SignedTotal < 0
               DISPLAY "Summary Part2 would go below zero; summary "
                       "not adjusted"
               MOVE 'Y' TO MaintFailed
               MOVE 8 TO RunRc
           END-IF.

           IF MaintFailed = 'N'
               OPEN OUTPUT SummaryFile
               IF SummaryStatus NOT = "00"
                   DISPLAY "Unable to rewrite summary "
                           SummaryFileName ", status " SummaryStatus
                   MOVE 'Y' TO MaintFailed
                   MOVE 8 TO RunRc
               ELSE
                   MOVE SPACES          TO SummaryRecord
                   MOVE 'S'             TO SumRecordType
                   MOVE SavedGameName   TO SumGameName
                   MOVE SavedGameValid  TO SumGameValid
                   MOVE SavedPower      TO SumPower
                   COMPUTE SumPart1 = SavedPart1 + DeltaPart1
                   COMPUTE SumPart2 = SavedPart2 + DeltaPart2
                   WRITE SummaryRecord
                   IF SummaryStatus NOT = "00"
                       DISPLAY "Write failed on summary "
                               SummaryFileName ", status "
                               SummaryStatus
                       MOVE 'Y' TO MaintFailed
                       MOVE 8 TO RunRc
                   END-IF
                   CLOSE SummaryFile
               END-IF
           END-IF.

      * As on DAY02POST: DAY02RECON proves the extract against the
      * most recent audit entry for the input, so a refreshed entry
      * carrying the last counts moved by the maintenance lands on
      * the log. No prior entry means the main run never completed
      * its audit write, and the log is left alone.
       WriteAuditEntry.
           PERFORM FindLastAuditEntry.
           IF AuditFound = 'N'
               DISPLAY "No audit entry for "
                       FUNCTION TRIM(FileName)
                       "; audit log not refreshed"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
               COMPUTE AuditGameCount = AuditGameCount + DeltaGames
               COMPUTE AuditInvalidCount
                   = AuditInvalidCount + DeltaInvalid
               COMPUTE AuditPart1 = AuditPart1 + DeltaPart1
               COMPUTE AuditPart2 = AuditPart2 + DeltaPart2

               MOVE SPACES TO AuditRecord
               STRING CurrentTimestamp             DELIMITED BY SIZE
                      " | "                        DELIMITED BY SIZE
                      FUNCTION TRIM(FileName)      DELIMITED BY SIZE
                      " | games="                  DELIMITED BY SIZE
                      AuditGameCount               DELIMITED BY SIZE
                      " invalid="                  DELIMITED BY SIZE
                      AuditInvalidCount            DELIMITED BY SIZE
                      " Part1="                    DELIMITED BY SIZE
                      AuditPart1                   DELIMITED BY SIZE
                      " Part2="                    DELIMITED BY SIZE
                      AuditPart2                   DELIMITED BY SIZE
                      INTO AuditRecord

               OPEN EXTEND AuditFile
               IF AuditStatus = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               IF AuditStatus NOT = "00"
                   DISPLAY "Unable to open audit log "
                           FUNCTION TRIM(AuditFileName)
                           ", status " AuditStatus
                   MOVE 'Y' TO MaintFailed
                   MOVE 8 TO RunRc
               ELSE
                   WRITE AuditRecord
                   IF AuditStatus NOT = "00"
                       DISPLAY "Write failed on audit log "
                               FUNCTION TRIM(AuditFileName)
                               ", status " AuditStatus
                       MOVE 'Y' TO MaintFailed
                       MOVE 8 TO RunRc
                   END-IF
                   CLOSE AuditFile
               END-IF
           END-IF.

       FindLastAuditEntry.
           MOVE 'N' TO AuditFound.
           MOVE 'N' TO ReachedEndOfAudit.
           OPEN INPUT AuditFile.
           IF AuditStatus NOT = "00"
               DISPLAY "No audit log " FUNCTION TRIM(AuditFileName)
                       ", status " AuditStatus
           ELSE
               PERFORM UNTIL ReachedEndOfAudit = 'Y'
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfAudit
                       NOT AT END
                           PERFORM ParseAuditRecord
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       ParseAuditRecord.
           MOVE SPACES TO AuditTimestamp, AuditEntryName,
                          AuditCounters.
           UNSTRING AuditRecord
               DELIMITED BY " | "
               INTO AuditTimestamp, AuditEntryName, AuditCounters.

           IF FUNCTION TRIM(AuditEntryName)
                   = FUNCTION TRIM(FileName)
               MOVE SPACES TO AuditFiller, AuditGamesText,
                              AuditInvalidText, AuditPart1Text,
                              AuditPart2Text
               UNSTRING AuditCounters
                   DELIMITED BY "games=" OR " invalid="
                       OR " Part1=" OR " Part2="
                   INTO AuditFiller, AuditGamesText,
                        AuditInvalidText, AuditPart1Text,
                        AuditPart2Text
               MOVE 'Y' TO AuditFound
               COMPUTE AuditGameCount
                   = FUNCTION NUMVAL(AuditGamesText)
               COMPUTE AuditInvalidCount
                   = FUNCTION NUMVAL(AuditInvalidText)
               COMPUTE AuditPart1
                   = FUNCTION NUMVAL(AuditPart1Text)
               COMPUTE AuditPart2
                   = FUNCTION NUMVAL(AuditPart2Text)
           END-IF.

      * The live generation's catalogue record carries the totals of
      * the run that made it; a later record for the same number
      * wins, so one with the same state and run stamp and the
      * totals moved by this maintenance takes its place. Part1 and
      * Part2 go by the same amounts as the .SUMMARY, games and
      * invalid by the same amounts as the audit entry.
       CatalogueMaintainedTotals.
           MOVE FileName TO GnInputName.
           PERFORM LoadGenerations.
           IF GnHighest > 0
               MOVE GnHighest TO GnNumberText
               PERFORM FindGenerationEntry
               IF GnSlot = 0
                   DISPLAY "Generation " GnHighest " of "
                           FUNCTION TRIM(FileName)
                           " not in the catalogue; catalogue not "
                           "adjusted"
                   MOVE 'Y' TO MaintFailed
                   MOVE 8 TO RunRc
               ELSE
                   MOVE GnHighest          TO GnWriteNumber
                   MOVE GnState(GnSlot)    TO GnWriteState
                   MOVE GnRunStamp(GnSlot) TO GnWriteStamp
                   COMPUTE GnWriteGames = GnGames(GnSlot) + DeltaGames
                   COMPUTE GnWriteInvalid
                       = GnInvalid(GnSlot) + DeltaInvalid
                   COMPUTE GnWritePart1 = GnPart1(GnSlot) + DeltaPart1
                   COMPUTE GnWritePart2 = GnPart2(GnSlot) + DeltaPart2
                   PERFORM WriteGenerationRecord
                   IF GnWriteFailed = 'Y'
                       MOVE 'Y' TO MaintFailed
                       MOVE 8 TO RunRc
                   END-IF
               END-IF
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

      * Period control (see DAY02PD).
       LoadPeriodControl.
           MOVE 0 TO PdPeriodCount, PdInputCount.
           MOVE 'N' TO PdEndOfFile.
           OPEN INPUT PeriodFile.
           IF PdStatus = "00"
               PERFORM UNTIL PdEndOfFile = 'Y'
                   READ PeriodFile
                       AT END
                           MOVE 'Y' TO PdEndOfFile
                       NOT AT END
                           IF PeriodRecord NOT = SPACES
                              AND PeriodRecord(1:1) NOT = '*'
                               PERFORM LoadOnePeriodRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PeriodFile
           END-IF.
      * No period file means no period has been closed yet; one that
      * is there but cannot be read could hide a closed period, so
      * the run stops rather than treat every input as open.
           IF PdStatus NOT = "00" AND PdStatus NOT = "35"
               DISPLAY "Unable to read period control "
                       FUNCTION TRIM(PdFileName)
                       ", status " PdStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOnePeriodRecord.
           MOVE SPACES TO PdParm1, PdParm2, PdParm3, PdParm4.
           UNSTRING PeriodRecord
               DELIMITED BY "|"
               INTO PdParm1, PdParm2, PdParm3, PdParm4.

           EVALUATE TRUE
               WHEN PdParm2(1:6) NOT NUMERIC
                   DISPLAY "Bad period record skipped: "
                           FUNCTION TRIM(PeriodRecord)
               WHEN PdParm1 = "PERIOD" AND PdParm3 = "CLOSED"
                   IF PdPeriodCount >= 600
                       DISPLAY "Period table full; record skipped: "
                               FUNCTION TRIM(PeriodRecord)
                   ELSE
                       ADD 1 TO PdPeriodCount
                       MOVE PdParm2(1:6) TO PdPeriod(PdPeriodCount)
                       MOVE PdParm4 TO PdClosedStamp(PdPeriodCount)
                   END-IF
               WHEN PdParm1 = "INPUT" AND PdParm3 NOT = SPACES
                   IF PdInputCount >= 20000
                       DISPLAY "Period input table full; record "
                               "skipped: " FUNCTION TRIM(PeriodRecord)
                   ELSE
                       ADD 1 TO PdInputCount
                       MOVE PdParm2(1:6)
                           TO PdInputPeriod(PdInputCount)
                       MOVE PdParm3 TO PdInputName(PdInputCount)
                   END-IF
               WHEN OTHER
                   DISPLAY "Bad period record skipped: "
                           FUNCTION TRIM(PeriodRecord)
           END-EVALUATE.

      * The period PdLookupName was frozen into (zero if none has
      * claimed it yet) and whether that period is closed.
       FindInputPeriod.
           MOVE 0 TO PdLookupPeriod.
           MOVE 'N' TO PdInputClosed.
           PERFORM VARYING PdIndex FROM 1 BY 1
               UNTIL PdIndex > PdInputCount
               IF PdInputName(PdIndex) = PdLookupName
                   MOVE PdInputPeriod(PdIndex) TO PdLookupPeriod
               END-IF
           END-PERFORM.
           IF PdLookupPeriod > 0
               MOVE PdLookupPeriod TO PdTestPeriod
               PERFORM TestPeriodClosed
               MOVE PdPeriodClosed TO PdInputClosed
           END-IF.

       TestPeriodClosed.
           MOVE 'N' TO PdPeriodClosed.
           PERFORM VARYING PdIndex FROM 1 BY 1
               UNTIL PdIndex > PdPeriodCount OR PdPeriodClosed = 'Y'
               IF PdPeriod(PdIndex) = PdTestPeriod
                   MOVE 'Y' TO PdPeriodClosed
               END-IF
           END-PERFORM.

      * Operator authority (see DAY02AU): the caller is identified,
      * DAY02-AUTH.DAT is searched for a record covering this job
      * and input, and the verdict is journaled before anything is
      * touched.
       CheckOperatorAuthority.
           IF AuLoaded NOT = 'Y'
               PERFORM LoadOperatorAuthority
           END-IF.

           MOVE 'N' TO AuGranted.
           IF AuOperatorId NOT = SPACES AND AuActAsAllowed = 'Y'
               PERFORM VARYING AuIndex FROM 1 BY 1
                   UNTIL AuIndex > AuEntryCount OR AuGranted = 'Y'
                   IF (AuOperator(AuIndex) = AuOperatorId
                          OR AuOperator(AuIndex) = "ALL")
                      AND (AuProgram(AuIndex) = AuProgramName
                          OR AuProgram(AuIndex) = "ALL")
                       PERFORM MatchAuthorityPattern
                       IF AuPatternMatched = 'Y'
                           MOVE 'Y' TO AuGranted
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM WriteSecurityJournal.

       LoadOperatorAuthority.
           MOVE 'Y' TO AuLoaded.
           ACCEPT AuLoginId FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO AuLoginId
           END-ACCEPT.
           IF AuLoginId = SPACES
               ACCEPT AuLoginId FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION
                       MOVE SPACES TO AuLoginId
               END-ACCEPT
           END-IF.
           MOVE FUNCTION UPPER-CASE(AuLoginId) TO AuLoginId.
           ACCEPT AuRequestedId FROM ENVIRONMENT "DAY02OPER"
               ON EXCEPTION
                   MOVE SPACES TO AuRequestedId
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(AuRequestedId) TO AuRequestedId.
           ACCEPT AuArguments FROM COMMAND-LINE.

           MOVE 0 TO AuEntryCount, AuActCount.
           MOVE 'N' TO AuEndOfFile, AuFileFound.
           OPEN INPUT AuthFile.
           IF AuStatus = "00"
               MOVE 'Y' TO AuFileFound
               PERFORM UNTIL AuEndOfFile = 'Y'
                   READ AuthFile
                       AT END
                           MOVE 'Y' TO AuEndOfFile
                       NOT AT END
                           IF AuthRecord NOT = SPACES
                              AND AuthRecord(1:1) NOT = '*'
                               PERFORM LoadOneAuthority
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuthFile
           ELSE
               DISPLAY "Unable to open authority file "
                       FUNCTION TRIM(AuFileName)
                       ", status " AuStatus
                       "; every operator is refused"
           END-IF.

           PERFORM SettleOperatorId.

      * The login is who is calling. A DAY02OPER batch ID other than
      * the login is taken only where an ACTAS record lets this login
      * act as it; one it may not act as is kept as the operator so
      * the journal shows what was claimed, and the attempt refused.
       SettleOperatorId.
           MOVE AuLoginId TO AuOperatorId.
           MOVE 'Y' TO AuActAsAllowed.
           IF AuLoginId = SPACES
               MOVE 'N' TO AuActAsAllowed
           END-IF.
           IF AuActAsAllowed = 'Y'
              AND AuRequestedId NOT = SPACES
              AND AuRequestedId NOT = AuLoginId
               MOVE AuRequestedId TO AuOperatorId
               MOVE 'N' TO AuActAsAllowed
               PERFORM VARYING AuIndex FROM 1 BY 1
                   UNTIL AuIndex > AuActCount OR AuActAsAllowed = 'Y'
                   IF AuActLogin(AuIndex) = AuLoginId
                      AND AuActOperator(AuIndex) = AuRequestedId
                       MOVE 'Y' TO AuActAsAllowed
                   END-IF
               END-PERFORM
               IF AuActAsAllowed = 'N'
                   DISPLAY "Login " FUNCTION TRIM(AuLoginId)
                           " may not act as operator "
                           FUNCTION TRIM(AuRequestedId)
               END-IF
           END-IF.

       LoadOneAuthority.
           MOVE SPACES TO AuParm1, AuParm2, AuParm3.
           UNSTRING AuthRecord
               DELIMITED BY ","
               INTO AuParm1, AuParm2, AuParm3.

           IF AuParm1 = SPACES OR AuParm2 = SPACES
               DISPLAY "Bad authority record skipped: "
                       FUNCTION TRIM(AuthRecord)
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(AuParm1))
                       = "ACTAS"
                   PERFORM LoadOneActAs
               ELSE
                   IF AuEntryCount >= 200
                       DISPLAY "Authority table full; record skipped: "
                               FUNCTION TRIM(AuthRecord)
                   ELSE
                       ADD 1 TO AuEntryCount
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AuParm1))
                           TO AuOperator(AuEntryCount)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AuParm2))
                           TO AuProgram(AuEntryCount)
                       MOVE FUNCTION TRIM(AuParm3)
                           TO AuPattern(AuEntryCount)
                       IF AuPattern(AuEntryCount) = SPACES
                           MOVE "*" TO AuPattern(AuEntryCount)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LoadOneActAs.
           IF AuParm3 = SPACES
               DISPLAY "Bad authority record skipped: "
                       FUNCTION TRIM(AuthRecord)
           ELSE
               IF AuActCount >= 50
                   DISPLAY "Authority table full; record skipped: "
                           FUNCTION TRIM(AuthRecord)
               ELSE
                   ADD 1 TO AuActCount
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AuParm2))
                       TO AuActLogin(AuActCount)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AuParm3))
                       TO AuActOperator(AuActCount)
               END-IF
           END-IF.

       MatchAuthorityPattern.
           MOVE 'N' TO AuPatternMatched.
           IF AuPattern(AuIndex) = "*"
               MOVE 'Y' TO AuPatternMatched
           ELSE
               COMPUTE AuPatternLength = FUNCTION LENGTH(
                   FUNCTION TRIM(AuPattern(AuIndex)))
               IF AuPattern(AuIndex)(AuPatternLength:1) = "*"
                   SUBTRACT 1 FROM AuPatternLength
                   IF AuInputName(1:AuPatternLength)
                       = AuPattern(AuIndex)(1:AuPatternLength)
                       MOVE 'Y' TO AuPatternMatched
                   END-IF
               ELSE
                   IF AuInputName = AuPattern(AuIndex)
                       MOVE 'Y' TO AuPatternMatched
                   END-IF
               END-IF
           END-IF.

      * An attempt the journal cannot record is refused, granted or
      * not; the journal is opened and closed per attempt so a crash
      * later in the job cannot lose the entry.
       WriteSecurityJournal.
           MOVE FUNCTION CURRENT-DATE TO AuStamp.
           IF AuGranted = 'Y'
               MOVE "GRANTED" TO AuVerdict
           ELSE
               MOVE "REFUSED" TO AuVerdict
           END-IF.

           MOVE SPACES TO SecurityJournalRecord.
           STRING AuStamp                      DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(AuVerdict)     DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(AuOperatorId)  DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(AuLoginId)     DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(AuProgramName) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(AuInputName)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(AuArguments)   DELIMITED BY SIZE
                  INTO SecurityJournalRecord.

           OPEN EXTEND SecurityJournalFile.
           IF AuJournalStatus = "35"
               OPEN OUTPUT SecurityJournalFile
           END-IF.
           IF AuJournalStatus = "00"
               WRITE SecurityJournalRecord
               IF AuJournalStatus NOT = "00"
                   DISPLAY "Write failed on security journal "
                           FUNCTION TRIM(AuJournalFileName)
                           ", status " AuJournalStatus
                           "; attempt refused"
                   MOVE 'N' TO AuGranted
               END-IF
               CLOSE SecurityJournalFile
           ELSE
               DISPLAY "Unable to open security journal "
                       FUNCTION TRIM(AuJournalFileName)
                       ", status " AuJournalStatus
                       "; attempt refused"
               MOVE 'N' TO AuGranted
           END-IF.

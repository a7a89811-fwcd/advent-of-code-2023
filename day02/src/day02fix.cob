      * adjustment the repairs are worth. Rejected lines that are
      * still unparseable after correction, and rejects nobody
      * supplied a fix for, go to the second-pass .REJECT2 file.
      * Capacity limits come from CAP=r,g,b or the DAY02-CAPACITY.DAT
      * schedule entry that was in force for the input on the date
      * the main run judged it (ASOF=yyyymmdd picks another day), so
      * validity is judged the same way. With LAYOUT=DELIM the
      * rejects and corrections are rows of the delimited feed
      * ("game,setseq,red,green,blue"); the rows of each rejected
      * game are regrouped, the corrected rows swapped in by line
      * number, and the whole game re-judged, so the adjustment
      * figures stay per-game even though the feed is per-set.
      * Saves rerunning a whole batch window for a three-line typo.
      * Runs only for an operator DAY02-AUTH.DAT allows to run
      * DAY02FIX against the input (see DAY02AU).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02FIX.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AdjustStatus.

                   SELECT SummaryFile
                   ASSIGN TO SummaryFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SummaryStatus.

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
               FD RejectFile.
               01 CorrectionRecord PIC X(7200).

               FD CapControlFile.
               01 CapControlRecord PIC X(160).

               FD ColourControlFile.
               01 ColourControlRecord PIC X(40).
               FD AdjustFile.
               01 AdjustRecord PIC X(200).

               FD SummaryFile.
               01 SummaryRecord.
                   05 SumRecordType       PIC X(1).
                   05 SumGameName         PIC X(12).
                   05 SumGameValid        PIC X(1).
                   05 SumPower            PIC 9(9).
                   05 SumPart1            PIC 9(9).
                   05 SumPart2            PIC 9(9).

               FD AuthFile.
               01 AuthRecord PIC X(200).

               FD SecurityJournalFile.
               01 SecurityJournalRecord PIC X(400).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 RejectFileName          PIC X(120).
               01 Extract2FileName        PIC X(120).
               01 Reject2FileName         PIC X(120).
               01 AdjustFileName          PIC X(120).
               01 SummaryFileName         PIC X(120).
               01 CapControlFileName      PIC X(40)
                                          VALUE "DAY02-CAPACITY.DAT".
               01 ColourControlFileName   PIC X(40)
               01 RejectStatus            PIC XX.
               01 CorrectionStatus        PIC XX.
               01 CapControlStatus        PIC XX.
               01 SummaryStatus           PIC XX.
               COPY DAY02CS.
               01 ColourControlStatus     PIC XX.
               01 ReachedEndOfColours     PIC X(1) VALUE 'N'.
               01 ColourParm1             PIC X(12).
               01 StillRejectedCount      PIC 9(6) VALUE 0.
               01 AdjustPart1             PIC 9(9) VALUE 0.
               01 AdjustPart2             PIC 9(9) VALUE 0.
               COPY DAY02AU.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
               STOP RUN
           END-IF.

           MOVE "DAY02FIX" TO AuProgramName.
           MOVE FileName TO AuInputName.
           PERFORM CheckOperatorAuthority.
           IF AuGranted NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(AuOperatorId)
                       " is not authorised to run DAY02FIX against "
                       FUNCTION TRIM(FileName)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BuildSideFileNames.
           PERFORM LoadCapacityLimits.
           PERFORM LoadColourControls.
           PERFORM LoadCorrections.
           PERFORM OpenOutputFiles.
           PERFORM ReprocessRejects.
                       DELIMITED BY ","
                       INTO TotalRed, TotalGreen, TotalBlue
                   MOVE 'Y' TO CapOverridden
               WHEN "ASOF"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       MOVE ArgValue(1:8) TO CapAsOfDate
                       MOVE 'Y' TO CapAsOfGiven
                   END-IF
               WHEN "UNKNOWN"
                   EVALUATE FUNCTION TRIM(ArgValue)
                       WHEN "REJECT"
                   CONTINUE
           END-EVALUATE.

      * DAY02-CAPACITY.DAT is a schedule of limits rather than one
      * live record, so a change of limits is a new record with its
      * own effective date and what applied before stays on file.
      * Records read "from,to,pattern,red,green,blue" (see DAY02CS);
      * a bare "r,g,b" record from before the schedule is taken as in
      * force for every input from the beginning. Blank records and
      * records starting '*' are comments. A repair is judged under
      * the limits that were in force when the input itself was
      * judged, not today's: the as-of date comes from ASOF= or else
      * from the "ASOFyyyymmdd" stamp the main run left on the
      * .SUMMARY. CAP= overrides the schedule outright.
       LoadCapacityLimits.
           IF CapOverridden NOT = 'Y'
               IF CapAsOfGiven NOT = 'Y'
                   PERFORM FindRunAsOfDate
               END-IF
               PERFORM LoadCapacitySchedule
               PERFORM SelectCapacityLimits
           END-IF.

      * A summary from before the schedule carries no stamp; today's
      * entry is the best that can be done, and the operator is told
      * so in case ASOF= is wanted instead.
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

                  ".ADJUST"             DELIMITED BY SIZE
                  INTO AdjustFileName.

           MOVE SPACES TO SummaryFileName.
           STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                  ".SUMMARY"            DELIMITED BY SIZE
                  INTO SummaryFileName.

       LoadCorrections.
           OPEN INPUT CorrectionFile.
           IF CorrectionStatus NOT = "00"
               ADD 1 TO UnknownInGame
               MOVE CubeColor(CubeStackIndex) TO UnknownSample
           END-IF.

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

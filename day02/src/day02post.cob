      * job folds the repairs in: each repaired game is written to
      * the .MASTER (rebuilt from the .DETAIL2 record, judged flag
      * from the paired .EXTRACT2 record, capacity limits from
      * CAP=r,g,b or the DAY02-CAPACITY.DAT schedule entry in force
      * on the input's run date, exactly as on the repair run), the
      * .EXTRACT2 detail records are appended to the .EXTRACT, the
      * .SUMMARY Part1/Part2 totals are raised by the .ADJUST
      * figures, and a refreshed audit log entry and a fresh
      * DAY02-GENCAT.DAT record for the live generation are written
      * so the reconciliation comparisons line up again. The posted
      * .DETAIL2/.EXTRACT2/.ADJUST files are deleted on success so a
      * rerun cannot double-post the same repairs; the .REJECT2 file
      * of still-open rejects is left alone.
      * An input whose period DAY02PCL has closed is not posted: the
      * .ADJUST figures are booked to DAY02-PRIORADJ.DAT against the
      * next open period instead and the run ends rc 4 (see DAY02PD).
      * Runs only for an operator DAY02-AUTH.DAT allows to run
      * DAY02POST against the input (see DAY02AU).
      * Once the posting is complete, every dispute case OPEN or
      * under REVIEW against a game it repaired (see DAY02DSP) is
      * moved to REPAIRED with a note of the figures posted.
      * Usage: day02post <path to input> [CAP=r,g,b]
      *        [ASOF=yyyymmdd]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02POST.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AuditStatus.

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

                   SELECT PeriodFile
                   ASSIGN TO PdFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PdStatus.

                   SELECT PriorAdjFile
                   ASSIGN TO PaFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PaStatus.

                   SELECT CaseFile
                   ASSIGN TO DsFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DcCaseNumber
                   FILE STATUS IS DsFileStatus.

       DATA DIVISION.
           FILE SECTION.
               FD Detail2File.
               01 AdjustRecord PIC X(200).

               FD CapControlFile.
               01 CapControlRecord PIC X(160).

               FD MasterFile.
               COPY DAY02MA.
               FD AuditFile.
               01 AuditRecord PIC X(200).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

               FD AuthFile.
               01 AuthRecord PIC X(200).

               FD SecurityJournalFile.
               01 SecurityJournalRecord PIC X(400).

               FD PeriodFile.
               01 PeriodRecord PIC X(200).

               FD PriorAdjFile.
               01 PriorAdjRecord PIC X(300).

               FD CaseFile.
               COPY DAY02DC.

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 Detail2FileName         PIC X(120).
               01 SummaryStatus           PIC XX.
               01 AuditStatus             PIC XX.
               01 CapControlStatus        PIC XX.
               COPY DAY02CS.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(60).
                   05 SavedPart2          PIC 9(9).
               01 DeleteResult            PIC S9(9) VALUE 0.
               01 RunRc                   PIC 9(2) VALUE 0.
               01 CasesToMark             PIC X(1) VALUE 'N'.
               01 CasesMarkedCount        PIC 9(6) VALUE 0.
               COPY DAY02AU.
               COPY DAY02PD.
               COPY DAY02DS.
               COPY DAY02GN.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
               STOP RUN
           END-IF.

           MOVE "DAY02POST" TO AuProgramName.
           MOVE FileName TO AuInputName.
           PERFORM CheckOperatorAuthority.
           IF AuGranted NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(AuOperatorId)
                       " is not authorised to run DAY02POST against "
                       FUNCTION TRIM(FileName)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BuildSideFileNames.
           PERFORM LoadCapacityLimits.
           PERFORM ReadAdjustmentRecord.

      * A closed period's figures are signed off: a late repair to
      * one of its inputs is booked as a prior-period adjustment to
      * the next open period instead of being posted.
           PERFORM LoadPeriodControl.
           MOVE FileName TO PdLookupName.
           PERFORM FindInputPeriod.
           IF PdInputClosed = 'Y'
               PERFORM BookPriorPeriodAdjustment
               MOVE RunRc TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FileName TO DsInputName.
           PERFORM LoadOpenCases.

           PERFORM OpenChainFiles.
           PERFORM PostRepairedGames.
           PERFORM CloseChainFiles.
                       DISPLAY "Posting incomplete; repair side "
                               "files kept for a rerun"
                   ELSE
                       PERFORM CataloguePostedTotals
                       PERFORM DeletePostedSideFiles
                       PERFORM MarkRepairedCases
                   END-IF
               END-IF
           END-IF.
                   SkippedCount " skipped)".
           DISPLAY "Part 1 posted: +" AdjustPart1.
           DISPLAY "Part 2 posted: +" AdjustPart2.
           IF CasesMarkedCount > 0
               DISPLAY "Dispute cases moved to REPAIRED: "
                       CasesMarkedCount
           END-IF.

           MOVE RunRc TO RETURN-CODE.
           STOP RUN.
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

                       PERFORM PostMasterRecord
                       IF PostingFailed = 'N'
                           PERFORM PostExtractRecord
                           PERFORM FlagRepairedCases
                       END-IF
                   END-IF
               END-IF
                   = FUNCTION NUMVAL(AuditPart2Text)
           END-IF.

      * The live generation's catalogue record carries the totals of
      * the run that made it; a later record for the same number
      * wins, so one with the same state and run stamp and the
      * totals moved by this posting takes its place - games and
      * invalid by the same amounts as the audit entry, Part1 and
      * Part2 by the .ADJUST figures. A catalogue that will not take
      * it leaves the posting standing, rc 8.
       CataloguePostedTotals.
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
                   IF RunRc < 8
                       MOVE 8 TO RunRc
                   END-IF
               ELSE
                   MOVE GnHighest          TO GnWriteNumber
                   MOVE GnState(GnSlot)    TO GnWriteState
                   MOVE GnRunStamp(GnSlot) TO GnWriteStamp
                   COMPUTE GnWriteGames = GnGames(GnSlot) + PostedCount
                   COMPUTE GnWriteInvalid
                       = GnInvalid(GnSlot) + PostedInvalidCount
                   COMPUTE GnWritePart1 = GnPart1(GnSlot) + AdjustPart1
                   COMPUTE GnWritePart2 = GnPart2(GnSlot) + AdjustPart2
                   PERFORM WriteGenerationRecord
                   IF GnWriteFailed = 'Y' AND RunRc < 8
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

      * Once every posting target took its records cleanly, the
      * repair side files are spent: deleting them is what keeps a
      * rerun of this job from posting the same adjustment twice.
                       "; remove it by hand to avoid double-posting"
               MOVE 8 TO RunRc
           END-IF.

      * A case still OPEN or under REVIEW against the game just
      * posted is marked to move once the whole posting stands.
       FlagRepairedCases.
           PERFORM VARYING DsIndex FROM 1 BY 1
               UNTIL DsIndex > DsCaseCount
               IF DsGameNumber(DsIndex) = GameNumber
                  AND (DsCaseStatus(DsIndex) = "OPEN"
                       OR DsCaseStatus(DsIndex) = "REVIEW")
                   MOVE 'Y'             TO DsRepaired(DsIndex)
                   MOVE Power           TO DsPostedPower(DsIndex)
                   MOVE PostedGameValid TO DsPostedValid(DsIndex)
                   MOVE 'Y' TO CasesToMark
               END-IF
           END-PERFORM.

      * The posting stands whatever happens here: a case that cannot
      * be moved is named so it can be moved by hand through
      * DAY02DSP, and the run ends rc 4.
       MarkRepairedCases.
           IF CasesToMark = 'Y'
               OPEN I-O CaseFile
               IF DsFileStatus NOT = "00"
                   DISPLAY "Unable to open dispute cases "
                           FUNCTION TRIM(DsFileName)
                           ", status " DsFileStatus
                           "; cases against repaired games not moved"
                   IF RunRc < 4
                       MOVE 4 TO RunRc
                   END-IF
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
                   PERFORM VARYING DsIndex FROM 1 BY 1
                       UNTIL DsIndex > DsCaseCount
                       IF DsRepaired(DsIndex) = 'Y'
                           PERFORM MarkOneRepairedCase
                       END-IF
                   END-PERFORM
                   CLOSE CaseFile
               END-IF
           END-IF.

       MarkOneRepairedCase.
           MOVE DsCaseNumber(DsIndex) TO DcCaseNumber.
           READ CaseFile
               INVALID KEY
                   DISPLAY "Dispute case " DcCaseNumber
                           " no longer on file; not moved"
                   IF RunRc < 4
                       MOVE 4 TO RunRc
                   END-IF
               NOT INVALID KEY
                   IF DcStatusOpen OR DcStatusReview
                       MOVE "REPAIRED"       TO DcStatus
                       MOVE CurrentTimestamp TO DcStatusStamp
                       MOVE CurrentTimestamp(1:14) TO DsNoteStamp
                       MOVE AuOperatorId     TO DsNoteBy
                       MOVE SPACES           TO DsNoteText
                       STRING "Repair posted by DAY02POST: Power="
                                                  DELIMITED BY SIZE
                              DsPostedPower(DsIndex)
                                                  DELIMITED BY SIZE
                              " Valid="           DELIMITED BY SIZE
                              DsPostedValid(DsIndex)
                                                  DELIMITED BY SIZE
                              INTO DsNoteText
                       PERFORM AddCaseNote
                       REWRITE Day02CaseRecord
                           INVALID KEY
                               DISPLAY "Rewrite failed on dispute case "
                                       DcCaseNumber ", status "
                                       DsFileStatus "; not moved"
                               IF RunRc < 4
                                   MOVE 4 TO RunRc
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO CasesMarkedCount
                       END-REWRITE
                   END-IF
           END-READ.

      * Adds DsNoteText to the case record, stamped with DsNoteStamp
      * and DsNoteBy. Twenty notes are kept: once full, the opening
      * note stays and the oldest of the rest drops off.
       AddCaseNote.
           IF DcNoteCount >= 20
               PERFORM VARYING DsNoteIndex FROM 2 BY 1
                   UNTIL DsNoteIndex > 19
                   MOVE DcNote(DsNoteIndex + 1) TO DcNote(DsNoteIndex)
               END-PERFORM
               MOVE 19 TO DcNoteCount
           END-IF.
           ADD 1 TO DcNoteCount.
           MOVE DsNoteStamp TO DcNoteStamp(DcNoteCount).
           MOVE DsNoteBy    TO DcNoteBy(DcNoteCount).
           MOVE DsNoteText  TO DcNoteText(DcNoteCount).

      * Every case not yet CLOSED against the input in DsInputName,
      * in case number order. No case file yet means no cases.
       LoadOpenCases.
           MOVE 0 TO DsCaseCount.
           MOVE 'N' TO DsEndOfFile.
           OPEN INPUT CaseFile.
           IF DsFileStatus = "00"
               PERFORM UNTIL DsEndOfFile = 'Y'
                   READ CaseFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO DsEndOfFile
                       NOT AT END
                           IF DcInputName = DsInputName
                              AND NOT DcStatusClosed
                               PERFORM TakeOpenCase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CaseFile
           ELSE
               IF DsFileStatus NOT = "35"
                   DISPLAY "Unable to open dispute cases "
                           FUNCTION TRIM(DsFileName)
                           ", status " DsFileStatus
                           "; cases against repaired games will "
                           "not be moved"
                   IF RunRc < 4
                       MOVE 4 TO RunRc
                   END-IF
               END-IF
           END-IF.

       TakeOpenCase.
           IF DsCaseCount >= 2000
               IF DsFullWarned = 'N'
                   MOVE 'Y' TO DsFullWarned
                   DISPLAY "More than 2000 open dispute cases against "
                           FUNCTION TRIM(DsInputName)
                           "; later cases not taken"
               END-IF
           ELSE
               ADD 1 TO DsCaseCount
               MOVE DcCaseNumber    TO DsCaseNumber(DsCaseCount)
               MOVE DcGameNumber    TO DsGameNumber(DsCaseCount)
               MOVE DcFigure        TO DsFigure(DsCaseCount)
               MOVE DcClaimedValue  TO DsClaimedValue(DsCaseCount)
               MOVE DcRecordedValue TO DsRecordedValue(DsCaseCount)
               MOVE DcStatus        TO DsCaseStatus(DsCaseCount)
               MOVE DcOpenedStamp(1:8)
                                    TO DsOpenedDate(DsCaseCount)
               MOVE DcRaisedBy      TO DsRaisedBy(DsCaseCount)
               MOVE 'N'             TO DsRepaired(DsCaseCount)
               MOVE 0               TO DsPostedPower(DsCaseCount)
               MOVE SPACE           TO DsPostedValid(DsCaseCount)
           END-IF.

      * The input's period is closed: the .ADJUST figures go on
      * DAY02-PRIORADJ.DAT against the next open period, and only
      * the .ADJUST is deleted so a rerun cannot book them twice. The
      * .DETAIL2/.EXTRACT2 files are kept as the record of what was
      * repaired and go to the archive with the other side files.
       BookPriorPeriodAdjustment.
           PERFORM FindNextOpenPeriod.
           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp.
           MOVE SPACES TO PriorAdjRecord.
           STRING CurrentTimestamp                 DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  PdNextOpen                       DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(FileName)          DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  PdLookupPeriod                   DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(AdjustRepairedText)
                                                   DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  AdjustPart1                      DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  AdjustPart2                      DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(AuOperatorId)      DELIMITED BY SIZE
                  INTO PriorAdjRecord
           END-STRING.

           OPEN EXTEND PriorAdjFile.
           IF PaStatus = "35"
               OPEN OUTPUT PriorAdjFile
           END-IF.
           IF PaStatus NOT = "00"
               DISPLAY "Open failed on " FUNCTION TRIM(PaFileName)
                       ", status " PaStatus
                       "; nothing booked, repair side files kept"
               MOVE 12 TO RunRc
           ELSE
               WRITE PriorAdjRecord
               IF PaStatus NOT = "00"
                   DISPLAY "Write failed on "
                           FUNCTION TRIM(PaFileName)
                           ", status " PaStatus
                           "; nothing booked, repair side files kept"
                   MOVE 12 TO RunRc
               END-IF
               CLOSE PriorAdjFile
           END-IF.

           IF RunRc < 12
               DISPLAY FUNCTION TRIM(FileName)
                       " belongs to closed period " PdLookupPeriod
                       "; repairs not posted"
               DISPLAY "Prior-period adjustment booked to period "
                       PdNextOpen ": Part 1 +" AdjustPart1
                       ", Part 2 +" AdjustPart2
               MOVE 4 TO RunRc
               CALL "CBL_DELETE_FILE" USING AdjustFileName
               MOVE RETURN-CODE TO DeleteResult
               MOVE 0 TO RETURN-CODE
               IF DeleteResult NOT = 0
                   DISPLAY "Delete failed on "
                           FUNCTION TRIM(AdjustFileName)
                           "; remove it by hand to avoid "
                           "double-booking"
                   MOVE 8 TO RunRc
               END-IF
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

      * The first period after PdLookupPeriod still open.
       FindNextOpenPeriod.
           MOVE PdLookupPeriod TO PdTestPeriod.
           MOVE 'Y' TO PdPeriodClosed.
           PERFORM UNTIL PdPeriodClosed = 'N'
               MOVE PdTestPeriod(1:4) TO PdYear
               MOVE PdTestPeriod(5:2) TO PdMonth
               IF PdMonth >= 12
                   ADD 1 TO PdYear
                   MOVE 1 TO PdMonth
               ELSE
                   ADD 1 TO PdMonth
               END-IF
               COMPUTE PdTestPeriod = PdYear * 100 + PdMonth
               PERFORM TestPeriodClosed
           END-PERFORM.
           MOVE PdTestPeriod TO PdNextOpen.

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

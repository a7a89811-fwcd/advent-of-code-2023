      * Capacity schedule listing. Prints every record of the
      * effective-dated DAY02-CAPACITY.DAT schedule to
      * DAY02-CAPACITY.RPT and checks the date ranges pattern by
      * pattern: two entries for one pattern taking effect on the
      * same day, or an entry whose to date runs past the next
      * entry's from date, is flagged as an OVERLAP; a to date that
      * leaves days uncovered before the next entry (or with no next
      * entry at all) is flagged as a GAP, since on those days the
      * input falls back to a less specific pattern or to the
      * built-in limits. Unreadable records are flagged BAD. The
      * report closes with the limits DAY02 would pick for INPUT= (or
      * for an input matching no named pattern) as of ASOF= (default
      * today), using the same selection rules the main run uses.
      * Return code 4 when anything was flagged.
      * Usage: day02cap [INPUT=<path to input>] [ASOF=yyyymmdd]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02CAP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CapControlFile
                   ASSIGN TO CapControlFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CapControlStatus.

                   SELECT ReportFile
                   ASSIGN TO ReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ReportStatus.

       DATA DIVISION.
           FILE SECTION.
               FD CapControlFile.
               01 CapControlRecord PIC X(160).

               FD ReportFile.
               01 ReportRecord PIC X(200).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100) VALUE SPACES.
               01 CapControlFileName      PIC X(40)
                                          VALUE "DAY02-CAPACITY.DAT".
               01 ReportFileName          PIC X(40)
                                          VALUE "DAY02-CAPACITY.RPT".
               01 CapControlStatus        PIC XX.
               01 ReportStatus            PIC XX.
               COPY DAY02CS.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(120).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(100).
               01 TotalCubeSet.
                   05 TotalRed            PIC 9(3) VALUE 12.
                   05 TotalGreen          PIC 9(3) VALUE 13.
                   05 TotalBlue           PIC 9(3) VALUE 14.
               01 CurrentTimestamp        PIC X(21).
               01 ToDateText              PIC X(8).
               01 BadReason               PIC X(40).
               01 BadCount                PIC 9(4) VALUE 0.
               01 OverlapCount            PIC 9(4) VALUE 0.
               01 GapCount                PIC 9(4) VALUE 0.
               01 NextIndex               PIC 9(3) VALUE 0.
               01 GapFromDate             PIC 9(8) VALUE 0.
               01 GapToDate               PIC 9(8) VALUE 0.
               01 FallbackText            PIC X(40).
               01 RunRc                   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp.
           IF CapAsOfGiven NOT = 'Y'
               MOVE CurrentTimestamp(1:8) TO CapAsOfDate
           END-IF.

           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Unable to open schedule report "
                       FUNCTION TRIM(ReportFileName)
                       ", status " ReportStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO ReportRecord.
           STRING "Capacity schedule "       DELIMITED BY SIZE
                  FUNCTION TRIM(CapControlFileName)
                                             DELIMITED BY SIZE
                  " listed "                 DELIMITED BY SIZE
                  CurrentTimestamp(1:8)      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CurrentTimestamp(9:6)      DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

           PERFORM ListCapacitySchedule.
           PERFORM CheckScheduleRanges.
           PERFORM ReportLimitsInForce.
           PERFORM WriteScheduleTotals.

           CLOSE ReportFile.
           MOVE RunRc TO RETURN-CODE.
           STOP RUN.

       ParseCommandLine.
           MOVE 1 TO ArgNumber.
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
               WHEN "INPUT"
                   MOVE ArgValue TO FileName
               WHEN "ASOF"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       MOVE ArgValue(1:8) TO CapAsOfDate
                       MOVE 'Y' TO CapAsOfGiven
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteReportLine.
           WRITE ReportRecord.
           IF ReportStatus NOT = "00"
               DISPLAY "Write failed on schedule report "
                       FUNCTION TRIM(ReportFileName)
                       ", status " ReportStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Every record is listed in file order, exactly as the main
      * run would read it, with the same legacy "r,g,b" reading and
      * the same checks; a record the main run would skip is listed
      * as BAD with the reason.
       ListCapacitySchedule.
           MOVE 0 TO CsEntryCount, CapLineNumber.
           MOVE 'N' TO ReachedEndOfSchedule.
           OPEN INPUT CapControlFile.
           IF CapControlStatus NOT = "00"
               MOVE SPACES TO ReportRecord
               STRING "No schedule on file (status "
                                             DELIMITED BY SIZE
                      CapControlStatus       DELIMITED BY SIZE
                      "); built-in limits "  DELIMITED BY SIZE
                      CsDefaultRed           DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      CsDefaultGreen         DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      CsDefaultBlue          DELIMITED BY SIZE
                      " apply to every input"
                                             DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
           ELSE
               MOVE SPACES TO ReportRecord
               MOVE "Line From     To       Red Grn Blu Pattern"
                   TO ReportRecord
               PERFORM WriteReportLine
               PERFORM UNTIL ReachedEndOfSchedule = 'Y'
                   READ CapControlFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfSchedule
                       NOT AT END
                           ADD 1 TO CapLineNumber
                           IF CapControlRecord NOT = SPACES
                              AND CapControlRecord(1:1) NOT = '*'
                               PERFORM ListOneCapacityEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CapControlFile
           END-IF.

       ListOneCapacityEntry.
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

           MOVE SPACES TO BadReason.
           IF FUNCTION TRIM(CapRedText) = SPACES
              OR FUNCTION TRIM(CapRedText) NOT NUMERIC
              OR FUNCTION TRIM(CapGreenText) = SPACES
              OR FUNCTION TRIM(CapGreenText) NOT NUMERIC
              OR FUNCTION TRIM(CapBlueText) = SPACES
              OR FUNCTION TRIM(CapBlueText) NOT NUMERIC
               MOVE "limits are not numeric" TO BadReason
           END-IF.
           IF FUNCTION TRIM(CapToText) NOT = SPACES
               IF FUNCTION TRIM(CapToText) NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(CapToText)) NOT = 8
                   MOVE "to date is not yyyymmdd" TO BadReason
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(CapToText)) NOT = 0
                       MOVE "to date is not a calendar date"
                           TO BadReason
                   END-IF
               END-IF
           END-IF.
           IF FUNCTION TRIM(CapFromText) = SPACES
              OR FUNCTION TRIM(CapFromText) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(CapFromText)) NOT = 8
               MOVE "from date is not yyyymmdd" TO BadReason
           ELSE
               IF CapFromText NOT = "00000000"
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(CapFromText)) NOT = 0
                   MOVE "from date is not a calendar date"
                       TO BadReason
               END-IF
           END-IF.
           IF BadReason = SPACES
              AND FUNCTION TRIM(CapToText) NOT = SPACES
               IF FUNCTION NUMVAL(CapToText)
                       < FUNCTION NUMVAL(CapFromText)
                   MOVE "to date is before from date" TO BadReason
               END-IF
           END-IF.
           IF BadReason = SPACES AND CsEntryCount >= 100
               MOVE "schedule table full" TO BadReason
           END-IF.

           IF BadReason NOT = SPACES
               ADD 1 TO BadCount
               MOVE SPACES TO ReportRecord
               STRING "BAD: line "           DELIMITED BY SIZE
                      CapLineNumber          DELIMITED BY SIZE
                      " skipped, "           DELIMITED BY SIZE
                      FUNCTION TRIM(BadReason)
                                             DELIMITED BY SIZE
                      ": "                   DELIMITED BY SIZE
                      FUNCTION TRIM(CapControlRecord)
                                             DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
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
               PERFORM WriteEntryLine
           END-IF.

       WriteEntryLine.
           IF CsToDate(CsEntryCount) = 99999999
               MOVE "open" TO ToDateText
           ELSE
               MOVE CsToDate(CsEntryCount) TO ToDateText
           END-IF.
           MOVE SPACES TO ReportRecord.
           STRING CsLineNumber(CsEntryCount) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CsFromDate(CsEntryCount)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ToDateText                 DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CsRed(CsEntryCount)        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CsGreen(CsEntryCount)      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CsBlue(CsEntryCount)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  FUNCTION TRIM(CsPattern(CsEntryCount))
                                             DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

      * Ranges are only compared within one pattern: a named input's
      * entries are meant to sit on top of the '*' entries, so that
      * is layering, not overlap. Each entry is paired with the next
      * entry of its pattern to take effect.
       CheckScheduleRanges.
           MOVE SPACES TO ReportRecord.
           MOVE "Range check:" TO ReportRecord.
           PERFORM WriteReportLine.

           PERFORM VARYING CapEntryIndex FROM 1 BY 1
               UNTIL CapEntryIndex > CsEntryCount
               PERFORM CheckOneEntryRange
           END-PERFORM.

           IF OverlapCount = 0 AND GapCount = 0
               MOVE SPACES TO ReportRecord
               MOVE "  no overlaps or gaps" TO ReportRecord
               PERFORM WriteReportLine
           END-IF.

       CheckOneEntryRange.
           MOVE 0 TO NextIndex.
           PERFORM VARYING CapOtherIndex FROM 1 BY 1
               UNTIL CapOtherIndex > CsEntryCount
               IF CapOtherIndex NOT = CapEntryIndex
                  AND CsPattern(CapOtherIndex)
                          = CsPattern(CapEntryIndex)
                   IF CsFromDate(CapOtherIndex)
                           = CsFromDate(CapEntryIndex)
                      AND CapOtherIndex > CapEntryIndex
                       PERFORM ReportSameDayOverlap
                   END-IF
                   IF CsFromDate(CapOtherIndex)
                           > CsFromDate(CapEntryIndex)
                       IF NextIndex = 0
                           MOVE CapOtherIndex TO NextIndex
                       ELSE
                           IF CsFromDate(CapOtherIndex)
                                   < CsFromDate(NextIndex)
                               MOVE CapOtherIndex TO NextIndex
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF CsPattern(CapEntryIndex) = "*"
               MOVE SPACES TO FallbackText
               STRING "built-in limits "     DELIMITED BY SIZE
                      CsDefaultRed           DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      CsDefaultGreen         DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      CsDefaultBlue          DELIMITED BY SIZE
                      " apply"               DELIMITED BY SIZE
                      INTO FallbackText
           ELSE
               MOVE "less specific entries apply" TO FallbackText
           END-IF.

           IF CsToDate(CapEntryIndex) NOT = 99999999
               IF NextIndex = 0
                   PERFORM ReportOpenEndedGap
               ELSE
                   IF CsToDate(CapEntryIndex)
                           >= CsFromDate(NextIndex)
                       PERFORM ReportRunOnOverlap
                   ELSE
                       IF FUNCTION INTEGER-OF-DATE(
                               CsFromDate(NextIndex))
                          - FUNCTION INTEGER-OF-DATE(
                               CsToDate(CapEntryIndex)) > 1
                           PERFORM ReportRangeGap
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ReportSameDayOverlap.
           ADD 1 TO OverlapCount.
           MOVE SPACES TO ReportRecord.
           STRING "  OVERLAP: lines "        DELIMITED BY SIZE
                  CsLineNumber(CapEntryIndex)
                                             DELIMITED BY SIZE
                  " and "                    DELIMITED BY SIZE
                  CsLineNumber(CapOtherIndex)
                                             DELIMITED BY SIZE
                  " both take effect "       DELIMITED BY SIZE
                  CsFromDate(CapEntryIndex)  DELIMITED BY SIZE
                  " for "                    DELIMITED BY SIZE
                  FUNCTION TRIM(CsPattern(CapEntryIndex))
                                             DELIMITED BY SIZE
                  "; line "                  DELIMITED BY SIZE
                  CsLineNumber(CapOtherIndex)
                                             DELIMITED BY SIZE
                  " wins"                    DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       ReportRunOnOverlap.
           ADD 1 TO OverlapCount.
           MOVE SPACES TO ReportRecord.
           STRING "  OVERLAP: line "         DELIMITED BY SIZE
                  CsLineNumber(CapEntryIndex)
                                             DELIMITED BY SIZE
                  " runs to "                DELIMITED BY SIZE
                  CsToDate(CapEntryIndex)    DELIMITED BY SIZE
                  " but line "               DELIMITED BY SIZE
                  CsLineNumber(NextIndex)    DELIMITED BY SIZE
                  " takes effect "           DELIMITED BY SIZE
                  CsFromDate(NextIndex)      DELIMITED BY SIZE
                  " for "                    DELIMITED BY SIZE
                  FUNCTION TRIM(CsPattern(CapEntryIndex))
                                             DELIMITED BY SIZE
                  "; line "                  DELIMITED BY SIZE
                  CsLineNumber(NextIndex)    DELIMITED BY SIZE
                  " wins"                    DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       ReportRangeGap.
           ADD 1 TO GapCount.
           COMPUTE GapFromDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CsToDate(CapEntryIndex)) + 1).
           COMPUTE GapToDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CsFromDate(NextIndex)) - 1).
           MOVE SPACES TO ReportRecord.
           STRING "  GAP: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(CsPattern(CapEntryIndex))
                                             DELIMITED BY SIZE
                  " has nothing in force "   DELIMITED BY SIZE
                  GapFromDate                DELIMITED BY SIZE
                  " thru "                   DELIMITED BY SIZE
                  GapToDate                  DELIMITED BY SIZE
                  " (between lines "         DELIMITED BY SIZE
                  CsLineNumber(CapEntryIndex)
                                             DELIMITED BY SIZE
                  " and "                    DELIMITED BY SIZE
                  CsLineNumber(NextIndex)    DELIMITED BY SIZE
                  "); "                      DELIMITED BY SIZE
                  FUNCTION TRIM(FallbackText)
                                             DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       ReportOpenEndedGap.
           ADD 1 TO GapCount.
           COMPUTE GapFromDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CsToDate(CapEntryIndex)) + 1).
           MOVE SPACES TO ReportRecord.
           STRING "  GAP: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(CsPattern(CapEntryIndex))
                                             DELIMITED BY SIZE
                  " has nothing in force from "
                                             DELIMITED BY SIZE
                  GapFromDate                DELIMITED BY SIZE
                  " on (line "               DELIMITED BY SIZE
                  CsLineNumber(CapEntryIndex)
                                             DELIMITED BY SIZE
                  " is the last and ends); " DELIMITED BY SIZE
                  FUNCTION TRIM(FallbackText)
                                             DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       ReportLimitsInForce.
           PERFORM SelectCapacityLimits.
           MOVE SPACES TO ReportRecord.
           IF FileName = SPACES
               STRING "In force on "         DELIMITED BY SIZE
                      CapAsOfDate            DELIMITED BY SIZE
                      " for inputs with no named entry: "
                                             DELIMITED BY SIZE
                      INTO ReportRecord
           ELSE
               STRING "In force on "         DELIMITED BY SIZE
                      CapAsOfDate            DELIMITED BY SIZE
                      " for "                DELIMITED BY SIZE
                      FUNCTION TRIM(FileName)
                                             DELIMITED BY SIZE
                      ": "                   DELIMITED BY SIZE
                      INTO ReportRecord
           END-IF.
           PERFORM WriteReportLine.

           MOVE SPACES TO ReportRecord.
           IF CapBestIndex = 0
               STRING "  no entry; built-in limits "
                                             DELIMITED BY SIZE
                      TotalRed               DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      TotalGreen             DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      TotalBlue              DELIMITED BY SIZE
                      INTO ReportRecord
           ELSE
               STRING "  line "              DELIMITED BY SIZE
                      CsLineNumber(CapBestIndex)
                                             DELIMITED BY SIZE
                      ", limits "            DELIMITED BY SIZE
                      TotalRed               DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      TotalGreen             DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      TotalBlue              DELIMITED BY SIZE
                      " (pattern "           DELIMITED BY SIZE
                      FUNCTION TRIM(CsPattern(CapBestIndex))
                                             DELIMITED BY SIZE
                      ")"                    DELIMITED BY SIZE
                      INTO ReportRecord
           END-IF.
           PERFORM WriteReportLine.

       WriteScheduleTotals.
           MOVE SPACES TO ReportRecord.
           STRING "Entries "                 DELIMITED BY SIZE
                  CsEntryCount               DELIMITED BY SIZE
                  " bad "                    DELIMITED BY SIZE
                  BadCount                   DELIMITED BY SIZE
                  " overlaps "               DELIMITED BY SIZE
                  OverlapCount               DELIMITED BY SIZE
                  " gaps "                   DELIMITED BY SIZE
                  GapCount                   DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

           DISPLAY "Capacity schedule: " CsEntryCount " entr(ies), "
                   BadCount " bad, " OverlapCount " overlap(s), "
                   GapCount " gap(s), see "
                   FUNCTION TRIM(ReportFileName).
           IF BadCount > 0 OR OverlapCount > 0 OR GapCount > 0
               MOVE 4 TO RunRc
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

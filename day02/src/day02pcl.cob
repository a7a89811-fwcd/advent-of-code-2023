      * Period-end close for the DAY02 chain. Finance signs off each
      * calendar month (yyyymm) once; after that the figures for the
      * month must not move under the reports built on them. This job
      * freezes the period: every input whose first DAY02-AUDIT.LOG
      * entry falls in the period - or in an earlier month no close
      * has yet claimed it for - is summed from DAY02-GAMEHIST.DAT
      * (the latest judgement of each game, voided games left out)
      * and cross-checked against its latest audit log figures. The
      * frozen summary DAY02-CLOSE-yyyymm.SUM holds, pipe-delimited:
      *   PERIOD|yyyymm|stamp|inputs
      *   INPUT|input|games|invalid|Part1|Part2|audit games|
      *     audit invalid|audit Part1|audit Part2|AGREES or DIFFERS
      *   TOTAL|inputs|games|invalid|Part1|Part2
      *   PRIORADJ|<the DAY02-PRIORADJ.DAT record>
      *   ADJTOTAL|adjustments|Part1|Part2
      *   END
      * one line each; the PRIORADJ lines are the late repairs to
      * already closed periods that DAY02POST booked to this one.
      * The period is then marked closed on DAY02-PERIOD.DAT (see
      * DAY02PD), after which DAY02POST books repairs to its inputs
      * as prior-period adjustments and DAY02MNT refuses them.
      * Only a month before the current one can be closed, and only
      * once. Return code 4 when any input's figures differ from its
      * audit log entry, 12 when the period cannot be closed.
      * Usage: day02pcl [PERIOD=yyyymm]
      *        (default: the month before the current one)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02PCL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT AuditFile
                   ASSIGN TO AuditFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AuditStatus.

                   SELECT GameHistFile
                   ASSIGN TO GameHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GhKey
                   FILE STATUS IS GameHistStatus.

                   SELECT PriorAdjFile
                   ASSIGN TO PaFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PaStatus.

                   SELECT CloseSummaryFile
                   ASSIGN TO CloseSummaryFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CloseSummaryStatus.

                   SELECT PeriodFile
                   ASSIGN TO PdFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PdStatus.

       DATA DIVISION.
           FILE SECTION.
               FD AuditFile.
               01 AuditRecord PIC X(200).

               FD GameHistFile.
               COPY DAY02GH.

               FD PriorAdjFile.
               01 PriorAdjRecord PIC X(300).

               FD CloseSummaryFile.
               01 CloseSummaryRecord PIC X(400).

               FD PeriodFile.
               01 PeriodRecord PIC X(200).

           WORKING-STORAGE SECTION.
               01 AuditFileName           PIC X(40)
                                          VALUE "DAY02-AUDIT.LOG".
               01 GameHistFileName        PIC X(40)
                                          VALUE "DAY02-GAMEHIST.DAT".
               01 CloseSummaryFileName    PIC X(40).
               01 AuditStatus             PIC XX.
               01 GameHistStatus          PIC XX.
               01 CloseSummaryStatus      PIC XX.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(60).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(40).
               01 ClosePeriod             PIC 9(6) VALUE 0.
               01 ClosePeriodText         PIC X(6) VALUE SPACES.
               01 CurrentPeriod           PIC 9(6) VALUE 0.
               01 CloseYear               PIC 9(4) VALUE 0.
               01 CloseMonth              PIC 9(2) VALUE 0.
               01 CloseStamp              PIC X(21).
               01 CloseRc                 PIC 9(2) VALUE 0.
               01 ReachedEndOfAudit       PIC X(1) VALUE 'N'.
               01 ReachedEndOfHist        PIC X(1) VALUE 'N'.
               01 ReachedEndOfPriorAdj    PIC X(1) VALUE 'N'.
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
      * One entry per input on the audit log: when it was first run
      * and its latest audited figures, then - for the inputs this
      * close takes in - its figures summed from the game history.
               01 CloseInputCount         PIC 9(4) VALUE 0.
               01 CloseIndex              PIC 9(4) VALUE 0.
               01 CloseFound              PIC X(1) VALUE 'N'.
               01 CloseMemberCount        PIC 9(4) VALUE 0.
               01 CloseInputTable.
                   05 CloseInputEntry OCCURS 2000 TIMES.
                       10 CiName          PIC X(100).
                       10 CiFirstPeriod   PIC 9(6).
                       10 CiMember        PIC X(1).
                       10 CiClaimed       PIC X(1).
                       10 CiAuditGames    PIC 9(6).
                       10 CiAuditInvalid  PIC 9(6).
                       10 CiAuditPart1    PIC 9(9).
                       10 CiAuditPart2    PIC 9(9).
                       10 CiGames         PIC 9(6).
                       10 CiInvalid       PIC 9(6).
                       10 CiPart1         PIC 9(9).
                       10 CiPart2         PIC 9(9).
      * The game history is keyed input, game, run stamp, so the
      * last record read for a game is its latest judgement.
               01 HeldRecord.
                   05 HeldFileName        PIC X(100).
                   05 HeldGameNumber      PIC 9(9).
                   05 HeldPower           PIC 9(9).
                   05 HeldGameValid       PIC X(1).
               01 HeldPresent             PIC X(1) VALUE 'N'.
               01 HistInputName           PIC X(100) VALUE SPACES.
               01 HistInputIndex          PIC 9(4) VALUE 0.
               01 TotalGames              PIC 9(9) VALUE 0.
               01 TotalInvalid            PIC 9(9) VALUE 0.
               01 TotalPart1              PIC 9(12) VALUE 0.
               01 TotalPart2              PIC 9(12) VALUE 0.
               01 DifferCount             PIC 9(4) VALUE 0.
               01 CheckVerdict            PIC X(7).
               01 PaBookedText            PIC X(21).
               01 PaBookedPeriod          PIC X(6).
               01 PaPart1Text             PIC X(12).
               01 PaPart2Text             PIC X(12).
               01 AdjustCount             PIC 9(4) VALUE 0.
               01 AdjustPart1Total        PIC 9(12) VALUE 0.
               01 AdjustPart2Total        PIC 9(12) VALUE 0.
               01 AdjustFiller            PIC X(100).
               COPY DAY02PD.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
           PERFORM SettleClosePeriod.

           PERFORM LoadPeriodControl.
           MOVE ClosePeriod TO PdTestPeriod.
           PERFORM TestPeriodClosed.
           IF PdPeriodClosed = 'Y'
               DISPLAY "Period " ClosePeriod " is already closed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ReadAuditLog.
           PERFORM SelectPeriodInputs.
           PERFORM ScanGameHistory.
           PERFORM WriteCloseSummary.
           PERFORM MarkPeriodClosed.

           DISPLAY "Period " ClosePeriod " closed: " CloseMemberCount
                   " input(s), " TotalGames " game(s), Part 1 "
                   TotalPart1 ", Part 2 " TotalPart2.
           IF AdjustCount > 0
               DISPLAY "Prior-period adjustments reported: "
                       AdjustCount
           END-IF.
           IF DifferCount > 0
               DISPLAY DifferCount " input(s) differ from the audit "
                       "log, see " FUNCTION TRIM(CloseSummaryFileName)
               MOVE 4 TO CloseRc
           END-IF.

           MOVE CloseRc TO RETURN-CODE.
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
               WHEN "PERIOD"
                   MOVE ArgValue(1:6) TO ClosePeriodText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The period defaults to last month; a month not yet over
      * cannot be closed.
       SettleClosePeriod.
           MOVE FUNCTION CURRENT-DATE TO CloseStamp.
           MOVE CloseStamp(1:6) TO CurrentPeriod.

           IF ClosePeriodText = SPACES
               MOVE CloseStamp(1:4) TO CloseYear
               MOVE CloseStamp(5:2) TO CloseMonth
               IF CloseMonth = 1
                   SUBTRACT 1 FROM CloseYear
                   MOVE 12 TO CloseMonth
               ELSE
                   SUBTRACT 1 FROM CloseMonth
               END-IF
               COMPUTE ClosePeriod = CloseYear * 100 + CloseMonth
           ELSE
               IF ClosePeriodText NOT NUMERIC
                   DISPLAY "PERIOD must be yyyymm"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ClosePeriodText TO ClosePeriod
               MOVE ClosePeriodText(5:2) TO CloseMonth
               IF CloseMonth < 1 OR CloseMonth > 12
                   DISPLAY "PERIOD must be yyyymm"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF ClosePeriod NOT < CurrentPeriod
               DISPLAY "Period " ClosePeriod " is not over yet"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ClosePeriod TO ClosePeriodText.
           MOVE SPACES TO CloseSummaryFileName.
           STRING "DAY02-CLOSE-"              DELIMITED BY SIZE
                  ClosePeriod                 DELIMITED BY SIZE
                  ".SUM"                      DELIMITED BY SIZE
                  INTO CloseSummaryFileName.

       ReadAuditLog.
           OPEN INPUT AuditFile.
           IF AuditStatus NOT = "00"
               DISPLAY "Unable to open audit log "
                       FUNCTION TRIM(AuditFileName)
                       ", status " AuditStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL ReachedEndOfAudit = 'Y'
               READ AuditFile
                   AT END
                       MOVE 'Y' TO ReachedEndOfAudit
                   NOT AT END
                       PERFORM ParseAuditRecord
               END-READ
           END-PERFORM.

           CLOSE AuditFile.

       ParseAuditRecord.
           MOVE SPACES TO AuditTimestamp, AuditEntryName,
                          AuditCounters.
           UNSTRING AuditRecord
               DELIMITED BY " | "
               INTO AuditTimestamp, AuditEntryName, AuditCounters.

           IF AuditEntryName NOT = SPACES
              AND AuditCounters NOT = SPACES
              AND AuditTimestamp(1:6) NUMERIC
               MOVE SPACES TO AuditFiller, AuditGamesText,
                              AuditInvalidText, AuditPart1Text,
                              AuditPart2Text
               UNSTRING AuditCounters
                   DELIMITED BY "games=" OR " invalid="
                       OR " Part1=" OR " Part2="
                   INTO AuditFiller, AuditGamesText,
                        AuditInvalidText, AuditPart1Text,
                        AuditPart2Text
               COMPUTE AuditGameCount
                   = FUNCTION NUMVAL(AuditGamesText)
               COMPUTE AuditInvalidCount
                   = FUNCTION NUMVAL(AuditInvalidText)
               COMPUTE AuditPart1
                   = FUNCTION NUMVAL(AuditPart1Text)
               COMPUTE AuditPart2
                   = FUNCTION NUMVAL(AuditPart2Text)
               PERFORM PostToCloseTable
           END-IF.

      * The first entry for an input settles its period; each later
      * one replaces the audited figures.
       PostToCloseTable.
           MOVE 'N' TO CloseFound.
           PERFORM VARYING CloseIndex FROM 1 BY 1
               UNTIL CloseIndex > CloseInputCount OR CloseFound = 'Y'
               IF CiName(CloseIndex) = AuditEntryName
                   MOVE 'Y' TO CloseFound
               END-IF
           END-PERFORM.

           IF CloseFound = 'Y'
               SUBTRACT 1 FROM CloseIndex
           ELSE
               IF CloseInputCount >= 2000
                   DISPLAY "Close input table full; "
                           FUNCTION TRIM(AuditEntryName)
                           " cannot be closed"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CloseInputCount
               MOVE CloseInputCount TO CloseIndex
               MOVE AuditEntryName TO CiName(CloseIndex)
               MOVE AuditTimestamp(1:6) TO CiFirstPeriod(CloseIndex)
               MOVE 'N' TO CiMember(CloseIndex), CiClaimed(CloseIndex)
               MOVE 0 TO CiGames(CloseIndex), CiInvalid(CloseIndex),
                         CiPart1(CloseIndex), CiPart2(CloseIndex)
           END-IF.

           MOVE AuditGameCount    TO CiAuditGames(CloseIndex).
           MOVE AuditInvalidCount TO CiAuditInvalid(CloseIndex).
           MOVE AuditPart1        TO CiAuditPart1(CloseIndex).
           MOVE AuditPart2        TO CiAuditPart2(CloseIndex).

      * An input already frozen into a closed period stays there; one
      * first run in this period, or in an earlier month that was
      * never closed, is taken in now, as is one an interrupted
      * close of this period had already claimed.
       SelectPeriodInputs.
           PERFORM VARYING CloseIndex FROM 1 BY 1
               UNTIL CloseIndex > CloseInputCount
               IF CiFirstPeriod(CloseIndex) NOT > ClosePeriod
                   MOVE CiName(CloseIndex) TO PdLookupName
                   PERFORM FindInputPeriod
                   IF PdLookupPeriod = 0
                      OR PdLookupPeriod = ClosePeriod
                       MOVE 'Y' TO CiMember(CloseIndex)
                       ADD 1 TO CloseMemberCount
                   END-IF
                   IF PdLookupPeriod = ClosePeriod
                       MOVE 'Y' TO CiClaimed(CloseIndex)
                   END-IF
               END-IF
           END-PERFORM.

           IF CloseMemberCount = 0
               DISPLAY "No inputs to close for period " ClosePeriod
           END-IF.

       ScanGameHistory.
           MOVE 'N' TO HeldPresent.
           OPEN INPUT GameHistFile.
           IF GameHistStatus = "35"
               DISPLAY "No game history "
                       FUNCTION TRIM(GameHistFileName)
                       "; period summed as empty"
           ELSE
               IF GameHistStatus NOT = "00"
                   DISPLAY "Unable to open game history "
                           FUNCTION TRIM(GameHistFileName)
                           ", status " GameHistStatus
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL ReachedEndOfHist = 'Y'
                   READ GameHistFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO ReachedEndOfHist
                       NOT AT END
                           PERFORM TakeGameHistRecord
                   END-READ
               END-PERFORM
               CLOSE GameHistFile
               PERFORM PostHeldGame
           END-IF.

       TakeGameHistRecord.
           IF HeldPresent = 'Y'
               IF GhFileName NOT = HeldFileName
                  OR GhGameNumber NOT = HeldGameNumber
                   PERFORM PostHeldGame
               END-IF
           END-IF.

           MOVE GhFileName   TO HeldFileName.
           MOVE GhGameNumber TO HeldGameNumber.
           MOVE GhPower      TO HeldPower.
           MOVE GhGameValid  TO HeldGameValid.
           MOVE 'Y' TO HeldPresent.

      * The history is in input order, so the input is looked up
      * only when the name changes.
       PostHeldGame.
           IF HeldPresent = 'Y'
               IF HeldFileName NOT = HistInputName
                   MOVE HeldFileName TO HistInputName
                   MOVE 0 TO HistInputIndex
                   PERFORM VARYING CloseIndex FROM 1 BY 1
                       UNTIL CloseIndex > CloseInputCount
                          OR HistInputIndex > 0
                       IF CiName(CloseIndex) = HeldFileName
                          AND CiMember(CloseIndex) = 'Y'
                           MOVE CloseIndex TO HistInputIndex
                       END-IF
                   END-PERFORM
               END-IF
               IF HistInputIndex > 0 AND HeldGameValid NOT = 'V'
                   ADD 1 TO CiGames(HistInputIndex)
                   ADD HeldPower TO CiPart2(HistInputIndex)
                   IF HeldGameValid = 'Y'
                       ADD HeldGameNumber TO CiPart1(HistInputIndex)
                   ELSE
                       ADD 1 TO CiInvalid(HistInputIndex)
                   END-IF
               END-IF
               MOVE 'N' TO HeldPresent
           END-IF.

       WriteCloseSummary.
           OPEN OUTPUT CloseSummaryFile.
           IF CloseSummaryStatus NOT = "00"
               DISPLAY "Unable to open close summary "
                       FUNCTION TRIM(CloseSummaryFileName)
                       ", status " CloseSummaryStatus
                       "; period not closed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO CloseSummaryRecord.
           STRING "PERIOD|"                   DELIMITED BY SIZE
                  ClosePeriod                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CloseStamp                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CloseMemberCount            DELIMITED BY SIZE
                  INTO CloseSummaryRecord.
           PERFORM WriteCloseSummaryRecord.

           PERFORM VARYING CloseIndex FROM 1 BY 1
               UNTIL CloseIndex > CloseInputCount
               IF CiMember(CloseIndex) = 'Y'
                   PERFORM WriteCloseInputRecord
               END-IF
           END-PERFORM.

           MOVE SPACES TO CloseSummaryRecord.
           STRING "TOTAL|"                    DELIMITED BY SIZE
                  CloseMemberCount            DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  TotalGames                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  TotalInvalid                DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  TotalPart1                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  TotalPart2                  DELIMITED BY SIZE
                  INTO CloseSummaryRecord.
           PERFORM WriteCloseSummaryRecord.

           PERFORM ReportPriorAdjustments.

           MOVE SPACES TO CloseSummaryRecord.
           STRING "ADJTOTAL|"                 DELIMITED BY SIZE
                  AdjustCount                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  AdjustPart1Total            DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  AdjustPart2Total            DELIMITED BY SIZE
                  INTO CloseSummaryRecord.
           PERFORM WriteCloseSummaryRecord.

           MOVE "END" TO CloseSummaryRecord.
           PERFORM WriteCloseSummaryRecord.

           CLOSE CloseSummaryFile.

       WriteCloseInputRecord.
           ADD CiGames(CloseIndex)   TO TotalGames.
           ADD CiInvalid(CloseIndex) TO TotalInvalid.
           ADD CiPart1(CloseIndex)   TO TotalPart1.
           ADD CiPart2(CloseIndex)   TO TotalPart2.

           IF CiGames(CloseIndex) = CiAuditGames(CloseIndex)
              AND CiInvalid(CloseIndex) = CiAuditInvalid(CloseIndex)
              AND CiPart1(CloseIndex) = CiAuditPart1(CloseIndex)
              AND CiPart2(CloseIndex) = CiAuditPart2(CloseIndex)
               MOVE "AGREES" TO CheckVerdict
           ELSE
               MOVE "DIFFERS" TO CheckVerdict
               ADD 1 TO DifferCount
           END-IF.

           MOVE SPACES TO CloseSummaryRecord.
           STRING "INPUT|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(CiName(CloseIndex))
                                              DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiGames(CloseIndex)         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiInvalid(CloseIndex)       DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiPart1(CloseIndex)         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiPart2(CloseIndex)         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiAuditGames(CloseIndex)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiAuditInvalid(CloseIndex)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiAuditPart1(CloseIndex)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  CiAuditPart2(CloseIndex)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(CheckVerdict) DELIMITED BY SIZE
                  INTO CloseSummaryRecord.
           PERFORM WriteCloseSummaryRecord.

      * Late repairs DAY02POST booked to this period because the
      * period they belong to was already closed.
       ReportPriorAdjustments.
           OPEN INPUT PriorAdjFile.
           IF PaStatus = "00"
               PERFORM UNTIL ReachedEndOfPriorAdj = 'Y'
                   READ PriorAdjFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfPriorAdj
                       NOT AT END
                           PERFORM TakePriorAdjustment
                   END-READ
               END-PERFORM
               CLOSE PriorAdjFile
           ELSE
               IF PaStatus NOT = "35"
                   DISPLAY "Unable to open prior-period adjustments "
                           FUNCTION TRIM(PaFileName)
                           ", status " PaStatus "; period not closed"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       TakePriorAdjustment.
           MOVE SPACES TO PaBookedText, PaBookedPeriod, AdjustFiller,
                          PaPart1Text, PaPart2Text.
           UNSTRING PriorAdjRecord
               DELIMITED BY "|"
               INTO PaBookedText, PaBookedPeriod, AdjustFiller,
                    AdjustFiller, AdjustFiller, PaPart1Text,
                    PaPart2Text.

           IF PaBookedPeriod = ClosePeriodText
               ADD 1 TO AdjustCount
               ADD FUNCTION NUMVAL(PaPart1Text) TO AdjustPart1Total
               ADD FUNCTION NUMVAL(PaPart2Text) TO AdjustPart2Total
               MOVE SPACES TO CloseSummaryRecord
               STRING "PRIORADJ|"             DELIMITED BY SIZE
                      FUNCTION TRIM(PriorAdjRecord)
                                              DELIMITED BY SIZE
                      INTO CloseSummaryRecord
               PERFORM WriteCloseSummaryRecord
           END-IF.

       WriteCloseSummaryRecord.
           WRITE CloseSummaryRecord.
           IF CloseSummaryStatus NOT = "00"
               DISPLAY "Write failed on "
                       FUNCTION TRIM(CloseSummaryFileName)
                       ", status " CloseSummaryStatus
                       "; period not closed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The input records go on first, the PERIOD record last: if the
      * close stops between them the period still reads as open and
      * a rerun takes the claimed inputs in again without claiming
      * them twice.
       MarkPeriodClosed.
           OPEN EXTEND PeriodFile.
           IF PdStatus = "35"
               OPEN OUTPUT PeriodFile
           END-IF.
           IF PdStatus NOT = "00"
               DISPLAY "Unable to open period control "
                       FUNCTION TRIM(PdFileName)
                       ", status " PdStatus "; period not closed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING CloseIndex FROM 1 BY 1
               UNTIL CloseIndex > CloseInputCount
               IF CiMember(CloseIndex) = 'Y'
                  AND CiClaimed(CloseIndex) = 'N'
                   MOVE SPACES TO PeriodRecord
                   STRING "INPUT|"            DELIMITED BY SIZE
                          ClosePeriod         DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          FUNCTION TRIM(CiName(CloseIndex))
                                              DELIMITED BY SIZE
                          INTO PeriodRecord
                   PERFORM WritePeriodRecord
               END-IF
           END-PERFORM.

           MOVE SPACES TO PeriodRecord.
           STRING "PERIOD|"                   DELIMITED BY SIZE
                  ClosePeriod                 DELIMITED BY SIZE
                  "|CLOSED|"                  DELIMITED BY SIZE
                  CloseStamp                  DELIMITED BY SIZE
                  INTO PeriodRecord.
           PERFORM WritePeriodRecord.

           CLOSE PeriodFile.

       WritePeriodRecord.
           WRITE PeriodRecord.
           IF PdStatus NOT = "00"
               DISPLAY "Write failed on " FUNCTION TRIM(PdFileName)
                       ", status " PdStatus "; period not closed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

      * Dispute case maintenance. When a downstream user disputes the
      * power or valid flag the master holds for a game, the case is
      * opened on the keyed case file DAY02-DISPUTE.DAT (DAY02DC
      * layout) and worked there until it is closed, so DAY02INQ and
      * DAY02GHI can show it against the game and DAY02POST can move
      * it on when the repair is posted. A transaction record is
      * pipe-delimited:
      *   OPEN|<input>|<game>|<raised by>|<figure>|<claimed>|<note>
      *   <action>|<case>|<note>
      * - OPEN: a new case against one game of one input. The figure
      *   is POWER or VALID and claimed is the power or the Y/N flag
      *   the raiser says is right; the figure recorded is taken from
      *   the input's .MASTER, so a game not on it, a claim equal to
      *   what is recorded, or a second live case on the same figure
      *   of the same game is refused. The case number is the next
      *   after the highest on file.
      * - REVIEW puts an OPEN case under review; REPAIRED and UPHELD
      *   settle an OPEN or REVIEW case (repaired by hand, or the
      *   recorded figure stands); CLOSE closes any case not already
      *   closed; REOPEN sets a CLOSED case back to OPEN; NOTE only
      *   adds the note
      * - note: free text; required on NOTE, otherwise defaulted to
      *   the status change
      * Every note is dated and carries the login name of whoever
      * ran the job. Blank records and records starting '*' are
      * skipped. SHOW=n displays case n with all its notes. AGING=Y
      * writes DAY02-DISPUTE.RPT, the weekly aging report: every case
      * not yet closed with its age, then the count of them by age
      * band and status, as of ASOF= (default today). Return code 4
      * when any transaction was refused, 12 when the transaction or
      * case file cannot be opened.
      * Usage: day02dsp [TRAN=<transaction file>] [SHOW=case]
      *        [AGING=Y] [ASOF=yyyymmdd]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02DSP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TranFile
                   ASSIGN TO TranFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TranStatus.

                   SELECT CaseFile
                   ASSIGN TO DsFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DcCaseNumber
                   FILE STATUS IS DsFileStatus.

                   SELECT MasterFile
                   ASSIGN TO MasterFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MsGameNumber
                   FILE STATUS IS MasterStatus.

                   SELECT ReportFile
                   ASSIGN TO ReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ReportStatus.

       DATA DIVISION.
           FILE SECTION.
               FD TranFile.
               01 TranRecord PIC X(400).

               FD CaseFile.
               COPY DAY02DC.

               FD MasterFile.
               COPY DAY02MA.

               FD ReportFile.
               01 ReportRecord PIC X(200).

           WORKING-STORAGE SECTION.
               01 TranFileName            PIC X(100) VALUE SPACES.
               01 TranStatus              PIC XX.
               01 MasterFileName          PIC X(120).
               01 MasterStatus            PIC XX.
               01 ReportFileName          PIC X(40)
                                          VALUE "DAY02-DISPUTE.RPT".
               01 ReportStatus            PIC XX.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(120).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(100).
               01 ShowCaseText            PIC X(12) VALUE SPACES.
               01 AgingRequested          PIC X(1) VALUE 'N'.
               01 AsOfDate                PIC X(8) VALUE SPACES.
               01 AsOfDays                PIC 9(7) VALUE 0.
               01 CurrentTimestamp        PIC X(21).
               01 OperatorId              PIC X(12) VALUE SPACES.
               01 ReachedEndOfTran        PIC X(1) VALUE 'N'.
               01 ReachedEndOfCases       PIC X(1) VALUE 'N'.
               01 TranLineNumber          PIC 9(6) VALUE 0.
               01 TranAction              PIC X(12).
               01 TranParm2               PIC X(100).
               01 TranParm3               PIC X(70).
               01 TranParm4               PIC X(30).
               01 TranParm5               PIC X(12).
               01 TranParm6               PIC X(12).
               01 TranParm7               PIC X(70).
               01 TranNote                PIC X(70).
               01 RefusalText             PIC X(80).
               01 CaseNumber              PIC 9(6) VALUE 0.
               01 HighestCase             PIC 9(6) VALUE 0.
               01 GameNumber              PIC 9(9) VALUE 0.
               01 OpenInput               PIC X(100).
               01 OpenFigure              PIC X(5).
               01 OpenClaimed             PIC X(12).
               01 OpenRecorded            PIC X(12).
               01 ClaimedPower            PIC 9(9) VALUE 0.
               01 PowerEdit               PIC Z(8)9.
               01 NewStatus               PIC X(8).
               01 OpenedCount             PIC 9(6) VALUE 0.
               01 UpdatedCount            PIC 9(6) VALUE 0.
               01 RefusedCount            PIC 9(6) VALUE 0.
               01 NoteIndex               PIC 9(2) VALUE 0.
               01 AgeDays                 PIC 9(5) VALUE 0.
               01 AgeDaysDisp             PIC ZZZZ9.
               01 StatusDays              PIC 9(5) VALUE 0.
               01 StatusDaysDisp          PIC ZZZZ9.
               01 AgingBandLabels.
                   05 FILLER PIC X(11) VALUE "0-7 days   ".
                   05 FILLER PIC X(11) VALUE "8-14 days  ".
                   05 FILLER PIC X(11) VALUE "15-30 days ".
                   05 FILLER PIC X(11) VALUE "31-60 days ".
                   05 FILLER PIC X(11) VALUE "over 60    ".
               01 AgingBandLabelTable REDEFINES AgingBandLabels.
                   05 AgingBandLabel      PIC X(11) OCCURS 5 TIMES.
               01 AgingTable.
                   05 AgingBand OCCURS 6 TIMES.
                       10 AgingCount      PIC 9(5) OCCURS 5 TIMES.
               01 AgingBandIndex          PIC 9(1) VALUE 0.
               01 AgingStatusIndex        PIC 9(1) VALUE 0.
               01 AgingCountDisp          PIC ZZZZZZZ9.
               01 AgingLine               PIC X(200).
               01 AgingPointer            PIC 9(3) VALUE 1.
               01 AgingCaseCount          PIC 9(6) VALUE 0.
               01 RunRc                   PIC 9(2) VALUE 0.
               COPY DAY02DS.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.

           IF TranFileName = SPACES AND ShowCaseText = SPACES
              AND AgingRequested = 'N'
               DISPLAY "Usage: day02dsp [TRAN=<transaction file>] "
                       "[SHOW=case] [AGING=Y] [ASOF=yyyymmdd]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp.
           IF AsOfDate = SPACES
               MOVE CurrentTimestamp(1:8) TO AsOfDate
           END-IF.
           PERFORM FindOperatorId.

           IF TranFileName NOT = SPACES
               PERFORM OpenCaseFiles
               PERFORM ApplyTransactions
               CLOSE TranFile
               CLOSE CaseFile
               DISPLAY "Dispute cases: " OpenedCount " opened, "
                       UpdatedCount " updated, " RefusedCount
                       " refused"
           END-IF.

           IF ShowCaseText NOT = SPACES
               PERFORM ShowOneCase
           END-IF.

           IF AgingRequested = 'Y'
               PERFORM WriteAgingReport
           END-IF.

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
               WHEN "TRAN"
                   MOVE ArgValue TO TranFileName
               WHEN "SHOW"
                   MOVE ArgValue TO ShowCaseText
               WHEN "AGING"
                   IF FUNCTION UPPER-CASE(ArgValue(1:1)) = "Y"
                       MOVE 'Y' TO AgingRequested
                   END-IF
               WHEN "ASOF"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       MOVE ArgValue(1:8) TO AsOfDate
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Notes are signed with the login name, the same caller the
      * sign-on check identifies; a DAY02OPER batch ID is not taken
      * here, since nothing checks this login may act as it.
       FindOperatorId.
           ACCEPT OperatorId FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO OperatorId
           END-ACCEPT.
           IF OperatorId = SPACES
               ACCEPT OperatorId FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION
                       MOVE SPACES TO OperatorId
               END-ACCEPT
           END-IF.
           MOVE FUNCTION UPPER-CASE(OperatorId) TO OperatorId.

      * No case file yet is created empty; the highest case number
      * on file is found up front so new cases number on from it.
       OpenCaseFiles.
           OPEN INPUT TranFile.
           IF TranStatus NOT = "00"
               DISPLAY "Unable to open transactions "
                       FUNCTION TRIM(TranFileName)
                       ", status " TranStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CaseFile.
           IF DsFileStatus = "35"
               OPEN OUTPUT CaseFile
               IF DsFileStatus = "00"
                   CLOSE CaseFile
                   OPEN I-O CaseFile
               END-IF
           END-IF.
           IF DsFileStatus NOT = "00"
               DISPLAY "Unable to open dispute cases "
                       FUNCTION TRIM(DsFileName)
                       ", status " DsFileStatus
                       "; nothing applied"
               CLOSE TranFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO HighestCase.
           MOVE 0 TO DcCaseNumber.
           MOVE 'N' TO ReachedEndOfCases.
           START CaseFile KEY > DcCaseNumber
               INVALID KEY
                   MOVE 'Y' TO ReachedEndOfCases
           END-START.
           PERFORM UNTIL ReachedEndOfCases = 'Y'
               READ CaseFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO ReachedEndOfCases
                   NOT AT END
                       MOVE DcCaseNumber TO HighestCase
               END-READ
           END-PERFORM.

       ApplyTransactions.
           PERFORM UNTIL ReachedEndOfTran = 'Y'
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

       ApplyOneTransaction.
           MOVE SPACES TO RefusalText.
           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp.
           MOVE SPACES TO TranAction, TranParm2, TranParm3,
                          TranParm4, TranParm5, TranParm6, TranParm7.
           UNSTRING TranRecord
               DELIMITED BY "|"
               INTO TranAction, TranParm2, TranParm3, TranParm4,
                    TranParm5, TranParm6, TranParm7.
           MOVE FUNCTION UPPER-CASE(TranAction) TO TranAction.

           EVALUATE FUNCTION TRIM(TranAction)
               WHEN "OPEN"
                   PERFORM OpenCase
               WHEN "REVIEW"
               WHEN "REPAIRED"
               WHEN "UPHELD"
               WHEN "CLOSE"
               WHEN "REOPEN"
               WHEN "NOTE"
                   PERFORM UpdateCase
               WHEN OTHER
                   MOVE "unknown action" TO RefusalText
           END-EVALUATE.

           IF RefusalText NOT = SPACES
               ADD 1 TO RefusedCount
               IF RunRc < 4
                   MOVE 4 TO RunRc
               END-IF
               DISPLAY "Transaction line " TranLineNumber
                       " refused: " FUNCTION TRIM(RefusalText)
                       " | " FUNCTION TRIM(TranRecord)
           END-IF.

       OpenCase.
           MOVE TranParm2 TO OpenInput.
           MOVE FUNCTION UPPER-CASE(TranParm5) TO OpenFigure.
           MOVE SPACES TO OpenClaimed, OpenRecorded.
           MOVE TranParm7 TO TranNote.

           EVALUATE TRUE
               WHEN OpenInput = SPACES
                   MOVE "no input named" TO RefusalText
               WHEN FUNCTION TRIM(TranParm3) = SPACES
                   MOVE "game number is not numeric" TO RefusalText
               WHEN FUNCTION TRIM(TranParm3) NOT NUMERIC
                   MOVE "game number is not numeric" TO RefusalText
               WHEN TranParm4 = SPACES
                   MOVE "nobody named as raising the dispute"
                       TO RefusalText
               WHEN OpenFigure NOT = "POWER"
                    AND OpenFigure NOT = "VALID"
                   MOVE "figure must be POWER or VALID"
                       TO RefusalText
               WHEN OTHER
                   COMPUTE GameNumber = FUNCTION NUMVAL(TranParm3)
           END-EVALUATE.

           IF RefusalText = SPACES
               IF OpenFigure = "POWER"
                   IF FUNCTION TRIM(TranParm6) = SPACES
                      OR FUNCTION TRIM(TranParm6) NOT NUMERIC
                       MOVE "claimed power is not numeric"
                           TO RefusalText
                   ELSE
                       COMPUTE ClaimedPower
                           = FUNCTION NUMVAL(TranParm6)
                       MOVE ClaimedPower TO PowerEdit
                       MOVE FUNCTION TRIM(PowerEdit) TO OpenClaimed
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(TranParm6) TO OpenClaimed
                   IF FUNCTION TRIM(OpenClaimed) NOT = "Y"
                      AND FUNCTION TRIM(OpenClaimed) NOT = "N"
                       MOVE "claimed valid flag must be Y or N"
                           TO RefusalText
                   END-IF
               END-IF
           END-IF.

           IF RefusalText = SPACES
               PERFORM ReadDisputedGame
           END-IF.

           IF RefusalText = SPACES
               IF FUNCTION TRIM(OpenClaimed)
                       = FUNCTION TRIM(OpenRecorded)
                   MOVE "claimed figure is what the master holds"
                       TO RefusalText
               END-IF
           END-IF.

           IF RefusalText = SPACES
               PERFORM FindLiveCase
           END-IF.

           IF RefusalText = SPACES
               ADD 1 TO HighestCase
               INITIALIZE Day02CaseRecord
               MOVE HighestCase      TO DcCaseNumber
               MOVE OpenInput        TO DcInputName
               MOVE GameNumber       TO DcGameNumber
               MOVE TranParm4        TO DcRaisedBy
               MOVE OpenFigure       TO DcFigure
               MOVE OpenClaimed      TO DcClaimedValue
               MOVE OpenRecorded     TO DcRecordedValue
               MOVE "OPEN"           TO DcStatus
               MOVE CurrentTimestamp TO DcOpenedStamp
               MOVE CurrentTimestamp TO DcStatusStamp
               MOVE 0                TO DcNoteCount
               IF TranNote = SPACES
                   MOVE "Case opened" TO TranNote
               END-IF
               PERFORM StampCaseNote
               WRITE Day02CaseRecord
                   INVALID KEY
                       MOVE "case could not be written to the file"
                           TO RefusalText
               END-WRITE
           END-IF.

           IF RefusalText = SPACES
               ADD 1 TO OpenedCount
               DISPLAY "Case " DcCaseNumber " opened: "
                       FUNCTION TRIM(DcInputName) " game "
                       DcGameNumber " " DcFigure " claimed "
                       FUNCTION TRIM(DcClaimedValue) ", recorded "
                       FUNCTION TRIM(DcRecordedValue)
           END-IF.

      * The recorded figure is the one the input's master holds
      * when the case is opened.
       ReadDisputedGame.
           MOVE SPACES TO MasterFileName.
           STRING FUNCTION TRIM(OpenInput) DELIMITED BY SIZE
                  ".MASTER"                DELIMITED BY SIZE
                  INTO MasterFileName.
           OPEN INPUT MasterFile.
           IF MasterStatus NOT = "00"
               MOVE "the input's game master cannot be opened"
                   TO RefusalText
           ELSE
               MOVE GameNumber TO MsGameNumber
               READ MasterFile
                   INVALID KEY
                       MOVE "game is not on the input's master"
                           TO RefusalText
                   NOT INVALID KEY
                       IF OpenFigure = "POWER"
                           MOVE MsPower TO PowerEdit
                           MOVE FUNCTION TRIM(PowerEdit)
                               TO OpenRecorded
                       ELSE
                           MOVE MsGameValid TO OpenRecorded
                       END-IF
               END-READ
               CLOSE MasterFile
           END-IF.

      * One live case per figure per game: a second complaint about
      * the same thing is a note on the case already open.
       FindLiveCase.
           MOVE 0 TO DcCaseNumber.
           MOVE 'N' TO ReachedEndOfCases.
           START CaseFile KEY > DcCaseNumber
               INVALID KEY
                   MOVE 'Y' TO ReachedEndOfCases
           END-START.
           PERFORM UNTIL ReachedEndOfCases = 'Y'
               READ CaseFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO ReachedEndOfCases
                   NOT AT END
                       IF DcInputName = OpenInput
                          AND DcGameNumber = GameNumber
                          AND DcFigure = OpenFigure
                          AND NOT DcStatusClosed
                           MOVE SPACES TO RefusalText
                           STRING "case "        DELIMITED BY SIZE
                                  DcCaseNumber   DELIMITED BY SIZE
                                  " is already open on this figure"
                                                 DELIMITED BY SIZE
                                  INTO RefusalText
                           MOVE 'Y' TO ReachedEndOfCases
                       END-IF
               END-READ
           END-PERFORM.

      * A status change is refused unless it fits the status the
      * case has now, so a settled case cannot be settled again
      * without being reopened first.
       UpdateCase.
           MOVE TranParm3 TO TranNote.
           MOVE SPACES TO NewStatus.

           IF FUNCTION TRIM(TranParm2) = SPACES
              OR FUNCTION TRIM(TranParm2) NOT NUMERIC
               MOVE "case number is not numeric" TO RefusalText
           ELSE
               COMPUTE CaseNumber = FUNCTION NUMVAL(TranParm2)
               MOVE CaseNumber TO DcCaseNumber
               READ CaseFile
                   INVALID KEY
                       MOVE "no such case" TO RefusalText
               END-READ
           END-IF.

           IF RefusalText = SPACES
               EVALUATE FUNCTION TRIM(TranAction)
                   WHEN "REVIEW"
                       IF DcStatusOpen
                           MOVE "REVIEW" TO NewStatus
                       ELSE
                           MOVE "only an open case can go under review"
                               TO RefusalText
                       END-IF
                   WHEN "REPAIRED"
                   WHEN "UPHELD"
                       IF DcStatusOpen OR DcStatusReview
                           MOVE TranAction TO NewStatus
                       ELSE
                           MOVE "case is not open or under review"
                               TO RefusalText
                       END-IF
                   WHEN "CLOSE"
                       IF DcStatusClosed
                           MOVE "case is already closed" TO RefusalText
                       ELSE
                           MOVE "CLOSED" TO NewStatus
                       END-IF
                   WHEN "REOPEN"
                       IF DcStatusClosed
                           MOVE "OPEN" TO NewStatus
                       ELSE
                           MOVE "only a closed case can be reopened"
                               TO RefusalText
                       END-IF
                   WHEN "NOTE"
                       IF TranNote = SPACES
                           MOVE "no note given" TO RefusalText
                       END-IF
               END-EVALUATE
           END-IF.

           IF RefusalText = SPACES
               IF NewStatus NOT = SPACES
                   MOVE NewStatus        TO DcStatus
                   MOVE CurrentTimestamp TO DcStatusStamp
                   IF TranNote = SPACES
                       STRING "Status set to " DELIMITED BY SIZE
                              NewStatus        DELIMITED BY SPACE
                              INTO TranNote
                   END-IF
               END-IF
               PERFORM StampCaseNote
               REWRITE Day02CaseRecord
                   INVALID KEY
                       MOVE "case could not be rewritten on the file"
                           TO RefusalText
               END-REWRITE
           END-IF.

           IF RefusalText = SPACES
               ADD 1 TO UpdatedCount
               DISPLAY "Case " DcCaseNumber " "
                       FUNCTION TRIM(TranAction) ": now "
                       FUNCTION TRIM(DcStatus)
           END-IF.

       StampCaseNote.
           MOVE CurrentTimestamp(1:14) TO DsNoteStamp.
           MOVE OperatorId TO DsNoteBy.
           MOVE TranNote TO DsNoteText.
           PERFORM AddCaseNote.

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

       ShowOneCase.
           IF FUNCTION TRIM(ShowCaseText) NOT NUMERIC
               DISPLAY "Not a case number: "
                       FUNCTION TRIM(ShowCaseText)
               IF RunRc < 4
                   MOVE 4 TO RunRc
               END-IF
           ELSE
               OPEN INPUT CaseFile
               IF DsFileStatus NOT = "00"
                   DISPLAY "Unable to open dispute cases "
                           FUNCTION TRIM(DsFileName)
                           ", status " DsFileStatus
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE DcCaseNumber = FUNCTION NUMVAL(ShowCaseText)
               READ CaseFile
                   INVALID KEY
                       DISPLAY "Case " DcCaseNumber " is not on file"
                       IF RunRc < 4
                           MOVE 4 TO RunRc
                       END-IF
                   NOT INVALID KEY
                       PERFORM DisplayOneCase
               END-READ
               CLOSE CaseFile
           END-IF.

       DisplayOneCase.
           DISPLAY "Case " DcCaseNumber ": "
                   FUNCTION TRIM(DcInputName) " game " DcGameNumber.
           DISPLAY "  " DcFigure " disputed by "
                   FUNCTION TRIM(DcRaisedBy) ": claimed "
                   FUNCTION TRIM(DcClaimedValue) ", recorded "
                   FUNCTION TRIM(DcRecordedValue).
           DISPLAY "  Status " FUNCTION TRIM(DcStatus) " since "
                   DcStatusStamp(1:8) " " DcStatusStamp(9:6)
                   ", opened " DcOpenedStamp(1:8) " "
                   DcOpenedStamp(9:6).
           PERFORM VARYING NoteIndex FROM 1 BY 1
               UNTIL NoteIndex > DcNoteCount
               DISPLAY "  " DcNoteStamp(NoteIndex)(1:8) " "
                       DcNoteStamp(NoteIndex)(9:6) " "
                       DcNoteBy(NoteIndex) " "
                       FUNCTION TRIM(DcNoteText(NoteIndex))
           END-PERFORM.

      * Age is counted from the day the case was opened; the days
      * in its present status are shown alongside. Row 6 of the
      * table and column 5 hold the totals.
       WriteAgingReport.
           COMPUTE AsOfDays = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(AsOfDate)).
           INITIALIZE AgingTable.
           MOVE 0 TO AgingCaseCount.

           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Unable to open aging report "
                       FUNCTION TRIM(ReportFileName)
                       ", status " ReportStatus
               IF RunRc < 8
                   MOVE 8 TO RunRc
               END-IF
           ELSE
               MOVE SPACES TO ReportRecord
               STRING "Dispute case aging as of "  DELIMITED BY SIZE
                      AsOfDate                     DELIMITED BY SIZE
                      ", produced "                DELIMITED BY SIZE
                      CurrentTimestamp(1:8)        DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      CurrentTimestamp(9:6)        DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
               MOVE "Cases not yet closed:" TO ReportRecord
               PERFORM WriteReportLine

               OPEN INPUT CaseFile
               IF DsFileStatus = "00"
                   MOVE 'N' TO ReachedEndOfCases
                   PERFORM UNTIL ReachedEndOfCases = 'Y'
                       READ CaseFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO ReachedEndOfCases
                           NOT AT END
                               IF NOT DcStatusClosed
                                   PERFORM AgeOneCase
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CaseFile
               ELSE
                   IF DsFileStatus NOT = "35"
                       DISPLAY "Unable to open dispute cases "
                               FUNCTION TRIM(DsFileName)
                               ", status " DsFileStatus
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF

               MOVE SPACES TO ReportRecord
               PERFORM WriteReportLine
               MOVE SPACES TO ReportRecord
               STRING "Age band        OPEN   REVIEW"
                                                   DELIMITED BY SIZE
                      " REPAIRED   UPHELD    TOTAL"
                                                   DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
               PERFORM WriteAgingBandLine VARYING AgingBandIndex
                   FROM 1 BY 1 UNTIL AgingBandIndex > 6
               CLOSE ReportFile
           END-IF.

           DISPLAY "Dispute aging: " AgingCaseCount
                   " case(s) not yet closed as of " AsOfDate.

       AgeOneCase.
           ADD 1 TO AgingCaseCount.
           MOVE 0 TO AgeDays, StatusDays.
           IF DcOpenedStamp(1:8) NUMERIC
              AND DcOpenedStamp(1:8) <= AsOfDate
               COMPUTE AgeDays = AsOfDays - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(DcOpenedStamp(1:8)))
           END-IF.
           IF DcStatusStamp(1:8) NUMERIC
              AND DcStatusStamp(1:8) <= AsOfDate
               COMPUTE StatusDays = AsOfDays - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(DcStatusStamp(1:8)))
           END-IF.

           EVALUATE TRUE
               WHEN AgeDays <= 7  MOVE 1 TO AgingBandIndex
               WHEN AgeDays <= 14 MOVE 2 TO AgingBandIndex
               WHEN AgeDays <= 30 MOVE 3 TO AgingBandIndex
               WHEN AgeDays <= 60 MOVE 4 TO AgingBandIndex
               WHEN OTHER         MOVE 5 TO AgingBandIndex
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DcStatusOpen     MOVE 1 TO AgingStatusIndex
               WHEN DcStatusReview   MOVE 2 TO AgingStatusIndex
               WHEN DcStatusRepaired MOVE 3 TO AgingStatusIndex
               WHEN OTHER            MOVE 4 TO AgingStatusIndex
           END-EVALUATE.
           ADD 1 TO AgingCount(AgingBandIndex, AgingStatusIndex).
           ADD 1 TO AgingCount(AgingBandIndex, 5).
           ADD 1 TO AgingCount(6, AgingStatusIndex).
           ADD 1 TO AgingCount(6, 5).

           MOVE AgeDays TO AgeDaysDisp.
           MOVE StatusDays TO StatusDaysDisp.
           MOVE SPACES TO ReportRecord.
           STRING "  Case "                      DELIMITED BY SIZE
                  DcCaseNumber                   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  FUNCTION TRIM(DcInputName)     DELIMITED BY SIZE
                  " game "                       DELIMITED BY SIZE
                  DcGameNumber                   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  DcFigure                       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  DcStatus                       DELIMITED BY SIZE
                  " opened "                     DELIMITED BY SIZE
                  DcOpenedStamp(1:8)             DELIMITED BY SIZE
                  " ("                           DELIMITED BY SIZE
                  FUNCTION TRIM(AgeDaysDisp)     DELIMITED BY SIZE
                  " days, "                      DELIMITED BY SIZE
                  FUNCTION TRIM(StatusDaysDisp)  DELIMITED BY SIZE
                  " in status) raised by "       DELIMITED BY SIZE
                  FUNCTION TRIM(DcRaisedBy)      DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       WriteAgingBandLine.
           MOVE SPACES TO AgingLine.
           IF AgingBandIndex > 5
               MOVE "Total" TO AgingLine
           ELSE
               MOVE AgingBandLabel(AgingBandIndex) TO AgingLine
           END-IF.
           MOVE 12 TO AgingPointer.
           PERFORM VARYING AgingStatusIndex FROM 1 BY 1
               UNTIL AgingStatusIndex > 5
               MOVE AgingCount(AgingBandIndex, AgingStatusIndex)
                   TO AgingCountDisp
               MOVE " " TO AgingLine(AgingPointer:1)
               MOVE AgingCountDisp TO AgingLine(AgingPointer + 1:8)
               ADD 9 TO AgingPointer
           END-PERFORM.
           MOVE AgingLine TO ReportRecord.
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE ReportRecord.
           IF ReportStatus NOT = "00"
               DISPLAY "Write failed on aging report "
                       FUNCTION TRIM(ReportFileName)
                       ", status " ReportStatus
               IF RunRc < 8
                   MOVE 8 TO RunRc
               END-IF
           END-IF.

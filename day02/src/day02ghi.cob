      * capacity limits was it judged. Key in a game number and get
      * every recorded run for it on this input; with ASOF=yyyymmdd
      * (the same flavour of override as CAP= on DAY02) you get the
      * judgement that stood at the end of that day instead. A run
      * that was a DAY02MNT maintenance change rather than a DAY02
      * run is marked with its action and reason code from the
      * DAY02-MAINT.JNL journal. Every dispute case not yet closed
      * against the game on this input (see DAY02DSP) is listed
      * after the answer, read fresh for each game keyed in.
      * Usage: day02ghi <path to input> [ASOF=yyyymmdd]

       IDENTIFICATION DIVISION.
                   RECORD KEY IS GhKey
                   FILE STATUS IS GameHistStatus.

                   SELECT JournalFile
                   ASSIGN TO JournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JournalStatus.

                   SELECT CaseFile
                   ASSIGN TO DsFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DcCaseNumber
                   FILE STATUS IS DsFileStatus.

       DATA DIVISION.
           FILE SECTION.
               FD GameHistFile.
               COPY DAY02GH.

               FD JournalFile.
               01 JournalRecord PIC X(7000).

               FD CaseFile.
               COPY DAY02DC.

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 GameHistFileName        PIC X(40)
                                          VALUE "DAY02-GAMEHIST.DAT".
               01 GameHistStatus          PIC XX.
               01 JournalFileName         PIC X(40)
                                          VALUE "DAY02-MAINT.JNL".
               01 JournalStatus           PIC XX.
               01 ReachedEndOfJournal     PIC X(1) VALUE 'N'.
               01 LookupStamp             PIC X(21).
               01 JnlStampText            PIC X(30).
               01 JnlInput                PIC X(100).
               01 JnlDetail               PIC X(80).
               01 JnlOutcome              PIC X(80).
               01 JnlGameText             PIC X(9).
               01 MaintFound              PIC X(1) VALUE 'N'.
               01 MaintDetail             PIC X(80).
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(60).
                   05 AsofCapRed          PIC 9(3).
                   05 AsofCapGreen        PIC 9(3).
                   05 AsofCapBlue         PIC 9(3).
               COPY DAY02DS.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
                   END-READ
               END-PERFORM
               PERFORM AnswerOneGame
               MOVE FileName TO DsInputName
               PERFORM LoadOpenCases
               PERFORM ReportOpenCases
           END-IF.

       TakeOneHistRun.
                       "/" GhMaxBlue
                       " caps " GhCapRed "/" GhCapGreen
                       "/" GhCapBlue
               MOVE GhRunStamp TO LookupStamp
               PERFORM FindMaintenanceEntry
               IF MaintFound = 'Y'
                   DISPLAY "    maintenance: "
                           FUNCTION TRIM(MaintDetail)
               END-IF
           END-IF.

       AnswerOneGame.
                           AsofMaxGreen " MaxBlue=" AsofMaxBlue
                   DISPLAY "  capacity limits " AsofCapRed "/"
                           AsofCapGreen "/" AsofCapBlue
                   MOVE AsofRunStamp TO LookupStamp
                   PERFORM FindMaintenanceEntry
                   IF MaintFound = 'Y'
                       DISPLAY "  maintenance: "
                               FUNCTION TRIM(MaintDetail)
                   END-IF
               WHEN OTHER
                   DISPLAY "  (" RunsFound " run(s) recorded)"
           END-EVALUATE.

       ReportOpenCases.
           PERFORM VARYING DsIndex FROM 1 BY 1
               UNTIL DsIndex > DsCaseCount
               IF DsGameNumber(DsIndex) = GameNumber
                   DISPLAY "  dispute case " DsCaseNumber(DsIndex) " "
                           FUNCTION TRIM(DsCaseStatus(DsIndex)) ": "
                           FUNCTION TRIM(DsFigure(DsIndex))
                           " claimed "
                           FUNCTION TRIM(DsClaimedValue(DsIndex))
                           ", recorded "
                           FUNCTION TRIM(DsRecordedValue(DsIndex))
                           ", raised " DsOpenedDate(DsIndex) " by "
                           FUNCTION TRIM(DsRaisedBy(DsIndex))
               END-IF
           END-PERFORM.

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
                           "; open cases not shown"
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

      * DAY02MNT stamps the history record and the journal header of
      * an applied change with the same timestamp, so the header
      * found here is the one that explains the run. No journal
      * simply means no maintenance has ever been done.
       FindMaintenanceEntry.
           MOVE 'N' TO MaintFound.
           MOVE SPACES TO MaintDetail.
           MOVE GameNumber TO JnlGameText.
           MOVE 'N' TO ReachedEndOfJournal.
           OPEN INPUT JournalFile.
           IF JournalStatus = "00"
               PERFORM UNTIL ReachedEndOfJournal = 'Y'
                   READ JournalFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfJournal
                       NOT AT END
                           IF JournalRecord(1:2) = "H "
                               PERFORM TestOneJournalHeader
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile
           END-IF.

       TestOneJournalHeader.
           MOVE SPACES TO JnlStampText, JnlInput, JnlDetail,
                          JnlOutcome.
           UNSTRING JournalRecord
               DELIMITED BY " | "
               INTO JnlStampText, JnlInput, JnlDetail, JnlOutcome.
           IF JnlStampText(3:21) = LookupStamp
              AND FUNCTION TRIM(JnlInput) = FUNCTION TRIM(FileName)
              AND JnlDetail(6:9) = JnlGameText
              AND JnlOutcome(1:7) = "applied"
               MOVE 'Y' TO MaintFound
               MOVE JnlDetail(15:66) TO MaintDetail
               MOVE 'Y' TO ReachedEndOfJournal
           END-IF.

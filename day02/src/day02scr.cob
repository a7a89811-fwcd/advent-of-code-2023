      * Review queue for the games DAY02 screens out as suspects.
      * DAY02 writes <input>.SCREEN naming each game whose MaxRed,
      * MaxGreen, MaxBlue or Power sat over a fixed ceiling or far
      * outside the run's own spread; this job takes those games onto
      * the standing queue DAY02-SCREEN.QUE as PENDING, applies the
      * reviewers' decisions, and reports what is still open. A
      * decision record is pipe-delimited:
      *   <input>|<game>|<action>|<reviewer>|<note>
      * - action: CLEAR a pending game as a genuine result, REFER a
      *   pending game upstream as a likely keying or feed error, or
      *   RESOLVE a referred game once upstream has answered
      * - reviewer: who decided, always required
      * - note: free text, kept on the queue with the decision
      * Blank records and records starting '*' are skipped. A
      * decision applies to the latest queue entry for that input and
      * game; one that does not fit the entry's status is refused.
      * Each queue record reads
      *   status|input|game|run stamp|line|red|green|blue|power|
      *   rules|queued|decided|reviewer|note
      * on one line. The DAY02-SCREEN.RPT follow-up report lists
      * every game still pending and every referred game not yet
      * resolved, with how many days it has been referred, on every
      * run until someone resolves it. A cleared or resolved entry
      * decided more than KEEP days ago (90 unless given) leaves the
      * queue for the DAY02-SCREEN.HIS history file, in the same
      * layout, so the queue holds only live work. Return code 4
      * when any decision was refused, 12 when the screening file or
      * queue cannot be read or the queue or history cannot be
      * written.
      * Usage: day02scr [INPUT=<path to input>]
      *        [DECIDE=<decision file>] [KEEP=<days>]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02SCR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ScreenFile
                   ASSIGN TO ScreenFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ScreenStatus.

                   SELECT QueueFile
                   ASSIGN TO QueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QueueStatus.

                   SELECT QueueWorkFile
                   ASSIGN TO QueueWorkFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QueueWorkStatus.

                   SELECT DecisionFile
                   ASSIGN TO DecisionFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DecisionStatus.

                   SELECT ReportFile
                   ASSIGN TO ReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ReportStatus.

                   SELECT HistoryFile
                   ASSIGN TO HistoryFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HistoryStatus.

       DATA DIVISION.
           FILE SECTION.
               FD ScreenFile.
               01 ScreenRecord PIC X(200).

               FD QueueFile.
               01 QueueRecord PIC X(400).

               FD QueueWorkFile.
               01 QueueWorkRecord PIC X(400).

               FD DecisionFile.
               01 DecisionRecord PIC X(200).

               FD ReportFile.
               01 ReportRecord PIC X(200).

               FD HistoryFile.
               01 HistoryRecord PIC X(400).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100) VALUE SPACES.
               01 ScreenFileName          PIC X(120) VALUE SPACES.
               01 ScreenStatus            PIC XX.
               01 QueueFileName           PIC X(40)
                                          VALUE "DAY02-SCREEN.QUE".
               01 QueueStatus             PIC XX.
               01 QueueWorkFileName       PIC X(40)
                                          VALUE "DAY02-SCREEN.QUE.NEW".
               01 QueueWorkStatus         PIC XX.
               01 DecisionFileName        PIC X(100) VALUE SPACES.
               01 DecisionStatus          PIC XX.
               01 ReportFileName          PIC X(40)
                                          VALUE "DAY02-SCREEN.RPT".
               01 ReportStatus            PIC XX.
               01 HistoryFileName         PIC X(40)
                                          VALUE "DAY02-SCREEN.HIS".
               01 HistoryStatus           PIC XX.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(120).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(100).
               01 CurrentTimestamp        PIC X(21).
               01 TodayDays               PIC 9(7) VALUE 0.
               01 ReachedEndOfScreen      PIC X(1) VALUE 'N'.
               01 ReachedEndOfQueue       PIC X(1) VALUE 'N'.
               01 ReachedEndOfDecisions   PIC X(1) VALUE 'N'.
               01 ScreenRunStamp          PIC X(21) VALUE SPACES.
               01 ScreenRunInput          PIC X(100) VALUE SPACES.
               01 ScreenTag               PIC X(8).
               01 ScreenRunText           PIC X(21).
               01 ScreenInputText         PIC X(100).
               01 SuspectFields.
                   05 SpGame              PIC 9(9).
                   05 SpLine              PIC 9(6).
                   05 SpRed               PIC 9(3).
                   05 SpGreen             PIC 9(3).
                   05 SpBlue              PIC 9(3).
                   05 SpPower             PIC 9(9).
                   05 SpRule              PIC X(13).
               01 SpRuleLength            PIC 9(2) VALUE 0.
               01 RulesWork               PIC X(60).
               01 RuleTally               PIC 9(2) VALUE 0.
               01 QueuedCount             PIC 9(6) VALUE 0.
               01 QueueFullWarned         PIC X(1) VALUE 'N'.
      * The standing queue, held whole while the job runs and written
      * back at the end; entries are in the order they were queued,
      * so the latest entry for a game is the last one found.
               01 QueueTable.
                   05 QueueCount          PIC 9(4) VALUE 0.
                   05 QueueEntry OCCURS 2000 TIMES.
                       10 QeStatus        PIC X(8).
                       10 QeInput         PIC X(100).
                       10 QeGame          PIC 9(9).
                       10 QeStamp         PIC X(21).
                       10 QeLine          PIC 9(6).
                       10 QeRed           PIC 9(3).
                       10 QeGreen         PIC 9(3).
                       10 QeBlue          PIC 9(3).
                       10 QePower         PIC 9(9).
                       10 QeRules         PIC X(60).
                       10 QeQueued        PIC X(8).
                       10 QeDecided       PIC X(8).
                       10 QeBy            PIC X(12).
                       10 QeNote          PIC X(60).
      * One queue record as read, before it is taken onto the table
      * or found old enough to go to the history file.
               01 HoldEntry.
                   05 HoStatus            PIC X(8).
                   05 HoInput             PIC X(100).
                   05 HoGame              PIC 9(9).
                   05 HoStamp             PIC X(21).
                   05 HoLine              PIC 9(6).
                   05 HoRed               PIC 9(3).
                   05 HoGreen             PIC 9(3).
                   05 HoBlue              PIC 9(3).
                   05 HoPower             PIC 9(9).
                   05 HoRules             PIC X(60).
                   05 HoQueued            PIC X(8).
                   05 HoDecided           PIC X(8).
                   05 HoBy                PIC X(12).
                   05 HoNote              PIC X(60).
               01 KeepDays                PIC 9(4) VALUE 90.
               01 DecidedDays             PIC 9(7) VALUE 0.
               01 EntryStale              PIC X(1) VALUE 'N'.
               01 StaleCount              PIC 9(6) VALUE 0.
               01 HistoryCount            PIC 9(6) VALUE 0.
               01 QueueIndex              PIC 9(4) VALUE 0.
               01 QueueFoundIndex         PIC 9(4) VALUE 0.
               01 QueueLineNumber         PIC 9(6) VALUE 0.
               01 DecisionLineNumber      PIC 9(6) VALUE 0.
               01 DecInput                PIC X(100).
               01 DecGameText             PIC X(12).
               01 DecGame                 PIC 9(9) VALUE 0.
               01 DecAction               PIC X(10).
               01 DecBy                   PIC X(12).
               01 DecNote                 PIC X(60).
               01 DecRefusal              PIC X(60).
               01 AppliedCount            PIC 9(6) VALUE 0.
               01 RefusedCount            PIC 9(6) VALUE 0.
               01 RefusalTable.
                   05 RefusalLine         PIC X(200) OCCURS 50 TIMES.
               01 RefusalIndex            PIC 9(2) VALUE 0.
               01 PendingCount            PIC 9(6) VALUE 0.
               01 ReferredCount           PIC 9(6) VALUE 0.
               01 ClearedCount            PIC 9(6) VALUE 0.
               01 ResolvedCount           PIC 9(6) VALUE 0.
               01 AgeDays                 PIC 9(5) VALUE 0.
               01 AgeDaysDisp             PIC ZZZZ9.
               01 QueueWriteFailed        PIC X(1) VALUE 'N'.
               01 DeleteResult            PIC S9(9) VALUE 0.
               01 RunRc                   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp.
           COMPUTE TodayDays = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(CurrentTimestamp(1:8))).

           PERFORM LoadQueue.

           IF FileName NOT = SPACES
               PERFORM QueueScreenedGames
           END-IF.

           IF DecisionFileName NOT = SPACES
               PERFORM ApplyDecisions
           END-IF.

           PERFORM WriteQueue.
           PERFORM WriteFollowUpReport.

           DISPLAY "Screening queue: " QueuedCount " queued, "
                   AppliedCount " decided, " RefusedCount
                   " refused; " PendingCount " pending, "
                   ReferredCount " referred".

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
                   MOVE SPACES TO ScreenFileName
                   STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                          ".SCREEN"              DELIMITED BY SIZE
                          INTO ScreenFileName
               WHEN "DECIDE"
                   MOVE ArgValue TO DecisionFileName
               WHEN "KEEP"
                   IF FUNCTION TRIM(ArgValue) NUMERIC
                       COMPUTE KeepDays = FUNCTION NUMVAL(ArgValue)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No queue yet is an empty queue; a queue that is there but
      * cannot be read must not be silently replaced by a new one.
       LoadQueue.
           OPEN INPUT QueueFile.
           IF QueueStatus = "35"
               CONTINUE
           ELSE
               IF QueueStatus NOT = "00"
                   DISPLAY "Unable to open screening queue "
                           FUNCTION TRIM(QueueFileName)
                           ", status " QueueStatus
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL ReachedEndOfQueue = 'Y'
                   READ QueueFile
                       AT END
                           MOVE 'Y' TO ReachedEndOfQueue
                       NOT AT END
                           ADD 1 TO QueueLineNumber
                           IF QueueRecord NOT = SPACES
                               PERFORM LoadOneQueueEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QueueFile
           END-IF.

      * Entries old enough for the history file are only counted
      * here; WriteQueue moves them across once the new queue is
      * safely on the work file.
       LoadOneQueueEntry.
           PERFORM UnstringQueueRecord.
           PERFORM TestEntryStale.
           IF EntryStale = 'Y'
               ADD 1 TO StaleCount
           ELSE
               IF QueueCount >= 2000
                   DISPLAY "Screening queue holds more than 2000 "
                           "live entries; resolve or clear old "
                           "entries first"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QueueCount
               MOVE HoldEntry TO QueueEntry(QueueCount)
           END-IF.

       UnstringQueueRecord.
           MOVE SPACES TO HoldEntry.
           UNSTRING QueueRecord
               DELIMITED BY "|"
               INTO HoStatus, HoInput, HoGame, HoStamp, HoLine,
                    HoRed, HoGreen, HoBlue, HoPower, HoRules,
                    HoQueued, HoDecided, HoBy, HoNote.

      * Only a closed-off entry ever leaves the queue: CLEARED or
      * RESOLVED, with a decision date more than KeepDays back.
       TestEntryStale.
           MOVE 'N' TO EntryStale.
           IF (HoStatus = "CLEARED" OR HoStatus = "RESOLVED")
              AND HoDecided NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL(HoDecided)) = 0
                   COMPUTE DecidedDays = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(HoDecided))
                   IF TodayDays - DecidedDays > KeepDays
                       MOVE 'Y' TO EntryStale
                   END-IF
               END-IF
           END-IF.

      * Each SUSPECT record names one rule one game tripped; a game
      * that tripped several arrives several times and is queued
      * once, its rules gathered on the one entry. Taking the same
      * screening file in twice queues nothing new.
       QueueScreenedGames.
           OPEN INPUT ScreenFile.
           IF ScreenStatus NOT = "00"
               DISPLAY "Unable to open screening file "
                       FUNCTION TRIM(ScreenFileName)
                       ", status " ScreenStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL ReachedEndOfScreen = 'Y'
               READ ScreenFile
                   AT END
                       MOVE 'Y' TO ReachedEndOfScreen
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ScreenRecord(1:4) = "RUN|"
                               PERFORM TakeScreenRun
                           WHEN ScreenRecord(1:8) = "SUSPECT|"
                               PERFORM TakeScreenSuspect
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ScreenFile.

       TakeScreenRun.
           MOVE SPACES TO ScreenTag, ScreenRunText, ScreenInputText.
           UNSTRING ScreenRecord
               DELIMITED BY "|"
               INTO ScreenTag, ScreenRunText, ScreenInputText.
           MOVE ScreenRunText   TO ScreenRunStamp.
           MOVE ScreenInputText TO ScreenRunInput.

       TakeScreenSuspect.
           MOVE SPACES TO ScreenTag, SpRule.
           UNSTRING ScreenRecord
               DELIMITED BY "|"
               INTO ScreenTag, SpGame, SpLine, SpRed, SpGreen,
                    SpBlue, SpPower, SpRule.

           MOVE 0 TO QueueFoundIndex.
           PERFORM VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount
               IF QeInput(QueueIndex) = ScreenRunInput
                  AND QeGame(QueueIndex) = SpGame
                  AND QeStamp(QueueIndex) = ScreenRunStamp
                   MOVE QueueIndex TO QueueFoundIndex
               END-IF
           END-PERFORM.

           IF QueueFoundIndex > 0
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SpRule))
                   TO SpRuleLength
               MOVE 0 TO RuleTally
               INSPECT QeRules(QueueFoundIndex) TALLYING RuleTally
                   FOR ALL SpRule(1:SpRuleLength)
               IF RuleTally = 0
                   MOVE SPACES TO RulesWork
                   STRING QeRules(QueueFoundIndex) DELIMITED BY SPACE
                          ","                      DELIMITED BY SIZE
                          SpRule                   DELIMITED BY SPACE
                          INTO RulesWork
                   MOVE RulesWork TO QeRules(QueueFoundIndex)
               END-IF
           ELSE
               IF QueueCount >= 2000
                   IF QueueFullWarned = 'N'
                       MOVE 'Y' TO QueueFullWarned
                       DISPLAY "Screening queue full at 2000 entries; "
                               "later suspects not queued"
                       IF RunRc < 4
                           MOVE 4 TO RunRc
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO QueueCount
                   ADD 1 TO QueuedCount
                   MOVE "PENDING"       TO QeStatus(QueueCount)
                   MOVE ScreenRunInput  TO QeInput(QueueCount)
                   MOVE SpGame          TO QeGame(QueueCount)
                   MOVE ScreenRunStamp  TO QeStamp(QueueCount)
                   MOVE SpLine          TO QeLine(QueueCount)
                   MOVE SpRed           TO QeRed(QueueCount)
                   MOVE SpGreen         TO QeGreen(QueueCount)
                   MOVE SpBlue          TO QeBlue(QueueCount)
                   MOVE SpPower         TO QePower(QueueCount)
                   MOVE SpRule          TO QeRules(QueueCount)
                   MOVE CurrentTimestamp(1:8)
                                        TO QeQueued(QueueCount)
                   MOVE SPACES          TO QeDecided(QueueCount),
                                           QeBy(QueueCount),
                                           QeNote(QueueCount)
               END-IF
           END-IF.

       ApplyDecisions.
           OPEN INPUT DecisionFile.
           IF DecisionStatus NOT = "00"
               DISPLAY "Unable to open decisions "
                       FUNCTION TRIM(DecisionFileName)
                       ", status " DecisionStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL ReachedEndOfDecisions = 'Y'
               READ DecisionFile
                   AT END
                       MOVE 'Y' TO ReachedEndOfDecisions
                   NOT AT END
                       ADD 1 TO DecisionLineNumber
                       IF DecisionRecord NOT = SPACES
                          AND DecisionRecord(1:1) NOT = '*'
                           PERFORM ApplyOneDecision
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DecisionFile.

      * CLEAR and REFER close off a PENDING entry; RESOLVE closes a
      * REFERRED one. Anything else would lose a reviewer's earlier
      * decision, so it is refused and shown on the report.
       ApplyOneDecision.
           MOVE SPACES TO DecInput, DecGameText, DecAction, DecBy,
                          DecNote, DecRefusal.
           UNSTRING DecisionRecord
               DELIMITED BY "|"
               INTO DecInput, DecGameText, DecAction, DecBy, DecNote.
           MOVE FUNCTION UPPER-CASE(DecAction) TO DecAction.

           MOVE 0 TO DecGame, QueueFoundIndex.
           IF FUNCTION TRIM(DecGameText) = SPACES
              OR FUNCTION TRIM(DecGameText) NOT NUMERIC
               MOVE "game number is not numeric" TO DecRefusal
           ELSE
               COMPUTE DecGame = FUNCTION NUMVAL(DecGameText)
           END-IF.

           IF DecRefusal = SPACES AND DecBy = SPACES
               MOVE "no reviewer named" TO DecRefusal
           END-IF.

           IF DecRefusal = SPACES
               PERFORM VARYING QueueIndex FROM 1 BY 1
                   UNTIL QueueIndex > QueueCount
                   IF QeInput(QueueIndex) = DecInput
                      AND QeGame(QueueIndex) = DecGame
                       MOVE QueueIndex TO QueueFoundIndex
                   END-IF
               END-PERFORM
               IF QueueFoundIndex = 0
                   MOVE "game is not on the screening queue"
                       TO DecRefusal
               END-IF
           END-IF.

           IF DecRefusal = SPACES
               EVALUATE FUNCTION TRIM(DecAction)
                   WHEN "CLEAR"
                       IF QeStatus(QueueFoundIndex) = "PENDING"
                           MOVE "CLEARED" TO QeStatus(QueueFoundIndex)
                       ELSE
                           MOVE "only a pending game can be cleared"
                               TO DecRefusal
                       END-IF
                   WHEN "REFER"
                       IF QeStatus(QueueFoundIndex) = "PENDING"
                           MOVE "REFERRED" TO QeStatus(QueueFoundIndex)
                       ELSE
                           MOVE "only a pending game can be referred"
                               TO DecRefusal
                       END-IF
                   WHEN "RESOLVE"
                       IF QeStatus(QueueFoundIndex) = "REFERRED"
                           MOVE "RESOLVED" TO QeStatus(QueueFoundIndex)
                       ELSE
                           MOVE "only a referred game can be resolved"
                               TO DecRefusal
                       END-IF
                   WHEN OTHER
                       MOVE "action must be CLEAR, REFER or RESOLVE"
                           TO DecRefusal
               END-EVALUATE
           END-IF.

           IF DecRefusal = SPACES
               ADD 1 TO AppliedCount
               MOVE CurrentTimestamp(1:8)
                                  TO QeDecided(QueueFoundIndex)
               MOVE DecBy         TO QeBy(QueueFoundIndex)
               MOVE DecNote       TO QeNote(QueueFoundIndex)
           ELSE
               ADD 1 TO RefusedCount
               IF RunRc < 4
                   MOVE 4 TO RunRc
               END-IF
               DISPLAY "Decision line " DecisionLineNumber
                       " refused: " FUNCTION TRIM(DecRefusal)
               IF RefusedCount <= 50
                   MOVE SPACES TO RefusalLine(RefusedCount)
                   STRING "  REFUSED line "   DELIMITED BY SIZE
                          DecisionLineNumber  DELIMITED BY SIZE
                          ": "                DELIMITED BY SIZE
                          FUNCTION TRIM(DecRefusal)
                                              DELIMITED BY SIZE
                          " | "               DELIMITED BY SIZE
                          FUNCTION TRIM(DecisionRecord)
                                              DELIMITED BY SIZE
                          INTO RefusalLine(RefusedCount)
               END-IF
           END-IF.

      * The queue is written whole to a work file first, so a write
      * failure there leaves yesterday's queue untouched; only then
      * is the live queue replaced. Should that second write fail,
      * the work file is kept as the copy to recover from.
       WriteQueue.
           MOVE 'N' TO QueueWriteFailed.
           OPEN OUTPUT QueueWorkFile.
           IF QueueWorkStatus NOT = "00"
               DISPLAY "Unable to open queue work file "
                       FUNCTION TRIM(QueueWorkFileName)
                       ", status " QueueWorkStatus
                       "; screening queue left as it was"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount
               PERFORM BuildQueueRecord
               MOVE QueueRecord TO QueueWorkRecord
               WRITE QueueWorkRecord
               IF QueueWorkStatus NOT = "00"
                   MOVE 'Y' TO QueueWriteFailed
               END-IF
           END-PERFORM.
           CLOSE QueueWorkFile.
           IF QueueWriteFailed = 'Y'
               DISPLAY "Write failed on queue work file "
                       FUNCTION TRIM(QueueWorkFileName)
                       "; screening queue left as it was"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF StaleCount > 0
               PERFORM MoveStaleEntries
           END-IF.

           OPEN OUTPUT QueueFile.
           IF QueueStatus NOT = "00"
               MOVE 'Y' TO QueueWriteFailed
           ELSE
               PERFORM VARYING QueueIndex FROM 1 BY 1
                   UNTIL QueueIndex > QueueCount
                   PERFORM BuildQueueRecord
                   WRITE QueueRecord
                   IF QueueStatus NOT = "00"
                       MOVE 'Y' TO QueueWriteFailed
                   END-IF
               END-PERFORM
               CLOSE QueueFile
           END-IF.

           IF QueueWriteFailed = 'Y'
               DISPLAY "Write failed on screening queue "
                       FUNCTION TRIM(QueueFileName)
                       "; " FUNCTION TRIM(QueueWorkFileName)
                       " retained for recovery"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               CALL "CBL_DELETE_FILE" USING QueueWorkFileName
               MOVE RETURN-CODE TO DeleteResult
               MOVE 0 TO RETURN-CODE
           END-IF.

      * The old queue is read once more and its stale entries added
      * to the history file before the queue is replaced; should the
      * history not take them, the queue is left as it was and still
      * holds every one of them.
       MoveStaleEntries.
           MOVE 0 TO HistoryCount.
           MOVE 'N' TO ReachedEndOfQueue.
           OPEN EXTEND HistoryFile.
           IF HistoryStatus = "35"
               OPEN OUTPUT HistoryFile
           END-IF.
           IF HistoryStatus NOT = "00"
               DISPLAY "Unable to open screening history "
                       FUNCTION TRIM(HistoryFileName)
                       ", status " HistoryStatus
                       "; screening queue left as it was"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT QueueFile.
           IF QueueStatus NOT = "00"
               DISPLAY "Unable to reopen screening queue "
                       FUNCTION TRIM(QueueFileName)
                       ", status " QueueStatus
                       "; screening queue left as it was"
               CLOSE HistoryFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL ReachedEndOfQueue = 'Y'
               READ QueueFile
                   AT END
                       MOVE 'Y' TO ReachedEndOfQueue
                   NOT AT END
                       IF QueueRecord NOT = SPACES
                           PERFORM MoveOneStaleEntry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QueueFile.
           CLOSE HistoryFile.
           IF QueueWriteFailed = 'Y'
               DISPLAY "Write failed on screening history "
                       FUNCTION TRIM(HistoryFileName)
                       "; screening queue left as it was"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Moved " HistoryCount " decided entries older "
                   "than " KeepDays " days to "
                   FUNCTION TRIM(HistoryFileName).

       MoveOneStaleEntry.
           PERFORM UnstringQueueRecord.
           PERFORM TestEntryStale.
           IF EntryStale = 'Y'
               MOVE QueueRecord TO HistoryRecord
               WRITE HistoryRecord
               IF HistoryStatus NOT = "00"
                   MOVE 'Y' TO QueueWriteFailed
               ELSE
                   ADD 1 TO HistoryCount
               END-IF
           END-IF.

       BuildQueueRecord.
           MOVE SPACES TO QueueRecord.
           STRING FUNCTION TRIM(QeStatus(QueueIndex))
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(QeInput(QueueIndex))
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeGame(QueueIndex)       DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeStamp(QueueIndex)      DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeLine(QueueIndex)       DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeRed(QueueIndex)        DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeGreen(QueueIndex)      DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeBlue(QueueIndex)       DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QePower(QueueIndex)      DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(QeRules(QueueIndex))
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeQueued(QueueIndex)     DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  QeDecided(QueueIndex)    DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(QeBy(QueueIndex))
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(QeNote(QueueIndex))
                                           DELIMITED BY SIZE
                  INTO QueueRecord.

      * The follow-up report carries every pending and every
      * unresolved referred game, every run, until each is decided;
      * cleared and resolved games are only counted.
       WriteFollowUpReport.
           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Unable to open screening report "
                       FUNCTION TRIM(ReportFileName)
                       ", status " ReportStatus
               IF RunRc < 8
                   MOVE 8 TO RunRc
               END-IF
           ELSE
               MOVE SPACES TO ReportRecord
               STRING "Screening review "        DELIMITED BY SIZE
                      CurrentTimestamp(1:8)      DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      CurrentTimestamp(9:6)      DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine

               IF FileName NOT = SPACES
                   MOVE SPACES TO ReportRecord
                   STRING "Queued from "         DELIMITED BY SIZE
                          FUNCTION TRIM(ScreenFileName)
                                                 DELIMITED BY SIZE
                          ": "                   DELIMITED BY SIZE
                          QueuedCount            DELIMITED BY SIZE
                          " new suspect game(s)" DELIMITED BY SIZE
                          INTO ReportRecord
                   PERFORM WriteReportLine
               END-IF

               IF DecisionFileName NOT = SPACES
                   MOVE SPACES TO ReportRecord
                   STRING "Decisions from "      DELIMITED BY SIZE
                          FUNCTION TRIM(DecisionFileName)
                                                 DELIMITED BY SIZE
                          ": "                   DELIMITED BY SIZE
                          AppliedCount           DELIMITED BY SIZE
                          " applied, "           DELIMITED BY SIZE
                          RefusedCount           DELIMITED BY SIZE
                          " refused"             DELIMITED BY SIZE
                          INTO ReportRecord
                   PERFORM WriteReportLine
                   PERFORM VARYING RefusalIndex FROM 1 BY 1
                       UNTIL RefusalIndex > RefusedCount
                          OR RefusalIndex > 50
                       MOVE RefusalLine(RefusalIndex) TO ReportRecord
                       PERFORM WriteReportLine
                   END-PERFORM
               END-IF

               MOVE 0 TO PendingCount, ReferredCount, ClearedCount,
                         ResolvedCount
               PERFORM VARYING QueueIndex FROM 1 BY 1
                   UNTIL QueueIndex > QueueCount
                   EVALUATE QeStatus(QueueIndex)
                       WHEN "PENDING"  ADD 1 TO PendingCount
                       WHEN "REFERRED" ADD 1 TO ReferredCount
                       WHEN "CLEARED"  ADD 1 TO ClearedCount
                       WHEN "RESOLVED" ADD 1 TO ResolvedCount
                       WHEN OTHER      CONTINUE
                   END-EVALUATE
               END-PERFORM

               MOVE SPACES TO ReportRecord
               STRING "Awaiting review: "        DELIMITED BY SIZE
                      PendingCount               DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
               PERFORM VARYING QueueIndex FROM 1 BY 1
                   UNTIL QueueIndex > QueueCount
                   IF QeStatus(QueueIndex) = "PENDING"
                       PERFORM WritePendingLine
                   END-IF
               END-PERFORM

               MOVE SPACES TO ReportRecord
               STRING "Referred, not yet resolved: "
                                                 DELIMITED BY SIZE
                      ReferredCount              DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
               PERFORM VARYING QueueIndex FROM 1 BY 1
                   UNTIL QueueIndex > QueueCount
                   IF QeStatus(QueueIndex) = "REFERRED"
                       PERFORM WriteReferredLine
                   END-IF
               END-PERFORM

               MOVE SPACES TO ReportRecord
               STRING "Queue totals: pending "   DELIMITED BY SIZE
                      PendingCount               DELIMITED BY SIZE
                      " referred "               DELIMITED BY SIZE
                      ReferredCount              DELIMITED BY SIZE
                      " cleared "                DELIMITED BY SIZE
                      ClearedCount               DELIMITED BY SIZE
                      " resolved "               DELIMITED BY SIZE
                      ResolvedCount              DELIMITED BY SIZE
                      INTO ReportRecord
               PERFORM WriteReportLine
               IF HistoryCount > 0
                   MOVE SPACES TO ReportRecord
                   STRING "Moved to history: "   DELIMITED BY SIZE
                          HistoryCount           DELIMITED BY SIZE
                          " decided more than "  DELIMITED BY SIZE
                          KeepDays               DELIMITED BY SIZE
                          " days ago"            DELIMITED BY SIZE
                          INTO ReportRecord
                   PERFORM WriteReportLine
               END-IF
               CLOSE ReportFile
           END-IF.

       WritePendingLine.
           MOVE SPACES TO ReportRecord.
           STRING "  "                          DELIMITED BY SIZE
                  FUNCTION TRIM(QeInput(QueueIndex))
                                                DELIMITED BY SIZE
                  " Game "                      DELIMITED BY SIZE
                  QeGame(QueueIndex)            DELIMITED BY SIZE
                  " line "                      DELIMITED BY SIZE
                  QeLine(QueueIndex)            DELIMITED BY SIZE
                  " run "                       DELIMITED BY SIZE
                  QeStamp(QueueIndex)(1:14)     DELIMITED BY SIZE
                  " r/g/b "                     DELIMITED BY SIZE
                  QeRed(QueueIndex)             DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  QeGreen(QueueIndex)           DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  QeBlue(QueueIndex)            DELIMITED BY SIZE
                  " power "                     DELIMITED BY SIZE
                  QePower(QueueIndex)           DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(QeRules(QueueIndex))
                                                DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       WriteReferredLine.
           MOVE 0 TO AgeDays.
           IF QeDecided(QueueIndex) NUMERIC
               COMPUTE AgeDays = TodayDays - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(QeDecided(QueueIndex)))
           END-IF.
           MOVE AgeDays TO AgeDaysDisp.
           MOVE SPACES TO ReportRecord.
           STRING "  "                          DELIMITED BY SIZE
                  FUNCTION TRIM(QeInput(QueueIndex))
                                                DELIMITED BY SIZE
                  " Game "                      DELIMITED BY SIZE
                  QeGame(QueueIndex)            DELIMITED BY SIZE
                  " power "                     DELIMITED BY SIZE
                  QePower(QueueIndex)           DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(QeRules(QueueIndex))
                                                DELIMITED BY SIZE
                  " referred "                  DELIMITED BY SIZE
                  QeDecided(QueueIndex)         DELIMITED BY SIZE
                  " by "                        DELIMITED BY SIZE
                  FUNCTION TRIM(QeBy(QueueIndex))
                                                DELIMITED BY SIZE
                  " ("                          DELIMITED BY SIZE
                  FUNCTION TRIM(AgeDaysDisp)    DELIMITED BY SIZE
                  " days) "                     DELIMITED BY SIZE
                  FUNCTION TRIM(QeNote(QueueIndex))
                                                DELIMITED BY SIZE
                  INTO ReportRecord.
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE ReportRecord.
           IF ReportStatus NOT = "00"
               DISPLAY "Write failed on screening report "
                       FUNCTION TRIM(ReportFileName)
                       ", status " ReportStatus
               IF RunRc < 8
                   MOVE 8 TO RunRc
               END-IF
           END-IF.

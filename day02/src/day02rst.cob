      * restore decision is appended to DAY02-PURGE.RPT, the same
      * report housekeeping writes, so the purge and restore history
      * of an input reads in one place.
      * Runs only for an operator DAY02-AUTH.DAT allows to run
      * DAY02RST against the archive's input (see DAY02AU); for a
      * generation's archive (<input>.Gnnnn.ARCH-YYYYMMDD) that is
      * the input the generation belongs to.
      * Usage: day02rst <archive file> [LIST=Y]

       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PurgeStatus.

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
               FD ArchiveFile.
               FD PurgeFile.
               01 PurgeRecord PIC X(200).

               FD AuthFile.
               01 AuthRecord PIC X(200).

               FD SecurityJournalFile.
               01 SecurityJournalRecord PIC X(400).

           WORKING-STORAGE SECTION.
               01 ArchiveFileName         PIC X(140).
               01 SideFileName            PIC X(140).
               01 ArgValue                PIC X(40).
               01 ListMode                PIC X(1) VALUE 'N'.
               01 FileName                PIC X(100).
               01 FileNameLength          PIC 9(3) VALUE 0.
               01 ArchiveDate             PIC X(8).
               01 SuffixIndex             PIC 9(2) VALUE 0.
               01 SideSuffixTable.
                   05 FILLER PIC X(18) VALUE ".EXTRACT2EXTRACT2 ".
                   05 FILLER PIC X(18) VALUE ".REJECT2 REJECT2 ".
                   05 FILLER PIC X(18) VALUE ".ADJUST  ADJUST  ".
                   05 FILLER PIC X(18) VALUE ".SCREEN  SCREEN   ".
                   05 FILLER PIC X(18) VALUE ".DUPS    DUPS     ".
                   05 FILLER PIC X(18) VALUE ".BREACH  BREACH   ".
               01 SideSuffixes REDEFINES SideSuffixTable.
                   05 SideSuffixEntry OCCURS 16 TIMES.
                       10 SideSuffix      PIC X(9).
                       10 SideTag         PIC X(9).
               01 TagCountTable.
                   05 TagCount            PIC 9(6) OCCURS 16 TIMES.
               01 UnknownTagCount         PIC 9(6) VALUE 0.
               01 TagPrefix               PIC X(10).
               01 TagPrefixLength         PIC 9(2) VALUE 0.
               01 SkippedFileCount        PIC 9(4) VALUE 0.
               01 TotalRecordsRestored    PIC 9(6) VALUE 0.
               01 RunRc                   PIC 9(2) VALUE 0.
               COPY DAY02AU.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.
           END-IF.

           PERFORM DeriveInputName.

           MOVE "DAY02RST" TO AuProgramName.
           PERFORM TakeAuthorityInput.
           PERFORM CheckOperatorAuthority.
           IF AuGranted NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(AuOperatorId)
                       " is not authorised to run DAY02RST against "
                       FUNCTION TRIM(AuInputName)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ScanArchive.

           IF ListMode = 'Y'
               STOP RUN
           END-IF.

      * A generation's files hang off <input>.Gnnnn, but the
      * authority belongs to the input itself, as on DAY02HKP, so
      * the generation suffix is taken off before the check.
       TakeAuthorityInput.
           MOVE FileName TO AuInputName.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FileName TRAILING))
               TO FileNameLength.
           IF FileNameLength > 6
               IF FileName(FileNameLength - 5:2) = ".G"
                  AND FileName(FileNameLength - 3:4) NUMERIC
                   MOVE SPACES TO AuInputName
                   MOVE FileName(1:FileNameLength - 6) TO AuInputName
               END-IF
           END-IF.

      * One counting pass regardless of mode: the listing reports
      * the counts, the restore uses them to know which side files
      * the archive actually holds.
       CountOneArchiveRecord.
           MOVE 'N' TO TagMatched.
           PERFORM VARYING SuffixIndex FROM 1 BY 1
               UNTIL SuffixIndex > 16 OR TagMatched = 'Y'
               PERFORM MatchArchiveTag
               IF TagMatched = 'Y'
                   ADD 1 TO TagCount(SuffixIndex)
           DISPLAY "  archive date " ArchiveDate.
           DISPLAY "  records      " ArchiveRecordCount.
           PERFORM VARYING SuffixIndex FROM 1 BY 1
               UNTIL SuffixIndex > 16
               IF TagCount(SuffixIndex) > 0
                   DISPLAY "  " SideTag(SuffixIndex) " "
                           TagCount(SuffixIndex) " record(s)"

           PERFORM RestoreOneSideFile
               VARYING SuffixIndex FROM 1 BY 1
               UNTIL SuffixIndex > 16.

           MOVE SPACES TO PurgeRecord.
           STRING "RESTORED "                DELIMITED BY SIZE
                      INTO PurgeRecord
               WRITE PurgeRecord
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

      * Retention and housekeeping for the per-input side files the
      * DAY02 suite leaves behind: .DETAIL, .REJECT, .CKPT, .TREND,
      * .EXTRACT and .SUMMARY from the main run, the .SEQERR and
      * .RANKING reports, the .SCREEN suspect file, the .DUPS
      * duplicates report and the .BREACH analysis, the .BALANCE
      * report from DAY02RECON, and the .DETAIL2/.EXTRACT2/.REJECT2/
      * .ADJUST outputs of DAY02FIX.
      * Driven by a manifest of input base names and a retention
      * policy control file, DAY02-RETAIN.DAT, holding the retention
      * age in days (overridable with RETAIN=days, the same flavour
      * record, or still inside retention, are left alone. Every
      * decision goes to the DAY02-PURGE.RPT report: what was
      * archived, what was kept, and why.
      * Each input is housekept only if DAY02-AUTH.DAT allows the
      * operator to run DAY02HKP against it (see DAY02AU); a refused
      * input is left alone and the run ends 12.
      * Numbered generations (see DAY02GN): every generation of an
      * authorised input that DAY02-GENCAT.DAT shows ROLLED past the
      * generation limit is archived whatever its age, each into its
      * own <input>.Gnnnn.ARCH-yyyymmdd so DAY02RST brings it back
      * under its generation names and never over the live set, and
      * is then catalogued ARCHIVED. GEN=-n housekeeps that held
      * generation of each input in place of the live set, subject
      * to the retention age from its catalogued run; GEN=0 is the
      * live set, as without GEN=.
      * Usage: day02hkp <manifest of input names> [RETAIN=days]
      *                 [GEN=0|-n]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02HKP.
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

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

       DATA DIVISION.
           FILE SECTION.
               FD ManifestFile.
               FD PurgeFile.
               01 PurgeRecord PIC X(200).

               FD AuthFile.
               01 AuthRecord PIC X(200).

               FD SecurityJournalFile.
               01 SecurityJournalRecord PIC X(400).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

           WORKING-STORAGE SECTION.
               01 ManifestFileName        PIC X(100).
               01 RetainControlFileName   PIC X(40)
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
               01 AnySideFound            PIC X(1) VALUE 'N'.
               01 KeptCount               PIC 9(4) VALUE 0.
               01 DeleteResult            PIC S9(9) VALUE 0.
               01 RunRc                   PIC 9(2) VALUE 0.
               01 GenRequested            PIC X(1) VALUE 'N'.
               01 HkpInputName            PIC X(100).
               01 GenRollIndex            PIC 9(3) VALUE 0.
               01 GenArchivedBefore       PIC 9(4) VALUE 0.
               01 GenArchivedCount        PIC 9(4) VALUE 0.
               COPY DAY02AU.
               COPY DAY02GN.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.

           IF ManifestFileName = SPACES THEN
               DISPLAY "Usage: day02hkp <manifest> [RETAIN=days] "
                       "[GEN=0|-n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF GenRequested = 'Y'
               PERFORM ParseRelativeGeneration
               IF GnOffsetValid NOT = 'Y'
                   DISPLAY "GEN= takes 0 or -n, not "
                           FUNCTION TRIM(GnRelativeText)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM LoadRetentionPolicy.

           MOVE FUNCTION CURRENT-DATE TO TodayStamp.
           CLOSE PurgeFile.

           DISPLAY "Housekeeping: " ArchivedCount " input(s) "
                   "archived, " KeptCount " kept, "
                   GenArchivedCount " generation(s) archived; see "
                   FUNCTION TRIM(PurgeFileName).
           MOVE RunRc TO RETURN-CODE.
           STOP RUN.
                       COMPUTE RetainDays = FUNCTION NUMVAL(ArgValue)
                       MOVE 'Y' TO RetainOverridden
                   END-IF
               WHEN "GEN"
                   MOVE 'Y' TO GenRequested
                   MOVE FUNCTION TRIM(ArgValue) TO GnRelativeText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The audit log is the proof of completion: no entry for an
      * input means its last run may have died mid-write, so nothing
      * of that input is touched, the .CKPT least of all.
      * An input the operator may not housekeep is left exactly as
      * it is and the run ends 12, so the refusal cannot pass for a
      * clean night.
       HousekeepOneInput.
           MOVE "DAY02HKP" TO AuProgramName.
           MOVE FileName TO AuInputName.
           PERFORM CheckOperatorAuthority.
           IF AuGranted NOT = 'Y'
               ADD 1 TO KeptCount
               MOVE SPACES TO PurgeRecord
               STRING "REFUSED "              DELIMITED BY SIZE
                      FUNCTION TRIM(FileName) DELIMITED BY SIZE
                      ": operator "           DELIMITED BY SIZE
                      FUNCTION TRIM(AuOperatorId)
                                              DELIMITED BY SIZE
                      " is not authorised"    DELIMITED BY SIZE
                      INTO PurgeRecord
               WRITE PurgeRecord
               DISPLAY "Operator " FUNCTION TRIM(AuOperatorId)
                       " is not authorised to run DAY02HKP against "
                       FUNCTION TRIM(FileName)
               MOVE 12 TO RunRc
           ELSE
               IF GnOffset > 0
                   PERFORM HousekeepOneGeneration
               ELSE
                   PERFORM HousekeepAuthorisedInput
               END-IF
               PERFORM ArchiveRolledGenerations
           END-IF.

       HousekeepAuthorisedInput.
           PERFORM FindLastAuditEntry.

           IF AuditFound = 'N'
               END-IF
           END-IF.

      * GEN=-n: the held generation is aged from the run that
      * wrote it, as the catalogue records it, rather than from the
      * audit log, whose latest entry belongs to the live set.
       HousekeepOneGeneration.
           MOVE FileName TO HkpInputName, GnInputName.
           PERFORM LoadGenerations.
           PERFORM ResolveGeneration.

           IF GnResolved NOT = 'Y'
               ADD 1 TO KeptCount
               MOVE SPACES TO PurgeRecord
               STRING "KEPT "                 DELIMITED BY SIZE
                      FUNCTION TRIM(FileName) DELIMITED BY SIZE
                      ": generation "         DELIMITED BY SIZE
                      FUNCTION TRIM(GnRelativeText)
                                              DELIMITED BY SIZE
                      " is not held"          DELIMITED BY SIZE
                      INTO PurgeRecord
               WRITE PurgeRecord
           ELSE
               COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(GnRunStamp(GnWantedIndex)(1:8)))
               COMPUTE RunAgeDays = TodayInt - RunDateInt
               IF RunAgeDays < RetainDays
                   ADD 1 TO KeptCount
                   MOVE SPACES TO PurgeRecord
                   STRING "KEPT "             DELIMITED BY SIZE
                          FUNCTION TRIM(GnBaseName)
                                              DELIMITED BY SIZE
                          ": run "            DELIMITED BY SIZE
                          GnRunStamp(GnWantedIndex)(1:8)
                                              DELIMITED BY SIZE
                          " is inside retention"
                                              DELIMITED BY SIZE
                          INTO PurgeRecord
                   WRITE PurgeRecord
               ELSE
                   PERFORM ArchiveOneGeneration
               END-IF
           END-IF.

      * Generations the catalogue has rolled past the limit go
      * whatever their age: the limit, not the retention age,
      * decides how many sets of an input are held.
       ArchiveRolledGenerations.
           MOVE FileName TO HkpInputName, GnInputName.
           PERFORM LoadGenerations.
           PERFORM VARYING GenRollIndex FROM 1 BY 1
               UNTIL GenRollIndex > GnEntryCount
               IF GnState(GenRollIndex) = "ROLLED"
                   MOVE GenRollIndex TO GnWantedIndex
                   PERFORM ArchiveOneGeneration
               END-IF
           END-PERFORM.

      * The generation's files are archived through the same path
      * as an input's, under the generation's own name. It is
      * catalogued ARCHIVED once they are safely in the archive, or
      * when none of them is left to archive.
       ArchiveOneGeneration.
           MOVE GnNumber(GnWantedIndex) TO GnNumberText.
           PERFORM BuildGenerationBase.
           MOVE GnBaseName TO FileName.
           MOVE GnRunStamp(GnWantedIndex) TO AuditTimestamp.
           MOVE ArchivedCount TO GenArchivedBefore.
           PERFORM ArchiveOneInput.

           IF ArchivedCount > GenArchivedBefore
              OR AnySideFound = 'N'
               IF ArchivedCount > GenArchivedBefore
                   SUBTRACT 1 FROM ArchivedCount
                   ADD 1 TO GenArchivedCount
               ELSE
                   SUBTRACT 1 FROM KeptCount
               END-IF
               MOVE GnNumber(GnWantedIndex)  TO GnWriteNumber
               MOVE "ARCHIVED"               TO GnWriteState
               MOVE GnRunStamp(GnWantedIndex) TO GnWriteStamp
               MOVE GnGames(GnWantedIndex)   TO GnWriteGames
               MOVE GnInvalid(GnWantedIndex) TO GnWriteInvalid
               MOVE GnPart1(GnWantedIndex)   TO GnWritePart1
               MOVE GnPart2(GnWantedIndex)   TO GnWritePart2
               PERFORM WriteGenerationRecord
               IF GnWriteFailed = 'Y'
                   IF RunRc < 8
                       MOVE 8 TO RunRc
                   END-IF
               ELSE
                   MOVE "ARCHIVED" TO GnState(GnWantedIndex)
               END-IF
           END-IF.
           MOVE HkpInputName TO FileName.

       FindLastAuditEntry.
           MOVE 'N' TO AuditFound.
           MOVE 'N' TO ReachedEndOfAudit.
       ProbeSideFiles.
           MOVE 'N' TO AnySideFound.
           PERFORM VARYING SuffixIndex FROM 1 BY 1
               UNTIL SuffixIndex > 16 OR AnySideFound = 'Y'
               PERFORM BuildSideFileName
               OPEN INPUT SideFile
               IF SideStatus = "00"
               MOVE 'N' TO InputArchiveFailed
               PERFORM ArchiveOneSideFile
                   VARYING SuffixIndex FROM 1 BY 1
                   UNTIL SuffixIndex > 16
               CLOSE ArchiveFile
               MOVE SPACES TO PurgeRecord
               IF InputArchiveFailed = 'Y'
                      INTO PurgeRecord
           END-IF.
           WRITE PurgeRecord.

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

      * "0" is the live set and "-n" the nth held generation back
      * from it; anything else leaves GnOffsetValid at 'N'.
       ParseRelativeGeneration.
           MOVE 'N' TO GnOffsetValid.
           MOVE 0 TO GnOffset.
           IF FUNCTION TRIM(GnRelativeText) = "0"
               MOVE 'Y' TO GnOffsetValid
           ELSE
               IF GnRelativeText(1:1) = "-"
                  AND FUNCTION TRIM(GnRelativeText(2:)) NUMERIC
                   COMPUTE GnOffset
                       = FUNCTION NUMVAL(GnRelativeText(2:))
                   IF GnOffset > 0
                       MOVE 'Y' TO GnOffsetValid
                   END-IF
               END-IF
           END-IF.

      * Turns GnOffset into GnBaseName, the name the generation's
      * files hang off: the input itself for the live set, else
      * <input>.Gnnnn. GnWanted is its absolute number and
      * GnNextStamp the run stamp of the generation that replaced
      * it (spaces for the live set). Counting back from the live
      * set, only ACTIVE generations are held and so only they count.
       ResolveGeneration.
           MOVE 'N' TO GnResolved.
           MOVE 0 TO GnWanted, GnWantedIndex.
           MOVE SPACES TO GnNextStamp, GnBaseName.
           IF GnOffset = 0
               MOVE 'Y' TO GnResolved
               MOVE GnHighest TO GnWanted, GnNumberText
               PERFORM FindGenerationEntry
               MOVE GnSlot TO GnWantedIndex
               MOVE GnInputName TO GnBaseName
           ELSE
               IF GnHighest > 1
                   COMPUTE GnCeiling = GnHighest - 1
                   MOVE 0 TO GnStep
                   MOVE 'Y' TO GnSearching
                   PERFORM UNTIL GnSearching = 'N'
                       PERFORM FindActiveGeneration
                       IF GnCandidate = 0
                           MOVE 'N' TO GnSearching
                       ELSE
                           ADD 1 TO GnStep
                           IF GnStep = GnOffset
                               MOVE 'Y' TO GnResolved
                               MOVE 'N' TO GnSearching
                           ELSE
                               COMPUTE GnCeiling = GnCandidate - 1
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF GnResolved = 'Y'
                   MOVE GnCandidate      TO GnWanted
                   MOVE GnCandidateIndex TO GnWantedIndex
                   COMPUTE GnNumberText = GnWanted + 1
                   PERFORM FindGenerationEntry
                   IF GnSlot > 0
                       MOVE GnRunStamp(GnSlot) TO GnNextStamp
                   END-IF
                   MOVE GnWanted TO GnNumberText
                   PERFORM BuildGenerationBase
               END-IF
           END-IF.

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

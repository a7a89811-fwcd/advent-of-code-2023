      *   POWER>nnnn      also POWER<nnnn
      *   MAXRED>nnn      also <, and MAXGREEN/MAXBLUE the same
      * Blank records and records starting '*' are skipped.
      * GEN=0|-n (either mode) also answers each game from one
      * generation of the input's extract as catalogued on
      * DAY02-GENCAT.DAT - GEN=-1 is the set the last run rolled to
      * <input>.Gnnnn.EXTRACT - so a query can show how a game stood
      * before the latest rerun next to how it stands on master.
      * Every dispute case not yet closed against a game shown (see
      * DAY02DSP) is listed under it with its status and the figure
      * in dispute.
      * Usage: day02inq <path to input> [BATCH=Y] [GEN=0|-n]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02INQ.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ReportStatus.

                   SELECT GenExtractFile
                   ASSIGN TO GenExtractFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GenExtractStatus.

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

                   SELECT CaseFile
                   ASSIGN TO DsFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DcCaseNumber
                   FILE STATUS IS DsFileStatus.

       DATA DIVISION.
           FILE SECTION.
               FD MasterFile.
               FD ReportFile.
               01 ReportRecord PIC X(260).

               FD GenExtractFile.
               COPY DAY02EX.

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

               FD CaseFile.
               COPY DAY02DC.

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 MasterFileName          PIC X(120).
               01 RangeTo                 PIC 9(9) VALUE 0.
               01 ReachedEndOfMaster      PIC X(1) VALUE 'N'.
               01 RunRc                   PIC 9(2) VALUE 0.
               01 GenRequested            PIC X(1) VALUE 'N'.
               01 GenExtractFileName      PIC X(130).
               01 GenExtractStatus        PIC XX.
               01 ReachedEndOfGenExtract  PIC X(1) VALUE 'N'.
               01 GenGameNumberText       PIC X(7).
               01 GenGameNumber           PIC 9(9) VALUE 0.
               01 GenGameTable.
                   05 GenGameEntry OCCURS 1000000 TIMES.
                       10 GgSeen          PIC X(1).
                       10 GgValid         PIC X(1).
                       10 GgPower         PIC 9(9).
               COPY DAY02GN.
               COPY DAY02DS.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.

           IF FileName = SPACES THEN
               DISPLAY "Usage: day02inq <path to input> [BATCH=Y] "
                       "[GEN=0|-n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.

           IF GenRequested = 'Y'
               PERFORM LoadGenerationExtract
           END-IF.

      * Cases are read once, up front, like the generation extract;
      * a case opened while a console session runs shows next time.
           MOVE FileName TO DsInputName.
           PERFORM LoadOpenCases.

           IF BatchMode = 'Y'
               PERFORM RunBatchInquiry
           ELSE
                   IF FUNCTION TRIM(ArgValue) = "Y"
                       MOVE 'Y' TO BatchMode
                   END-IF
               WHEN "GEN"
                   MOVE 'Y' TO GenRequested
                   MOVE FUNCTION TRIM(ArgValue) TO GnRelativeText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RunConsoleInquiry.
           IF GenRequested = 'Y'
               PERFORM ReportGenerationHeader
           END-IF.

           PERFORM UNTIL InquiryDone = 'Y'
               DISPLAY "Game number (blank to quit)? "
                   WITH NO ADVANCING
                                             DELIMITED BY SIZE
                          INTO InqLine
                   PERFORM EmitInqLine
                   IF GenRequested = 'Y'
                       PERFORM ReportGenerationHeader
                   END-IF

                   PERFORM UNTIL ReachedEndOfRequests = 'Y'
                       READ RequestFile
                  INTO InqLine.
           PERFORM EmitInqLine.

           IF GenRequested = 'Y'
               PERFORM ReportGenerationGame
           END-IF.

           PERFORM ReportOpenCases.

           PERFORM ReportOneCubeSet VARYING CubeSetIndex
               FROM 1 BY 1 UNTIL CubeSetIndex > 48.

      * The generation's extract is read once, up front, into a
      * table indexed directly by game number (the DAY02DIFF trick),
      * so a range or criteria request costs nothing extra per game.
       LoadGenerationExtract.
           PERFORM ParseRelativeGeneration.
           IF GnOffsetValid = 'Y'
               MOVE FileName TO GnInputName
               PERFORM LoadGenerations
               PERFORM ResolveGeneration
           END-IF.
           IF GnOffsetValid NOT = 'Y' OR GnResolved NOT = 'Y'
               DISPLAY "Generation " FUNCTION TRIM(GnRelativeText)
                       " of " FUNCTION TRIM(FileName) " is not held"
               CLOSE MasterFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO GenExtractFileName.
           STRING FUNCTION TRIM(GnBaseName) DELIMITED BY SIZE
                  ".EXTRACT"                DELIMITED BY SIZE
                  INTO GenExtractFileName.

           INITIALIZE GenGameTable.
           OPEN INPUT GenExtractFile.
           IF GenExtractStatus NOT = "00"
               DISPLAY "Unable to open extract "
                       FUNCTION TRIM(GenExtractFileName)
                       ", status " GenExtractStatus
               CLOSE MasterFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL ReachedEndOfGenExtract = 'Y'
               READ GenExtractFile
                   AT END
                       MOVE 'Y' TO ReachedEndOfGenExtract
                   NOT AT END
                       IF ExDetailRecord
                           PERFORM TakeGenerationGame
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GenExtractFile.

       TakeGenerationGame.
           MOVE ExGameName(6:7) TO GenGameNumberText.
           IF FUNCTION TRIM(GenGameNumberText) NOT = SPACES
              AND FUNCTION TRIM(GenGameNumberText) NUMERIC
               COMPUTE GenGameNumber
                   = FUNCTION NUMVAL(GenGameNumberText)
               IF GenGameNumber >= 1 AND GenGameNumber <= 1000000
                   MOVE 'Y'         TO GgSeen(GenGameNumber)
                   MOVE ExGameValid TO GgValid(GenGameNumber)
                   MOVE ExPower     TO GgPower(GenGameNumber)
               END-IF
           END-IF.

       ReportGenerationHeader.
           MOVE SPACES TO InqLine.
           IF GnWantedIndex > 0
               STRING "Generation "              DELIMITED BY SIZE
                      GnWanted                   DELIMITED BY SIZE
                      " ("                       DELIMITED BY SIZE
                      FUNCTION TRIM(GnRelativeText)
                                                 DELIMITED BY SIZE
                      ") run "                   DELIMITED BY SIZE
                      GnRunStamp(GnWantedIndex)(1:14)
                                                 DELIMITED BY SIZE
                      " games="                  DELIMITED BY SIZE
                      GnGames(GnWantedIndex)     DELIMITED BY SIZE
                      " invalid="                DELIMITED BY SIZE
                      GnInvalid(GnWantedIndex)   DELIMITED BY SIZE
                      " Part1="                  DELIMITED BY SIZE
                      GnPart1(GnWantedIndex)     DELIMITED BY SIZE
                      " Part2="                  DELIMITED BY SIZE
                      GnPart2(GnWantedIndex)     DELIMITED BY SIZE
                      INTO InqLine
           ELSE
               STRING "Generation "              DELIMITED BY SIZE
                      FUNCTION TRIM(GnRelativeText)
                                                 DELIMITED BY SIZE
                      " read from "              DELIMITED BY SIZE
                      FUNCTION TRIM(GenExtractFileName)
                                                 DELIMITED BY SIZE
                      INTO InqLine
           END-IF.
           PERFORM EmitInqLine.

       ReportGenerationGame.
           MOVE SPACES TO InqLine.
           IF MsGameNumber >= 1 AND MsGameNumber <= 1000000
              AND GgSeen(MsGameNumber) = 'Y'
               STRING "  Generation "            DELIMITED BY SIZE
                      FUNCTION TRIM(GnRelativeText)
                                                 DELIMITED BY SIZE
                      ": Valid="                 DELIMITED BY SIZE
                      GgValid(MsGameNumber)      DELIMITED BY SIZE
                      " Power="                  DELIMITED BY SIZE
                      GgPower(MsGameNumber)      DELIMITED BY SIZE
                      INTO InqLine
           ELSE
               STRING "  Generation "            DELIMITED BY SIZE
                      FUNCTION TRIM(GnRelativeText)
                                                 DELIMITED BY SIZE
                      ": not in its extract"     DELIMITED BY SIZE
                      INTO InqLine
           END-IF.
           PERFORM EmitInqLine.

       ReportOpenCases.
           PERFORM VARYING DsIndex FROM 1 BY 1
               UNTIL DsIndex > DsCaseCount
               IF DsGameNumber(DsIndex) = MsGameNumber
                   MOVE SPACES TO InqLine
                   STRING "  Dispute case "       DELIMITED BY SIZE
                          DsCaseNumber(DsIndex)   DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          DsCaseStatus(DsIndex)   DELIMITED BY SPACE
                          ": "                    DELIMITED BY SIZE
                          DsFigure(DsIndex)       DELIMITED BY SPACE
                          " claimed "             DELIMITED BY SIZE
                          FUNCTION TRIM(DsClaimedValue(DsIndex))
                                                  DELIMITED BY SIZE
                          ", recorded "           DELIMITED BY SIZE
                          FUNCTION TRIM(DsRecordedValue(DsIndex))
                                                  DELIMITED BY SIZE
                          ", raised "             DELIMITED BY SIZE
                          DsOpenedDate(DsIndex)   DELIMITED BY SIZE
                          " by "                  DELIMITED BY SIZE
                          FUNCTION TRIM(DsRaisedBy(DsIndex))
                                                  DELIMITED BY SIZE
                          INTO InqLine
                   PERFORM EmitInqLine
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

      * Re-parse the stored raw cube set the same way ProcessCubeSet
      * does, then hold each colour against the capacity limits that
      * were stored with the record.
               WHEN 'b' MOVE CubeCount(CubeStackIndex) TO Blue
               WHEN OTHER CONTINUE
           END-EVALUATE.

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

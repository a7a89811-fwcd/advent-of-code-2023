      * report flags. Matching uses the same direct-indexed
      * seen-table trick as the main run's sequence control, so the
      * compare is one pass over each file.
      * PRIOR= also takes a relative generation from the generation
      * catalogue DAY02-GENCAT.DAT in place of a path: PRIOR=-1 is
      * the extract the last run rolled to <input>.Gnnnn.EXTRACT,
      * so no copy need be saved by hand. GEN=-n compares an
      * earlier generation in place of the live extract.
      * Usage: day02diff <path to input> PRIOR=<path to prior copy>
      *                  or PRIOR=0|-n [GEN=0|-n]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02DIFF.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DiffStatus.

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

       DATA DIVISION.
           FILE SECTION.
               FD ExtractFile.
               FD DiffFile.
               01 DiffRecord PIC X(200).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 ExtractFileName         PIC X(120).
               01 DeltaPart2Display       PIC +(9)9.
               01 DiffWriteFailed         PIC X(1) VALUE 'N'.
               01 RunRc                   PIC 9(2) VALUE 0.
               01 CurrentBaseName         PIC X(110).
               01 GenRequested            PIC X(1) VALUE 'N'.
               01 CurrentRelativeText     PIC X(8).
               01 PriorRelative           PIC X(1) VALUE 'N'.
               01 PriorRelativeText       PIC X(8).
               COPY DAY02GN.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.

           IF FileName = SPACES OR PriorFileName = SPACES THEN
               DISPLAY "Usage: day02diff <path to input> "
                       "PRIOR=<path to prior extract copy>|0|-n "
                       "[GEN=0|-n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FileName TO CurrentBaseName.
           IF GenRequested = 'Y' OR PriorRelative = 'Y'
               PERFORM ResolveDiffGenerations
           END-IF.

           MOVE SPACES TO ExtractFileName.
           STRING FUNCTION TRIM(CurrentBaseName) DELIMITED BY SIZE
                  ".EXTRACT"            DELIMITED BY SIZE
                  INTO ExtractFileName.

           EVALUATE FUNCTION TRIM(ArgKey)
               WHEN "PRIOR"
                   MOVE ArgValue TO PriorFileName
                   MOVE FUNCTION TRIM(ArgValue) TO GnRelativeText
                   PERFORM ParseRelativeGeneration
                   IF GnOffsetValid = 'Y'
                       MOVE 'Y' TO PriorRelative
                       MOVE GnRelativeText TO PriorRelativeText
                   END-IF
               WHEN "GEN"
                   MOVE 'Y' TO GenRequested
                   MOVE FUNCTION TRIM(ArgValue) TO CurrentRelativeText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                  INTO DiffRecord.
           PERFORM WriteDiffRecord.

           IF GenRequested = 'Y'
               MOVE SPACES TO DiffRecord
               STRING "Current side read from "   DELIMITED BY SIZE
                      FUNCTION TRIM(ExtractFileName)
                                                  DELIMITED BY SIZE
                      INTO DiffRecord
               PERFORM WriteDiffRecord
           END-IF.

      * Either side named as a relative generation is looked up on
      * the catalogue; one that is not held is an operator error.
       ResolveDiffGenerations.
           MOVE FileName TO GnInputName.
           PERFORM LoadGenerations.

           IF GenRequested = 'Y'
               MOVE CurrentRelativeText TO GnRelativeText
               PERFORM ParseRelativeGeneration
               IF GnOffsetValid = 'Y'
                   PERFORM ResolveGeneration
               END-IF
               IF GnOffsetValid NOT = 'Y' OR GnResolved NOT = 'Y'
                   DISPLAY "Generation "
                           FUNCTION TRIM(CurrentRelativeText)
                           " of " FUNCTION TRIM(FileName)
                           " is not held"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE GnBaseName TO CurrentBaseName
           END-IF.

           IF PriorRelative = 'Y'
               MOVE PriorRelativeText TO GnRelativeText
               PERFORM ParseRelativeGeneration
               PERFORM ResolveGeneration
               IF GnResolved NOT = 'Y'
                   DISPLAY "Generation "
                           FUNCTION TRIM(PriorRelativeText)
                           " of " FUNCTION TRIM(FileName)
                           " is not held"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO PriorFileName
               STRING FUNCTION TRIM(GnBaseName) DELIMITED BY SIZE
                      ".EXTRACT"                DELIMITED BY SIZE
                      INTO PriorFileName
           END-IF.

       LoadPriorExtract.
           OPEN INPUT PriorFile.
           IF PriorStatus NOT = "00"
                       DiffFileName ", status " DiffStatus
               MOVE 8 TO RunRc
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

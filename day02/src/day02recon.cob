      * extract is caught before a downstream report consumes it.
      * Writes a .BALANCE report that either says IN BALANCE or lists
      * every discrepancy it found.
      * GEN= balances an earlier generation instead of the live set:
      * GEN=-1 reads the <input>.Gnnnn extract and summary the
      * generation catalogue DAY02-GENCAT.DAT names as the last set
      * before the live one, proves it against the last audit entry
      * logged before the run that replaced it, and writes its
      * report as <input>.Gnnnn.BALANCE. GEN=0 is the live set.
      * Usage: day02recon <path to input> [GEN=0|-n]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02RECON.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BalanceStatus.

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

       DATA DIVISION.
           FILE SECTION.
               FD ExtractFile.
               FD BalanceFile.
               01 BalanceRecord PIC X(132).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 ExtractFileName         PIC X(120).
               01 CompareLeft             PIC 9(9) VALUE 0.
               01 CompareRight            PIC 9(9) VALUE 0.
               01 DiscrepancyCount        PIC 9(4) VALUE 0.
               01 ArgNumber               PIC 9(2) VALUE 1.
               01 MoreArgs                PIC X(1) VALUE 'Y'.
               01 CommandArg              PIC X(60).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(40).
               01 GenRequested            PIC X(1) VALUE 'N'.
               COPY DAY02GN.

       PROCEDURE DIVISION.
           PERFORM ParseCommandLine.

           IF FileName = SPACES THEN
               DISPLAY "Usage: day02recon <path to input> "
                       "[GEN=0|-n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FileName TO GnInputName, GnBaseName.
           MOVE SPACES TO GnNextStamp.
           IF GenRequested = 'Y'
               PERFORM ParseRelativeGeneration
               IF GnOffsetValid NOT = 'Y'
                   DISPLAY "GEN= takes 0 or -n, not "
                           FUNCTION TRIM(GnRelativeText)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LoadGenerations
               PERFORM ResolveGeneration
               IF GnResolved NOT = 'Y'
                   DISPLAY "Generation "
                           FUNCTION TRIM(GnRelativeText) " of "
                           FUNCTION TRIM(FileName) " is not held"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Balancing generation " GnWanted " of "
                       FUNCTION TRIM(FileName) " from "
                       FUNCTION TRIM(GnBaseName)
           END-IF.

           MOVE SPACES TO ExtractFileName.
           STRING FUNCTION TRIM(GnBaseName) DELIMITED BY SIZE
                  ".EXTRACT"            DELIMITED BY SIZE
                  INTO ExtractFileName.

           MOVE SPACES TO SummaryFileName.
           STRING FUNCTION TRIM(GnBaseName) DELIMITED BY SIZE
                  ".SUMMARY"            DELIMITED BY SIZE
                  INTO SummaryFileName.

           MOVE SPACES TO BalanceFileName.
           STRING FUNCTION TRIM(GnBaseName) DELIMITED BY SIZE
                  ".BALANCE"            DELIMITED BY SIZE
                  INTO BalanceFileName.

           STOP RUN.

       ParseCommandLine.
           MOVE 1 TO ArgNumber.
           DISPLAY ArgNumber UPON ARGUMENT-NUMBER.
           ACCEPT FileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO FileName
           END-ACCEPT.

           ADD 1 TO ArgNumber.
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
               WHEN "GEN"
                   MOVE 'Y' TO GenRequested
                   MOVE FUNCTION TRIM(ArgValue) TO GnRelativeText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Re-add every 'D' record: the valid-game number sum must come
      * back to Part 1 and the power sum to Part 2.
       ReadExtractFile.
               DELIMITED BY " | "
               INTO AuditTimestamp, AuditEntryName, AuditCounters.

      * An earlier generation answers to the last entry logged
      * before the run that replaced it, not to the latest one.
           IF FUNCTION TRIM(AuditEntryName)
                   = FUNCTION TRIM(FileName)
              AND (GnNextStamp = SPACES
                   OR AuditTimestamp < GnNextStamp)
               MOVE SPACES TO AuditFiller, AuditGamesText,
                              AuditInvalidText, AuditPart1Text,
                              AuditPart2Text
                  INTO BalanceRecord.
           WRITE BalanceRecord.

           IF GenRequested = 'Y'
               MOVE SPACES TO BalanceRecord
               STRING "Generation "             DELIMITED BY SIZE
                      GnWanted                  DELIMITED BY SIZE
                      " ("                      DELIMITED BY SIZE
                      FUNCTION TRIM(GnRelativeText)
                                                DELIMITED BY SIZE
                      ") from "                 DELIMITED BY SIZE
                      FUNCTION TRIM(GnBaseName) DELIMITED BY SIZE
                      INTO BalanceRecord
               WRITE BalanceRecord
           END-IF.

           MOVE SPACES TO BalanceRecord.
           STRING "Extract: games="             DELIMITED BY SIZE
                  ExtractGameCount              DELIMITED BY SIZE
                      INTO BalanceRecord
           END-IF.
           WRITE BalanceRecord.

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

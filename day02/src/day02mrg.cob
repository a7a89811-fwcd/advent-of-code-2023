      * Merge step for partitioned DAY02 runs. Each partition ran
      * "day02 <input> PART=k,from,to" and left its side files under
      * <input>.Pnn; this job folds the partial .EXTRACT, .DETAIL,
      * .REJECT, .SEQERR, .SCREEN, .DUPS, .BREACH, .MASTER and
      * checkpoint results into the one set of side files a straight
      * run produces - .EXTRACT, .SUMMARY, .TREND, .MASTER, the
      * sequence report, the screening file, the duplicates report,
      * the breach analysis and the DAY02-AUDIT.LOG entry - so
      * DAY02RECON, DAY02HIST and DAY02HKP cannot tell a merged run
      * from a straight one. The per-partition checkpoints carry the
      * Part1/Part2 totals and the full trend state, so the merged
      * summary and trend report are recomputed exactly.
      * Cross-partition duplicate game numbers and boundary gaps -
      * which no single partition can see - are flagged onto the
      * merged .SEQERR. The merged run's judgements are posted to
      * the permanent game history and the partitions' content
      * signatures to DAY02-GAMESIG.DAT (the partitions hold off so
      * they never fight over either). The .Pnn side files are
      * deleted once everything merged cleanly. Like a straight run,
      * the merge rolls the input's live .DETAIL, .EXTRACT, .SUMMARY,
      * .TREND and .RANKING to a numbered generation before writing
      * the new set and catalogues it on DAY02-GENCAT.DAT.
      * Usage: day02mrg <path to input> PARTS=n

       IDENTIFICATION DIVISION.
                   RECORD KEY IS GhKey
                   FILE STATUS IS GameHistStatus.

                   SELECT GameSigFile
                   ASSIGN TO GameSigFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GameSigStatus.

                   SELECT CkptOutFile
                   ASSIGN TO CkptOutFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EojStatus.

                   SELECT GenCatFile
                   ASSIGN TO GnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnStatus.

                   SELECT GenLimitFile
                   ASSIGN TO GnLimitFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnLimitStatus.

                   SELECT GenProbeFile
                   ASSIGN TO GnLiveName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GnProbeStatus.

       DATA DIVISION.
           FILE SECTION.
               FD PartCkptFile.
               FD GameHistFile.
               COPY DAY02GH.

               FD GameSigFile.
               01 GameSigRecord PIC X(200).

               FD CkptOutFile.
               01 CkptOutRecord PIC X(300).

               FD EojFile.
               01 EojRecord PIC X(200).

               FD GenCatFile.
               01 GenCatRecord PIC X(240).

               FD GenLimitFile.
               01 GenLimitRecord PIC X(40).

               FD GenProbeFile.
               01 GenProbeRecord PIC X(80).

           WORKING-STORAGE SECTION.
               01 FileName                PIC X(100).
               01 PartBaseName            PIC X(110).
               01 PartMasterStatus        PIC XX.
               01 MasterStatus            PIC XX.
               01 GameHistStatus          PIC XX.
               01 GameSigFileName         PIC X(40)
                                          VALUE "DAY02-GAMESIG.DAT".
               01 GameSigStatus           PIC XX.
               01 GsGameText              PIC X(12).
               01 GsSigText               PIC X(20).
               01 GsLineText              PIC X(12).
               01 GsStampText             PIC X(21).
               01 GsInputText             PIC X(100).
               01 AuditStatus             PIC XX.
               01 EojStatus               PIC XX.
               01 CkptOutStatus           PIC XX.
               01 EojGames                PIC 9(9) VALUE 0.
               01 EojRejects              PIC 9(9) VALUE 0.
               01 CkptVersionOut          PIC X(4) VALUE "V2".
               01 MergedAsOfName          PIC X(12) VALUE SPACES.
               01 ColourIndex             PIC 9(1) VALUE 0.
               01 TrendTable.
                   05 TrendColour OCCURS 3 TIMES.
                   05 FILLER PIC X(9) VALUE ".DETAIL  ".
                   05 FILLER PIC X(9) VALUE ".REJECT  ".
                   05 FILLER PIC X(9) VALUE ".SEQERR  ".
                   05 FILLER PIC X(9) VALUE ".SCREEN  ".
                   05 FILLER PIC X(9) VALUE ".DUPS    ".
               01 CopySuffixes REDEFINES CopySuffixTable.
                   05 CopySuffix          PIC X(9) OCCURS 5 TIMES.
               01 PurgeSuffixTable.
                   05 FILLER PIC X(9) VALUE ".DETAIL  ".
                   05 FILLER PIC X(9) VALUE ".REJECT  ".
                   05 FILLER PIC X(9) VALUE ".MASTER  ".
                   05 FILLER PIC X(9) VALUE ".RANKING ".
                   05 FILLER PIC X(9) VALUE ".EOJ     ".
                   05 FILLER PIC X(9) VALUE ".SCREEN  ".
                   05 FILLER PIC X(9) VALUE ".DUPS    ".
                   05 FILLER PIC X(9) VALUE ".GAMESIG ".
                   05 FILLER PIC X(9) VALUE ".BREACH  ".
               01 PurgeSuffixes REDEFINES PurgeSuffixTable.
                   05 PurgeSuffix         PIC X(9) OCCURS 14 TIMES.
               01 PurgeIndex              PIC 9(2) VALUE 0.
               01 PurgeFileName           PIC X(140).
               01 InvalidGameCount        PIC 9(6) VALUE 0.
               01 MergeFailed             PIC X(1) VALUE 'N'.
               01 GameHistUsable          PIC X(1) VALUE 'N'.
               01 RunRc                   PIC 9(2) VALUE 0.
               01 BreachType              PIC X(8).
               01 BreachTypeWanted        PIC X(8).
               01 BreachField2            PIC X(60).
               01 BreachField3            PIC X(21).
               01 BreachField4            PIC X(12).
               01 BreachField5            PIC X(12).
               01 BreachField6            PIC X(100).
               01 BreachGames             PIC 9(6) VALUE 0.
               01 BreachInvalid           PIC 9(6) VALUE 0.
               01 BreachLimitsText        PIC X(100).
               01 BreachIndex             PIC 9(3) VALUE 0.
               01 BreachFound             PIC X(1) VALUE 'N'.
               01 BreachKeyCount          PIC 9(3) VALUE 0.
               01 BreachKeyTable.
                   05 BreachKeyEntry OCCURS 300 TIMES.
                       10 BkType          PIC X(8).
                       10 BkKey           PIC X(60).
                       10 BkCount1        PIC 9(6).
                       10 BkCount2        PIC 9(6).
                       10 BkCount3        PIC 9(6).
               01 BreachSetTable.
                   05 BreachSetGames      PIC 9(6) OCCURS 48 TIMES.
               COPY DAY02GN.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO StartStamp.
           END-PERFORM.

           PERFORM ReadPartCheckpoints.

      * The merged set is a new generation of the input just as a
      * straight run's would be. Only once every partition has been
      * proven finished is the live set rolled; a roll cut short
      * leaves it part renamed, so nothing is merged over it and the
      * partition side files stay for a rerun.
           PERFORM LoadGenerationLimit.
           PERFORM RollGenerations.
           IF GnRollFailed = 'Y'
               DISPLAY "Generations of " FUNCTION TRIM(FileName)
                       " could not be rolled; merge not run"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MergeExtracts.
           PERFORM CopyPassThroughSides.
           PERFORM MergeBreachReports.
           PERFORM MergeMasters.
           PERFORM WriteMergedSummary.
           PERFORM WriteMergedTrend.
           PERFORM WriteMergedCheckpoint.
           PERFORM WriteMergedRanking.
           PERFORM WriteAuditRecord.
      * A merge that fell short leaves the new generation catalogued
      * with no totals rather than with ones the files do not hold.
           IF GnStartFailed NOT = 'Y' AND MergeFailed NOT = 'Y'
               PERFORM CatalogueGeneration
               IF GnWriteFailed = 'Y' AND RunRc < 8
                   MOVE 8 TO RunRc
               END-IF
           END-IF.

           IF MergeFailed = 'Y'
               DISPLAY "Merge incomplete; partition side files kept"

           CLOSE PartCkptFile.

           IF PartIndex = 1
               PERFORM TakePartAsOfDate
           END-IF.

      * Every partition was judged under the same capacity as-of
      * date, so the first partition's summary stamp is carried onto
      * the merged summary for DAY02FIX and DAY02POST to read back.
       TakePartAsOfDate.
           MOVE SPACES TO PartSideFileName.
           STRING FUNCTION TRIM(PartBaseName) DELIMITED BY SIZE
                  ".SUMMARY"            DELIMITED BY SIZE
                  INTO PartSideFileName.
           OPEN INPUT PartSideFile.
           IF PartSideStatus = "00"
               READ PartSideFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PartSideRecord(1:1) = 'S'
                          AND PartSideRecord(2:4) = "ASOF"
                           MOVE PartSideRecord(2:12) TO MergedAsOfName
                       END-IF
               END-READ
               CLOSE PartSideFile
           END-IF.

       TakeOneCheckpoint.
           UNSTRING PartCkptRecord
               DELIMITED BY ","
                       FUNCTION TRIM(SideOutRecord)
           END-IF.

      * .DETAIL, .REJECT, .SEQERR and .SCREEN are pure
      * concatenations in partition order; the merge findings are
      * appended to the .SEQERR after the partitions' own records.
      * Each partition screened its games against its own spread,
      * and its RUN...END block carries over as it stands. A
      * partition that never produced one of these (no rejects,
      * say) is simply skipped.
       CopyPassThroughSides.
           PERFORM VARYING SuffixIndex FROM 1 BY 1
               UNTIL SuffixIndex > 5
               PERFORM CopyOneSuffix
           END-PERFORM.

               END-IF
           END-IF.

      * Each partition analysed its own invalid games; the .BREACH
      * records are added back together by record type and key so
      * the merged file reads exactly as a straight run's would. The
      * limits are the same for every partition of an input, so the
      * first partition's RUN record supplies them.
       MergeBreachReports.
           MOVE 0 TO BreachGames, BreachInvalid, BreachKeyCount.
           MOVE SPACES TO BreachLimitsText.
           INITIALIZE BreachSetTable.
           PERFORM VARYING PartIndex FROM 1 BY 1
               UNTIL PartIndex > PartCount
               PERFORM MergeOnePartBreach
           END-PERFORM.

           MOVE SPACES TO SideOutFileName.
           STRING FUNCTION TRIM(FileName) DELIMITED BY SIZE
                  ".BREACH"             DELIMITED BY SIZE
                  INTO SideOutFileName.
           OPEN OUTPUT SideOutFile.
           IF SideOutStatus NOT = "00"
               DISPLAY "Unable to open merged side file "
                       FUNCTION TRIM(SideOutFileName)
                       ", status " SideOutStatus
               MOVE 'Y' TO MergeFailed
               MOVE 8 TO RunRc
           ELSE
               MOVE SPACES TO SideOutRecord
               STRING "RUN|"                  DELIMITED BY SIZE
                      StartStamp              DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      FUNCTION TRIM(FileName) DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      BreachGames             DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      BreachInvalid           DELIMITED BY SIZE
                      "|"                     DELIMITED BY SIZE
                      FUNCTION TRIM(BreachLimitsText)
                                              DELIMITED BY SIZE
                      INTO SideOutRecord
               PERFORM WriteBreachOutRecord

               MOVE "COLOUR" TO BreachTypeWanted
               PERFORM WriteBreachKeyRecords
               MOVE "MARGIN" TO BreachTypeWanted
               PERFORM WriteBreachKeyRecords

               PERFORM VARYING BreachIndex FROM 1 BY 1
                   UNTIL BreachIndex > 48
                   IF BreachSetGames(BreachIndex) > 0
                       MOVE SPACES TO SideOutRecord
                       STRING "FIRSTSET|"     DELIMITED BY SIZE
                              BreachIndex     DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              BreachSetGames(BreachIndex)
                                              DELIMITED BY SIZE
                              INTO SideOutRecord
                       PERFORM WriteBreachOutRecord
                   END-IF
               END-PERFORM

               MOVE "RAISE" TO BreachTypeWanted
               PERFORM WriteBreachKeyRecords

               MOVE SPACES TO SideOutRecord
               STRING "END|"                  DELIMITED BY SIZE
                      BreachInvalid           DELIMITED BY SIZE
                      INTO SideOutRecord
               PERFORM WriteBreachOutRecord
               CLOSE SideOutFile
           END-IF.

       MergeOnePartBreach.
           PERFORM BuildPartBaseName.
           MOVE SPACES TO PartSideFileName.
           STRING FUNCTION TRIM(PartBaseName) DELIMITED BY SIZE
                  ".BREACH"             DELIMITED BY SIZE
                  INTO PartSideFileName.

           MOVE 'N' TO ReachedEndOfPart.
           OPEN INPUT PartSideFile.
           IF PartSideStatus = "35"
               CONTINUE
           ELSE
               IF PartSideStatus NOT = "00"
                   DISPLAY "Unable to open "
                           FUNCTION TRIM(PartSideFileName)
                           ", status " PartSideStatus
                   MOVE 'Y' TO MergeFailed
                   MOVE 8 TO RunRc
               ELSE
                   PERFORM UNTIL ReachedEndOfPart = 'Y'
                       READ PartSideFile
                           AT END
                               MOVE 'Y' TO ReachedEndOfPart
                           NOT AT END
                               PERFORM MergeOneBreachRecord
                       END-READ
                   END-PERFORM
                   CLOSE PartSideFile
               END-IF
           END-IF.

       MergeOneBreachRecord.
           MOVE SPACES TO BreachType, BreachField2, BreachField3,
                          BreachField4, BreachField5, BreachField6.
           UNSTRING PartSideRecord
               DELIMITED BY "|"
               INTO BreachType, BreachField2, BreachField3,
                    BreachField4, BreachField5, BreachField6.

           EVALUATE BreachType
               WHEN "RUN"
                   ADD FUNCTION NUMVAL(BreachField4) TO BreachGames
                   ADD FUNCTION NUMVAL(BreachField5) TO BreachInvalid
                   IF BreachLimitsText = SPACES
                       MOVE BreachField6 TO BreachLimitsText
                   END-IF
               WHEN "FIRSTSET"
                   IF FUNCTION TRIM(BreachField2) NUMERIC
                       COMPUTE BreachIndex
                           = FUNCTION NUMVAL(BreachField2)
                       IF BreachIndex > 0 AND BreachIndex <= 48
                           ADD FUNCTION NUMVAL(BreachField3)
                               TO BreachSetGames(BreachIndex)
                       END-IF
                   END-IF
               WHEN "COLOUR"
               WHEN "MARGIN"
               WHEN "RAISE"
                   PERFORM FoldBreachKey
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * COLOUR, MARGIN and RAISE lines keep the order they were first
      * seen in; RAISE carries three counts, the others one.
       FoldBreachKey.
           MOVE 'N' TO BreachFound.
           PERFORM VARYING BreachIndex FROM 1 BY 1
               UNTIL BreachIndex > BreachKeyCount OR BreachFound = 'Y'
               IF BkType(BreachIndex) = BreachType
                  AND BkKey(BreachIndex) = BreachField2
                   MOVE 'Y' TO BreachFound
               END-IF
           END-PERFORM.

           IF BreachFound = 'Y'
               SUBTRACT 1 FROM BreachIndex
           ELSE
               IF BreachKeyCount >= 300
                   DISPLAY "Breach merge table full; "
                           FUNCTION TRIM(BreachType) " "
                           FUNCTION TRIM(BreachField2) " dropped"
                   MOVE 'Y' TO MergeFailed
                   MOVE 8 TO RunRc
                   MOVE 0 TO BreachIndex
               ELSE
                   ADD 1 TO BreachKeyCount
                   MOVE BreachKeyCount TO BreachIndex
                   MOVE BreachType   TO BkType(BreachIndex)
                   MOVE BreachField2 TO BkKey(BreachIndex)
                   MOVE 0 TO BkCount1(BreachIndex),
                             BkCount2(BreachIndex),
                             BkCount3(BreachIndex)
               END-IF
           END-IF.

           IF BreachIndex > 0
               ADD FUNCTION NUMVAL(BreachField3)
                   TO BkCount1(BreachIndex)
               IF BreachType = "RAISE"
                   ADD FUNCTION NUMVAL(BreachField4)
                       TO BkCount2(BreachIndex)
                   ADD FUNCTION NUMVAL(BreachField5)
                       TO BkCount3(BreachIndex)
               END-IF
           END-IF.

       WriteBreachKeyRecords.
           PERFORM VARYING BreachIndex FROM 1 BY 1
               UNTIL BreachIndex > BreachKeyCount
               IF BkType(BreachIndex) = BreachTypeWanted
                   MOVE SPACES TO SideOutRecord
                   IF BreachTypeWanted = "RAISE"
                       STRING "RAISE|"        DELIMITED BY SIZE
                              FUNCTION TRIM(BkKey(BreachIndex))
                                              DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              BkCount1(BreachIndex)
                                              DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              BkCount2(BreachIndex)
                                              DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              BkCount3(BreachIndex)
                                              DELIMITED BY SIZE
                              INTO SideOutRecord
                   ELSE
                       STRING FUNCTION TRIM(BreachTypeWanted)
                                              DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              FUNCTION TRIM(BkKey(BreachIndex))
                                              DELIMITED BY SIZE
                              "|"             DELIMITED BY SIZE
                              BkCount1(BreachIndex)
                                              DELIMITED BY SIZE
                              INTO SideOutRecord
                   END-IF
                   PERFORM WriteBreachOutRecord
               END-IF
           END-PERFORM.

       WriteBreachOutRecord.
           WRITE SideOutRecord.
           IF SideOutStatus NOT = "00"
               DISPLAY "Write failed on "
                       FUNCTION TRIM(SideOutFileName)
                       ", status " SideOutStatus
               MOVE 'Y' TO MergeFailed
               MOVE 8 TO RunRc
           END-IF.

      * The partition masters already hold everything the merged
      * master and the permanent history need - sets, maximums,
      * power, flag and the capacity limits each game was judged

               IF GameHistUsable = 'Y'
                   CLOSE GameHistFile
                   PERFORM PostPartSignatures
               END-IF
               CLOSE MasterFile
           END-IF.
                   END-IF
           END-WRITE.

      * Each partition's signatures are restamped with the merged
      * run's stamp, so DAY02-GAMESIG.DAT pairs with the history
      * records just posted exactly as a straight run's would.
       PostPartSignatures.
           OPEN EXTEND GameSigFile.
           IF GameSigStatus = "35"
               OPEN OUTPUT GameSigFile
           END-IF.
           IF GameSigStatus NOT = "00"
               DISPLAY "Unable to open duplicate register "
                       FUNCTION TRIM(GameSigFileName)
                       ", status " GameSigStatus
                       "; merged run not registered"
               MOVE 8 TO RunRc
           ELSE
               PERFORM VARYING PartIndex FROM 1 BY 1
                   UNTIL PartIndex > PartCount
                   PERFORM PostOnePartSignatures
               END-PERFORM
               CLOSE GameSigFile
           END-IF.

       PostOnePartSignatures.
           PERFORM BuildPartBaseName.
           MOVE SPACES TO PartSideFileName.
           STRING FUNCTION TRIM(PartBaseName) DELIMITED BY SIZE
                  ".GAMESIG"            DELIMITED BY SIZE
                  INTO PartSideFileName.

           MOVE 'N' TO ReachedEndOfPart.
           OPEN INPUT PartSideFile.
           IF PartSideStatus = "35"
               CONTINUE
           ELSE
               IF PartSideStatus NOT = "00"
                   DISPLAY "Unable to open "
                           FUNCTION TRIM(PartSideFileName)
                           ", status " PartSideStatus
                   MOVE 'Y' TO MergeFailed
                   MOVE 8 TO RunRc
               ELSE
                   PERFORM UNTIL ReachedEndOfPart = 'Y'
                       READ PartSideFile
                           AT END
                               MOVE 'Y' TO ReachedEndOfPart
                           NOT AT END
                               IF PartSideRecord NOT = SPACES
                                   PERFORM PostOneSignature
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PartSideFile
               END-IF
           END-IF.

       PostOneSignature.
           MOVE SPACES TO GsGameText, GsSigText, GsLineText,
                          GsStampText, GsInputText.
           UNSTRING PartSideRecord
               DELIMITED BY "|"
               INTO GsGameText, GsSigText, GsLineText,
                    GsStampText, GsInputText.

           MOVE SPACES TO GameSigRecord.
           STRING FUNCTION TRIM(GsGameText)  DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(GsSigText)   DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(GsLineText)  DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  StartStamp                 DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(GsInputText) DELIMITED BY SIZE
                  INTO GameSigRecord.
           WRITE GameSigRecord.
           IF GameSigStatus NOT = "00"
               DISPLAY "Write failed on duplicate register "
                       FUNCTION TRIM(GameSigFileName)
                       ", status " GameSigStatus
               MOVE 8 TO RunRc
               MOVE 'Y' TO ReachedEndOfPart
           END-IF.

       WriteMergedSummary.
           OPEN OUTPUT SummaryFile.
           IF SummaryStatus NOT = "00"
           ELSE
               MOVE SPACES TO SummaryRecord
               MOVE 'S'    TO SumRecordType
               MOVE MergedAsOfName TO SumGameName
               MOVE 0      TO SumPower
               MOVE Part1  TO SumPart1
               MOVE Part2  TO SumPart2
               CLOSE AuditFile
           END-IF.

       LoadGenerationLimit.
           MOVE 'N' TO GnEndOfFile.
           OPEN INPUT GenLimitFile.
           IF GnLimitStatus = "00"
               PERFORM UNTIL GnEndOfFile = 'Y'
                   READ GenLimitFile
                       AT END
                           MOVE 'Y' TO GnEndOfFile
                       NOT AT END
                           IF GenLimitRecord NOT = SPACES
                              AND GenLimitRecord(1:1) NOT = '*'
                               PERFORM LoadOneGenerationLimit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenLimitFile
           END-IF.

       LoadOneGenerationLimit.
           MOVE SPACES TO GnParm3, GnParm2.
           UNSTRING GenLimitRecord
               DELIMITED BY ","
               INTO GnParm3, GnParm2.

           IF FUNCTION TRIM(GnParm3) = "LIMIT"
              AND FUNCTION TRIM(GnParm2) NUMERIC
              AND FUNCTION NUMVAL(GnParm2) > 0
               COMPUTE GnLimit = FUNCTION NUMVAL(GnParm2)
           ELSE
               DISPLAY "Bad generation limit record skipped: "
                       FUNCTION TRIM(GenLimitRecord)
           END-IF.

      * A fresh run starts a new generation. The set the last run
      * left is renamed to <input>.Gnnnn under the number it was
      * catalogued as, and the new number is catalogued straight
      * away, so a run that dies part way still owns whatever it
      * left behind. Held generations past the limit are then marked
      * ROLLED for DAY02HKP to archive. An input never catalogued
      * has nothing numbered to keep, so nothing is renamed for it.
       RollGenerations.
           MOVE 'N' TO GnRollFailed, GnStartFailed.
           MOVE 0 TO GnMovedCount.
           MOVE FileName TO GnInputName.
           PERFORM LoadGenerations.

           IF GnHighest > 0
               MOVE GnHighest TO GnNumberText
               PERFORM BuildGenerationBase
               MOVE ".DETAIL"  TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".EXTRACT" TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".SUMMARY" TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".TREND"   TO GnSuffix
               PERFORM RollOneGenerationFile
               MOVE ".RANKING" TO GnSuffix
               PERFORM RollOneGenerationFile
           END-IF.

      * A roll cut short is put back as it was - the files already
      * moved go back to their live names - and no new generation
      * is catalogued, so the next run rolls the whole set under
      * the same number.
           IF GnRollFailed = 'Y'
               MOVE 'Y' TO GnStartFailed
               PERFORM RestoreRolledFiles
           ELSE
               COMPUTE GnWriteNumber = GnHighest + 1
               MOVE "ACTIVE"   TO GnWriteState
               MOVE StartStamp TO GnWriteStamp
               MOVE 0 TO GnWriteGames, GnWriteInvalid,
                         GnWritePart1, GnWritePart2
               PERFORM WriteGenerationRecord
               IF GnWriteFailed = 'Y'
                   MOVE 'Y' TO GnRollFailed, GnStartFailed
               ELSE
                   DISPLAY "Generation " GnWriteNumber " of "
                           FUNCTION TRIM(GnInputName) " started"
                   PERFORM LoadGenerations
                   PERFORM RollOffGenerations
               END-IF
           END-IF.

      * A file the last run never wrote is simply not there to roll.
      * Whatever sits under the generation name already can only be
      * a copy left by a roll that was cut short, so it goes first.
      * Once one file has failed to roll the rest are left alone.
       RollOneGenerationFile.
           PERFORM BuildRollNames.
           IF GnRollFailed = 'N'
               OPEN INPUT GenProbeFile
               IF GnProbeStatus = "00"
                   CLOSE GenProbeFile
                   CALL "CBL_DELETE_FILE" USING GnOldName
                   CALL "CBL_RENAME_FILE" USING GnLiveName GnOldName
                   MOVE RETURN-CODE TO GnRenameResult
                   MOVE 0 TO RETURN-CODE
                   IF GnRenameResult NOT = 0
                       DISPLAY "Unable to roll "
                               FUNCTION TRIM(GnLiveName) " to "
                               FUNCTION TRIM(GnOldName)
                       MOVE 'Y' TO GnRollFailed
                   ELSE
                       ADD 1 TO GnMovedCount
                       MOVE GnSuffix TO GnMovedSuffix(GnMovedCount)
                   END-IF
               END-IF
           END-IF.

       BuildRollNames.
           MOVE SPACES TO GnLiveName, GnOldName.
           STRING FUNCTION TRIM(GnInputName) DELIMITED BY SIZE
                  FUNCTION TRIM(GnSuffix)    DELIMITED BY SIZE
                  INTO GnLiveName.
           STRING FUNCTION TRIM(GnBaseName)  DELIMITED BY SIZE
                  FUNCTION TRIM(GnSuffix)    DELIMITED BY SIZE
                  INTO GnOldName.

      * Only the files this roll moved go back; anything else under
      * the generation name was there before it started.
       RestoreRolledFiles.
           PERFORM VARYING GnMovedIndex FROM 1 BY 1
               UNTIL GnMovedIndex > GnMovedCount
               MOVE GnMovedSuffix(GnMovedIndex) TO GnSuffix
               PERFORM BuildRollNames
               CALL "CBL_RENAME_FILE" USING GnOldName GnLiveName
               MOVE RETURN-CODE TO GnRenameResult
               MOVE 0 TO RETURN-CODE
               IF GnRenameResult NOT = 0
                   DISPLAY "Unable to put "
                           FUNCTION TRIM(GnOldName) " back to "
                           FUNCTION TRIM(GnLiveName)
                           "; move it back before the next run"
               ELSE
                   DISPLAY "Rolled " FUNCTION TRIM(GnOldName)
                           " put back to " FUNCTION TRIM(GnLiveName)
               END-IF
           END-PERFORM.

      * Counting the live set as the first, every held generation
      * past GnLimit is marked ROLLED, newest first.
       RollOffGenerations.
           MOVE GnHighest TO GnCeiling.
           MOVE 0 TO GnStep.
           MOVE 'Y' TO GnSearching.
           PERFORM UNTIL GnSearching = 'N'
               PERFORM FindActiveGeneration
               IF GnCandidate = 0
                   MOVE 'N' TO GnSearching
               ELSE
                   ADD 1 TO GnStep
                   IF GnStep > GnLimit
                       MOVE GnCandidate TO GnWriteNumber
                       MOVE "ROLLED" TO GnWriteState
                       MOVE GnRunStamp(GnCandidateIndex)
                           TO GnWriteStamp
                       MOVE GnGames(GnCandidateIndex)
                           TO GnWriteGames
                       MOVE GnInvalid(GnCandidateIndex)
                           TO GnWriteInvalid
                       MOVE GnPart1(GnCandidateIndex)
                           TO GnWritePart1
                       MOVE GnPart2(GnCandidateIndex)
                           TO GnWritePart2
                       PERFORM WriteGenerationRecord
                       IF GnWriteFailed = 'Y'
                           MOVE 'Y' TO GnRollFailed
                       ELSE
                           MOVE "ROLLED" TO GnState(GnCandidateIndex)
                           DISPLAY "Generation " GnCandidate " of "
                                   FUNCTION TRIM(GnInputName)
                                   " rolled off"
                       END-IF
                   END-IF
                   COMPUTE GnCeiling = GnCandidate - 1
               END-IF
           END-PERFORM.

      * The run's totals go on the generation it opened, so the
      * catalogue can answer for a set without reading it back.
       CatalogueGeneration.
           MOVE FileName TO GnInputName.
           PERFORM LoadGenerations.
           IF GnHighest > 0
               MOVE GnHighest TO GnWriteNumber, GnNumberText
               PERFORM FindGenerationEntry
               IF GnSlot > 0
                   MOVE GnRunStamp(GnSlot) TO GnWriteStamp
               ELSE
                   MOVE StartStamp TO GnWriteStamp
               END-IF
               MOVE "ACTIVE"         TO GnWriteState
               MOVE TrendGameCount   TO GnWriteGames
               MOVE InvalidGameCount TO GnWriteInvalid
               MOVE Part1            TO GnWritePart1
               MOVE Part2            TO GnWritePart2
               PERFORM WriteGenerationRecord
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

      * The partitions wrote their end-of-job summaries under
      * their own .Pnn names; the night's real DAY02-EOJ.DAT is
      * this one, in the same shape a straight run writes.
           PERFORM VARYING PartIndex FROM 1 BY 1
               UNTIL PartIndex > PartCount
               PERFORM VARYING PurgeIndex FROM 1 BY 1
                   UNTIL PurgeIndex > 14
                   PERFORM DeleteOnePartFile
               END-PERFORM
           END-PERFORM.

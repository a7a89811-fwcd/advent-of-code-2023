      * Shared in-storage layout for the generation catalogue
      * DAY02-GENCAT.DAT. Every fresh DAY02 or DAY02MRG run of an
      * input is a new numbered generation of its .DETAIL, .EXTRACT,
      * .SUMMARY, .TREND and .RANKING: before the run writes them,
      * the set already there is renamed to <input>.Gnnnn.<suffix>
      * under the number it was catalogued as. The live set is
      * always relative generation 0, the newest renamed set -1,
      * and so on back. The catalogue is only ever added to and the
      * last record for an input and generation number wins:
      * "input|gen|state|run stamp|games|invalid|Part1|Part2|stamp",
      * state ACTIVE while the generation is held, ROLLED once it
      * has fallen past the limit, ARCHIVED once DAY02HKP has moved
      * its files into an archive. The limit counts the live set
      * and comes from a "LIMIT,n" record on DAY02-GENLIMIT.DAT.
      * Blank records and records starting '*' are comments on
      * both files. Loaded by DAY02, DAY02MRG, DAY02RECON,
      * DAY02DIFF, DAY02INQ and DAY02HKP; DAY02MNT and DAY02POST
      * re-catalogue the live generation with the totals they moved.
       01  Day02Generations.
           05 GnEntryCount        PIC 9(3) VALUE 0.
           05 GnEntry OCCURS 500 TIMES.
               10 GnNumber        PIC 9(4).
               10 GnState         PIC X(8).
               10 GnRunStamp      PIC X(21).
               10 GnGames         PIC 9(6).
               10 GnInvalid       PIC 9(6).
               10 GnPart1         PIC 9(9).
               10 GnPart2         PIC 9(9).
      * Working fields for loading one input's generations, turning
      * a relative generation into a file set and writing records.
       01  Day02GenerationCheck.
           05 GnFileName          PIC X(40)
                                  VALUE "DAY02-GENCAT.DAT".
           05 GnStatus            PIC XX.
           05 GnEndOfFile         PIC X(1) VALUE 'N'.
           05 GnLimitFileName     PIC X(40)
                                  VALUE "DAY02-GENLIMIT.DAT".
           05 GnLimitStatus       PIC XX.
           05 GnLimit             PIC 9(3) VALUE 5.
           05 GnParm1             PIC X(100).
           05 GnParm2             PIC X(12).
           05 GnParm3             PIC X(8).
           05 GnParm4             PIC X(21).
           05 GnParm5             PIC X(12).
           05 GnParm6             PIC X(12).
           05 GnParm7             PIC X(12).
           05 GnParm8             PIC X(12).
           05 GnInputName         PIC X(100).
           05 GnIndex             PIC 9(3) VALUE 0.
           05 GnSlot              PIC 9(3) VALUE 0.
           05 GnHighest           PIC 9(4) VALUE 0.
           05 GnNumberText        PIC 9(4) VALUE 0.
           05 GnRelativeText      PIC X(8).
           05 GnOffset            PIC 9(3) VALUE 0.
           05 GnOffsetValid       PIC X(1) VALUE 'N'.
           05 GnStep              PIC 9(3) VALUE 0.
           05 GnCeiling           PIC 9(4) VALUE 0.
           05 GnCandidate         PIC 9(4) VALUE 0.
           05 GnCandidateIndex    PIC 9(3) VALUE 0.
           05 GnSearching         PIC X(1) VALUE 'N'.
           05 GnResolved          PIC X(1) VALUE 'N'.
           05 GnWanted            PIC 9(4) VALUE 0.
           05 GnWantedIndex       PIC 9(3) VALUE 0.
           05 GnNextStamp         PIC X(21).
           05 GnBaseName          PIC X(110).
           05 GnWriteNumber       PIC 9(4) VALUE 0.
           05 GnWriteState        PIC X(8).
           05 GnWriteStamp        PIC X(21).
           05 GnWriteGames        PIC 9(6) VALUE 0.
           05 GnWriteInvalid      PIC 9(6) VALUE 0.
           05 GnWritePart1        PIC 9(9) VALUE 0.
           05 GnWritePart2        PIC 9(9) VALUE 0.
           05 GnRecordStamp       PIC X(21).
           05 GnWriteFailed       PIC X(1) VALUE 'N'.
           05 GnSuffix            PIC X(10).
           05 GnLiveName          PIC X(130).
           05 GnOldName           PIC X(130).
           05 GnProbeStatus       PIC XX.
           05 GnRenameResult      PIC S9(9) VALUE 0.
           05 GnRollFailed        PIC X(1) VALUE 'N'.
           05 GnMovedCount        PIC 9(1) VALUE 0.
           05 GnMovedIndex        PIC 9(1) VALUE 0.
           05 GnMovedSuffix       PIC X(10) OCCURS 5 TIMES.
           05 GnStartFailed       PIC X(1) VALUE 'N'.

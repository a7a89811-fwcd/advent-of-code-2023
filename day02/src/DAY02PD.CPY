      * Shared in-storage layout for the period control file
      * DAY02-PERIOD.DAT. Finance works in calendar-month periods
      * (yyyymm); an input belongs to the period of its first
      * audited run. DAY02PCL closes a period by appending one
      * "INPUT|yyyymm|input" record per input it froze and then a
      * "PERIOD|yyyymm|CLOSED|stamp" record; the input records are
      * the authority on membership, so a later rerun of an input
      * cannot move it out of a closed period. Blank records and
      * records starting '*' are comments. Loaded by DAY02PCL,
      * DAY02POST and DAY02MNT.
       01  Day02PeriodControl.
           05 PdPeriodCount       PIC 9(3) VALUE 0.
           05 PdPeriodEntry OCCURS 600 TIMES.
               10 PdPeriod        PIC 9(6).
               10 PdClosedStamp   PIC X(21).
           05 PdInputCount        PIC 9(5) VALUE 0.
           05 PdInputEntry OCCURS 20000 TIMES.
               10 PdInputPeriod   PIC 9(6).
               10 PdInputName     PIC X(100).
      * Working fields for loading the file and settling which
      * period an input belongs to and whether it is closed.
       01  Day02PeriodCheck.
           05 PdFileName          PIC X(40)
                                  VALUE "DAY02-PERIOD.DAT".
           05 PdStatus            PIC XX.
           05 PdEndOfFile         PIC X(1) VALUE 'N'.
           05 PdParm1             PIC X(8).
           05 PdParm2             PIC X(8).
           05 PdParm3             PIC X(100).
           05 PdParm4             PIC X(21).
           05 PdIndex             PIC 9(5) VALUE 0.
           05 PdLookupName        PIC X(100).
           05 PdLookupPeriod      PIC 9(6) VALUE 0.
           05 PdTestPeriod        PIC 9(6) VALUE 0.
           05 PdInputClosed       PIC X(1) VALUE 'N'.
           05 PdPeriodClosed      PIC X(1) VALUE 'N'.
           05 PdNextOpen          PIC 9(6) VALUE 0.
           05 PdYear              PIC 9(4) VALUE 0.
           05 PdMonth             PIC 9(2) VALUE 0.
      * The prior-period adjustment file DAY02-PRIORADJ.DAT: a late
      * repair to a closed period's input is booked here, against
      * the next open period, instead of being posted:
      * "stamp|booked period|input|closed period|repaired games|
      * Part1 adjustment|Part2 adjustment|operator".
       01  Day02PriorAdjust.
           05 PaFileName          PIC X(40)
                                  VALUE "DAY02-PRIORADJ.DAT".
           05 PaStatus            PIC XX.

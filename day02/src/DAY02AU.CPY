      * Shared in-storage layout for operator authority. Each record
      * on DAY02-AUTH.DAT reads "operator,program,input": the
      * operator ID (or ALL), the job it may run (DAY02FIX,
      * DAY02POST, DAY02RST, DAY02HKP, DAY02MNT, or ALL), and the
      * inputs it may run it against - an input name, an input name
      * prefix ending in '*', or '*' (or blank) for every input, the
      * same patterns as the capacity schedule. Blank records and
      * records starting '*' are comments. The caller is the login
      * name. A batch operator ID in the DAY02OPER setting -
      * DAY02NITE sets it for every step - is taken instead only
      * where an "ACTAS,login,operator" record lets that login act
      * as it; naming an operator the login may not act as refuses
      * the attempt. No record, no run: a missing authority file
      * refuses everyone. Every attempt, granted or refused, is
      * appended to DAY02-SECURITY.JNL as "stamp|GRANTED or REFUSED|
      * operator|login|program|input|command line", and an attempt
      * that cannot be journaled is refused. Loaded by DAY02FIX,
      * DAY02POST, DAY02RST, DAY02HKP and DAY02MNT.
       01  Day02Authority.
           05 AuEntryCount        PIC 9(3) VALUE 0.
           05 AuEntry OCCURS 200 TIMES.
               10 AuOperator      PIC X(12).
               10 AuProgram       PIC X(12).
               10 AuPattern       PIC X(100).
           05 AuActCount          PIC 9(3) VALUE 0.
           05 AuActEntry OCCURS 50 TIMES.
               10 AuActLogin      PIC X(12).
               10 AuActOperator   PIC X(12).
      * Working fields for loading the file, judging one attempt and
      * journaling it.
       01  Day02AuthCheck.
           05 AuFileName          PIC X(40)
                                  VALUE "DAY02-AUTH.DAT".
           05 AuStatus            PIC XX.
           05 AuLoaded            PIC X(1) VALUE 'N'.
           05 AuFileFound         PIC X(1) VALUE 'N'.
           05 AuEndOfFile         PIC X(1) VALUE 'N'.
           05 AuParm1             PIC X(12).
           05 AuParm2             PIC X(12).
           05 AuParm3             PIC X(100).
           05 AuOperatorId        PIC X(12).
           05 AuLoginId           PIC X(12).
           05 AuRequestedId       PIC X(12).
           05 AuActAsAllowed      PIC X(1) VALUE 'N'.
           05 AuProgramName       PIC X(12).
           05 AuInputName         PIC X(100).
           05 AuArguments         PIC X(200).
           05 AuGranted           PIC X(1) VALUE 'N'.
           05 AuPatternMatched    PIC X(1) VALUE 'N'.
           05 AuIndex             PIC 9(3) VALUE 0.
           05 AuPatternLength     PIC 9(3) VALUE 0.
           05 AuStamp             PIC X(21).
           05 AuVerdict           PIC X(8).
           05 AuJournalFileName   PIC X(40)
                                  VALUE "DAY02-SECURITY.JNL".
           05 AuJournalStatus     PIC XX.

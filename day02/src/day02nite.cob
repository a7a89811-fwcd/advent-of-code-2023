      * rest at 2am - re-keying arguments and eyeballing each return
      * code - this job reads a step control file, executes the
      * chain, and branches on the condition codes DAY02 raises
      * (0 clean, 4 rejects, 8 output failure, 12 input unreadable,
      * 16 feed held on a header/trailer control break). A held feed
      * has posted nothing, so it stops the chain under the default
      * stop rc; give the DAY02 step a stop rc above 16 to carry on
      * to steps conditioned on "DAY02 ended 16" instead.
      * A control record is pipe-delimited:
      *   <step name>|<command line>|<if step>|<if rc>|<stop rc>
      * - step name: how the step is referred to in rules and log
      * step lands on the DAY02-NITE.LOG job log with its return
      * code and elapsed time; the driver's own return code is the
      * highest step code seen, so the scheduler can branch on the
      * night as a whole. Every step runs under the one batch
      * operator ID (OPERATOR=, default DAY02BAT), handed down in the
      * DAY02OPER setting, so DAY02-AUTH.DAT decides what the night
      * may repair, post, restore and purge exactly as it does for a
      * person at the terminal. The steps take that ID only if an
      * ACTAS record lets the login running the chain act as it
      * (see DAY02AU); otherwise they refuse to run.
      * Usage: day02nite <step control file> [OPERATOR=id]

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02NITE.
               01 StepsRun                PIC 9(3) VALUE 0.
               01 StepsSkipped            PIC 9(3) VALUE 0.
               01 HighestRc               PIC 9(2) VALUE 0.
               01 CommandArg              PIC X(60).
               01 ArgKey                  PIC X(20).
               01 ArgValue                PIC X(40).
               01 BatchOperator           PIC X(12) VALUE "DAY02BAT".

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           END-ACCEPT.

           IF StepControlFileName = SPACES THEN
               DISPLAY "Usage: day02nite <step control file> "
                       "[OPERATOR=id]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT CommandArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandArg
           END-ACCEPT.
           MOVE SPACES TO ArgKey, ArgValue.
           UNSTRING CommandArg
               DELIMITED BY "="
               INTO ArgKey, ArgValue.
           IF FUNCTION TRIM(ArgKey) = "OPERATOR"
              AND ArgValue NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ArgValue) TO BatchOperator
           END-IF.
           SET ENVIRONMENT "DAY02OPER" TO BatchOperator.

           OPEN OUTPUT NiteLogFile.
           IF NiteLogStatus NOT = "00"
               DISPLAY "Unable to open job log "
                  StepStartStamp(1:8)        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  StepStartStamp(9:6)        DELIMITED BY SIZE
                  " under operator "         DELIMITED BY SIZE
                  FUNCTION TRIM(BatchOperator)
                                             DELIMITED BY SIZE
                  INTO NiteLogRecord.
           PERFORM WriteNiteLogRecord.

           END-IF.
           MOVE StepRawRc TO StepRc.

      * Anything outside the suite's 0/4/8/12/16 scale - a shell
      * 127, a signal death - is a hard failure; it is clamped to
      * 12 for the condition-code rules and the chain return code,
      * while the log keeps the raw figure. 16 is DAY02's held-feed
      * code and passes through as itself so a rule can branch on it.
           IF StepRc > 12 AND StepRc NOT = 16
               MOVE 12 TO StepSeverity
           ELSE
               MOVE StepRc TO StepSeverity

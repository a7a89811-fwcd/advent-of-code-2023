      * Shared record layout for the dispute case file
      * DAY02-DISPUTE.DAT, keyed by case number. A case is opened
      * when a downstream user disputes the power or valid flag the
      * master holds for one game of one input: who raised it, the
      * figure they claim and the figure recorded at the time. Its
      * status runs OPEN, REVIEW (under review), then REPAIRED (the
      * game was put right through DAY02FIX and DAY02POST) or UPHELD
      * (the recorded figure stands), then CLOSED. Every change
      * carries a dated note; the last twenty are kept, the opening
      * note always among them. Maintained by DAY02DSP, moved to
      * REPAIRED by DAY02POST, shown by DAY02INQ and DAY02GHI.
       01  Day02CaseRecord.
           05 DcCaseNumber        PIC 9(6).
           05 DcInputName         PIC X(100).
           05 DcGameNumber        PIC 9(9).
           05 DcRaisedBy          PIC X(30).
           05 DcFigure            PIC X(5).
               88 DcFigurePower   VALUE "POWER".
               88 DcFigureValid   VALUE "VALID".
           05 DcClaimedValue      PIC X(12).
           05 DcRecordedValue     PIC X(12).
           05 DcStatus            PIC X(8).
               88 DcStatusOpen     VALUE "OPEN".
               88 DcStatusReview   VALUE "REVIEW".
               88 DcStatusRepaired VALUE "REPAIRED".
               88 DcStatusUpheld   VALUE "UPHELD".
               88 DcStatusClosed   VALUE "CLOSED".
           05 DcOpenedStamp       PIC X(21).
           05 DcStatusStamp       PIC X(21).
           05 DcNoteCount         PIC 9(2).
           05 DcNote OCCURS 20 TIMES.
               10 DcNoteStamp     PIC X(14).
               10 DcNoteBy        PIC X(12).
               10 DcNoteText      PIC X(70).

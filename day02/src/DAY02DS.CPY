      * Shared in-storage table of the dispute cases not yet CLOSED
      * against one input of DAY02-DISPUTE.DAT (DAY02DC layout), in
      * case number order, so a program showing or repairing a game
      * can find the cases raised against it without re-reading the
      * file per game. Loaded by DAY02INQ, DAY02GHI and DAY02POST.
       01  Day02OpenCases.
           05 DsCaseCount         PIC 9(4) VALUE 0.
           05 DsCase OCCURS 2000 TIMES.
               10 DsCaseNumber    PIC 9(6).
               10 DsGameNumber    PIC 9(9).
               10 DsFigure        PIC X(5).
               10 DsClaimedValue  PIC X(12).
               10 DsRecordedValue PIC X(12).
               10 DsCaseStatus    PIC X(8).
               10 DsOpenedDate    PIC X(8).
               10 DsRaisedBy      PIC X(30).
               10 DsRepaired      PIC X(1).
               10 DsPostedPower   PIC 9(9).
               10 DsPostedValid   PIC X(1).
      * Working fields for loading the table and for adding a dated
      * note to the case record (DAY02DSP and DAY02POST).
       01  Day02CaseCheck.
           05 DsFileName          PIC X(40)
                                  VALUE "DAY02-DISPUTE.DAT".
           05 DsFileStatus        PIC XX.
           05 DsEndOfFile         PIC X(1) VALUE 'N'.
           05 DsInputName         PIC X(100).
           05 DsIndex             PIC 9(4) VALUE 0.
           05 DsFullWarned        PIC X(1) VALUE 'N'.
           05 DsNoteStamp         PIC X(14).
           05 DsNoteBy            PIC X(12).
           05 DsNoteText          PIC X(70).
           05 DsNoteIndex         PIC 9(2) VALUE 0.

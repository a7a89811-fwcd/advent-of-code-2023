      * Shared in-storage layout for the effective-dated capacity
      * schedule held on DAY02-CAPACITY.DAT. Each record there reads
      * "from,to,pattern,red,green,blue": the limits take effect on
      * the from date (yyyymmdd) and stay in force until the to date
      * or, when the to date is left blank, until a later entry for
      * the same pattern takes effect. The pattern is an input name,
      * an input name prefix ending in '*', or '*' (or blank) for
      * every input; the most specific pattern in force wins. Loaded
      * by DAY02, DAY02FIX and DAY02POST to pick the limits for an
      * input, and listed and checked by DAY02CAP.
       01  Day02CapSchedule.
           05 CsEntryCount        PIC 9(3) VALUE 0.
           05 CsEntry OCCURS 100 TIMES.
               10 CsFromDate      PIC 9(8).
               10 CsToDate        PIC 9(8).
               10 CsPattern       PIC X(100).
               10 CsRed           PIC 9(3).
               10 CsGreen         PIC 9(3).
               10 CsBlue          PIC 9(3).
               10 CsLineNumber    PIC 9(4).
      * The limits that apply when no schedule entry is in force.
       01  Day02CapDefaults.
           05 CsDefaultRed        PIC 9(3) VALUE 12.
           05 CsDefaultGreen      PIC 9(3) VALUE 13.
           05 CsDefaultBlue       PIC 9(3) VALUE 14.
      * Working fields for loading the schedule and picking the
      * entry in force for one input on one date.
       01  Day02CapSelection.
           05 CapAsOfDate         PIC 9(8) VALUE 0.
           05 CapAsOfGiven        PIC X(1) VALUE 'N'.
           05 CapLineNumber       PIC 9(4) VALUE 0.
           05 CapFromText         PIC X(12).
           05 CapToText           PIC X(12).
           05 CapPatternText      PIC X(100).
           05 CapRedText          PIC X(12).
           05 CapGreenText        PIC X(12).
           05 CapBlueText         PIC X(12).
           05 CapEntryIndex       PIC 9(3) VALUE 0.
           05 CapOtherIndex       PIC 9(3) VALUE 0.
           05 CapBestIndex        PIC 9(3) VALUE 0.
           05 CapBestSpecificity  PIC 9(3) VALUE 0.
           05 CapSpecificity      PIC 9(3) VALUE 0.
           05 CapPatternLength    PIC 9(3) VALUE 0.
           05 CapPatternMatched   PIC X(1) VALUE 'N'.
           05 CapSuperseded       PIC X(1) VALUE 'N'.
           05 CapRecordUsable     PIC X(1) VALUE 'Y'.
           05 ReachedEndOfSchedule PIC X(1) VALUE 'N'.

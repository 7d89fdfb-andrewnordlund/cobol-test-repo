      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledgrept.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New control ledger report.  Every program
      *>                    in the nightly stream now records its
      *>                    start, end and final severity on the
      *>                    control ledger (CONTROL-LEDGER-FILE), keyed
      *>                    by business date and program, and refuses
      *>                    to start unless its predecessors ran clean
      *>                    for the same date.  This run prints the
      *>                    ledger for one business date: every run row
      *>                    with its start, end, severity and run
      *>                    count; every operator override (rerun or
      *>                    skip) with the operator and reason off the
      *>                    override card; every refused start; and any
      *>                    nightly program with no run row at all, so
      *>                    the morning shift sees what was forced
      *>                    through and what never ran.  Anything the
      *>                    morning shift should look at ends the run
      *>                    with a warning return code.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-DATE-FILE ASSIGN TO "CONTROLDATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CONTROLLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LgLedgerKey
               FILE STATUS IS LedgerFileStatus.
           SELECT LEDGER-REPORT-FILE ASSIGN TO "LEDGERREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-DATE-FILE.
       01  ControlDateRecord.
           05 CdBusinessDate           PIC 9(08).

       FD  CONTROL-LEDGER-FILE.
       01  LedgerRecord.
           05 LgLedgerKey.
               10 LgBusinessDate       PIC 9(08).
               10 LgProgramName        PIC X(10).
               10 LgStepQualifier      PIC X(05).
               10 LgEntryType          PIC X(01).
                   88 LgRunEntry VALUE "R".
                   88 LgOverrideEntry VALUE "O".
                   88 LgRefusalEntry VALUE "X".
               10 LgEntrySequence      PIC 9(04).
           05 LgStartTimestamp         PIC X(17).
           05 LgEndTimestamp           PIC X(17).
           05 LgRunState               PIC X(01).
               88 LgRunStarted VALUE "S".
               88 LgRunEnded VALUE "E".
           05 LgFinalSeverity          PIC 9(02).
           05 LgRunCount               PIC 9(03).
           05 LgEventAction            PIC X(01).
           05 LgEventProgram           PIC X(10).
           05 LgEventOperator          PIC X(03).
           05 LgEventText              PIC X(30).

       FD  LEDGER-REPORT-FILE.
       01  LedgerReportRecord          PIC X(88).

       WORKING-STORAGE SECTION.
       01 LedgerFileStatus PIC X(02) VALUE "00".
       01 LedgerOpenSwitch PIC X(01) VALUE "N".
           88 LedgerIsOpen VALUE "Y".
       01 EndOfLedgerDate PIC X(1) VALUE "N".
           88 NoMoreLedgerRows VALUE "Y".
       01 RunDate PIC 9(08) VALUE 0.
       01 BusinessDate PIC 9(08) VALUE 0.
       01 ReportSectionSwitch PIC X(01) VALUE "R".
           88 ReportingRunRows VALUE "R".
           88 ReportingEventRows VALUE "E".
           88 ReportingMissingRows VALUE "M".

      *>   The nightly stream, in running order.  ROLLCERT runs only
      *>   at the statutory cutoff, so its absence is not flagged.
       01 StreamProgramNames.
           05 FILLER PIC X(11) VALUE "DISTMNT   Y".
           05 FILLER PIC X(11) VALUE "PRECMNT   Y".
           05 FILLER PIC X(11) VALUE "APPLMAST  Y".
           05 FILLER PIC X(11) VALUE "COBOLTUT3 Y".
           05 FILLER PIC X(11) VALUE "EXCRECYC  Y".
           05 FILLER PIC X(11) VALUE "ROLLCOMP  Y".
           05 FILLER PIC X(11) VALUE "ROLLCERT  N".
           05 FILLER PIC X(11) VALUE "DAILYBAL  Y".
           05 FILLER PIC X(11) VALUE "ROLLXMIT  Y".
       01 StreamProgramTable REDEFINES StreamProgramNames.
           05 StreamProgramEntry OCCURS 9 TIMES
               INDEXED BY StreamIdx.
               10 SpProgramName        PIC X(10).
               10 SpNightlySwitch      PIC X(01).
                   88 SpRunsNightly VALUE "Y".
       01 StreamSeenFlags PIC X(09) VALUE "NNNNNNNNN".
       01 StreamSlotNum PIC 9(02) COMP VALUE 0.

       01 RunRowCount PIC 9(07) COMP VALUE 0.
       01 EndedCleanCount PIC 9(07) COMP VALUE 0.
       01 EndedWarningCount PIC 9(07) COMP VALUE 0.
       01 EndedFatalCount PIC 9(07) COMP VALUE 0.
       01 NeverEndedCount PIC 9(07) COMP VALUE 0.
       01 RerunOverrideCount PIC 9(07) COMP VALUE 0.
       01 SkipOverrideCount PIC 9(07) COMP VALUE 0.
       01 RefusalCount PIC 9(07) COMP VALUE 0.
       01 MissingProgramCount PIC 9(07) COMP VALUE 0.
       01 TrailerCountDisplay PIC ZZZZZZ9.

       01 ReportPageDepth PIC 9(02) COMP VALUE 55.
       01 PrintLineWork PIC X(88) VALUE SPACES.
       01 ReportPageCount PIC 9(04) COMP VALUE 0.
       01 ReportLineCount PIC 9(02) COMP VALUE 0.
       01 PageHeadingLine.
           05 PhTitle                 PIC X(50).
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 PhRunDate               PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE "PAGE ".
           05 PhPageNumber            PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 BlankReportLine PIC X(88) VALUE SPACES.

       01 RunHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "PROGRAM".
           05 FILLER                  PIC X(06) VALUE "STEP".
           05 FILLER                  PIC X(18) VALUE "STARTED".
           05 FILLER                  PIC X(18) VALUE "ENDED".
           05 FILLER                  PIC X(09) VALUE "STATE".
           05 FILLER                  PIC X(04) VALUE "SEV".
           05 FILLER                  PIC X(22) VALUE "RUNS".
       01 RunDetailLine.
           05 RunProgramName           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RunStepQualifier         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RunStartTimestamp        PIC X(17).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RunEndTimestamp          PIC X(17).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RunState                 PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RunSeverity              PIC Z9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RunCount                 PIC ZZ9.
           05 FILLER                  PIC X(19) VALUE SPACES.

       01 EventHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "PROGRAM".
           05 FILLER                  PIC X(06) VALUE "STEP".
           05 FILLER                  PIC X(09) VALUE "ENTRY".
           05 FILLER                  PIC X(07) VALUE "ACTION".
           05 FILLER                  PIC X(11) VALUE "CONCERNS".
           05 FILLER                  PIC X(04) VALUE "OPR".
           05 FILLER                  PIC X(07) VALUE "TIME".
           05 FILLER                  PIC X(33) VALUE "REASON".
       01 EventDetailLine.
           05 EvtProgramName           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtStepQualifier         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtEntry                 PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtAction                PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtConcerns              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtOperator              PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtTime                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EvtReason                PIC X(30).
           05 FILLER                  PIC X(03) VALUE SPACES.

       01 MissingHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "PROGRAM".
           05 FILLER                  PIC X(77) VALUE "LEDGER".
       01 MissingDetailLine.
           05 MisProgramName           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FILLER                  PIC X(40) VALUE
               "NO RUN ROW FOR THE BUSINESS DATE".
           05 FILLER                  PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           IF LedgerIsOpen
               SET ReportingRunRows TO TRUE
               PERFORM 2000-SWEEP-BUSINESS-DATE THRU 2000-EXIT
               SET ReportingEventRows TO TRUE
               PERFORM 2000-SWEEP-BUSINESS-DATE THRU 2000-EXIT
               SET ReportingMissingRows TO TRUE
               MOVE 0 TO ReportLineCount
               PERFORM 2500-CHECK-STREAM-PROGRAM THRU 2500-EXIT
                   VARYING StreamSlotNum FROM 1 BY 1
                   UNTIL StreamSlotNum > 9
               IF MissingProgramCount = 0
                   MOVE "EVERY NIGHTLY PROGRAM HAS A RUN ROW"
                       TO PrintLineWork
                   PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - the business date off the stream's date
      *> card (the run date when there is none), then the ledger and
      *> the report.  No ledger at all means nothing in the stream has
      *> recorded a run, and ends the report fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate TO BusinessDate
           OPEN INPUT CONTROL-DATE-FILE
           READ CONTROL-DATE-FILE
               AT END
                   DISPLAY "NO BUSINESS DATE CARD - RUN DATE "
                       RunDate " USED"
               NOT AT END
                   IF CdBusinessDate IS NUMERIC
                       AND CdBusinessDate > 19000101
                       MOVE CdBusinessDate TO BusinessDate
                   ELSE
                       DISPLAY "BUSINESS DATE CARD NOT A DATE - RUN "
                           "DATE " RunDate " USED"
                   END-IF
           END-READ
           CLOSE CONTROL-DATE-FILE
           OPEN INPUT CONTROL-LEDGER-FILE
           IF LedgerFileStatus = "00"
               SET LedgerIsOpen TO TRUE
           ELSE
               DISPLAY "CONTROL LEDGER OPEN FAILED - STATUS "
                   LedgerFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT LEDGER-REPORT-FILE
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-SWEEP-BUSINESS-DATE - every ledger row for the business
      *> date, in key order (program, step, entry), printing the rows
      *> the current section wants.  Each section starts a page.
      *>----------------------------------------------------------------
       2000-SWEEP-BUSINESS-DATE.
           MOVE 0 TO ReportLineCount
           MOVE "N" TO EndOfLedgerDate
           MOVE LOW-VALUES TO LgLedgerKey
           MOVE BusinessDate TO LgBusinessDate
           START CONTROL-LEDGER-FILE KEY >= LgLedgerKey
               INVALID KEY
                   SET NoMoreLedgerRows TO TRUE
           END-START
           PERFORM 2050-READ-LEDGER-ROW THRU 2050-EXIT
               UNTIL NoMoreLedgerRows
           IF ReportLineCount = 0
               MOVE "NOTHING ON THE LEDGER FOR THE BUSINESS DATE"
                   TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2050-READ-LEDGER-ROW - the next ledger row; another business
      *> date ends the sweep.
      *>----------------------------------------------------------------
       2050-READ-LEDGER-ROW.
           READ CONTROL-LEDGER-FILE NEXT RECORD
               AT END
                   SET NoMoreLedgerRows TO TRUE
           END-READ
           IF NOT NoMoreLedgerRows
               IF LgBusinessDate NOT = BusinessDate
                   SET NoMoreLedgerRows TO TRUE
               ELSE
                   IF ReportingRunRows AND LgRunEntry
                       PERFORM 2100-PRINT-RUN-ROW THRU 2100-EXIT
                   END-IF
                   IF ReportingEventRows AND NOT LgRunEntry
                       PERFORM 2200-PRINT-EVENT-ROW THRU 2200-EXIT
                   END-IF
               END-IF
           END-IF
           .
       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-PRINT-RUN-ROW - one program's run row: a run that never
      *> recorded its end is still running or abended, and is counted
      *> apart from the ended runs.
      *>----------------------------------------------------------------
       2100-PRINT-RUN-ROW.
           ADD 1 TO RunRowCount
           MOVE SPACES TO RunDetailLine
           MOVE LgProgramName TO RunProgramName
           MOVE LgStepQualifier TO RunStepQualifier
           MOVE LgStartTimestamp TO RunStartTimestamp
           MOVE LgEndTimestamp TO RunEndTimestamp
           MOVE LgRunCount TO RunCount
           IF LgRunEnded
               MOVE "ENDED" TO RunState
               MOVE LgFinalSeverity TO RunSeverity
               EVALUATE TRUE
                   WHEN LgFinalSeverity = 0
                       ADD 1 TO EndedCleanCount
                   WHEN LgFinalSeverity < 12
                       ADD 1 TO EndedWarningCount
                   WHEN OTHER
                       ADD 1 TO EndedFatalCount
               END-EVALUATE
           ELSE
               MOVE "NO END" TO RunState
               MOVE 0 TO RunSeverity
               ADD 1 TO NeverEndedCount
           END-IF
           MOVE RunDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           SET StreamIdx TO 1
           SEARCH StreamProgramEntry
               AT END
                   CONTINUE
               WHEN SpProgramName(StreamIdx) = LgProgramName
                   SET StreamSlotNum TO StreamIdx
                   MOVE "Y" TO StreamSeenFlags(StreamSlotNum:1)
           END-SEARCH
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-PRINT-EVENT-ROW - one override honoured or start refused:
      *> the program that honoured or was refused, what the entry
      *> concerns (itself for a rerun, the predecessor for a skip or
      *> a missing predecessor), and who forced it through and why.
      *>----------------------------------------------------------------
       2200-PRINT-EVENT-ROW.
           MOVE SPACES TO EventDetailLine
           MOVE LgProgramName TO EvtProgramName
           MOVE LgStepQualifier TO EvtStepQualifier
           MOVE LgEventProgram TO EvtConcerns
           MOVE LgEventOperator TO EvtOperator
           MOVE LgStartTimestamp(10:6) TO EvtTime
           MOVE LgEventText TO EvtReason
           IF LgOverrideEntry
               MOVE "OVERRIDE" TO EvtEntry
           ELSE
               MOVE "REFUSED" TO EvtEntry
               ADD 1 TO RefusalCount
           END-IF
           EVALUATE TRUE
               WHEN LgOverrideEntry AND LgEventAction = "R"
                   MOVE "RERUN" TO EvtAction
                   ADD 1 TO RerunOverrideCount
               WHEN LgOverrideEntry
                   MOVE "SKIP" TO EvtAction
                   ADD 1 TO SkipOverrideCount
               WHEN LgEventAction = "A"
                   MOVE "AGAIN" TO EvtAction
               WHEN OTHER
                   MOVE "PRED" TO EvtAction
           END-EVALUATE
           MOVE EventDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2500-CHECK-STREAM-PROGRAM - a nightly program with no run row
      *> for the business date never started (or was refused every
      *> time).
      *>----------------------------------------------------------------
       2500-CHECK-STREAM-PROGRAM.
           IF SpRunsNightly(StreamSlotNum)
               AND StreamSeenFlags(StreamSlotNum:1) = "N"
               ADD 1 TO MissingProgramCount
               MOVE SpProgramName(StreamSlotNum) TO MisProgramName
               MOVE MissingDetailLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-REPORT-LINE - the ledger report's paginated
      *> writer.
      *>----------------------------------------------------------------
       7100-PRINT-REPORT-LINE.
           IF ReportLineCount = 0
               OR ReportLineCount >= ReportPageDepth
               PERFORM 7110-START-REPORT-PAGE THRU 7110-EXIT
           END-IF
           WRITE LedgerReportRecord FROM PrintLineWork
           ADD 1 TO ReportLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-REPORT-PAGE - the ledger report's page headings,
      *> with the column headings of the section printing.
      *>----------------------------------------------------------------
       7110-START-REPORT-PAGE.
           ADD 1 TO ReportPageCount
           MOVE SPACES TO PhTitle
           EVALUATE TRUE
               WHEN ReportingRunRows
                   STRING "CONTROL LEDGER RUNS - BUSINESS DATE "
                       DELIMITED BY SIZE
                       BusinessDate DELIMITED BY SIZE
                       INTO PhTitle
               WHEN ReportingEventRows
                   STRING "OVERRIDES AND REFUSALS - BUSINESS DATE "
                       DELIMITED BY SIZE
                       BusinessDate DELIMITED BY SIZE
                       INTO PhTitle
               WHEN OTHER
                   STRING "STREAM PROGRAMS NOT RUN - BUSINESS DATE "
                       DELIMITED BY SIZE
                       BusinessDate DELIMITED BY SIZE
                       INTO PhTitle
           END-EVALUATE
           MOVE RunDate TO PhRunDate
           MOVE ReportPageCount TO PhPageNumber
           WRITE LedgerReportRecord FROM PageHeadingLine
           EVALUATE TRUE
               WHEN ReportingRunRows
                   WRITE LedgerReportRecord FROM RunHeadingLine2
               WHEN ReportingEventRows
                   WRITE LedgerReportRecord FROM EventHeadingLine2
               WHEN OTHER
                   WRITE LedgerReportRecord FROM MissingHeadingLine2
           END-EVALUATE
           WRITE LedgerReportRecord FROM BlankReportLine
           MOVE 3 TO ReportLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - the run totals, then close out.  Any
      *> override, refusal, fatal or unfinished run, or missing
      *> nightly program ends the report with a warning.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF LedgerIsOpen
               PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
               CLOSE CONTROL-LEDGER-FILE
               IF RerunOverrideCount > 0
                   OR SkipOverrideCount > 0
                   OR RefusalCount > 0
                   OR EndedFatalCount > 0
                   OR NeverEndedCount > 0
                   OR MissingProgramCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE LEDGER-REPORT-FILE
           .
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9010-WRITE-RUN-TOTALS - the totals block, after the missing
      *> programs on the same page.
      *>----------------------------------------------------------------
       9010-WRITE-RUN-TOTALS.
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE "RUN TOTALS" TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE RunRowCount TO TrailerCountDisplay
           STRING "RUN ROWS ON LEDGER . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE EndedCleanCount TO TrailerCountDisplay
           STRING "  ENDED CLEAN . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE EndedWarningCount TO TrailerCountDisplay
           STRING "  ENDED WITH WARNINGS . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE EndedFatalCount TO TrailerCountDisplay
           STRING "  ENDED FATAL . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE NeverEndedCount TO TrailerCountDisplay
           STRING "  NO END RECORDED . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE RerunOverrideCount TO TrailerCountDisplay
           STRING "RERUN OVERRIDES HONOURED . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE SkipOverrideCount TO TrailerCountDisplay
           STRING "SKIP OVERRIDES HONOURED . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE RefusalCount TO TrailerCountDisplay
           STRING "STARTS REFUSED . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE MissingProgramCount TO TrailerCountDisplay
           STRING "NIGHTLY PROGRAMS NOT RUN . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       9010-EXIT.
           EXIT.

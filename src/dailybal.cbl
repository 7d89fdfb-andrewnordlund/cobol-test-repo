      *>                    keeps the previous run's file under its
      *>                    own name - and the first-ever run simply
      *>                    reports that equation skipped.
      *>   2026-10-15  AN   Voter-roll layout now ends with the
      *>                    assigned precinct; only rows are counted.
      *>   2026-10-15  AN   The run now records its start, its end
      *>                    and its final severity on the stream's
      *>                    control ledger (CONTROL-LEDGER-FILE),
      *>                    keyed by business date and program, and
      *>                    refuses to start, fatal, unless applmast,
      *>                    coboltut3, excrecyc and rollcomp ran
      *>                    clean for the same business date. A
      *>                    second run for a date it already ran
      *>                    clean is refused the same way. An
      *>                    operator override card (CONTROL-OVERRIDE-
      *>                    FILE) allows a deliberate rerun or skip,
      *>                    and every override honoured is recorded
      *>                    on the ledger.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANCEREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-DATE-FILE ASSIGN TO "CONTROLDATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-OVERRIDE-FILE
               ASSIGN TO "CONTROLOVERRIDEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CONTROLLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LgLedgerKey
               FILE STATUS IS LedgerFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE.
           05 VrApplicantId              PIC X(10).
           05 VrDob                      PIC 9(08).
           05 VrAsOfElectionDate         PIC 9(08).
           05 VrPrecinctCode             PIC X(06).

       FD  BALANCE-REPORT-FILE.
       01  BalanceReportRecord         PIC X(88).

       FD  CONTROL-DATE-FILE.
       01  ControlDateRecord.
           05 CdBusinessDate           PIC 9(08).

       FD  CONTROL-OVERRIDE-FILE.
       01  ControlOverrideRecord.
           05 OvBusinessDate           PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OvProgramName            PIC X(10).
           05 FILLER                   PIC X(01).
           05 OvStepQualifier          PIC X(05).
           05 FILLER                   PIC X(01).
           05 OvAction                 PIC X(01).
           05 FILLER                   PIC X(01).
           05 OvOperator               PIC X(03).
           05 FILLER                   PIC X(01).
           05 OvReason                 PIC X(30).

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

       WORKING-STORAGE SECTION.
       01 RunStatusPresentSwitch PIC X(01) VALUE "N".
           88 RunStatusPresent VALUE "Y".
           05 BalVerdict               PIC X(16).
           05 FILLER                  PIC X(14) VALUE SPACES.

       01 BusinessDate PIC 9(08) VALUE 0.
       01 LedgerRunDate PIC 9(08) VALUE 0.
       01 LedgerRunTime PIC 9(08) VALUE 0.
       01 LedgerTimestamp PIC X(17) VALUE SPACES.
       01 LedgerFileStatus PIC X(02) VALUE "00".
       01 LedgerOpenSwitch PIC X(01) VALUE "N".
           88 LedgerIsOpen VALUE "Y".
       01 StreamGateSwitch PIC X(01) VALUE "Y".
           88 StreamGateOpen VALUE "Y".
           88 StreamGateShut VALUE "N".
       01 LedgerRunRowSwitch PIC X(01) VALUE "N".
           88 LedgerRunRowStarted VALUE "Y".
       01 LedgerRowSwitch PIC X(01) VALUE "N".
           88 LedgerRowFound VALUE "Y".
           88 LedgerRowNotFound VALUE "N".
       01 LedgerEventSwitch PIC X(01) VALUE "N".
           88 LedgerEventWritten VALUE "Y".
       01 LedgerProgramName PIC X(10) VALUE "DAILYBAL".
       01 LedgerStepQualifier PIC X(05) VALUE SPACES.
       01 LedgerEventType PIC X(01) VALUE SPACE.
       01 LedgerEventAction PIC X(01) VALUE SPACE.
       01 LedgerEventProgram PIC X(10) VALUE SPACES.
       01 LedgerEventOperator PIC X(03) VALUE SPACES.
       01 LedgerEventText PIC X(30) VALUE SPACES.
       01 EndOfOverrideCards PIC X(1) VALUE "N".
           88 NoMoreOverrideCards VALUE "Y".
       01 OverrideCardTable.
           05 OverrideCardEntry OCCURS 1 TO 20 TIMES
               DEPENDING ON OverrideCardCount
               INDEXED BY OverrideIdx.
               10 OcProgramName        PIC X(10).
               10 OcStepQualifier      PIC X(05).
               10 OcAction             PIC X(01).
               10 OcOperator           PIC X(03).
               10 OcReason             PIC X(30).
       01 OverrideCardCount PIC 9(02) COMP VALUE 0.
       01 OverrideSearchProgram PIC X(10) VALUE SPACES.
       01 OverrideSearchQualifier PIC X(05) VALUE SPACES.
       01 OverrideSearchAction PIC X(01) VALUE SPACE.
       01 OverrideCardSwitch PIC X(01) VALUE "N".
           88 OverrideCardFound VALUE "Y".
           88 OverrideCardNotFound VALUE "N".
      *>   The programs that must have run clean for the same business
      *>   date before this one may start.
       01 PredecessorNames.
           05 FILLER PIC X(10) VALUE "APPLMAST".
           05 FILLER PIC X(10) VALUE "COBOLTUT3".
           05 FILLER PIC X(10) VALUE "EXCRECYC".
           05 FILLER PIC X(10) VALUE "ROLLCOMP".
       01 PredecessorTable REDEFINES PredecessorNames.
           05 PredecessorName PIC X(10) OCCURS 4 TIMES.
       01 PredecessorCount PIC 9(01) COMP VALUE 4.
       01 PredecessorNum PIC 9(01) COMP VALUE 0.
       01 PredecessorCleanSwitch PIC X(01) VALUE "N".
           88 PredecessorRanClean VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-OPEN-CONTROL-LEDGER
               THRU 0100-EXIT
           IF StreamGateOpen
               PERFORM 1000-INITIALIZE-RUN
                   THRU 1000-EXIT
               PERFORM 2000-PROVE-EQUATIONS
                   THRU 2000-EXIT
               PERFORM 9000-TERMINATE-RUN
                   THRU 9000-EXIT
           END-IF
           PERFORM 0190-CLOSE-CONTROL-LEDGER
               THRU 0190-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 0100-OPEN-CONTROL-LEDGER - the stream's control ledger, keyed
      *> by business date and program.  The run is refused, fatal,
      *> when this program has already run clean for the business date
      *> and no rerun card asks for it again, or when a predecessor
      *> has not run clean for the same date and no skip card releases
      *> it.  Every override honoured and every refusal lands on the
      *> ledger; a run let through records its start there.
      *>----------------------------------------------------------------
       0100-OPEN-CONTROL-LEDGER.
           PERFORM 0110-READ-BUSINESS-DATE THRU 0110-EXIT
           PERFORM 0120-LOAD-OVERRIDE-CARDS THRU 0120-EXIT
           OPEN I-O CONTROL-LEDGER-FILE
           IF LedgerFileStatus = "35"
               OPEN OUTPUT CONTROL-LEDGER-FILE
               CLOSE CONTROL-LEDGER-FILE
               OPEN I-O CONTROL-LEDGER-FILE
           END-IF
           IF LedgerFileStatus = "00"
               SET LedgerIsOpen TO TRUE
               PERFORM 0130-CHECK-PRIOR-RUN THRU 0130-EXIT
               PERFORM 0140-CHECK-PREDECESSOR THRU 0140-EXIT
                   VARYING PredecessorNum FROM 1 BY 1
                   UNTIL PredecessorNum > PredecessorCount
           ELSE
               DISPLAY "CONTROL LEDGER OPEN FAILED - STATUS "
                   LedgerFileStatus " - RUN REFUSED"
               SET StreamGateShut TO TRUE
           END-IF
           IF StreamGateOpen
               PERFORM 0150-RECORD-RUN-START THRU 0150-EXIT
           ELSE
               DISPLAY LedgerProgramName " NOT RUN FOR BUSINESS DATE "
                   BusinessDate " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       0100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0110-READ-BUSINESS-DATE - the business date the scheduler
      *> stamps on the night's stream, so a stream that runs past
      *> midnight still ledgers as one night.  No usable card falls
      *> back to the run date.
      *>----------------------------------------------------------------
       0110-READ-BUSINESS-DATE.
           ACCEPT LedgerRunDate FROM DATE YYYYMMDD
           MOVE LedgerRunDate TO BusinessDate
           OPEN INPUT CONTROL-DATE-FILE
           READ CONTROL-DATE-FILE
               AT END
                   DISPLAY "NO BUSINESS DATE CARD - RUN DATE "
                       LedgerRunDate " USED"
               NOT AT END
                   IF CdBusinessDate IS NUMERIC
                       AND CdBusinessDate > 19000101
                       MOVE CdBusinessDate TO BusinessDate
                   ELSE
                       DISPLAY "BUSINESS DATE CARD NOT A DATE - RUN "
                           "DATE " LedgerRunDate " USED"
                   END-IF
           END-READ
           CLOSE CONTROL-DATE-FILE
           .
       0110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0120-LOAD-OVERRIDE-CARDS - the operator's override cards for
      *> this business date: R lets the named program run again after
      *> a clean run, S lets the stream go on without the named
      *> program having run clean.  Cards for other dates are left for
      *> their own night.
      *>----------------------------------------------------------------
       0120-LOAD-OVERRIDE-CARDS.
           MOVE 0 TO OverrideCardCount
           OPEN INPUT CONTROL-OVERRIDE-FILE
           PERFORM 0125-READ-OVERRIDE-CARD THRU 0125-EXIT
               UNTIL NoMoreOverrideCards
           CLOSE CONTROL-OVERRIDE-FILE
           .
       0120-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0125-READ-OVERRIDE-CARD - one override card into the table.
      *>----------------------------------------------------------------
       0125-READ-OVERRIDE-CARD.
           READ CONTROL-OVERRIDE-FILE
               AT END
                   SET NoMoreOverrideCards TO TRUE
               NOT AT END
                   IF OvBusinessDate = BusinessDate
                       AND (OvAction = "R" OR OvAction = "S")
                       IF OverrideCardCount < 20
                           ADD 1 TO OverrideCardCount
                           MOVE OvProgramName
                               TO OcProgramName(OverrideCardCount)
                           MOVE OvStepQualifier
                               TO OcStepQualifier(OverrideCardCount)
                           MOVE OvAction
                               TO OcAction(OverrideCardCount)
                           MOVE OvOperator
                               TO OcOperator(OverrideCardCount)
                           MOVE OvReason
                               TO OcReason(OverrideCardCount)
                       ELSE
                           DISPLAY "OVERRIDE CARD TABLE FULL - CARD "
                               "FOR " OvProgramName " IGNORED"
                       END-IF
                   END-IF
           END-READ
           .
       0125-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0130-CHECK-PRIOR-RUN - this program's own run row for the
      *> business date.  A run that ended clean is not repeated
      *> without a rerun card; a run that ended fatal, or never
      *> recorded its end (an abend), is simply run again.
      *>----------------------------------------------------------------
       0130-CHECK-PRIOR-RUN.
           MOVE BusinessDate TO LgBusinessDate
           MOVE LedgerProgramName TO LgProgramName
           MOVE LedgerStepQualifier TO LgStepQualifier
           MOVE "R" TO LgEntryType
           MOVE 0 TO LgEntrySequence
           SET LedgerRowNotFound TO TRUE
           READ CONTROL-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LgRunEnded AND LgFinalSeverity < 12
                       SET LedgerRowFound TO TRUE
                   END-IF
           END-READ
           IF LedgerRowFound
               MOVE LedgerProgramName TO OverrideSearchProgram
               MOVE LedgerStepQualifier TO OverrideSearchQualifier
               MOVE "R" TO OverrideSearchAction
               PERFORM 0170-FIND-OVERRIDE-CARD THRU 0170-EXIT
               IF OverrideCardFound
                   DISPLAY "RERUN OVERRIDE BY "
                       OcOperator(OverrideIdx) " - "
                       LedgerProgramName
                       " RUNS AGAIN FOR BUSINESS DATE " BusinessDate
                   MOVE "O" TO LedgerEventType
                   MOVE "R" TO LedgerEventAction
                   MOVE LedgerProgramName TO LedgerEventProgram
                   MOVE OcOperator(OverrideIdx) TO LedgerEventOperator
                   MOVE OcReason(OverrideIdx) TO LedgerEventText
                   PERFORM 0180-WRITE-LEDGER-EVENT THRU 0180-EXIT
               ELSE
                   DISPLAY LedgerProgramName
                       " ALREADY RAN CLEAN FOR BUSINESS DATE "
                       BusinessDate " - NO RERUN CARD"
                   SET StreamGateShut TO TRUE
                   MOVE "X" TO LedgerEventType
                   MOVE "A" TO LedgerEventAction
                   MOVE LedgerProgramName TO LedgerEventProgram
                   MOVE SPACES TO LedgerEventOperator
                   MOVE "ALREADY RAN CLEAN - NO RERUN"
                       TO LedgerEventText
                   PERFORM 0180-WRITE-LEDGER-EVENT THRU 0180-EXIT
               END-IF
           END-IF
           .
       0130-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0140-CHECK-PREDECESSOR - one required predecessor's run row
      *> for the business date.  Anything short of an ended run below
      *> fatal severity holds this run unless a skip card releases the
      *> predecessor.  Every predecessor is checked, so one refusal
      *> names everything still outstanding.
      *>----------------------------------------------------------------
       0140-CHECK-PREDECESSOR.
           MOVE BusinessDate TO LgBusinessDate
           MOVE PredecessorName(PredecessorNum) TO LgProgramName
           MOVE SPACES TO LgStepQualifier
           MOVE "R" TO LgEntryType
           MOVE 0 TO LgEntrySequence
           MOVE "N" TO PredecessorCleanSwitch
           READ CONTROL-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LgRunEnded AND LgFinalSeverity < 12
                       SET PredecessorRanClean TO TRUE
                   END-IF
           END-READ
           IF NOT PredecessorRanClean
               MOVE PredecessorName(PredecessorNum)
                   TO OverrideSearchProgram
               MOVE SPACES TO OverrideSearchQualifier
               MOVE "S" TO OverrideSearchAction
               PERFORM 0170-FIND-OVERRIDE-CARD THRU 0170-EXIT
               IF OverrideCardFound
                   DISPLAY "SKIP OVERRIDE BY "
                       OcOperator(OverrideIdx) " - "
                       PredecessorName(PredecessorNum)
                       " RELEASED FOR BUSINESS DATE " BusinessDate
                   MOVE "O" TO LedgerEventType
                   MOVE "S" TO LedgerEventAction
                   MOVE OcOperator(OverrideIdx) TO LedgerEventOperator
                   MOVE OcReason(OverrideIdx) TO LedgerEventText
               ELSE
                   DISPLAY "PREDECESSOR "
                       PredecessorName(PredecessorNum)
                       " HAS NOT RUN CLEAN FOR BUSINESS DATE "
                       BusinessDate
                   SET StreamGateShut TO TRUE
                   MOVE "X" TO LedgerEventType
                   MOVE "P" TO LedgerEventAction
                   MOVE SPACES TO LedgerEventOperator
                   MOVE "PREDECESSOR NOT RUN CLEAN" TO LedgerEventText
               END-IF
               MOVE PredecessorName(PredecessorNum)
                   TO LedgerEventProgram
               PERFORM 0180-WRITE-LEDGER-EVENT THRU 0180-EXIT
           END-IF
           .
       0140-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0150-RECORD-RUN-START - this program's run row for the
      *> business date marked started, its run count stepped on a
      *> rerun.
      *>----------------------------------------------------------------
       0150-RECORD-RUN-START.
           PERFORM 0160-CAPTURE-LEDGER-TIMESTAMP THRU 0160-EXIT
           MOVE BusinessDate TO LgBusinessDate
           MOVE LedgerProgramName TO LgProgramName
           MOVE LedgerStepQualifier TO LgStepQualifier
           MOVE "R" TO LgEntryType
           MOVE 0 TO LgEntrySequence
           SET LedgerRowFound TO TRUE
           READ CONTROL-LEDGER-FILE
               INVALID KEY
                   SET LedgerRowNotFound TO TRUE
           END-READ
           IF LedgerRowNotFound
               MOVE SPACES TO LedgerRecord
               MOVE BusinessDate TO LgBusinessDate
               MOVE LedgerProgramName TO LgProgramName
               MOVE LedgerStepQualifier TO LgStepQualifier
               MOVE "R" TO LgEntryType
               MOVE 0 TO LgEntrySequence
               MOVE 0 TO LgRunCount
           END-IF
           ADD 1 TO LgRunCount
           MOVE LedgerTimestamp TO LgStartTimestamp
           MOVE SPACES TO LgEndTimestamp
           SET LgRunStarted TO TRUE
           MOVE 0 TO LgFinalSeverity
           IF LedgerRowNotFound
               WRITE LedgerRecord
                   INVALID KEY
                       DISPLAY "CONTROL LEDGER RUN ROW NOT WRITTEN - "
                           "STATUS " LedgerFileStatus
               END-WRITE
           ELSE
               REWRITE LedgerRecord
                   INVALID KEY
                       DISPLAY "CONTROL LEDGER RUN ROW NOT REWRITTEN - "
                           "STATUS " LedgerFileStatus
               END-REWRITE
           END-IF
           SET LedgerRunRowStarted TO TRUE
           .
       0150-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0160-CAPTURE-LEDGER-TIMESTAMP - wall clock for a ledger row,
      *> in the audit log's timestamp form.
      *>----------------------------------------------------------------
       0160-CAPTURE-LEDGER-TIMESTAMP.
           ACCEPT LedgerRunDate FROM DATE YYYYMMDD
           ACCEPT LedgerRunTime FROM TIME
           MOVE SPACES TO LedgerTimestamp
           STRING LedgerRunDate DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LedgerRunTime DELIMITED BY SIZE
               INTO LedgerTimestamp
           .
       0160-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0170-FIND-OVERRIDE-CARD - is there a card for the program,
      *> step and action searched for; OverrideIdx is left on it.
      *>----------------------------------------------------------------
       0170-FIND-OVERRIDE-CARD.
           SET OverrideCardNotFound TO TRUE
           IF OverrideCardCount > 0
               SET OverrideIdx TO 1
               SEARCH OverrideCardEntry
                   AT END
                       CONTINUE
                   WHEN OcProgramName(OverrideIdx)
                           = OverrideSearchProgram
                       AND OcStepQualifier(OverrideIdx)
                           = OverrideSearchQualifier
                       AND OcAction(OverrideIdx) = OverrideSearchAction
                       SET OverrideCardFound TO TRUE
               END-SEARCH
           END-IF
           .
       0170-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0180-WRITE-LEDGER-EVENT - an override or refusal row under
      *> this program for the business date, at the next free
      *> sequence number.
      *>----------------------------------------------------------------
       0180-WRITE-LEDGER-EVENT.
           PERFORM 0160-CAPTURE-LEDGER-TIMESTAMP THRU 0160-EXIT
           MOVE SPACES TO LedgerRecord
           MOVE BusinessDate TO LgBusinessDate
           MOVE LedgerProgramName TO LgProgramName
           MOVE LedgerStepQualifier TO LgStepQualifier
           MOVE LedgerEventType TO LgEntryType
           MOVE 0 TO LgEntrySequence
           MOVE LedgerTimestamp TO LgStartTimestamp
           MOVE 0 TO LgRunCount
           IF LgRefusalEntry
               MOVE 12 TO LgFinalSeverity
           ELSE
               MOVE 0 TO LgFinalSeverity
           END-IF
           MOVE LedgerEventAction TO LgEventAction
           MOVE LedgerEventProgram TO LgEventProgram
           MOVE LedgerEventOperator TO LgEventOperator
           MOVE LedgerEventText TO LgEventText
           MOVE "N" TO LedgerEventSwitch
           PERFORM 0185-WRITE-NEXT-EVENT-ROW THRU 0185-EXIT
               UNTIL LedgerEventWritten
           .
       0180-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0185-WRITE-NEXT-EVENT-ROW - try the next sequence number.
      *>----------------------------------------------------------------
       0185-WRITE-NEXT-EVENT-ROW.
           ADD 1 TO LgEntrySequence
           WRITE LedgerRecord
               INVALID KEY
                   IF LgEntrySequence >= 9999
                       DISPLAY "CONTROL LEDGER EVENT ROW NOT WRITTEN - "
                           "STATUS " LedgerFileStatus
                       SET LedgerEventWritten TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LedgerEventWritten TO TRUE
           END-WRITE
           .
       0185-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 0190-CLOSE-CONTROL-LEDGER - a run let through records its end
      *> and the final return code as its severity, which is what its
      *> successors test.
      *>----------------------------------------------------------------
       0190-CLOSE-CONTROL-LEDGER.
           IF LedgerRunRowStarted
               MOVE BusinessDate TO LgBusinessDate
               MOVE LedgerProgramName TO LgProgramName
               MOVE LedgerStepQualifier TO LgStepQualifier
               MOVE "R" TO LgEntryType
               MOVE 0 TO LgEntrySequence
               READ CONTROL-LEDGER-FILE
                   INVALID KEY
                       DISPLAY "CONTROL LEDGER RUN ROW MISSING AT END "
                           "OF RUN - STATUS " LedgerFileStatus
                   NOT INVALID KEY
                       PERFORM 0160-CAPTURE-LEDGER-TIMESTAMP
                           THRU 0160-EXIT
                       MOVE LedgerTimestamp TO LgEndTimestamp
                       SET LgRunEnded TO TRUE
                       MOVE RETURN-CODE TO LgFinalSeverity
                       REWRITE LedgerRecord
                           INVALID KEY
                               DISPLAY "CONTROL LEDGER RUN END NOT "
                                   "RECORDED - STATUS " LedgerFileStatus
                       END-REWRITE
               END-READ
           END-IF
           IF LedgerIsOpen
               CLOSE CONTROL-LEDGER-FILE
           END-IF
           .
       0190-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - pick up every status record the stream
      *> published, count the roll rows, and open the balancing report.

      *>                    recycled appends equals the roll row count
      *>                    instead of breaking every night the
      *>                    recycle run resolves somebody.
      *>   2026-10-15  AN   Exception rows now carry the applicant's
      *>                    residence address, and a resolved
      *>                    applicant appended to the voter roll is
      *>                    given a precinct from the effective street
      *>                    segments (STREET-SEGMENT-FILE) by the same
      *>                    street / house-range / side match the
      *>                    nightly batch applies.  An address that
      *>                    matches no segment, or more than one, goes
      *>                    on the roll with the precinct blank and is
      *>                    marked on the recycle register and counted
      *>                    on the trailer.
      *>   2026-10-15  AN   The run now records its start, its end
      *>                    and its final severity on the stream's
      *>                    control ledger (CONTROL-LEDGER-FILE),
      *>                    keyed by business date and program, and
      *>                    refuses to start, fatal, unless coboltut3
      *>                    and precmnt ran clean for the same
      *>                    business date. A second run for a date it
      *>                    already ran clean is refused the same
      *>                    way. An operator override card (CONTROL-
      *>                    OVERRIDE-FILE) allows a deliberate rerun
      *>                    or skip, and every override honoured is
      *>                    recorded on the ledger.
      *>   2026-10-15  AN   Rows the registrar refused on a hand-off
      *>                    now reach EXCEPTION-FILE through the
      *>                    xmitack intake run under their own E005
      *>                    reason code, carrying the applicant's
      *>                    master values.  A corrected E005 is re-run
      *>                    through the same Age/Grade/Vote
      *>                    determination as an E001 applicant reject,
      *>                    audited and marked resolved, but writes no
      *>                    voter-roll row: a refused applicant was
      *>                    transmitted, so they are already on the
      *>                    roll the nightly batch rebuilds from the
      *>                    applicant master, and the corrected values
      *>                    reach it through the applicant-master run.
      *>                    E005 shares the E001 reason class, so one
      *>                    keyed correction resolves an applicant once
      *>                    however many of the two are open; E005
      *>                    rows with no correction age like any other.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS AuditFileStatus.
           SELECT RECYCLE-STATUS-FILE ASSIGN TO "RECYCLESTATUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STREET-SEGMENT-FILE
               ASSIGN TO "STREETSEGMENTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGMENT-WORK-FILE ASSIGN TO "SEGWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SgwSegmentId
               FILE STATUS IS SegWorkFileStatus.
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
       FD  EXCEPTION-FILE.
           05 ExcRunDate               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ExcStatus                PIC X(01).
           05 FILLER                   PIC X(01).
           05 ExcSourceHouseNumber     PIC X(06).
           05 ExcSourceHouseNumeric REDEFINES ExcSourceHouseNumber
                                       PIC 9(06).
           05 FILLER                   PIC X(01).
           05 ExcSourceStreet          PIC X(30).

       FD  CORRECTION-FILE.
       01  CorrectionRecord.
           05 ExoRunDate               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ExoStatus                PIC X(01).
           05 FILLER                   PIC X(01).
           05 ExoSourceHouseNumber     PIC X(06).
           05 FILLER                   PIC X(01).
           05 ExoSourceStreet          PIC X(30).

       FD  RECYCLE-REPORT-FILE.
       01  RecycleReportRecord         PIC X(88).
           05 VrApplicantId              PIC X(10).
           05 VrDob                      PIC 9(08).
           05 VrAsOfElectionDate         PIC 9(08).
           05 VrPrecinctCode             PIC X(06).

       FD  AUDIT-FILE.
       01  AuditRecord.
           05 FILLER                   PIC X(01).
           05 RstRollAppendCount       PIC 9(07).

       FD  STREET-SEGMENT-FILE.
       01  StreetSegmentRecord.
           05 SsStreetName                 PIC X(30).
           05 SsLowHouseNumber             PIC 9(06).
           05 SsSide                       PIC X(01).
           05 SsHighHouseNumber            PIC 9(06).
           05 SsPrecinctCode               PIC X(06).

       FD  SEGMENT-WORK-FILE.
       01  SegmentWorkRecord.
           05 SgwSegmentId.
               10 SgwStreetName            PIC X(30).
               10 SgwLowHouseNumber        PIC 9(06).
               10 SgwSide                  PIC X(01).
           05 SgwHighHouseNumber           PIC 9(06).
           05 SgwPrecinctCode              PIC X(06).

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
       01 EndOfExceptionFile PIC X(1) VALUE "N".
           88 NoMoreExceptions VALUE "Y".
       01 AuditRunTimestamp PIC X(17) VALUE SPACES.
       01 AuditDeterminationType PIC X(10) VALUE SPACES.
       01 AuditBranchFired PIC X(20) VALUE SPACES.
       01 SegWorkFileStatus PIC X(02) VALUE "00".
       01 SegWorkOpenSwitch PIC X(01) VALUE "N".
           88 SegWorkIsOpen VALUE "Y".
       01 EndOfStreetSegments PIC X(1) VALUE "N".
           88 NoMoreStreetSegments VALUE "Y".
       01 SegmentScanSwitch PIC X(01) VALUE "N".
           88 SegmentScanDone VALUE "Y".
           88 SegmentScanActive VALUE "N".
       01 SegmentsLoadedCount PIC 9(07) COMP VALUE 0.
       01 AssignedPrecinctCode PIC X(06) VALUE SPACES.
       01 PrecinctMatchCount PIC 9(03) COMP VALUE 0.
       01 HouseParityQuotient PIC 9(06) COMP VALUE 0.
       01 HouseParityRemainder PIC 9(01) COMP VALUE 0.
           88 HouseNumberIsOdd VALUE 1.
           88 HouseNumberIsEven VALUE 0.
       01 NoPrecinctAppendCount PIC 9(07) COMP VALUE 0.

       01 ReportPageDepth PIC 9(02) COMP VALUE 55.
       01 PrintLineWork PIC X(88) VALUE SPACES.
           05 AgeDaysOpen              PIC ZZZZZZ9.
           05 FILLER                  PIC X(55) VALUE SPACES.

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
       01 LedgerProgramName PIC X(10) VALUE "EXCRECYC".
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
           05 FILLER PIC X(10) VALUE "COBOLTUT3".
           05 FILLER PIC X(10) VALUE "PRECMNT".
       01 PredecessorTable REDEFINES PredecessorNames.
           05 PredecessorName PIC X(10) OCCURS 2 TIMES.
       01 PredecessorCount PIC 9(01) COMP VALUE 2.
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
               PERFORM 2000-PROCESS-EXCEPTIONS
                   THRU 2000-EXIT
                   UNTIL NoMoreExceptions
               PERFORM 3000-REPORT-UNUSED-CORRECTIONS
                   THRU 3000-EXIT
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
      *> 1000-INITIALIZE-RUN - pick up the run parms and district
      *> cutoffs the nightly batch uses, load the day's corrections,
           PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
           PERFORM 1040-LOAD-DISTRICT-PARMS THRU 1040-EXIT
           PERFORM 1030-LOAD-CORRECTIONS THRU 1030-EXIT
           PERFORM 1046-LOAD-STREET-SEGMENTS THRU 1046-EXIT
           PERFORM 1080-CAPTURE-RUN-TIMESTAMP THRU 1080-EXIT
           OPEN INPUT EXCEPTION-FILE
           OPEN OUTPUT EXCEPTION-OUT-FILE
       1045-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1046-LOAD-STREET-SEGMENTS - the effective street segments
      *> into a keyed work file built fresh every run, the same load
      *> the nightly batch does, so a resolved voter gets the precinct
      *> the nightly would have given them.  A missing segment file or
      *> a work file that will not open leaves every append this run
      *> without a precinct, shown on the register.
      *>----------------------------------------------------------------
       1046-LOAD-STREET-SEGMENTS.
           MOVE 0 TO SegmentsLoadedCount
           OPEN OUTPUT SEGMENT-WORK-FILE
           IF SegWorkFileStatus = "00"
               CLOSE SEGMENT-WORK-FILE
               OPEN I-O SEGMENT-WORK-FILE
           END-IF
           IF SegWorkFileStatus = "00"
               SET SegWorkIsOpen TO TRUE
               MOVE "N" TO EndOfStreetSegments
               OPEN INPUT STREET-SEGMENT-FILE
               PERFORM 1047-READ-STREET-SEGMENT THRU 1047-EXIT
                   UNTIL NoMoreStreetSegments
               CLOSE STREET-SEGMENT-FILE
           ELSE
               DISPLAY "SEGMENT WORK FILE OPEN FAILED - "
                   "STATUS " SegWorkFileStatus
                   " - NO PRECINCTS ASSIGNED THIS RUN"
           END-IF
           .
       1046-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1047-READ-STREET-SEGMENT - one effective segment onto the work
      *> file; a repeated key keeps the first row.
      *>----------------------------------------------------------------
       1047-READ-STREET-SEGMENT.
           READ STREET-SEGMENT-FILE
               AT END
                   SET NoMoreStreetSegments TO TRUE
               NOT AT END
                   MOVE SsStreetName TO SgwStreetName
                   MOVE SsLowHouseNumber TO SgwLowHouseNumber
                   MOVE SsSide TO SgwSide
                   MOVE SsHighHouseNumber TO SgwHighHouseNumber
                   MOVE SsPrecinctCode TO SgwPrecinctCode
                   WRITE SegmentWorkRecord
                       INVALID KEY
                           DISPLAY "STREET SEGMENT REPEATED - "
                               SsStreetName " " SsLowHouseNumber
                       NOT INVALID KEY
                           ADD 1 TO SegmentsLoadedCount
                   END-WRITE
           END-READ
           .
       1047-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1050-READ-RUN-PARMS - as-of election date and the
      *> exception-age-days threshold; default to today and 30 days if
                               PERFORM 2200-RECYCLE-APPLICANT
                                   THRU 2200-EXIT
                           END-IF
                       WHEN "E005"
                           IF CtApplAlreadyResolved(CorrectionIdx)
                               PERFORM 2450-SUPERSEDE-EXCEPTION
                                   THRU 2450-EXIT
                           ELSE
                               PERFORM 2280-RESOLVE-REFUSED-APPLICANT
                                   THRU 2280-EXIT
                           END-IF
                       WHEN "E003"
                       WHEN "E004"
                           IF CtIdAlreadyResolved(CorrectionIdx)
      *> rejected and the exception stays open.
      *>----------------------------------------------------------------
       2200-RECYCLE-APPLICANT.
           PERFORM 2210-STAGE-APPLICANT-CORRECTION THRU 2210-EXIT
           IF WorkAge IS NOT NUMERIC
               ADD 1 TO CorrectionRejectCount
               PERFORM 2160-REPORT-DISPOSITION THRU 2160-EXIT
               PERFORM 7100-PRINT-RECYCLE-LINE THRU 7100-EXIT
               PERFORM 2400-AGE-EXCEPTION THRU 2400-EXIT
           ELSE
               PERFORM 2220-DETERMINE-APPLICANT THRU 2220-EXIT

               IF CanVote
                   PERFORM 2270-ASSIGN-PRECINCT THRU 2270-EXIT
                   MOVE ExcApplicantId TO VrApplicantId
                   MOVE WorkDobNumeric TO VrDob
                   MOVE AsOfElectionDate TO VrAsOfElectionDate
                   MOVE AssignedPrecinctCode TO VrPrecinctCode
                   WRITE VoterRollRecord
                   ADD 1 TO RollAppendCount
               END-IF
               ADD 1 TO RecycledResolvedCount
               PERFORM 2160-REPORT-DISPOSITION THRU 2160-EXIT
               IF CanVote
                   IF AssignedPrecinctCode = SPACES
                       ADD 1 TO NoPrecinctAppendCount
                       MOVE "RESOLVED - CAN VOTE, NO PRECINCT"
                           TO RcyDisposition
                   ELSE
                       MOVE "RESOLVED - CAN VOTE" TO RcyDisposition
                   END-IF
               ELSE
                   MOVE "RESOLVED - CANNOT VOTE" TO RcyDisposition
               END-IF
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2210-STAGE-APPLICANT-CORRECTION - the exception's source
      *> values with every field the correction keys laid over them.
      *>----------------------------------------------------------------
       2210-STAGE-APPLICANT-CORRECTION.
           MOVE ExcSourceAge TO WorkAge
           MOVE ExcSourceDistrict TO WorkDistrict
           MOVE ExcSourceDob TO WorkDob
           IF CtAge(CorrectionIdx) NOT = SPACES
               MOVE CtAge(CorrectionIdx) TO WorkAge
           END-IF
           IF CtDistrict(CorrectionIdx) NOT = SPACES
               MOVE CtDistrict(CorrectionIdx) TO WorkDistrict
           END-IF
           IF CtDob(CorrectionIdx) NOT = SPACES
               MOVE CtDob(CorrectionIdx) TO WorkDob
           END-IF
           .
       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2220-DETERMINE-APPLICANT - the nightly batch's Age/Grade/Vote
      *> determination for a corrected age: district cutoff lookup,
      *> vote eligibility, grade placement and the audit branch.
      *>----------------------------------------------------------------
       2220-DETERMINE-APPLICANT.
           MOVE WorkAgeNumeric TO Age
           MOVE 0 TO Grade
           PERFORM 2250-LOOKUP-DISTRICT-CUTOFFS THRU 2250-EXIT
           PERFORM 2260-DETERMINE-VOTE-ELIGIBILITY THRU 2260-EXIT

           MOVE "APPLICANT" TO AuditDeterminationType
           IF Age < KindergartenCutoff
               MOVE "STAY-HOME" TO AuditBranchFired
           END-IF
           IF Age = KindergartenCutoff
               MOVE "KINDERGARTEN" TO AuditBranchFired
           END-IF
           IF Age > KindergartenCutoff AND Age < CollegeCutoff
               COMPUTE Grade = Age - KindergartenCutoff
               MOVE "GRADE-PLACEMENT" TO AuditBranchFired
           END-IF
           IF Age >= CollegeCutoff
               MOVE "COLLEGE" TO AuditBranchFired
           END-IF
           .
       2220-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2250-LOOKUP-DISTRICT-CUTOFFS - same lookup-with-5/18-default
      *> the nightly batch applies, against the corrected district.
       2260-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2270-ASSIGN-PRECINCT - the exception's residence address
      *> against the effective street segments, the same match the
      *> nightly batch applies: the street's segments come back in
      *> low-house-number order, a segment matches when the house
      *> number falls inside its range on its side of the street, and
      *> only exactly one match assigns a precinct.
      *>----------------------------------------------------------------
       2270-ASSIGN-PRECINCT.
           MOVE SPACES TO AssignedPrecinctCode
           MOVE 0 TO PrecinctMatchCount
           IF SegWorkIsOpen
               AND ExcSourceStreet NOT = SPACES
               AND ExcSourceHouseNumber IS NUMERIC
               DIVIDE ExcSourceHouseNumeric BY 2
                   GIVING HouseParityQuotient
                   REMAINDER HouseParityRemainder
               MOVE ExcSourceStreet TO SgwStreetName
               MOVE 0 TO SgwLowHouseNumber
               MOVE LOW-VALUES TO SgwSide
               SET SegmentScanActive TO TRUE
               START SEGMENT-WORK-FILE KEY >= SgwSegmentId
                   INVALID KEY
                       SET SegmentScanDone TO TRUE
               END-START
               PERFORM 2275-SCAN-ONE-SEGMENT THRU 2275-EXIT
                   UNTIL SegmentScanDone
               IF PrecinctMatchCount NOT = 1
                   MOVE SPACES TO AssignedPrecinctCode
               END-IF
           END-IF
           .
       2270-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2275-SCAN-ONE-SEGMENT - the next segment on the work file; a
      *> different street, or a range that starts past the house
      *> number, ends the scan.
      *>----------------------------------------------------------------
       2275-SCAN-ONE-SEGMENT.
           READ SEGMENT-WORK-FILE NEXT RECORD
               AT END
                   SET SegmentScanDone TO TRUE
           END-READ
           IF NOT SegmentScanDone
               IF SgwStreetName NOT = ExcSourceStreet
                   OR SgwLowHouseNumber > ExcSourceHouseNumeric
                   SET SegmentScanDone TO TRUE
               ELSE
                   IF SgwHighHouseNumber >= ExcSourceHouseNumeric
                       AND (SgwSide = "B"
                           OR (SgwSide = "O" AND HouseNumberIsOdd)
                           OR (SgwSide = "E" AND HouseNumberIsEven))
                       ADD 1 TO PrecinctMatchCount
                       MOVE SgwPrecinctCode TO AssignedPrecinctCode
                   END-IF
               END-IF
           END-IF
           .
       2275-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2280-RESOLVE-REFUSED-APPLICANT - a corrected applicant the
      *> registrar refused on a hand-off.  They were transmitted, so
      *> they are already on the voter roll, and the nightly batch
      *> rebuilds the roll from the applicant master every night; the
      *> corrected values reach the roll and the registrar through the
      *> applicant-master run and the next nightly batch.  The
      *> determination is re-run and audited here so the log shows
      *> the refusal resolved, but no voter-roll row is written - an
      *> append would put the applicant on the roll twice.  A
      *> correction that still fails validation is rejected and the
      *> exception stays open.
      *>----------------------------------------------------------------
       2280-RESOLVE-REFUSED-APPLICANT.
           PERFORM 2210-STAGE-APPLICANT-CORRECTION THRU 2210-EXIT
           IF WorkAge IS NOT NUMERIC
               ADD 1 TO CorrectionRejectCount
               PERFORM 2160-REPORT-DISPOSITION THRU 2160-EXIT
               MOVE "CORRECTION REJECTED - AGE NOT NUMERIC"
                   TO RcyDisposition
               MOVE RecycleDetailLine TO PrintLineWork
               PERFORM 7100-PRINT-RECYCLE-LINE THRU 7100-EXIT
               PERFORM 2400-AGE-EXCEPTION THRU 2400-EXIT
           ELSE
               PERFORM 2220-DETERMINE-APPLICANT THRU 2220-EXIT
               PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT

               ADD 1 TO RecycledResolvedCount
               PERFORM 2160-REPORT-DISPOSITION THRU 2160-EXIT
               IF CanVote
                   MOVE "RESOLVED - CAN VOTE, ROLL FROM MASTER"
                       TO RcyDisposition
               ELSE
                   MOVE "RESOLVED - CANNOT VOTE, ROLL FROM MASTER"
                       TO RcyDisposition
               END-IF
               MOVE RecycleDetailLine TO PrintLineWork
               PERFORM 7100-PRINT-RECYCLE-LINE THRU 7100-EXIT

               PERFORM 2550-CARRY-FORWARD-RESOLVED THRU 2550-EXIT
               SET CtApplAlreadyResolved(CorrectionIdx) TO TRUE
           END-IF
           .
       2280-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-RECYCLE-ID-NUMBER - re-validate one corrected ID-number
      *> reject the way the nightly batch validates the feed at
      *> reason class this run's correction already resolved: the
      *> nightly wrote one open row per night the record stayed bad,
      *> so re-running the determination here would append a duplicate
      *> voter-roll record per extra row (for an E001) or a duplicate
      *> audit row (for an E005 refusal, which never writes the roll).
      *> An E001 and an E005 for one applicant share the class, so one
      *> correction resolves both.  Carry the row forward marked
      *> resolved with the corrected values, register it as
      *> superseded, and leave the roll and audit log alone.
      *>----------------------------------------------------------------
       2450-SUPERSEDE-EXCEPTION.
           ADD 1 TO SupersededCount
           IF ExcReasonCode = "E001" OR ExcReasonCode = "E005"
               MOVE ExcSourceAge TO WorkAge
               MOVE ExcSourceDistrict TO WorkDistrict
               MOVE ExcSourceDob TO WorkDob
      *> 2550-CARRY-FORWARD-RESOLVED - copy the incoming exception to
      *> the carried-forward file marked resolved, with the corrected
      *> source values in place of the ones that failed so the record
      *> shows what was actually determined.  For an E005 refusal
      *> those values were determined here but reach the voter roll
      *> only through the applicant-master run, so the resolved row
      *> is the record of what the master correction has to carry.
      *>----------------------------------------------------------------
       2550-CARRY-FORWARD-RESOLVED.
           MOVE ExceptionRecord TO ExceptionOutRecord
           IF ExcReasonCode = "E001" OR ExcReasonCode = "E005"
               MOVE WorkAge TO ExoSourceAge
               MOVE WorkDistrict TO ExoSourceDistrict
               MOVE WorkDob TO ExoSourceDob
           MOVE RecycleTrailerLine TO PrintLineWork
           PERFORM 7100-PRINT-RECYCLE-LINE THRU 7100-EXIT

           MOVE SPACES TO RecycleTrailerLine
           MOVE NoPrecinctAppendCount TO TrailerCountDisplay
           STRING "ROLL APPENDS NO PRECINCT . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO RecycleTrailerLine
           MOVE RecycleTrailerLine TO PrintLineWork
           PERFORM 7100-PRINT-RECYCLE-LINE THRU 7100-EXIT

           PERFORM 9020-WRITE-RECYCLE-STATUS THRU 9020-EXIT

           CLOSE EXCEPTION-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE VOTER-ROLL-FILE
           CLOSE AUDIT-FILE
           IF SegWorkIsOpen
               CLOSE SEGMENT-WORK-FILE
           END-IF
           .
       9000-EXIT.
           EXIT.

      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. precmnt.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New street-segment maintenance run for
      *>                    precinct assignment, built the way the
      *>                    district-parm run maintains its master.
      *>                    Each segment is a street name, a house-
      *>                    number range and a side of the street (odd,
      *>                    even or both) mapped to one precinct code,
      *>                    kept as effective-dated rows on a keyed
      *>                    master maintained by a transaction file of
      *>                    adds, changes and deletes, with every
      *>                    transaction landing on an applied/rejected
      *>                    register.  A redistricting keys ahead of
      *>                    time and sits on the master until its
      *>                    effective date arrives.  Each run extracts
      *>                    the currently-effective row per segment
      *>                    into the flat STREET-SEGMENT-FILE the
      *>                    nightly batch assigns precincts from, and
      *>                    cuts a changed-street list by matching
      *>                    today's extract against the prior run's,
      *>                    so the applicant-master run puts everybody
      *>                    on a re-drawn street onto the delta
      *>                    extract.
      *>   2026-10-15  AN   The run now records its start, its end
      *>                    and its final severity on the stream's
      *>                    control ledger (CONTROL-LEDGER-FILE) the
      *>                    way the district-parm run does.  As a head
      *>                    of the stream it checks only that it has
      *>                    not already run clean for the business
      *>                    date; the applicant-master run, the nightly
      *>                    batch and the recycle run read its extract
      *>                    and changed-street list, so they gate on
      *>                    it and a skipped or fatal run no longer
      *>                    lets them assign precincts off yesterday's
      *>                    segments.  An operator override card
      *>                    (CONTROL-OVERRIDE-FILE) allows a deliberate
      *>                    rerun or skip, and every override honoured
      *>                    is recorded on the ledger.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREET-SEGMENT-MASTER
               ASSIGN TO "STREETSEGMENTMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SgSegmentKey
               FILE STATUS IS MasterFileStatus.
           SELECT SEGMENT-TRAN-FILE ASSIGN TO "SEGTRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGMENT-REGISTER-FILE ASSIGN TO "SEGREGISTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STREET-SEGMENT-FILE ASSIGN TO "STREETSEGMENTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIOR-STREET-SEGMENT-FILE
               ASSIGN TO "PRIORSTREETSEGFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGED-STREET-FILE
               ASSIGN TO "CHANGEDSTREETFILE"
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
       FD  STREET-SEGMENT-MASTER.
       01  StreetSegmentMasterRecord.
           05 SgSegmentKey.
               10 SgSegmentId.
                   15 SgStreetName     PIC X(30).
                   15 SgLowHouseNumber PIC 9(06).
                   15 SgSide           PIC X(01).
               10 SgEffectiveDate      PIC 9(08).
           05 SgHighHouseNumber        PIC 9(06).
           05 SgPrecinctCode           PIC X(06).

       FD  SEGMENT-TRAN-FILE.
       01  SegmentTranRecord.
           05 StnActionCode            PIC X(01).
               88 TranIsAdd VALUE "A".
               88 TranIsChange VALUE "C".
               88 TranIsDelete VALUE "D".
           05 StnStreetName            PIC X(30).
           05 StnLowHouseNumber        PIC 9(06).
           05 StnSide                  PIC X(01).
               88 StnSideIsValid VALUE "O" "E" "B".
           05 StnEffectiveDate         PIC 9(08).
           05 StnHighHouseNumber       PIC 9(06).
           05 StnPrecinctCode          PIC X(06).

       FD  SEGMENT-REGISTER-FILE.
       01  RegisterRecord              PIC X(80).

       FD  STREET-SEGMENT-FILE.
       01  StreetSegmentRecord.
           05 SsSegmentId.
               10 SsStreetName         PIC X(30).
               10 SsLowHouseNumber     PIC 9(06).
               10 SsSide               PIC X(01).
           05 SsHighHouseNumber        PIC 9(06).
           05 SsPrecinctCode           PIC X(06).

       FD  PRIOR-STREET-SEGMENT-FILE.
       01  PriorStreetSegmentRecord.
           05 PsSegmentId.
               10 PsStreetName         PIC X(30).
               10 PsLowHouseNumber     PIC 9(06).
               10 PsSide               PIC X(01).
           05 PsHighHouseNumber        PIC 9(06).
           05 PsPrecinctCode           PIC X(06).

       FD  CHANGED-STREET-FILE.
       01  ChangedStreetRecord.
           05 ChsStreetName            PIC X(30).

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
       01 MasterFileStatus PIC X(02) VALUE "00".
       01 MasterOpenSwitch PIC X(01) VALUE "N".
           88 MasterIsOpen VALUE "Y".
       01 EndOfTranFile PIC X(1) VALUE "N".
           88 NoMoreTrans VALUE "Y".
       01 EndOfMasterFile PIC X(1) VALUE "N".
           88 NoMoreMasters VALUE "Y".
       01 EndOfPriorSegments PIC X(1) VALUE "N".
           88 NoMorePriorSegments VALUE "Y".
       01 TranValidSwitch PIC X(1) VALUE "Y".
           88 TranIsValid VALUE "Y".
           88 TranIsInvalid VALUE "N".
       01 TranRejectReason PIC X(20) VALUE SPACES.
       01 TranReadCount PIC 9(07) COMP VALUE 0.
       01 TranAppliedCount PIC 9(07) COMP VALUE 0.
       01 TranRejectedCount PIC 9(07) COMP VALUE 0.
       01 ExtractWrittenCount PIC 9(07) COMP VALUE 0.
       01 ChangedWrittenCount PIC 9(07) COMP VALUE 0.
       01 RunDate PIC 9(08) VALUE 0.
       01 SweepSegmentId.
           05 SweepStreetName          PIC X(30).
           05 SweepLowHouseNumber      PIC 9(06).
           05 SweepSide                PIC X(01).
       01 EffectiveRowSwitch PIC X(01) VALUE "N".
           88 EffectiveRowHeld VALUE "Y".
       01 HeldHighHouseNumber PIC 9(06) VALUE 0.
       01 HeldPrecinctCode PIC X(06) VALUE SPACES.
       01 PriorSegmentId PIC X(37) VALUE SPACES.
       01 ChangedStreetName PIC X(30) VALUE SPACES.
       01 LastChangedStreet PIC X(30) VALUE SPACES.
       01 RegisterCountDisplay PIC ZZZZZZ9.

       01 RegisterHeadingLine.
           05 FILLER                  PIC X(02) VALUE "A".
           05 FILLER                  PIC X(31) VALUE "STREET".
           05 FILLER                  PIC X(07) VALUE "LOW".
           05 FILLER                  PIC X(02) VALUE "S".
           05 FILLER                  PIC X(09) VALUE "EFFECTIVE".
           05 FILLER                  PIC X(09) VALUE "STATUS".
           05 FILLER                  PIC X(20) VALUE "REASON".
       01 RegisterDetailLine.
           05 RegActionCode            PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegStreetName            PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegLowHouseNumber        PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegSide                  PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegEffectiveDate         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegStatus                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegReason                PIC X(20).
       01 RegisterTrailerLine          PIC X(80).

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
       01 LedgerProgramName PIC X(10) VALUE "PRECMNT".
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
           05 FILLER PIC X(10) VALUE SPACES.
       01 PredecessorTable REDEFINES PredecessorNames.
           05 PredecessorName PIC X(10) OCCURS 1 TIMES.
       01 PredecessorCount PIC 9(01) COMP VALUE 0.
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
               PERFORM 2000-PROCESS-TRANSACTIONS
                   THRU 2000-EXIT
                   UNTIL NoMoreTrans
               PERFORM 3000-EXTRACT-EFFECTIVE-SEGMENTS
                   THRU 3000-EXIT
               PERFORM 9000-TERMINATE-RUN
                   THRU 9000-EXIT
               IF NOT MasterIsOpen
                   MOVE 12 TO RETURN-CODE
               END-IF
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
      *> 1000-INITIALIZE-RUN - open the segment master I-O,
      *> bootstrapping an empty one the first time the run ever
      *> executes, open the prior effective extract for the changed-
      *> street match, open the day's transaction feed and the
      *> outputs, and prime the AT END driven transaction loop.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN I-O STREET-SEGMENT-MASTER
           IF MasterFileStatus = "35"
               OPEN OUTPUT STREET-SEGMENT-MASTER
               CLOSE STREET-SEGMENT-MASTER
               OPEN I-O STREET-SEGMENT-MASTER
           END-IF
           IF MasterFileStatus = "00"
               SET MasterIsOpen TO TRUE
           ELSE
               DISPLAY "STREET SEGMENT MASTER OPEN FAILED - STATUS "
                   MasterFileStatus
               MOVE "Y" TO EndOfTranFile
           END-IF
           OPEN INPUT PRIOR-STREET-SEGMENT-FILE
           PERFORM 1035-READ-PRIOR-SEGMENT THRU 1035-EXIT
           OPEN INPUT SEGMENT-TRAN-FILE
           OPEN OUTPUT SEGMENT-REGISTER-FILE
           OPEN OUTPUT STREET-SEGMENT-FILE
           OPEN OUTPUT CHANGED-STREET-FILE
           IF MasterIsOpen
               WRITE RegisterRecord FROM RegisterHeadingLine
               PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1035-READ-PRIOR-SEGMENT - the next row of the prior run's
      *> effective extract.  Both extracts come off the same key-order
      *> sweep, so the changed-street check is a straight match of the
      *> two files in segment order rather than a capped table; at end
      *> of file the match key goes to HIGH-VALUES so every remaining
      *> segment of today's reads as new.  Missing on the first-ever
      *> run - every street then lands on the changed list once.
      *>----------------------------------------------------------------
       1035-READ-PRIOR-SEGMENT.
           READ PRIOR-STREET-SEGMENT-FILE
               AT END
                   SET NoMorePriorSegments TO TRUE
                   MOVE HIGH-VALUES TO PriorSegmentId
               NOT AT END
                   MOVE PsSegmentId TO PriorSegmentId
           END-READ
           .
       1035-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-PROCESS-TRANSACTIONS - validate and apply one add/change/
      *> delete transaction against the segment master, land it on the
      *> register either way, then read the next one.
      *>----------------------------------------------------------------
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-VALIDATE-TRANSACTION THRU 2050-EXIT
           IF TranIsValid
               PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
           END-IF
           IF TranIsValid
               ADD 1 TO TranAppliedCount
               PERFORM 2300-REGISTER-APPLIED THRU 2300-EXIT
           ELSE
               ADD 1 TO TranRejectedCount
               PERFORM 2350-REGISTER-REJECTED THRU 2350-EXIT
           END-IF
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2050-VALIDATE-TRANSACTION - guard the transaction fields
      *> before they touch the master: every key field on every
      *> action, and on an add or change a house-number range that
      *> runs low to high and a precinct to assign.
      *>----------------------------------------------------------------
       2050-VALIDATE-TRANSACTION.
           SET TranIsValid TO TRUE
           MOVE SPACES TO TranRejectReason

           IF NOT TranIsAdd AND NOT TranIsChange AND NOT TranIsDelete
               SET TranIsInvalid TO TRUE
               MOVE "ACTION NOT A, C OR D" TO TranRejectReason
           END-IF
           IF TranIsValid AND StnStreetName = SPACES
               SET TranIsInvalid TO TRUE
               MOVE "STREET NAME IS BLANK" TO TranRejectReason
           END-IF
           IF TranIsValid AND StnLowHouseNumber IS NOT NUMERIC
               SET TranIsInvalid TO TRUE
               MOVE "LOW NUMBER UNUSABLE" TO TranRejectReason
           END-IF
           IF TranIsValid AND NOT StnSideIsValid
               SET TranIsInvalid TO TRUE
               MOVE "SIDE NOT O, E OR B" TO TranRejectReason
           END-IF
           IF TranIsValid
               IF StnEffectiveDate IS NOT NUMERIC
                   OR StnEffectiveDate = 0
                   SET TranIsInvalid TO TRUE
                   MOVE "EFFECTIVE DATE BAD" TO TranRejectReason
               END-IF
           END-IF
           IF TranIsValid AND (TranIsAdd OR TranIsChange)
               IF StnHighHouseNumber IS NOT NUMERIC
                   SET TranIsInvalid TO TRUE
                   MOVE "HIGH NUMBER UNUSABLE" TO TranRejectReason
               END-IF
           END-IF
           IF TranIsValid AND (TranIsAdd OR TranIsChange)
               IF StnHighHouseNumber < StnLowHouseNumber
                   SET TranIsInvalid TO TRUE
                   MOVE "RANGE OUT OF ORDER" TO TranRejectReason
               END-IF
           END-IF
           IF TranIsValid AND (TranIsAdd OR TranIsChange)
               IF StnPrecinctCode = SPACES
                   SET TranIsInvalid TO TRUE
                   MOVE "PRECINCT IS BLANK" TO TranRejectReason
               END-IF
           END-IF
           .
       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-TRANSACTION - single read of the next transaction;
      *> AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-TRANSACTION.
           READ SEGMENT-TRAN-FILE
               AT END
                   SET NoMoreTrans TO TRUE
               NOT AT END
                   ADD 1 TO TranReadCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-APPLY-TRANSACTION - one WRITE/REWRITE/DELETE against the
      *> keyed segment master; a duplicate add or a change/delete that
      *> finds no master row flips the transaction to rejected with
      *> the reason spelled out.
      *>----------------------------------------------------------------
       2200-APPLY-TRANSACTION.
           MOVE StnStreetName TO SgStreetName
           MOVE StnLowHouseNumber TO SgLowHouseNumber
           MOVE StnSide TO SgSide
           MOVE StnEffectiveDate TO SgEffectiveDate
           EVALUATE TRUE
               WHEN TranIsAdd
                   MOVE StnHighHouseNumber TO SgHighHouseNumber
                   MOVE StnPrecinctCode TO SgPrecinctCode
                   WRITE StreetSegmentMasterRecord
                       INVALID KEY
                           SET TranIsInvalid TO TRUE
                           MOVE "ALREADY ON MASTER" TO TranRejectReason
                   END-WRITE
               WHEN TranIsChange
                   MOVE StnHighHouseNumber TO SgHighHouseNumber
                   MOVE StnPrecinctCode TO SgPrecinctCode
                   REWRITE StreetSegmentMasterRecord
                       INVALID KEY
                           SET TranIsInvalid TO TRUE
                           MOVE "NOT ON MASTER" TO TranRejectReason
                   END-REWRITE
               WHEN TranIsDelete
                   DELETE STREET-SEGMENT-MASTER
                       INVALID KEY
                           SET TranIsInvalid TO TRUE
                           MOVE "NOT ON MASTER" TO TranRejectReason
                   END-DELETE
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-REGISTER-APPLIED - one applied line on the register.
      *>----------------------------------------------------------------
       2300-REGISTER-APPLIED.
           MOVE SPACES TO RegisterDetailLine
           MOVE StnActionCode TO RegActionCode
           MOVE StnStreetName TO RegStreetName
           MOVE StnLowHouseNumber TO RegLowHouseNumber
           MOVE StnSide TO RegSide
           MOVE StnEffectiveDate TO RegEffectiveDate
           MOVE "APPLIED" TO RegStatus
           WRITE RegisterRecord FROM RegisterDetailLine
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2350-REGISTER-REJECTED - one rejected line on the register,
      *> carrying the reason data control needs to fix and resubmit
      *> it.
      *>----------------------------------------------------------------
       2350-REGISTER-REJECTED.
           MOVE SPACES TO RegisterDetailLine
           MOVE StnActionCode TO RegActionCode
           MOVE StnStreetName TO RegStreetName
           IF StnLowHouseNumber IS NUMERIC
               MOVE StnLowHouseNumber TO RegLowHouseNumber
           ELSE
               MOVE 0 TO RegLowHouseNumber
           END-IF
           MOVE StnSide TO RegSide
           IF StnEffectiveDate IS NUMERIC
               MOVE StnEffectiveDate TO RegEffectiveDate
           ELSE
               MOVE 0 TO RegEffectiveDate
           END-IF
           MOVE "REJECTED" TO RegStatus
           MOVE TranRejectReason TO RegReason
           WRITE RegisterRecord FROM RegisterDetailLine
           .
       2350-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-EXTRACT-EFFECTIVE-SEGMENTS - sweep the whole segment
      *> master once in key order (street, low house number, side,
      *> then effective date ascending) and cut the currently-
      *> effective row per segment - the latest effective date on or
      *> before the run date - into the flat segment file the nightly
      *> batch reads.  As with the district parms, the last qualifying
      *> row seen for a segment is the effective one, so the sweep
      *> keeps overwriting the held row until the segment breaks.
      *>----------------------------------------------------------------
       3000-EXTRACT-EFFECTIVE-SEGMENTS.
           IF MasterIsOpen
               MOVE SPACES TO SweepSegmentId
               MOVE "N" TO EffectiveRowSwitch
               MOVE LOW-VALUES TO SgSegmentKey
               START STREET-SEGMENT-MASTER KEY >= SgSegmentKey
                   INVALID KEY
                       SET NoMoreMasters TO TRUE
               END-START
               IF NOT NoMoreMasters
                   PERFORM 3200-READ-MASTER THRU 3200-EXIT
                   PERFORM 3300-SWEEP-ONE-MASTER THRU 3300-EXIT
                       UNTIL NoMoreMasters
               END-IF
               PERFORM 3400-FLUSH-HELD-SEGMENT THRU 3400-EXIT
               PERFORM 3500-SWEEP-DROPPED-PRIORS THRU 3500-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-READ-MASTER - sequential READ NEXT of the keyed segment
      *> master; AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       3200-READ-MASTER.
           READ STREET-SEGMENT-MASTER NEXT RECORD
               AT END
                   SET NoMoreMasters TO TRUE
           END-READ
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3300-SWEEP-ONE-MASTER - one master row into the control
      *> break: a new segment flushes the previous segment's held
      *> effective row first; a row effective on or before the run
      *> date replaces the held row, a forward-dated row just waits
      *> its turn on the master.
      *>----------------------------------------------------------------
       3300-SWEEP-ONE-MASTER.
           IF SgSegmentId NOT = SweepSegmentId
               PERFORM 3400-FLUSH-HELD-SEGMENT THRU 3400-EXIT
               MOVE SgSegmentId TO SweepSegmentId
           END-IF
           IF SgEffectiveDate <= RunDate
               SET EffectiveRowHeld TO TRUE
               MOVE SgHighHouseNumber TO HeldHighHouseNumber
               MOVE SgPrecinctCode TO HeldPrecinctCode
           END-IF
           PERFORM 3200-READ-MASTER THRU 3200-EXIT
           .
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3400-FLUSH-HELD-SEGMENT - the held effective row for the
      *> segment just completed, onto the flat extract, then against
      *> the prior run's extract.  A segment whose only master rows
      *> are forward-dated holds nothing and extracts nothing.
      *>----------------------------------------------------------------
       3400-FLUSH-HELD-SEGMENT.
           IF EffectiveRowHeld
               MOVE SweepSegmentId TO SsSegmentId
               MOVE HeldHighHouseNumber TO SsHighHouseNumber
               MOVE HeldPrecinctCode TO SsPrecinctCode
               WRITE StreetSegmentRecord
               ADD 1 TO ExtractWrittenCount
               PERFORM 3450-COMPARE-TO-PRIOR THRU 3450-EXIT
               MOVE "N" TO EffectiveRowSwitch
           END-IF
           .
       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3450-COMPARE-TO-PRIOR - today's effective row for one segment
      *> against the prior extract.  Prior segments that sort ahead of
      *> it dropped off the effective set; the same segment with a
      *> different range end or precinct moved; no prior row at all is
      *> a new segment.  Each of those puts the street on the changed
      *> list - an unchanged segment just moves the prior file on.
      *>----------------------------------------------------------------
       3450-COMPARE-TO-PRIOR.
           PERFORM 3460-PASS-DROPPED-PRIOR THRU 3460-EXIT
               UNTIL PriorSegmentId >= SweepSegmentId
           IF PriorSegmentId = SweepSegmentId
               IF PsHighHouseNumber NOT = HeldHighHouseNumber
                   OR PsPrecinctCode NOT = HeldPrecinctCode
                   MOVE SweepStreetName TO ChangedStreetName
                   PERFORM 3480-WRITE-CHANGED-STREET THRU 3480-EXIT
               END-IF
               PERFORM 1035-READ-PRIOR-SEGMENT THRU 1035-EXIT
           ELSE
               MOVE SweepStreetName TO ChangedStreetName
               PERFORM 3480-WRITE-CHANGED-STREET THRU 3480-EXIT
           END-IF
           .
       3450-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3460-PASS-DROPPED-PRIOR - one prior segment with no effective
      *> row today: its street goes on the changed list and the prior
      *> file moves on.
      *>----------------------------------------------------------------
       3460-PASS-DROPPED-PRIOR.
           MOVE PsStreetName TO ChangedStreetName
           PERFORM 3480-WRITE-CHANGED-STREET THRU 3480-EXIT
           PERFORM 1035-READ-PRIOR-SEGMENT THRU 1035-EXIT
           .
       3460-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3480-WRITE-CHANGED-STREET - one street whose segments moved
      *> since the prior run, onto the changed-street list the
      *> applicant-master run reads for its delta extract.  Both files
      *> are matched in street order, so a street with several moved
      *> segments comes through back to back and is written once.
      *>----------------------------------------------------------------
       3480-WRITE-CHANGED-STREET.
           IF ChangedStreetName NOT = LastChangedStreet
               MOVE ChangedStreetName TO ChsStreetName
               WRITE ChangedStreetRecord
               ADD 1 TO ChangedWrittenCount
               MOVE ChangedStreetName TO LastChangedStreet
           END-IF
           .
       3480-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3500-SWEEP-DROPPED-PRIORS - whatever is left of the prior
      *> extract once today's sweep is done sorts past every effective
      *> segment today, so all of it dropped off.
      *>----------------------------------------------------------------
       3500-SWEEP-DROPPED-PRIORS.
           PERFORM 3460-PASS-DROPPED-PRIOR THRU 3460-EXIT
               UNTIL NoMorePriorSegments
           .
       3500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - run totals onto the back of the register
      *> and close everything out; a run whose master never opened
      *> writes no totals and ends fatal, the same as the district-
      *> parm run.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF NOT MasterIsOpen
               DISPLAY "RUN ABANDONED - SEGMENT MASTER NEVER OPENED"
           ELSE
               PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
           END-IF
           CLOSE PRIOR-STREET-SEGMENT-FILE
           CLOSE SEGMENT-TRAN-FILE
           CLOSE SEGMENT-REGISTER-FILE
           CLOSE STREET-SEGMENT-FILE
           CLOSE CHANGED-STREET-FILE
           IF MasterIsOpen
               CLOSE STREET-SEGMENT-MASTER
           END-IF
           .
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9010-WRITE-RUN-TOTALS - the totals block on the back of the
      *> register.
      *>----------------------------------------------------------------
       9010-WRITE-RUN-TOTALS.
           MOVE SPACES TO RegisterTrailerLine
           STRING "RUN TOTALS" DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE TranReadCount TO RegisterCountDisplay
           STRING "TRANSACTIONS READ . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE TranAppliedCount TO RegisterCountDisplay
           STRING "TRANSACTIONS APPLIED . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE TranRejectedCount TO RegisterCountDisplay
           STRING "TRANSACTIONS REJECTED . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ExtractWrittenCount TO RegisterCountDisplay
           STRING "EFFECTIVE SEGMENTS EXTRACTED  " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ChangedWrittenCount TO RegisterCountDisplay
           STRING "CHANGED STREETS CUT . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine
           .
       9010-EXIT.
           EXIT.

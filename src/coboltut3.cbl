      *>                    structure has a row cap any more - volume
      *>                    growth shows up as a longer run, not a
      *>                    severity-12 abend.
      *>   2026-10-15  AN   Precinct assignment.  The applicant feed
      *>                    now carries the residence address (house
      *>                    number and street name) the applicant-
      *>                    master run keeps, and every validated
      *>                    applicant's address is matched against the
      *>                    effective street segments the street-
      *>                    segment maintenance run extracts
      *>                    (STREET-SEGMENT-FILE) - street, house-
      *>                    number range and odd/even side - loaded
      *>                    into a keyed work file built fresh each
      *>                    run.  Exactly one matching segment assigns
      *>                    its precinct, which is carried on
      *>                    VOTER-ROLL-FILE and on every election-
      *>                    calendar roll; no address, no match or more
      *>                    than one match leaves the precinct blank
      *>                    and lands the applicant on a new paginated
      *>                    unassignable report (UNASSIGNABLE-REPORT-
      *>                    FILE), restart-safe like the duplicates
      *>                    report, with assigned/unassignable counts
      *>                    on the control totals.  Exception rows
      *>                    also carry the source address so the
      *>                    recycle run can assign a precinct to a
      *>                    corrected applicant.
      *>   2026-10-15  AN   The run now records its start, its end
      *>                    and its final severity on the stream's
      *>                    control ledger (CONTROL-LEDGER-FILE),
      *>                    keyed by business date and program, and
      *>                    refuses to start, fatal, unless distmnt,
      *>                    precmnt and applmast ran clean for the
      *>                    same business date. A second run for a date it
      *>                    already ran clean is refused the same
      *>                    way. An operator override card (CONTROL-
      *>                    OVERRIDE-FILE) allows a deliberate rerun
      *>                    or skip, and every override honoured is
      *>                    recorded on the ledger.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ELECTION-ROLL-FILE-5 ASSIGN TO "ELECTIONROLLFILE5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ElectionRollFileStatus5.
           SELECT OPTIONAL STREET-SEGMENT-FILE
               ASSIGN TO "STREETSEGMENTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGMENT-WORK-FILE ASSIGN TO "SEGWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SgwSegmentId
               FILE STATUS IS SegWorkFileStatus.
           SELECT UNASSIGNABLE-REPORT-FILE
               ASSIGN TO "UNASSIGNABLEREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UnassignableFileStatus.
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
       FD  APPLICANT-FILE.
           05 ApplicantAge            PIC 99.
           05 ApplicantDistrictCode   PIC X(05).
           05 ApplicantDob            PIC 9(08).
           05 ApplicantHouseNumber    PIC 9(06).
           05 ApplicantStreetName     PIC X(30).

       FD  REPORT-FILE.
       01  ReportRecord                PIC X(88).
           05 ExcRunDate               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ExcStatus                PIC X(01).
           05 FILLER                   PIC X(01).
           05 ExcSourceHouseNumber     PIC X(06).
           05 FILLER                   PIC X(01).
           05 ExcSourceStreet          PIC X(30).

       FD  SCORE-FILE.
       01  ScoreRecord.
                       20 RdGradeCountEntry OCCURS 20 TIMES PIC 9(07).
           05 RestartDupPageCount       PIC 9(04).
           05 RestartDupLineCount       PIC 9(02).
           05 RestartAssignedCount      PIC 9(07).
           05 RestartUnassignedCount    PIC 9(07).
           05 RestartUnaPageCount       PIC 9(04).
           05 RestartUnaLineCount       PIC 9(02).

       FD  DISTRICT-PARM-FILE.
       01  DistrictParmRecord.
           05 VrApplicantId              PIC X(10).
           05 VrDob                      PIC 9(08).
           05 VrAsOfElectionDate         PIC 9(08).
           05 VrPrecinctCode             PIC X(06).

       FD  ID-NUMBER-FILE.
       01  IdNumberRecord.
           05 EcCalElectionDate            PIC 9(08).

       FD  ELECTION-ROLL-FILE-1.
       01  ElectionRollRecord1             PIC X(41).

       FD  ELECTION-ROLL-FILE-2.
       01  ElectionRollRecord2             PIC X(41).

       FD  ELECTION-ROLL-FILE-3.
       01  ElectionRollRecord3             PIC X(41).

       FD  ELECTION-ROLL-FILE-4.
       01  ElectionRollRecord4             PIC X(41).

       FD  ELECTION-ROLL-FILE-5.
       01  ElectionRollRecord5             PIC X(41).

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

       FD  UNASSIGNABLE-REPORT-FILE.
       01  UnassignableReportRecord        PIC X(88).

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
       01 EndOfApplicantFile PIC X(1) VALUE "N".
           05 ErlDob                       PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ErlAsOfElectionDate          PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ErlPrecinctCode              PIC X(06).
       01 CanVoteCount PIC 9(07) COMP VALUE 0.
       01 CantVoteCount PIC 9(07) COMP VALUE 0.
       01 GradeCountTable.
           88 DistrictTotalsFull VALUE "Y".
       01 DistrictSlotNum PIC 9(03) COMP VALUE 0.
       01 DuplicateSuppressedCount PIC 9(07) COMP VALUE 0.
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
       01 UnassignedReason PIC X(28) VALUE SPACES.
       01 HouseParityQuotient PIC 9(06) COMP VALUE 0.
       01 HouseParityRemainder PIC 9(01) COMP VALUE 0.
           88 HouseNumberIsOdd VALUE 1.
           88 HouseNumberIsEven VALUE 0.
       01 PrecinctAssignedCount PIC 9(07) COMP VALUE 0.
       01 PrecinctUnassignedCount PIC 9(07) COMP VALUE 0.
       01 UnassignableFileStatus PIC X(02) VALUE "00".
       01 UnassignablePageCount PIC 9(04) COMP VALUE 0.
       01 UnassignableLineCount PIC 9(02) COMP VALUE 0.
       01 DuplicateFileStatus PIC X(02) VALUE "00".
       01 DuplicateApplicantSwitch PIC X(01) VALUE "N".
           88 DuplicateApplicant VALUE "Y".
       01 RestartRecoveredDistrictCount PIC 9(03) VALUE 0.
       01 RestartRecoveredDupPageCount PIC 9(04) VALUE 0.
       01 RestartRecoveredDupLineCount PIC 9(02) VALUE 0.
       01 RestartRecoveredAssignedCount PIC 9(07) VALUE 0.
       01 RestartRecoveredUnaCount PIC 9(07) VALUE 0.
       01 RestartRecoveredUnaPageCount PIC 9(04) VALUE 0.
       01 RestartRecoveredUnaLineCount PIC 9(02) VALUE 0.
       01 RestartRecoveredDistrictTotals.
           05 RestartRecoveredDistrictEntry OCCURS 50 TIMES.
               10 RrdDistrictCode          PIC X(05).
           05 DupRepeatDistrict        PIC X(05).
           05 FILLER                  PIC X(22) VALUE SPACES.

       01 UnassignableHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "ID".
           05 FILLER                  PIC X(06) VALUE "DIST".
           05 FILLER                  PIC X(07) VALUE "HOUSE".
           05 FILLER                  PIC X(31) VALUE "STREET".
           05 FILLER                  PIC X(05) VALUE "VOTE".
           05 FILLER                  PIC X(28) VALUE "REASON".
       01 UnassignableDetailLine.
           05 UnaApplicantId           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UnaDistrictCode          PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UnaHouseNumber           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UnaStreetName            PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UnaCanVote               PIC X(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UnaReason                PIC X(28).

       01 TranscriptHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "ID".
           05 FILLER                  PIC X(21) VALUE "SCORES".
           05 TrpStanding              PIC X(04).
           05 FILLER                  PIC X(30) VALUE SPACES.

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
       01 LedgerProgramName PIC X(10) VALUE "COBOLTUT3".
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
           05 FILLER PIC X(10) VALUE "DISTMNT".
           05 FILLER PIC X(10) VALUE "APPLMAST".
           05 FILLER PIC X(10) VALUE "PRECMNT".
       01 PredecessorTable REDEFINES PredecessorNames.
           05 PredecessorName PIC X(10) OCCURS 3 TIMES.
       01 PredecessorCount PIC 9(01) COMP VALUE 3.
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
               PERFORM 2000-PROCESS-APPLICANTS
                   THRU 2000-EXIT
                   UNTIL NoMoreApplicants
               PERFORM 4000-PROCESS-SCORES
                   THRU 4000-EXIT
               PERFORM 3000-PROCESS-TEST-NUMBERS
                   THRU 3000-EXIT
               PERFORM 5000-RECONCILE-FEEDS
                   THRU 5000-EXIT
               PERFORM 9000-TERMINATE-RUN
                   THRU 9000-EXIT
               MOVE RunSeverity TO RETURN-CODE
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
      *> 1000-INITIALIZE-RUN - open the applicant file and prime the
      *> AT END driven read loop with the first record.
           PERFORM 1090-OPEN-RUN-OUTPUT-FILES THRU 1090-EXIT
           PERFORM 1040-LOAD-DISTRICT-PARMS THRU 1040-EXIT
           PERFORM 1042-LOAD-ELECTION-CALENDAR THRU 1042-EXIT
           PERFORM 1046-LOAD-STREET-SEGMENTS THRU 1046-EXIT
           PERFORM 1080-CAPTURE-RUN-TIMESTAMP THRU 1080-EXIT
           PERFORM 2100-READ-APPLICANT THRU 2100-EXIT
           .
               IF DuplicateFileStatus = "35"
                   OPEN OUTPUT DUPLICATE-REPORT-FILE
               END-IF
               OPEN EXTEND UNASSIGNABLE-REPORT-FILE
               IF UnassignableFileStatus = "35"
                   OPEN OUTPUT UNASSIGNABLE-REPORT-FILE
               END-IF
               OPEN EXTEND ELECTION-ROLL-FILE-1
               IF ElectionRollFileStatus1 = "35"
                   OPEN OUTPUT ELECTION-ROLL-FILE-1
               OPEN OUTPUT REPORT-WORK-FILE
               OPEN OUTPUT VOTER-ROLL-FILE
               OPEN OUTPUT DUPLICATE-REPORT-FILE
               OPEN OUTPUT UNASSIGNABLE-REPORT-FILE
               OPEN OUTPUT ELECTION-ROLL-FILE-1
               OPEN OUTPUT ELECTION-ROLL-FILE-2
               OPEN OUTPUT ELECTION-ROLL-FILE-3
       1045-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1046-LOAD-STREET-SEGMENTS - the effective street segments
      *> into a keyed work file built fresh every run, keyed street /
      *> low house number / side, so each applicant's precinct is one
      *> START on the street and a short READ NEXT run down its
      *> segments rather than a capped table searched end to end.  A
      *> missing segment file loads nothing, and every applicant then
      *> lands on the unassignable report; a work file that will not
      *> open flags the run fatal, since no precinct could be
      *> assigned at all.
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
           ELSE
               DISPLAY "SEGMENT WORK FILE OPEN FAILED - "
                   "STATUS " SegWorkFileStatus
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RaiseSeverityLevel
               PERFORM 8100-RAISE-SEVERITY THRU 8100-EXIT
           END-IF
           IF SegWorkIsOpen
               MOVE "N" TO EndOfStreetSegments
               OPEN INPUT STREET-SEGMENT-FILE
               PERFORM 1047-READ-STREET-SEGMENT THRU 1047-EXIT
                   UNTIL NoMoreStreetSegments
               CLOSE STREET-SEGMENT-FILE
           END-IF
           IF SegmentsLoadedCount = 0
               DISPLAY "NO STREET SEGMENTS LOADED - NO PRECINCT "
                   "CAN BE ASSIGNED THIS RUN"
           END-IF
           .
       1046-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1047-READ-STREET-SEGMENT - one effective segment onto the work
      *> file.  The extract carries one row per segment, so a
      *> duplicate key only comes from a hand-edited file; the first
      *> row is kept and the repeat shown on the console.
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
      *> 1042-LOAD-ELECTION-CALENDAR - read the upcoming election
      *> dates into a table once at start of run, one election code
                       TO DuplicatePageCount
                   MOVE RestartRecoveredDupLineCount
                       TO DuplicateLineCount
                   MOVE RestartRecoveredAssignedCount
                       TO PrecinctAssignedCount
                   MOVE RestartRecoveredUnaCount
                       TO PrecinctUnassignedCount
                   MOVE RestartRecoveredUnaPageCount
                       TO UnassignablePageCount
                   MOVE RestartRecoveredUnaLineCount
                       TO UnassignableLineCount
                   DISPLAY "RESUMING AFTER CHECKPOINT "
                       RestartTargetId
               END-IF
                       AND RestartDistrictCount IS NUMERIC
                       AND RestartDupPageCount IS NUMERIC
                       AND RestartDupLineCount IS NUMERIC
                       AND RestartAssignedCount IS NUMERIC
                       AND RestartUnassignedCount IS NUMERIC
                       AND RestartUnaPageCount IS NUMERIC
                       AND RestartUnaLineCount IS NUMERIC
                       MOVE RestartLastApplicantId TO RestartTargetId
                       MOVE RestartRecordCount TO RestartTargetCount
                       MOVE RestartCanVoteCount
                           TO RestartRecoveredDupPageCount
                       MOVE RestartDupLineCount
                           TO RestartRecoveredDupLineCount
                       MOVE RestartAssignedCount
                           TO RestartRecoveredAssignedCount
                       MOVE RestartUnassignedCount
                           TO RestartRecoveredUnaCount
                       MOVE RestartUnaPageCount
                           TO RestartRecoveredUnaPageCount
                       MOVE RestartUnaLineCount
                           TO RestartRecoveredUnaLineCount
                   ELSE
                       DISPLAY "INCOMPLETE CHECKPOINT RECORD IGNORED - "
                           "A HARD STOP LIKELY CUT THE WRITE SHORT"
      *>----------------------------------------------------------------
      *> 2065-FLUSH-OUTPUT-FILES - force the report work file,
      *> EXCEPTION-FILE, VOTER-ROLL-FILE, DUPLICATE-REPORT-FILE,
      *> UNASSIGNABLE-REPORT-FILE, AUDIT-FILE and the five
      *> per-election roll extracts out of
      *> whatever buffer GnuCOBOL is holding them in and onto disk
      *> before this applicant's checkpoint is written.  GnuCOBOL has
      *> no FLUSH verb under this dialect; CLOSE followed by OPEN
           OPEN EXTEND VOTER-ROLL-FILE
           CLOSE DUPLICATE-REPORT-FILE
           OPEN EXTEND DUPLICATE-REPORT-FILE
           CLOSE UNASSIGNABLE-REPORT-FILE
           OPEN EXTEND UNASSIGNABLE-REPORT-FILE
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           CLOSE ELECTION-ROLL-FILE-1
               UNTIL DistrictSlotNum > DistrictTotalsCount
           MOVE DuplicatePageCount TO RestartDupPageCount
           MOVE DuplicateLineCount TO RestartDupLineCount
           MOVE PrecinctAssignedCount TO RestartAssignedCount
           MOVE PrecinctUnassignedCount TO RestartUnassignedCount
           MOVE UnassignablePageCount TO RestartUnaPageCount
           MOVE UnassignableLineCount TO RestartUnaLineCount
           WRITE RestartRecord
           CLOSE RESTART-FILE
           OPEN EXTEND RESTART-FILE
               SET PrimaryElectionPass TO TRUE
               MOVE AsOfElectionDate TO VoteEvalElectionDate
               PERFORM 2057-DETERMINE-VOTE-ELIGIBILITY THRU 2057-EXIT
               PERFORM 2056-ASSIGN-PRECINCT THRU 2056-EXIT

               IF CanVote
                   DISPLAY "You can vote"
               MOVE ApplicantDob TO ErlDob
               MOVE EcElectionDate(ElectionSlotNum)
                   TO ErlAsOfElectionDate
               MOVE AssignedPrecinctCode TO ErlPrecinctCode
               PERFORM 2063-WRITE-ELECTION-ROLL THRU 2063-EXIT
           END-IF

       2057-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2056-ASSIGN-PRECINCT - the applicant's residence address
      *> against the effective street segments: the segments for the
      *> street come back off the work file in low-house-number order,
      *> so the scan stops at the first segment that starts past the
      *> house number.  A segment matches when the house number falls
      *> inside its range on its side of the street (odd, even, or
      *> both).  Exactly one match assigns its precinct; anything else
      *> leaves the precinct blank on the rolls and puts the applicant
      *> on the unassignable report, so no roll row goes out without a
      *> precinct unnoticed.
      *>----------------------------------------------------------------
       2056-ASSIGN-PRECINCT.
           MOVE SPACES TO AssignedPrecinctCode
           MOVE SPACES TO UnassignedReason
           MOVE 0 TO PrecinctMatchCount
           EVALUATE TRUE
               WHEN ApplicantStreetName = SPACES
                   MOVE "NO RESIDENCE ADDRESS" TO UnassignedReason
               WHEN ApplicantHouseNumber IS NOT NUMERIC
                   MOVE "HOUSE NUMBER NOT NUMERIC" TO UnassignedReason
               WHEN NOT SegWorkIsOpen
                   MOVE "NO STREET SEGMENTS LOADED" TO UnassignedReason
               WHEN OTHER
                   DIVIDE ApplicantHouseNumber BY 2
                       GIVING HouseParityQuotient
                       REMAINDER HouseParityRemainder
                   MOVE ApplicantStreetName TO SgwStreetName
                   MOVE 0 TO SgwLowHouseNumber
                   MOVE LOW-VALUES TO SgwSide
                   SET SegmentScanActive TO TRUE
                   START SEGMENT-WORK-FILE KEY >= SgwSegmentId
                       INVALID KEY
                           SET SegmentScanDone TO TRUE
                   END-START
                   PERFORM 2052-SCAN-ONE-SEGMENT THRU 2052-EXIT
                       UNTIL SegmentScanDone
                   IF PrecinctMatchCount = 0
                       MOVE "NO MATCHING STREET SEGMENT"
                           TO UnassignedReason
                   END-IF
                   IF PrecinctMatchCount > 1
                       MOVE SPACES TO AssignedPrecinctCode
                       MOVE "ON MORE THAN ONE SEGMENT"
                           TO UnassignedReason
                   END-IF
           END-EVALUATE
           IF UnassignedReason = SPACES
               ADD 1 TO PrecinctAssignedCount
           ELSE
               PERFORM 2053-REPORT-UNASSIGNABLE THRU 2053-EXIT
           END-IF
           .
       2056-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2052-SCAN-ONE-SEGMENT - the next segment on the work file; a
      *> different street, or a range that starts past the house
      *> number, ends the scan.
      *>----------------------------------------------------------------
       2052-SCAN-ONE-SEGMENT.
           READ SEGMENT-WORK-FILE NEXT RECORD
               AT END
                   SET SegmentScanDone TO TRUE
           END-READ
           IF NOT SegmentScanDone
               IF SgwStreetName NOT = ApplicantStreetName
                   OR SgwLowHouseNumber > ApplicantHouseNumber
                   SET SegmentScanDone TO TRUE
               ELSE
                   IF SgwHighHouseNumber >= ApplicantHouseNumber
                       AND (SgwSide = "B"
                           OR (SgwSide = "O" AND HouseNumberIsOdd)
                           OR (SgwSide = "E" AND HouseNumberIsEven))
                       ADD 1 TO PrecinctMatchCount
                       MOVE SgwPrecinctCode TO AssignedPrecinctCode
                   END-IF
               END-IF
           END-IF
           .
       2052-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2053-REPORT-UNASSIGNABLE - one applicant the precinct lookup
      *> could not place, onto the unassignable report with the
      *> address as fed and whether they made the roll, so the clerks
      *> can work the voters first.
      *>----------------------------------------------------------------
       2053-REPORT-UNASSIGNABLE.
           ADD 1 TO PrecinctUnassignedCount
           MOVE SPACES TO UnassignableDetailLine
           MOVE ApplicantId TO UnaApplicantId
           MOVE ApplicantDistrictCode TO UnaDistrictCode
           MOVE ApplicantHouseNumber TO UnaHouseNumber
           MOVE ApplicantStreetName TO UnaStreetName
           IF CanVote
               MOVE "YES" TO UnaCanVote
           ELSE
               MOVE "NO" TO UnaCanVote
           END-IF
           MOVE UnassignedReason TO UnaReason
           MOVE UnassignableDetailLine TO PrintLineWork
           PERFORM 7500-PRINT-UNASSIGNABLE-LINE THRU 7500-EXIT
           .
       2053-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2058-WRITE-VOTER-ROLL - extract every applicant who is
      *> eligible to vote as of the election date onto the roll we
           MOVE ApplicantId TO VrApplicantId
           MOVE ApplicantDob TO VrDob
           MOVE AsOfElectionDate TO VrAsOfElectionDate
           MOVE AssignedPrecinctCode TO VrPrecinctCode
           WRITE VoterRollRecord
           .
       2058-EXIT.
           MOVE ApplicantAge TO ExcSourceAge
           MOVE ApplicantDistrictCode TO ExcSourceDistrict
           MOVE ApplicantDob TO ExcSourceDob
           MOVE ApplicantHouseNumber TO ExcSourceHouseNumber
           MOVE ApplicantStreetName TO ExcSourceStreet
           MOVE AuditRunDate TO ExcRunDate
           MOVE "O" TO ExcStatus
           WRITE ExceptionRecord
       7410-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7500-PRINT-UNASSIGNABLE-LINE - the unassignable report's
      *> paginated writer, same pattern as 7100-PRINT-REPORT-LINE.
      *>----------------------------------------------------------------
       7500-PRINT-UNASSIGNABLE-LINE.
           IF UnassignableLineCount = 0
               OR UnassignableLineCount >= ReportPageDepth
               PERFORM 7510-START-UNASSIGNABLE-PAGE THRU 7510-EXIT
           END-IF
           WRITE UnassignableReportRecord FROM PrintLineWork
           ADD 1 TO UnassignableLineCount
           .
       7500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7510-START-UNASSIGNABLE-PAGE - the unassignable report's page
      *> headings.
      *>----------------------------------------------------------------
       7510-START-UNASSIGNABLE-PAGE.
           ADD 1 TO UnassignablePageCount
           MOVE "APPLICANTS WITH NO PRECINCT - UNASSIGNABLE"
               TO PhTitle
           MOVE AuditRunDate TO PhRunDate
           MOVE UnassignablePageCount TO PhPageNumber
           WRITE UnassignableReportRecord FROM PageHeadingLine
           WRITE UnassignableReportRecord FROM UnassignableHeadingLine2
           WRITE UnassignableReportRecord FROM BlankReportLine
           MOVE 3 TO UnassignableLineCount
           .
       7510-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 8000-WRITE-AUDIT-RECORD - permanent record of one eligibility
      *> determination: which input drove it, which branch fired, and
               MOVE 12 TO RaiseSeverityLevel
               PERFORM 8100-RAISE-SEVERITY THRU 8100-EXIT
           END-IF
           IF UnassignableFileStatus NOT = "00"
               AND UnassignableFileStatus NOT = "05"
               DISPLAY "UNASSIGNABLE REPORT FILE STATUS "
                   UnassignableFileStatus
               MOVE 12 TO RaiseSeverityLevel
               PERFORM 8100-RAISE-SEVERITY THRU 8100-EXIT
           END-IF
           .
       8200-EXIT.
           EXIT.
           CLOSE AUDIT-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE DUPLICATE-REPORT-FILE
           CLOSE UNASSIGNABLE-REPORT-FILE
           CLOSE TRANSCRIPT-FILE
           CLOSE TRANSCRIPT-REPORT-FILE
           IF ApplIdWorkIsOpen
               CLOSE APPLICANT-ID-WORK-FILE
           END-IF
           IF SegWorkIsOpen
               CLOSE SEGMENT-WORK-FILE
           END-IF
           CLOSE ELECTION-ROLL-FILE-1
           CLOSE ELECTION-ROLL-FILE-2
           CLOSE ELECTION-ROLL-FILE-3
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE PrecinctAssignedCount TO TrailerCountDisplay
           STRING "PRECINCTS ASSIGNED . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE PrecinctUnassignedCount TO TrailerCountDisplay
           STRING "PRECINCT UNASSIGNABLE . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           PERFORM 9060-WRITE-GRADE-COUNT THRU 9060-EXIT
               VARYING GradeCountIdx FROM 1 BY 1
               UNTIL GradeCountIdx > 20

      *>                    snapshot plus applied adds minus applied
      *>                    deletes equals today's snapshot without
      *>                    parsing the printed register.
      *>   2026-10-15  AN   The master, the add/change transactions and
      *>                    both extracts now carry the applicant's
      *>                    residence address (house number and street
      *>                    name) on the back of the record, for the
      *>                    nightly batch's precinct assignment.  A
      *>                    blank street is accepted and lands on the
      *>                    nightly's unassignable report; a street
      *>                    with a non-numeric house number is
      *>                    rejected.  The delta extract also picks up
      *>                    every applicant on a street whose precinct
      *>                    segments moved, from the changed-street
      *>                    list the street-segment maintenance run
      *>                    cuts, the same way it picks up a changed
      *>                    district.
      *>   2026-10-15  AN   The run now records its start, its end
      *>                    and its final severity on the stream's
      *>                    control ledger (CONTROL-LEDGER-FILE),
      *>                    keyed by business date and program, and
      *>                    refuses to start, fatal, unless distmnt
      *>                    and precmnt ran clean for the same
      *>                    business date. A second run for a date it
      *>                    already ran clean is refused the same
      *>                    way. An operator override card (CONTROL-
      *>                    OVERRIDE-FILE) allows a deliberate rerun
      *>                    or skip, and every override honoured is
      *>                    recorded on the ledger.
      *>   2026-10-15  AN   Every applied add, change and delete now
      *>                    lands on the applicant-master journal
      *>                    (MASTER-JOURNAL-FILE), kept across runs,
      *>                    with the master record's before image and
      *>                    after image, stamped with the run date and
      *>                    a batch number taken off the journal
      *>                    batch-control file, so the applback run
      *>                    can reverse one bad batch instead of the
      *>                    whole master being restored.  A change or
      *>                    delete now reads the master before it
      *>                    updates it, to capture the before image.
      *>                    A journal that will not open ends the run
      *>                    fatal before any transaction is applied.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHANGED-DISTRICT-FILE
               ASSIGN TO "CHANGEDDISTRICTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGED-STREET-FILE
               ASSIGN TO "CHANGEDSTREETFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELTA-FILE ASSIGN TO "DELTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-SNAPSHOT-FILE ASSIGN TO "MASTERSNAPSHOTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-STATUS-FILE ASSIGN TO "MAINTSTATUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "APPLMASTJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.
           SELECT OPTIONAL JOURNAL-BATCH-FILE
               ASSIGN TO "APPLJOURNALBATCH"
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
       FD  APPLICANT-MASTER.
           05 MstApplicantAge          PIC 99.
           05 MstApplicantDistrictCode PIC X(05).
           05 MstApplicantDob          PIC 9(08).
           05 MstApplicantHouseNumber  PIC 9(06).
           05 MstApplicantStreetName   PIC X(30).

       FD  APPL-TRAN-FILE.
       01  TranRecord.
           05 TrnApplicantAge          PIC 99.
           05 TrnApplicantDistrictCode PIC X(05).
           05 TrnApplicantDob          PIC 9(08).
           05 TrnApplicantHouseNumber  PIC 9(06).
           05 TrnApplicantStreetName   PIC X(30).

       FD  TRAN-REGISTER-FILE.
       01  RegisterRecord              PIC X(80).
       01  ChangedDistrictRecord.
           05 ChgDistrictCode          PIC X(05).

       FD  CHANGED-STREET-FILE.
       01  ChangedStreetRecord.
           05 ChsStreetName            PIC X(30).

       FD  DELTA-FILE.
       01  DeltaRecord.
           05 DltApplicantId           PIC X(10).
           05 DltApplicantAge          PIC 99.
           05 DltApplicantDistrictCode PIC X(05).
           05 DltApplicantDob          PIC 9(08).
           05 DltApplicantHouseNumber  PIC 9(06).
           05 DltApplicantStreetName   PIC X(30).

       FD  MASTER-SNAPSHOT-FILE.
       01  SnapshotRecord.
           05 SnpApplicantAge          PIC 99.
           05 SnpApplicantDistrictCode PIC X(05).
           05 SnpApplicantDob          PIC 9(08).
           05 SnpApplicantHouseNumber  PIC 9(06).
           05 SnpApplicantStreetName   PIC X(30).

       FD  MAINT-STATUS-FILE.
       01  MaintStatusRecord.
           05 FILLER                   PIC X(01).
           05 MsSnapshotWrittenCount   PIC 9(07).

       FD  MASTER-JOURNAL-FILE.
       01  JournalRecord.
           05 JnlRunDate               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 JnlBatchNumber           PIC 9(07).
           05 FILLER                   PIC X(01).
           05 JnlSequence              PIC 9(07).
           05 FILLER                   PIC X(01).
           05 JnlActionCode            PIC X(01).
           05 FILLER                   PIC X(01).
           05 JnlApplicantId           PIC X(10).
           05 FILLER                   PIC X(01).
           05 JnlBackoutOfBatch        PIC 9(07).
           05 FILLER                   PIC X(01).
           05 JnlBeforeSwitch          PIC X(01).
               88 JnlHasBeforeImage VALUE "Y".
           05 JnlBeforeImage.
               10 JbiApplicantId           PIC X(10).
               10 JbiApplicantAge          PIC 99.
               10 JbiApplicantDistrictCode PIC X(05).
               10 JbiApplicantDob          PIC 9(08).
               10 JbiApplicantHouseNumber  PIC 9(06).
               10 JbiApplicantStreetName   PIC X(30).
           05 FILLER                   PIC X(01).
           05 JnlAfterSwitch           PIC X(01).
               88 JnlHasAfterImage VALUE "Y".
           05 JnlAfterImage.
               10 JaiApplicantId           PIC X(10).
               10 JaiApplicantAge          PIC 99.
               10 JaiApplicantDistrictCode PIC X(05).
               10 JaiApplicantDob          PIC 9(08).
               10 JaiApplicantHouseNumber  PIC 9(06).
               10 JaiApplicantStreetName   PIC X(30).

       FD  JOURNAL-BATCH-FILE.
       01  JournalBatchRecord.
           05 JbLastBatchNumber        PIC 9(07).

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
           88 NoMoreTrans VALUE "Y".
       01 EndOfChangedDistricts PIC X(1) VALUE "N".
           88 NoMoreChangedDistricts VALUE "Y".
       01 EndOfChangedStreets PIC X(1) VALUE "N".
           88 NoMoreChangedStreets VALUE "Y".
       01 EndOfMasterFile PIC X(1) VALUE "N".
           88 NoMoreMasters VALUE "Y".
       01 TranValidSwitch PIC X(1) VALUE "Y".
       01 DistrictMatchSwitch PIC X(01) VALUE "N".
           88 ChangedDistrictWasFound VALUE "Y".
           88 ChangedDistrictNotFound VALUE "N".
       01 ChangedStreetTable.
           05 ChangedStreetEntry OCCURS 1 TO 500 TIMES
               DEPENDING ON ChangedStreetCount
               INDEXED BY ChangedStreetIdx.
               10 CsStreetName         PIC X(30).
       01 ChangedStreetCount PIC 9(03) COMP VALUE 0.
       01 StreetMatchSwitch PIC X(01) VALUE "N".
           88 ChangedStreetWasFound VALUE "Y".
           88 ChangedStreetNotFound VALUE "N".
       01 ExtractWantedSwitch PIC X(01) VALUE "N".
           88 MasterWantedOnDelta VALUE "Y".
       01 RegisterCountDisplay PIC ZZZZZZ9.
       01 JournalFileStatus PIC X(02) VALUE "00".
       01 JournalOpenSwitch PIC X(01) VALUE "N".
           88 JournalIsOpen VALUE "Y".
       01 JournalBatchNumber PIC 9(07) VALUE 0.
       01 JournalSequence PIC 9(07) VALUE 0.
       01 JournalWrittenCount PIC 9(07) COMP VALUE 0.
       01 BeforeImageSwitch PIC X(01) VALUE "N".
           88 BeforeImageHeld VALUE "Y".
       01 BeforeImage PIC X(61) VALUE SPACES.

       01 RegisterHeadingLine.
           05 FILLER                  PIC X(07) VALUE "ACTION".
           05 FILLER                  PIC X(13) VALUE SPACES.
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
       01 LedgerProgramName PIC X(10) VALUE "APPLMAST".
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
               PERFORM 2000-PROCESS-TRANSACTIONS
                   THRU 2000-EXIT
                   UNTIL NoMoreTrans
               PERFORM 3000-EXTRACT-DELTAS
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
      *> 1000-INITIALIZE-RUN - open the master I-O, bootstrapping an
      *> empty one the first time the run ever executes, open the
                   MasterFileStatus
               MOVE "Y" TO EndOfTranFile
           END-IF
           IF MasterIsOpen
               PERFORM 1050-OPEN-MASTER-JOURNAL THRU 1050-EXIT
           END-IF
           OPEN INPUT APPL-TRAN-FILE
           OPEN OUTPUT TRAN-REGISTER-FILE
           OPEN OUTPUT DELTA-FILE
           OPEN OUTPUT MASTER-SNAPSHOT-FILE
           IF MasterIsOpen AND JournalIsOpen
               WRITE RegisterRecord FROM RegisterHeadingLine
               PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
           END-IF
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1050-OPEN-MASTER-JOURNAL - take the next journal batch number
      *> off the batch-control file, writing it back straight away so
      *> a run that dies part way never hands its number out twice,
      *> and open the journal for append (first-ever run creates it).
      *> A master that cannot be journalled is not updated at all: no
      *> transaction is read, and the run ends fatal.
      *>----------------------------------------------------------------
       1050-OPEN-MASTER-JOURNAL.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE 0 TO JournalBatchNumber
           OPEN INPUT JOURNAL-BATCH-FILE
           READ JOURNAL-BATCH-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF JbLastBatchNumber IS NUMERIC
                       MOVE JbLastBatchNumber TO JournalBatchNumber
                   END-IF
           END-READ
           CLOSE JOURNAL-BATCH-FILE
           ADD 1 TO JournalBatchNumber
           OPEN OUTPUT JOURNAL-BATCH-FILE
           MOVE JournalBatchNumber TO JbLastBatchNumber
           WRITE JournalBatchRecord
           CLOSE JOURNAL-BATCH-FILE
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF JournalFileStatus = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF
           IF JournalFileStatus = "00"
               SET JournalIsOpen TO TRUE
               DISPLAY "APPLICANT MASTER JOURNAL BATCH "
                   JournalBatchNumber
           ELSE
               DISPLAY "APPLICANT MASTER JOURNAL OPEN FAILED - STATUS "
                   JournalFileStatus " - NO TRANSACTIONS APPLIED, "
                   "RUN FLAGGED FATAL"
               MOVE "Y" TO EndOfTranFile
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-PROCESS-TRANSACTIONS - validate and apply one add/change/
      *> delete transaction against the master, land it on the register
               END-EVALUATE
               PERFORM 2300-REGISTER-APPLIED THRU 2300-EXIT
               PERFORM 2400-REMEMBER-TOUCHED-ID THRU 2400-EXIT
               PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
           ELSE
               ADD 1 TO TranRejectedCount
               PERFORM 2350-REGISTER-REJECTED THRU 2350-EXIT
                   MOVE "DOB IS NOT NUMERIC" TO TranRejectReason
               END-IF
           END-IF
      *>   A blank street is an applicant with no address on file yet -
      *>   accepted, and left for the nightly's unassignable report.
           IF TranIsValid AND (TranIsAdd OR TranIsChange)
               IF TrnApplicantStreetName NOT = SPACES
                   AND TrnApplicantHouseNumber IS NOT NUMERIC
                   SET TranIsInvalid TO TRUE
                   MOVE "HOUSE NUMBER IS NOT NUMERIC"
                       TO TranRejectReason
               END-IF
           END-IF
           .
       2050-EXIT.
           EXIT.
      *> 2200-APPLY-TRANSACTION - one WRITE/REWRITE/DELETE against the
      *> keyed master; a duplicate add or a change/delete that finds no
      *> master record flips the transaction to rejected with the file
      *> status spelled out as the reason.  A change or delete reads
      *> the record first and holds it as the journal's before image.
      *>----------------------------------------------------------------
       2200-APPLY-TRANSACTION.
           MOVE TrnApplicantId TO MstApplicantId
           MOVE "N" TO BeforeImageSwitch
           MOVE SPACES TO BeforeImage
           IF TranIsChange OR TranIsDelete
               READ APPLICANT-MASTER
                   INVALID KEY
                       SET TranIsInvalid TO TRUE
                       MOVE "NOT ON MASTER" TO TranRejectReason
                   NOT INVALID KEY
                       SET BeforeImageHeld TO TRUE
                       MOVE MasterRecord TO BeforeImage
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN TranIsInvalid
                   CONTINUE
               WHEN TranIsAdd
                   MOVE TrnApplicantAge TO MstApplicantAge
                   MOVE TrnApplicantDistrictCode
                       TO MstApplicantDistrictCode
                   MOVE TrnApplicantDob TO MstApplicantDob
                   PERFORM 2250-MOVE-TRAN-ADDRESS THRU 2250-EXIT
                   WRITE MasterRecord
                       INVALID KEY
                           SET TranIsInvalid TO TRUE
                   MOVE TrnApplicantDistrictCode
                       TO MstApplicantDistrictCode
                   MOVE TrnApplicantDob TO MstApplicantDob
                   PERFORM 2250-MOVE-TRAN-ADDRESS THRU 2250-EXIT
                   REWRITE MasterRecord
                       INVALID KEY
                           SET TranIsInvalid TO TRUE
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2250-MOVE-TRAN-ADDRESS - the residence address from an add or
      *> change onto the master record; a blank street stores a zero
      *> house number so the numeric field never holds spaces.
      *>----------------------------------------------------------------
       2250-MOVE-TRAN-ADDRESS.
           MOVE TrnApplicantStreetName TO MstApplicantStreetName
           IF TrnApplicantStreetName = SPACES
               MOVE 0 TO MstApplicantHouseNumber
           ELSE
               MOVE TrnApplicantHouseNumber TO MstApplicantHouseNumber
           END-IF
           .
       2250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-REGISTER-APPLIED - one applied line on the transaction
      *> register.
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2500-WRITE-JOURNAL - one applied transaction onto the journal:
      *> the before image (none for an add) and the after image (none
      *> for a delete), under today's batch number.
      *>----------------------------------------------------------------
       2500-WRITE-JOURNAL.
           ADD 1 TO JournalSequence
           MOVE SPACES TO JournalRecord
           MOVE RunDate TO JnlRunDate
           MOVE JournalBatchNumber TO JnlBatchNumber
           MOVE JournalSequence TO JnlSequence
           MOVE TrnActionCode TO JnlActionCode
           MOVE TrnApplicantId TO JnlApplicantId
           MOVE 0 TO JnlBackoutOfBatch
           MOVE "N" TO JnlBeforeSwitch
           MOVE "N" TO JnlAfterSwitch
           IF BeforeImageHeld
               MOVE "Y" TO JnlBeforeSwitch
               MOVE BeforeImage TO JnlBeforeImage
           END-IF
           IF NOT TranIsDelete
               MOVE "Y" TO JnlAfterSwitch
               MOVE MasterRecord TO JnlAfterImage
           END-IF
           WRITE JournalRecord
           IF JournalFileStatus = "00"
               ADD 1 TO JournalWrittenCount
           ELSE
               DISPLAY "APPLICANT MASTER JOURNAL WRITE FAILED - STATUS "
                   JournalFileStatus " - " TrnApplicantId
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-TRANSACTION - single read of the next transaction;
      *> AT END sets the loop-control 88-level.
      *> delta record (in the layout the eligibility batch reads) for
      *> every applicant touched by today's transactions plus every
      *> applicant whose district is on the changed-district-parm
      *> list or whose street is on the changed-street list, so the
      *> nightly run processes only what actually moved.
      *> The same sweep cuts every master record to the full snapshot
      *> extract, for the runs that need the whole population.
      *>----------------------------------------------------------------
       3000-EXTRACT-DELTAS.
           IF MasterIsOpen
               PERFORM 3100-LOAD-CHANGED-DISTRICTS THRU 3100-EXIT
               PERFORM 3160-LOAD-CHANGED-STREETS THRU 3160-EXIT
               MOVE LOW-VALUES TO MstApplicantId
               START APPLICANT-MASTER KEY >= MstApplicantId
                   INVALID KEY
       3150-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3160-LOAD-CHANGED-STREETS - read the changed-street list the
      *> street-segment maintenance run cuts (if supplied at all) into
      *> a table once, the same way as the changed-district list.
      *>----------------------------------------------------------------
       3160-LOAD-CHANGED-STREETS.
           MOVE 0 TO ChangedStreetCount
           MOVE "N" TO EndOfChangedStreets
           OPEN INPUT CHANGED-STREET-FILE
           PERFORM 3170-READ-CHANGED-STREET THRU 3170-EXIT
               UNTIL NoMoreChangedStreets
           CLOSE CHANGED-STREET-FILE
           .
       3160-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3170-READ-CHANGED-STREET - one changed street into the next
      *> table slot.  A street left off the table is a set of movers
      *> the eligibility batch never re-assigns a precinct, so a full
      *> table ends the run fatal the way a full touched-ID table
      *> does.
      *>----------------------------------------------------------------
       3170-READ-CHANGED-STREET.
           READ CHANGED-STREET-FILE
               AT END
                   SET NoMoreChangedStreets TO TRUE
               NOT AT END
                   IF ChangedStreetCount < 500
                       ADD 1 TO ChangedStreetCount
                       SET ChangedStreetIdx TO ChangedStreetCount
                       MOVE ChsStreetName
                           TO CsStreetName(ChangedStreetIdx)
                   ELSE
                       DISPLAY "CHANGED STREET LIST REJECTED PAST "
                           "500 ENTRIES - " ChsStreetName
                           " - RUN FLAGGED FATAL"
                       MOVE 12 TO RETURN-CODE
                   END-IF
           END-READ
           .
       3170-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-READ-MASTER - sequential READ NEXT of the keyed master;
      *> AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
      *> 3300-EXTRACT-ONE-MASTER - one master record onto the full
      *> snapshot extract unconditionally, then against the touched-ID
      *> table, the changed-district table and the changed-street
      *> table; a hit on any of them cuts it to the delta extract as
      *> well.
      *>----------------------------------------------------------------
       3300-EXTRACT-ONE-MASTER.
           MOVE MstApplicantId TO SnpApplicantId
           MOVE MstApplicantDistrictCode
               TO SnpApplicantDistrictCode
           MOVE MstApplicantDob TO SnpApplicantDob
           MOVE MstApplicantHouseNumber TO SnpApplicantHouseNumber
           MOVE MstApplicantStreetName TO SnpApplicantStreetName
           WRITE SnapshotRecord
           ADD 1 TO SnapshotWrittenCount
           MOVE "N" TO ExtractWantedSwitch
                   SET MasterWantedOnDelta TO TRUE
               END-IF
           END-IF
           IF NOT MasterWantedOnDelta
               SET ChangedStreetNotFound TO TRUE
               IF ChangedStreetCount > 0
                   AND MstApplicantStreetName NOT = SPACES
                   SET ChangedStreetIdx TO 1
                   SEARCH ChangedStreetEntry
                       AT END
                           CONTINUE
                       WHEN CsStreetName(ChangedStreetIdx)
                               = MstApplicantStreetName
                           SET ChangedStreetWasFound TO TRUE
                   END-SEARCH
               END-IF
               IF ChangedStreetWasFound
                   SET MasterWantedOnDelta TO TRUE
               END-IF
           END-IF
           IF MasterWantedOnDelta
               MOVE MstApplicantId TO DltApplicantId
               MOVE MstApplicantAge TO DltApplicantAge
               MOVE MstApplicantDistrictCode
                   TO DltApplicantDistrictCode
               MOVE MstApplicantDob TO DltApplicantDob
               MOVE MstApplicantHouseNumber TO DltApplicantHouseNumber
               MOVE MstApplicantStreetName TO DltApplicantStreetName
               WRITE DeltaRecord
               ADD 1 TO DeltaWrittenCount
           END-IF
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE JournalBatchNumber TO RegisterCountDisplay
           STRING "JOURNAL BATCH NUMBER . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE JournalWrittenCount TO RegisterCountDisplay
           STRING "JOURNAL ROWS WRITTEN . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine
           .
       9010-EXIT.
           EXIT.
           IF MasterIsOpen
               CLOSE APPLICANT-MASTER
           END-IF
           IF JournalIsOpen
               CLOSE MASTER-JOURNAL-FILE
           END-IF
           .
       9050-EXIT.
           EXIT.

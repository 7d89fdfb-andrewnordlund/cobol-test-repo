      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. applback.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New back-out run for the applicant master.
      *>                    applmast updates APPLICANT-MASTER in place,
      *>                    and when a county feed with shifted columns
      *>                    was applied the only way back was restoring
      *>                    the whole file and losing the day.  The
      *>                    maintenance run now journals the before and
      *>                    after image of every applied transaction
      *>                    under a batch number; this run reverses one
      *>                    named batch from that journal.  Each
      *>                    applicant the batch touched goes back to
      *>                    the image it had before the batch's first
      *>                    transaction for it - an add is deleted, a
      *>                    change or delete is put back.  An applicant
      *>                    a later batch has touched since, or whose
      *>                    master record no longer matches what the
      *>                    batch left, is held and reported instead,
      *>                    so newer work is never overwritten.  Every
      *>                    reversal is itself journalled under a new
      *>                    batch number marked as the back-out of the
      *>                    named batch, so a batch cannot be backed
      *>                    out twice.  The run cuts the delta extract,
      *>                    the full-master snapshot and the
      *>                    maintenance status record in the layouts
      *>                    the maintenance run cuts them, so the
      *>                    nightly eligibility run, the roll compare
      *>                    and the balancing run pick the reversal up
      *>                    with no change on their side.  The run
      *>                    stands in for the maintenance run on the
      *>                    stream's control ledger: it ledgers under
      *>                    APPLMAST, is gated on distmnt and precmnt
      *>                    the same way, needs a rerun card on a
      *>                    night the maintenance run already ran
      *>                    clean, and its own final severity is what
      *>                    the eligibility run, the roll compare and
      *>                    the balancing run gate on.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKOUT-PARM-FILE ASSIGN TO "BACKOUTPARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANTMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstApplicantId
               FILE STATUS IS MasterFileStatus.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "APPLMASTJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.
           SELECT OPTIONAL JOURNAL-BATCH-FILE
               ASSIGN TO "APPLJOURNALBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-WORK-FILE ASSIGN TO "BACKOUTWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BwApplicantId
               FILE STATUS IS BackoutWorkFileStatus.
           SELECT BACKOUT-REGISTER-FILE ASSIGN TO "BACKOUTREGISTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELTA-FILE ASSIGN TO "DELTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-SNAPSHOT-FILE ASSIGN TO "MASTERSNAPSHOTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-STATUS-FILE ASSIGN TO "MAINTSTATUSFILE"
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
       FD  BACKOUT-PARM-FILE.
       01  BackoutParmRecord.
           05 BpBatchNumber            PIC 9(07).

       FD  APPLICANT-MASTER.
       01  MasterRecord.
           05 MstApplicantId           PIC X(10).
           05 MstApplicantAge          PIC 99.
           05 MstApplicantDistrictCode PIC X(05).
           05 MstApplicantDob          PIC 9(08).
           05 MstApplicantHouseNumber  PIC 9(06).
           05 MstApplicantStreetName   PIC X(30).

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

       FD  BACKOUT-WORK-FILE.
       01  BackoutWorkRecord.
           05 BwApplicantId            PIC X(10).
           05 BwFirstBeforeSwitch      PIC X(01).
               88 BwHadBeforeImage VALUE "Y".
           05 BwFirstBeforeImage       PIC X(61).
           05 BwLastAfterSwitch        PIC X(01).
               88 BwHadAfterImage VALUE "Y".
           05 BwLastAfterImage         PIC X(61).
           05 BwBatchRowCount          PIC 9(05).
           05 BwLaterBatchNumber       PIC 9(07).
           05 BwLaterRunDate           PIC 9(08).
           05 BwDisposition            PIC X(01).
               88 BwRestored VALUE "R".
               88 BwHeld VALUE "H".

       FD  BACKOUT-REGISTER-FILE.
       01  RegisterRecord              PIC X(80).

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
           05 SnpApplicantId           PIC X(10).
           05 SnpApplicantAge          PIC 99.
           05 SnpApplicantDistrictCode PIC X(05).
           05 SnpApplicantDob          PIC 9(08).
           05 SnpApplicantHouseNumber  PIC 9(06).
           05 SnpApplicantStreetName   PIC X(30).

       FD  MAINT-STATUS-FILE.
       01  MaintStatusRecord.
           05 MsRunDate                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 MsTranReadCount          PIC 9(07).
           05 FILLER                   PIC X(01).
           05 MsAddAppliedCount        PIC 9(07).
           05 FILLER                   PIC X(01).
           05 MsChangeAppliedCount     PIC 9(07).
           05 FILLER                   PIC X(01).
           05 MsDeleteAppliedCount     PIC 9(07).
           05 FILLER                   PIC X(01).
           05 MsRejectedCount          PIC 9(07).
           05 FILLER                   PIC X(01).
           05 MsDeltaWrittenCount      PIC 9(07).
           05 FILLER                   PIC X(01).
           05 MsSnapshotWrittenCount   PIC 9(07).

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
       01 JournalFileStatus PIC X(02) VALUE "00".
       01 BackoutWorkFileStatus PIC X(02) VALUE "00".
       01 MasterOpenSwitch PIC X(01) VALUE "N".
           88 MasterIsOpen VALUE "Y".
       01 JournalOpenSwitch PIC X(01) VALUE "N".
           88 JournalIsOpen VALUE "Y".
       01 WorkOpenSwitch PIC X(01) VALUE "N".
           88 WorkFileIsOpen VALUE "Y".
       01 OutputOpenSwitch PIC X(01) VALUE "N".
           88 OutputFilesAreOpen VALUE "Y".
       01 BackoutGoSwitch PIC X(01) VALUE "Y".
           88 BackoutCanProceed VALUE "Y".
           88 BackoutRefused VALUE "N".
       01 BatchFoundSwitch PIC X(01) VALUE "N".
           88 BatchWasFound VALUE "Y".
       01 AlreadyBackedOutSwitch PIC X(01) VALUE "N".
           88 BatchAlreadyBackedOut VALUE "Y".
       01 MasterFoundSwitch PIC X(01) VALUE "N".
           88 MasterRowFound VALUE "Y".
           88 MasterRowNotFound VALUE "N".
       01 WorkRowSwitch PIC X(01) VALUE "N".
           88 WorkRowFound VALUE "Y".
           88 WorkRowNotFound VALUE "N".
       01 EndOfJournal PIC X(1) VALUE "N".
           88 NoMoreJournalRows VALUE "Y".
       01 EndOfBackoutWork PIC X(1) VALUE "N".
           88 NoMoreBackoutRows VALUE "Y".
       01 EndOfMasterFile PIC X(1) VALUE "N".
           88 NoMoreMasters VALUE "Y".

       01 RunDate PIC 9(08) VALUE 0.
       01 TargetBatchNumber PIC 9(07) VALUE 0.
       01 TargetBatchRunDate PIC 9(08) VALUE 0.
       01 JournalBatchNumber PIC 9(07) VALUE 0.
       01 JournalSequence PIC 9(07) VALUE 0.
       01 ReversalAction PIC X(01) VALUE SPACE.
       01 CurrentImage PIC X(61) VALUE SPACES.
       01 HoldReason PIC X(40) VALUE SPACES.
       01 LaterBatchDisplay PIC 9(07) VALUE 0.

       01 JournalRowsReadCount PIC 9(07) COMP VALUE 0.
       01 BatchRowCount PIC 9(07) COMP VALUE 0.
       01 ApplicantsInBatchCount PIC 9(07) COMP VALUE 0.
       01 RestoredCount PIC 9(07) COMP VALUE 0.
       01 ReAddedCount PIC 9(07) COMP VALUE 0.
       01 PutBackCount PIC 9(07) COMP VALUE 0.
       01 RemovedCount PIC 9(07) COMP VALUE 0.
       01 NoNetChangeCount PIC 9(07) COMP VALUE 0.
       01 HeldCount PIC 9(07) COMP VALUE 0.
       01 JournalWrittenCount PIC 9(07) COMP VALUE 0.
       01 DeltaWrittenCount PIC 9(07) COMP VALUE 0.
       01 SnapshotWrittenCount PIC 9(07) COMP VALUE 0.
       01 RegisterCountDisplay PIC ZZZZZZ9.

       01 RegisterHeadingLine.
           05 FILLER                  PIC X(07) VALUE "ACTION".
           05 FILLER                  PIC X(11) VALUE "APPLICANT".
           05 FILLER                  PIC X(09) VALUE "STATUS".
           05 FILLER                  PIC X(53) VALUE "REASON".
       01 RegisterDetailLine.
           05 RegActionCode            PIC X(01).
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 RegApplicantId           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegStatus                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegReason                PIC X(40).
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
               IF BackoutCanProceed
                   PERFORM 2000-LOAD-JOURNAL
                       THRU 2000-EXIT
               END-IF
               IF BackoutCanProceed
                   PERFORM 1100-OPEN-UPDATE-FILES
                       THRU 1100-EXIT
               END-IF
               IF BackoutCanProceed
                   PERFORM 3000-REVERSE-BATCH
                       THRU 3000-EXIT
                   PERFORM 4000-EXTRACT-MASTER
                       THRU 4000-EXIT
               END-IF
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
      *> 1000-INITIALIZE-RUN - the batch to reverse off the parm card,
      *> then the journal for reading and a fresh work file.  No batch
      *> named, or a journal that will not open, reverses nothing and
      *> ends the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN INPUT BACKOUT-PARM-FILE
           READ BACKOUT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BpBatchNumber IS NUMERIC
                       MOVE BpBatchNumber TO TargetBatchNumber
                   END-IF
           END-READ
           CLOSE BACKOUT-PARM-FILE
           IF TargetBatchNumber = 0
               DISPLAY "NO JOURNAL BATCH NUMBER ON THE BACK-OUT CARD - "
                   "NOTHING REVERSED, RUN FLAGGED FATAL"
               SET BackoutRefused TO TRUE
           ELSE
               DISPLAY "BACKING OUT JOURNAL BATCH " TargetBatchNumber
               OPEN INPUT MASTER-JOURNAL-FILE
               IF JournalFileStatus = "00"
                   SET JournalIsOpen TO TRUE
               ELSE
                   DISPLAY "APPLICANT MASTER JOURNAL OPEN FAILED - "
                       "STATUS " JournalFileStatus
                       " - RUN FLAGGED FATAL"
                   SET BackoutRefused TO TRUE
               END-IF
           END-IF
           IF BackoutCanProceed
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF BackoutWorkFileStatus = "00"
                   CLOSE BACKOUT-WORK-FILE
                   OPEN I-O BACKOUT-WORK-FILE
               END-IF
               IF BackoutWorkFileStatus = "00"
                   SET WorkFileIsOpen TO TRUE
               ELSE
                   DISPLAY "BACK-OUT WORK FILE OPEN FAILED - STATUS "
                       BackoutWorkFileStatus " - RUN FLAGGED FATAL"
                   SET BackoutRefused TO TRUE
               END-IF
           END-IF
           IF BackoutRefused
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1100-OPEN-UPDATE-FILES - the master for update, the journal
      *> reopened for append under a batch number of the run's own,
      *> and the register and extracts.
      *>----------------------------------------------------------------
       1100-OPEN-UPDATE-FILES.
           OPEN I-O APPLICANT-MASTER
           IF MasterFileStatus = "00"
               SET MasterIsOpen TO TRUE
           ELSE
               DISPLAY "APPLICANT MASTER OPEN FAILED - STATUS "
                   MasterFileStatus " - RUN FLAGGED FATAL"
               SET BackoutRefused TO TRUE
           END-IF
           IF BackoutCanProceed
               PERFORM 1150-OPEN-MASTER-JOURNAL THRU 1150-EXIT
           END-IF
           IF BackoutCanProceed
               OPEN OUTPUT BACKOUT-REGISTER-FILE
               OPEN OUTPUT DELTA-FILE
               OPEN OUTPUT MASTER-SNAPSHOT-FILE
               SET OutputFilesAreOpen TO TRUE
               WRITE RegisterRecord FROM RegisterHeadingLine
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1150-OPEN-MASTER-JOURNAL - the next journal batch number off
      *> the batch-control file, written back at once the way the
      *> maintenance run takes its number, and the journal opened for
      *> append.
      *>----------------------------------------------------------------
       1150-OPEN-MASTER-JOURNAL.
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
           IF JournalFileStatus = "00"
               SET JournalIsOpen TO TRUE
               DISPLAY "BACK-OUT JOURNALLED AS BATCH "
                   JournalBatchNumber
           ELSE
               DISPLAY "APPLICANT MASTER JOURNAL REOPEN FAILED - "
                   "STATUS " JournalFileStatus " - RUN FLAGGED FATAL"
               SET BackoutRefused TO TRUE
           END-IF
           .
       1150-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-LOAD-JOURNAL - one pass of the whole journal.  The named
      *> batch's rows build one work row per applicant: the before
      *> image of the batch's first transaction for them (what to put
      *> back) and the after image of its last (what the master should
      *> still hold).  A row from any later batch for one of those
      *> applicants marks them touched since.  A batch that is not on
      *> the journal, or that an earlier back-out already reversed,
      *> is refused.
      *>----------------------------------------------------------------
       2000-LOAD-JOURNAL.
           PERFORM 2050-LOAD-ONE-JOURNAL-ROW THRU 2050-EXIT
               UNTIL NoMoreJournalRows
           CLOSE MASTER-JOURNAL-FILE
           MOVE "N" TO JournalOpenSwitch
           EVALUATE TRUE
               WHEN NOT BatchWasFound
                   DISPLAY "JOURNAL BATCH " TargetBatchNumber
                       " IS NOT ON THE JOURNAL - NOTHING REVERSED, "
                       "RUN FLAGGED FATAL"
                   SET BackoutRefused TO TRUE
                   MOVE 12 TO RETURN-CODE
               WHEN BatchAlreadyBackedOut
                   DISPLAY "JOURNAL BATCH " TargetBatchNumber
                       " WAS ALREADY BACKED OUT - NOTHING REVERSED, "
                       "RUN FLAGGED FATAL"
                   SET BackoutRefused TO TRUE
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2050-LOAD-ONE-JOURNAL-ROW - one journal row.
      *>----------------------------------------------------------------
       2050-LOAD-ONE-JOURNAL-ROW.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET NoMoreJournalRows TO TRUE
               NOT AT END
                   ADD 1 TO JournalRowsReadCount
                   IF JnlBatchNumber IS NUMERIC
                       AND JnlBackoutOfBatch IS NUMERIC
                       IF JnlBackoutOfBatch = TargetBatchNumber
                           SET BatchAlreadyBackedOut TO TRUE
                       END-IF
                       EVALUATE TRUE
                           WHEN JnlBatchNumber = TargetBatchNumber
                               PERFORM 2100-LOAD-BATCH-ROW
                                   THRU 2100-EXIT
                           WHEN JnlBatchNumber > TargetBatchNumber
                               PERFORM 2200-CHECK-LATER-ROW
                                   THRU 2200-EXIT
                       END-EVALUATE
                   END-IF
           END-READ
           .
       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-LOAD-BATCH-ROW - a row of the named batch onto the
      *> applicant's work row: the first one seen sets the image to
      *> put back, every one moves the image the batch left.
      *>----------------------------------------------------------------
       2100-LOAD-BATCH-ROW.
           SET BatchWasFound TO TRUE
           ADD 1 TO BatchRowCount
           MOVE JnlRunDate TO TargetBatchRunDate
           MOVE JnlApplicantId TO BwApplicantId
           SET WorkRowFound TO TRUE
           READ BACKOUT-WORK-FILE
               INVALID KEY
                   SET WorkRowNotFound TO TRUE
           END-READ
           IF WorkRowNotFound
               MOVE SPACES TO BackoutWorkRecord
               MOVE JnlApplicantId TO BwApplicantId
               MOVE JnlBeforeSwitch TO BwFirstBeforeSwitch
               MOVE JnlBeforeImage TO BwFirstBeforeImage
               MOVE 0 TO BwBatchRowCount
               MOVE 0 TO BwLaterBatchNumber
               MOVE 0 TO BwLaterRunDate
           END-IF
           ADD 1 TO BwBatchRowCount
           MOVE JnlAfterSwitch TO BwLastAfterSwitch
           MOVE JnlAfterImage TO BwLastAfterImage
           IF WorkRowNotFound
               ADD 1 TO ApplicantsInBatchCount
               WRITE BackoutWorkRecord
                   INVALID KEY
                       DISPLAY "BACK-OUT WORK ROW NOT WRITTEN - "
                           JnlApplicantId
               END-WRITE
           ELSE
               REWRITE BackoutWorkRecord
                   INVALID KEY
                       DISPLAY "BACK-OUT WORK ROW NOT REWRITTEN - "
                           JnlApplicantId
               END-REWRITE
           END-IF
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-CHECK-LATER-ROW - a row from a later batch: if it is for
      *> an applicant the named batch touched, remember the first
      *> later batch that touched them.
      *>----------------------------------------------------------------
       2200-CHECK-LATER-ROW.
           MOVE JnlApplicantId TO BwApplicantId
           READ BACKOUT-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BwLaterBatchNumber = 0
                       MOVE JnlBatchNumber TO BwLaterBatchNumber
                       MOVE JnlRunDate TO BwLaterRunDate
                       REWRITE BackoutWorkRecord
                           INVALID KEY
                               DISPLAY "BACK-OUT WORK ROW NOT "
                                   "REWRITTEN - " JnlApplicantId
                       END-REWRITE
                   END-IF
           END-READ
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-REVERSE-BATCH - every applicant the batch touched, in
      *> ApplicantId order.
      *>----------------------------------------------------------------
       3000-REVERSE-BATCH.
           MOVE LOW-VALUES TO BwApplicantId
           START BACKOUT-WORK-FILE KEY >= BwApplicantId
               INVALID KEY
                   SET NoMoreBackoutRows TO TRUE
           END-START
           PERFORM 3050-READ-WORK-ROW THRU 3050-EXIT
           PERFORM 3100-REVERSE-ONE-APPLICANT THRU 3100-EXIT
               UNTIL NoMoreBackoutRows
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3050-READ-WORK-ROW - sequential READ NEXT of the work file.
      *>----------------------------------------------------------------
       3050-READ-WORK-ROW.
           IF NOT NoMoreBackoutRows
               READ BACKOUT-WORK-FILE NEXT RECORD
                   AT END
                       SET NoMoreBackoutRows TO TRUE
               END-READ
           END-IF
           .
       3050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-REVERSE-ONE-APPLICANT - hold the applicant if a later
      *> batch touched them or their master record is no longer what
      *> the batch left; otherwise put the before image back (or
      *> delete the record the batch added), journal the reversal and
      *> land it on the register.
      *>----------------------------------------------------------------
       3100-REVERSE-ONE-APPLICANT.
           MOVE SPACES TO HoldReason
           MOVE BwApplicantId TO MstApplicantId
           SET MasterRowFound TO TRUE
           READ APPLICANT-MASTER
               INVALID KEY
                   SET MasterRowNotFound TO TRUE
           END-READ
           MOVE SPACES TO CurrentImage
           IF MasterRowFound
               MOVE MasterRecord TO CurrentImage
           END-IF
           EVALUATE TRUE
               WHEN BwLaterBatchNumber > 0
                   MOVE BwLaterBatchNumber TO LaterBatchDisplay
                   STRING "TOUCHED SINCE BY BATCH " DELIMITED BY SIZE
                       LaterBatchDisplay DELIMITED BY SIZE
                       INTO HoldReason
               WHEN BwHadAfterImage AND MasterRowNotFound
                   MOVE "MASTER CHANGED SINCE THE BATCH" TO HoldReason
               WHEN BwHadAfterImage
                   AND CurrentImage NOT = BwLastAfterImage
                   MOVE "MASTER CHANGED SINCE THE BATCH" TO HoldReason
               WHEN NOT BwHadAfterImage AND MasterRowFound
                   MOVE "MASTER CHANGED SINCE THE BATCH" TO HoldReason
           END-EVALUATE

           IF HoldReason NOT = SPACES
               SET BwHeld TO TRUE
               ADD 1 TO HeldCount
               MOVE SPACE TO ReversalAction
               PERFORM 3300-REGISTER-HELD THRU 3300-EXIT
           ELSE
               SET BwRestored TO TRUE
               ADD 1 TO RestoredCount
               PERFORM 3200-RESTORE-BEFORE-IMAGE THRU 3200-EXIT
           END-IF
           REWRITE BackoutWorkRecord
               INVALID KEY
                   DISPLAY "BACK-OUT WORK ROW NOT REWRITTEN - "
                       BwApplicantId
           END-REWRITE
           PERFORM 3050-READ-WORK-ROW THRU 3050-EXIT
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-RESTORE-BEFORE-IMAGE - the master back to the image it
      *> had before the batch: rewritten if it is still on file,
      *> re-added if the batch deleted it, deleted if the batch added
      *> it.  An applicant the batch both added and deleted has
      *> nothing to put back.
      *>----------------------------------------------------------------
       3200-RESTORE-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN BwHadBeforeImage AND MasterRowFound
                   MOVE "C" TO ReversalAction
                   ADD 1 TO PutBackCount
                   MOVE BwFirstBeforeImage TO MasterRecord
                   REWRITE MasterRecord
                       INVALID KEY
                           DISPLAY "MASTER REWRITE FAILED - "
                               BwApplicantId " - STATUS "
                               MasterFileStatus
                           MOVE 12 TO RETURN-CODE
                   END-REWRITE
               WHEN BwHadBeforeImage
                   MOVE "A" TO ReversalAction
                   ADD 1 TO ReAddedCount
                   MOVE BwFirstBeforeImage TO MasterRecord
                   WRITE MasterRecord
                       INVALID KEY
                           DISPLAY "MASTER RE-ADD FAILED - "
                               BwApplicantId " - STATUS "
                               MasterFileStatus
                           MOVE 12 TO RETURN-CODE
                   END-WRITE
               WHEN MasterRowFound
                   MOVE "D" TO ReversalAction
                   ADD 1 TO RemovedCount
                   DELETE APPLICANT-MASTER
                       INVALID KEY
                           DISPLAY "MASTER DELETE FAILED - "
                               BwApplicantId " - STATUS "
                               MasterFileStatus
                           MOVE 12 TO RETURN-CODE
                   END-DELETE
               WHEN OTHER
                   MOVE SPACE TO ReversalAction
                   ADD 1 TO NoNetChangeCount
           END-EVALUATE
           IF ReversalAction NOT = SPACE
               PERFORM 3250-WRITE-REVERSAL-JOURNAL THRU 3250-EXIT
           END-IF
           MOVE SPACES TO RegisterDetailLine
           MOVE ReversalAction TO RegActionCode
           MOVE BwApplicantId TO RegApplicantId
           MOVE "RESTORED" TO RegStatus
           IF ReversalAction = SPACE
               MOVE "ADDED AND DELETED IN BATCH - NO CHANGE"
                   TO RegReason
           END-IF
           WRITE RegisterRecord FROM RegisterDetailLine
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3250-WRITE-REVERSAL-JOURNAL - the reversal onto the journal
      *> like any maintenance transaction, marked as the back-out of
      *> the named batch.
      *>----------------------------------------------------------------
       3250-WRITE-REVERSAL-JOURNAL.
           ADD 1 TO JournalSequence
           MOVE SPACES TO JournalRecord
           MOVE RunDate TO JnlRunDate
           MOVE JournalBatchNumber TO JnlBatchNumber
           MOVE JournalSequence TO JnlSequence
           MOVE ReversalAction TO JnlActionCode
           MOVE BwApplicantId TO JnlApplicantId
           MOVE TargetBatchNumber TO JnlBackoutOfBatch
           MOVE "N" TO JnlBeforeSwitch
           MOVE "N" TO JnlAfterSwitch
           IF MasterRowFound
               MOVE "Y" TO JnlBeforeSwitch
               MOVE CurrentImage TO JnlBeforeImage
           END-IF
           IF BwHadBeforeImage
               MOVE "Y" TO JnlAfterSwitch
               MOVE BwFirstBeforeImage TO JnlAfterImage
           END-IF
           WRITE JournalRecord
           IF JournalFileStatus = "00"
               ADD 1 TO JournalWrittenCount
           ELSE
               DISPLAY "APPLICANT MASTER JOURNAL WRITE FAILED - STATUS "
                   JournalFileStatus " - " BwApplicantId
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       3250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3300-REGISTER-HELD - one held applicant on the register, with
      *> why; their master record is left exactly as it is.
      *>----------------------------------------------------------------
       3300-REGISTER-HELD.
           DISPLAY "BACK-OUT HELD - " BwApplicantId " - " HoldReason
           MOVE SPACES TO RegisterDetailLine
           MOVE BwApplicantId TO RegApplicantId
           MOVE "HELD" TO RegStatus
           MOVE HoldReason TO RegReason
           WRITE RegisterRecord FROM RegisterDetailLine
           .
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4000-EXTRACT-MASTER - sweep the master once: every record to
      *> the full snapshot, and every restored applicant still on file
      *> to the delta extract, as the maintenance run cuts them.
      *>----------------------------------------------------------------
       4000-EXTRACT-MASTER.
           MOVE LOW-VALUES TO MstApplicantId
           START APPLICANT-MASTER KEY >= MstApplicantId
               INVALID KEY
                   SET NoMoreMasters TO TRUE
           END-START
           PERFORM 4050-READ-MASTER THRU 4050-EXIT
           PERFORM 4100-EXTRACT-ONE-MASTER THRU 4100-EXIT
               UNTIL NoMoreMasters
           .
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4050-READ-MASTER - sequential READ NEXT of the keyed master.
      *>----------------------------------------------------------------
       4050-READ-MASTER.
           IF NOT NoMoreMasters
               READ APPLICANT-MASTER NEXT RECORD
                   AT END
                       SET NoMoreMasters TO TRUE
               END-READ
           END-IF
           .
       4050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4100-EXTRACT-ONE-MASTER - one master record to the snapshot,
      *> and to the delta when the back-out restored it.
      *>----------------------------------------------------------------
       4100-EXTRACT-ONE-MASTER.
           MOVE MasterRecord TO SnapshotRecord
           WRITE SnapshotRecord
           ADD 1 TO SnapshotWrittenCount
           MOVE MstApplicantId TO BwApplicantId
           READ BACKOUT-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BwRestored
                       MOVE MasterRecord TO DeltaRecord
                       WRITE DeltaRecord
                       ADD 1 TO DeltaWrittenCount
                   END-IF
           END-READ
           PERFORM 4050-READ-MASTER THRU 4050-EXIT
           .
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - a run that reversed anything writes its
      *> totals and the maintenance status record; held applicants end
      *> it with a warning so somebody works the register.  Close
      *> everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF OutputFilesAreOpen
               PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
               PERFORM 9020-WRITE-MAINT-STATUS THRU 9020-EXIT
               IF HeldCount > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE BACKOUT-REGISTER-FILE
               CLOSE DELTA-FILE
               CLOSE MASTER-SNAPSHOT-FILE
           END-IF
           IF MasterIsOpen
               CLOSE APPLICANT-MASTER
           END-IF
           IF JournalIsOpen
               CLOSE MASTER-JOURNAL-FILE
           END-IF
           IF WorkFileIsOpen
               CLOSE BACKOUT-WORK-FILE
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
           MOVE TargetBatchNumber TO RegisterCountDisplay
           STRING "BATCH BACKED OUT . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               TargetBatchRunDate DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE BatchRowCount TO RegisterCountDisplay
           STRING "BATCH JOURNAL ROWS . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ApplicantsInBatchCount TO RegisterCountDisplay
           STRING "APPLICANTS IN BATCH . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE RestoredCount TO RegisterCountDisplay
           STRING "APPLICANTS RESTORED . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE PutBackCount TO RegisterCountDisplay
           STRING "  CHANGES PUT BACK . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ReAddedCount TO RegisterCountDisplay
           STRING "  DELETES RE-ADDED . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE RemovedCount TO RegisterCountDisplay
           STRING "  ADDS REMOVED . . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE NoNetChangeCount TO RegisterCountDisplay
           STRING "  NO NET CHANGE . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE HeldCount TO RegisterCountDisplay
           STRING "APPLICANTS HELD . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE JournalBatchNumber TO RegisterCountDisplay
           STRING "REVERSAL JOURNAL BATCH . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE DeltaWrittenCount TO RegisterCountDisplay
           STRING "DELTA RECORDS WRITTEN . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE SnapshotWrittenCount TO RegisterCountDisplay
           STRING "SNAPSHOT RECORDS WRITTEN . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine
           .
       9010-EXIT.
           EXIT.
      *>----------------------------------------------------------------
      *> 9020-WRITE-MAINT-STATUS - the maintenance status record in the
      *> maintenance run's layout, the batch's applicants standing in
      *> for transactions read: re-adds count as adds, removals as
      *> deletes, put-backs and no-change rows as changes, and held
      *> applicants as rejected, so the balancing run's snapshot
      *> equation holds across the reversal.
      *>----------------------------------------------------------------
       9020-WRITE-MAINT-STATUS.
           OPEN OUTPUT MAINT-STATUS-FILE
           MOVE SPACES TO MaintStatusRecord
           MOVE RunDate TO MsRunDate
           MOVE ApplicantsInBatchCount TO MsTranReadCount
           MOVE ReAddedCount TO MsAddAppliedCount
           COMPUTE MsChangeAppliedCount = PutBackCount
               + NoNetChangeCount
           MOVE RemovedCount TO MsDeleteAppliedCount
           MOVE HeldCount TO MsRejectedCount
           MOVE DeltaWrittenCount TO MsDeltaWrittenCount
           MOVE SnapshotWrittenCount TO MsSnapshotWrittenCount
           WRITE MaintStatusRecord
           CLOSE MAINT-STATUS-FILE
           .
       9020-EXIT.
           EXIT.


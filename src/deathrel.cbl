      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deathrel.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New supervisor release run for the deletes
      *>                    the death-record intake (deathin) holds on
      *>                    PROPOSED-DELETE-MASTER.  A release card
      *>                    names an applicant, the decision (R release
      *>                    / N deny) and the supervisor's initials.  A
      *>                    release cuts a "D" transaction in the
      *>                    APPL-TRAN-FILE layout onto DEATHTRANFILE for
      *>                    the next maintenance run, so the delete is
      *>                    applied and registered the normal way; a
      *>                    denial leaves the applicant alone.  Only a
      *>                    held proposal can be decided.  Every
      *>                    decision is written to AUDIT-FILE and the
      *>                    register totals what is still held.
      *>                    DEATHTRANFILE is extended, not replaced, so
      *>                    a second release run before the maintenance
      *>                    run picks the file up adds to the deletes
      *>                    already cut instead of losing them;
      *>                    operations clear the file once applmast has
      *>                    consumed it.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELEASE-CARD-FILE ASSIGN TO "RELEASECARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSED-DELETE-MASTER
               ASSIGN TO "PROPOSEDDELETEMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PdApplicantId
               FILE STATUS IS ProposalFileStatus.
           SELECT DEATH-TRAN-FILE ASSIGN TO "DEATHTRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeathTranFileStatus.
           SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELEASEREGISTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CARD-FILE.
       01  ReleaseCardRecord.
           05 RlsApplicantId           PIC X(10).
           05 FILLER                   PIC X(01).
           05 RlsDecision              PIC X(01).
               88 RlsIsRelease VALUE "R".
               88 RlsIsDeny VALUE "N".
           05 FILLER                   PIC X(01).
           05 RlsSupervisor            PIC X(03).

       FD  PROPOSED-DELETE-MASTER.
       01  ProposedDeleteRecord.
           05 PdApplicantId            PIC X(10).
           05 PdDob                    PIC 9(08).
           05 PdDeathDate              PIC X(08).
           05 PdCertificateNumber      PIC X(10).
           05 PdProposedDate           PIC 9(08).
           05 PdStatus                 PIC X(01).
               88 PdIsHeld VALUE "H".
               88 PdIsReleased VALUE "R".
               88 PdIsDenied VALUE "N".
           05 PdDecisionDate           PIC 9(08).
           05 PdSupervisor             PIC X(03).

       FD  DEATH-TRAN-FILE.
       01  TranRecord.
           05 TrnActionCode            PIC X(01).
           05 TrnApplicantId           PIC X(10).
           05 TrnApplicantAge          PIC 99.
           05 TrnApplicantDistrictCode PIC X(05).
           05 TrnApplicantDob          PIC 9(08).
           05 TrnApplicantHouseNumber  PIC 9(06).
           05 TrnApplicantStreetName   PIC X(30).

       FD  RELEASE-REGISTER-FILE.
       01  RegisterRecord              PIC X(80).

       FD  AUDIT-FILE.
       01  AuditRecord.
           05 AudTimestamp                PIC X(17).
           05 FILLER                      PIC X(01).
           05 AudDeterminationType         PIC X(10).
           05 FILLER                      PIC X(01).
           05 AudRecordId                 PIC X(10).
           05 FILLER                      PIC X(01).
           05 AudInputValue                PIC X(10).
           05 FILLER                      PIC X(01).
           05 AudBranchFired               PIC X(20).
           05 FILLER                      PIC X(01).
           05 AudOutcome                   PIC X(20).
           05 FILLER                      PIC X(01).
           05 AudDob                      PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AudAsOfElectionDate          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AudGrade                    PIC 99.

       WORKING-STORAGE SECTION.
       01 EndOfReleaseCards PIC X(1) VALUE "N".
           88 NoMoreReleaseCards VALUE "Y".
       01 EndOfProposals PIC X(1) VALUE "N".
           88 NoMoreProposals VALUE "Y".
       01 ProposalFileStatus PIC X(02) VALUE "00".
       01 AuditFileStatus PIC X(02) VALUE "00".
       01 DeathTranFileStatus PIC X(02) VALUE "00".
       01 FilesOpenSwitch PIC X(01) VALUE "N".
           88 FilesAreOpen VALUE "Y".
       01 CardRejectReason PIC X(40) VALUE SPACES.
       01 RunDate PIC 9(08) VALUE 0.
       01 AuditRunDate PIC 9(08) VALUE 0.
       01 AuditRunTime PIC 9(08) VALUE 0.
       01 AuditRunTimestamp PIC X(17) VALUE SPACES.
       01 CardReadCount PIC 9(07) COMP VALUE 0.
       01 ReleasedCount PIC 9(07) COMP VALUE 0.
       01 DeniedCount PIC 9(07) COMP VALUE 0.
       01 CardRejectedCount PIC 9(07) COMP VALUE 0.
       01 StillHeldCount PIC 9(07) COMP VALUE 0.
       01 RegisterCountDisplay PIC ZZZZZZ9.

       01 RegisterHeadingLine.
           05 FILLER                  PIC X(11) VALUE "APPLICANT".
           05 FILLER                  PIC X(04) VALUE "DEC".
           05 FILLER                  PIC X(04) VALUE "SUP".
           05 FILLER                  PIC X(09) VALUE "STATUS".
           05 FILLER                  PIC X(52) VALUE "REASON".
       01 RegisterDetailLine.
           05 RegApplicantId           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegDecision              PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RegSupervisor            PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegStatus                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegReason                PIC X(40).
           05 FILLER                  PIC X(12) VALUE SPACES.
       01 RegisterTrailerLine          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           PERFORM 2000-APPLY-RELEASE-CARDS
               THRU 2000-EXIT
               UNTIL NoMoreReleaseCards
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - open the proposed-delete master I-O and
      *> the outputs - the death transaction file extended, since
      *> deletes released by an earlier run may not have been applied
      *> yet - and prime the AT END driven card loop.  With no
      *> proposed-delete master there is nothing to decide; that is
      *> fatal, since a card deck was prepared against something.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1080-CAPTURE-RUN-TIMESTAMP THRU 1080-EXIT
           OPEN I-O PROPOSED-DELETE-MASTER
           IF ProposalFileStatus = "00"
               SET FilesAreOpen TO TRUE
           ELSE
               DISPLAY "PROPOSED DELETE MASTER OPEN FAILED - STATUS "
                   ProposalFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT RELEASE-CARD-FILE
           OPEN EXTEND DEATH-TRAN-FILE
           IF DeathTranFileStatus = "35"
               OPEN OUTPUT DEATH-TRAN-FILE
           END-IF
           OPEN OUTPUT RELEASE-REGISTER-FILE
           OPEN EXTEND AUDIT-FILE
           IF AuditFileStatus = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE RegisterRecord FROM RegisterHeadingLine
           IF FilesAreOpen
               PERFORM 2100-READ-RELEASE-CARD THRU 2100-EXIT
           ELSE
               SET NoMoreReleaseCards TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1080-CAPTURE-RUN-TIMESTAMP - stamp this run's audit rows with
      *> a single date/time captured once at start-of-run.
      *>----------------------------------------------------------------
       1080-CAPTURE-RUN-TIMESTAMP.
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           STRING AuditRunDate DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AuditRunTime DELIMITED BY SIZE
               INTO AuditRunTimestamp
           .
       1080-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-APPLY-RELEASE-CARDS - one supervisor decision.  The card
      *> must name a held proposal, carry R or N and be initialled;
      *> anything else is rejected on the register and the proposal is
      *> left as it was.
      *>----------------------------------------------------------------
       2000-APPLY-RELEASE-CARDS.
           MOVE SPACES TO CardRejectReason
           MOVE RlsApplicantId TO PdApplicantId
           READ PROPOSED-DELETE-MASTER
               INVALID KEY
                   MOVE "NO DELETE PROPOSED FOR APPLICANT"
                       TO CardRejectReason
           END-READ
           IF CardRejectReason = SPACES
               EVALUATE TRUE
                   WHEN NOT PdIsHeld
                       MOVE "PROPOSAL ALREADY DECIDED"
                           TO CardRejectReason
                   WHEN NOT RlsIsRelease AND NOT RlsIsDeny
                       MOVE "DECISION MUST BE R OR N"
                           TO CardRejectReason
                   WHEN RlsSupervisor = SPACES
                       MOVE "SUPERVISOR INITIALS REQUIRED"
                           TO CardRejectReason
               END-EVALUATE
           END-IF
           MOVE SPACES TO RegisterDetailLine
           MOVE RlsApplicantId TO RegApplicantId
           MOVE RlsDecision TO RegDecision
           MOVE RlsSupervisor TO RegSupervisor
           IF CardRejectReason NOT = SPACES
               ADD 1 TO CardRejectedCount
               MOVE "REJECTED" TO RegStatus
               MOVE CardRejectReason TO RegReason
           ELSE
               MOVE RunDate TO PdDecisionDate
               MOVE RlsSupervisor TO PdSupervisor
               IF RlsIsRelease
                   SET PdIsReleased TO TRUE
                   PERFORM 2300-CUT-DELETE-TRANSACTION THRU 2300-EXIT
                   ADD 1 TO ReleasedCount
                   MOVE "RELEASED" TO RegStatus
                   MOVE "DELETE TRANSACTION CUT" TO RegReason
               ELSE
                   SET PdIsDenied TO TRUE
                   ADD 1 TO DeniedCount
                   MOVE "DENIED" TO RegStatus
                   MOVE "APPLICANT LEFT ON MASTER" TO RegReason
               END-IF
               REWRITE ProposedDeleteRecord
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF
           WRITE RegisterRecord FROM RegisterDetailLine
           PERFORM 2100-READ-RELEASE-CARD THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-RELEASE-CARD - single read of the next card; AT END
      *> sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-RELEASE-CARD.
           READ RELEASE-CARD-FILE
               AT END
                   SET NoMoreReleaseCards TO TRUE
               NOT AT END
                   ADD 1 TO CardReadCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-CUT-DELETE-TRANSACTION - a released proposal as a "D"
      *> transaction for the maintenance run; only the action code and
      *> key matter to a delete, the DOB rides along for the record.
      *>----------------------------------------------------------------
       2300-CUT-DELETE-TRANSACTION.
           MOVE SPACES TO TranRecord
           MOVE "D" TO TrnActionCode
           MOVE PdApplicantId TO TrnApplicantId
           MOVE 0 TO TrnApplicantAge
           MOVE PdDob TO TrnApplicantDob
           MOVE 0 TO TrnApplicantHouseNumber
           WRITE TranRecord
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 8000-WRITE-AUDIT-RECORD - the supervisor's decision onto the
      *> permanent log beside the proposal it decides, with the
      *> supervisor's initials as the input value.
      *>----------------------------------------------------------------
       8000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AuditRecord
           MOVE AuditRunTimestamp TO AudTimestamp
           MOVE "DEATHFEED" TO AudDeterminationType
           MOVE PdApplicantId TO AudRecordId
           MOVE RlsSupervisor TO AudInputValue
           MOVE "SUPERVISOR-DECISION" TO AudBranchFired
           IF PdIsReleased
               MOVE "DELETE RELEASED" TO AudOutcome
           ELSE
               MOVE "DELETE DENIED" TO AudOutcome
           END-IF
           MOVE PdDob TO AudDob
           MOVE 0 TO AudAsOfElectionDate
           MOVE 0 TO AudGrade
           WRITE AuditRecord
           .
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - count what is still held, the register
      *> totals, then close everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF FilesAreOpen
               PERFORM 9050-COUNT-STILL-HELD THRU 9050-EXIT
           END-IF
           PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
           IF AuditFileStatus NOT = "00"
               DISPLAY "AUDIT FILE STATUS " AuditFileStatus
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE RELEASE-CARD-FILE
           CLOSE DEATH-TRAN-FILE
           CLOSE RELEASE-REGISTER-FILE
           CLOSE AUDIT-FILE
           IF FilesAreOpen
               CLOSE PROPOSED-DELETE-MASTER
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
           MOVE CardReadCount TO RegisterCountDisplay
           STRING "RELEASE CARDS READ . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ReleasedCount TO RegisterCountDisplay
           STRING "DELETES RELEASED . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE DeniedCount TO RegisterCountDisplay
           STRING "DELETES DENIED . . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE CardRejectedCount TO RegisterCountDisplay
           STRING "CARDS REJECTED . . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE StillHeldCount TO RegisterCountDisplay
           STRING "PROPOSALS STILL HELD . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine
           .
       9010-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9050-COUNT-STILL-HELD - sweep the proposed-delete master for
      *> proposals no supervisor has decided yet.
      *>----------------------------------------------------------------
       9050-COUNT-STILL-HELD.
           MOVE LOW-VALUES TO PdApplicantId
           START PROPOSED-DELETE-MASTER KEY >= PdApplicantId
               INVALID KEY
                   SET NoMoreProposals TO TRUE
           END-START
           PERFORM 9055-COUNT-ONE-PROPOSAL THRU 9055-EXIT
               UNTIL NoMoreProposals
           .
       9050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9055-COUNT-ONE-PROPOSAL - the next proposal; held ones count.
      *>----------------------------------------------------------------
       9055-COUNT-ONE-PROPOSAL.
           READ PROPOSED-DELETE-MASTER NEXT RECORD
               AT END
                   SET NoMoreProposals TO TRUE
               NOT AT END
                   IF PdIsHeld
                       ADD 1 TO StillHeldCount
                   END-IF
           END-READ
           .
       9055-EXIT.
           EXIT.

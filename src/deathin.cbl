      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deathin.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New state death-record intake run.  Each
      *>                    record on the vital-statistics death feed
      *>                    is matched against APPLICANT-MASTER by ID
      *>                    number and DOB and classified: exact (the
      *>                    ID is on the master with the same DOB),
      *>                    probable (the DOB matches one or more
      *>                    applicants but the ID does not) or no
      *>                    match.  An exact match is proposed as a
      *>                    delete and held on the proposed-delete
      *>                    master (PROPOSED-DELETE-MASTER) for a
      *>                    supervisor's release - the release run
      *>                    (deathrel) cuts the released ones as "D"
      *>                    transactions in the APPL-TRAN-FILE layout
      *>                    so they go through the maintenance run's
      *>                    normal register.  Every proposal is written
      *>                    to AUDIT-FILE.  Probable matches, with every
      *>                    candidate applicant on the decedent's DOB,
      *>                    go on a review report for a clerk to
      *>                    confirm; every feed record lands on the
      *>                    intake register with its classification.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEATH-FEED-FILE ASSIGN TO "DEATHFEEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANTMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstApplicantId
               FILE STATUS IS MasterFileStatus.
           SELECT PROPOSED-DELETE-MASTER
               ASSIGN TO "PROPOSEDDELETEMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PdApplicantId
               FILE STATUS IS ProposalFileStatus.
           SELECT DOB-WORK-FILE ASSIGN TO "DOBWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DwDobKey
               FILE STATUS IS DobWorkFileStatus.
           SELECT DEATH-REGISTER-FILE ASSIGN TO "DEATHREGISTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBABLE-REPORT-FILE ASSIGN TO "PROBABLEREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-FEED-FILE.
       01  DeathFeedRecord.
           05 DthIdNumber              PIC X(10).
           05 DthDob                   PIC X(08).
           05 DthDobNumeric REDEFINES DthDob PIC 9(08).
           05 DthDeathDate             PIC X(08).
           05 DthCertificateNumber     PIC X(10).

       FD  APPLICANT-MASTER.
       01  MasterRecord.
           05 MstApplicantId           PIC X(10).
           05 MstApplicantAge          PIC 99.
           05 MstApplicantDistrictCode PIC X(05).
           05 MstApplicantDob          PIC 9(08).
           05 MstApplicantHouseNumber  PIC 9(06).
           05 MstApplicantStreetName   PIC X(30).

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

       FD  DOB-WORK-FILE.
       01  DobWorkRecord.
           05 DwDobKey.
               10 DwDob                PIC 9(08).
               10 DwApplicantId        PIC X(10).
           05 DwDistrictCode           PIC X(05).
           05 DwHouseNumber            PIC 9(06).
           05 DwStreetName             PIC X(30).

       FD  DEATH-REGISTER-FILE.
       01  RegisterRecord              PIC X(80).

       FD  PROBABLE-REPORT-FILE.
       01  ProbableReportRecord        PIC X(88).

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
       01 EndOfDeathFeed PIC X(1) VALUE "N".
           88 NoMoreDeathRecords VALUE "Y".
       01 EndOfMasterFile PIC X(1) VALUE "N".
           88 NoMoreMasters VALUE "Y".
       01 DobScanSwitch PIC X(01) VALUE "N".
           88 DobScanDone VALUE "Y".
           88 DobScanActive VALUE "N".
       01 MasterFileStatus PIC X(02) VALUE "00".
       01 ProposalFileStatus PIC X(02) VALUE "00".
       01 DobWorkFileStatus PIC X(02) VALUE "00".
       01 AuditFileStatus PIC X(02) VALUE "00".
       01 FilesOpenSwitch PIC X(01) VALUE "N".
           88 FilesAreOpen VALUE "Y".
       01 MatchClassSwitch PIC X(01) VALUE "0".
           88 MatchIsExact VALUE "E".
           88 MatchIsProbable VALUE "P".
           88 MatchIsNone VALUE "0".
       01 MatchNote PIC X(30) VALUE SPACES.
       01 CandidateCount PIC 9(05) COMP VALUE 0.
       01 RunDate PIC 9(08) VALUE 0.
       01 AuditRunDate PIC 9(08) VALUE 0.
       01 AuditRunTime PIC 9(08) VALUE 0.
       01 AuditRunTimestamp PIC X(17) VALUE SPACES.
       01 DeathReadCount PIC 9(07) COMP VALUE 0.
       01 ExactMatchCount PIC 9(07) COMP VALUE 0.
       01 ProposedCount PIC 9(07) COMP VALUE 0.
       01 AlreadyProposedCount PIC 9(07) COMP VALUE 0.
       01 ProbableMatchCount PIC 9(07) COMP VALUE 0.
       01 NoMatchCount PIC 9(07) COMP VALUE 0.
       01 UnusableRecordCount PIC 9(07) COMP VALUE 0.
       01 MastersIndexedCount PIC 9(07) COMP VALUE 0.
       01 RegisterCountDisplay PIC ZZZZZZ9.

       01 RegisterHeadingLine.
           05 FILLER                  PIC X(11) VALUE "ID NUMBER".
           05 FILLER                  PIC X(09) VALUE "DOB".
           05 FILLER                  PIC X(11) VALUE "CERT NO".
           05 FILLER                  PIC X(09) VALUE "CLASS".
           05 FILLER                  PIC X(40) VALUE "NOTE".
       01 RegisterDetailLine.
           05 RegIdNumber              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegDob                   PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegCertificateNumber     PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegClass                 PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegNote                  PIC X(30).
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 RegisterTrailerLine          PIC X(80).

       01 ReportPageDepth PIC 9(02) COMP VALUE 55.
       01 PrintLineWork PIC X(88) VALUE SPACES.
       01 ProbablePageCount PIC 9(04) COMP VALUE 0.
       01 ProbableLineCount PIC 9(02) COMP VALUE 0.
       01 PageHeadingLine.
           05 PhTitle                 PIC X(50).
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 PhRunDate               PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE "PAGE ".
           05 PhPageNumber            PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 BlankReportLine PIC X(88) VALUE SPACES.

       01 ProbableHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "FEED ID".
           05 FILLER                  PIC X(09) VALUE "DOB".
           05 FILLER                  PIC X(11) VALUE "CERT NO".
           05 FILLER                  PIC X(11) VALUE "CANDIDATE".
           05 FILLER                  PIC X(06) VALUE "DIST".
           05 FILLER                  PIC X(40) VALUE "ADDRESS".
       01 ProbableDetailLine.
           05 PrbIdNumber              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PrbDob                   PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PrbCertificateNumber     PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PrbCandidateId           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PrbDistrictCode          PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PrbHouseNumber           PIC Z(05)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PrbStreetName            PIC X(30).
           05 FILLER                  PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           PERFORM 2000-MATCH-DEATH-RECORDS
               THRU 2000-EXIT
               UNTIL NoMoreDeathRecords
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - open the applicant master for keyed
      *> reads, the proposed-delete master I-O (bootstrapping an empty
      *> one the first time the run ever executes) and the DOB work
      *> file fresh, index every applicant by DOB, open the outputs
      *> and prime the AT END driven feed loop.  A file that will not
      *> open matches nothing and ends the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1080-CAPTURE-RUN-TIMESTAMP THRU 1080-EXIT
           OPEN INPUT APPLICANT-MASTER
           OPEN I-O PROPOSED-DELETE-MASTER
           IF ProposalFileStatus = "35"
               OPEN OUTPUT PROPOSED-DELETE-MASTER
               CLOSE PROPOSED-DELETE-MASTER
               OPEN I-O PROPOSED-DELETE-MASTER
           END-IF
           OPEN OUTPUT DOB-WORK-FILE
           IF DobWorkFileStatus = "00"
               CLOSE DOB-WORK-FILE
               OPEN I-O DOB-WORK-FILE
           END-IF
           IF MasterFileStatus = "00"
               AND ProposalFileStatus = "00"
               AND DobWorkFileStatus = "00"
               SET FilesAreOpen TO TRUE
           ELSE
               DISPLAY "DEATH INTAKE FILE OPEN FAILED - STATUSES "
                   MasterFileStatus " " ProposalFileStatus " "
                   DobWorkFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT DEATH-FEED-FILE
           OPEN OUTPUT DEATH-REGISTER-FILE
           OPEN OUTPUT PROBABLE-REPORT-FILE
           OPEN EXTEND AUDIT-FILE
           IF AuditFileStatus = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE RegisterRecord FROM RegisterHeadingLine
           IF FilesAreOpen
               PERFORM 1050-INDEX-MASTER-BY-DOB THRU 1050-EXIT
               PERFORM 2100-READ-DEATH-RECORD THRU 2100-EXIT
           ELSE
               SET NoMoreDeathRecords TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1050-INDEX-MASTER-BY-DOB - one key-order sweep of the master
      *> onto the DOB work file, keyed DOB then ApplicantId, so every
      *> applicant sharing a decedent's DOB is one START and a short
      *> READ NEXT run away.
      *>----------------------------------------------------------------
       1050-INDEX-MASTER-BY-DOB.
           MOVE LOW-VALUES TO MstApplicantId
           MOVE "N" TO EndOfMasterFile
           START APPLICANT-MASTER KEY >= MstApplicantId
               INVALID KEY
                   SET NoMoreMasters TO TRUE
           END-START
           PERFORM 1055-INDEX-ONE-MASTER THRU 1055-EXIT
               UNTIL NoMoreMasters
           .
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1055-INDEX-ONE-MASTER - the next master record onto the DOB
      *> work file.
      *>----------------------------------------------------------------
       1055-INDEX-ONE-MASTER.
           READ APPLICANT-MASTER NEXT RECORD
               AT END
                   SET NoMoreMasters TO TRUE
               NOT AT END
                   MOVE MstApplicantDob TO DwDob
                   MOVE MstApplicantId TO DwApplicantId
                   MOVE MstApplicantDistrictCode TO DwDistrictCode
                   MOVE MstApplicantHouseNumber TO DwHouseNumber
                   MOVE MstApplicantStreetName TO DwStreetName
                   WRITE DobWorkRecord
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO MastersIndexedCount
                   END-WRITE
           END-READ
           .
       1055-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1080-CAPTURE-RUN-TIMESTAMP - stamp this run's audit rows with
      *> a single date/time captured once at start-of-run, the same
      *> way the nightly batch stamps its own.
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
      *> 2000-MATCH-DEATH-RECORDS - classify one death record: the ID
      *> on the master with the same DOB is exact and proposed for
      *> delete; otherwise every applicant on the decedent's DOB is a
      *> probable candidate for the review report; with none it is no
      *> match.  A record with no usable ID or DOB cannot be matched
      *> and is registered as such.
      *>----------------------------------------------------------------
       2000-MATCH-DEATH-RECORDS.
           SET MatchIsNone TO TRUE
           MOVE SPACES TO MatchNote
           IF DthDob IS NOT NUMERIC OR DthDobNumeric = 0
               OR DthIdNumber = SPACES
               ADD 1 TO UnusableRecordCount
               MOVE "ID OR DOB UNUSABLE" TO MatchNote
           ELSE
               MOVE DthIdNumber TO MstApplicantId
               READ APPLICANT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MstApplicantDob = DthDobNumeric
                           SET MatchIsExact TO TRUE
                       ELSE
                           MOVE "ID ON MASTER, DOB DIFFERS"
                               TO MatchNote
                       END-IF
               END-READ
               IF MatchIsExact
                   ADD 1 TO ExactMatchCount
                   PERFORM 2300-PROPOSE-DELETE THRU 2300-EXIT
               ELSE
                   PERFORM 2400-FIND-DOB-CANDIDATES THRU 2400-EXIT
                   IF CandidateCount > 0
                       SET MatchIsProbable TO TRUE
                       ADD 1 TO ProbableMatchCount
                       MOVE CandidateCount TO RegisterCountDisplay
                       MOVE SPACES TO MatchNote
                       STRING "DOB CANDIDATES " DELIMITED BY SIZE
                           RegisterCountDisplay DELIMITED BY SIZE
                           INTO MatchNote
                   ELSE
                       ADD 1 TO NoMatchCount
                   END-IF
               END-IF
           END-IF
           PERFORM 2500-REGISTER-DEATH-RECORD THRU 2500-EXIT
           PERFORM 2100-READ-DEATH-RECORD THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-DEATH-RECORD - single read of the next feed record;
      *> AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-DEATH-RECORD.
           READ DEATH-FEED-FILE
               AT END
                   SET NoMoreDeathRecords TO TRUE
               NOT AT END
                   ADD 1 TO DeathReadCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-PROPOSE-DELETE - an exact match onto the proposed-delete
      *> master held for a supervisor's release, with the proposal on
      *> the audit log.  An applicant already proposed - held, released
      *> or denied - is not proposed again; a denial stands until a
      *> supervisor changes it.
      *>----------------------------------------------------------------
       2300-PROPOSE-DELETE.
           MOVE DthIdNumber TO PdApplicantId
           READ PROPOSED-DELETE-MASTER
               INVALID KEY
                   MOVE DthIdNumber TO PdApplicantId
                   MOVE DthDobNumeric TO PdDob
                   MOVE DthDeathDate TO PdDeathDate
                   MOVE DthCertificateNumber TO PdCertificateNumber
                   MOVE RunDate TO PdProposedDate
                   SET PdIsHeld TO TRUE
                   MOVE 0 TO PdDecisionDate
                   MOVE SPACES TO PdSupervisor
                   WRITE ProposedDeleteRecord
                   ADD 1 TO ProposedCount
                   MOVE "DELETE PROPOSED - HELD" TO MatchNote
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               NOT INVALID KEY
                   ADD 1 TO AlreadyProposedCount
                   EVALUATE TRUE
                       WHEN PdIsHeld
                           MOVE "ALREADY PROPOSED - HELD"
                               TO MatchNote
                       WHEN PdIsReleased
                           MOVE "ALREADY PROPOSED - RELEASED"
                               TO MatchNote
                       WHEN OTHER
                           MOVE "ALREADY PROPOSED - DENIED"
                               TO MatchNote
                   END-EVALUATE
           END-READ
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2400-FIND-DOB-CANDIDATES - every applicant on the decedent's
      *> DOB off the DOB work file, each onto the review report.
      *>----------------------------------------------------------------
       2400-FIND-DOB-CANDIDATES.
           MOVE 0 TO CandidateCount
           MOVE DthDobNumeric TO DwDob
           MOVE LOW-VALUES TO DwApplicantId
           SET DobScanActive TO TRUE
           START DOB-WORK-FILE KEY >= DwDobKey
               INVALID KEY
                   SET DobScanDone TO TRUE
           END-START
           PERFORM 2450-SCAN-ONE-CANDIDATE THRU 2450-EXIT
               UNTIL DobScanDone
           .
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2450-SCAN-ONE-CANDIDATE - the next applicant on the DOB work
      *> file; a different DOB ends the scan.
      *>----------------------------------------------------------------
       2450-SCAN-ONE-CANDIDATE.
           READ DOB-WORK-FILE NEXT RECORD
               AT END
                   SET DobScanDone TO TRUE
           END-READ
           IF NOT DobScanDone
               IF DwDob NOT = DthDobNumeric
                   SET DobScanDone TO TRUE
               ELSE
                   ADD 1 TO CandidateCount
                   MOVE SPACES TO ProbableDetailLine
                   MOVE DthIdNumber TO PrbIdNumber
                   MOVE DthDob TO PrbDob
                   MOVE DthCertificateNumber TO PrbCertificateNumber
                   MOVE DwApplicantId TO PrbCandidateId
                   MOVE DwDistrictCode TO PrbDistrictCode
                   MOVE DwHouseNumber TO PrbHouseNumber
                   MOVE DwStreetName TO PrbStreetName
                   MOVE ProbableDetailLine TO PrintLineWork
                   PERFORM 7100-PRINT-PROBABLE-LINE THRU 7100-EXIT
               END-IF
           END-IF
           .
       2450-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2500-REGISTER-DEATH-RECORD - one feed record on the intake
      *> register with its classification.
      *>----------------------------------------------------------------
       2500-REGISTER-DEATH-RECORD.
           MOVE SPACES TO RegisterDetailLine
           MOVE DthIdNumber TO RegIdNumber
           MOVE DthDob TO RegDob
           MOVE DthCertificateNumber TO RegCertificateNumber
           EVALUATE TRUE
               WHEN MatchIsExact
                   MOVE "EXACT" TO RegClass
               WHEN MatchIsProbable
                   MOVE "PROBABLE" TO RegClass
               WHEN OTHER
                   MOVE "NO MATCH" TO RegClass
           END-EVALUATE
           MOVE MatchNote TO RegNote
           WRITE RegisterRecord FROM RegisterDetailLine
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-PROBABLE-LINE - the review report's paginated
      *> writer: title, run date, page number and column headings at
      *> the top of every page, the pattern the nightly batch's
      *> reports use.
      *>----------------------------------------------------------------
       7100-PRINT-PROBABLE-LINE.
           IF ProbableLineCount = 0
               OR ProbableLineCount >= ReportPageDepth
               PERFORM 7110-START-PROBABLE-PAGE THRU 7110-EXIT
           END-IF
           WRITE ProbableReportRecord FROM PrintLineWork
           ADD 1 TO ProbableLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-PROBABLE-PAGE - the review report's page headings.
      *>----------------------------------------------------------------
       7110-START-PROBABLE-PAGE.
           ADD 1 TO ProbablePageCount
           MOVE "DEATH FEED PROBABLE MATCHES - CLERK REVIEW" TO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE ProbablePageCount TO PhPageNumber
           WRITE ProbableReportRecord FROM PageHeadingLine
           WRITE ProbableReportRecord FROM ProbableHeadingLine2
           WRITE ProbableReportRecord FROM BlankReportLine
           MOVE 3 TO ProbableLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 8000-WRITE-AUDIT-RECORD - the delete proposal onto the
      *> permanent log in the same layout every determination uses,
      *> with the death certificate number as the input value, so a
      *> challenged removal can be traced back to the feed record.
      *>----------------------------------------------------------------
       8000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AuditRecord
           MOVE AuditRunTimestamp TO AudTimestamp
           MOVE "DEATHFEED" TO AudDeterminationType
           MOVE DthIdNumber TO AudRecordId
           MOVE DthCertificateNumber TO AudInputValue
           MOVE "EXACT-MATCH" TO AudBranchFired
           MOVE "DELETE PROPOSED" TO AudOutcome
           MOVE DthDobNumeric TO AudDob
           MOVE 0 TO AudAsOfElectionDate
           MOVE 0 TO AudGrade
           WRITE AuditRecord
           .
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - a review report with nothing on it still
      *> says so, the register totals, then close everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF ProbableLineCount = 0
               MOVE "NO PROBABLE MATCHES THIS RUN" TO PrintLineWork
               PERFORM 7100-PRINT-PROBABLE-LINE THRU 7100-EXIT
           END-IF
           PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
           IF AuditFileStatus NOT = "00"
               DISPLAY "AUDIT FILE STATUS " AuditFileStatus
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE DEATH-FEED-FILE
           CLOSE DEATH-REGISTER-FILE
           CLOSE PROBABLE-REPORT-FILE
           CLOSE AUDIT-FILE
           IF FilesAreOpen
               CLOSE APPLICANT-MASTER
               CLOSE PROPOSED-DELETE-MASTER
               CLOSE DOB-WORK-FILE
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
           MOVE DeathReadCount TO RegisterCountDisplay
           STRING "DEATH RECORDS READ . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ExactMatchCount TO RegisterCountDisplay
           STRING "EXACT MATCHES . . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ProposedCount TO RegisterCountDisplay
           STRING "  DELETES PROPOSED - HELD . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE AlreadyProposedCount TO RegisterCountDisplay
           STRING "  ALREADY PROPOSED . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE ProbableMatchCount TO RegisterCountDisplay
           STRING "PROBABLE MATCHES . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE NoMatchCount TO RegisterCountDisplay
           STRING "NO MATCH . . . . . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE UnusableRecordCount TO RegisterCountDisplay
           STRING "ID OR DOB UNUSABLE . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine
           .
       9010-EXIT.
           EXIT.

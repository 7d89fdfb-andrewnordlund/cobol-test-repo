      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. votecred.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New election-day voter-history credit run.
      *>                    The ballot-issued file the precincts return
      *>                    after an election is credited against the
      *>                    certified roll for that election onto a new
      *>                    voter-history master (VOTER-HISTORY-MASTER)
      *>                    keyed on ApplicantId plus the election code
      *>                    the election calendar uses.  A ballot for
      *>                    an election code not on the calendar, for
      *>                    an election the certified roll was not
      *>                    sealed for, for a voter not on the
      *>                    certified roll, or for a voter already
      *>                    credited for that election lands on a
      *>                    reject register instead.  The run ends with
      *>                    a turnout report for the certified election
      *>                    - certified count, voted count and
      *>                    percentage by district and by precinct -
      *>                    counted off the history master, so a
      *>                    ballot file returned in several batches
      *>                    still reports the whole turnout.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALLOT-ISSUED-FILE
               ASSIGN TO "BALLOTISSUEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERTIFIED-ROLL-FILE ASSIGN TO "CERTIFIEDROLLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertifiedRollFileStatus.
           SELECT OPTIONAL APPLICANT-FILE ASSIGN TO "MASTERSNAPSHOTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ELECTION-CALENDAR-FILE
               ASSIGN TO "ELECTIONCALENDARFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOTER-HISTORY-MASTER ASSIGN TO "VOTERHISTORYMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VhHistoryKey
               FILE STATUS IS HistoryFileStatus.
           SELECT CREDIT-REGISTER-FILE ASSIGN TO "CREDITREGISTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURNOUT-REPORT-FILE ASSIGN TO "TURNOUTREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "VOTESNAPWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SwApplicantId
               FILE STATUS IS SnapWorkFileStatus.
           SELECT CERTIFIED-WORK-FILE ASSIGN TO "VOTECERTWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CwApplicantId
               FILE STATUS IS CertWorkFileStatus.
           SELECT TURNOUT-WORK-FILE ASSIGN TO "TURNOUTWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TwTurnoutKey
               FILE STATUS IS TurnoutWorkFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BALLOT-ISSUED-FILE.
       01  BallotIssuedRecord.
           05 BiApplicantId            PIC X(10).
           05 BiElectionCode           PIC X(05).
           05 BiPrecinctCode           PIC X(06).
           05 BiIssuedDate             PIC 9(08).

       FD  CERTIFIED-ROLL-FILE.
       01  CertifiedRollRecord.
           05 CrCertificationDate        PIC 9(08).
           05 FILLER                     PIC X(01).
           05 CrSequenceNumber           PIC 9(07).
           05 FILLER                     PIC X(01).
           05 CrApplicantId              PIC X(10).
           05 FILLER                     PIC X(01).
           05 CrDob                      PIC 9(08).
           05 FILLER                     PIC X(01).
           05 CrAsOfElectionDate         PIC 9(08).
           05 FILLER                     PIC X(01).
           05 CrPrecinctCode             PIC X(06).

       FD  APPLICANT-FILE.
       01  ApplicantRecord.
           05 ApplicantId             PIC X(10).
           05 ApplicantAge            PIC 99.
           05 ApplicantDistrictCode   PIC X(05).
           05 ApplicantDob            PIC 9(08).
           05 ApplicantHouseNumber    PIC 9(06).
           05 ApplicantStreetName     PIC X(30).

       FD  ELECTION-CALENDAR-FILE.
       01  ElectionCalendarRecord.
           05 EcCalElectionCode            PIC X(05).
           05 EcCalElectionDate            PIC 9(08).

       FD  VOTER-HISTORY-MASTER.
       01  VoterHistoryRecord.
           05 VhHistoryKey.
               10 VhApplicantId            PIC X(10).
               10 VhElectionCode           PIC X(05).
           05 VhElectionDate               PIC 9(08).
           05 VhDistrictCode               PIC X(05).
           05 VhPrecinctCode               PIC X(06).
           05 VhBallotPrecinctCode         PIC X(06).
           05 VhIssuedDate                 PIC 9(08).
           05 VhCreditedDate               PIC 9(08).

       FD  CREDIT-REGISTER-FILE.
       01  RegisterRecord              PIC X(80).

       FD  TURNOUT-REPORT-FILE.
       01  TurnoutReportRecord         PIC X(88).

       FD  SNAPSHOT-WORK-FILE.
       01  SnapshotWorkRecord.
           05 SwApplicantId            PIC X(10).
           05 SwDistrictCode           PIC X(05).

       FD  CERTIFIED-WORK-FILE.
       01  CertifiedWorkRecord.
           05 CwApplicantId            PIC X(10).
           05 CwDistrictCode           PIC X(05).
           05 CwPrecinctCode           PIC X(06).

       FD  TURNOUT-WORK-FILE.
       01  TurnoutWorkRecord.
           05 TwTurnoutKey.
               10 TwLevel              PIC X(01).
                   88 TwDistrictLevel VALUE "D".
                   88 TwPrecinctLevel VALUE "P".
               10 TwCode               PIC X(06).
           05 TwCertifiedCount         PIC 9(07).
           05 TwVotedCount             PIC 9(07).

       WORKING-STORAGE SECTION.
       01 EndOfBallotFile PIC X(1) VALUE "N".
           88 NoMoreBallots VALUE "Y".
       01 EndOfCertifiedRoll PIC X(1) VALUE "N".
           88 NoMoreCertifiedRoll VALUE "Y".
       01 EndOfApplicantFile PIC X(1) VALUE "N".
           88 NoMoreApplicants VALUE "Y".
       01 EndOfElectionCalendar PIC X(1) VALUE "N".
           88 NoMoreElectionDates VALUE "Y".
       01 EndOfCertifiedWork PIC X(1) VALUE "N".
           88 NoMoreCertifiedWork VALUE "Y".
       01 EndOfTurnoutWork PIC X(1) VALUE "N".
           88 NoMoreTurnoutWork VALUE "Y".
       01 ElectionCalendarTable.
           05 ElectionCalendarEntry OCCURS 1 TO 50 TIMES
               DEPENDING ON ElectionCalendarCount
               INDEXED BY ElectionCalendarIdx.
               10 EcElectionCode           PIC X(05).
               10 EcElectionDate           PIC 9(08).
       01 ElectionCalendarCount PIC 9(03) COMP VALUE 0.
       01 ElectionMatchSwitch PIC X(01) VALUE "N".
           88 ElectionWasFound VALUE "Y".
           88 ElectionNotFound VALUE "N".
       01 BallotElectionDate PIC 9(08) VALUE 0.
       01 CertifiedElectionDate PIC 9(08) VALUE 0.
       01 CertificationDate PIC 9(08) VALUE 0.
       01 TurnoutElectionCode PIC X(05) VALUE SPACES.
       01 CertifiedRollFileStatus PIC X(02) VALUE "00".
       01 HistoryFileStatus PIC X(02) VALUE "00".
       01 SnapWorkFileStatus PIC X(02) VALUE "00".
       01 CertWorkFileStatus PIC X(02) VALUE "00".
       01 TurnoutWorkFileStatus PIC X(02) VALUE "00".
       01 HistoryOpenSwitch PIC X(01) VALUE "N".
           88 HistoryIsOpen VALUE "Y".
       01 WorkFilesOpenSwitch PIC X(01) VALUE "N".
           88 WorkFilesAreOpen VALUE "Y".
       01 BallotRejectReason PIC X(30) VALUE SPACES.
       01 RunDate PIC 9(08) VALUE 0.
       01 BallotReadCount PIC 9(07) COMP VALUE 0.
       01 CreditedCount PIC 9(07) COMP VALUE 0.
       01 RejectedCount PIC 9(07) COMP VALUE 0.
       01 UnknownElectionCount PIC 9(07) COMP VALUE 0.
       01 NotCertifiedElectionCount PIC 9(07) COMP VALUE 0.
       01 NotOnRollCount PIC 9(07) COMP VALUE 0.
       01 DoubleCreditCount PIC 9(07) COMP VALUE 0.
       01 CertifiedRowCount PIC 9(07) COMP VALUE 0.
       01 TotalVotedCount PIC 9(07) COMP VALUE 0.
       01 CurrentTurnoutLevel PIC X(01) VALUE SPACES.
       01 VoterCreditSwitch PIC X(01) VALUE "N".
           88 VoterHasCredit VALUE "Y".
           88 VoterHasNoCredit VALUE "N".
       01 TurnoutPercent PIC 9(03)V99 VALUE 0.
       01 RegisterCountDisplay PIC ZZZZZZ9.
       01 TrailerCountDisplay PIC ZZZZZZ9.
       01 ReportTrailerLine PIC X(88).

       01 RegisterHeadingLine.
           05 FILLER                  PIC X(11) VALUE "ID".
           05 FILLER                  PIC X(06) VALUE "ELECT".
           05 FILLER                  PIC X(07) VALUE "PRCT".
           05 FILLER                  PIC X(09) VALUE "ISSUED".
           05 FILLER                  PIC X(47) VALUE "REASON".
       01 RegisterDetailLine.
           05 RegApplicantId           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegElectionCode          PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegPrecinctCode          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegIssuedDate            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RegReason                PIC X(30).
           05 FILLER                  PIC X(17) VALUE SPACES.
       01 RegisterTrailerLine          PIC X(80).

       01 ReportPageDepth PIC 9(02) COMP VALUE 55.
       01 PrintLineWork PIC X(88) VALUE SPACES.
       01 TurnoutPageCount PIC 9(04) COMP VALUE 0.
       01 TurnoutLineCount PIC 9(02) COMP VALUE 0.
       01 PageHeadingLine.
           05 PhTitle                 PIC X(50).
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 PhRunDate               PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE "PAGE ".
           05 PhPageNumber            PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 BlankReportLine PIC X(88) VALUE SPACES.

       01 TurnoutHeadingLine2.
           05 FILLER                  PIC X(12) VALUE "DIST/PRCT".
           05 FILLER                  PIC X(12) VALUE "CERTIFIED".
           05 FILLER                  PIC X(12) VALUE "VOTED".
           05 FILLER                  PIC X(52) VALUE "TURNOUT %".
       01 TurnoutSectionLine.
           05 TslTitle                 PIC X(40).
           05 FILLER                  PIC X(07) VALUE "ELECT ".
           05 TslElectionCode          PIC X(05).
           05 FILLER                  PIC X(36) VALUE SPACES.
       01 TurnoutDetailLine.
           05 TdlCode                  PIC X(06).
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 TdlCertifiedCount        PIC ZZZZZZ9.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 TdlVotedCount            PIC ZZZZZZ9.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 TdlTurnoutPercent        PIC ZZ9.99.
           05 FILLER                  PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           PERFORM 2000-CREDIT-BALLOTS
               THRU 2000-EXIT
               UNTIL NoMoreBallots
           IF WorkFilesAreOpen AND HistoryIsOpen
               PERFORM 3000-TALLY-TURNOUT THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - open the voter-history master I-O,
      *> bootstrapping an empty one the first time the run ever
      *> executes, build the keyed work files fresh, load the election
      *> calendar, the applicant snapshot (for each voter's district)
      *> and the certified roll, and prime the AT END driven ballot
      *> loop.  A master or work file that will not open, or no
      *> certified roll, credits nothing and ends the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN OUTPUT CREDIT-REGISTER-FILE
           OPEN OUTPUT TURNOUT-REPORT-FILE
           WRITE RegisterRecord FROM RegisterHeadingLine
           OPEN I-O VOTER-HISTORY-MASTER
           IF HistoryFileStatus = "35"
               OPEN OUTPUT VOTER-HISTORY-MASTER
               CLOSE VOTER-HISTORY-MASTER
               OPEN I-O VOTER-HISTORY-MASTER
           END-IF
           IF HistoryFileStatus = "00"
               SET HistoryIsOpen TO TRUE
           ELSE
               DISPLAY "VOTER HISTORY MASTER OPEN FAILED - STATUS "
                   HistoryFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 1020-OPEN-WORK-FILES THRU 1020-EXIT
           PERFORM 1040-LOAD-ELECTION-CALENDAR THRU 1040-EXIT
           IF WorkFilesAreOpen
               PERFORM 1060-LOAD-APPLICANT-DISTRICTS THRU 1060-EXIT
               PERFORM 1050-LOAD-CERTIFIED-ROLL THRU 1050-EXIT
               PERFORM 1080-FIND-TURNOUT-ELECTION THRU 1080-EXIT
           END-IF
           OPEN INPUT BALLOT-ISSUED-FILE
           IF WorkFilesAreOpen AND HistoryIsOpen
               AND CertifiedRowCount > 0
               PERFORM 2100-READ-BALLOT THRU 2100-EXIT
           ELSE
               SET NoMoreBallots TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1020-OPEN-WORK-FILES - the three keyed work files behind the
      *> credit and the turnout tally, built fresh every run: opened
      *> OUTPUT to truncate any leftovers from a prior run, then
      *> reopened I-O.
      *>----------------------------------------------------------------
       1020-OPEN-WORK-FILES.
           OPEN OUTPUT SNAPSHOT-WORK-FILE
           IF SnapWorkFileStatus = "00"
               CLOSE SNAPSHOT-WORK-FILE
               OPEN I-O SNAPSHOT-WORK-FILE
           END-IF
           OPEN OUTPUT CERTIFIED-WORK-FILE
           IF CertWorkFileStatus = "00"
               CLOSE CERTIFIED-WORK-FILE
               OPEN I-O CERTIFIED-WORK-FILE
           END-IF
           OPEN OUTPUT TURNOUT-WORK-FILE
           IF TurnoutWorkFileStatus = "00"
               CLOSE TURNOUT-WORK-FILE
               OPEN I-O TURNOUT-WORK-FILE
           END-IF
           IF SnapWorkFileStatus = "00"
               AND CertWorkFileStatus = "00"
               AND TurnoutWorkFileStatus = "00"
               SET WorkFilesAreOpen TO TRUE
           ELSE
               DISPLAY "CREDIT WORK FILE OPEN FAILED - STATUSES "
                   SnapWorkFileStatus " " CertWorkFileStatus " "
                   TurnoutWorkFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       1020-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1040-LOAD-ELECTION-CALENDAR - the election codes and dates
      *> into a table once at start of run; the same calendar the
      *> nightly batch cuts its election rolls from.
      *>----------------------------------------------------------------
       1040-LOAD-ELECTION-CALENDAR.
           MOVE 0 TO ElectionCalendarCount
           MOVE "N" TO EndOfElectionCalendar
           OPEN INPUT ELECTION-CALENDAR-FILE
           PERFORM 1045-READ-ELECTION-DATE THRU 1045-EXIT
               UNTIL NoMoreElectionDates
           CLOSE ELECTION-CALENDAR-FILE
           .
       1040-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1045-READ-ELECTION-DATE - one calendar entry into the next
      *> table slot.
      *>----------------------------------------------------------------
       1045-READ-ELECTION-DATE.
           READ ELECTION-CALENDAR-FILE
               AT END
                   SET NoMoreElectionDates TO TRUE
               NOT AT END
                   IF EcCalElectionDate IS NOT NUMERIC
                       OR EcCalElectionDate = 0
                       DISPLAY "ELECTION CALENDAR ENTRY REJECTED - "
                           "DATE UNUSABLE FOR " EcCalElectionCode
                   ELSE
                   IF ElectionCalendarCount >= 50
                       DISPLAY "ELECTION CALENDAR REJECTED PAST "
                           "50 ELECTIONS - " EcCalElectionCode
                   ELSE
                       ADD 1 TO ElectionCalendarCount
                       SET ElectionCalendarIdx TO ElectionCalendarCount
                       MOVE EcCalElectionCode TO
                           EcElectionCode(ElectionCalendarIdx)
                       MOVE EcCalElectionDate TO
                           EcElectionDate(ElectionCalendarIdx)
                   END-IF
                   END-IF
           END-READ
           .
       1045-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1050-LOAD-CERTIFIED-ROLL - every certified row onto the
      *> certified work file with its precinct and the district the
      *> snapshot holds for it.  The first row fixes the election the
      *> roll was sealed for; the turnout is reported for that one.
      *>----------------------------------------------------------------
       1050-LOAD-CERTIFIED-ROLL.
           MOVE 0 TO CertifiedRowCount
           MOVE "N" TO EndOfCertifiedRoll
           OPEN INPUT CERTIFIED-ROLL-FILE
           IF CertifiedRollFileStatus NOT = "00"
               DISPLAY "CERTIFIED ROLL FILE OPEN FAILED - STATUS "
                   CertifiedRollFileStatus
               SET NoMoreCertifiedRoll TO TRUE
           ELSE
               PERFORM 1055-READ-CERTIFIED-ROW THRU 1055-EXIT
                   UNTIL NoMoreCertifiedRoll
               CLOSE CERTIFIED-ROLL-FILE
           END-IF
           IF CertifiedRowCount = 0
               DISPLAY "NO CERTIFIED ROLL - NOTHING CREDITED - "
                   "RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1055-READ-CERTIFIED-ROW - one certified row onto the work
      *> file.
      *>----------------------------------------------------------------
       1055-READ-CERTIFIED-ROW.
           READ CERTIFIED-ROLL-FILE
               AT END
                   SET NoMoreCertifiedRoll TO TRUE
               NOT AT END
                   ADD 1 TO CertifiedRowCount
                   IF CertifiedRowCount = 1
                       MOVE CrCertificationDate TO CertificationDate
                       MOVE CrAsOfElectionDate TO CertifiedElectionDate
                   END-IF
                   MOVE CrApplicantId TO SwApplicantId
                   READ SNAPSHOT-WORK-FILE
                       INVALID KEY
                           MOVE SPACES TO SwDistrictCode
                   END-READ
                   MOVE CrApplicantId TO CwApplicantId
                   MOVE SwDistrictCode TO CwDistrictCode
                   MOVE CrPrecinctCode TO CwPrecinctCode
                   WRITE CertifiedWorkRecord
                       INVALID KEY
                           DISPLAY "CERTIFIED ROLL ROW REPEATED - "
                               CrApplicantId
                   END-WRITE
           END-READ
           .
       1055-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1060-LOAD-APPLICANT-DISTRICTS - the full-master snapshot the
      *> maintenance run cuts, onto a keyed work file of ApplicantId
      *> and district; the certified roll carries no district.
      *>----------------------------------------------------------------
       1060-LOAD-APPLICANT-DISTRICTS.
           MOVE "N" TO EndOfApplicantFile
           OPEN INPUT APPLICANT-FILE
           PERFORM 1065-READ-APPLICANT THRU 1065-EXIT
               UNTIL NoMoreApplicants
           CLOSE APPLICANT-FILE
           .
       1060-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1065-READ-APPLICANT - one snapshot row onto the work file.
      *>----------------------------------------------------------------
       1065-READ-APPLICANT.
           READ APPLICANT-FILE
               AT END
                   SET NoMoreApplicants TO TRUE
               NOT AT END
                   MOVE ApplicantId TO SwApplicantId
                   MOVE ApplicantDistrictCode TO SwDistrictCode
                   WRITE SnapshotWorkRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           .
       1065-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1080-FIND-TURNOUT-ELECTION - the calendar election whose date
      *> is the one the certified roll was sealed for.  With none on
      *> the calendar no ballot can be credited against this roll.
      *>----------------------------------------------------------------
       1080-FIND-TURNOUT-ELECTION.
           MOVE SPACES TO TurnoutElectionCode
           IF ElectionCalendarCount > 0 AND CertifiedRowCount > 0
               SET ElectionCalendarIdx TO 1
               SEARCH ElectionCalendarEntry
                   AT END
                       CONTINUE
                   WHEN EcElectionDate(ElectionCalendarIdx)
                           = CertifiedElectionDate
                       MOVE EcElectionCode(ElectionCalendarIdx)
                           TO TurnoutElectionCode
               END-SEARCH
           END-IF
           IF TurnoutElectionCode = SPACES AND CertifiedRowCount > 0
               DISPLAY "NO CALENDAR ELECTION ON CERTIFIED DATE "
                   CertifiedElectionDate
           END-IF
           .
       1080-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-CREDIT-BALLOTS - one ballot-issued record: the election
      *> code must be on the calendar and be the election the roll was
      *> certified for, the voter must be on the certified roll, and
      *> must not already hold a credit for that election.  A ballot
      *> that passes is credited onto the history master; anything
      *> else lands on the reject register.
      *>----------------------------------------------------------------
       2000-CREDIT-BALLOTS.
           MOVE SPACES TO BallotRejectReason
           PERFORM 2200-FIND-ELECTION THRU 2200-EXIT
           EVALUATE TRUE
               WHEN ElectionNotFound
                   ADD 1 TO UnknownElectionCount
                   MOVE "UNKNOWN ELECTION CODE" TO BallotRejectReason
               WHEN BallotElectionDate NOT = CertifiedElectionDate
                   ADD 1 TO NotCertifiedElectionCount
                   MOVE "ROLL NOT CERTIFIED FOR ELECTION"
                       TO BallotRejectReason
               WHEN OTHER
                   MOVE BiApplicantId TO CwApplicantId
                   READ CERTIFIED-WORK-FILE
                       INVALID KEY
                           ADD 1 TO NotOnRollCount
                           MOVE "NOT ON CERTIFIED ROLL"
                               TO BallotRejectReason
                   END-READ
           END-EVALUATE
           IF BallotRejectReason = SPACES
               MOVE BiApplicantId TO VhApplicantId
               MOVE BiElectionCode TO VhElectionCode
               READ VOTER-HISTORY-MASTER
                   INVALID KEY
                       PERFORM 2300-WRITE-CREDIT THRU 2300-EXIT
                   NOT INVALID KEY
                       ADD 1 TO DoubleCreditCount
                       MOVE "ALREADY CREDITED FOR ELECTION"
                           TO BallotRejectReason
               END-READ
           END-IF
           IF BallotRejectReason NOT = SPACES
               PERFORM 2400-REGISTER-REJECT THRU 2400-EXIT
           END-IF
           PERFORM 2100-READ-BALLOT THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-BALLOT - single read of the next ballot-issued
      *> record; AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-BALLOT.
           READ BALLOT-ISSUED-FILE
               AT END
                   SET NoMoreBallots TO TRUE
               NOT AT END
                   ADD 1 TO BallotReadCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-FIND-ELECTION - the ballot's election code on the
      *> calendar table.
      *>----------------------------------------------------------------
       2200-FIND-ELECTION.
           SET ElectionNotFound TO TRUE
           MOVE 0 TO BallotElectionDate
           IF ElectionCalendarCount > 0
               SET ElectionCalendarIdx TO 1
               SEARCH ElectionCalendarEntry
                   AT END
                       CONTINUE
                   WHEN EcElectionCode(ElectionCalendarIdx)
                           = BiElectionCode
                       SET ElectionWasFound TO TRUE
                       MOVE EcElectionDate(ElectionCalendarIdx)
                           TO BallotElectionDate
               END-SEARCH
           END-IF
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-WRITE-CREDIT - the voter's credit for this election onto
      *> the history master, with the district and precinct they were
      *> certified in and the precinct that issued the ballot.
      *>----------------------------------------------------------------
       2300-WRITE-CREDIT.
           MOVE BiApplicantId TO VhApplicantId
           MOVE BiElectionCode TO VhElectionCode
           MOVE BallotElectionDate TO VhElectionDate
           MOVE CwDistrictCode TO VhDistrictCode
           MOVE CwPrecinctCode TO VhPrecinctCode
           MOVE BiPrecinctCode TO VhBallotPrecinctCode
           IF BiIssuedDate IS NUMERIC
               MOVE BiIssuedDate TO VhIssuedDate
           ELSE
               MOVE 0 TO VhIssuedDate
           END-IF
           MOVE RunDate TO VhCreditedDate
           WRITE VoterHistoryRecord
               INVALID KEY
                   ADD 1 TO DoubleCreditCount
                   MOVE "ALREADY CREDITED FOR ELECTION"
                       TO BallotRejectReason
               NOT INVALID KEY
                   ADD 1 TO CreditedCount
           END-WRITE
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2400-REGISTER-REJECT - one rejected ballot on the register,
      *> with the reason the clerks need to chase it.
      *>----------------------------------------------------------------
       2400-REGISTER-REJECT.
           ADD 1 TO RejectedCount
           MOVE SPACES TO RegisterDetailLine
           MOVE BiApplicantId TO RegApplicantId
           MOVE BiElectionCode TO RegElectionCode
           MOVE BiPrecinctCode TO RegPrecinctCode
           MOVE BiIssuedDate TO RegIssuedDate
           MOVE BallotRejectReason TO RegReason
           WRITE RegisterRecord FROM RegisterDetailLine
           .
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-TALLY-TURNOUT - a key-order pass of the certified work
      *> file: every certified voter counts once toward their district
      *> and their precinct, and as voted when the history master
      *> holds a credit for them for the certified election.
      *>----------------------------------------------------------------
       3000-TALLY-TURNOUT.
           MOVE LOW-VALUES TO CwApplicantId
           MOVE "N" TO EndOfCertifiedWork
           START CERTIFIED-WORK-FILE KEY >= CwApplicantId
               INVALID KEY
                   SET NoMoreCertifiedWork TO TRUE
           END-START
           PERFORM 3100-TALLY-ONE-VOTER THRU 3100-EXIT
               UNTIL NoMoreCertifiedWork
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-TALLY-ONE-VOTER - the next certified voter into the
      *> district and precinct counts.
      *>----------------------------------------------------------------
       3100-TALLY-ONE-VOTER.
           READ CERTIFIED-WORK-FILE NEXT RECORD
               AT END
                   SET NoMoreCertifiedWork TO TRUE
           END-READ
           IF NOT NoMoreCertifiedWork
               SET VoterHasNoCredit TO TRUE
               IF TurnoutElectionCode NOT = SPACES
                   MOVE CwApplicantId TO VhApplicantId
                   MOVE TurnoutElectionCode TO VhElectionCode
                   READ VOTER-HISTORY-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET VoterHasCredit TO TRUE
                           ADD 1 TO TotalVotedCount
                   END-READ
               END-IF
               MOVE "D" TO TwLevel
               MOVE CwDistrictCode TO TwCode
               PERFORM 3200-ADD-TURNOUT-COUNT THRU 3200-EXIT
               MOVE "P" TO TwLevel
               MOVE CwPrecinctCode TO TwCode
               PERFORM 3200-ADD-TURNOUT-COUNT THRU 3200-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-ADD-TURNOUT-COUNT - one certified voter onto the
      *> district or precinct row staged in the work-file key, added
      *> as voted when the history lookup found a credit.
      *>----------------------------------------------------------------
       3200-ADD-TURNOUT-COUNT.
           READ TURNOUT-WORK-FILE
               INVALID KEY
                   MOVE 0 TO TwCertifiedCount
                   MOVE 0 TO TwVotedCount
           END-READ
           ADD 1 TO TwCertifiedCount
           IF VoterHasCredit
               ADD 1 TO TwVotedCount
           END-IF
           IF TwCertifiedCount = 1
               WRITE TurnoutWorkRecord
           ELSE
               REWRITE TurnoutWorkRecord
           END-IF
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4000-WRITE-TURNOUT-REPORT - the district rows, then the
      *> precinct rows, swept off the turnout work file in key order,
      *> each section under its own heading, and the county total.
      *>----------------------------------------------------------------
       4000-WRITE-TURNOUT-REPORT.
           MOVE SPACES TO CurrentTurnoutLevel
           MOVE LOW-VALUES TO TwTurnoutKey
           MOVE "N" TO EndOfTurnoutWork
           START TURNOUT-WORK-FILE KEY >= TwTurnoutKey
               INVALID KEY
                   SET NoMoreTurnoutWork TO TRUE
           END-START
           PERFORM 4100-WRITE-ONE-TURNOUT-ROW THRU 4100-EXIT
               UNTIL NoMoreTurnoutWork

           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
           MOVE SPACES TO TurnoutDetailLine
           MOVE "TOTAL" TO TdlCode
           MOVE CertifiedRowCount TO TdlCertifiedCount
           MOVE TotalVotedCount TO TdlVotedCount
           MOVE CertifiedRowCount TO TwCertifiedCount
           MOVE TotalVotedCount TO TwVotedCount
           PERFORM 4200-COMPUTE-PERCENT THRU 4200-EXIT
           MOVE TurnoutDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
           .
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4100-WRITE-ONE-TURNOUT-ROW - the next district or precinct
      *> row, under a section heading whenever the level changes.
      *>----------------------------------------------------------------
       4100-WRITE-ONE-TURNOUT-ROW.
           READ TURNOUT-WORK-FILE NEXT RECORD
               AT END
                   SET NoMoreTurnoutWork TO TRUE
           END-READ
           IF NOT NoMoreTurnoutWork
               IF TwLevel NOT = CurrentTurnoutLevel
                   MOVE TwLevel TO CurrentTurnoutLevel
                   IF TwDistrictLevel
                       MOVE "TURNOUT BY DISTRICT" TO TslTitle
                   ELSE
                       MOVE "TURNOUT BY PRECINCT" TO TslTitle
                   END-IF
                   MOVE TurnoutElectionCode TO TslElectionCode
                   MOVE BlankReportLine TO PrintLineWork
                   PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
                   MOVE TurnoutSectionLine TO PrintLineWork
                   PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
               END-IF
               MOVE SPACES TO TurnoutDetailLine
               MOVE TwCode TO TdlCode
               IF TwCode = SPACES
                   MOVE "NONE" TO TdlCode
               END-IF
               MOVE TwCertifiedCount TO TdlCertifiedCount
               MOVE TwVotedCount TO TdlVotedCount
               PERFORM 4200-COMPUTE-PERCENT THRU 4200-EXIT
               MOVE TurnoutDetailLine TO PrintLineWork
               PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
           END-IF
           .
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4200-COMPUTE-PERCENT - voted over certified as a percentage,
      *> rounded to two places; a row with nobody certified shows
      *> zero.
      *>----------------------------------------------------------------
       4200-COMPUTE-PERCENT.
           IF TwCertifiedCount > 0
               COMPUTE TurnoutPercent ROUNDED =
                   TwVotedCount * 100 / TwCertifiedCount
           ELSE
               MOVE 0 TO TurnoutPercent
           END-IF
           MOVE TurnoutPercent TO TdlTurnoutPercent
           .
       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-TURNOUT-LINE - the turnout report's paginated
      *> writer: title, run date, page number and column headings at
      *> the top of every page, the pattern the nightly batch's
      *> reports use.
      *>----------------------------------------------------------------
       7100-PRINT-TURNOUT-LINE.
           IF TurnoutLineCount = 0
               OR TurnoutLineCount >= ReportPageDepth
               PERFORM 7110-START-TURNOUT-PAGE THRU 7110-EXIT
           END-IF
           WRITE TurnoutReportRecord FROM PrintLineWork
           ADD 1 TO TurnoutLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-TURNOUT-PAGE - the turnout report's page headings.
      *>----------------------------------------------------------------
       7110-START-TURNOUT-PAGE.
           ADD 1 TO TurnoutPageCount
           MOVE "ELECTION TURNOUT - CERTIFIED VS VOTED" TO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE TurnoutPageCount TO PhPageNumber
           WRITE TurnoutReportRecord FROM PageHeadingLine
           WRITE TurnoutReportRecord FROM TurnoutHeadingLine2
           WRITE TurnoutReportRecord FROM BlankReportLine
           MOVE 3 TO TurnoutLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - the turnout report, the totals block on
      *> the back of the register, and close everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF WorkFilesAreOpen AND HistoryIsOpen
               AND CertifiedRowCount > 0
               PERFORM 4000-WRITE-TURNOUT-REPORT THRU 4000-EXIT
           ELSE
               MOVE "*** NO TURNOUT - NOTHING COULD BE CREDITED ***"
                   TO PrintLineWork
               PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
           END-IF
           IF TurnoutElectionCode = SPACES
               AND CertifiedRowCount > 0
               MOVE SPACES TO ReportTrailerLine
               STRING "*** NO CALENDAR ELECTION ON CERTIFIED DATE "
                       DELIMITED BY SIZE
                   CertifiedElectionDate DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO ReportTrailerLine
               MOVE ReportTrailerLine TO PrintLineWork
               PERFORM 7100-PRINT-TURNOUT-LINE THRU 7100-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT

           CLOSE BALLOT-ISSUED-FILE
           CLOSE CREDIT-REGISTER-FILE
           CLOSE TURNOUT-REPORT-FILE
           IF HistoryIsOpen
               CLOSE VOTER-HISTORY-MASTER
           END-IF
           IF WorkFilesAreOpen
               CLOSE SNAPSHOT-WORK-FILE
               CLOSE CERTIFIED-WORK-FILE
               CLOSE TURNOUT-WORK-FILE
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
           MOVE BallotReadCount TO RegisterCountDisplay
           STRING "BALLOTS READ . . . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE CreditedCount TO RegisterCountDisplay
           STRING "BALLOTS CREDITED . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE RejectedCount TO RegisterCountDisplay
           STRING "BALLOTS REJECTED . . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE UnknownElectionCount TO RegisterCountDisplay
           STRING "  UNKNOWN ELECTION CODE . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE NotCertifiedElectionCount TO RegisterCountDisplay
           STRING "  ELECTION NOT CERTIFIED . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE NotOnRollCount TO RegisterCountDisplay
           STRING "  NOT ON CERTIFIED ROLL . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine

           MOVE SPACES TO RegisterTrailerLine
           MOVE DoubleCreditCount TO RegisterCountDisplay
           STRING "  ALREADY CREDITED . . . . . . " DELIMITED BY SIZE
               RegisterCountDisplay DELIMITED BY SIZE
               INTO RegisterTrailerLine
           WRITE RegisterRecord FROM RegisterTrailerLine
           .
       9010-EXIT.
           EXIT.

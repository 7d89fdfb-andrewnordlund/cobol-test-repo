      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dossinq.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New applicant dossier inquiry for the
      *>                    counter.  A card deck of one or more
      *>                    ApplicantIds (DOSSIER-CARD-FILE) prints one
      *>                    consolidated dossier per applicant from the
      *>                    records the system already keeps: the
      *>                    APPLICANT-MASTER record, every sitting on
      *>                    SCORE-HISTORY-FILE with its standing, every
      *>                    open and resolved row on EXCEPTION-FILE
      *>                    with its reason code and age, presence on
      *>                    today's voter roll, the certified roll and
      *>                    each election-calendar roll, and the full
      *>                    AUDIT-FILE trail - optionally preceded by
      *>                    the dated audit archives the retention run
      *>                    leaves, named on an archive list.  An ID
      *>                    not on the master still prints whatever
      *>                    trail exists under a NOT ON MASTER banner.
      *>                    The sequential files are each read once for
      *>                    the whole deck, not once per applicant.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               CLASS PassingScore IS "A" THRU "C", "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOSSIER-PARM-FILE ASSIGN TO "DOSSIERPARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOSSIER-CARD-FILE ASSIGN TO "DOSSIERCARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANTMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstApplicantId
               FILE STATUS IS MasterFileStatus.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHISTORYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ShHistoryKey
               FILE STATUS IS ScoreHistoryFileStatus.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "EXCEPTIONFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VOTER-ROLL-FILE ASSIGN TO "VOTERROLLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CERTIFIED-ROLL-FILE
               ASSIGN TO "CERTIFIEDROLLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ELECTION-CALENDAR-FILE
               ASSIGN TO "ELECTIONCALENDARFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ELECTION-ROLL-FILE
               ASSIGN USING ElectionRollFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-LIST-FILE
               ASSIGN TO "DOSSIERARCHIVELIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-ARCHIVE-FILE
               ASSIGN USING ArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOSSIER-WORK-FILE ASSIGN TO "DOSSIERWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DwDossierKey
               FILE STATUS IS DossierWorkFileStatus.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO "DOSSIERREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DOSSIER-PARM-FILE.
       01  DossierParmRecord.
           05 DpIncludeArchives        PIC X(01).

       FD  DOSSIER-CARD-FILE.
       01  DossierCardRecord.
           05 DcApplicantId            PIC X(10).

       FD  APPLICANT-MASTER.
       01  MasterRecord.
           05 MstApplicantId           PIC X(10).
           05 MstApplicantAge          PIC 99.
           05 MstApplicantDistrictCode PIC X(05).
           05 MstApplicantDob          PIC 9(08).
           05 MstApplicantHouseNumber  PIC 9(06).
           05 MstApplicantStreetName   PIC X(30).

       FD  SCORE-HISTORY-FILE.
       01  ScoreHistoryRecord.
           05 ShHistoryKey.
               10 ShApplicantId            PIC X(10).
               10 ShScoreValue             PIC X(01).
           05 ShSittingDate                PIC 9(08).

       FD  EXCEPTION-FILE.
       01  ExceptionRecord.
           05 ExcApplicantId           PIC X(10).
           05 FILLER                   PIC X(01).
           05 ExcReasonCode            PIC X(04).
           05 FILLER                   PIC X(01).
           05 ExcReasonText            PIC X(30).
           05 FILLER                   PIC X(01).
           05 ExcSourceAge             PIC X(02).
           05 FILLER                   PIC X(01).
           05 ExcSourceDistrict        PIC X(05).
           05 FILLER                   PIC X(01).
           05 ExcSourceDob             PIC X(08).
           05 FILLER                   PIC X(01).
           05 ExcSourceIdValue         PIC X(09).
           05 FILLER                   PIC X(01).
           05 ExcRunDate               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ExcStatus                PIC X(01).
           05 FILLER                   PIC X(01).
           05 ExcSourceHouseNumber     PIC X(06).
           05 FILLER                   PIC X(01).
           05 ExcSourceStreet          PIC X(30).

       FD  VOTER-ROLL-FILE.
       01  VoterRollRecord.
           05 VrApplicantId              PIC X(10).
           05 VrDob                      PIC 9(08).
           05 VrAsOfElectionDate         PIC 9(08).
           05 VrPrecinctCode             PIC X(06).

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

       FD  ELECTION-CALENDAR-FILE.
       01  ElectionCalendarRecord.
           05 EcCalElectionCode            PIC X(05).
           05 EcCalElectionDate            PIC 9(08).

       FD  ELECTION-ROLL-FILE.
       01  ElectionRollRecord.
           05 ErlElectionCode              PIC X(05).
           05 FILLER                       PIC X(01).
           05 ErlApplicantId               PIC X(10).
           05 FILLER                       PIC X(01).
           05 ErlDob                       PIC 9(08).
           05 FILLER                       PIC X(01).
           05 ErlAsOfElectionDate          PIC 9(08).
           05 FILLER                       PIC X(01).
           05 ErlPrecinctCode              PIC X(06).

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

       FD  ARCHIVE-LIST-FILE.
       01  ArchiveListRecord.
           05 AlArchiveFileName        PIC X(60).

       FD  AUDIT-ARCHIVE-FILE.
       01  AuditArchiveRecord          PIC X(113).

       FD  DOSSIER-WORK-FILE.
       01  DossierWorkRecord.
           05 DwDossierKey.
               10 DwApplicantId        PIC X(10).
               10 DwSection            PIC X(01).
                   88 DwIsExceptionRow VALUE "E".
                   88 DwIsAuditRow VALUE "A".
               10 DwSequence           PIC 9(07).
           05 DwPrintLine              PIC X(88).

       FD  DOSSIER-REPORT-FILE.
       01  DossierReportRecord         PIC X(88).

       WORKING-STORAGE SECTION.
       01 EndOfCardFile PIC X(1) VALUE "N".
           88 NoMoreCards VALUE "Y".
       01 EndOfCalendar PIC X(1) VALUE "N".
           88 NoMoreCalendarEntries VALUE "Y".
       01 EndOfVoterRoll PIC X(1) VALUE "N".
           88 NoMoreVoterRoll VALUE "Y".
       01 EndOfCertifiedRoll PIC X(1) VALUE "N".
           88 NoMoreCertifiedRoll VALUE "Y".
       01 EndOfElectionRoll PIC X(1) VALUE "N".
           88 NoMoreElectionRoll VALUE "Y".
       01 EndOfExceptionFile PIC X(1) VALUE "N".
           88 NoMoreExceptions VALUE "Y".
       01 EndOfArchiveList PIC X(1) VALUE "N".
           88 NoMoreArchives VALUE "Y".
       01 EndOfAuditFile PIC X(1) VALUE "N".
           88 NoMoreAuditRows VALUE "Y".
       01 EndOfScoreHistory PIC X(1) VALUE "N".
           88 NoMoreScoreHistory VALUE "Y".
       01 EndOfDossierWork PIC X(1) VALUE "N".
           88 NoMoreDossierRows VALUE "Y".
       01 MasterFileStatus PIC X(02) VALUE "00".
       01 ScoreHistoryFileStatus PIC X(02) VALUE "00".
       01 DossierWorkFileStatus PIC X(02) VALUE "00".
       01 FilesOpenSwitch PIC X(01) VALUE "N".
           88 FilesAreOpen VALUE "Y".
       01 ScoreHistoryOpenSwitch PIC X(01) VALUE "N".
           88 ScoreHistoryIsOpen VALUE "Y".
       01 MasterOpenSwitch PIC X(01) VALUE "N".
           88 MasterIsOpen VALUE "Y".
       01 DossierWorkOpenSwitch PIC X(01) VALUE "N".
           88 DossierWorkIsOpen VALUE "Y".
       01 IncludeArchivesSwitch PIC X(01) VALUE "N".
           88 IncludeArchives VALUE "Y".
       01 DossierIdSwitch PIC X(01) VALUE "N".
           88 DossierIdFound VALUE "Y".
           88 DossierIdNotFound VALUE "N".
       01 OnMasterSwitch PIC X(01) VALUE "N".
           88 ApplicantOnMaster VALUE "Y".
           88 ApplicantNotOnMaster VALUE "N".
       01 AuditSourceSwitch PIC X(01) VALUE "L".
           88 AuditSourceLive VALUE "L".
           88 AuditSourceArchive VALUE "A".

       01 ElectionRollFileName PIC X(30) VALUE SPACES.
       01 ArchiveFileName PIC X(60) VALUE SPACES.
       01 RunDate PIC 9(08) VALUE 0.
       01 RunDayNumber PIC S9(09) COMP VALUE 0.
       01 RaisedDayNumber PIC S9(09) COMP VALUE 0.
       01 DaysOpen PIC S9(09) COMP VALUE 0.
       01 CheckApplicantId PIC X(10) VALUE SPACES.
       01 StagedSection PIC X(01) VALUE SPACES.
       01 DossierRowSequence PIC 9(07) VALUE 0.
       01 DossierSlotNum PIC 9(03) COMP VALUE 0.
       01 SectionRowCount PIC 9(07) COMP VALUE 0.
       01 SittingCount PIC 9(05) COMP VALUE 0.
       01 PassingCount PIC 9(05) COMP VALUE 0.
       01 Score PIC X(01) VALUE SPACE.

       01 DossierIdTable.
           05 DossierEntry OCCURS 1 TO 50 TIMES
               DEPENDING ON DossierIdCount
               INDEXED BY DossierIdx.
               10 DeApplicantId            PIC X(10).
               10 DeTodayRollSwitch        PIC X(01).
                   88 DeOnTodayRoll VALUE "Y".
               10 DeTodayPrecinct          PIC X(06).
               10 DeCertRollSwitch         PIC X(01).
                   88 DeOnCertifiedRoll VALUE "Y".
               10 DeCertificationDate      PIC 9(08).
               10 DeCertSequence           PIC 9(07).
               10 DeCertPrecinct           PIC X(06).
               10 DeElectionRollFlags      PIC X(05).
       01 DossierIdCount PIC 9(03) COMP VALUE 0.
       01 DossierIdFullSwitch PIC X(01) VALUE "N".
           88 DossierIdTableFull VALUE "Y".

       01 ElectionCalendarTable.
           05 ElectionCalendarEntry OCCURS 5 TIMES.
               10 EcElectionCode           PIC X(05).
               10 EcElectionDate           PIC 9(08).
       01 ElectionCalendarCount PIC 9(01) COMP VALUE 0.
       01 ElectionSlotNum PIC 9(01) COMP VALUE 0.
       01 ElectionSlotDisplay PIC 9(01) VALUE 0.

       01 CardReadCount PIC 9(07) COMP VALUE 0.
       01 DossiersPrintedCount PIC 9(07) COMP VALUE 0.
       01 NotOnMasterCount PIC 9(07) COMP VALUE 0.
       01 DuplicateCardCount PIC 9(07) COMP VALUE 0.
       01 ArchivesReadCount PIC 9(07) COMP VALUE 0.
       01 AuditRowsScanned PIC 9(07) COMP VALUE 0.
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

       01 SectionHeadingLine.
           05 FILLER                  PIC X(04) VALUE "--- ".
           05 ShlTitle                PIC X(40).
           05 FILLER                  PIC X(44) VALUE SPACES.
       01 DossierFieldLine.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DflLabel                PIC X(24).
           05 DflValue                PIC X(60).
       01 MasterAddressValue.
           05 MavHouseNumber           PIC Z(05)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MavStreetName            PIC X(30).
           05 FILLER                  PIC X(23) VALUE SPACES.
       01 ScoreDetailLine.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(07) VALUE "SCORE  ".
           05 SdlScoreValue            PIC X(01).
           05 FILLER                  PIC X(16) VALUE
               "   SITTING DATE ".
           05 SdlSittingDate           PIC 9(08).
           05 FILLER                  PIC X(12) VALUE
               "   STANDING ".
           05 SdlStanding              PIC X(04).
           05 FILLER                  PIC X(36) VALUE SPACES.
       01 ExceptionDetailLine.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 EdlReasonCode            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EdlReasonText            PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EdlRaisedDate            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EdlStatus                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EdlDaysOpen              PIC ZZZZZZ9.
           05 FILLER                  PIC X(05) VALUE " DAYS".
           05 FILLER                  PIC X(18) VALUE SPACES.
       01 AuditDetailLine.
           05 AdlTimestamp             PIC X(17).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AdlType                  PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AdlInputValue            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AdlBranchFired           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AdlOutcome               PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AdlSource                PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
       01 RollPresenceLine.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RplRollName              PIC X(24).
           05 RplOnRoll                PIC X(04).
           05 RplDetail                PIC X(56).
       01 RollDetailValue.
           05 FILLER                  PIC X(09) VALUE "PRECINCT ".
           05 RdvPrecinctCode          PIC X(06).
           05 RdvDateLabel             PIC X(13).
           05 RdvDate                  PIC X(08).
           05 RdvSequenceLabel         PIC X(05).
           05 RdvSequence              PIC Z(06)9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(08) VALUE SPACES.
       01 NotOnMasterBanner.
           05 FILLER                  PIC X(50) VALUE
               "*** NOT ON MASTER - ONLY THE TRAIL BELOW IS HELD ".
           05 FILLER                  PIC X(38) VALUE
               "FOR THIS APPLICANT ***".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           IF FilesAreOpen AND DossierIdCount > 0
               PERFORM 2000-SCAN-ROLLS THRU 2000-EXIT
               PERFORM 2500-SCAN-EXCEPTIONS THRU 2500-EXIT
               PERFORM 2700-SCAN-AUDIT-TRAIL THRU 2700-EXIT
               PERFORM 3000-PRINT-ONE-DOSSIER THRU 3000-EXIT
                   VARYING DossierSlotNum FROM 1 BY 1
                   UNTIL DossierSlotNum > DossierIdCount
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - pick up the archive option, the
      *> election calendar and the card deck, open the master and the
      *> score history for keyed reads, build the dossier work file
      *> fresh and open the report.  A master or work file that will
      *> not open prints no dossiers - a dossier without the master
      *> would tell the clerk every applicant is missing - and ends
      *> the run fatal.  A missing score history is noted on each
      *> dossier instead.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           COMPUTE RunDayNumber = FUNCTION INTEGER-OF-DATE(RunDate)
           PERFORM 1030-READ-DOSSIER-PARM THRU 1030-EXIT
           PERFORM 1040-LOAD-ELECTION-CALENDAR THRU 1040-EXIT
           PERFORM 1050-LOAD-DOSSIER-CARDS THRU 1050-EXIT
           OPEN INPUT APPLICANT-MASTER
           IF MasterFileStatus = "00"
               SET MasterIsOpen TO TRUE
           END-IF
           OPEN INPUT SCORE-HISTORY-FILE
           IF ScoreHistoryFileStatus = "00"
               SET ScoreHistoryIsOpen TO TRUE
           END-IF
           OPEN OUTPUT DOSSIER-WORK-FILE
           IF DossierWorkFileStatus = "00"
               CLOSE DOSSIER-WORK-FILE
               OPEN I-O DOSSIER-WORK-FILE
           END-IF
           IF DossierWorkFileStatus = "00"
               SET DossierWorkIsOpen TO TRUE
           END-IF
           IF MasterIsOpen AND DossierWorkIsOpen
               SET FilesAreOpen TO TRUE
           ELSE
               DISPLAY "DOSSIER FILE OPEN FAILED - STATUSES "
                   MasterFileStatus " " DossierWorkFileStatus
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT DOSSIER-REPORT-FILE
           IF DossierIdCount = 0
               DISPLAY "NO APPLICANT IDS ON THE DOSSIER CARD DECK"
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1030-READ-DOSSIER-PARM - Y on the option card adds the audit
      *> archives named on the archive list to each trail; anything
      *> else, or no card, searches the live log alone.
      *>----------------------------------------------------------------
       1030-READ-DOSSIER-PARM.
           OPEN INPUT DOSSIER-PARM-FILE
           READ DOSSIER-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DpIncludeArchives = "Y"
                       SET IncludeArchives TO TRUE
                   END-IF
           END-READ
           CLOSE DOSSIER-PARM-FILE
           .
       1030-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1040-LOAD-ELECTION-CALENDAR - the calendar into a table under
      *> the nightly batch's own rules, so slot n here is the election
      *> the nightly wrote to ELECTIONROLLFILEn: a row with no usable
      *> date, or past the fifth, took no slot there and takes none
      *> here.
      *>----------------------------------------------------------------
       1040-LOAD-ELECTION-CALENDAR.
           MOVE 0 TO ElectionCalendarCount
           OPEN INPUT ELECTION-CALENDAR-FILE
           PERFORM 1045-READ-CALENDAR-ENTRY THRU 1045-EXIT
               UNTIL NoMoreCalendarEntries
           CLOSE ELECTION-CALENDAR-FILE
           .
       1040-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1045-READ-CALENDAR-ENTRY - one calendar row into the next
      *> table slot.
      *>----------------------------------------------------------------
       1045-READ-CALENDAR-ENTRY.
           READ ELECTION-CALENDAR-FILE
               AT END
                   SET NoMoreCalendarEntries TO TRUE
               NOT AT END
                   IF EcCalElectionDate IS NUMERIC
                       AND EcCalElectionDate NOT = 0
                       AND ElectionCalendarCount < 5
                       ADD 1 TO ElectionCalendarCount
                       MOVE EcCalElectionCode
                           TO EcElectionCode(ElectionCalendarCount)
                       MOVE EcCalElectionDate
                           TO EcElectionDate(ElectionCalendarCount)
                   END-IF
           END-READ
           .
       1045-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1050-LOAD-DOSSIER-CARDS - the requested ApplicantIds into the
      *> dossier table in card order.  A repeated ID prints once; the
      *> table holds 50 dossiers a run, and cards past that are
      *> rejected with a warning for the next run.
      *>----------------------------------------------------------------
       1050-LOAD-DOSSIER-CARDS.
           MOVE 0 TO DossierIdCount
           OPEN INPUT DOSSIER-CARD-FILE
           PERFORM 1055-READ-DOSSIER-CARD THRU 1055-EXIT
               UNTIL NoMoreCards
           CLOSE DOSSIER-CARD-FILE
           .
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1055-READ-DOSSIER-CARD - one card into the next table slot.
      *>----------------------------------------------------------------
       1055-READ-DOSSIER-CARD.
           READ DOSSIER-CARD-FILE
               AT END
                   SET NoMoreCards TO TRUE
               NOT AT END
                   ADD 1 TO CardReadCount
                   IF DcApplicantId NOT = SPACES
                       MOVE DcApplicantId TO CheckApplicantId
                       PERFORM 2900-FIND-DOSSIER-ID THRU 2900-EXIT
                       IF DossierIdFound
                           ADD 1 TO DuplicateCardCount
                       ELSE
                       IF DossierIdCount >= 50
                           IF NOT DossierIdTableFull
                               SET DossierIdTableFull TO TRUE
                               DISPLAY "DOSSIER TABLE FULL - CARDS "
                                   "PAST 50 APPLICANTS NOT PRINTED - "
                                   "RUN FLAGGED WITH WARNINGS"
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           ADD 1 TO DossierIdCount
                           SET DossierIdx TO DossierIdCount
                           MOVE DcApplicantId
                               TO DeApplicantId(DossierIdx)
                           MOVE "N" TO DeTodayRollSwitch(DossierIdx)
                           MOVE SPACES TO DeTodayPrecinct(DossierIdx)
                           MOVE "N" TO DeCertRollSwitch(DossierIdx)
                           MOVE 0 TO DeCertificationDate(DossierIdx)
                           MOVE 0 TO DeCertSequence(DossierIdx)
                           MOVE SPACES TO DeCertPrecinct(DossierIdx)
                           MOVE "NNNNN"
                               TO DeElectionRollFlags(DossierIdx)
                       END-IF
                       END-IF
                   END-IF
           END-READ
           .
       1055-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-SCAN-ROLLS - today's voter roll, the certified roll and
      *> each election-calendar roll, each read once, marking every
      *> requested applicant found on it.
      *>----------------------------------------------------------------
       2000-SCAN-ROLLS.
           OPEN INPUT VOTER-ROLL-FILE
           PERFORM 2050-CHECK-VOTER-ROLL-ROW THRU 2050-EXIT
               UNTIL NoMoreVoterRoll
           CLOSE VOTER-ROLL-FILE
           OPEN INPUT CERTIFIED-ROLL-FILE
           PERFORM 2100-CHECK-CERTIFIED-ROW THRU 2100-EXIT
               UNTIL NoMoreCertifiedRoll
           CLOSE CERTIFIED-ROLL-FILE
           PERFORM 2200-SCAN-ELECTION-ROLL THRU 2200-EXIT
               VARYING ElectionSlotNum FROM 1 BY 1
               UNTIL ElectionSlotNum > ElectionCalendarCount
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2050-CHECK-VOTER-ROLL-ROW - one row of today's roll.
      *>----------------------------------------------------------------
       2050-CHECK-VOTER-ROLL-ROW.
           READ VOTER-ROLL-FILE
               AT END
                   SET NoMoreVoterRoll TO TRUE
               NOT AT END
                   MOVE VrApplicantId TO CheckApplicantId
                   PERFORM 2900-FIND-DOSSIER-ID THRU 2900-EXIT
                   IF DossierIdFound
                       MOVE "Y" TO DeTodayRollSwitch(DossierIdx)
                       MOVE VrPrecinctCode
                           TO DeTodayPrecinct(DossierIdx)
                   END-IF
           END-READ
           .
       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-CHECK-CERTIFIED-ROW - one row of the certified roll.
      *>----------------------------------------------------------------
       2100-CHECK-CERTIFIED-ROW.
           READ CERTIFIED-ROLL-FILE
               AT END
                   SET NoMoreCertifiedRoll TO TRUE
               NOT AT END
                   MOVE CrApplicantId TO CheckApplicantId
                   PERFORM 2900-FIND-DOSSIER-ID THRU 2900-EXIT
                   IF DossierIdFound
                       MOVE "Y" TO DeCertRollSwitch(DossierIdx)
                       MOVE CrCertificationDate
                           TO DeCertificationDate(DossierIdx)
                       MOVE CrSequenceNumber
                           TO DeCertSequence(DossierIdx)
                       MOVE CrPrecinctCode
                           TO DeCertPrecinct(DossierIdx)
                   END-IF
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-SCAN-ELECTION-ROLL - the roll extract for one calendar
      *> slot, ELECTIONROLLFILE plus the slot number.
      *>----------------------------------------------------------------
       2200-SCAN-ELECTION-ROLL.
           MOVE ElectionSlotNum TO ElectionSlotDisplay
           MOVE SPACES TO ElectionRollFileName
           STRING "ELECTIONROLLFILE" DELIMITED BY SIZE
               ElectionSlotDisplay DELIMITED BY SIZE
               INTO ElectionRollFileName
           MOVE "N" TO EndOfElectionRoll
           OPEN INPUT ELECTION-ROLL-FILE
           PERFORM 2250-CHECK-ELECTION-ROW THRU 2250-EXIT
               UNTIL NoMoreElectionRoll
           CLOSE ELECTION-ROLL-FILE
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2250-CHECK-ELECTION-ROW - one row of an election roll.
      *>----------------------------------------------------------------
       2250-CHECK-ELECTION-ROW.
           READ ELECTION-ROLL-FILE
               AT END
                   SET NoMoreElectionRoll TO TRUE
               NOT AT END
                   MOVE ErlApplicantId TO CheckApplicantId
                   PERFORM 2900-FIND-DOSSIER-ID THRU 2900-EXIT
                   IF DossierIdFound
                       MOVE "Y" TO DeElectionRollFlags(DossierIdx)
                           (ElectionSlotNum:1)
                   END-IF
           END-READ
           .
       2250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2500-SCAN-EXCEPTIONS - every exception row, open or resolved,
      *> for a requested applicant is formatted onto the work file
      *> with its age: days from the night it was raised to today.
      *>----------------------------------------------------------------
       2500-SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           PERFORM 2550-CHECK-ONE-EXCEPTION THRU 2550-EXIT
               UNTIL NoMoreExceptions
           CLOSE EXCEPTION-FILE
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2550-CHECK-ONE-EXCEPTION - one exception row.
      *>----------------------------------------------------------------
       2550-CHECK-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET NoMoreExceptions TO TRUE
               NOT AT END
                   MOVE ExcApplicantId TO CheckApplicantId
                   PERFORM 2900-FIND-DOSSIER-ID THRU 2900-EXIT
                   IF DossierIdFound
                       MOVE SPACES TO ExceptionDetailLine
                       MOVE ExcReasonCode TO EdlReasonCode
                       MOVE ExcReasonText TO EdlReasonText
                       IF ExcStatus = "R"
                           MOVE "RESOLVED" TO EdlStatus
                       ELSE
                           MOVE "OPEN" TO EdlStatus
                       END-IF
                       IF ExcRunDate IS NUMERIC
                           AND ExcRunDate > 19000101
                           MOVE ExcRunDate TO EdlRaisedDate
                           COMPUTE RaisedDayNumber =
                               FUNCTION INTEGER-OF-DATE(ExcRunDate)
                           COMPUTE DaysOpen =
                               RunDayNumber - RaisedDayNumber
                           MOVE DaysOpen TO EdlDaysOpen
                       ELSE
                           MOVE "UNDATED" TO EdlRaisedDate
                           MOVE 0 TO EdlDaysOpen
                       END-IF
                       MOVE "E" TO StagedSection
                       MOVE ExceptionDetailLine TO PrintLineWork
                       PERFORM 2800-STAGE-DOSSIER-ROW THRU 2800-EXIT
                   END-IF
           END-READ
           .
       2550-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2700-SCAN-AUDIT-TRAIL - the archives first when asked for,
      *> oldest rows first as the archive list names them, then the
      *> live log, so each applicant's trail prints in time order.
      *>----------------------------------------------------------------
       2700-SCAN-AUDIT-TRAIL.
           IF IncludeArchives
               SET AuditSourceArchive TO TRUE
               OPEN INPUT ARCHIVE-LIST-FILE
               PERFORM 2720-SCAN-ONE-ARCHIVE THRU 2720-EXIT
                   UNTIL NoMoreArchives
               CLOSE ARCHIVE-LIST-FILE
           END-IF
           SET AuditSourceLive TO TRUE
           MOVE "N" TO EndOfAuditFile
           OPEN INPUT AUDIT-FILE
           PERFORM 2750-CHECK-LIVE-AUDIT-ROW THRU 2750-EXIT
               UNTIL NoMoreAuditRows
           CLOSE AUDIT-FILE
           .
       2700-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2720-SCAN-ONE-ARCHIVE - the next archive named on the list,
      *> read end to end.
      *>----------------------------------------------------------------
       2720-SCAN-ONE-ARCHIVE.
           READ ARCHIVE-LIST-FILE
               AT END
                   SET NoMoreArchives TO TRUE
               NOT AT END
                   IF AlArchiveFileName NOT = SPACES
                       ADD 1 TO ArchivesReadCount
                       MOVE AlArchiveFileName TO ArchiveFileName
                       MOVE "N" TO EndOfAuditFile
                       OPEN INPUT AUDIT-ARCHIVE-FILE
                       PERFORM 2730-CHECK-ARCHIVE-ROW THRU 2730-EXIT
                           UNTIL NoMoreAuditRows
                       CLOSE AUDIT-ARCHIVE-FILE
                   END-IF
           END-READ
           .
       2720-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2730-CHECK-ARCHIVE-ROW - one archived audit row, laid over
      *> the live log's record layout it was written in.
      *>----------------------------------------------------------------
       2730-CHECK-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET NoMoreAuditRows TO TRUE
               NOT AT END
                   MOVE AuditArchiveRecord TO AuditRecord
                   PERFORM 2780-CHECK-AUDIT-ROW THRU 2780-EXIT
           END-READ
           .
       2730-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2750-CHECK-LIVE-AUDIT-ROW - one row of the live audit log.
      *>----------------------------------------------------------------
       2750-CHECK-LIVE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET NoMoreAuditRows TO TRUE
               NOT AT END
                   PERFORM 2780-CHECK-AUDIT-ROW THRU 2780-EXIT
           END-READ
           .
       2750-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2780-CHECK-AUDIT-ROW - an audit row for a requested applicant
      *> formatted onto the work file, marked live or archive.
      *>----------------------------------------------------------------
       2780-CHECK-AUDIT-ROW.
           ADD 1 TO AuditRowsScanned
           MOVE AudRecordId TO CheckApplicantId
           PERFORM 2900-FIND-DOSSIER-ID THRU 2900-EXIT
           IF DossierIdFound
               MOVE SPACES TO AuditDetailLine
               MOVE AudTimestamp TO AdlTimestamp
               MOVE AudDeterminationType TO AdlType
               MOVE AudInputValue TO AdlInputValue
               MOVE AudBranchFired TO AdlBranchFired
               MOVE AudOutcome TO AdlOutcome
               IF AuditSourceArchive
                   MOVE "ARCH" TO AdlSource
               ELSE
                   MOVE "LIVE" TO AdlSource
               END-IF
               MOVE "A" TO StagedSection
               MOVE AuditDetailLine TO PrintLineWork
               PERFORM 2800-STAGE-DOSSIER-ROW THRU 2800-EXIT
           END-IF
           .
       2780-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2800-STAGE-DOSSIER-ROW - one formatted line onto the work
      *> file under the applicant and section; the run-wide sequence
      *> keeps every section in the order its rows were read.
      *>----------------------------------------------------------------
       2800-STAGE-DOSSIER-ROW.
           ADD 1 TO DossierRowSequence
           MOVE CheckApplicantId TO DwApplicantId
           MOVE StagedSection TO DwSection
           MOVE DossierRowSequence TO DwSequence
           MOVE PrintLineWork TO DwPrintLine
           WRITE DossierWorkRecord
               INVALID KEY
                   DISPLAY "DOSSIER WORK ROW REPEATED - "
                       CheckApplicantId " " StagedSection
           END-WRITE
           .
       2800-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2900-FIND-DOSSIER-ID - is CheckApplicantId one of the IDs on
      *> the card deck; DossierIdx is left on it when it is.
      *>----------------------------------------------------------------
       2900-FIND-DOSSIER-ID.
           SET DossierIdNotFound TO TRUE
           IF DossierIdCount > 0
               SET DossierIdx TO 1
               SEARCH DossierEntry
                   AT END
                       CONTINUE
                   WHEN DeApplicantId(DossierIdx) = CheckApplicantId
                       SET DossierIdFound TO TRUE
               END-SEARCH
           END-IF
           .
       2900-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-PRINT-ONE-DOSSIER - one applicant's dossier, starting on
      *> a page of its own: the master record (or the NOT ON MASTER
      *> banner), score history, exceptions, roll presence and the
      *> audit trail.
      *>----------------------------------------------------------------
       3000-PRINT-ONE-DOSSIER.
           SET DossierIdx TO DossierSlotNum
           MOVE DeApplicantId(DossierIdx) TO CheckApplicantId
           ADD 1 TO DossiersPrintedCount
           MOVE 0 TO ReportLineCount
           PERFORM 3100-PRINT-MASTER-SECTION THRU 3100-EXIT
           PERFORM 3200-PRINT-SCORE-SECTION THRU 3200-EXIT
           MOVE "EXCEPTIONS (OPEN AND RESOLVED)" TO ShlTitle
           MOVE "E" TO StagedSection
           PERFORM 3800-PRINT-STAGED-SECTION THRU 3800-EXIT
           PERFORM 3400-PRINT-ROLL-SECTION THRU 3400-EXIT
           MOVE "AUDIT TRAIL" TO ShlTitle
           MOVE "A" TO StagedSection
           PERFORM 3800-PRINT-STAGED-SECTION THRU 3800-EXIT
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-PRINT-MASTER-SECTION - the applicant's current master
      *> record, keyed read; not on the master prints the banner.
      *>----------------------------------------------------------------
       3100-PRINT-MASTER-SECTION.
           MOVE CheckApplicantId TO MstApplicantId
           READ APPLICANT-MASTER
               INVALID KEY
                   SET ApplicantNotOnMaster TO TRUE
               NOT INVALID KEY
                   SET ApplicantOnMaster TO TRUE
           END-READ
           MOVE "APPLICANT MASTER RECORD" TO ShlTitle
           MOVE SectionHeadingLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           IF ApplicantNotOnMaster
               ADD 1 TO NotOnMasterCount
               MOVE NotOnMasterBanner TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           ELSE
               MOVE SPACES TO DossierFieldLine
               MOVE "AGE" TO DflLabel
               MOVE MstApplicantAge TO DflValue
               MOVE DossierFieldLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               MOVE SPACES TO DossierFieldLine
               MOVE "DISTRICT" TO DflLabel
               MOVE MstApplicantDistrictCode TO DflValue
               MOVE DossierFieldLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               MOVE SPACES TO DossierFieldLine
               MOVE "DATE OF BIRTH" TO DflLabel
               MOVE MstApplicantDob TO DflValue
               MOVE DossierFieldLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               MOVE SPACES TO DossierFieldLine
               MOVE "RESIDENCE" TO DflLabel
               MOVE MstApplicantHouseNumber TO MavHouseNumber
               MOVE MstApplicantStreetName TO MavStreetName
               MOVE MasterAddressValue TO DflValue
               MOVE DossierFieldLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-PRINT-SCORE-SECTION - every sitting on the score history
      *> for the applicant with its standing (the PassingScore class
      *> the nightly batch applies), and the overall standing the
      *> transcript gives: PASS on a strict majority of passing
      *> scores.
      *>----------------------------------------------------------------
       3200-PRINT-SCORE-SECTION.
           MOVE "SCORE HISTORY" TO ShlTitle
           MOVE SectionHeadingLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE 0 TO SittingCount
           MOVE 0 TO PassingCount
           IF NOT ScoreHistoryIsOpen
               MOVE "    SCORE HISTORY FILE NOT AVAILABLE" TO
                   PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           ELSE
               MOVE "N" TO EndOfScoreHistory
               MOVE CheckApplicantId TO ShApplicantId
               MOVE LOW-VALUES TO ShScoreValue
               START SCORE-HISTORY-FILE KEY >= ShHistoryKey
                   INVALID KEY
                       SET NoMoreScoreHistory TO TRUE
               END-START
               PERFORM 3250-PRINT-ONE-SITTING THRU 3250-EXIT
                   UNTIL NoMoreScoreHistory
               MOVE SPACES TO DossierFieldLine
               MOVE "OVERALL STANDING" TO DflLabel
               EVALUATE TRUE
                   WHEN SittingCount = 0
                       MOVE "NO SITTINGS ON FILE" TO DflValue
                   WHEN PassingCount * 2 > SittingCount
                       MOVE "PASS" TO DflValue
                   WHEN OTHER
                       MOVE "FAIL" TO DflValue
               END-EVALUATE
               MOVE DossierFieldLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3250-PRINT-ONE-SITTING - the next score-history row; another
      *> applicant's row ends the section.
      *>----------------------------------------------------------------
       3250-PRINT-ONE-SITTING.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET NoMoreScoreHistory TO TRUE
           END-READ
           IF NOT NoMoreScoreHistory
               IF ShApplicantId NOT = CheckApplicantId
                   SET NoMoreScoreHistory TO TRUE
               ELSE
                   ADD 1 TO SittingCount
                   MOVE ShScoreValue TO Score
                   MOVE SPACES TO ScoreDetailLine
                   MOVE Score TO SdlScoreValue
                   MOVE ShSittingDate TO SdlSittingDate
                   IF Score IS PassingScore
                       ADD 1 TO PassingCount
                       MOVE "PASS" TO SdlStanding
                   ELSE
                       MOVE "FAIL" TO SdlStanding
                   END-IF
                   MOVE ScoreDetailLine TO PrintLineWork
                   PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               END-IF
           END-IF
           .
       3250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3400-PRINT-ROLL-SECTION - on or off today's roll, the
      *> certified roll and each election-calendar roll.
      *>----------------------------------------------------------------
       3400-PRINT-ROLL-SECTION.
           MOVE "ROLL PRESENCE" TO ShlTitle
           MOVE SectionHeadingLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO RollPresenceLine
           MOVE "TODAY'S VOTER ROLL" TO RplRollName
           IF DeOnTodayRoll(DossierIdx)
               MOVE "YES" TO RplOnRoll
               MOVE DeTodayPrecinct(DossierIdx) TO RdvPrecinctCode
               MOVE SPACES TO RdvDateLabel
               MOVE SPACES TO RdvDate
               MOVE SPACES TO RdvSequenceLabel
               MOVE 0 TO RdvSequence
               MOVE RollDetailValue TO RplDetail
           ELSE
               MOVE "NO" TO RplOnRoll
           END-IF
           MOVE RollPresenceLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO RollPresenceLine
           MOVE "CERTIFIED ROLL" TO RplRollName
           IF DeOnCertifiedRoll(DossierIdx)
               MOVE "YES" TO RplOnRoll
               MOVE DeCertPrecinct(DossierIdx) TO RdvPrecinctCode
               MOVE "  CERTIFIED " TO RdvDateLabel
               MOVE DeCertificationDate(DossierIdx) TO RdvDate
               MOVE "  SEQ" TO RdvSequenceLabel
               MOVE DeCertSequence(DossierIdx) TO RdvSequence
               MOVE RollDetailValue TO RplDetail
           ELSE
               MOVE "NO" TO RplOnRoll
           END-IF
           MOVE RollPresenceLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           IF ElectionCalendarCount = 0
               MOVE "    NO ELECTION CALENDAR ON FILE" TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           ELSE
               PERFORM 3450-PRINT-ELECTION-PRESENCE THRU 3450-EXIT
                   VARYING ElectionSlotNum FROM 1 BY 1
                   UNTIL ElectionSlotNum > ElectionCalendarCount
           END-IF
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3450-PRINT-ELECTION-PRESENCE - one election-calendar roll.
      *>----------------------------------------------------------------
       3450-PRINT-ELECTION-PRESENCE.
           MOVE SPACES TO RollPresenceLine
           STRING "ELECTION " DELIMITED BY SIZE
               EcElectionCode(ElectionSlotNum) DELIMITED BY SIZE
               " ROLL" DELIMITED BY SIZE
               INTO RplRollName
           IF DeElectionRollFlags(DossierIdx)(ElectionSlotNum:1) = "Y"
               MOVE "YES" TO RplOnRoll
           ELSE
               MOVE "NO" TO RplOnRoll
           END-IF
           STRING "ELECTION DATE " DELIMITED BY SIZE
               EcElectionDate(ElectionSlotNum) DELIMITED BY SIZE
               INTO RplDetail
           MOVE RollPresenceLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3450-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3800-PRINT-STAGED-SECTION - the staged work-file rows for the
      *> applicant and section, in the order they were read; none
      *> found says so.
      *>----------------------------------------------------------------
       3800-PRINT-STAGED-SECTION.
           MOVE SectionHeadingLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE 0 TO SectionRowCount
           MOVE "N" TO EndOfDossierWork
           MOVE CheckApplicantId TO DwApplicantId
           MOVE StagedSection TO DwSection
           MOVE 0 TO DwSequence
           START DOSSIER-WORK-FILE KEY >= DwDossierKey
               INVALID KEY
                   SET NoMoreDossierRows TO TRUE
           END-START
           PERFORM 3850-PRINT-ONE-STAGED-ROW THRU 3850-EXIT
               UNTIL NoMoreDossierRows
           IF SectionRowCount = 0
               MOVE "    NONE ON FILE" TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3800-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3850-PRINT-ONE-STAGED-ROW - the next staged row; another
      *> applicant or section ends the section.
      *>----------------------------------------------------------------
       3850-PRINT-ONE-STAGED-ROW.
           READ DOSSIER-WORK-FILE NEXT RECORD
               AT END
                   SET NoMoreDossierRows TO TRUE
           END-READ
           IF NOT NoMoreDossierRows
               IF DwApplicantId NOT = CheckApplicantId
                   OR DwSection NOT = StagedSection
                   SET NoMoreDossierRows TO TRUE
               ELSE
                   ADD 1 TO SectionRowCount
                   MOVE DwPrintLine TO PrintLineWork
                   PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               END-IF
           END-IF
           .
       3850-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-REPORT-LINE - the dossier report's paginated
      *> writer: title, run date and page number at the top of every
      *> page; a dossier zeroes the line count to start a page.
      *>----------------------------------------------------------------
       7100-PRINT-REPORT-LINE.
           IF ReportLineCount = 0
               OR ReportLineCount >= ReportPageDepth
               PERFORM 7110-START-REPORT-PAGE THRU 7110-EXIT
           END-IF
           WRITE DossierReportRecord FROM PrintLineWork
           ADD 1 TO ReportLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-REPORT-PAGE - the dossier report's page headings,
      *> naming the applicant whose dossier is printing.
      *>----------------------------------------------------------------
       7110-START-REPORT-PAGE.
           ADD 1 TO ReportPageCount
           MOVE SPACES TO PhTitle
           IF DossierSlotNum = 0
               MOVE "APPLICANT DOSSIER INQUIRY" TO PhTitle
           ELSE
               STRING "APPLICANT DOSSIER - " DELIMITED BY SIZE
                   CheckApplicantId DELIMITED BY SIZE
                   INTO PhTitle
           END-IF
           MOVE RunDate TO PhRunDate
           MOVE ReportPageCount TO PhPageNumber
           WRITE DossierReportRecord FROM PageHeadingLine
           WRITE DossierReportRecord FROM BlankReportLine
           MOVE 2 TO ReportLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - the run totals on a page of their own,
      *> then close everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           MOVE 0 TO DossierSlotNum
           MOVE 0 TO ReportLineCount
           PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
           CLOSE DOSSIER-REPORT-FILE
           IF MasterIsOpen
               CLOSE APPLICANT-MASTER
           END-IF
           IF ScoreHistoryIsOpen
               CLOSE SCORE-HISTORY-FILE
           END-IF
           IF DossierWorkIsOpen
               CLOSE DOSSIER-WORK-FILE
           END-IF
           .
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9010-WRITE-RUN-TOTALS - the totals block.
      *>----------------------------------------------------------------
       9010-WRITE-RUN-TOTALS.
           MOVE "RUN TOTALS" TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE CardReadCount TO TrailerCountDisplay
           STRING "DOSSIER CARDS READ . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE DuplicateCardCount TO TrailerCountDisplay
           STRING "REPEATED IDS SKIPPED . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE DossiersPrintedCount TO TrailerCountDisplay
           STRING "DOSSIERS PRINTED . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE NotOnMasterCount TO TrailerCountDisplay
           STRING "  NOT ON MASTER . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ArchivesReadCount TO TrailerCountDisplay
           STRING "AUDIT ARCHIVES SEARCHED . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AuditRowsScanned TO TrailerCountDisplay
           STRING "AUDIT ROWS SCANNED . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       9010-EXIT.
           EXIT.

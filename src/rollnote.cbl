      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollnote.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New voter-notice run over the roll
      *>                    compare's delta extract (ROLL-DELTA-FILE).
      *>                    Every delta row gets one print-ready
      *>                    letter: a registration confirmation for an
      *>                    add, a removal notice for a drop stating
      *>                    the drop reason and the appeal deadline
      *>                    (the run date plus the appeal window off
      *>                    the notice parm card).  An applicant
      *>                    re-added while a removal notice's appeal
      *>                    window is still open gets a corrected
      *>                    letter withdrawing the removal instead of
      *>                    a confirmation that contradicts it - the
      *>                    letters sent are kept on a notice-history
      *>                    master (NOTICE-HISTORY-MASTER) for that.
      *>                    Letters are sorted by district for the
      *>                    mail room, addressed from the full-master
      *>                    snapshot (or, for an applicant no longer
      *>                    on it, the last address a letter went to),
      *>                    and a mailing manifest counts letters by
      *>                    district and type and ties them to the
      *>                    compare's add and drop totals off its
      *>                    status record.  Out of balance is fatal so
      *>                    the scheduler holds the mailing.  The
      *>                    night's letters are staged on a history
      *>                    work file and posted to the notice-history
      *>                    master only once the manifest balances, so
      *>                    a held mailing leaves the history as it was
      *>                    and the rerun classifies its letters off
      *>                    the letters actually mailed.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTICE-PARM-FILE ASSIGN TO "NOTICEPARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROLL-DELTA-FILE ASSIGN TO "ROLLDELTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROLL-COMP-STATUS-FILE
               ASSIGN TO "ROLLCOMPSTATUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPLICANT-FILE ASSIGN TO "MASTERSNAPSHOTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-HISTORY-MASTER
               ASSIGN TO "NOTICEHISTORYMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NhApplicantId
               FILE STATUS IS HistoryFileStatus.
           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "NOTESNAPWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SwApplicantId
               FILE STATUS IS SnapWorkFileStatus.
           SELECT HISTORY-WORK-FILE ASSIGN TO "NOTEHISTWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HwApplicantId
               FILE STATUS IS HistWorkFileStatus.
           SELECT NOTICE-LETTER-FILE ASSIGN TO "NOTICELETTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-MANIFEST-FILE ASSIGN TO "NOTICEMANIFESTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "NOTICESORTFILE".
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-PARM-FILE.
       01  NoticeParmRecord.
           05 NpAppealDays             PIC X(03).
           05 NpAppealDaysNumeric REDEFINES NpAppealDays PIC 9(03).

       FD  ROLL-DELTA-FILE.
       01  RollDeltaRecord.
           05 DltActionCode            PIC X(01).
           05 FILLER                   PIC X(01).
           05 DltApplicantId           PIC X(10).
           05 FILLER                   PIC X(01).
           05 DltDob                   PIC 9(08).
           05 FILLER                   PIC X(01).
           05 DltAsOfElectionDate      PIC 9(08).
           05 FILLER                   PIC X(01).
           05 DltReason                PIC X(30).

       FD  ROLL-COMP-STATUS-FILE.
       01  RollCompStatusRecord.
           05 RcsRunDate               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RcsTodayRollCount        PIC 9(07).
           05 FILLER                   PIC X(01).
           05 RcsAddCount              PIC 9(07).
           05 FILLER                   PIC X(01).
           05 RcsDropCount             PIC 9(07).
           05 FILLER                   PIC X(01).
           05 RcsNoChangeCount         PIC 9(07).

       FD  APPLICANT-FILE.
       01  ApplicantRecord.
           05 ApplicantId             PIC X(10).
           05 ApplicantAge            PIC 99.
           05 ApplicantDistrictCode   PIC X(05).
           05 ApplicantDob            PIC 9(08).
           05 ApplicantHouseNumber    PIC 9(06).
           05 ApplicantStreetName     PIC X(30).

       FD  NOTICE-HISTORY-MASTER.
       01  NoticeHistoryRecord.
           05 NhApplicantId            PIC X(10).
           05 NhLetterType             PIC X(01).
               88 NhLastWasConfirmation VALUE "C".
               88 NhLastWasRemoval VALUE "R".
               88 NhLastWasCorrection VALUE "X".
           05 NhLetterDate             PIC 9(08).
           05 NhAppealDeadline         PIC 9(08).
           05 NhDistrictCode           PIC X(05).
           05 NhHouseNumber            PIC 9(06).
           05 NhStreetName             PIC X(30).

       FD  SNAPSHOT-WORK-FILE.
       01  SnapshotWorkRecord.
           05 SwApplicantId            PIC X(10).
           05 SwDistrictCode           PIC X(05).
           05 SwHouseNumber            PIC 9(06).
           05 SwStreetName             PIC X(30).

       FD  HISTORY-WORK-FILE.
       01  HistoryWorkRecord.
           05 HwApplicantId            PIC X(10).
           05 HwLetterType             PIC X(01).
           05 HwLetterDate             PIC 9(08).
           05 HwAppealDeadline         PIC 9(08).
           05 HwDistrictCode           PIC X(05).
           05 HwHouseNumber            PIC 9(06).
           05 HwStreetName             PIC X(30).

       FD  NOTICE-LETTER-FILE.
       01  NoticeLetterRecord          PIC X(88).

       FD  NOTICE-MANIFEST-FILE.
       01  NoticeManifestRecord        PIC X(88).

       SD  SORT-FILE.
       01  SortWorkRecord.
           05 SrtDistrictCode            PIC X(05).
           05 SrtApplicantId             PIC X(10).
           05 SrtLetterType              PIC X(01).
               88 SrtIsConfirmation VALUE "C".
               88 SrtIsRemoval VALUE "R".
               88 SrtIsCorrection VALUE "X".
           05 SrtDob                     PIC 9(08).
           05 SrtAsOfElectionDate        PIC 9(08).
           05 SrtReason                  PIC X(30).
           05 SrtHouseNumber             PIC 9(06).
           05 SrtStreetName              PIC X(30).
           05 SrtAddressSwitch           PIC X(01).
               88 SrtAddressKnown VALUE "Y".
               88 SrtAddressUnknown VALUE "N".
           05 SrtAppealDeadline          PIC 9(08).
           05 SrtPriorNoticeDate         PIC 9(08).

       WORKING-STORAGE SECTION.
       01 EndOfDeltaFile PIC X(1) VALUE "N".
           88 NoMoreDeltaRows VALUE "Y".
       01 EndOfApplicantFile PIC X(1) VALUE "N".
           88 NoMoreApplicants VALUE "Y".
       01 EndOfSortFile PIC X(01) VALUE "N".
           88 NoMoreSortedLetters VALUE "Y".
       01 HistoryFileStatus PIC X(02) VALUE "00".
       01 SnapWorkFileStatus PIC X(02) VALUE "00".
       01 HistWorkFileStatus PIC X(02) VALUE "00".
       01 FilesOpenSwitch PIC X(01) VALUE "N".
           88 FilesAreOpen VALUE "Y".
       01 CompStatusSwitch PIC X(01) VALUE "N".
           88 CompStatusFound VALUE "Y".
           88 CompStatusMissing VALUE "N".
       01 HistoryFoundSwitch PIC X(01) VALUE "N".
           88 HistoryWasFound VALUE "Y".
           88 HistoryNotFound VALUE "N".
       01 StagedRowSwitch PIC X(01) VALUE "N".
           88 StagedRowFound VALUE "Y".
           88 StagedRowNotFound VALUE "N".
       01 EndOfHistWorkFile PIC X(01) VALUE "N".
           88 NoMoreStagedRows VALUE "Y".
       01 DistrictSwitch PIC X(01) VALUE "N".
           88 DistrictIsOpen VALUE "Y".
           88 DistrictIsClosed VALUE "N".
       01 ManifestBalanceSwitch PIC X(01) VALUE "Y".
           88 ManifestInBalance VALUE "Y".
           88 ManifestOutOfBalance VALUE "N".
       01 AppealWindowDays PIC 9(03) VALUE 0.
       01 RunDate PIC 9(08) VALUE 0.
       01 RunDayNumber PIC S9(09) COMP VALUE 0.
       01 AppealDeadlineDate PIC 9(08) VALUE 0.
       01 CompAddCount PIC 9(07) VALUE 0.
       01 CompDropCount PIC 9(07) VALUE 0.
       01 CompRunDate PIC 9(08) VALUE 0.
       01 CurrentDistrictCode PIC X(05) VALUE SPACES.
       01 DeltaReadCount PIC 9(07) COMP VALUE 0.
       01 DeltaAddCount PIC 9(07) COMP VALUE 0.
       01 DeltaDropCount PIC 9(07) COMP VALUE 0.
       01 UnknownActionCount PIC 9(07) COMP VALUE 0.
       01 AddressUnknownCount PIC 9(07) COMP VALUE 0.
       01 ConfirmationCount PIC 9(07) COMP VALUE 0.
       01 RemovalCount PIC 9(07) COMP VALUE 0.
       01 CorrectionCount PIC 9(07) COMP VALUE 0.
       01 LetterCount PIC 9(07) COMP VALUE 0.
       01 AddLetterCount PIC 9(07) COMP VALUE 0.
       01 DistrictCount PIC 9(05) COMP VALUE 0.
       01 DistConfirmationCount PIC 9(07) COMP VALUE 0.
       01 DistRemovalCount PIC 9(07) COMP VALUE 0.
       01 DistCorrectionCount PIC 9(07) COMP VALUE 0.
       01 DistLetterCount PIC 9(07) COMP VALUE 0.
       01 TrailerCountDisplay PIC ZZZZZZ9.
       01 TrailerDateDisplay PIC 9(08).

       01 ReportPageDepth PIC 9(02) COMP VALUE 55.
       01 PrintLineWork PIC X(88) VALUE SPACES.
       01 ManifestPageCount PIC 9(04) COMP VALUE 0.
       01 ManifestLineCount PIC 9(02) COMP VALUE 0.
       01 PageHeadingLine.
           05 PhTitle                 PIC X(50).
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 PhRunDate               PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE "PAGE ".
           05 PhPageNumber            PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 BlankReportLine PIC X(88) VALUE SPACES.

       01 LetterAddressLine.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 LtaLabel                PIC X(16).
           05 LtaValue                PIC X(40).
           05 FILLER                  PIC X(27) VALUE SPACES.
       01 LetterStreetValue.
           05 LtsHouseNumber           PIC Z(05)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LtsStreetName            PIC X(30).
           05 FILLER                  PIC X(03) VALUE SPACES.
       01 LetterBodyLine.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 LtbText                 PIC X(83).

       01 ManifestHeadingLine2.
           05 FILLER                  PIC X(10) VALUE "DISTRICT".
           05 FILLER                  PIC X(13) VALUE "CONFIRMATION".
           05 FILLER                  PIC X(10) VALUE "REMOVAL".
           05 FILLER                  PIC X(12) VALUE "CORRECTED".
           05 FILLER                  PIC X(43) VALUE "TOTAL".
       01 ManifestDetailLine.
           05 MfdDistrictCode          PIC X(05).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 MfdConfirmationCount     PIC ZZZZZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 MfdRemovalCount          PIC ZZZZZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 MfdCorrectionCount       PIC ZZZZZZ9.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 MfdLetterCount           PIC ZZZZZZ9.
           05 FILLER                  PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           IF FilesAreOpen
               SORT SORT-FILE
                   ON ASCENDING KEY SrtDistrictCode
                                    SrtApplicantId
                   INPUT PROCEDURE IS 2000-RELEASE-DELTA-ROWS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-LETTERS
                       THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - pick up the appeal window and the
      *> compare's totals, open the notice-history master I-O
      *> (bootstrapping an empty one the first time the run ever
      *> executes) and the snapshot and history work files fresh,
      *> load the addresses and open the letter and manifest files.
      *> A keyed file that will not open prints no letters and ends
      *> the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1030-READ-NOTICE-PARM THRU 1030-EXIT
           PERFORM 1040-READ-COMPARE-STATUS THRU 1040-EXIT
           OPEN I-O NOTICE-HISTORY-MASTER
           IF HistoryFileStatus = "35"
               OPEN OUTPUT NOTICE-HISTORY-MASTER
               CLOSE NOTICE-HISTORY-MASTER
               OPEN I-O NOTICE-HISTORY-MASTER
           END-IF
           OPEN OUTPUT SNAPSHOT-WORK-FILE
           IF SnapWorkFileStatus = "00"
               CLOSE SNAPSHOT-WORK-FILE
               OPEN I-O SNAPSHOT-WORK-FILE
           END-IF
           OPEN OUTPUT HISTORY-WORK-FILE
           IF HistWorkFileStatus = "00"
               CLOSE HISTORY-WORK-FILE
               OPEN I-O HISTORY-WORK-FILE
           END-IF
           IF HistoryFileStatus = "00"
               AND SnapWorkFileStatus = "00"
               AND HistWorkFileStatus = "00"
               SET FilesAreOpen TO TRUE
               PERFORM 1060-LOAD-APPLICANT-ADDRESSES THRU 1060-EXIT
           ELSE
               DISPLAY "NOTICE FILE OPEN FAILED - STATUSES "
                   HistoryFileStatus " " SnapWorkFileStatus
                   " " HistWorkFileStatus
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT NOTICE-LETTER-FILE
           OPEN OUTPUT NOTICE-MANIFEST-FILE
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1030-READ-NOTICE-PARM - the appeal window in days off the one
      *> control card; a missing card or a zero window defaults to 30
      *> days with a console note, so a removal notice never goes out
      *> without a deadline on it.
      *>----------------------------------------------------------------
       1030-READ-NOTICE-PARM.
           MOVE 0 TO AppealWindowDays
           OPEN INPUT NOTICE-PARM-FILE
           READ NOTICE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NpAppealDays IS NUMERIC
                       MOVE NpAppealDaysNumeric TO AppealWindowDays
                   END-IF
           END-READ
           CLOSE NOTICE-PARM-FILE
           IF AppealWindowDays = 0
               MOVE 30 TO AppealWindowDays
               DISPLAY "NO APPEAL WINDOW SUPPLIED - DEFAULTING TO "
                   AppealWindowDays " DAYS"
           END-IF
           COMPUTE RunDayNumber =
               FUNCTION INTEGER-OF-DATE(RunDate) + AppealWindowDays
           COMPUTE AppealDeadlineDate =
               FUNCTION DATE-OF-INTEGER(RunDayNumber)
           .
       1030-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1040-READ-COMPARE-STATUS - the compare's add and drop totals
      *> off its one-record status file, for the manifest to tie to.
      *>----------------------------------------------------------------
       1040-READ-COMPARE-STATUS.
           SET CompStatusMissing TO TRUE
           OPEN INPUT ROLL-COMP-STATUS-FILE
           READ ROLL-COMP-STATUS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RcsAddCount IS NUMERIC
                       AND RcsDropCount IS NUMERIC
                       SET CompStatusFound TO TRUE
                       MOVE RcsAddCount TO CompAddCount
                       MOVE RcsDropCount TO CompDropCount
                       MOVE RcsRunDate TO CompRunDate
                   END-IF
           END-READ
           CLOSE ROLL-COMP-STATUS-FILE
           .
       1040-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1060-LOAD-APPLICANT-ADDRESSES - the full-master snapshot the
      *> maintenance run cuts, onto a keyed work file of ApplicantId,
      *> district and residence address; the delta carries neither.
      *>----------------------------------------------------------------
       1060-LOAD-APPLICANT-ADDRESSES.
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
                   MOVE ApplicantHouseNumber TO SwHouseNumber
                   MOVE ApplicantStreetName TO SwStreetName
                   WRITE SnapshotWorkRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           .
       1065-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-RELEASE-DELTA-ROWS - the SORT's input procedure: every
      *> delta row is addressed, given its letter type, staged on the
      *> history work file and released to the sort.
      *>----------------------------------------------------------------
       2000-RELEASE-DELTA-ROWS.
           OPEN INPUT ROLL-DELTA-FILE
           PERFORM 2100-READ-DELTA-ROW THRU 2100-EXIT
           PERFORM 2200-RELEASE-ONE-ROW THRU 2200-EXIT
               UNTIL NoMoreDeltaRows
           CLOSE ROLL-DELTA-FILE
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-DELTA-ROW - single read of the next delta row; AT
      *> END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-DELTA-ROW.
           READ ROLL-DELTA-FILE
               AT END
                   SET NoMoreDeltaRows TO TRUE
               NOT AT END
                   ADD 1 TO DeltaReadCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-RELEASE-ONE-ROW - one delta row to one letter.  A drop is
      *> a removal notice carrying today's appeal deadline.  An add is
      *> a confirmation - unless the last letter this applicant was
      *> sent is a removal notice whose appeal deadline has not yet
      *> passed, in which case the removal is withdrawn with a
      *> corrected letter instead.  A row with any other action code
      *> is counted and left for the manifest to flag.
      *>----------------------------------------------------------------
       2200-RELEASE-ONE-ROW.
           IF DltActionCode NOT = "A" AND DltActionCode NOT = "D"
               ADD 1 TO UnknownActionCount
               DISPLAY "DELTA ROW ACTION CODE UNRECOGNIZED - "
                   DltActionCode " " DltApplicantId
           ELSE
               MOVE SPACES TO SortWorkRecord
               MOVE DltApplicantId TO SrtApplicantId
               MOVE DltDob TO SrtDob
               MOVE DltAsOfElectionDate TO SrtAsOfElectionDate
               MOVE DltReason TO SrtReason
               MOVE 0 TO SrtAppealDeadline
               MOVE 0 TO SrtPriorNoticeDate
               PERFORM 2250-READ-NOTICE-HISTORY THRU 2250-EXIT
               PERFORM 2300-ADDRESS-LETTER THRU 2300-EXIT
               IF DltActionCode = "A"
                   ADD 1 TO DeltaAddCount
                   IF HistoryWasFound
                       AND NhLastWasRemoval
                       AND RunDate NOT > NhAppealDeadline
                       SET SrtIsCorrection TO TRUE
                       MOVE NhLetterDate TO SrtPriorNoticeDate
                   ELSE
                       SET SrtIsConfirmation TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO DeltaDropCount
                   SET SrtIsRemoval TO TRUE
                   MOVE AppealDeadlineDate TO SrtAppealDeadline
               END-IF
               PERFORM 2400-RECORD-NOTICE-HISTORY THRU 2400-EXIT
               RELEASE SortWorkRecord
           END-IF
           PERFORM 2100-READ-DELTA-ROW THRU 2100-EXIT
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2250-READ-NOTICE-HISTORY - the last letter this applicant was
      *> sent, if any: a letter already staged tonight (the applicant
      *> is on the delta twice) ahead of the notice-history master.
      *>----------------------------------------------------------------
       2250-READ-NOTICE-HISTORY.
           MOVE DltApplicantId TO HwApplicantId
           READ HISTORY-WORK-FILE
               INVALID KEY
                   SET StagedRowNotFound TO TRUE
               NOT INVALID KEY
                   SET StagedRowFound TO TRUE
           END-READ
           IF StagedRowFound
               MOVE HistoryWorkRecord TO NoticeHistoryRecord
               SET HistoryWasFound TO TRUE
           ELSE
               MOVE DltApplicantId TO NhApplicantId
               READ NOTICE-HISTORY-MASTER
                   INVALID KEY
                       SET HistoryNotFound TO TRUE
                   NOT INVALID KEY
                       SET HistoryWasFound TO TRUE
               END-READ
           END-IF
           .
       2250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-ADDRESS-LETTER - district and address off the snapshot;
      *> an applicant no longer on it (a deleted applicant's drop) is
      *> mailed at the address the last letter went to.  With neither
      *> the letter still prints, filed under no district, and the
      *> manifest counts it for the mail room to research.
      *>----------------------------------------------------------------
       2300-ADDRESS-LETTER.
           SET SrtAddressKnown TO TRUE
           MOVE DltApplicantId TO SwApplicantId
           READ SNAPSHOT-WORK-FILE
               INVALID KEY
                   IF HistoryWasFound
                       MOVE NhDistrictCode TO SrtDistrictCode
                       MOVE NhHouseNumber TO SrtHouseNumber
                       MOVE NhStreetName TO SrtStreetName
                   ELSE
                       SET SrtAddressUnknown TO TRUE
                       MOVE SPACES TO SrtDistrictCode
                       MOVE 0 TO SrtHouseNumber
                       MOVE SPACES TO SrtStreetName
                       ADD 1 TO AddressUnknownCount
                   END-IF
               NOT INVALID KEY
                   MOVE SwDistrictCode TO SrtDistrictCode
                   MOVE SwHouseNumber TO SrtHouseNumber
                   MOVE SwStreetName TO SrtStreetName
           END-READ
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2400-RECORD-NOTICE-HISTORY - this letter, with the address
      *> it went to, staged as the applicant's last letter; 9060 posts
      *> it to the notice-history master once the manifest balances.
      *>----------------------------------------------------------------
       2400-RECORD-NOTICE-HISTORY.
           MOVE DltApplicantId TO HwApplicantId
           MOVE SrtLetterType TO HwLetterType
           MOVE RunDate TO HwLetterDate
           MOVE SrtAppealDeadline TO HwAppealDeadline
           MOVE SrtDistrictCode TO HwDistrictCode
           MOVE SrtHouseNumber TO HwHouseNumber
           MOVE SrtStreetName TO HwStreetName
           IF StagedRowFound
               REWRITE HistoryWorkRecord
           ELSE
               WRITE HistoryWorkRecord
           END-IF
           .
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-PRINT-LETTERS - the SORT's output procedure: the letters
      *> come back by district and ApplicantId, and each change of
      *> district puts the finished district's counts on the manifest.
      *>----------------------------------------------------------------
       3000-PRINT-LETTERS.
           MOVE "N" TO EndOfSortFile
           PERFORM 3100-RETURN-ONE-LETTER THRU 3100-EXIT
               UNTIL NoMoreSortedLetters
           IF DistrictIsOpen
               PERFORM 3300-CLOSE-DISTRICT THRU 3300-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-RETURN-ONE-LETTER - one sorted letter off the sort file,
      *> onto its own page of the letter file.
      *>----------------------------------------------------------------
       3100-RETURN-ONE-LETTER.
           RETURN SORT-FILE
               AT END
                   SET NoMoreSortedLetters TO TRUE
               NOT AT END
                   IF DistrictIsClosed
                       OR SrtDistrictCode NOT = CurrentDistrictCode
                       IF DistrictIsOpen
                           PERFORM 3300-CLOSE-DISTRICT THRU 3300-EXIT
                       END-IF
                       MOVE SrtDistrictCode TO CurrentDistrictCode
                       SET DistrictIsOpen TO TRUE
                       ADD 1 TO DistrictCount
                   END-IF
                   PERFORM 3200-PRINT-ONE-LETTER THRU 3200-EXIT
           END-RETURN
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-PRINT-ONE-LETTER - the letter's heading, the mailing
      *> block and the body for its type.
      *>----------------------------------------------------------------
       3200-PRINT-ONE-LETTER.
           ADD 1 TO LetterCount
           ADD 1 TO DistLetterCount
           EVALUATE TRUE
               WHEN SrtIsConfirmation
                   MOVE "VOTER REGISTRATION CONFIRMATION" TO PhTitle
               WHEN SrtIsRemoval
                   MOVE "NOTICE OF REMOVAL FROM THE VOTER ROLL"
                       TO PhTitle
               WHEN OTHER
                   MOVE "CORRECTED NOTICE - REGISTRATION RESTORED"
                       TO PhTitle
           END-EVALUATE
           MOVE RunDate TO PhRunDate
           MOVE LetterCount TO PhPageNumber
           WRITE NoticeLetterRecord FROM PageHeadingLine
           WRITE NoticeLetterRecord FROM BlankReportLine

           MOVE SPACES TO LetterAddressLine
           MOVE "APPLICANT ID" TO LtaLabel
           MOVE SrtApplicantId TO LtaValue
           WRITE NoticeLetterRecord FROM LetterAddressLine
           MOVE SPACES TO LetterAddressLine
           MOVE "RESIDENCE" TO LtaLabel
           IF SrtAddressKnown
               MOVE SrtHouseNumber TO LtsHouseNumber
               MOVE SrtStreetName TO LtsStreetName
               MOVE LetterStreetValue TO LtaValue
           ELSE
               MOVE "ADDRESS NOT ON FILE" TO LtaValue
           END-IF
           WRITE NoticeLetterRecord FROM LetterAddressLine
           MOVE SPACES TO LetterAddressLine
           MOVE "DISTRICT" TO LtaLabel
           MOVE SrtDistrictCode TO LtaValue
           IF SrtDistrictCode = SPACES
               MOVE "NONE" TO LtaValue
           END-IF
           WRITE NoticeLetterRecord FROM LetterAddressLine
           WRITE NoticeLetterRecord FROM BlankReportLine

           EVALUATE TRUE
               WHEN SrtIsConfirmation
                   ADD 1 TO ConfirmationCount
                   ADD 1 TO DistConfirmationCount
                   PERFORM 3210-CONFIRMATION-BODY THRU 3210-EXIT
               WHEN SrtIsRemoval
                   ADD 1 TO RemovalCount
                   ADD 1 TO DistRemovalCount
                   PERFORM 3220-REMOVAL-BODY THRU 3220-EXIT
               WHEN OTHER
                   ADD 1 TO CorrectionCount
                   ADD 1 TO DistCorrectionCount
                   PERFORM 3230-CORRECTION-BODY THRU 3230-EXIT
           END-EVALUATE
           WRITE NoticeLetterRecord FROM BlankReportLine
           MOVE "OFFICE OF THE REGISTRAR OF VOTERS" TO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3210-CONFIRMATION-BODY - an add: the applicant is registered.
      *>----------------------------------------------------------------
       3210-CONFIRMATION-BODY.
           MOVE "YOUR REGISTRATION HAS BEEN ACCEPTED AND YOU HAVE BEEN"
               TO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           MOVE SPACES TO LtbText
           MOVE SrtAsOfElectionDate TO TrailerDateDisplay
           STRING "ADDED TO THE VOTER ROLL FOR THE ELECTION OF "
               DELIMITED BY SIZE
               TrailerDateDisplay DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           .
       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3220-REMOVAL-BODY - a drop: the reason and the deadline by
      *> which an appeal must reach the registrar.
      *>----------------------------------------------------------------
       3220-REMOVAL-BODY.
           MOVE "YOU HAVE BEEN REMOVED FROM THE VOTER ROLL." TO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           MOVE SPACES TO LtbText
           STRING "REASON FOR REMOVAL: " DELIMITED BY SIZE
               SrtReason DELIMITED BY SIZE
               INTO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           WRITE NoticeLetterRecord FROM BlankReportLine
           MOVE SPACES TO LtbText
           STRING "YOU MAY APPEAL THIS REMOVAL IN WRITING TO THE "
               DELIMITED BY SIZE
               "REGISTRAR." DELIMITED BY SIZE
               INTO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           MOVE SPACES TO LtbText
           MOVE SrtAppealDeadline TO TrailerDateDisplay
           STRING "YOUR APPEAL MUST BE RECEIVED NO LATER THAN "
               DELIMITED BY SIZE
               TrailerDateDisplay DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           .
       3220-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3230-CORRECTION-BODY - re-added inside the appeal window: the
      *> earlier removal notice is withdrawn and no appeal is needed.
      *>----------------------------------------------------------------
       3230-CORRECTION-BODY.
           MOVE SPACES TO LtbText
           MOVE SrtPriorNoticeDate TO TrailerDateDisplay
           STRING "THE REMOVAL NOTICE SENT TO YOU ON " DELIMITED BY SIZE
               TrailerDateDisplay DELIMITED BY SIZE
               " IS WITHDRAWN." DELIMITED BY SIZE
               INTO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           MOVE SPACES TO LtbText
           MOVE SrtAsOfElectionDate TO TrailerDateDisplay
           STRING "YOU REMAIN ON THE VOTER ROLL FOR THE ELECTION OF "
               DELIMITED BY SIZE
               TrailerDateDisplay DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           MOVE "NO APPEAL IS NEEDED." TO LtbText
           WRITE NoticeLetterRecord FROM LetterBodyLine
           .
       3230-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3300-CLOSE-DISTRICT - the finished district's letter counts
      *> onto the manifest.
      *>----------------------------------------------------------------
       3300-CLOSE-DISTRICT.
           MOVE SPACES TO ManifestDetailLine
           MOVE CurrentDistrictCode TO MfdDistrictCode
           IF CurrentDistrictCode = SPACES
               MOVE "NONE" TO MfdDistrictCode
           END-IF
           MOVE DistConfirmationCount TO MfdConfirmationCount
           MOVE DistRemovalCount TO MfdRemovalCount
           MOVE DistCorrectionCount TO MfdCorrectionCount
           MOVE DistLetterCount TO MfdLetterCount
           MOVE ManifestDetailLine TO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT
           MOVE 0 TO DistConfirmationCount
           MOVE 0 TO DistRemovalCount
           MOVE 0 TO DistCorrectionCount
           MOVE 0 TO DistLetterCount
           SET DistrictIsClosed TO TRUE
           .
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7200-PRINT-MANIFEST-LINE - the manifest's paginated writer:
      *> title, run date, page number and column headings at the top
      *> of every page, the pattern the nightly batch's reports use.
      *>----------------------------------------------------------------
       7200-PRINT-MANIFEST-LINE.
           IF ManifestLineCount = 0
               OR ManifestLineCount >= ReportPageDepth
               PERFORM 7210-START-MANIFEST-PAGE THRU 7210-EXIT
           END-IF
           WRITE NoticeManifestRecord FROM PrintLineWork
           ADD 1 TO ManifestLineCount
           .
       7200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7210-START-MANIFEST-PAGE - the manifest's page headings.
      *>----------------------------------------------------------------
       7210-START-MANIFEST-PAGE.
           ADD 1 TO ManifestPageCount
           MOVE "VOTER NOTICE MAILING MANIFEST" TO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE ManifestPageCount TO PhPageNumber
           WRITE NoticeManifestRecord FROM PageHeadingLine
           WRITE NoticeManifestRecord FROM ManifestHeadingLine2
           WRITE NoticeManifestRecord FROM BlankReportLine
           MOVE 3 TO ManifestLineCount
           .
       7210-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - tie the letters to the compare, post the
      *> night's letters to the notice-history master if the manifest
      *> balances, put the totals and the balance on the back of the
      *> manifest, then close everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           PERFORM 9050-PROVE-MANIFEST THRU 9050-EXIT
           IF ManifestInBalance
               PERFORM 9060-POST-NOTICE-HISTORY THRU 9060-EXIT
           ELSE
               DISPLAY "MAILING HELD - NOTICE-HISTORY MASTER NOT "
                   "UPDATED"
           END-IF
           PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
           CLOSE NOTICE-LETTER-FILE
           CLOSE NOTICE-MANIFEST-FILE
           IF FilesAreOpen
               CLOSE NOTICE-HISTORY-MASTER
               CLOSE SNAPSHOT-WORK-FILE
               CLOSE HISTORY-WORK-FILE
           END-IF
           .
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9010-WRITE-RUN-TOTALS - the totals block and the balance on
      *> the back of the manifest.
      *>----------------------------------------------------------------
       9010-WRITE-RUN-TOTALS.
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT
           MOVE "RUN TOTALS" TO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE DistrictCount TO TrailerCountDisplay
           STRING "DISTRICTS MAILED . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ConfirmationCount TO TrailerCountDisplay
           STRING "CONFIRMATION LETTERS . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE RemovalCount TO TrailerCountDisplay
           STRING "REMOVAL NOTICES . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE CorrectionCount TO TrailerCountDisplay
           STRING "CORRECTED LETTERS . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE LetterCount TO TrailerCountDisplay
           STRING "TOTAL LETTERS . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AddressUnknownCount TO TrailerCountDisplay
           STRING "ADDRESS NOT ON FILE . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AppealWindowDays TO TrailerCountDisplay
           STRING "APPEAL WINDOW DAYS . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           STRING "APPEAL DEADLINE . . . . . . . " DELIMITED BY SIZE
               AppealDeadlineDate DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT
           MOVE "TIE TO ROLL COMPARE" TO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE DeltaAddCount TO TrailerCountDisplay
           STRING "DELTA ADDS READ . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE DeltaDropCount TO TrailerCountDisplay
           STRING "DELTA DROPS READ . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE UnknownActionCount TO TrailerCountDisplay
           STRING "DELTA ROWS UNRECOGNIZED . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

           IF CompStatusFound
               MOVE SPACES TO PrintLineWork
               STRING "COMPARE RUN DATE . . . . . . . "
                   DELIMITED BY SIZE
                   CompRunDate DELIMITED BY SIZE
                   INTO PrintLineWork
               PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

               MOVE SPACES TO PrintLineWork
               MOVE CompAddCount TO TrailerCountDisplay
               STRING "COMPARE ADD TOTAL . . . . . . "
                   DELIMITED BY SIZE
                   TrailerCountDisplay DELIMITED BY SIZE
                   INTO PrintLineWork
               PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT

               MOVE SPACES TO PrintLineWork
               MOVE CompDropCount TO TrailerCountDisplay
               STRING "COMPARE DROP TOTAL . . . . . . "
                   DELIMITED BY SIZE
                   TrailerCountDisplay DELIMITED BY SIZE
                   INTO PrintLineWork
               PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT
           ELSE
               MOVE "NO ROLL COMPARE STATUS RECORD - NOTHING TO TIE TO"
                   TO PrintLineWork
               PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT
           END-IF

           IF ManifestInBalance
               MOVE "MANIFEST IN BALANCE" TO PrintLineWork
           ELSE
               MOVE "MANIFEST OUT OF BALANCE - HOLD THE MAILING"
                   TO PrintLineWork
           END-IF
           PERFORM 7200-PRINT-MANIFEST-LINE THRU 7200-EXIT
           .
       9010-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9050-PROVE-MANIFEST - confirmations plus corrected letters
      *> must equal the compare's adds, and removal notices its drops,
      *> with every delta row accounted for.  Anything else - or no
      *> compare totals to tie to - is out of balance and fatal; an
      *> unaddressable letter is a warning.
      *>----------------------------------------------------------------
       9050-PROVE-MANIFEST.
           COMPUTE AddLetterCount = ConfirmationCount + CorrectionCount
           IF CompStatusMissing
               OR AddLetterCount NOT = CompAddCount
               OR RemovalCount NOT = CompDropCount
               OR AddLetterCount NOT = DeltaAddCount
               OR RemovalCount NOT = DeltaDropCount
               OR UnknownActionCount > 0
               OR NOT FilesAreOpen
               SET ManifestOutOfBalance TO TRUE
               DISPLAY "NOTICE MANIFEST OUT OF BALANCE WITH THE ROLL "
                   "COMPARE - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF AddressUnknownCount > 0
                   DISPLAY "NOTICE LETTERS WITH NO ADDRESS ON FILE - "
                       AddressUnknownCount
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
       9050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9060-POST-NOTICE-HISTORY - the balanced night's staged letters
      *> onto the notice-history master in ApplicantId order, each
      *> replacing the applicant's last letter or starting their row.
      *>----------------------------------------------------------------
       9060-POST-NOTICE-HISTORY.
           MOVE "N" TO EndOfHistWorkFile
           MOVE LOW-VALUES TO HwApplicantId
           START HISTORY-WORK-FILE KEY >= HwApplicantId
               INVALID KEY
                   SET NoMoreStagedRows TO TRUE
           END-START
           PERFORM 9070-READ-STAGED-ROW THRU 9070-EXIT
           PERFORM 9080-POST-ONE-LETTER THRU 9080-EXIT
               UNTIL NoMoreStagedRows
           .
       9060-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9070-READ-STAGED-ROW - sequential READ NEXT of the history
      *> work file.
      *>----------------------------------------------------------------
       9070-READ-STAGED-ROW.
           IF NOT NoMoreStagedRows
               READ HISTORY-WORK-FILE NEXT RECORD
                   AT END
                       SET NoMoreStagedRows TO TRUE
               END-READ
           END-IF
           .
       9070-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9080-POST-ONE-LETTER - one staged letter onto the master.
      *>----------------------------------------------------------------
       9080-POST-ONE-LETTER.
           MOVE HwApplicantId TO NhApplicantId
           READ NOTICE-HISTORY-MASTER
               INVALID KEY
                   SET HistoryNotFound TO TRUE
               NOT INVALID KEY
                   SET HistoryWasFound TO TRUE
           END-READ
           MOVE HistoryWorkRecord TO NoticeHistoryRecord
           IF HistoryWasFound
               REWRITE NoticeHistoryRecord
                   INVALID KEY
                       DISPLAY "NOTICE HISTORY NOT REWRITTEN - "
                           HwApplicantId
               END-REWRITE
           ELSE
               WRITE NoticeHistoryRecord
                   INVALID KEY
                       DISPLAY "NOTICE HISTORY NOT WRITTEN - "
                           HwApplicantId
               END-WRITE
           END-IF
           PERFORM 9070-READ-STAGED-ROW THRU 9070-EXIT
           .
       9080-EXIT.
           EXIT.

      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pollbook.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New precinct poll-book run.  The election-
      *>                    day poll books used to be built by hand
      *>                    from a spreadsheet; this run cuts them from
      *>                    the certified roll rollcert seals at the
      *>                    statutory cutoff, and from nothing else:
      *>                    every row must carry the one certification
      *>                    date and an unbroken sequence number, and
      *>                    the certification event rollcert writes to
      *>                    the permanent audit log must be there for
      *>                    that date with the same row count and first
      *>                    ApplicantId.  A nightly VOTER-ROLL-FILE - or
      *>                    a certified file somebody has touched since
      *>                    - fails those checks, and the run prints no
      *>                    books and ends fatal.  A sealed roll is
      *>                    sorted by precinct and ApplicantId, and
      *>                    each precinct gets its own print file
      *>                    (POLLBOOK plus the precinct code): a cover
      *>                    page with the certification date and the
      *>                    precinct's voter count, then one entry per
      *>                    voter - sequence number, ApplicantId, DOB
      *>                    and a signature line.  A control sheet
      *>                    lists every book with its certified and
      *>                    printed counts and proves the precinct
      *>                    counts add up to the certified row count;
      *>                    a sheet out of balance ends the run fatal.
      *>                    Voters certified with no precinct get a
      *>                    book of their own and a warning.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFIED-ROLL-FILE ASSIGN TO "CERTIFIEDROLLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertifiedRollFileStatus.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT POLL-BOOK-FILE ASSIGN USING PollBookFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PollBookFileStatus.
           SELECT POLL-BOOK-CONTROL-FILE
               ASSIGN TO "POLLBOOKCONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT PRECINCT-COUNT-WORK-FILE ASSIGN TO "PRECCOUNTWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PcwPrecinctCode
               FILE STATUS IS PrecCountWorkFileStatus.
       DATA DIVISION.
       FILE SECTION.
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

       FD  POLL-BOOK-FILE.
       01  PollBookRecord                PIC X(88).

       FD  POLL-BOOK-CONTROL-FILE.
       01  PollBookControlRecord         PIC X(88).

       SD  SORT-FILE.
       01  SortWorkRecord.
           05 SrtPrecinctCode            PIC X(06).
           05 SrtApplicantId             PIC X(10).
           05 SrtSequenceNumber          PIC 9(07).
           05 SrtDob                     PIC 9(08).

       FD  PRECINCT-COUNT-WORK-FILE.
       01  PrecinctCountWorkRecord.
           05 PcwPrecinctCode            PIC X(06).
           05 PcwCertifiedCount          PIC 9(07).
           05 PcwPrintedCount            PIC 9(07).

       WORKING-STORAGE SECTION.
       01 EndOfCertifiedRoll PIC X(1) VALUE "N".
           88 NoMoreCertifiedRoll VALUE "Y".
       01 EndOfAuditFile PIC X(1) VALUE "N".
           88 NoMoreAuditRows VALUE "Y".
       01 EndOfSortFile PIC X(01) VALUE "N".
           88 NoMoreSortedVoters VALUE "Y".
       01 EndOfPrecinctCounts PIC X(1) VALUE "N".
           88 NoMorePrecinctCounts VALUE "Y".
       01 CertifiedRollFileStatus PIC X(02) VALUE "00".
       01 AuditFileStatus PIC X(02) VALUE "00".
       01 PollBookFileStatus PIC X(02) VALUE "00".
       01 PrecCountWorkFileStatus PIC X(02) VALUE "00".
       01 PrecCountWorkOpenSwitch PIC X(01) VALUE "N".
           88 PrecCountWorkIsOpen VALUE "Y".
       01 PollBookOpenSwitch PIC X(01) VALUE "N".
           88 PollBookIsOpen VALUE "Y".
           88 PollBookIsClosed VALUE "N".
           88 PollBookOpenFailed VALUE "F".
       01 CertEventSwitch PIC X(01) VALUE "N".
           88 CertEventWasFound VALUE "Y".
           88 CertEventNotFound VALUE "N".
       01 SealSwitch PIC X(01) VALUE "N".
           88 CertifiedRollIsSealed VALUE "Y".
           88 CertifiedRollNotSealed VALUE "N".
       01 PollBookFileName PIC X(30) VALUE SPACES.
       01 CurrentPrecinctCode PIC X(06) VALUE SPACES.
       01 RunDate PIC 9(08) VALUE 0.
       01 CertificationDate PIC 9(08) VALUE 0.
       01 RollAsOfElectionDate PIC 9(08) VALUE 0.
       01 FirstApplicantId PIC X(10) VALUE SPACES.
       01 AuditRowDate PIC X(08) VALUE SPACES.
       01 AuditRowDateNumeric REDEFINES AuditRowDate PIC 9(08).
       01 AuditNumericDisplay PIC ZZZZZZZZ9.
       01 CertifiedRowCount PIC 9(07) COMP VALUE 0.
       01 SealBrokenCount PIC 9(07) COMP VALUE 0.
       01 PrecinctBookCount PIC 9(05) COMP VALUE 0.
       01 PrecinctCountTotal PIC 9(07) COMP VALUE 0.
       01 VotersPrintedCount PIC 9(07) COMP VALUE 0.
       01 BookVoterCount PIC 9(07) COMP VALUE 0.
       01 NoPrecinctVoterCount PIC 9(07) COMP VALUE 0.
       01 TrailerCountDisplay PIC ZZZZZZ9.
       01 ReportTrailerLine PIC X(88).

       01 ReportPageDepth PIC 9(02) COMP VALUE 55.
       01 PrintLineWork PIC X(88) VALUE SPACES.
       01 BookPageCount PIC 9(04) COMP VALUE 0.
       01 BookLineCount PIC 9(02) COMP VALUE 0.
       01 ControlPageCount PIC 9(04) COMP VALUE 0.
       01 ControlLineCount PIC 9(02) COMP VALUE 0.
       01 PageHeadingLine.
           05 PhTitle                 PIC X(50).
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 PhRunDate               PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE "PAGE ".
           05 PhPageNumber            PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 BlankReportLine PIC X(88) VALUE SPACES.

       01 CoverPrecinctLine.
           05 FILLER                  PIC X(31) VALUE
               "PRECINCT . . . . . . . . . . . ".
           05 CvrPrecinctCode          PIC X(06).
           05 FILLER                  PIC X(51) VALUE SPACES.
       01 CoverCertDateLine.
           05 FILLER                  PIC X(31) VALUE
               "CERTIFICATION DATE . . . . . . ".
           05 CvrCertificationDate     PIC 9(08).
           05 FILLER                  PIC X(49) VALUE SPACES.
       01 CoverAsOfLine.
           05 FILLER                  PIC X(30) VALUE
               "AS-OF ELECTION DATE . . . . . ".
           05 CvrAsOfElectionDate      PIC 9(08).
           05 FILLER                  PIC X(50) VALUE SPACES.
       01 CoverCountLine.
           05 FILLER                  PIC X(30) VALUE
               "VOTERS IN THIS BOOK . . . . . ".
           05 CvrVoterCount            PIC ZZZZZZ9.
           05 FILLER                  PIC X(51) VALUE SPACES.

       01 BookHeadingLine2.
           05 FILLER                  PIC X(09) VALUE "SEQ NO".
           05 FILLER                  PIC X(13) VALUE "APPLICANT ID".
           05 FILLER                  PIC X(10) VALUE "DOB".
           05 FILLER                  PIC X(56) VALUE "VOTER SIGNATURE".
       01 BookDetailLine.
           05 PbdSequenceNumber        PIC 9(07).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 PbdApplicantId           PIC X(10).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 PbdDob                   PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 PbdSignatureLine         PIC X(40) VALUE ALL "_".
           05 FILLER                  PIC X(16) VALUE SPACES.

       01 ControlHeadingLine2.
           05 FILLER                  PIC X(10) VALUE "PRECINCT".
           05 FILLER                  PIC X(31) VALUE "BOOK FILE".
           05 FILLER                  PIC X(11) VALUE "CERTIFIED".
           05 FILLER                  PIC X(36) VALUE "PRINTED".
       01 ControlDetailLine.
           05 CtlPrecinctCode          PIC X(06).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 CtlBookFileName          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CtlCertifiedCount        PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 CtlPrintedCount          PIC ZZZZZZ9.
           05 FILLER                  PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           IF PrecCountWorkIsOpen
               SORT SORT-FILE
                   ON ASCENDING KEY SrtPrecinctCode
                                    SrtApplicantId
                   INPUT PROCEDURE IS 2000-RELEASE-CERTIFIED-ROWS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-POLL-BOOKS
                       THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - build the precinct-count work file
      *> fresh (opened OUTPUT to truncate any leftovers, then reopened
      *> I-O for the counts and the printed-count rewrites) and open
      *> the control sheet.  A work file that will not open prints no
      *> books and ends the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN OUTPUT POLL-BOOK-CONTROL-FILE
           OPEN OUTPUT PRECINCT-COUNT-WORK-FILE
           IF PrecCountWorkFileStatus = "00"
               CLOSE PRECINCT-COUNT-WORK-FILE
               OPEN I-O PRECINCT-COUNT-WORK-FILE
           END-IF
           IF PrecCountWorkFileStatus = "00"
               SET PrecCountWorkIsOpen TO TRUE
           ELSE
               DISPLAY "PRECINCT COUNT WORK FILE OPEN FAILED - "
                   "STATUS " PrecCountWorkFileStatus
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-RELEASE-CERTIFIED-ROWS - the SORT's input procedure:
      *> every certified row is checked against the seal, counted
      *> into its precinct on the work file and released to the sort.
      *> Once the whole roll is in, the certification event is looked
      *> up on the audit log and the seal decided.
      *>----------------------------------------------------------------
       2000-RELEASE-CERTIFIED-ROWS.
           OPEN INPUT CERTIFIED-ROLL-FILE
           IF CertifiedRollFileStatus NOT = "00"
               DISPLAY "CERTIFIED ROLL FILE OPEN FAILED - STATUS "
                   CertifiedRollFileStatus
               SET NoMoreCertifiedRoll TO TRUE
           ELSE
               PERFORM 2100-READ-CERTIFIED-ROW THRU 2100-EXIT
           END-IF
           PERFORM 2200-RELEASE-ONE-ROW THRU 2200-EXIT
               UNTIL NoMoreCertifiedRoll
           IF CertifiedRollFileStatus = "00"
               OR CertifiedRollFileStatus = "10"
               CLOSE CERTIFIED-ROLL-FILE
           END-IF
           PERFORM 2500-FIND-CERTIFICATION-EVENT THRU 2500-EXIT
           PERFORM 2600-DECIDE-SEAL THRU 2600-EXIT
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-CERTIFIED-ROW - single read of the next certified
      *> row; AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-CERTIFIED-ROW.
           READ CERTIFIED-ROLL-FILE
               AT END
                   SET NoMoreCertifiedRoll TO TRUE
               NOT AT END
                   ADD 1 TO CertifiedRowCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-RELEASE-ONE-ROW - one certified row.  The first row sets
      *> the certification date, as-of date and first ApplicantId the
      *> audit event is matched on; every row must carry that same
      *> certification date and the next sequence number, or the file
      *> is not what rollcert sealed.  Only the first break is shown
      *> on the console - a nightly roll fed in by mistake breaks on
      *> every row.
      *>----------------------------------------------------------------
       2200-RELEASE-ONE-ROW.
           IF CertifiedRowCount = 1
               MOVE CrApplicantId TO FirstApplicantId
               IF CrCertificationDate IS NUMERIC
                   MOVE CrCertificationDate TO CertificationDate
               END-IF
               IF CrAsOfElectionDate IS NUMERIC
                   MOVE CrAsOfElectionDate TO RollAsOfElectionDate
               END-IF
           END-IF
           IF CrCertificationDate IS NOT NUMERIC
               OR CrCertificationDate = 0
               OR CrCertificationDate NOT = CertificationDate
               OR CrSequenceNumber IS NOT NUMERIC
               OR CrSequenceNumber NOT = CertifiedRowCount
               ADD 1 TO SealBrokenCount
               IF SealBrokenCount = 1
                   DISPLAY "CERTIFIED ROLL SEAL BROKEN AT ROW "
                       CertifiedRowCount " - " CrApplicantId
               END-IF
           END-IF

           MOVE CrPrecinctCode TO PcwPrecinctCode
           READ PRECINCT-COUNT-WORK-FILE
               INVALID KEY
                   MOVE CrPrecinctCode TO PcwPrecinctCode
                   MOVE 1 TO PcwCertifiedCount
                   MOVE 0 TO PcwPrintedCount
                   WRITE PrecinctCountWorkRecord
               NOT INVALID KEY
                   ADD 1 TO PcwCertifiedCount
                   REWRITE PrecinctCountWorkRecord
           END-READ

           MOVE CrPrecinctCode TO SrtPrecinctCode
           MOVE CrApplicantId TO SrtApplicantId
           IF CrSequenceNumber IS NUMERIC
               MOVE CrSequenceNumber TO SrtSequenceNumber
           ELSE
               MOVE 0 TO SrtSequenceNumber
           END-IF
           IF CrDob IS NUMERIC
               MOVE CrDob TO SrtDob
           ELSE
               MOVE 0 TO SrtDob
           END-IF
           RELEASE SortWorkRecord
           PERFORM 2100-READ-CERTIFIED-ROW THRU 2100-EXIT
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2500-FIND-CERTIFICATION-EVENT - rollcert records every
      *> certification on the permanent audit log: the certification
      *> date in the timestamp, the first ApplicantId as the record
      *> ID and the row count as the input value.  An event for this
      *> roll's certification date carrying the same first ID and
      *> count proves the file is the one rollcert sealed.
      *>----------------------------------------------------------------
       2500-FIND-CERTIFICATION-EVENT.
           SET CertEventNotFound TO TRUE
           MOVE CertifiedRowCount TO AuditNumericDisplay
           MOVE "N" TO EndOfAuditFile
           OPEN INPUT AUDIT-FILE
           PERFORM 2550-CHECK-ONE-AUDIT-ROW THRU 2550-EXIT
               UNTIL NoMoreAuditRows
           CLOSE AUDIT-FILE
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2550-CHECK-ONE-AUDIT-ROW - one audit row against the
      *> certification being printed.
      *>----------------------------------------------------------------
       2550-CHECK-ONE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET NoMoreAuditRows TO TRUE
               NOT AT END
                   MOVE AudTimestamp(1:8) TO AuditRowDate
                   IF AudDeterminationType = "ROLLCERT"
                       AND AudOutcome = "CERTIFIED"
                       AND AuditRowDate IS NUMERIC
                       AND AuditRowDateNumeric = CertificationDate
                       AND AudRecordId = FirstApplicantId
                       AND AudInputValue = AuditNumericDisplay
                       SET CertEventWasFound TO TRUE
                   END-IF
           END-READ
           .
       2550-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2600-DECIDE-SEAL - books are printed only from a non-empty
      *> roll whose every row is intact and whose certification event
      *> is on the audit log; anything else ends the run fatal with
      *> the reason on the console and the control sheet.
      *>----------------------------------------------------------------
       2600-DECIDE-SEAL.
           IF CertifiedRowCount > 0
               AND SealBrokenCount = 0
               AND CertEventWasFound
               SET CertifiedRollIsSealed TO TRUE
           ELSE
               SET CertifiedRollNotSealed TO TRUE
               DISPLAY "CERTIFIED ROLL NOT SEALED - NO POLL BOOKS "
                   "PRINTED - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       2600-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-PRINT-POLL-BOOKS - the SORT's output procedure: the
      *> sorted voters come back by precinct and ApplicantId, and each
      *> change of precinct closes one book and opens the next.  An
      *> unsealed roll returns nothing and prints nothing.
      *>----------------------------------------------------------------
       3000-PRINT-POLL-BOOKS.
           IF CertifiedRollIsSealed
               MOVE "N" TO EndOfSortFile
               PERFORM 3100-RETURN-ONE-VOTER THRU 3100-EXIT
                   UNTIL NoMoreSortedVoters
               IF PollBookIsOpen
                   PERFORM 3300-CLOSE-POLL-BOOK THRU 3300-EXIT
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-RETURN-ONE-VOTER - one sorted voter off the sort file and
      *> into its precinct's book.
      *>----------------------------------------------------------------
       3100-RETURN-ONE-VOTER.
           RETURN SORT-FILE
               AT END
                   SET NoMoreSortedVoters TO TRUE
               NOT AT END
                   IF PollBookIsClosed
                       OR SrtPrecinctCode NOT = CurrentPrecinctCode
                       IF PollBookIsOpen
                           PERFORM 3300-CLOSE-POLL-BOOK THRU 3300-EXIT
                       END-IF
                       PERFORM 3200-OPEN-POLL-BOOK THRU 3200-EXIT
                   END-IF
                   IF PollBookIsOpen
                       MOVE SPACES TO BookDetailLine
                       MOVE SrtSequenceNumber TO PbdSequenceNumber
                       MOVE SrtApplicantId TO PbdApplicantId
                       MOVE SrtDob TO PbdDob
                       MOVE ALL "_" TO PbdSignatureLine
                       PERFORM 7100-PRINT-BOOK-ENTRY THRU 7100-EXIT
                       ADD 1 TO BookVoterCount
                       ADD 1 TO VotersPrintedCount
                   END-IF
           END-RETURN
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-OPEN-POLL-BOOK - the next precinct's own print file,
      *> named POLLBOOK plus the precinct code (POLLBOOKNOPRECINCT for
      *> voters certified without one), opened fresh with its cover
      *> page: the certification date and the voter count the
      *> precinct-count work file holds for it.  A book that will not
      *> open prints nothing for its precinct - the control sheet then
      *> shows the precinct short - and ends the run fatal.
      *>----------------------------------------------------------------
       3200-OPEN-POLL-BOOK.
           MOVE SrtPrecinctCode TO CurrentPrecinctCode
           MOVE 0 TO BookVoterCount
           MOVE 0 TO BookPageCount
           MOVE 0 TO BookLineCount
           PERFORM 3250-BUILD-BOOK-FILE-NAME THRU 3250-EXIT
           OPEN OUTPUT POLL-BOOK-FILE
           IF PollBookFileStatus NOT = "00"
               DISPLAY "POLL BOOK FILE " PollBookFileName
                   " OPEN FAILED - STATUS " PollBookFileStatus
                   " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
               SET PollBookOpenFailed TO TRUE
           ELSE
               SET PollBookIsOpen TO TRUE
               ADD 1 TO PrecinctBookCount
               PERFORM 3210-WRITE-BOOK-COVER THRU 3210-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3210-WRITE-BOOK-COVER - the cover page of the book just
      *> opened.
      *>----------------------------------------------------------------
       3210-WRITE-BOOK-COVER.
           MOVE CurrentPrecinctCode TO PcwPrecinctCode
           READ PRECINCT-COUNT-WORK-FILE
               INVALID KEY
                   MOVE 0 TO PcwCertifiedCount
           END-READ

           ADD 1 TO BookPageCount
           MOVE SPACES TO PhTitle
           STRING "POLL BOOK COVER - PRECINCT " DELIMITED BY SIZE
               CurrentPrecinctCode DELIMITED BY SIZE
               INTO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE BookPageCount TO PhPageNumber
           WRITE PollBookRecord FROM PageHeadingLine
           WRITE PollBookRecord FROM BlankReportLine
           MOVE CurrentPrecinctCode TO CvrPrecinctCode
           IF CurrentPrecinctCode = SPACES
               MOVE "NONE" TO CvrPrecinctCode
           END-IF
           WRITE PollBookRecord FROM CoverPrecinctLine
           MOVE CertificationDate TO CvrCertificationDate
           WRITE PollBookRecord FROM CoverCertDateLine
           MOVE RollAsOfElectionDate TO CvrAsOfElectionDate
           WRITE PollBookRecord FROM CoverAsOfLine
           MOVE PcwCertifiedCount TO CvrVoterCount
           WRITE PollBookRecord FROM CoverCountLine
           .
       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3250-BUILD-BOOK-FILE-NAME - POLLBOOK plus the precinct code.
      *>----------------------------------------------------------------
       3250-BUILD-BOOK-FILE-NAME.
           MOVE SPACES TO PollBookFileName
           IF CurrentPrecinctCode = SPACES
               MOVE "POLLBOOKNOPRECINCT" TO PollBookFileName
           ELSE
               STRING "POLLBOOK" DELIMITED BY SIZE
                   CurrentPrecinctCode DELIMITED BY SPACE
                   INTO PollBookFileName
           END-IF
           .
       3250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3300-CLOSE-POLL-BOOK - close the current book and record how
      *> many voters it actually printed against its certified count,
      *> for the control sheet.
      *>----------------------------------------------------------------
       3300-CLOSE-POLL-BOOK.
           CLOSE POLL-BOOK-FILE
           SET PollBookIsClosed TO TRUE
           MOVE CurrentPrecinctCode TO PcwPrecinctCode
           READ PRECINCT-COUNT-WORK-FILE
               INVALID KEY
                   DISPLAY "PRECINCT COUNT MISSING FOR "
                       CurrentPrecinctCode
               NOT INVALID KEY
                   MOVE BookVoterCount TO PcwPrintedCount
                   REWRITE PrecinctCountWorkRecord
           END-READ
           IF CurrentPrecinctCode = SPACES
               MOVE BookVoterCount TO NoPrecinctVoterCount
           END-IF
           .
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4000-WRITE-CONTROL-DETAILS - one control-sheet line per
      *> precinct, swept off the work file in precinct order, with the
      *> precinct counts totalled for the balance check.
      *>----------------------------------------------------------------
       4000-WRITE-CONTROL-DETAILS.
           MOVE LOW-VALUES TO PcwPrecinctCode
           MOVE "N" TO EndOfPrecinctCounts
           START PRECINCT-COUNT-WORK-FILE KEY >= PcwPrecinctCode
               INVALID KEY
                   SET NoMorePrecinctCounts TO TRUE
           END-START
           PERFORM 4100-WRITE-ONE-PRECINCT THRU 4100-EXIT
               UNTIL NoMorePrecinctCounts
           .
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 4100-WRITE-ONE-PRECINCT - the next precinct's control line.
      *>----------------------------------------------------------------
       4100-WRITE-ONE-PRECINCT.
           READ PRECINCT-COUNT-WORK-FILE NEXT RECORD
               AT END
                   SET NoMorePrecinctCounts TO TRUE
               NOT AT END
                   ADD PcwCertifiedCount TO PrecinctCountTotal
                   MOVE PcwPrecinctCode TO CurrentPrecinctCode
                   PERFORM 3250-BUILD-BOOK-FILE-NAME THRU 3250-EXIT
                   MOVE SPACES TO ControlDetailLine
                   MOVE PcwPrecinctCode TO CtlPrecinctCode
                   IF PcwPrecinctCode = SPACES
                       MOVE "NONE" TO CtlPrecinctCode
                   END-IF
                   IF CertifiedRollIsSealed
                       MOVE PollBookFileName TO CtlBookFileName
                   ELSE
                       MOVE "NOT PRINTED" TO CtlBookFileName
                   END-IF
                   MOVE PcwCertifiedCount TO CtlCertifiedCount
                   MOVE PcwPrintedCount TO CtlPrintedCount
                   MOVE ControlDetailLine TO PrintLineWork
                   PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT
           END-READ
           .
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-BOOK-ENTRY - one voter's entry in the current book:
      *> the detail line with a blank line under it for the signature.
      *> An entry never splits across a page; a new page repeats the
      *> precinct, run date, page number and column headings, the
      *> paginated pattern the nightly batch's reports use.
      *>----------------------------------------------------------------
       7100-PRINT-BOOK-ENTRY.
           IF BookLineCount = 0
               OR BookLineCount + 2 > ReportPageDepth
               PERFORM 7110-START-BOOK-PAGE THRU 7110-EXIT
           END-IF
           WRITE PollBookRecord FROM BookDetailLine
           WRITE PollBookRecord FROM BlankReportLine
           ADD 2 TO BookLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-BOOK-PAGE - the current book's page headings.
      *>----------------------------------------------------------------
       7110-START-BOOK-PAGE.
           ADD 1 TO BookPageCount
           MOVE SPACES TO PhTitle
           STRING "POLL BOOK - PRECINCT " DELIMITED BY SIZE
               CvrPrecinctCode DELIMITED BY SIZE
               INTO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE BookPageCount TO PhPageNumber
           WRITE PollBookRecord FROM PageHeadingLine
           WRITE PollBookRecord FROM BookHeadingLine2
           WRITE PollBookRecord FROM BlankReportLine
           MOVE 3 TO BookLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7200-PRINT-CONTROL-LINE - the control sheet's paginated
      *> writer, same pattern as the other reports.
      *>----------------------------------------------------------------
       7200-PRINT-CONTROL-LINE.
           IF ControlLineCount = 0
               OR ControlLineCount >= ReportPageDepth
               PERFORM 7210-START-CONTROL-PAGE THRU 7210-EXIT
           END-IF
           WRITE PollBookControlRecord FROM PrintLineWork
           ADD 1 TO ControlLineCount
           .
       7200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7210-START-CONTROL-PAGE - the control sheet's page headings.
      *>----------------------------------------------------------------
       7210-START-CONTROL-PAGE.
           ADD 1 TO ControlPageCount
           MOVE "POLL BOOK CONTROL SHEET" TO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE ControlPageCount TO PhPageNumber
           WRITE PollBookControlRecord FROM PageHeadingLine
           WRITE PollBookControlRecord FROM ControlHeadingLine2
           WRITE PollBookControlRecord FROM BlankReportLine
           MOVE 3 TO ControlLineCount
           .
       7210-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - the control sheet: one line per precinct
      *> book, then the certification it was cut from and the proof
      *> that the precinct counts, the voters printed and the
      *> certified row count all agree.  Any disagreement ends the run
      *> fatal; voters with no precinct are a warning.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF PrecCountWorkIsOpen
               PERFORM 4000-WRITE-CONTROL-DETAILS THRU 4000-EXIT
           END-IF

           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT
           MOVE CertificationDate TO CvrCertificationDate
           MOVE CoverCertDateLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT
           MOVE RollAsOfElectionDate TO CvrAsOfElectionDate
           MOVE CoverAsOfLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE PrecinctBookCount TO TrailerCountDisplay
           STRING "PRECINCT BOOKS PRINTED . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE PrecinctCountTotal TO TrailerCountDisplay
           STRING "SUM OF PRECINCT COUNTS . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE VotersPrintedCount TO TrailerCountDisplay
           STRING "VOTERS PRINTED IN BOOKS . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE CertifiedRowCount TO TrailerCountDisplay
           STRING "CERTIFIED ROW COUNT . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           MOVE SPACES TO ReportTrailerLine
           MOVE NoPrecinctVoterCount TO TrailerCountDisplay
           STRING "VOTERS WITH NO PRECINCT . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO ReportTrailerLine
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           MOVE SPACES TO ReportTrailerLine
           IF CertifiedRollNotSealed
               IF CertifiedRowCount = 0
                   MOVE "*** EMPTY CERTIFIED ROLL - NOTHING PRINTED ***"
                       TO ReportTrailerLine
               ELSE
               IF SealBrokenCount > 0
                   MOVE SealBrokenCount TO TrailerCountDisplay
                   STRING "*** SEAL BROKEN ON " DELIMITED BY SIZE
                       TrailerCountDisplay DELIMITED BY SIZE
                       " ROWS - NO BOOKS PRINTED ***"
                           DELIMITED BY SIZE
                       INTO ReportTrailerLine
               ELSE
                   STRING "*** NO CERTIFICATION EVENT ON AUDIT LOG"
                           DELIMITED BY SIZE
                       " - NO BOOKS PRINTED ***" DELIMITED BY SIZE
                       INTO ReportTrailerLine
               END-IF
               END-IF
           ELSE
               IF PrecinctCountTotal = CertifiedRowCount
                   AND VotersPrintedCount = CertifiedRowCount
                   MOVE "CONTROL SHEET IN BALANCE" TO ReportTrailerLine
               ELSE
                   MOVE "*** CONTROL SHEET OUT OF BALANCE ***"
                       TO ReportTrailerLine
                   DISPLAY "POLL BOOK COUNTS DO NOT TIE TO THE "
                       "CERTIFIED ROW COUNT - RUN FLAGGED FATAL"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           MOVE ReportTrailerLine TO PrintLineWork
           PERFORM 7200-PRINT-CONTROL-LINE THRU 7200-EXIT

           IF NoPrecinctVoterCount > 0 AND RETURN-CODE < 4
               DISPLAY "CERTIFIED VOTERS WITH NO PRECINCT - SEE "
                   "POLLBOOKNOPRECINCT"
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE POLL-BOOK-CONTROL-FILE
           IF PrecCountWorkIsOpen
               CLOSE PRECINCT-COUNT-WORK-FILE
           END-IF
           .
       9000-EXIT.
           EXIT.

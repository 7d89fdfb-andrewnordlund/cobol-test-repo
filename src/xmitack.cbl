      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xmitack.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New intake run for the registrar's
      *>                    acknowledgement of an enveloped hand-off.
      *>                    xmitvrfy proves a transmission arrived
      *>                    whole, but the registrar also returns an
      *>                    acknowledgement saying which rows they
      *>                    accepted and which they refused (bad DOB,
      *>                    already registered in another county and
      *>                    so on), and nothing read it.  This run
      *>                    matches the acknowledgement's header to
      *>                    the transmission log rollxmit keeps, by
      *>                    the envelope's run timestamp and file type,
      *>                    and checks the retained envelope is that
      *>                    same transmission.  Refused rows name the
      *>                    envelope detail row they refuse; each is
      *>                    matched back to that row's ApplicantId and
      *>                    raised as an open E005 exception on
      *>                    EXCEPTION-FILE, carrying the applicant's
      *>                    master values, so the recycle run's
      *>                    correction and aging flow picks it up.  The
      *>                    log row is marked acknowledged with the
      *>                    accepted and refused counts.  The report
      *>                    shows the acknowledgement taken - rows
      *>                    transmitted, accepted and refused, and each
      *>                    refused row - and every transmission still
      *>                    waiting on an acknowledgement, marked
      *>                    overdue past the acknowledgement-wait-days
      *>                    run parm.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-PARM-FILE ASSIGN TO "ACKPARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMIT-FILE ASSIGN TO "XMITFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XlLogKey
               FILE STATUS IS XmitLogFileStatus.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANTMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstApplicantId
               FILE STATUS IS MasterFileStatus.
           SELECT ACK-WORK-FILE ASSIGN TO "ACKWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AwRowNumber
               FILE STATUS IS AckWorkFileStatus.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTIONFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExceptionFileStatus.
           SELECT ACK-REPORT-FILE ASSIGN TO "ACKREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-PARM-FILE.
       01  AckParmRecord.
           05 ApAckWaitDays            PIC 9(03).

      *>   The registrar's acknowledgement: a header naming the
      *>   transmission (our envelope's run timestamp and file type)
      *>   and the date they processed it, one row per envelope
      *>   detail row by its position in the envelope, accepted or
      *>   refused with their refusal code and text, and a trailer
      *>   with their own counts.
       FD  ACK-FILE.
       01  AckHeaderRecord.
           05 AkhRecordType            PIC X(01).
           05 FILLER                   PIC X(01).
           05 AkhRunTimestamp          PIC X(17).
           05 FILLER                   PIC X(01).
           05 AkhFileType              PIC X(05).
           05 FILLER                   PIC X(01).
           05 AkhAckDate               PIC X(08).
       01  AckDetailRecord.
           05 AkdRecordType            PIC X(01).
           05 FILLER                   PIC X(01).
           05 AkdRowNumber             PIC X(09).
           05 FILLER                   PIC X(01).
           05 AkdDisposition           PIC X(01).
               88 AkdRowAccepted VALUE "A".
               88 AkdRowRefused VALUE "R".
           05 FILLER                   PIC X(01).
           05 AkdRefusalCode           PIC X(04).
           05 FILLER                   PIC X(01).
           05 AkdRefusalText           PIC X(30).
       01  AckTrailerRecord.
           05 AktRecordType            PIC X(01).
           05 FILLER                   PIC X(01).
           05 AktAcceptedCount         PIC X(09).
           05 FILLER                   PIC X(01).
           05 AktRefusedCount          PIC X(09).

       FD  XMIT-FILE.
       01  XmitHeaderRecord.
           05 XmhRecordType            PIC X(01).
           05 FILLER                   PIC X(01).
           05 XmhRunTimestamp          PIC X(17).
           05 FILLER                   PIC X(01).
           05 XmhAsOfElectionDate      PIC 9(08).
           05 FILLER                   PIC X(01).
           05 XmhProducingProgram      PIC X(10).
           05 FILLER                   PIC X(01).
           05 XmhFileType              PIC X(05).
       01  XmitDetailRecord.
           05 XmdRecordType            PIC X(01).
           05 FILLER                   PIC X(01).
           05 XmdDetailRow             PIC X(61).

       FD  XMIT-LOG-FILE.
       01  XmitLogRecord.
           05 XlLogKey.
               10 XlRunTimestamp       PIC X(17).
               10 XlFileType           PIC X(05).
           05 XlTransmitDate           PIC 9(08).
           05 XlRowCount               PIC 9(09).
           05 XlCheckTotal             PIC 9(15).
           05 XlAckSwitch              PIC X(01).
               88 XlAcknowledged VALUE "Y".
               88 XlAwaitingAck VALUE "N".
           05 XlAckDate                PIC 9(08).
           05 XlAcceptedCount          PIC 9(09).
           05 XlRefusedCount           PIC 9(09).
           05 XlIntakeDate             PIC 9(08).

       FD  APPLICANT-MASTER.
       01  MasterRecord.
           05 MstApplicantId           PIC X(10).
           05 MstApplicantAge          PIC 99.
           05 MstApplicantDistrictCode PIC X(05).
           05 MstApplicantDob          PIC 9(08).
           05 MstApplicantHouseNumber  PIC 9(06).
           05 MstApplicantStreetName   PIC X(30).

       FD  ACK-WORK-FILE.
       01  AckWorkRecord.
           05 AwRowNumber              PIC 9(09).
           05 AwRefusalCode            PIC X(04).
           05 AwRefusalText            PIC X(30).
           05 AwMatchSwitch            PIC X(01).
               88 AwRowMatched VALUE "Y".
               88 AwRowUnmatched VALUE "N".

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

       FD  ACK-REPORT-FILE.
       01  AckReportRecord             PIC X(88).

       WORKING-STORAGE SECTION.
       01 XmitLogFileStatus PIC X(02) VALUE "00".
       01 MasterFileStatus PIC X(02) VALUE "00".
       01 AckWorkFileStatus PIC X(02) VALUE "00".
       01 ExceptionFileStatus PIC X(02) VALUE "00".
       01 XmitLogOpenSwitch PIC X(01) VALUE "N".
           88 XmitLogIsOpen VALUE "Y".
       01 MasterOpenSwitch PIC X(01) VALUE "N".
           88 MasterIsOpen VALUE "Y".
       01 AckWorkOpenSwitch PIC X(01) VALUE "N".
           88 AckWorkIsOpen VALUE "Y".
       01 ExceptionOpenSwitch PIC X(01) VALUE "N".
           88 ExceptionFileIsOpen VALUE "Y".
       01 XmitFileOpenSwitch PIC X(01) VALUE "N".
           88 XmitFileIsOpen VALUE "Y".
       01 AckIntakeSwitch PIC X(01) VALUE "N".
           88 AckIsBeingTaken VALUE "Y".
           88 AckNotTaken VALUE "N".
       01 AckTrailerSwitch PIC X(01) VALUE "N".
           88 AckTrailerWasSeen VALUE "Y".
       01 MasterFoundSwitch PIC X(01) VALUE "N".
           88 MasterRowFound VALUE "Y".
           88 MasterRowNotFound VALUE "N".
       01 EndOfAckFile PIC X(1) VALUE "N".
           88 NoMoreAckRows VALUE "Y".
       01 EndOfXmitFile PIC X(1) VALUE "N".
           88 NoMoreXmitRows VALUE "Y".
       01 EndOfAckWork PIC X(1) VALUE "N".
           88 NoMoreAckWorkRows VALUE "Y".
       01 EndOfXmitLog PIC X(1) VALUE "N".
           88 NoMoreXmitLogRows VALUE "Y".
       01 ReportSectionSwitch PIC X(01) VALUE "A".
           88 ReportingAcknowledgement VALUE "A".
           88 ReportingOutstanding VALUE "O".

       01 RunDate PIC 9(08) VALUE 0.
       01 RunDayNumber PIC 9(07) COMP VALUE 0.
       01 SentDayNumber PIC 9(07) COMP VALUE 0.
       01 DaysWaiting PIC 9(07) COMP VALUE 0.
       01 AckWaitDays PIC 9(03) VALUE 5.
       01 AckRunTimestamp PIC X(17) VALUE SPACES.
       01 AckFileType PIC X(05) VALUE SPACES.
           88 AckIsForDeltaFile VALUE "DELTA".
       01 AckDate PIC 9(08) VALUE 0.
       01 AckDateX PIC X(08) VALUE SPACES.
       01 AckDateNumeric REDEFINES AckDateX PIC 9(08).
       01 EnvelopeRowNumber PIC 9(09) VALUE 0.
       01 RefusedApplicantId PIC X(10) VALUE SPACES.
       01 RefusedRowDob PIC X(08) VALUE SPACES.
       01 RegistrarTrailerAccepted PIC 9(09) VALUE 0.
       01 RegistrarTrailerRefused PIC 9(09) VALUE 0.
       01 UnaccountedRowCount PIC 9(09) VALUE 0.

       01 AckAcceptedCount PIC 9(09) COMP VALUE 0.
       01 AckRefusedCount PIC 9(09) COMP VALUE 0.
       01 AckRowErrorCount PIC 9(07) COMP VALUE 0.
       01 ExceptionsRaisedCount PIC 9(07) COMP VALUE 0.
       01 NotOnMasterCount PIC 9(07) COMP VALUE 0.
       01 UnmatchedRefusalCount PIC 9(07) COMP VALUE 0.
       01 LoggedTransmissionCount PIC 9(07) COMP VALUE 0.
       01 AwaitingAckCount PIC 9(07) COMP VALUE 0.
       01 OverdueAckCount PIC 9(07) COMP VALUE 0.
       01 TrailerCountDisplay PIC ZZZZZZZZ9.

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

       01 RefusedHeadingLine2.
           05 FILLER                  PIC X(11) VALUE "ENV ROW".
           05 FILLER                  PIC X(12) VALUE "APPLICANT".
           05 FILLER                  PIC X(06) VALUE "CODE".
           05 FILLER                  PIC X(32) VALUE
               "REGISTRAR REASON".
           05 FILLER                  PIC X(27) VALUE "DISPOSITION".
       01 RefusedDetailLine.
           05 RfdRowNumber             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RfdApplicantId           PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RfdRefusalCode           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RfdRefusalText           PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RfdDisposition           PIC X(27).

       01 OutstandingHeadingLine2.
           05 FILLER                  PIC X(19) VALUE "RUN TIMESTAMP".
           05 FILLER                  PIC X(07) VALUE "TYPE".
           05 FILLER                  PIC X(10) VALUE "SENT".
           05 FILLER                  PIC X(11) VALUE "ROWS".
           05 FILLER                  PIC X(07) VALUE "DAYS".
           05 FILLER                  PIC X(34) VALUE "STATUS".
       01 OutstandingDetailLine.
           05 OsRunTimestamp           PIC X(17).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OsFileType               PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OsTransmitDate           PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OsRowCount               PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OsDaysWaiting            PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OsStatus                 PIC X(34).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           IF XmitLogIsOpen
               SET ReportingAcknowledgement TO TRUE
               MOVE 0 TO ReportLineCount
               PERFORM 2000-TAKE-ACKNOWLEDGEMENT
                   THRU 2000-EXIT
               SET ReportingOutstanding TO TRUE
               MOVE 0 TO ReportLineCount
               PERFORM 3000-LIST-OUTSTANDING
                   THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - the acknowledgement-wait-days parm
      *> (5 days when there is no usable card), the transmission log
      *> and the report.  No transmission log means nothing can be
      *> matched, and ends the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           COMPUTE RunDayNumber = FUNCTION INTEGER-OF-DATE(RunDate)
           OPEN INPUT ACK-PARM-FILE
           READ ACK-PARM-FILE
               AT END
                   DISPLAY "NO ACKNOWLEDGEMENT PARM CARD - WAITING "
                       AckWaitDays " DAYS"
               NOT AT END
                   IF ApAckWaitDays IS NUMERIC
                       AND ApAckWaitDays > 0
                       MOVE ApAckWaitDays TO AckWaitDays
                   END-IF
           END-READ
           CLOSE ACK-PARM-FILE
           OPEN I-O XMIT-LOG-FILE
           IF XmitLogFileStatus = "00"
               SET XmitLogIsOpen TO TRUE
           ELSE
               DISPLAY "TRANSMISSION LOG OPEN FAILED - STATUS "
                   XmitLogFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-TAKE-ACKNOWLEDGEMENT - one acknowledgement, if the
      *> registrar sent one: matched to its logged transmission and to
      *> the retained envelope before anything is raised, then its
      *> rows counted and its refusals raised as exceptions, and the
      *> log row marked acknowledged.  An acknowledgement that matches
      *> no transmission, or an envelope that is not the one
      *> acknowledged, raises nothing and ends the run fatal.  So does
      *> an acknowledgement whose rows could not be loaded, and its log
      *> row is left unmarked so the next run can take it again.
      *>----------------------------------------------------------------
       2000-TAKE-ACKNOWLEDGEMENT.
           OPEN INPUT ACK-FILE
           PERFORM 2050-READ-ACK-ROW THRU 2050-EXIT
           IF NoMoreAckRows
               DISPLAY "NO ACKNOWLEDGEMENT RECEIVED THIS RUN"
               MOVE "NO ACKNOWLEDGEMENT RECEIVED THIS RUN"
                   TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           ELSE
               PERFORM 2100-MATCH-TRANSMISSION THRU 2100-EXIT
           END-IF
           IF AckIsBeingTaken
               PERFORM 2150-MATCH-ENVELOPE THRU 2150-EXIT
           END-IF
           IF AckIsBeingTaken
               PERFORM 2200-LOAD-ACK-ROWS THRU 2200-EXIT
           END-IF
           IF AckIsBeingTaken
               PERFORM 2300-RAISE-REFUSALS THRU 2300-EXIT
               PERFORM 2400-REPORT-UNMATCHED THRU 2400-EXIT
               PERFORM 2500-MARK-ACKNOWLEDGED THRU 2500-EXIT
               PERFORM 2600-PRINT-ACK-SUMMARY THRU 2600-EXIT
           END-IF
           CLOSE ACK-FILE
           IF XmitFileIsOpen
               CLOSE XMIT-FILE
           END-IF
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2050-READ-ACK-ROW - single read of the next acknowledgement
      *> record; AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2050-READ-ACK-ROW.
           MOVE SPACES TO AckDetailRecord
           READ ACK-FILE
               AT END
                   SET NoMoreAckRows TO TRUE
           END-READ
           .
       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-MATCH-TRANSMISSION - the acknowledgement's header names
      *> the transmission by our envelope's run timestamp and file
      *> type; that is the transmission log's key.  A transmission
      *> already acknowledged is not taken twice, so its refusals are
      *> not raised twice.
      *>----------------------------------------------------------------
       2100-MATCH-TRANSMISSION.
           IF AkhRecordType NOT = "H"
               MOVE "ACKNOWLEDGEMENT HAS NO HEADER - NOT TAKEN"
                   TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               DISPLAY "ACKNOWLEDGEMENT HAS NO HEADER - RUN FLAGGED "
                   "FATAL"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE AkhRunTimestamp TO AckRunTimestamp
               MOVE AkhFileType TO AckFileType
               MOVE AkhAckDate TO AckDateX
               IF AckDateX IS NUMERIC
                   AND AckDateNumeric > 19000101
                   MOVE AckDateNumeric TO AckDate
               ELSE
                   MOVE RunDate TO AckDate
               END-IF
               MOVE SPACES TO PrintLineWork
               STRING "ACKNOWLEDGEMENT OF RUN " DELIMITED BY SIZE
                   AckRunTimestamp DELIMITED BY SIZE
                   "  TYPE " DELIMITED BY SIZE
                   AckFileType DELIMITED BY SIZE
                   "  PROCESSED " DELIMITED BY SIZE
                   AckDate DELIMITED BY SIZE
                   INTO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               MOVE AckRunTimestamp TO XlRunTimestamp
               MOVE AckFileType TO XlFileType
               READ XMIT-LOG-FILE
                   INVALID KEY
                       MOVE SPACES TO PrintLineWork
                       STRING "ACKNOWLEDGEMENT MATCHES NO LOGGED "
                           DELIMITED BY SIZE
                           "TRANSMISSION - NOT TAKEN" DELIMITED BY SIZE
                           INTO PrintLineWork
                       PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
                       DISPLAY "ACKNOWLEDGEMENT MATCHES NO LOGGED "
                           "TRANSMISSION - RUN FLAGGED FATAL"
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       IF XlAcknowledged
                           MOVE SPACES TO PrintLineWork
                           STRING "TRANSMISSION ALREADY ACKNOWLEDGED "
                               DELIMITED BY SIZE
                               XlAckDate DELIMITED BY SIZE
                               " - NOT TAKEN AGAIN" DELIMITED BY SIZE
                               INTO PrintLineWork
                           PERFORM 7100-PRINT-REPORT-LINE
                               THRU 7100-EXIT
                           DISPLAY "TRANSMISSION ALREADY "
                               "ACKNOWLEDGED - RUN FLAGGED WITH "
                               "WARNINGS"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           SET AckIsBeingTaken TO TRUE
                       END-IF
               END-READ
           END-IF
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2150-MATCH-ENVELOPE - the retained envelope the scheduler
      *> points this run at must carry the same run timestamp and
      *> file type in its header, or its row positions mean nothing
      *> against the acknowledgement's.
      *>----------------------------------------------------------------
       2150-MATCH-ENVELOPE.
           OPEN INPUT XMIT-FILE
           SET XmitFileIsOpen TO TRUE
           PERFORM 2160-READ-XMIT-ROW THRU 2160-EXIT
           IF NoMoreXmitRows
               OR XmhRecordType NOT = "H"
               OR XmhRunTimestamp NOT = AckRunTimestamp
               OR XmhFileType NOT = AckFileType
               SET AckNotTaken TO TRUE
               MOVE SPACES TO PrintLineWork
               STRING "RETAINED ENVELOPE IS NOT THE TRANSMISSION "
                   DELIMITED BY SIZE
                   "ACKNOWLEDGED - NOT TAKEN" DELIMITED BY SIZE
                   INTO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               DISPLAY "RETAINED ENVELOPE DOES NOT MATCH THE "
                   "ACKNOWLEDGEMENT - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       2150-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2160-READ-XMIT-ROW - single read of the next envelope record;
      *> AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2160-READ-XMIT-ROW.
           MOVE SPACES TO XmitDetailRecord
           READ XMIT-FILE
               AT END
                   SET NoMoreXmitRows TO TRUE
           END-READ
           .
       2160-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-LOAD-ACK-ROWS - the acknowledgement's rows: accepted
      *> rows are counted, refused rows are held on the work file by
      *> envelope row number for matching, and the registrar's own
      *> trailer counts are kept for the summary.  A row that will not
      *> parse, or names a row already seen, is counted and reported.
      *>----------------------------------------------------------------
       2200-LOAD-ACK-ROWS.
           OPEN OUTPUT ACK-WORK-FILE
           IF AckWorkFileStatus = "00"
               CLOSE ACK-WORK-FILE
               OPEN I-O ACK-WORK-FILE
           END-IF
           IF AckWorkFileStatus = "00"
               SET AckWorkIsOpen TO TRUE
           ELSE
               DISPLAY "ACKNOWLEDGEMENT WORK FILE OPEN FAILED - "
                   "STATUS " AckWorkFileStatus " - RUN FLAGGED FATAL"
               SET AckNotTaken TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 2050-READ-ACK-ROW THRU 2050-EXIT
           PERFORM 2250-LOAD-ONE-ACK-ROW THRU 2250-EXIT
               UNTIL NoMoreAckRows OR AckNotTaken
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2250-LOAD-ONE-ACK-ROW - one acknowledgement row by its type.
      *>----------------------------------------------------------------
       2250-LOAD-ONE-ACK-ROW.
           EVALUATE TRUE
               WHEN AkdRecordType = "D"
                   AND AkdRowNumber IS NUMERIC
                   AND AkdRowAccepted
                   ADD 1 TO AckAcceptedCount
               WHEN AkdRecordType = "D"
                   AND AkdRowNumber IS NUMERIC
                   AND AkdRowRefused
                   MOVE AkdRowNumber TO AwRowNumber
                   MOVE AkdRefusalCode TO AwRefusalCode
                   MOVE AkdRefusalText TO AwRefusalText
                   SET AwRowUnmatched TO TRUE
                   WRITE AckWorkRecord
                       INVALID KEY
                           PERFORM 2290-REPORT-BAD-ACK-ROW
                               THRU 2290-EXIT
                       NOT INVALID KEY
                           ADD 1 TO AckRefusedCount
                   END-WRITE
               WHEN AktRecordType = "T"
                   SET AckTrailerWasSeen TO TRUE
                   IF AktAcceptedCount IS NUMERIC
                       MOVE AktAcceptedCount
                           TO RegistrarTrailerAccepted
                   END-IF
                   IF AktRefusedCount IS NUMERIC
                       MOVE AktRefusedCount TO RegistrarTrailerRefused
                   END-IF
               WHEN OTHER
                   PERFORM 2290-REPORT-BAD-ACK-ROW THRU 2290-EXIT
           END-EVALUATE
           PERFORM 2050-READ-ACK-ROW THRU 2050-EXIT
           .
       2250-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2290-REPORT-BAD-ACK-ROW - an acknowledgement row that could
      *> not be used, onto the report as the registrar sent it.
      *>----------------------------------------------------------------
       2290-REPORT-BAD-ACK-ROW.
           ADD 1 TO AckRowErrorCount
           MOVE SPACES TO PrintLineWork
           STRING "ACK ROW NOT USED - " DELIMITED BY SIZE
               AckDetailRecord DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       2290-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-RAISE-REFUSALS - sweep the envelope's detail rows in
      *> order; a row the registrar refused is matched back to its
      *> ApplicantId (where it sits in the row depends on the file
      *> type) and raised as an open exception.
      *>----------------------------------------------------------------
       2300-RAISE-REFUSALS.
           IF AckRefusedCount > 0
               OPEN EXTEND EXCEPTION-FILE
               IF ExceptionFileStatus = "35"
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               SET ExceptionFileIsOpen TO TRUE
               OPEN INPUT APPLICANT-MASTER
               IF MasterFileStatus = "00"
                   SET MasterIsOpen TO TRUE
               ELSE
                   DISPLAY "APPLICANT MASTER OPEN FAILED - STATUS "
                       MasterFileStatus " - EXCEPTIONS RAISED WITHOUT "
                       "MASTER VALUES"
               END-IF
               PERFORM 2160-READ-XMIT-ROW THRU 2160-EXIT
               PERFORM 2350-CHECK-ONE-ENVELOPE-ROW THRU 2350-EXIT
                   UNTIL NoMoreXmitRows
           END-IF
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2350-CHECK-ONE-ENVELOPE-ROW - one envelope record; detail
      *> rows are numbered from 1 the way the registrar numbers them.
      *>----------------------------------------------------------------
       2350-CHECK-ONE-ENVELOPE-ROW.
           IF XmdRecordType = "D"
               ADD 1 TO EnvelopeRowNumber
               MOVE EnvelopeRowNumber TO AwRowNumber
               READ ACK-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2370-RAISE-ONE-REFUSAL THRU 2370-EXIT
               END-READ
           END-IF
           PERFORM 2160-READ-XMIT-ROW THRU 2160-EXIT
           .
       2350-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2370-RAISE-ONE-REFUSAL - one refused row as an open E005
      *> exception.  The source values come off the applicant master,
      *> as the nightly batch raises its own rejects with them, so a
      *> correction recycles through the same determination; an
      *> applicant no longer on the master carries only the row's DOB
      *> and is marked so on the report.
      *>----------------------------------------------------------------
       2370-RAISE-ONE-REFUSAL.
           IF AckIsForDeltaFile
               MOVE XmdDetailRow(3:10) TO RefusedApplicantId
               MOVE XmdDetailRow(14:8) TO RefusedRowDob
           ELSE
               MOVE XmdDetailRow(1:10) TO RefusedApplicantId
               MOVE XmdDetailRow(11:8) TO RefusedRowDob
           END-IF
           SET MasterRowNotFound TO TRUE
           IF MasterIsOpen
               MOVE RefusedApplicantId TO MstApplicantId
               SET MasterRowFound TO TRUE
               READ APPLICANT-MASTER
                   INVALID KEY
                       SET MasterRowNotFound TO TRUE
               END-READ
           END-IF

           MOVE SPACES TO ExceptionRecord
           MOVE RefusedApplicantId TO ExcApplicantId
           MOVE "E005" TO ExcReasonCode
           IF AwRefusalCode = SPACES AND AwRefusalText = SPACES
               MOVE "REFUSED BY REGISTRAR" TO ExcReasonText
           ELSE
               STRING AwRefusalCode DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AwRefusalText DELIMITED BY SIZE
                   INTO ExcReasonText
           END-IF
           IF MasterRowFound
               MOVE MstApplicantAge TO ExcSourceAge
               MOVE MstApplicantDistrictCode TO ExcSourceDistrict
               MOVE MstApplicantDob TO ExcSourceDob
               MOVE MstApplicantHouseNumber TO ExcSourceHouseNumber
               MOVE MstApplicantStreetName TO ExcSourceStreet
           ELSE
               MOVE RefusedRowDob TO ExcSourceDob
               ADD 1 TO NotOnMasterCount
           END-IF
           MOVE RunDate TO ExcRunDate
           MOVE "O" TO ExcStatus
           WRITE ExceptionRecord
           ADD 1 TO ExceptionsRaisedCount

           SET AwRowMatched TO TRUE
           REWRITE AckWorkRecord
               INVALID KEY
                   DISPLAY "ACKNOWLEDGEMENT WORK ROW NOT REWRITTEN - "
                       AwRowNumber
           END-REWRITE

           MOVE SPACES TO RefusedDetailLine
           MOVE AwRowNumber TO RfdRowNumber
           MOVE RefusedApplicantId TO RfdApplicantId
           MOVE AwRefusalCode TO RfdRefusalCode
           MOVE AwRefusalText TO RfdRefusalText
           IF MasterRowFound
               MOVE "E005 RAISED" TO RfdDisposition
           ELSE
               MOVE "E005 RAISED - NOT ON MASTER" TO RfdDisposition
           END-IF
           MOVE RefusedDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       2370-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2400-REPORT-UNMATCHED - any refused row naming a position the
      *> envelope does not have; nothing can be raised for it.
      *>----------------------------------------------------------------
       2400-REPORT-UNMATCHED.
           IF AckWorkIsOpen
               MOVE LOW-VALUES TO AckWorkRecord
               MOVE 0 TO AwRowNumber
               START ACK-WORK-FILE KEY >= AwRowNumber
                   INVALID KEY
                       SET NoMoreAckWorkRows TO TRUE
               END-START
               PERFORM 2450-CHECK-ONE-WORK-ROW THRU 2450-EXIT
                   UNTIL NoMoreAckWorkRows
           END-IF
           .
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2450-CHECK-ONE-WORK-ROW - one held refusal; still unmatched
      *> after the envelope sweep means the row was not there.
      *>----------------------------------------------------------------
       2450-CHECK-ONE-WORK-ROW.
           READ ACK-WORK-FILE NEXT RECORD
               AT END
                   SET NoMoreAckWorkRows TO TRUE
               NOT AT END
                   IF AwRowUnmatched
                       ADD 1 TO UnmatchedRefusalCount
                       MOVE SPACES TO RefusedDetailLine
                       MOVE AwRowNumber TO RfdRowNumber
                       MOVE AwRefusalCode TO RfdRefusalCode
                       MOVE AwRefusalText TO RfdRefusalText
                       MOVE "ROW NOT ON TRANSMISSION"
                           TO RfdDisposition
                       MOVE RefusedDetailLine TO PrintLineWork
                       PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
                   END-IF
           END-READ
           .
       2450-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2500-MARK-ACKNOWLEDGED - the log row marked acknowledged, with
      *> the registrar's processing date and the counts taken.
      *>----------------------------------------------------------------
       2500-MARK-ACKNOWLEDGED.
           MOVE AckRunTimestamp TO XlRunTimestamp
           MOVE AckFileType TO XlFileType
           READ XMIT-LOG-FILE
               INVALID KEY
                   DISPLAY "TRANSMISSION LOG ROW LOST DURING INTAKE - "
                       "STATUS " XmitLogFileStatus
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   SET XlAcknowledged TO TRUE
                   MOVE AckDate TO XlAckDate
                   MOVE AckAcceptedCount TO XlAcceptedCount
                   MOVE AckRefusedCount TO XlRefusedCount
                   MOVE RunDate TO XlIntakeDate
                   REWRITE XmitLogRecord
                       INVALID KEY
                           DISPLAY "TRANSMISSION LOG ROW NOT MARKED "
                               "ACKNOWLEDGED - STATUS "
                               XmitLogFileStatus
                           MOVE 12 TO RETURN-CODE
                   END-REWRITE
           END-READ
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2600-PRINT-ACK-SUMMARY - rows transmitted, accepted and
      *> refused for the acknowledgement taken.  Rows the registrar
      *> neither accepted nor refused, trailer counts that disagree
      *> with the rows sent, unusable rows and refusals that match no
      *> envelope row all end the run with a warning.
      *>----------------------------------------------------------------
       2600-PRINT-ACK-SUMMARY.
           MOVE 0 TO UnaccountedRowCount
           IF XlRowCount > AckAcceptedCount + AckRefusedCount
               COMPUTE UnaccountedRowCount = XlRowCount
                   - AckAcceptedCount - AckRefusedCount
           END-IF

           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE XlRowCount TO TrailerCountDisplay
           STRING "ROWS TRANSMITTED . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               "  SENT " DELIMITED BY SIZE
               XlTransmitDate DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AckAcceptedCount TO TrailerCountDisplay
           STRING "ROWS ACCEPTED . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AckRefusedCount TO TrailerCountDisplay
           STRING "ROWS REFUSED . . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE UnaccountedRowCount TO TrailerCountDisplay
           STRING "ROWS NOT ACKNOWLEDGED . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ExceptionsRaisedCount TO TrailerCountDisplay
           STRING "E005 EXCEPTIONS RAISED . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE NotOnMasterCount TO TrailerCountDisplay
           STRING "  NOT ON APPLICANT MASTER . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE UnmatchedRefusalCount TO TrailerCountDisplay
           STRING "REFUSALS NOT ON TRANSMISSION . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AckRowErrorCount TO TrailerCountDisplay
           STRING "ACK ROWS NOT USED . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           IF AckTrailerWasSeen
               AND (RegistrarTrailerAccepted NOT = AckAcceptedCount
                   OR RegistrarTrailerRefused NOT = AckRefusedCount)
               MOVE SPACES TO PrintLineWork
               STRING "*** REGISTRAR TRAILER COUNTS DO NOT AGREE "
                   DELIMITED BY SIZE
                   "WITH THE ROWS ***" DELIMITED BY SIZE
                   INTO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF UnaccountedRowCount > 0
               OR UnmatchedRefusalCount > 0
               OR AckRowErrorCount > 0
               OR NotOnMasterCount > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
       2600-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-LIST-OUTSTANDING - every logged transmission still
      *> waiting on its acknowledgement, with the days it has waited;
      *> past the acknowledgement-wait-days parm it is overdue and the
      *> run ends with a warning.
      *>----------------------------------------------------------------
       3000-LIST-OUTSTANDING.
           MOVE LOW-VALUES TO XlLogKey
           START XMIT-LOG-FILE KEY >= XlLogKey
               INVALID KEY
                   SET NoMoreXmitLogRows TO TRUE
           END-START
           PERFORM 3050-CHECK-ONE-TRANSMISSION THRU 3050-EXIT
               UNTIL NoMoreXmitLogRows
           IF AwaitingAckCount = 0
               MOVE "NO TRANSMISSION IS WAITING ON AN ACKNOWLEDGEMENT"
                   TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           IF OverdueAckCount > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3050-CHECK-ONE-TRANSMISSION - one transmission log row.
      *>----------------------------------------------------------------
       3050-CHECK-ONE-TRANSMISSION.
           READ XMIT-LOG-FILE NEXT RECORD
               AT END
                   SET NoMoreXmitLogRows TO TRUE
               NOT AT END
                   ADD 1 TO LoggedTransmissionCount
                   IF XlAwaitingAck
                       PERFORM 3100-PRINT-OUTSTANDING THRU 3100-EXIT
                   END-IF
           END-READ
           .
       3050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-PRINT-OUTSTANDING - one transmission waiting on its
      *> acknowledgement; a row with no usable sent date counts as
      *> overdue.
      *>----------------------------------------------------------------
       3100-PRINT-OUTSTANDING.
           ADD 1 TO AwaitingAckCount
           IF XlTransmitDate IS NUMERIC
               AND XlTransmitDate > 19000101
               AND XlTransmitDate <= RunDate
               COMPUTE SentDayNumber =
                   FUNCTION INTEGER-OF-DATE(XlTransmitDate)
               COMPUTE DaysWaiting = RunDayNumber - SentDayNumber
           ELSE
               MOVE 99999 TO DaysWaiting
           END-IF
           MOVE SPACES TO OutstandingDetailLine
           MOVE XlRunTimestamp TO OsRunTimestamp
           MOVE XlFileType TO OsFileType
           MOVE XlTransmitDate TO OsTransmitDate
           MOVE XlRowCount TO OsRowCount
           MOVE DaysWaiting TO OsDaysWaiting
           IF DaysWaiting > AckWaitDays
               ADD 1 TO OverdueAckCount
               MOVE "*** NO ACKNOWLEDGEMENT - OVERDUE" TO OsStatus
           ELSE
               MOVE "AWAITING ACKNOWLEDGEMENT" TO OsStatus
           END-IF
           MOVE OutstandingDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-REPORT-LINE - the acknowledgement report's
      *> paginated writer.
      *>----------------------------------------------------------------
       7100-PRINT-REPORT-LINE.
           IF ReportLineCount = 0
               OR ReportLineCount >= ReportPageDepth
               PERFORM 7110-START-REPORT-PAGE THRU 7110-EXIT
           END-IF
           WRITE AckReportRecord FROM PrintLineWork
           ADD 1 TO ReportLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-REPORT-PAGE - the acknowledgement report's page
      *> headings, with the column headings of the section printing.
      *>----------------------------------------------------------------
       7110-START-REPORT-PAGE.
           ADD 1 TO ReportPageCount
           IF ReportingAcknowledgement
               MOVE "REGISTRAR ACKNOWLEDGEMENT INTAKE" TO PhTitle
           ELSE
               MOVE "TRANSMISSIONS AWAITING ACKNOWLEDGEMENT" TO PhTitle
           END-IF
           MOVE RunDate TO PhRunDate
           MOVE ReportPageCount TO PhPageNumber
           WRITE AckReportRecord FROM PageHeadingLine
           IF ReportingAcknowledgement
               WRITE AckReportRecord FROM RefusedHeadingLine2
           ELSE
               WRITE AckReportRecord FROM OutstandingHeadingLine2
           END-IF
           WRITE AckReportRecord FROM BlankReportLine
           MOVE 3 TO ReportLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - the run totals, then close out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           IF XmitLogIsOpen
               PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
               CLOSE XMIT-LOG-FILE
           END-IF
           IF MasterIsOpen
               CLOSE APPLICANT-MASTER
           END-IF
           IF AckWorkIsOpen
               CLOSE ACK-WORK-FILE
           END-IF
           IF ExceptionFileIsOpen
               CLOSE EXCEPTION-FILE
           END-IF
           CLOSE ACK-REPORT-FILE
           .
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9010-WRITE-RUN-TOTALS - the totals block, after the
      *> outstanding transmissions on the same page.
      *>----------------------------------------------------------------
       9010-WRITE-RUN-TOTALS.
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE "RUN TOTALS" TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           IF AckIsBeingTaken
               MOVE 1 TO TrailerCountDisplay
           ELSE
               MOVE 0 TO TrailerCountDisplay
           END-IF
           STRING "ACKNOWLEDGEMENTS TAKEN . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ExceptionsRaisedCount TO TrailerCountDisplay
           STRING "E005 EXCEPTIONS RAISED . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE LoggedTransmissionCount TO TrailerCountDisplay
           STRING "TRANSMISSIONS ON LOG . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AwaitingAckCount TO TrailerCountDisplay
           STRING "  AWAITING ACKNOWLEDGEMENT . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE OverdueAckCount TO TrailerCountDisplay
           STRING "  OVERDUE . . . . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE AckWaitDays TO TrailerCountDisplay
           STRING "ACKNOWLEDGEMENT WAIT DAYS . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       9010-EXIT.
           EXIT.

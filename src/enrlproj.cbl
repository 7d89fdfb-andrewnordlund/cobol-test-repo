      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. enrlproj.
       AUTHOR. Andrew Nordlund.
       DATE-WRITTEN.Oct 15, 2026
      *>----------------------------------------------------------------
      *> Modification History
      *>   2026-10-15  AN   New enrollment projection run for the
      *>                    superintendents.  Every applicant on the
      *>                    full-master snapshot is placed twice: as
      *>                    the nightly batch places them today (Age
      *>                    against the cutoffs effective on the run
      *>                    date), and aged forward from DOB to a
      *>                    requested school-year start date against
      *>                    the cutoffs that will be effective on that
      *>                    date - future-dated rows already keyed on
      *>                    DISTRICT-PARM-MASTER included - so a cutoff
      *>                    change keyed for next year shows its
      *>                    enrollment impact before it takes effect.
      *>                    The report is a district-by-grade grid of
      *>                    actual against projected counts with the
      *>                    net change per grade and the number of
      *>                    students aging out of the grades into
      *>                    college, then the same grid shop-wide.
      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROJECTION-PARM-FILE
               ASSIGN TO "PROJPARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPLICANT-FILE ASSIGN TO "MASTERSNAPSHOTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTRICT-PARM-MASTER ASSIGN TO "DISTRICTPARMMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DmParmKey
               FILE STATUS IS ParmMasterFileStatus.
           SELECT ENROLL-WORK-FILE ASSIGN TO "ENROLLWORKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EwEnrollKey
               FILE STATUS IS EnrollWorkFileStatus.
           SELECT PROJECTION-REPORT-FILE
               ASSIGN TO "PROJECTIONREPORTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROJECTION-PARM-FILE.
       01  ProjectionParmRecord.
           05 PpSchoolYearStart        PIC X(08).
           05 PpSchoolYearStartNumeric REDEFINES PpSchoolYearStart
                                       PIC 9(08).

       FD  APPLICANT-FILE.
       01  ApplicantRecord.
           05 ApplicantId             PIC X(10).
           05 ApplicantAge            PIC 99.
           05 ApplicantDistrictCode   PIC X(05).
           05 ApplicantDob            PIC 9(08).
           05 ApplicantHouseNumber    PIC 9(06).
           05 ApplicantStreetName     PIC X(30).

       FD  DISTRICT-PARM-MASTER.
       01  DistParmMasterRecord.
           05 DmParmKey.
               10 DmDistrictCode       PIC X(05).
               10 DmEffectiveDate      PIC 9(08).
           05 DmKindergartenCutoff     PIC 99.
           05 DmCollegeCutoff          PIC 99.

       FD  ENROLL-WORK-FILE.
       01  EnrollWorkRecord.
           05 EwEnrollKey.
               10 EwDistrictCode       PIC X(05).
               10 EwGradeSlot          PIC 99.
                   88 EwIsCollegeIntake VALUE 99.
           05 EwActualCount            PIC 9(07).
           05 EwProjectedCount         PIC 9(07).

       FD  PROJECTION-REPORT-FILE.
       01  ProjectionReportRecord      PIC X(88).

       WORKING-STORAGE SECTION.
       01 EndOfApplicantFile PIC X(1) VALUE "N".
           88 NoMoreApplicants VALUE "Y".
       01 EndOfParmMaster PIC X(1) VALUE "N".
           88 NoMoreParmRows VALUE "Y".
       01 EndOfEnrollWork PIC X(1) VALUE "N".
           88 NoMoreEnrollRows VALUE "Y".
       01 ParmMasterFileStatus PIC X(02) VALUE "00".
       01 EnrollWorkFileStatus PIC X(02) VALUE "00".
       01 WorkFileOpenSwitch PIC X(01) VALUE "N".
           88 WorkFileIsOpen VALUE "Y".
       01 CurrentRowSwitch PIC X(01) VALUE "N".
           88 CurrentRowHeld VALUE "Y".
       01 ProjectedRowSwitch PIC X(01) VALUE "N".
           88 ProjectedRowHeld VALUE "Y".
       01 DistrictBreakSwitch PIC X(01) VALUE "N".
           88 DistrictIsOpen VALUE "Y".
           88 DistrictIsClosed VALUE "N".

       01 RunDate PIC 9(08) VALUE 0.
       01 RunDateParts REDEFINES RunDate.
           05 RunYear                  PIC 9(04).
           05 RunMonthDay              PIC 9(04).
       01 SchoolYearStartDate PIC 9(08) VALUE 0.
       01 SchoolYearStartParts REDEFINES SchoolYearStartDate.
           05 SchoolYearStartYear      PIC 9(04).
           05 SchoolYearStartMonthDay  PIC 9(04).
       01 DobWork PIC 9(08) VALUE 0.
       01 DobWorkParts REDEFINES DobWork.
           05 DobWorkYear              PIC 9(04).
           05 DobWorkMonthDay          PIC 9(04).
       01 SweepDistrictCode PIC X(05) VALUE SPACES.
       01 HeldCurrentKCutoff PIC 99 VALUE 0.
       01 HeldCurrentCCutoff PIC 99 VALUE 0.
       01 HeldProjectedKCutoff PIC 99 VALUE 0.
       01 HeldProjectedCCutoff PIC 99 VALUE 0.

       01 DistrictCutoffTable.
           05 DistrictCutoffEntry OCCURS 1 TO 50 TIMES
               DEPENDING ON DistrictCutoffCount
               INDEXED BY DistrictCutoffIdx.
               10 DctDistrictCode          PIC X(05).
               10 DctCurrentKCutoff        PIC 99.
               10 DctCurrentCCutoff        PIC 99.
               10 DctProjectedKCutoff      PIC 99.
               10 DctProjectedCCutoff      PIC 99.
       01 DistrictCutoffCount PIC 9(03) COMP VALUE 0.
       01 DistrictCutoffFullSwitch PIC X(01) VALUE "N".
           88 DistrictCutoffTableFull VALUE "Y".
       01 CurrentKCutoff PIC 99 VALUE 5.
       01 CurrentCCutoff PIC 99 VALUE 18.
       01 ProjectedKCutoff PIC 99 VALUE 5.
       01 ProjectedCCutoff PIC 99 VALUE 18.

       01 LookupDistrictCode PIC X(05) VALUE SPACES.
       01 LabelGradeSlot PIC 99 VALUE 0.
       01 ProjectedAge PIC S9(03) VALUE 0.
       01 PlacementAge PIC S9(03) VALUE 0.
       01 PlacementKCutoff PIC 99 VALUE 0.
       01 PlacementCCutoff PIC 99 VALUE 0.
       01 PlacementSlot PIC 99 VALUE 0.
       01 PlacementSwitch PIC X(01) VALUE "N".
           88 PlacedInGrades VALUE "G".
           88 PlacedStayHome VALUE "H".
           88 PlacedInCollege VALUE "C".
       01 ActualSwitch PIC X(01) VALUE "N".
           88 ActualInGrades VALUE "G".
           88 ActualStayHome VALUE "H".
           88 ActualInCollege VALUE "C".
       01 ActualSlot PIC 99 VALUE 0.
       01 PostingSlot PIC 99 VALUE 0.
       01 PostingActual PIC 9(01) VALUE 0.
       01 PostingProjected PIC 9(01) VALUE 0.

       01 ShopGradeTable.
           05 ShopGradeEntry OCCURS 20 TIMES.
               10 SgActualCount            PIC 9(07) COMP.
               10 SgProjectedCount         PIC 9(07) COMP.
       01 ShopGradeSlot PIC 9(03) COMP VALUE 0.
       01 ShopCollegeIntakeCount PIC 9(07) COMP VALUE 0.
       01 ShopActualTotal PIC 9(07) COMP VALUE 0.
       01 ShopProjectedTotal PIC 9(07) COMP VALUE 0.
       01 CurrentDistrictCode PIC X(05) VALUE SPACES.
       01 DistActualTotal PIC 9(07) COMP VALUE 0.
       01 DistProjectedTotal PIC 9(07) COMP VALUE 0.
       01 NetChange PIC S9(07) VALUE 0.

       01 ApplicantReadCount PIC 9(07) COMP VALUE 0.
       01 UnplaceableCount PIC 9(07) COMP VALUE 0.
       01 ActualStayHomeCount PIC 9(07) COMP VALUE 0.
       01 ProjectedStayHomeCount PIC 9(07) COMP VALUE 0.
       01 ActualCollegeCount PIC 9(07) COMP VALUE 0.
       01 ProjectedCollegeCount PIC 9(07) COMP VALUE 0.
       01 DistrictsReportedCount PIC 9(05) COMP VALUE 0.
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

       01 ProjectionHeadingLine2.
           05 FILLER                  PIC X(10) VALUE "DISTRICT".
           05 FILLER                  PIC X(18) VALUE "GRADE".
           05 FILLER                  PIC X(11) VALUE "    ACTUAL".
           05 FILLER                  PIC X(11) VALUE " PROJECTED".
           05 FILLER                  PIC X(38) VALUE "  NET CHANGE".
       01 DistrictCutoffLine.
           05 FILLER                  PIC X(09) VALUE "DISTRICT ".
           05 DclDistrictCode          PIC X(05).
           05 FILLER                  PIC X(17) VALUE
               "   CUTOFFS NOW K ".
           05 DclCurrentKCutoff        PIC 99.
           05 FILLER                  PIC X(03) VALUE " C ".
           05 DclCurrentCCutoff        PIC 99.
           05 FILLER                  PIC X(05) VALUE "   ON".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DclStartDate             PIC 9(08).
           05 FILLER                  PIC X(03) VALUE " K ".
           05 DclProjectedKCutoff      PIC 99.
           05 FILLER                  PIC X(03) VALUE " C ".
           05 DclProjectedCCutoff      PIC 99.
           05 FILLER                  PIC X(26) VALUE SPACES.
       01 ProjectionDetailLine.
           05 PjdDistrictCode          PIC X(05).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 PjdGradeLabel            PIC X(18).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 PjdActualCount           PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 PjdProjectedCount        PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 PjdNetChange             PIC -ZZZZZZ9.
           05 FILLER                  PIC X(27) VALUE SPACES.
       01 GradeLabelWork.
           05 FILLER                  PIC X(06) VALUE "GRADE ".
           05 GlwGradeNumber           PIC Z9.
           05 FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
               THRU 1000-EXIT
           PERFORM 2000-PLACE-APPLICANTS
               THRU 2000-EXIT
               UNTIL NoMoreApplicants
           IF WorkFileIsOpen
               PERFORM 3000-PRINT-PROJECTION THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE-RUN
               THRU 9000-EXIT
           STOP RUN.

      *>----------------------------------------------------------------
      *> 1000-INITIALIZE-RUN - pick up the school-year start date, load
      *> both sets of district cutoffs, build the enrollment work file
      *> fresh and prime the AT END driven snapshot loop.  A work file
      *> that will not open projects nothing and ends the run fatal.
      *>----------------------------------------------------------------
       1000-INITIALIZE-RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           INITIALIZE ShopGradeTable
           PERFORM 1030-READ-PROJECTION-PARM THRU 1030-EXIT
           PERFORM 1040-LOAD-DISTRICT-CUTOFFS THRU 1040-EXIT
           OPEN OUTPUT ENROLL-WORK-FILE
           IF EnrollWorkFileStatus = "00"
               CLOSE ENROLL-WORK-FILE
               OPEN I-O ENROLL-WORK-FILE
           END-IF
           IF EnrollWorkFileStatus = "00"
               SET WorkFileIsOpen TO TRUE
           ELSE
               DISPLAY "ENROLLMENT WORK FILE OPEN FAILED - STATUS "
                   EnrollWorkFileStatus " - RUN FLAGGED FATAL"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT PROJECTION-REPORT-FILE
           OPEN INPUT APPLICANT-FILE
           IF WorkFileIsOpen
               PERFORM 2100-READ-APPLICANT THRU 2100-EXIT
           ELSE
               SET NoMoreApplicants TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1030-READ-PROJECTION-PARM - the school-year start date off the
      *> one control card.  A missing card, or a date not after the run
      *> date, defaults to the next September 1 with a console note.
      *>----------------------------------------------------------------
       1030-READ-PROJECTION-PARM.
           MOVE 0 TO SchoolYearStartDate
           OPEN INPUT PROJECTION-PARM-FILE
           READ PROJECTION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PpSchoolYearStart IS NUMERIC
                       MOVE PpSchoolYearStartNumeric
                           TO SchoolYearStartDate
                   END-IF
           END-READ
           CLOSE PROJECTION-PARM-FILE
           IF SchoolYearStartDate NOT > RunDate
               IF RunMonthDay < 0901
                   MOVE RunYear TO SchoolYearStartYear
               ELSE
                   COMPUTE SchoolYearStartYear = RunYear + 1
               END-IF
               MOVE 0901 TO SchoolYearStartMonthDay
               DISPLAY "NO USABLE SCHOOL-YEAR START DATE SUPPLIED - "
                   "DEFAULTING TO " SchoolYearStartDate
           END-IF
           .
       1030-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1040-LOAD-DISTRICT-CUTOFFS - sweep the keyed parm master once
      *> in key order (district, then effective date ascending) the
      *> way its maintenance run extracts it, holding per district
      *> the latest row effective on the run date and the latest row
      *> effective on the school-year start date.  A district with no
      *> row effective on a date uses the default cutoffs on it.  With
      *> no parm master every district projects on the defaults, and
      *> the run is flagged with a warning.
      *>----------------------------------------------------------------
       1040-LOAD-DISTRICT-CUTOFFS.
           MOVE 0 TO DistrictCutoffCount
           OPEN INPUT DISTRICT-PARM-MASTER
           IF ParmMasterFileStatus NOT = "00"
               DISPLAY "DISTRICT PARM MASTER OPEN FAILED - STATUS "
                   ParmMasterFileStatus " - ALL DISTRICTS USE THE "
                   "DEFAULT CUTOFFS - RUN FLAGGED WITH WARNINGS"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO SweepDistrictCode
               MOVE LOW-VALUES TO DmParmKey
               START DISTRICT-PARM-MASTER KEY >= DmParmKey
                   INVALID KEY
                       SET NoMoreParmRows TO TRUE
               END-START
               IF NOT NoMoreParmRows
                   PERFORM 1045-READ-PARM-ROW THRU 1045-EXIT
                   PERFORM 1050-SWEEP-ONE-PARM-ROW THRU 1050-EXIT
                       UNTIL NoMoreParmRows
               END-IF
               PERFORM 1060-FLUSH-HELD-DISTRICT THRU 1060-EXIT
               CLOSE DISTRICT-PARM-MASTER
           END-IF
           .
       1040-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1045-READ-PARM-ROW - sequential READ NEXT of the keyed parm
      *> master; AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       1045-READ-PARM-ROW.
           READ DISTRICT-PARM-MASTER NEXT RECORD
               AT END
                   SET NoMoreParmRows TO TRUE
           END-READ
           .
       1045-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1050-SWEEP-ONE-PARM-ROW - one parm row into the control break:
      *> a new district flushes the previous one first; a row effective
      *> on or before each date replaces the row held for that date.
      *>----------------------------------------------------------------
       1050-SWEEP-ONE-PARM-ROW.
           IF DmDistrictCode NOT = SweepDistrictCode
               PERFORM 1060-FLUSH-HELD-DISTRICT THRU 1060-EXIT
               MOVE DmDistrictCode TO SweepDistrictCode
           END-IF
           IF DmEffectiveDate <= RunDate
               SET CurrentRowHeld TO TRUE
               MOVE DmKindergartenCutoff TO HeldCurrentKCutoff
               MOVE DmCollegeCutoff TO HeldCurrentCCutoff
           END-IF
           IF DmEffectiveDate <= SchoolYearStartDate
               SET ProjectedRowHeld TO TRUE
               MOVE DmKindergartenCutoff TO HeldProjectedKCutoff
               MOVE DmCollegeCutoff TO HeldProjectedCCutoff
           END-IF
           PERFORM 1045-READ-PARM-ROW THRU 1045-EXIT
           .
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 1060-FLUSH-HELD-DISTRICT - the district just completed into
      *> the next cutoff table slot.  The table holds 50 districts, as
      *> the nightly batch's does; districts past that use the default
      *> cutoffs and the run is flagged with a warning.
      *>----------------------------------------------------------------
       1060-FLUSH-HELD-DISTRICT.
           IF CurrentRowHeld OR ProjectedRowHeld
               IF DistrictCutoffCount >= 50
                   IF NOT DistrictCutoffTableFull
                       SET DistrictCutoffTableFull TO TRUE
                       DISPLAY "DISTRICT CUTOFF TABLE FULL - PARMS "
                           "PAST 50 DISTRICTS USE THE DEFAULT "
                           "CUTOFFS - RUN FLAGGED WITH WARNINGS"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO DistrictCutoffCount
                   SET DistrictCutoffIdx TO DistrictCutoffCount
                   MOVE SweepDistrictCode
                       TO DctDistrictCode(DistrictCutoffIdx)
                   MOVE 5 TO DctCurrentKCutoff(DistrictCutoffIdx)
                   MOVE 18 TO DctCurrentCCutoff(DistrictCutoffIdx)
                   MOVE 5 TO DctProjectedKCutoff(DistrictCutoffIdx)
                   MOVE 18 TO DctProjectedCCutoff(DistrictCutoffIdx)
                   IF CurrentRowHeld
                       MOVE HeldCurrentKCutoff
                           TO DctCurrentKCutoff(DistrictCutoffIdx)
                       MOVE HeldCurrentCCutoff
                           TO DctCurrentCCutoff(DistrictCutoffIdx)
                   END-IF
                   IF ProjectedRowHeld
                       MOVE HeldProjectedKCutoff
                           TO DctProjectedKCutoff(DistrictCutoffIdx)
                       MOVE HeldProjectedCCutoff
                           TO DctProjectedCCutoff(DistrictCutoffIdx)
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO CurrentRowSwitch
           MOVE "N" TO ProjectedRowSwitch
           .
       1060-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2000-PLACE-APPLICANTS - one snapshot applicant placed today
      *> and on the school-year start date, both placements posted to
      *> the district's grade rows on the work file.  An applicant
      *> whose Age or DOB will not support a placement is counted and
      *> skipped, as the nightly batch rejects it.
      *>----------------------------------------------------------------
       2000-PLACE-APPLICANTS.
           IF ApplicantAge IS NOT NUMERIC
               OR ApplicantDob IS NOT NUMERIC
               OR ApplicantDob = 0
               OR ApplicantDob > SchoolYearStartDate
               ADD 1 TO UnplaceableCount
           ELSE
               MOVE ApplicantDistrictCode TO LookupDistrictCode
               PERFORM 2050-LOOKUP-DISTRICT-CUTOFFS THRU 2050-EXIT

               MOVE ApplicantAge TO PlacementAge
               MOVE CurrentKCutoff TO PlacementKCutoff
               MOVE CurrentCCutoff TO PlacementCCutoff
               PERFORM 2200-PLACE-BY-AGE THRU 2200-EXIT
               MOVE PlacementSwitch TO ActualSwitch
               MOVE PlacementSlot TO ActualSlot

               MOVE ApplicantDob TO DobWork
               COMPUTE ProjectedAge =
                   SchoolYearStartYear - DobWorkYear
               IF SchoolYearStartMonthDay < DobWorkMonthDay
                   SUBTRACT 1 FROM ProjectedAge
               END-IF
               MOVE ProjectedAge TO PlacementAge
               MOVE ProjectedKCutoff TO PlacementKCutoff
               MOVE ProjectedCCutoff TO PlacementCCutoff
               PERFORM 2200-PLACE-BY-AGE THRU 2200-EXIT

               PERFORM 2300-POST-PLACEMENTS THRU 2300-EXIT
           END-IF
           PERFORM 2100-READ-APPLICANT THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2050-LOOKUP-DISTRICT-CUTOFFS - this applicant's district's
      *> cutoffs for today and for the start date; the defaults when
      *> the district has none.
      *>----------------------------------------------------------------
       2050-LOOKUP-DISTRICT-CUTOFFS.
           MOVE 5 TO CurrentKCutoff
           MOVE 18 TO CurrentCCutoff
           MOVE 5 TO ProjectedKCutoff
           MOVE 18 TO ProjectedCCutoff
           IF DistrictCutoffCount > 0
               SET DistrictCutoffIdx TO 1
               SEARCH DistrictCutoffEntry
                   AT END
                       CONTINUE
                   WHEN DctDistrictCode(DistrictCutoffIdx)
                           = LookupDistrictCode
                       MOVE DctCurrentKCutoff(DistrictCutoffIdx)
                           TO CurrentKCutoff
                       MOVE DctCurrentCCutoff(DistrictCutoffIdx)
                           TO CurrentCCutoff
                       MOVE DctProjectedKCutoff(DistrictCutoffIdx)
                           TO ProjectedKCutoff
                       MOVE DctProjectedCCutoff(DistrictCutoffIdx)
                           TO ProjectedCCutoff
               END-SEARCH
           END-IF
           .
       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2100-READ-APPLICANT - single read of the next snapshot row;
      *> AT END sets the loop-control 88-level.
      *>----------------------------------------------------------------
       2100-READ-APPLICANT.
           READ APPLICANT-FILE
               AT END
                   SET NoMoreApplicants TO TRUE
               NOT AT END
                   ADD 1 TO ApplicantReadCount
           END-READ
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2200-PLACE-BY-AGE - the nightly batch's placement rule, for
      *> the staged age and cutoffs: under the kindergarten cutoff
      *> stays home, at it is kindergarten (slot 0), between the
      *> cutoffs is Grade = Age - KindergartenCutoff, at or over the
      *> college cutoff is college.
      *>----------------------------------------------------------------
       2200-PLACE-BY-AGE.
           MOVE 0 TO PlacementSlot
           EVALUATE TRUE
               WHEN PlacementAge < PlacementKCutoff
                   SET PlacedStayHome TO TRUE
               WHEN PlacementAge >= PlacementCCutoff
                   SET PlacedInCollege TO TRUE
               WHEN OTHER
                   SET PlacedInGrades TO TRUE
                   COMPUTE PlacementSlot =
                       PlacementAge - PlacementKCutoff
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2300-POST-PLACEMENTS - today's placement to its grade row's
      *> actual count and the start-date placement to its grade row's
      *> projected count, on the work file and the shop-wide table.
      *> A student in the grades today who projects into college is
      *> also posted to the district's college-intake row.
      *>----------------------------------------------------------------
       2300-POST-PLACEMENTS.
           EVALUATE TRUE
               WHEN ActualInGrades
                   MOVE ActualSlot TO PostingSlot
                   MOVE 1 TO PostingActual
                   MOVE 0 TO PostingProjected
                   PERFORM 2350-POST-ONE-ROW THRU 2350-EXIT
                   COMPUTE ShopGradeSlot = ActualSlot + 1
                   ADD 1 TO SgActualCount(ShopGradeSlot)
               WHEN ActualStayHome
                   ADD 1 TO ActualStayHomeCount
               WHEN OTHER
                   ADD 1 TO ActualCollegeCount
           END-EVALUATE
           EVALUATE TRUE
               WHEN PlacedInGrades
                   MOVE PlacementSlot TO PostingSlot
                   MOVE 0 TO PostingActual
                   MOVE 1 TO PostingProjected
                   PERFORM 2350-POST-ONE-ROW THRU 2350-EXIT
                   COMPUTE ShopGradeSlot = PlacementSlot + 1
                   ADD 1 TO SgProjectedCount(ShopGradeSlot)
               WHEN PlacedStayHome
                   ADD 1 TO ProjectedStayHomeCount
               WHEN OTHER
                   ADD 1 TO ProjectedCollegeCount
                   IF ActualInGrades
                       MOVE 99 TO PostingSlot
                       MOVE 0 TO PostingActual
                       MOVE 1 TO PostingProjected
                       PERFORM 2350-POST-ONE-ROW THRU 2350-EXIT
                       ADD 1 TO ShopCollegeIntakeCount
                   END-IF
           END-EVALUATE
           .
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 2350-POST-ONE-ROW - add the staged counts to one district /
      *> grade row, creating it the first time it is posted.
      *>----------------------------------------------------------------
       2350-POST-ONE-ROW.
           MOVE ApplicantDistrictCode TO EwDistrictCode
           MOVE PostingSlot TO EwGradeSlot
           READ ENROLL-WORK-FILE
               INVALID KEY
                   MOVE ApplicantDistrictCode TO EwDistrictCode
                   MOVE PostingSlot TO EwGradeSlot
                   MOVE PostingActual TO EwActualCount
                   MOVE PostingProjected TO EwProjectedCount
                   WRITE EnrollWorkRecord
               NOT INVALID KEY
                   ADD PostingActual TO EwActualCount
                   ADD PostingProjected TO EwProjectedCount
                   REWRITE EnrollWorkRecord
           END-READ
           .
       2350-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3000-PRINT-PROJECTION - sweep the work file in key order
      *> (district, then grade) into the grid: each district opens
      *> with its cutoffs today and on the start date and closes with
      *> its total; the shop-wide grid follows the last district.
      *>----------------------------------------------------------------
       3000-PRINT-PROJECTION.
           MOVE LOW-VALUES TO EwEnrollKey
           START ENROLL-WORK-FILE KEY >= EwEnrollKey
               INVALID KEY
                   SET NoMoreEnrollRows TO TRUE
           END-START
           PERFORM 3100-PRINT-ONE-ROW THRU 3100-EXIT
               UNTIL NoMoreEnrollRows
           IF DistrictIsOpen
               PERFORM 3300-CLOSE-DISTRICT THRU 3300-EXIT
           END-IF
           PERFORM 3500-PRINT-SHOP-GRID THRU 3500-EXIT
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3100-PRINT-ONE-ROW - the next district / grade row onto the
      *> grid.
      *>----------------------------------------------------------------
       3100-PRINT-ONE-ROW.
           READ ENROLL-WORK-FILE NEXT RECORD
               AT END
                   SET NoMoreEnrollRows TO TRUE
           END-READ
           IF NOT NoMoreEnrollRows
               IF DistrictIsClosed
                   OR EwDistrictCode NOT = CurrentDistrictCode
                   IF DistrictIsOpen
                       PERFORM 3300-CLOSE-DISTRICT THRU 3300-EXIT
                   END-IF
                   PERFORM 3200-OPEN-DISTRICT THRU 3200-EXIT
               END-IF
               MOVE SPACES TO ProjectionDetailLine
               MOVE EwDistrictCode TO PjdDistrictCode
               IF EwIsCollegeIntake
                   MOVE "AGING INTO COLLEGE" TO PjdGradeLabel
                   MOVE EwProjectedCount TO PjdProjectedCount
               ELSE
                   MOVE EwGradeSlot TO LabelGradeSlot
                   PERFORM 3150-LABEL-GRADE THRU 3150-EXIT
                   MOVE EwActualCount TO PjdActualCount
                   MOVE EwProjectedCount TO PjdProjectedCount
                   COMPUTE NetChange =
                       EwProjectedCount - EwActualCount
                   MOVE NetChange TO PjdNetChange
                   ADD EwActualCount TO DistActualTotal
                   ADD EwProjectedCount TO DistProjectedTotal
               END-IF
               MOVE ProjectionDetailLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3150-LABEL-GRADE - KINDERGARTEN for slot 0, GRADE nn after.
      *>----------------------------------------------------------------
       3150-LABEL-GRADE.
           IF LabelGradeSlot = 0
               MOVE "KINDERGARTEN" TO PjdGradeLabel
           ELSE
               MOVE LabelGradeSlot TO GlwGradeNumber
               MOVE GradeLabelWork TO PjdGradeLabel
           END-IF
           .
       3150-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3200-OPEN-DISTRICT - the district's cutoffs line: today's and
      *> those effective on the school-year start date.
      *>----------------------------------------------------------------
       3200-OPEN-DISTRICT.
           MOVE EwDistrictCode TO CurrentDistrictCode
           SET DistrictIsOpen TO TRUE
           ADD 1 TO DistrictsReportedCount
           MOVE 0 TO DistActualTotal
           MOVE 0 TO DistProjectedTotal
           MOVE EwDistrictCode TO LookupDistrictCode
           PERFORM 2050-LOOKUP-DISTRICT-CUTOFFS THRU 2050-EXIT
           MOVE EwDistrictCode TO DclDistrictCode
           IF EwDistrictCode = SPACES
               MOVE "NONE" TO DclDistrictCode
           END-IF
           MOVE CurrentKCutoff TO DclCurrentKCutoff
           MOVE CurrentCCutoff TO DclCurrentCCutoff
           MOVE SchoolYearStartDate TO DclStartDate
           MOVE ProjectedKCutoff TO DclProjectedKCutoff
           MOVE ProjectedCCutoff TO DclProjectedCCutoff
           MOVE DistrictCutoffLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3300-CLOSE-DISTRICT - the district's total enrolled in the
      *> grades, actual against projected, and a blank line.
      *>----------------------------------------------------------------
       3300-CLOSE-DISTRICT.
           MOVE SPACES TO ProjectionDetailLine
           MOVE CurrentDistrictCode TO PjdDistrictCode
           MOVE "DISTRICT TOTAL" TO PjdGradeLabel
           MOVE DistActualTotal TO PjdActualCount
           MOVE DistProjectedTotal TO PjdProjectedCount
           COMPUTE NetChange = DistProjectedTotal - DistActualTotal
           MOVE NetChange TO PjdNetChange
           MOVE ProjectionDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           SET DistrictIsClosed TO TRUE
           .
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3500-PRINT-SHOP-GRID - every district together, grade by
      *> grade, from the shop-wide table.
      *>----------------------------------------------------------------
       3500-PRINT-SHOP-GRID.
           MOVE "ALL DISTRICTS" TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE 0 TO ShopActualTotal
           MOVE 0 TO ShopProjectedTotal
           PERFORM 3550-PRINT-SHOP-GRADE THRU 3550-EXIT
               VARYING ShopGradeSlot FROM 1 BY 1
               UNTIL ShopGradeSlot > 20
           MOVE SPACES TO ProjectionDetailLine
           MOVE "ALL" TO PjdDistrictCode
           MOVE "AGING INTO COLLEGE" TO PjdGradeLabel
           MOVE ShopCollegeIntakeCount TO PjdProjectedCount
           MOVE ProjectionDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE SPACES TO ProjectionDetailLine
           MOVE "ALL" TO PjdDistrictCode
           MOVE "SHOP TOTAL" TO PjdGradeLabel
           MOVE ShopActualTotal TO PjdActualCount
           MOVE ShopProjectedTotal TO PjdProjectedCount
           COMPUTE NetChange = ShopProjectedTotal - ShopActualTotal
           MOVE NetChange TO PjdNetChange
           MOVE ProjectionDetailLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       3500-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 3550-PRINT-SHOP-GRADE - one shop-wide grade row; a grade with
      *> nobody in it either year is left off.
      *>----------------------------------------------------------------
       3550-PRINT-SHOP-GRADE.
           IF SgActualCount(ShopGradeSlot) > 0
               OR SgProjectedCount(ShopGradeSlot) > 0
               MOVE SPACES TO ProjectionDetailLine
               MOVE "ALL" TO PjdDistrictCode
               COMPUTE LabelGradeSlot = ShopGradeSlot - 1
               PERFORM 3150-LABEL-GRADE THRU 3150-EXIT
               MOVE SgActualCount(ShopGradeSlot) TO PjdActualCount
               MOVE SgProjectedCount(ShopGradeSlot)
                   TO PjdProjectedCount
               COMPUTE NetChange = SgProjectedCount(ShopGradeSlot)
                   - SgActualCount(ShopGradeSlot)
               MOVE NetChange TO PjdNetChange
               ADD SgActualCount(ShopGradeSlot) TO ShopActualTotal
               ADD SgProjectedCount(ShopGradeSlot)
                   TO ShopProjectedTotal
               MOVE ProjectionDetailLine TO PrintLineWork
               PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           END-IF
           .
       3550-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7100-PRINT-REPORT-LINE - the projection's paginated writer:
      *> title, run date, page number and column headings at the top
      *> of every page, the pattern the nightly batch's reports use.
      *>----------------------------------------------------------------
       7100-PRINT-REPORT-LINE.
           IF ReportLineCount = 0
               OR ReportLineCount >= ReportPageDepth
               PERFORM 7110-START-REPORT-PAGE THRU 7110-EXIT
           END-IF
           WRITE ProjectionReportRecord FROM PrintLineWork
           ADD 1 TO ReportLineCount
           .
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 7110-START-REPORT-PAGE - the projection's page headings.
      *>----------------------------------------------------------------
       7110-START-REPORT-PAGE.
           ADD 1 TO ReportPageCount
           MOVE SPACES TO PhTitle
           STRING "ENROLLMENT PROJECTION FOR " DELIMITED BY SIZE
               SchoolYearStartDate DELIMITED BY SIZE
               INTO PhTitle
           MOVE RunDate TO PhRunDate
           MOVE ReportPageCount TO PhPageNumber
           WRITE ProjectionReportRecord FROM PageHeadingLine
           WRITE ProjectionReportRecord FROM ProjectionHeadingLine2
           WRITE ProjectionReportRecord FROM BlankReportLine
           MOVE 3 TO ReportLineCount
           .
       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9000-TERMINATE-RUN - the totals block on the back of the
      *> report, then close everything out.
      *>----------------------------------------------------------------
       9000-TERMINATE-RUN.
           PERFORM 9010-WRITE-RUN-TOTALS THRU 9010-EXIT
           CLOSE APPLICANT-FILE
           CLOSE PROJECTION-REPORT-FILE
           IF WorkFileIsOpen
               CLOSE ENROLL-WORK-FILE
           END-IF
           .
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------
      *> 9010-WRITE-RUN-TOTALS - the totals block on the back of the
      *> report: every applicant read is placed or unplaceable, and
      *> each placement is stay-home, in the grades or college.
      *>----------------------------------------------------------------
       9010-WRITE-RUN-TOTALS.
           MOVE BlankReportLine TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           MOVE "RUN TOTALS" TO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ApplicantReadCount TO TrailerCountDisplay
           STRING "APPLICANTS READ . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE UnplaceableCount TO TrailerCountDisplay
           STRING "UNPLACEABLE (AGE OR DOB) . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE DistrictsReportedCount TO TrailerCountDisplay
           STRING "DISTRICTS REPORTED . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ActualStayHomeCount TO TrailerCountDisplay
           STRING "STAY HOME - ACTUAL . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ProjectedStayHomeCount TO TrailerCountDisplay
           STRING "STAY HOME - PROJECTED . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ActualCollegeCount TO TrailerCountDisplay
           STRING "COLLEGE - ACTUAL . . . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT

           MOVE SPACES TO PrintLineWork
           MOVE ProjectedCollegeCount TO TrailerCountDisplay
           STRING "COLLEGE - PROJECTED . . . . . " DELIMITED BY SIZE
               TrailerCountDisplay DELIMITED BY SIZE
               INTO PrintLineWork
           PERFORM 7100-PRINT-REPORT-LINE THRU 7100-EXIT
           .
       9010-EXIT.
           EXIT.

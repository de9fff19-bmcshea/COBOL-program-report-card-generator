      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program evaluates satisfactory academic progress
      *          for financial aid at the end of the posting term.
      *          Every enrolled student with units attempted here is
      *          measured on cumulative GPA from the grade-history
      *          file, on pace (units earned over units attempted,
      *          course by course from the course grade file), and on
      *          maximum timeframe (attempted units against a percent
      *          of the major's required units).  Accepted transfer
      *          units count toward pace and timeframe but never the
      *          GPA.  The status from the prior SAP run is carried
      *          forward so a second failing term moves a student
      *          from warning to suspension, and an approved appeal
      *          turns a suspension into probation on appeal.  A SAP
      *          status record is written for every student measured
      *          and the review list shows every student not meeting
      *          progress or whose status has changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8SAP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUMAST   ASSIGN TO "STUMAST.DAT".
           SELECT GRADEHIST ASSIGN TO "GRADEHIST.DAT".
           SELECT COURSEGR  ASSIGN TO "COURSEGR.DAT".
           SELECT GRADESCL  ASSIGN TO "GRADESCL.DAT".
           SELECT TRANSFCR  ASSIGN TO "TRANSFCR.DAT".
           SELECT MAJORREQ  ASSIGN TO "MAJORREQ.DAT".
           SELECT POSTCTL   ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT SAPCTL    ASSIGN TO "SAPCTL.DAT"
               FILE STATUS IS SAPCTL-STATUS.
           SELECT OPTIONAL SAPPRIOR ASSIGN TO "SAPPRIOR.DAT"
               FILE STATUS IS SAPPRIOR-STATUS.
           SELECT OPTIONAL SAPAPPL  ASSIGN TO "SAPAPPL.DAT"
               FILE STATUS IS SAPAPPL-STATUS.
           SELECT SAPSTAT   ASSIGN TO "SAPSTAT.DAT".
           SELECT SAPRPT    ASSIGN TO "SAPRPT.PRN".

       DATA DIVISION.

       FILE SECTION.

       FD  STUMAST.

       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID                   PIC 9(9).
           05  SM-STUDENT-STATUS               PIC X.
               88  ENROLLED                    VALUE "E".
               88  INACTIVE                    VALUE "I".
               88  GRADUATED                   VALUE "G".
           05  SM-STUDENT-NAME-AND-ADDRESS.
               10  SM-STUDENT-NAME             PIC X(25).
               10  SM-DATE-OF-BIRTH.
                   15  SM-DOB-YEAR             PIC 9(4).
                   15  SM-DOB-MONTH            PIC 9(2).
                   15  SM-DOB-DAY              PIC 9(2).
               10  SM-STUDENT-ADDRESS          PIC X(25).
               10  SM-STUDENT-CITY             PIC X(11).
               10  SM-STUDENT-STATE            PIC X(2).
               10  SM-STUDENT-ZIP-CODE         PIC 9(5).
               10  SM-STUDENT-ZIP-CODE-EXT     PIC 9(4).
           05  SM-STUDENT-PROGRESS-SUMMARY.
               10  SM-CLASS-STANDING           PIC 9.
               10  SM-MAJOR                    PIC X(4).
               10  SM-UNITS-COMPLETED          PIC 9(3).
               10  SM-TOTAL-GRADE-POINTS       PIC 9(3).
               10  SM-UNITS-IN-PROGRESS        PIC 9(3).
      *
       01  STUMAST-HEADER-RECORD.
           05  SH-RECORD-ID                    PIC 9(9).
           05  SH-RECORD-TYPE                  PIC X.
           05  SH-EXTRACT-DATE                 PIC 9(8).
           05  FILLER                          PIC X(86).
      *
       01  STUMAST-TRAILER-RECORD.
           05  ST-RECORD-ID                    PIC 9(9).
           05  ST-RECORD-TYPE                  PIC X.
           05  ST-EXTRACT-DATE                 PIC 9(8).
           05  ST-RECORD-COUNT                 PIC 9(9).
           05  FILLER                          PIC X(77).
      *
       FD  GRADEHIST.
      *
      *    ONE RECORD PER STUDENT PER TERM, IN ASCENDING STUDENT ID
      *    AND TERM CODE ORDER.
       01  GRADE-HISTORY-RECORD.
           05  GH-STUDENT-ID           PIC 9(9).
           05  GH-TERM-CODE            PIC 9(6).
           05  GH-TERM-UNITS           PIC 9(3).
           05  GH-TERM-GRADE-POINTS    PIC 9(3).
           05  FILLER                  PIC X(9).
      *
      *    ONE RECORD PER STUDENT PER TERM PER COURSE, IN ASCENDING
      *    STUDENT ID AND TERM CODE ORDER.  EVERY ATTEMPT IS HERE,
      *    INCLUDING WITHDRAWALS, INCOMPLETES, AND REPEATS, SO IT IS
      *    THE SOURCE OF UNITS ATTEMPTED AND EARNED FOR PACE.
       FD  COURSEGR.
      *
       01  COURSE-GRADE-RECORD.
           05  CG-STUDENT-ID           PIC 9(9).
           05  CG-TERM-CODE            PIC 9(6).
           05  CG-COURSE-ID            PIC X(8).
           05  CG-SECTION              PIC X(3).
           05  CG-UNITS                PIC 9(2).
           05  CG-LETTER-GRADE         PIC X(2).
               88  CG-NON-GPA-GRADE           VALUE "I " "W " "P "
                                                    "NP".
           05  FILLER                  PIC X(50).
      *
      *    ONE RECORD PER LETTER GRADE THAT CARRIES GRADE POINTS.
      *    THE NON-GPA GRADES ARE NOT CARRIED ON THE SCALE.
       FD  GRADESCL.
      *
       01  GRADE-SCALE-RECORD.
           05  SC-LETTER-GRADE         PIC X(2).
           05  SC-GRADE-POINTS         PIC 9V9.
           05  FILLER                  PIC X(76).
      *
      *    ONE RECORD PER ACCEPTED TRANSFER FROM A SENDING
      *    INSTITUTION, IN ASCENDING STUDENT ID ORDER.  TRANSFER
      *    UNITS ARE BOTH ATTEMPTED AND EARNED FOR PACE AND
      *    TIMEFRAME AND NEVER ENTER THE GPA.
       FD  TRANSFCR.
      *
       01  TRANSFER-CREDIT-RECORD.
           05  TC-STUDENT-ID            PIC 9(9).
           05  TC-ACCEPTED-UNITS        PIC 9(3).
           05  TC-SENDING-INSTITUTION   PIC X(25).
           05  FILLER                   PIC X(43).
      *
       FD  MAJORREQ.
      *
       01  MAJOR-REQUIREMENT-RECORD.
           05  MR-MAJOR                 PIC X(4).
           05  MR-REQUIRED-UNITS        PIC 9(3).
           05  MR-MAJOR-DESCRIPTION     PIC X(25).
           05  FILLER                   PIC X(48).
      *
      *    THE POSTING TERM CARD NAMES THE TERM BEING EVALUATED.
      *    HISTORY AND COURSES AFTER IT ARE NOT COUNTED.
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
       FD  SAPCTL.
      *
       01  SAP-CONTROL-RECORD.
           05  SAC-MINIMUM-GPA         PIC 9V99.
           05  SAC-MINIMUM-PACE        PIC 9(3).
           05  SAC-TIMEFRAME-PERCENT   PIC 9(3).
           05  FILLER                  PIC X(71).
      *
      *    THE STATUS FILE WRITTEN BY THE PRIOR TERM'S RUN, IN
      *    ASCENDING STUDENT ID ORDER.  IT IS OPTIONAL SO THE FIRST
      *    EVALUATION STARTS EVERY STUDENT FROM MEETS.
       FD  SAPPRIOR.
      *
       01  SAP-PRIOR-RECORD.
           05  SP-STUDENT-ID           PIC 9(9).
           05  SP-TERM-CODE            PIC 9(6).
           05  SP-SAP-STATUS           PIC X.
           05  SP-PRIOR-STATUS         PIC X.
           05  FILLER                  PIC X(63).
      *
      *    ONE RECORD PER APPEAL DECIDED BY THE AID OFFICE, IN
      *    ASCENDING STUDENT ID ORDER.  AN APPEAL APPLIES ONLY TO
      *    THE TERM IT NAMES.
       FD  SAPAPPL.
      *
       01  SAP-APPEAL-RECORD.
           05  SA-STUDENT-ID           PIC 9(9).
           05  SA-TERM-CODE            PIC 9(6).
           05  SA-DECISION             PIC X.
               88  SA-APPEAL-APPROVED          VALUE "A".
               88  SA-APPEAL-DENIED            VALUE "D".
           05  FILLER                  PIC X(64).
      *
      *    ONE RECORD PER STUDENT MEASURED, FOR THE AID SYSTEM.  THE
      *    STATUS CARRIED IN IS KEPT ON THE RECORD SO A RERUN FOR
      *    THE SAME TERM STARTS FROM THE SAME PLACE.
       FD  SAPSTAT.
      *
       01  SAP-STATUS-RECORD.
           05  SS-STUDENT-ID           PIC 9(9).
           05  SS-TERM-CODE            PIC 9(6).
           05  SS-SAP-STATUS           PIC X.
           05  SS-PRIOR-STATUS         PIC X.
           05  SS-CUMULATIVE-GPA       PIC 9V99.
           05  SS-GPA-UNITS            PIC 9(4).
           05  SS-ATTEMPTED-UNITS      PIC 9(4).
           05  SS-EARNED-UNITS         PIC 9(4).
           05  SS-TRANSFER-UNITS       PIC 9(4).
           05  SS-PACE-PERCENT         PIC 9(3).
           05  SS-MAXIMUM-UNITS        PIC 9(4).
           05  SS-GPA-RESULT           PIC X.
           05  SS-PACE-RESULT          PIC X.
           05  SS-TIMEFRAME-RESULT     PIC X.
           05  SS-APPEAL-DECISION      PIC X.
           05  SS-MAJOR                PIC X(4).
           05  FILLER                  PIC X(29).
      *
       FD  SAPRPT.
      *
       01  SAP-PRINT-AREA             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADEHIST-EOF-SWITCH   PIC X    VALUE "N".
           05  COURSEGR-EOF-SWITCH    PIC X    VALUE "N".
           05  GRADESCL-EOF-SWITCH    PIC X    VALUE "N".
           05  TRANSFCR-EOF-SWITCH    PIC X    VALUE "N".
           05  MAJORREQ-EOF-SWITCH    PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  SAPCTL-EOF-SWITCH      PIC X    VALUE "N".
           05  SAPPRIOR-EOF-SWITCH    PIC X    VALUE "N".
           05  SAPAPPL-EOF-SWITCH     PIC X    VALUE "N".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  SAPCTL-STATUS              PIC XX.
       01  SAPPRIOR-STATUS            PIC XX.
       01  SAPAPPL-STATUS             PIC XX.
      *
       01  MASTER-CONTROL-FIELDS.
           05  MASTER-RECORD-TYPE     PIC X    VALUE SPACE.
               88  MASTER-HEADER-RECORD       VALUE "H".
               88  MASTER-TRAILER-RECORD      VALUE "T".
               88  MASTER-DETAIL-RECORD       VALUE "D".
      *
       01  SEQUENCE-CHECK-FIELDS.
           05  PREVIOUS-HISTORY-ID    PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-TERM-CODE     PIC 9(6)  VALUE ZERO.
           05  PREVIOUS-COURSE-ID     PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-COURSE-TERM   PIC 9(6)  VALUE ZERO.
           05  PREVIOUS-PRIOR-ID      PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-APPEAL-ID     PIC 9(9)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
       01  TRANSFER-MATCH-FIELDS.
           05  TRANSFER-VALID-SWITCH  PIC X    VALUE "N".
               88  TRANSFER-RECORD-VALID       VALUE "Y".
           05  TRANSFER-PREVIOUS-ID   PIC 9(9)  VALUE ZERO.
      *
       01  SAP-CONTROL-FIELDS.
           05  EVALUATION-TERM-CODE   PIC 9(6)  VALUE ZERO.
           05  MINIMUM-GPA            PIC S9V99 VALUE 2.00.
           05  MINIMUM-PACE           PIC S9(3) VALUE +67.
           05  TIMEFRAME-PERCENT      PIC S9(3) VALUE +150.
      *
       01  GRADE-SCALE-TABLE.
           05  GRADE-SCALE-ENTRY-COUNT PIC S9(3) VALUE ZERO.
           05  GRADE-SCALE-ENTRY OCCURS 30 TIMES.
               10  SCT-LETTER-GRADE    PIC X(2).
               10  SCT-GRADE-POINTS    PIC 9V9.
      *
       01  GRADE-SCALE-SEARCH-FIELDS.
           05  SCL-FOUND-SWITCH       PIC X    VALUE "N".
               88  SCL-FOUND                   VALUE "Y".
           05  SCL-SEARCH-INDEX       PIC S9(3) VALUE ZERO.
      *
       01  MAJOR-REQ-TABLE.
           05  MAJOR-REQ-ENTRY-COUNT  PIC S9(3) VALUE ZERO.
           05  MAJOR-REQ-ENTRY OCCURS 100 TIMES.
               10  MRT-MAJOR           PIC X(4).
               10  MRT-REQUIRED-UNITS  PIC 9(3).
      *
       01  MAJOR-REQ-SEARCH-FIELDS.
           05  MRQ-FOUND-SWITCH       PIC X    VALUE "N".
               88  MRQ-FOUND                   VALUE "Y".
           05  MRQ-SEARCH-INDEX       PIC S9(3) VALUE ZERO.
      *
      *    ONE STUDENT'S HISTORY TERMS AND COURSE TERMS THROUGH THE
      *    EVALUATION TERM.  A HISTORY TERM WITH NO COURSES ON FILE
      *    PREDATES THE COURSE FILE, SO ITS GPA UNITS STAND IN AS
      *    BOTH ATTEMPTED AND EARNED.
       01  HISTORY-TERM-TABLE.
           05  HT-ENTRY-COUNT         PIC S9(3) VALUE ZERO.
           05  HT-ENTRY OCCURS 60 TIMES.
               10  HT-TERM-CODE        PIC 9(6).
               10  HT-TERM-UNITS       PIC 9(3).
               10  HT-TERM-POINTS      PIC 9(3).
      *
       01  COURSE-TERM-TABLE.
           05  CT-ENTRY-COUNT         PIC S9(3) VALUE ZERO.
           05  CT-ENTRY OCCURS 60 TIMES.
               10  CT-TERM-CODE        PIC 9(6).
               10  CT-ATTEMPTED-UNITS  PIC 9(4).
               10  CT-EARNED-UNITS     PIC 9(4).
      *
       01  TERM-SEARCH-FIELDS.
           05  HT-INDEX               PIC S9(3) VALUE ZERO.
           05  CT-INDEX               PIC S9(3) VALUE ZERO.
           05  CT-FOUND-SWITCH        PIC X    VALUE "N".
               88  CT-FOUND                    VALUE "Y".
      *
       01  SAP-WORK-FIELDS.
           05  SW-MAX-GRADE-POINTS    PIC 9(5).
           05  SW-GPA-UNITS           PIC 9(4).
           05  SW-GPA-POINTS          PIC 9(5).
           05  SW-CUMULATIVE-GPA      PIC S9V99.
           05  SW-ATTEMPTED-UNITS     PIC 9(4).
           05  SW-EARNED-UNITS        PIC 9(4).
           05  SW-TRANSFER-UNITS      PIC 9(4).
           05  SW-TOTAL-ATTEMPTED     PIC 9(4).
           05  SW-TOTAL-EARNED        PIC 9(4).
           05  SW-PACE-PERCENT        PIC 9(3).
           05  SW-REQUIRED-UNITS      PIC 9(4).
           05  SW-REMAINING-UNITS     PIC S9(4).
           05  SW-MAXIMUM-UNITS       PIC 9(4).
           05  SW-GPA-RESULT          PIC X.
               88  SW-GPA-FAILED               VALUE "F".
           05  SW-PACE-RESULT         PIC X.
               88  SW-PACE-FAILED              VALUE "F".
           05  SW-TIMEFRAME-RESULT    PIC X.
               88  SW-TIMEFRAME-FAILED         VALUE "F".
               88  SW-TIMEFRAME-NOT-MEASURED   VALUE "N".
           05  SW-PRIOR-STATUS        PIC X.
               88  SW-PRIOR-MEETS              VALUE "M" " ".
           05  SW-SAP-STATUS          PIC X.
               88  SAP-MEETS                   VALUE "M".
               88  SAP-WARNING                 VALUE "W".
               88  SAP-SUSPENSION              VALUE "S".
               88  SAP-PROBATION               VALUE "P".
           05  SW-APPEAL-DECISION     PIC X.
               88  SW-APPEAL-APPROVED          VALUE "A".
               88  SW-APPEAL-DENIED            VALUE "D".
               88  SW-NO-APPEAL                VALUE " ".
      *
       01  SAP-TOTAL-FIELDS.
           05  MASTERS-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  EVALUATED-COUNT        PIC S9(5) VALUE ZERO.
           05  MEETS-COUNT            PIC S9(5) VALUE ZERO.
           05  WARNING-COUNT          PIC S9(5) VALUE ZERO.
           05  SUSPENSION-COUNT       PIC S9(5) VALUE ZERO.
           05  PROBATION-COUNT        PIC S9(5) VALUE ZERO.
           05  LISTED-COUNT           PIC S9(5) VALUE ZERO.
           05  NO-UNITS-COUNT         PIC S9(5) VALUE ZERO.
           05  INACTIVE-SKIPPED-COUNT PIC S9(5) VALUE ZERO.
           05  GRADUATED-SKIPPED-COUNT PIC S9(5) VALUE ZERO.
           05  NO-MAJOR-REQ-COUNT     PIC S9(5) VALUE ZERO.
           05  APPEAL-APPLIED-COUNT   PIC S9(5) VALUE ZERO.
           05  APPEAL-DENIED-COUNT    PIC S9(5) VALUE ZERO.
           05  APPEAL-UNUSED-COUNT    PIC S9(5) VALUE ZERO.
           05  UNMATCHED-HISTORY-COUNT PIC S9(5) VALUE ZERO.
           05  UNMATCHED-COURSE-COUNT PIC S9(5) VALUE ZERO.
           05  INVALID-HISTORY-COUNT  PIC S9(5) VALUE ZERO.
           05  UNKNOWN-GRADE-COUNT    PIC S9(5) VALUE ZERO.
      *
       01  SAP-PRINT-FIELDS.
           05  SAP-PAGE-COUNT         PIC S9(3) VALUE ZERO.
           05  SAP-LINES-ON-PAGE      PIC S9(3) VALUE +55.
           05  SAP-LINE-COUNT         PIC S9(3) VALUE +99.
           05  SAP-SPACE-CONTROL      PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  SAP-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  SHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "SAP REVIEW LIST           ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  SHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  SAP-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  SHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  SHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "TERM: ".
           05  SHL2-TERM-YEAR  PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  SHL2-TERM-PART  PIC 9(2).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "MIN GPA: ".
           05  SHL2-MINIMUM-GPA PIC 9.99.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "MIN PACE: ".
           05  SHL2-MINIMUM-PACE PIC ZZ9.
           05  FILLER          PIC X(1)    VALUE "%".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "MAX TIMEFRAME: ".
           05  SHL2-TIMEFRAME-PERCENT PIC ZZ9.
           05  FILLER          PIC X(1)    VALUE "%".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(41)   VALUE SPACE.
      *
       01  SAP-COLUMN-LINE.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "STUDENT NAME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "MAJ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "PRIOR STATUS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "SAP STATUS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE " GPA".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE " ATT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "EARN".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "PACE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE " MAX".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "FAILED".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "APPEAL".
           05  FILLER      PIC X(3)    VALUE SPACE.
      *
       01  SAP-DETAIL-LINE.
           05  SDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  SDL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  SDL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-STUDENT-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-MAJOR           PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-PRIOR-STATUS    PIC X(14).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-SAP-STATUS      PIC X(14).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-CUMULATIVE-GPA  PIC 9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-ATTEMPTED-UNITS PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-EARNED-UNITS    PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-PACE-PERCENT    PIC ZZ9.
           05  FILLER              PIC X(1)     VALUE "%".
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-MAXIMUM-UNITS   PIC ZZZZ.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-FAILED-MEASURES.
               10  SDL-FAILED-GPA  PIC X(4).
               10  SDL-FAILED-PACE PIC X(5).
               10  SDL-FAILED-TIME PIC X(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SDL-APPEAL          PIC X(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
      *
       01  SAP-TOTAL-LINE.
           05  STL-DESCRIPTION     PIC X(22).
           05  STL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
      *
       01  STATUS-NAME-FIELDS.
           05  SNF-STATUS-CODE     PIC X.
           05  SNF-STATUS-NAME     PIC X(14).
      *
       01  STUDENT-ID-SPLIT.
           05  SIS-STUDENT-ID-1    PIC 9(3).
           05  SIS-STUDENT-ID-2    PIC 9(2).
           05  SIS-STUDENT-ID-3    PIC 9(4).
      *
       01  TERM-CODE-SPLIT.
           05  TCS-TERM-YEAR       PIC 9(4).
           05  TCS-TERM-PART       PIC 9(2).
      *
       PROCEDURE DIVISION.
      *
       000-EVALUATE-SAP-PROGRESS.
      *
           PERFORM 030-READ-EVALUATION-TERM.
           PERFORM 050-READ-CONTROL-CARD.
           PERFORM 060-LOAD-GRADE-SCALE-TABLE.
           PERFORM 070-LOAD-MAJOR-REQ-TABLE.
           OPEN INPUT  STUMAST
                INPUT  GRADEHIST
                INPUT  COURSEGR
                INPUT  TRANSFCR
                OUTPUT SAPSTAT
                OUTPUT SAPRPT.
           PERFORM 080-OPEN-PRIOR-STATUS-FILE.
           PERFORM 085-OPEN-APPEAL-FILE.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 220-READ-HISTORY-RECORD.
           PERFORM 230-READ-COURSE-RECORD.
           PERFORM 240-READ-TRANSFER-RECORD.
           PERFORM 250-READ-PRIOR-STATUS-RECORD.
           PERFORM 260-READ-APPEAL-RECORD.
           PERFORM 200-PROCESS-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           PERFORM 290-DRAIN-REMAINING-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y".
           PERFORM 292-DRAIN-REMAINING-COURSES
               UNTIL COURSEGR-EOF-SWITCH = "Y".
           PERFORM 294-DRAIN-REMAINING-APPEALS
               UNTIL SAPAPPL-EOF-SWITCH = "Y".
           PERFORM 800-PRINT-SAP-TOTALS.
           CLOSE STUMAST
                 GRADEHIST
                 COURSEGR
                 TRANSFCR
                 SAPPRIOR
                 SAPAPPL
                 SAPSTAT
                 SAPRPT.
           STOP RUN.
      *
       030-READ-EVALUATION-TERM.
      *
           OPEN INPUT POSTCTL.
           IF POSTCTL-STATUS = "00"
               PERFORM 035-APPLY-EVALUATION-TERM.
           IF EVALUATION-TERM-CODE = ZERO
               MOVE "POSTING TERM CONTROL CARD MISSING"
                   TO ABORT-MESSAGE
               PERFORM 995-ABORT-POSTING-CONTROL.
      *
       035-APPLY-EVALUATION-TERM.
      *
           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
              AND PC-POST-TERM-CODE NUMERIC
               MOVE PC-POST-TERM-CODE TO EVALUATION-TERM-CODE.
           CLOSE POSTCTL.
      *
       050-READ-CONTROL-CARD.
      *
           OPEN INPUT SAPCTL.
           IF SAPCTL-STATUS = "00"
               PERFORM 055-APPLY-CONTROL-CARD.
      *
       055-APPLY-CONTROL-CARD.
      *
           READ SAPCTL
               AT END
                   MOVE "Y" TO SAPCTL-EOF-SWITCH.
           IF SAPCTL-EOF-SWITCH = "N"
               PERFORM 056-SET-SAP-STANDARDS.
           CLOSE SAPCTL.
      *
       056-SET-SAP-STANDARDS.
      *
           IF SAC-MINIMUM-GPA NUMERIC
              AND SAC-MINIMUM-GPA > ZERO
               MOVE SAC-MINIMUM-GPA TO MINIMUM-GPA.
           IF SAC-MINIMUM-PACE NUMERIC
              AND SAC-MINIMUM-PACE > ZERO
              AND SAC-MINIMUM-PACE NOT > 100
               MOVE SAC-MINIMUM-PACE TO MINIMUM-PACE.
           IF SAC-TIMEFRAME-PERCENT NUMERIC
              AND SAC-TIMEFRAME-PERCENT NOT < 100
               MOVE SAC-TIMEFRAME-PERCENT TO TIMEFRAME-PERCENT.
      *
       060-LOAD-GRADE-SCALE-TABLE.
      *
           OPEN INPUT GRADESCL.
           PERFORM 065-LOAD-ONE-GRADE-SCALE
               UNTIL GRADESCL-EOF-SWITCH = "Y".
           CLOSE GRADESCL.
           IF GRADE-SCALE-ENTRY-COUNT = ZERO
               MOVE "GRADE SCALE TABLE IS EMPTY" TO ABORT-MESSAGE
               PERFORM 994-ABORT-GRADE-SCALE-TABLE.
      *
       065-LOAD-ONE-GRADE-SCALE.
      *
           READ GRADESCL
               AT END
                   MOVE "Y" TO GRADESCL-EOF-SWITCH.
           IF GRADESCL-EOF-SWITCH = "N"
              AND SC-LETTER-GRADE NOT = SPACES
              AND SC-GRADE-POINTS NUMERIC
               IF GRADE-SCALE-ENTRY-COUNT < 30
                   ADD 1 TO GRADE-SCALE-ENTRY-COUNT
                   MOVE SC-LETTER-GRADE TO
                       SCT-LETTER-GRADE (GRADE-SCALE-ENTRY-COUNT)
                   MOVE SC-GRADE-POINTS TO
                       SCT-GRADE-POINTS (GRADE-SCALE-ENTRY-COUNT)
               ELSE
                   MOVE "GRADE SCALE TABLE FULL" TO ABORT-MESSAGE
                   PERFORM 994-ABORT-GRADE-SCALE-TABLE.
      *
       070-LOAD-MAJOR-REQ-TABLE.
      *
           OPEN INPUT MAJORREQ.
           PERFORM 075-LOAD-ONE-MAJOR-REQ
               UNTIL MAJORREQ-EOF-SWITCH = "Y".
           CLOSE MAJORREQ.
      *
       075-LOAD-ONE-MAJOR-REQ.
      *
           READ MAJORREQ
               AT END
                   MOVE "Y" TO MAJORREQ-EOF-SWITCH.
           IF MAJORREQ-EOF-SWITCH = "N"
              AND MR-MAJOR NOT = SPACES
               IF MAJOR-REQ-ENTRY-COUNT < 100
                   ADD 1 TO MAJOR-REQ-ENTRY-COUNT
                   MOVE MR-MAJOR TO
                       MRT-MAJOR (MAJOR-REQ-ENTRY-COUNT)
                   MOVE MR-REQUIRED-UNITS TO
                       MRT-REQUIRED-UNITS (MAJOR-REQ-ENTRY-COUNT)
               ELSE
                   PERFORM 996-ABORT-MAJORREQ-TABLE-FULL.
      *
      *    BOTH CARRY-FORWARD FILES ARE OPTIONAL.  WHEN ONE IS NOT
      *    THERE IT IS TREATED AS ALREADY AT END.
       080-OPEN-PRIOR-STATUS-FILE.
      *
           OPEN INPUT SAPPRIOR.
           IF SAPPRIOR-STATUS NOT = "00"
              AND SAPPRIOR-STATUS NOT = "05"
               MOVE "Y" TO SAPPRIOR-EOF-SWITCH.
      *
       085-OPEN-APPEAL-FILE.
      *
           OPEN INPUT SAPAPPL.
           IF SAPAPPL-STATUS NOT = "00"
              AND SAPAPPL-STATUS NOT = "05"
               MOVE "Y" TO SAPAPPL-EOF-SWITCH.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO SHL1-MONTH.
           MOVE CD-DAY     TO SHL1-DAY.
           MOVE CD-YEAR    TO SHL1-YEAR.
           MOVE CD-HOURS   TO SHL2-HOURS.
           MOVE CD-MINUTES TO SHL2-MINUTES.
           MOVE EVALUATION-TERM-CODE TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR     TO SHL2-TERM-YEAR.
           MOVE TCS-TERM-PART     TO SHL2-TERM-PART.
           MOVE MINIMUM-GPA       TO SHL2-MINIMUM-GPA.
           MOVE MINIMUM-PACE      TO SHL2-MINIMUM-PACE.
           MOVE TIMEFRAME-PERCENT TO SHL2-TIMEFRAME-PERCENT.
      *
       200-PROCESS-ONE-STUDENT.
      *
           PERFORM 210-READ-MASTER-RECORD.
           IF STUMAST-EOF-SWITCH = "N"
              AND MASTER-DETAIL-RECORD
               ADD 1 TO MASTERS-READ-COUNT
               PERFORM 300-MATCH-FILES-TO-MASTER.
      *
       210-READ-MASTER-RECORD.
      *
           READ STUMAST
               AT END
                   MOVE "Y" TO STUMAST-EOF-SWITCH.
           IF STUMAST-EOF-SWITCH = "N"
               IF SM-STUDENT-ID = ZERO AND SH-RECORD-TYPE = "H"
                   MOVE "H" TO MASTER-RECORD-TYPE
               ELSE
               IF SM-STUDENT-ID = 999999999 AND ST-RECORD-TYPE = "T"
                   MOVE "T" TO MASTER-RECORD-TYPE
               ELSE
                   MOVE "D" TO MASTER-RECORD-TYPE.
      *
       220-READ-HISTORY-RECORD.
      *
           READ GRADEHIST
               AT END
                   MOVE "Y" TO GRADEHIST-EOF-SWITCH.
           IF GRADEHIST-EOF-SWITCH = "N"
               PERFORM 225-CHECK-HISTORY-SEQUENCE.
      *
       225-CHECK-HISTORY-SEQUENCE.
      *
           IF GH-STUDENT-ID < PREVIOUS-HISTORY-ID
               MOVE "HISTORY OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-GRADEHIST-ERROR.
           IF GH-STUDENT-ID = PREVIOUS-HISTORY-ID
              AND GH-TERM-CODE NOT > PREVIOUS-TERM-CODE
               MOVE "HISTORY TERM DUPLICATE OR OUT OF ORDER"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-GRADEHIST-ERROR.
           MOVE GH-STUDENT-ID TO PREVIOUS-HISTORY-ID.
           MOVE GH-TERM-CODE  TO PREVIOUS-TERM-CODE.
      *
       230-READ-COURSE-RECORD.
      *
           READ COURSEGR
               AT END
                   MOVE "Y" TO COURSEGR-EOF-SWITCH.
           IF COURSEGR-EOF-SWITCH = "N"
               PERFORM 235-CHECK-COURSE-SEQUENCE.
      *
       235-CHECK-COURSE-SEQUENCE.
      *
           IF CG-STUDENT-ID < PREVIOUS-COURSE-ID
               MOVE "COURSES OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 991-ABORT-COURSEGR-SEQUENCE.
           IF CG-STUDENT-ID = PREVIOUS-COURSE-ID
              AND CG-TERM-CODE < PREVIOUS-COURSE-TERM
               MOVE "COURSES OUT OF TERM SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 991-ABORT-COURSEGR-SEQUENCE.
           MOVE CG-STUDENT-ID TO PREVIOUS-COURSE-ID.
           MOVE CG-TERM-CODE  TO PREVIOUS-COURSE-TERM.
      *
      *    RECORDS WITHOUT A USABLE STUDENT ID ARE SKIPPED; VALID
      *    RECORDS MUST ARRIVE IN ASCENDING STUDENT ID ORDER OR THE
      *    MATCH WOULD SILENTLY DROP TRANSFER UNITS PAST THE SORT
      *    ERROR.
       240-READ-TRANSFER-RECORD.
      *
           MOVE "N" TO TRANSFER-VALID-SWITCH.
           PERFORM 245-READ-ONE-TRANSFER-RECORD
               UNTIL TRANSFER-RECORD-VALID
                  OR TRANSFCR-EOF-SWITCH = "Y".
      *
       245-READ-ONE-TRANSFER-RECORD.
      *
           READ TRANSFCR
               AT END
                   MOVE "Y" TO TRANSFCR-EOF-SWITCH.
           IF TRANSFCR-EOF-SWITCH = "N"
              AND TC-STUDENT-ID NUMERIC
              AND TC-STUDENT-ID > ZERO
               IF TC-STUDENT-ID < TRANSFER-PREVIOUS-ID
                   PERFORM 997-ABORT-TRANSFCR-SEQUENCE
               ELSE
                   MOVE TC-STUDENT-ID TO TRANSFER-PREVIOUS-ID
                   SET TRANSFER-RECORD-VALID TO TRUE.
      *
       250-READ-PRIOR-STATUS-RECORD.
      *
           IF SAPPRIOR-EOF-SWITCH = "N"
               READ SAPPRIOR
                   AT END
                       MOVE "Y" TO SAPPRIOR-EOF-SWITCH.
           IF SAPPRIOR-EOF-SWITCH = "N"
               IF SP-STUDENT-ID < PREVIOUS-PRIOR-ID
                   MOVE "PRIOR SAP FILE OUT OF STUDENT SEQUENCE"
                       TO ABORT-MESSAGE
                   PERFORM 992-ABORT-SAP-CARRY-FORWARD
               ELSE
                   MOVE SP-STUDENT-ID TO PREVIOUS-PRIOR-ID.
      *
       260-READ-APPEAL-RECORD.
      *
           IF SAPAPPL-EOF-SWITCH = "N"
               READ SAPAPPL
                   AT END
                       MOVE "Y" TO SAPAPPL-EOF-SWITCH.
           IF SAPAPPL-EOF-SWITCH = "N"
               IF SA-STUDENT-ID < PREVIOUS-APPEAL-ID
                   MOVE "APPEAL FILE OUT OF STUDENT SEQUENCE"
                       TO ABORT-MESSAGE
                   PERFORM 992-ABORT-SAP-CARRY-FORWARD
               ELSE
                   MOVE SA-STUDENT-ID TO PREVIOUS-APPEAL-ID.
      *
       290-DRAIN-REMAINING-HISTORY.
      *
           ADD 1 TO UNMATCHED-HISTORY-COUNT.
           PERFORM 220-READ-HISTORY-RECORD.
      *
       292-DRAIN-REMAINING-COURSES.
      *
           ADD 1 TO UNMATCHED-COURSE-COUNT.
           PERFORM 230-READ-COURSE-RECORD.
      *
       294-DRAIN-REMAINING-APPEALS.
      *
           IF SA-TERM-CODE = EVALUATION-TERM-CODE
               ADD 1 TO APPEAL-UNUSED-COUNT.
           PERFORM 260-READ-APPEAL-RECORD.
      *
      *    EVERY FILE KEYED BY STUDENT IS BROUGHT UP TO THE MASTER
      *    KEY AND THE STUDENT'S RECORDS ARE GATHERED WHATEVER THE
      *    STATUS, SO THE FILES STAY IN STEP.  ONLY AN ENROLLED
      *    STUDENT IS MEASURED.
       300-MATCH-FILES-TO-MASTER.
      *
           MOVE ZERO  TO HT-ENTRY-COUNT.
           MOVE ZERO  TO CT-ENTRY-COUNT.
           MOVE ZERO  TO SW-TRANSFER-UNITS.
           MOVE SPACE TO SW-PRIOR-STATUS.
           MOVE SPACE TO SW-APPEAL-DECISION.
           PERFORM 305-SKIP-UNMATCHED-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 310-SKIP-UNMATCHED-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 315-SKIP-UNMATCHED-PRIOR
               UNTIL SAPPRIOR-EOF-SWITCH = "Y"
                  OR SP-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 294-DRAIN-REMAINING-APPEALS
               UNTIL SAPAPPL-EOF-SWITCH = "Y"
                  OR SA-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 320-COLLECT-ONE-HISTORY-TERM
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT = SM-STUDENT-ID.
           PERFORM 330-COLLECT-ONE-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT = SM-STUDENT-ID.
           PERFORM 340-MATCH-ONE-TRANSFER-RECORD
               UNTIL TRANSFCR-EOF-SWITCH = "Y"
                  OR TC-STUDENT-ID > SM-STUDENT-ID.
           PERFORM 350-COLLECT-PRIOR-STATUS
               UNTIL SAPPRIOR-EOF-SWITCH = "Y"
                  OR SP-STUDENT-ID NOT = SM-STUDENT-ID.
           PERFORM 360-COLLECT-ONE-APPEAL
               UNTIL SAPAPPL-EOF-SWITCH = "Y"
                  OR SA-STUDENT-ID NOT = SM-STUDENT-ID.
           IF ENROLLED
               PERFORM 400-EVALUATE-STUDENT-PROGRESS
           ELSE
               PERFORM 390-SKIP-NOT-ENROLLED.
      *
       305-SKIP-UNMATCHED-HISTORY.
      *
           ADD 1 TO UNMATCHED-HISTORY-COUNT.
           PERFORM 220-READ-HISTORY-RECORD.
      *
       310-SKIP-UNMATCHED-COURSE.
      *
           ADD 1 TO UNMATCHED-COURSE-COUNT.
           PERFORM 230-READ-COURSE-RECORD.
      *
       315-SKIP-UNMATCHED-PRIOR.
      *
           PERFORM 250-READ-PRIOR-STATUS-RECORD.
      *
      *    GRADE POINTS ABOVE 4.0 PER UNIT IMPLY A GPA THAT CANNOT
      *    BE EARNED, SO THE TERM IS COUNTED AND LEFT OUT THE SAME
      *    WAY THE TERM REPORT TREATS IT.  TERMS AFTER THE TERM
      *    BEING EVALUATED ARE NOT COUNTED.
       320-COLLECT-ONE-HISTORY-TERM.
      *
           COMPUTE SW-MAX-GRADE-POINTS = GH-TERM-UNITS * 4.
           IF GH-TERM-CODE > EVALUATION-TERM-CODE
               NEXT SENTENCE
           ELSE
           IF GH-TERM-GRADE-POINTS > SW-MAX-GRADE-POINTS
               ADD 1 TO INVALID-HISTORY-COUNT
           ELSE
               PERFORM 325-ADD-HISTORY-TERM-ENTRY.
           PERFORM 220-READ-HISTORY-RECORD.
      *
       325-ADD-HISTORY-TERM-ENTRY.
      *
           IF HT-ENTRY-COUNT < 60
               ADD 1 TO HT-ENTRY-COUNT
           ELSE
               MOVE "HISTORY TERM TABLE FULL" TO ABORT-MESSAGE
               PERFORM 993-ABORT-STUDENT-TERM-TABLE.
           MOVE GH-TERM-CODE         TO HT-TERM-CODE (HT-ENTRY-COUNT).
           MOVE GH-TERM-UNITS        TO HT-TERM-UNITS (HT-ENTRY-COUNT).
           MOVE GH-TERM-GRADE-POINTS TO
               HT-TERM-POINTS (HT-ENTRY-COUNT).
      *
      *    EVERY ATTEMPT IS ATTEMPTED.  A LETTER ON THE SCALE WITH
      *    GRADE POINTS AND A PASS ARE EARNED; A ZERO-POINT LETTER,
      *    NO PASS, WITHDRAWAL, AND INCOMPLETE ARE NOT.  A LETTER ON
      *    NEITHER LIST IS COUNTED AS ATTEMPTED AND NOT EARNED UNTIL
      *    THE GRADE OR THE SCALE IS CORRECTED.
       330-COLLECT-ONE-COURSE.
      *
           IF CG-TERM-CODE NOT > EVALUATION-TERM-CODE
              AND CG-UNITS NUMERIC
               PERFORM 335-FIND-COURSE-TERM-ENTRY
               ADD CG-UNITS TO CT-ATTEMPTED-UNITS (CT-ENTRY-COUNT)
               IF CG-LETTER-GRADE = "P "
                   ADD CG-UNITS TO CT-EARNED-UNITS (CT-ENTRY-COUNT)
               ELSE
               IF CG-NON-GPA-GRADE
                   NEXT SENTENCE
               ELSE
                   PERFORM 336-FIND-GRADE-SCALE-ENTRY
                   IF NOT SCL-FOUND
                       ADD 1 TO UNKNOWN-GRADE-COUNT
                   ELSE
                   IF SCT-GRADE-POINTS (SCL-SEARCH-INDEX) > ZERO
                       ADD CG-UNITS TO
                           CT-EARNED-UNITS (CT-ENTRY-COUNT).
           PERFORM 230-READ-COURSE-RECORD.
      *
      *    COURSES ARRIVE IN TERM ORDER, SO A NEW TERM IS ALWAYS
      *    THE NEXT ENTRY.
       335-FIND-COURSE-TERM-ENTRY.
      *
           IF CT-ENTRY-COUNT = ZERO
              OR CT-TERM-CODE (CT-ENTRY-COUNT) NOT = CG-TERM-CODE
               IF CT-ENTRY-COUNT < 60
                   ADD 1 TO CT-ENTRY-COUNT
                   MOVE CG-TERM-CODE TO CT-TERM-CODE (CT-ENTRY-COUNT)
                   MOVE ZERO TO CT-ATTEMPTED-UNITS (CT-ENTRY-COUNT)
                   MOVE ZERO TO CT-EARNED-UNITS (CT-ENTRY-COUNT)
               ELSE
                   MOVE "COURSE TERM TABLE FULL" TO ABORT-MESSAGE
                   PERFORM 993-ABORT-STUDENT-TERM-TABLE.
      *
       336-FIND-GRADE-SCALE-ENTRY.
      *
           MOVE "N" TO SCL-FOUND-SWITCH.
           MOVE 1   TO SCL-SEARCH-INDEX.
           PERFORM 337-SEARCH-GRADE-SCALE-TABLE
               UNTIL SCL-FOUND
                  OR SCL-SEARCH-INDEX > GRADE-SCALE-ENTRY-COUNT.
      *
       337-SEARCH-GRADE-SCALE-TABLE.
      *
           IF CG-LETTER-GRADE = SCT-LETTER-GRADE (SCL-SEARCH-INDEX)
               SET SCL-FOUND TO TRUE
           ELSE
               ADD 1 TO SCL-SEARCH-INDEX.
      *
      *    THE TRANSFER FILE RIDES THE MASTER PASS THE SAME WAY IT
      *    DOES IN THE HONORS RUN: RECORDS BELOW THE MASTER KEY
      *    BELONG TO NO STUDENT ON THE FILE AND PASS WITHOUT EFFECT.
       340-MATCH-ONE-TRANSFER-RECORD.
      *
           IF TC-STUDENT-ID = SM-STUDENT-ID
              AND TC-ACCEPTED-UNITS NUMERIC
               ADD TC-ACCEPTED-UNITS TO SW-TRANSFER-UNITS.
           PERFORM 240-READ-TRANSFER-RECORD.
      *
      *    A PRIOR RECORD FOR AN EARLIER TERM CARRIES ITS STATUS IN.
      *    A RECORD FOR THIS SAME TERM MEANS THE TERM IS BEING RUN
      *    AGAIN, SO THE STATUS IT CARRIED IN IS USED INSTEAD.
       350-COLLECT-PRIOR-STATUS.
      *
           IF SP-TERM-CODE < EVALUATION-TERM-CODE
               MOVE SP-SAP-STATUS TO SW-PRIOR-STATUS
           ELSE
           IF SP-TERM-CODE = EVALUATION-TERM-CODE
               MOVE SP-PRIOR-STATUS TO SW-PRIOR-STATUS
           ELSE
               MOVE "PRIOR SAP FILE IS FOR A LATER TERM"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-SAP-CARRY-FORWARD.
           PERFORM 250-READ-PRIOR-STATUS-RECORD.
      *
      *    WHEN THE AID OFFICE HAS DECIDED MORE THAN ONE APPEAL FOR
      *    THE TERM THE LAST DECISION ON THE FILE STANDS.
       360-COLLECT-ONE-APPEAL.
      *
           IF SA-TERM-CODE = EVALUATION-TERM-CODE
              AND (SA-APPEAL-APPROVED OR SA-APPEAL-DENIED)
               PERFORM 365-TAKE-APPEAL-DECISION.
           PERFORM 260-READ-APPEAL-RECORD.
      *
       365-TAKE-APPEAL-DECISION.
      *
           IF NOT SW-NO-APPEAL
               ADD 1 TO APPEAL-UNUSED-COUNT.
           MOVE SA-DECISION TO SW-APPEAL-DECISION.
      *
       390-SKIP-NOT-ENROLLED.
      *
           IF GRADUATED
               ADD 1 TO GRADUATED-SKIPPED-COUNT
           ELSE
               ADD 1 TO INACTIVE-SKIPPED-COUNT.
           IF NOT SW-NO-APPEAL
               ADD 1 TO APPEAL-UNUSED-COUNT.
      *
      *    A STUDENT WITH NO UNITS ATTEMPTED HERE THROUGH THE TERM
      *    HAS NOTHING TO MEASURE YET AND GETS NO STATUS RECORD.
       400-EVALUATE-STUDENT-PROGRESS.
      *
           PERFORM 410-TOTAL-STUDENT-UNITS.
           IF SW-ATTEMPTED-UNITS = ZERO
               PERFORM 405-SKIP-NO-UNITS-ATTEMPTED
           ELSE
               ADD 1 TO EVALUATED-COUNT
               PERFORM 420-MEASURE-CUMULATIVE-GPA
               PERFORM 430-MEASURE-PACE
               PERFORM 440-MEASURE-MAXIMUM-TIMEFRAME
               PERFORM 450-ASSIGN-SAP-STATUS
               PERFORM 460-WRITE-SAP-STATUS-RECORD
               IF NOT SAP-MEETS
                  OR NOT SW-PRIOR-MEETS
                   PERFORM 500-PRINT-REVIEW-LINE.
      *
       405-SKIP-NO-UNITS-ATTEMPTED.
      *
           ADD 1 TO NO-UNITS-COUNT.
           IF NOT SW-NO-APPEAL
               ADD 1 TO APPEAL-UNUSED-COUNT.
      *
       410-TOTAL-STUDENT-UNITS.
      *
           MOVE ZERO TO SW-GPA-UNITS.
           MOVE ZERO TO SW-GPA-POINTS.
           MOVE ZERO TO SW-ATTEMPTED-UNITS.
           MOVE ZERO TO SW-EARNED-UNITS.
           MOVE 1 TO CT-INDEX.
           PERFORM 412-ADD-ONE-COURSE-TERM
               UNTIL CT-INDEX > CT-ENTRY-COUNT.
           MOVE 1 TO HT-INDEX.
           PERFORM 414-ADD-ONE-HISTORY-TERM
               UNTIL HT-INDEX > HT-ENTRY-COUNT.
      *
       412-ADD-ONE-COURSE-TERM.
      *
           ADD CT-ATTEMPTED-UNITS (CT-INDEX) TO SW-ATTEMPTED-UNITS.
           ADD CT-EARNED-UNITS (CT-INDEX)    TO SW-EARNED-UNITS.
           ADD 1 TO CT-INDEX.
      *
       414-ADD-ONE-HISTORY-TERM.
      *
           ADD HT-TERM-UNITS (HT-INDEX)  TO SW-GPA-UNITS.
           ADD HT-TERM-POINTS (HT-INDEX) TO SW-GPA-POINTS.
           MOVE "N" TO CT-FOUND-SWITCH.
           MOVE 1   TO CT-INDEX.
           PERFORM 416-SEARCH-COURSE-TERM-TABLE
               UNTIL CT-FOUND
                  OR CT-INDEX > CT-ENTRY-COUNT.
           IF NOT CT-FOUND
               ADD HT-TERM-UNITS (HT-INDEX) TO SW-ATTEMPTED-UNITS
               ADD HT-TERM-UNITS (HT-INDEX) TO SW-EARNED-UNITS.
           ADD 1 TO HT-INDEX.
      *
       416-SEARCH-COURSE-TERM-TABLE.
      *
           IF CT-TERM-CODE (CT-INDEX) = HT-TERM-CODE (HT-INDEX)
               SET CT-FOUND TO TRUE
           ELSE
               ADD 1 TO CT-INDEX.
      *
      *    A STUDENT WITH NO GPA UNITS HAS NO GPA TO FAIL.
       420-MEASURE-CUMULATIVE-GPA.
      *
           MOVE ZERO TO SW-CUMULATIVE-GPA.
           IF SW-GPA-UNITS = ZERO
               MOVE "N" TO SW-GPA-RESULT
           ELSE
               COMPUTE SW-CUMULATIVE-GPA ROUNDED =
                   SW-GPA-POINTS / SW-GPA-UNITS
               IF SW-CUMULATIVE-GPA < MINIMUM-GPA
                   MOVE "F" TO SW-GPA-RESULT
               ELSE
                   MOVE "P" TO SW-GPA-RESULT.
      *
       430-MEASURE-PACE.
      *
           COMPUTE SW-TOTAL-ATTEMPTED =
               SW-ATTEMPTED-UNITS + SW-TRANSFER-UNITS.
           COMPUTE SW-TOTAL-EARNED =
               SW-EARNED-UNITS + SW-TRANSFER-UNITS.
           COMPUTE SW-PACE-PERCENT =
               SW-TOTAL-EARNED * 100 / SW-TOTAL-ATTEMPTED.
           IF SW-TOTAL-EARNED * 100 <
                   SW-TOTAL-ATTEMPTED * MINIMUM-PACE
               MOVE "F" TO SW-PACE-RESULT
           ELSE
               MOVE "P" TO SW-PACE-RESULT.
      *
      *    THE TIMEFRAME FAILS AS SOON AS FINISHING IS NO LONGER
      *    POSSIBLE INSIDE IT: UNITS ALREADY ATTEMPTED PLUS THE
      *    UNITS STILL NEEDED FOR THE MAJOR EXCEED THE MAXIMUM.  A
      *    MAJOR WITH NO REQUIREMENT ON FILE CANNOT BE MEASURED.
       440-MEASURE-MAXIMUM-TIMEFRAME.
      *
           MOVE ZERO TO SW-MAXIMUM-UNITS.
           PERFORM 445-FIND-MAJOR-REQUIREMENT.
           IF NOT MRQ-FOUND
              OR MRT-REQUIRED-UNITS (MRQ-SEARCH-INDEX) = ZERO
               MOVE "N" TO SW-TIMEFRAME-RESULT
               ADD 1 TO NO-MAJOR-REQ-COUNT
           ELSE
               PERFORM 442-TEST-TIMEFRAME-LIMIT.
      *
       442-TEST-TIMEFRAME-LIMIT.
      *
           MOVE MRT-REQUIRED-UNITS (MRQ-SEARCH-INDEX)
               TO SW-REQUIRED-UNITS.
           COMPUTE SW-MAXIMUM-UNITS =
               SW-REQUIRED-UNITS * TIMEFRAME-PERCENT / 100.
           COMPUTE SW-REMAINING-UNITS =
               SW-REQUIRED-UNITS - SW-TOTAL-EARNED.
           IF SW-REMAINING-UNITS < ZERO
               MOVE ZERO TO SW-REMAINING-UNITS.
           IF SW-TOTAL-ATTEMPTED + SW-REMAINING-UNITS >
                   SW-MAXIMUM-UNITS
               MOVE "F" TO SW-TIMEFRAME-RESULT
           ELSE
               MOVE "P" TO SW-TIMEFRAME-RESULT.
      *
       445-FIND-MAJOR-REQUIREMENT.
      *
           MOVE "N" TO MRQ-FOUND-SWITCH.
           MOVE 1   TO MRQ-SEARCH-INDEX.
           PERFORM 446-SEARCH-MAJOR-REQ-TABLE
               UNTIL MRQ-FOUND
                  OR MRQ-SEARCH-INDEX > MAJOR-REQ-ENTRY-COUNT.
      *
       446-SEARCH-MAJOR-REQ-TABLE.
      *
           IF SM-MAJOR = MRT-MAJOR (MRQ-SEARCH-INDEX)
               SET MRQ-FOUND TO TRUE
           ELSE
               ADD 1 TO MRQ-SEARCH-INDEX.
      *
      *    MEETING ALL THREE MEASURES RESTORES MEETS FROM ANY STATUS.
      *    A FIRST FAILING TERM IS A WARNING.  FAILING AGAIN AFTER A
      *    WARNING, A SUSPENSION, OR A PROBATION, OR EXCEEDING THE
      *    TIMEFRAME AT ANY POINT, IS A SUSPENSION UNLESS AN APPEAL
      *    FOR THIS TERM HAS BEEN APPROVED, WHICH PLACES THE STUDENT
      *    ON PROBATION ON APPEAL.
       450-ASSIGN-SAP-STATUS.
      *
           IF NOT SW-GPA-FAILED
              AND NOT SW-PACE-FAILED
              AND NOT SW-TIMEFRAME-FAILED
               SET SAP-MEETS TO TRUE
               ADD 1 TO MEETS-COUNT
           ELSE
           IF SW-TIMEFRAME-FAILED
              OR NOT SW-PRIOR-MEETS
               PERFORM 455-APPLY-APPEAL-DECISION
           ELSE
               SET SAP-WARNING TO TRUE
               ADD 1 TO WARNING-COUNT.
           IF (SAP-MEETS OR SAP-WARNING)
              AND NOT SW-NO-APPEAL
               ADD 1 TO APPEAL-UNUSED-COUNT.
      *
       455-APPLY-APPEAL-DECISION.
      *
           IF SW-APPEAL-APPROVED
               SET SAP-PROBATION TO TRUE
               ADD 1 TO PROBATION-COUNT
               ADD 1 TO APPEAL-APPLIED-COUNT
           ELSE
               SET SAP-SUSPENSION TO TRUE
               ADD 1 TO SUSPENSION-COUNT
               IF SW-APPEAL-DENIED
                   ADD 1 TO APPEAL-DENIED-COUNT.
      *
       460-WRITE-SAP-STATUS-RECORD.
      *
           MOVE SPACE                TO SAP-STATUS-RECORD.
           MOVE SM-STUDENT-ID        TO SS-STUDENT-ID.
           MOVE EVALUATION-TERM-CODE TO SS-TERM-CODE.
           MOVE SW-SAP-STATUS        TO SS-SAP-STATUS.
           MOVE SW-PRIOR-STATUS      TO SS-PRIOR-STATUS.
           MOVE SW-CUMULATIVE-GPA    TO SS-CUMULATIVE-GPA.
           MOVE SW-GPA-UNITS         TO SS-GPA-UNITS.
           MOVE SW-TOTAL-ATTEMPTED   TO SS-ATTEMPTED-UNITS.
           MOVE SW-TOTAL-EARNED      TO SS-EARNED-UNITS.
           MOVE SW-TRANSFER-UNITS    TO SS-TRANSFER-UNITS.
           MOVE SW-PACE-PERCENT      TO SS-PACE-PERCENT.
           MOVE SW-MAXIMUM-UNITS     TO SS-MAXIMUM-UNITS.
           MOVE SW-GPA-RESULT        TO SS-GPA-RESULT.
           MOVE SW-PACE-RESULT       TO SS-PACE-RESULT.
           MOVE SW-TIMEFRAME-RESULT  TO SS-TIMEFRAME-RESULT.
           MOVE SW-APPEAL-DECISION   TO SS-APPEAL-DECISION.
           MOVE SM-MAJOR             TO SS-MAJOR.
           WRITE SAP-STATUS-RECORD.
      *
       500-PRINT-REVIEW-LINE.
      *
           IF SAP-LINE-COUNT >= SAP-LINES-ON-PAGE
               PERFORM 510-PRINT-SAP-HEADING-LINES.
           MOVE SM-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO SDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO SDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO SDL-STUDENT-ID-3.
           MOVE SM-STUDENT-NAME  TO SDL-STUDENT-NAME.
           MOVE SM-MAJOR         TO SDL-MAJOR.
           MOVE SW-PRIOR-STATUS  TO SNF-STATUS-CODE.
           PERFORM 520-FORMAT-STATUS-NAME.
           MOVE SNF-STATUS-NAME  TO SDL-PRIOR-STATUS.
           MOVE SW-SAP-STATUS    TO SNF-STATUS-CODE.
           PERFORM 520-FORMAT-STATUS-NAME.
           MOVE SNF-STATUS-NAME  TO SDL-SAP-STATUS.
           MOVE SW-CUMULATIVE-GPA  TO SDL-CUMULATIVE-GPA.
           MOVE SW-TOTAL-ATTEMPTED TO SDL-ATTEMPTED-UNITS.
           MOVE SW-TOTAL-EARNED    TO SDL-EARNED-UNITS.
           MOVE SW-PACE-PERCENT    TO SDL-PACE-PERCENT.
           MOVE SW-MAXIMUM-UNITS   TO SDL-MAXIMUM-UNITS.
           MOVE SPACE TO SDL-FAILED-MEASURES.
           IF SW-GPA-FAILED
               MOVE "GPA"  TO SDL-FAILED-GPA.
           IF SW-PACE-FAILED
               MOVE "PACE" TO SDL-FAILED-PACE.
           IF SW-TIMEFRAME-FAILED
               MOVE "TIME" TO SDL-FAILED-TIME.
           IF SW-APPEAL-APPROVED
               MOVE "APPROVED" TO SDL-APPEAL
           ELSE
           IF SW-APPEAL-DENIED
               MOVE "DENIED"   TO SDL-APPEAL
           ELSE
               MOVE SPACE      TO SDL-APPEAL.
           MOVE SAP-DETAIL-LINE TO SAP-PRINT-AREA.
           WRITE SAP-PRINT-AREA
               AFTER ADVANCING SAP-SPACE-CONTROL LINES.
           ADD 1  TO SAP-LINE-COUNT.
           ADD 1  TO LISTED-COUNT.
           MOVE 1 TO SAP-SPACE-CONTROL.
      *
       510-PRINT-SAP-HEADING-LINES.
      *
           ADD 1 TO SAP-PAGE-COUNT.
           MOVE SAP-PAGE-COUNT TO SHL1-PAGE-NUMBER.
           MOVE SAP-HEADING-LINE-1 TO SAP-PRINT-AREA.
           WRITE SAP-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SAP-HEADING-LINE-2 TO SAP-PRINT-AREA.
           WRITE SAP-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SAP-COLUMN-LINE TO SAP-PRINT-AREA.
           WRITE SAP-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO SAP-LINE-COUNT.
           MOVE 2 TO SAP-SPACE-CONTROL.
      *
       520-FORMAT-STATUS-NAME.
      *
           IF SNF-STATUS-CODE = "M"
               MOVE "MEETS"          TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "W"
               MOVE "WARNING"        TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "S"
               MOVE "SUSPENSION"     TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "P"
               MOVE "PROB ON APPEAL" TO SNF-STATUS-NAME
           ELSE
               MOVE "NONE ON FILE"   TO SNF-STATUS-NAME.
      *
       800-PRINT-SAP-TOTALS.
      *
           IF SAP-LINE-COUNT >= SAP-LINES-ON-PAGE
               PERFORM 510-PRINT-SAP-HEADING-LINES.
           MOVE "MASTER RECORDS READ:" TO STL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT     TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS EVALUATED: " TO STL-DESCRIPTION.
           MOVE EVALUATED-COUNT        TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "MEETS:              " TO STL-DESCRIPTION.
           MOVE MEETS-COUNT            TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "WARNING:            " TO STL-DESCRIPTION.
           MOVE WARNING-COUNT          TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "SUSPENSION:         " TO STL-DESCRIPTION.
           MOVE SUSPENSION-COUNT       TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "PROBATION ON APPEAL:" TO STL-DESCRIPTION.
           MOVE PROBATION-COUNT        TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS LISTED:    " TO STL-DESCRIPTION.
           MOVE LISTED-COUNT           TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NO UNITS ATTEMPTED: " TO STL-DESCRIPTION.
           MOVE NO-UNITS-COUNT         TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "INACTIVE SKIPPED:   " TO STL-DESCRIPTION.
           MOVE INACTIVE-SKIPPED-COUNT TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "GRADUATED SKIPPED:  " TO STL-DESCRIPTION.
           MOVE GRADUATED-SKIPPED-COUNT TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NO MAJOR REQUIREMENT:" TO STL-DESCRIPTION.
           MOVE NO-MAJOR-REQ-COUNT     TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "APPEALS APPLIED:    " TO STL-DESCRIPTION.
           MOVE APPEAL-APPLIED-COUNT   TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "APPEALS DENIED:     " TO STL-DESCRIPTION.
           MOVE APPEAL-DENIED-COUNT    TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "APPEALS NOT APPLIED:" TO STL-DESCRIPTION.
           MOVE APPEAL-UNUSED-COUNT    TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED HISTORY:  " TO STL-DESCRIPTION.
           MOVE UNMATCHED-HISTORY-COUNT TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED COURSES:  " TO STL-DESCRIPTION.
           MOVE UNMATCHED-COURSE-COUNT TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "INVALID HISTORY:    " TO STL-DESCRIPTION.
           MOVE INVALID-HISTORY-COUNT  TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNKNOWN GRADES:     " TO STL-DESCRIPTION.
           MOVE UNKNOWN-GRADE-COUNT    TO STL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE SAP-TOTAL-LINE TO SAP-PRINT-AREA.
           WRITE SAP-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO SAP-LINE-COUNT.
      *
       990-ABORT-GRADEHIST-ERROR.
      *
           DISPLAY "A8SAP - GRADEHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8SAP - " ABORT-MESSAGE.
           DISPLAY "A8SAP - STUDENT ID " GH-STUDENT-ID
               " TERM " GH-TERM-CODE.
           DISPLAY "A8SAP - SORT THE HISTORY FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       991-ABORT-COURSEGR-SEQUENCE.
      *
           DISPLAY "A8SAP - COURSEGR CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8SAP - " ABORT-MESSAGE.
           DISPLAY "A8SAP - STUDENT ID " CG-STUDENT-ID
               " TERM " CG-TERM-CODE.
           DISPLAY "A8SAP - SORT THE COURSE GRADE FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       992-ABORT-SAP-CARRY-FORWARD.
      *
           DISPLAY "A8SAP - SAP CARRY-FORWARD ERROR - RUN ABORTED".
           DISPLAY "A8SAP - " ABORT-MESSAGE.
           DISPLAY "A8SAP - CHECK SAPPRIOR.DAT AND SAPAPPL.DAT".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       993-ABORT-STUDENT-TERM-TABLE.
      *
           DISPLAY "A8SAP - STUDENT TERM TABLE ERROR - RUN ABORTED".
           DISPLAY "A8SAP - " ABORT-MESSAGE.
           DISPLAY "A8SAP - STUDENT ID " SM-STUDENT-ID.
           DISPLAY "A8SAP - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       994-ABORT-GRADE-SCALE-TABLE.
      *
           DISPLAY "A8SAP - GRADESCL CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8SAP - " ABORT-MESSAGE.
           DISPLAY "A8SAP - CORRECT GRADESCL.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       995-ABORT-POSTING-CONTROL.
      *
           DISPLAY "A8SAP - POSTING CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8SAP - " ABORT-MESSAGE.
           DISPLAY "A8SAP - SUPPLY POSTCTL.DAT WITH THE TERM CODE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       996-ABORT-MAJORREQ-TABLE-FULL.
      *
           DISPLAY "A8SAP - MAJORREQ TABLE FULL - RUN ABORTED".
           DISPLAY "A8SAP - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       997-ABORT-TRANSFCR-SEQUENCE.
      *
           DISPLAY "A8SAP - TRANSFCR OUT OF STUDENT ID SEQUENCE".
           DISPLAY "A8SAP - STUDENT ID " TC-STUDENT-ID.
           DISPLAY "A8SAP - SORT THE TRANSFER CREDIT FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8SAP.

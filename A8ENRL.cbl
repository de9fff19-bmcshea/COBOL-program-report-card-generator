      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program builds the term enrollment verification
      *          submission for the student clearinghouse.  Every
      *          student on the master is reported with an enrollment
      *          level taken from the units in progress - full-time,
      *          three-quarter, half-time, or less than half-time -
      *          or as withdrawn when inactive or graduated when
      *          cleared, with the clearance date from the graduation
      *          clearance file.  Directory fields are left off for
      *          students with a FERPA restriction.  The submission is
      *          compared with the prior term's submission and every
      *          student whose status changed, who is new, or who has
      *          dropped off is listed on the change report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8ENRL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUMAST   ASSIGN TO "STUMAST.DAT".
           SELECT FERPAFIL  ASSIGN TO "FERPAFIL.DAT".
           SELECT POSTCTL   ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT ENRLCTL   ASSIGN TO "ENRLCTL.DAT"
               FILE STATUS IS ENRLCTL-STATUS.
           SELECT OPTIONAL GRADCLR  ASSIGN TO "GRADCLR.DAT"
               FILE STATUS IS GRADCLR-STATUS.
           SELECT CLEAR-SORT-FILE ASSIGN TO "CLRSORT.WRK".
           SELECT CLRDATE   ASSIGN TO "CLRDATE.WRK".
           SELECT OPTIONAL ENRLPRIO ASSIGN TO "ENRLPRIO.DAT"
               FILE STATUS IS ENRLPRIO-STATUS.
           SELECT ENRLSUB   ASSIGN TO "ENRLSUB.DAT".
           SELECT ENRLRPT   ASSIGN TO "ENRLRPT.PRN".

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
               10  SM-DATE-OF-BIRTH            PIC 9(8).
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
      *    ONE RECORD PER STUDENT WHO HAS FILED A FERPA DIRECTORY
      *    INFORMATION RESTRICTION, IN ASCENDING STUDENT ID ORDER.
       FD  FERPAFIL.
      *
       01  FERPA-RESTRICT-RECORD.
           05  FR-STUDENT-ID            PIC 9(9).
           05  FILLER                   PIC X(71).
      *
      *    THE POSTING TERM CARD NAMES THE TERM BEING REPORTED.
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
      *    THE CLEARINGHOUSE SCHOOL CODE IS REQUIRED; THE UNIT LEVELS
      *    DEFAULT WHEN THEY ARE LEFT BLANK.
       FD  ENRLCTL.
      *
       01  ENROLLMENT-CONTROL-RECORD.
           05  EC-SCHOOL-CODE          PIC X(8).
           05  EC-FULL-TIME-UNITS      PIC 9(2).
           05  EC-THREE-QUARTER-UNITS  PIC 9(2).
           05  EC-HALF-TIME-UNITS      PIC 9(2).
           05  FILLER                  PIC X(66).
      *
      *    APPENDED BY THE GRADUATION CLEARANCE RUN FOR EVERY
      *    STUDENT CLEARED; NOT IN STUDENT ID ORDER.
       FD  GRADCLR.
      *
       01  GRADUATION-CLEARANCE-RECORD.
           05  GD-STUDENT-ID           PIC 9(9).
           05  GD-CLEARANCE-DATE       PIC 9(8).
           05  GD-TERM-CODE            PIC 9(6).
           05  GD-MAJOR                PIC X(4).
           05  FILLER                  PIC X(53).
      *
       SD  CLEAR-SORT-FILE.
      *
       01  CLEAR-SORT-RECORD.
           05  CSR-STUDENT-ID          PIC 9(9).
           05  CSR-CLEARANCE-DATE      PIC 9(8).
      *
      *    THE MOST RECENT CLEARANCE DATE OF EACH GRADUATE, IN
      *    ASCENDING STUDENT ID ORDER SO IT CAN RIDE THE MASTER PASS.
       FD  CLRDATE.
      *
       01  CLEARANCE-DATE-RECORD.
           05  CLW-STUDENT-ID          PIC 9(9).
           05  CLW-CLEARANCE-DATE      PIC 9(8).
      *
      *    LAST TERM'S SUBMISSION, IN THE SAME LAYOUT AS THE NEW ONE.
       FD  ENRLPRIO.
      *
       01  PRIOR-SUBMISSION-RECORD.
           05  EP-RECORD-TYPE          PIC X(2).
               88  EP-DETAIL-RECORD            VALUE "D1".
           05  EP-STUDENT-ID           PIC 9(9).
           05  EP-STUDENT-NAME         PIC X(25).
           05  EP-DATE-OF-BIRTH        PIC 9(8).
           05  EP-ENROLLMENT-STATUS    PIC X.
           05  EP-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(67).
      *
      *    THE SUBMISSION: A HEADER, ONE DETAIL PER STUDENT IN
      *    STUDENT ID ORDER, AND A TRAILER WITH THE DETAIL COUNT
      *    AND THE COUNT AT EACH STATUS.
       FD  ENRLSUB.
      *
       01  SUBMISSION-DETAIL-RECORD.
           05  ES-RECORD-TYPE          PIC X(2).
           05  ES-STUDENT-ID           PIC 9(9).
           05  ES-STUDENT-NAME         PIC X(25).
           05  ES-DATE-OF-BIRTH        PIC 9(8).
           05  ES-ENROLLMENT-STATUS    PIC X.
           05  ES-STATUS-DATE          PIC 9(8).
           05  ES-UNITS-IN-PROGRESS    PIC 9(3).
           05  ES-DIRECTORY-BLOCK      PIC X.
           05  ES-STUDENT-ADDRESS      PIC X(25).
           05  ES-STUDENT-CITY         PIC X(11).
           05  ES-STUDENT-STATE        PIC X(2).
           05  ES-STUDENT-ZIP-CODE     PIC X(5).
           05  ES-STUDENT-ZIP-CODE-EXT PIC X(4).
           05  ES-MAJOR                PIC X(4).
           05  ES-TERM-CODE            PIC 9(6).
           05  FILLER                  PIC X(6).
      *
       01  SUBMISSION-HEADER-RECORD.
           05  EH-RECORD-TYPE          PIC X(2).
           05  EH-SCHOOL-CODE          PIC X(8).
           05  EH-TERM-CODE            PIC 9(6).
           05  EH-CERTIFICATION-DATE   PIC 9(8).
           05  EH-EXTRACT-DATE         PIC 9(8).
           05  FILLER                  PIC X(88).
      *
       01  SUBMISSION-TRAILER-RECORD.
           05  ET-RECORD-TYPE          PIC X(2).
           05  ET-DETAIL-COUNT         PIC 9(9).
           05  ET-FULL-TIME-COUNT      PIC 9(7).
           05  ET-THREE-QUARTER-COUNT  PIC 9(7).
           05  ET-HALF-TIME-COUNT      PIC 9(7).
           05  ET-LESS-THAN-HALF-COUNT PIC 9(7).
           05  ET-WITHDRAWN-COUNT      PIC 9(7).
           05  ET-GRADUATED-COUNT      PIC 9(7).
           05  FILLER                  PIC X(67).
      *
       FD  ENRLRPT.
      *
       01  ENRL-PRINT-AREA            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  FERPAFIL-EOF-SWITCH    PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  ENRLCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADCLR-EOF-SWITCH     PIC X    VALUE "N".
           05  CLEAR-SORT-EOF-SWITCH  PIC X    VALUE "N".
           05  CLRDATE-EOF-SWITCH     PIC X    VALUE "N".
           05  ENRLPRIO-EOF-SWITCH    PIC X    VALUE "N".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  ENRLCTL-STATUS             PIC XX.
       01  GRADCLR-STATUS             PIC XX.
       01  ENRLPRIO-STATUS            PIC XX.
      *
       01  MASTER-CONTROL-FIELDS.
           05  MASTER-RECORD-TYPE     PIC X    VALUE SPACE.
               88  MASTER-HEADER-RECORD       VALUE "H".
               88  MASTER-TRAILER-RECORD      VALUE "T".
               88  MASTER-DETAIL-RECORD       VALUE "D".
           05  HEADER-SEEN-SWITCH     PIC X    VALUE "N".
               88  HEADER-SEEN                VALUE "Y".
           05  TRAILER-SEEN-SWITCH    PIC X    VALUE "N".
               88  TRAILER-SEEN               VALUE "Y".
           05  DETAIL-RECORD-COUNT    PIC 9(9)  VALUE ZERO.
           05  MASTER-EXTRACT-DATE    PIC 9(8)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
       01  MATCH-FIELDS.
           05  FERPA-VALID-SWITCH     PIC X    VALUE "N".
               88  FERPA-RECORD-VALID          VALUE "Y".
           05  FERPA-PREVIOUS-ID      PIC 9(9)  VALUE ZERO.
           05  SUPPRESS-SWITCH        PIC X    VALUE "N".
               88  SUPPRESS-DIRECTORY          VALUE "Y".
           05  PRIOR-VALID-SWITCH     PIC X    VALUE "N".
               88  PRIOR-RECORD-VALID          VALUE "Y".
           05  PRIOR-PREVIOUS-ID      PIC 9(9)  VALUE ZERO.
           05  PRIOR-MATCH-SWITCH     PIC X    VALUE "N".
               88  PRIOR-MATCHED               VALUE "Y".
           05  PRIOR-ENROLLMENT-STATUS PIC X   VALUE SPACE.
           05  PRIOR-STATUS-DATE      PIC 9(8)  VALUE ZERO.
           05  CLEARANCE-MATCH-SWITCH PIC X    VALUE "N".
               88  CLEARANCE-FOUND             VALUE "Y".
           05  STUDENT-CLEARANCE-DATE PIC 9(8)  VALUE ZERO.
           05  LAST-CLEARANCE-ID      PIC 9(9)  VALUE ZERO.
      *
       01  ENROLLMENT-CONTROL-FIELDS.
           05  REPORT-TERM-CODE       PIC 9(6)  VALUE ZERO.
           05  SCHOOL-CODE            PIC X(8)  VALUE SPACE.
           05  FULL-TIME-UNITS        PIC S9(3) VALUE +12.
           05  THREE-QUARTER-UNITS    PIC S9(3) VALUE +9.
           05  HALF-TIME-UNITS        PIC S9(3) VALUE +6.
           05  CERTIFICATION-DATE     PIC 9(8)  VALUE ZERO.
      *
       01  ENROLLMENT-STATUS-FIELDS.
           05  ENROLLMENT-STATUS      PIC X    VALUE SPACE.
               88  STATUS-FULL-TIME            VALUE "F".
               88  STATUS-THREE-QUARTER        VALUE "Q".
               88  STATUS-HALF-TIME            VALUE "H".
               88  STATUS-LESS-THAN-HALF       VALUE "L".
               88  STATUS-WITHDRAWN            VALUE "W".
               88  STATUS-GRADUATED            VALUE "G".
           05  STATUS-DATE            PIC 9(8)  VALUE ZERO.
           05  CHANGE-DESCRIPTION     PIC X(14) VALUE SPACE.
      *
       01  ENRL-TOTAL-FIELDS.
           05  MASTERS-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  DETAIL-WRITTEN-COUNT   PIC S9(9) VALUE ZERO.
           05  FULL-TIME-COUNT        PIC S9(7) VALUE ZERO.
           05  THREE-QUARTER-COUNT    PIC S9(7) VALUE ZERO.
           05  HALF-TIME-COUNT        PIC S9(7) VALUE ZERO.
           05  LESS-THAN-HALF-COUNT   PIC S9(7) VALUE ZERO.
           05  WITHDRAWN-COUNT        PIC S9(7) VALUE ZERO.
           05  GRADUATED-COUNT        PIC S9(7) VALUE ZERO.
           05  DIRECTORY-BLOCK-COUNT  PIC S9(7) VALUE ZERO.
           05  NO-CLEARANCE-DATE-COUNT PIC S9(7) VALUE ZERO.
           05  UNCHANGED-COUNT        PIC S9(7) VALUE ZERO.
           05  STATUS-CHANGE-COUNT    PIC S9(7) VALUE ZERO.
           05  NEW-STUDENT-COUNT      PIC S9(7) VALUE ZERO.
           05  DROPPED-STUDENT-COUNT  PIC S9(7) VALUE ZERO.
      *
       01  ENRL-PRINT-FIELDS.
           05  ENRL-PAGE-COUNT        PIC S9(3) VALUE ZERO.
           05  ENRL-LINES-ON-PAGE     PIC S9(3) VALUE +55.
           05  ENRL-LINE-COUNT        PIC S9(3) VALUE +99.
           05  ENRL-SPACE-CONTROL     PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  ENRL-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  EHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  EHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  EHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "ENROLLMENT CHANGE REPORT  ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  EHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  ENRL-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  EHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  EHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(7)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "TERM: ".
           05  EHL2-TERM-YEAR  PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  EHL2-TERM-PART  PIC 9(2).
           05  FILLER          PIC X(31)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  ENRL-COLUMN-LINE.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(25)   VALUE "STUDENT NAME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "PRIOR STATUS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "CURRENT STATUS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "EFFECTIVE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "CHANGE".
           05  FILLER      PIC X(34)   VALUE SPACE.
      *
       01  ENRL-DETAIL-LINE.
           05  EDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  EDL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  EDL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EDL-STUDENT-NAME    PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EDL-PRIOR-STATUS    PIC X(14).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EDL-CURRENT-STATUS  PIC X(14).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EDL-EFFECTIVE-DATE.
               10  EDL-EFFECTIVE-MONTH PIC 9(2).
               10  EDL-EFFECTIVE-SLASH-1 PIC X(1).
               10  EDL-EFFECTIVE-DAY   PIC 9(2).
               10  EDL-EFFECTIVE-SLASH-2 PIC X(1).
               10  EDL-EFFECTIVE-YEAR  PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EDL-CHANGE          PIC X(14).
           05  FILLER              PIC X(34)    VALUE SPACE.
      *
       01  ENRL-TOTAL-LINE.
           05  ETL-DESCRIPTION     PIC X(22).
           05  ETL-TOTAL           PIC ZZZ,ZZ9.
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
       01  STATUS-DATE-SPLIT.
           05  SDS-YEAR            PIC 9(4).
           05  SDS-MONTH           PIC 9(2).
           05  SDS-DAY             PIC 9(2).
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-ENROLLMENT-EXTRACT.
      *
           PERFORM 030-READ-REPORT-TERM.
           PERFORM 050-READ-CONTROL-CARD.
           PERFORM 060-SORT-CLEARANCE-DATES.
           OPEN INPUT  STUMAST
                INPUT  FERPAFIL
                INPUT  CLRDATE
                OUTPUT ENRLSUB
                OUTPUT ENRLRPT.
           PERFORM 080-OPEN-PRIOR-SUBMISSION.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 220-READ-FERPA-RECORD.
           PERFORM 230-READ-CLEARANCE-DATE.
           PERFORM 240-READ-PRIOR-SUBMISSION.
           PERFORM 200-REPORT-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           PERFORM 460-REPORT-DROPPED-STUDENT
               UNTIL ENRLPRIO-EOF-SWITCH = "Y".
           PERFORM 850-WRITE-SUBMISSION-TRAILER.
           PERFORM 800-PRINT-ENROLLMENT-TOTALS.
           CLOSE STUMAST
                 FERPAFIL
                 CLRDATE
                 ENRLPRIO
                 ENRLSUB
                 ENRLRPT.
           STOP RUN.
      *
       030-READ-REPORT-TERM.
      *
           OPEN INPUT POSTCTL.
           IF POSTCTL-STATUS = "00"
               PERFORM 035-APPLY-REPORT-TERM.
           IF REPORT-TERM-CODE = ZERO
               MOVE "POSTING TERM CONTROL CARD MISSING"
                   TO ABORT-MESSAGE
               PERFORM 995-ABORT-POSTING-CONTROL.
      *
       035-APPLY-REPORT-TERM.
      *
           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
              AND PC-POST-TERM-CODE NUMERIC
               MOVE PC-POST-TERM-CODE TO REPORT-TERM-CODE.
           CLOSE POSTCTL.
      *
       050-READ-CONTROL-CARD.
      *
           OPEN INPUT ENRLCTL.
           IF ENRLCTL-STATUS = "00"
               PERFORM 055-APPLY-CONTROL-CARD.
           IF SCHOOL-CODE = SPACE
               MOVE "SCHOOL CODE MISSING FROM CONTROL CARD"
                   TO ABORT-MESSAGE
               PERFORM 994-ABORT-ENROLLMENT-CONTROL.
      *
       055-APPLY-CONTROL-CARD.
      *
           READ ENRLCTL
               AT END
                   MOVE "Y" TO ENRLCTL-EOF-SWITCH.
           IF ENRLCTL-EOF-SWITCH = "N"
               PERFORM 056-SET-ENROLLMENT-LEVELS.
           CLOSE ENRLCTL.
      *
      *    THE LEVELS MUST STEP DOWN FROM FULL-TIME TO HALF-TIME OR
      *    THE DEFAULTS ARE KEPT.
       056-SET-ENROLLMENT-LEVELS.
      *
           MOVE EC-SCHOOL-CODE TO SCHOOL-CODE.
           IF EC-FULL-TIME-UNITS NUMERIC
              AND EC-THREE-QUARTER-UNITS NUMERIC
              AND EC-HALF-TIME-UNITS NUMERIC
              AND EC-HALF-TIME-UNITS > ZERO
              AND EC-THREE-QUARTER-UNITS > EC-HALF-TIME-UNITS
              AND EC-FULL-TIME-UNITS > EC-THREE-QUARTER-UNITS
               MOVE EC-FULL-TIME-UNITS     TO FULL-TIME-UNITS
               MOVE EC-THREE-QUARTER-UNITS TO THREE-QUARTER-UNITS
               MOVE EC-HALF-TIME-UNITS     TO HALF-TIME-UNITS.
      *
      *    A GRADUATE MAY HAVE MORE THAN ONE CLEARANCE RECORD IF A
      *    CLEARANCE RUN WAS REPEATED OR THE STUDENT WAS READMITTED,
      *    SO ONLY THE MOST RECENT DATE IS KEPT.
       060-SORT-CLEARANCE-DATES.
      *
           SORT CLEAR-SORT-FILE
               ON ASCENDING  KEY CSR-STUDENT-ID
                  DESCENDING KEY CSR-CLEARANCE-DATE
               INPUT PROCEDURE 062-RELEASE-CLEARANCE-RECORDS
               OUTPUT PROCEDURE 066-WRITE-CLEARANCE-WORK-FILE.
      *
       062-RELEASE-CLEARANCE-RECORDS.
      *
           OPEN INPUT GRADCLR.
           IF GRADCLR-STATUS = "00" OR GRADCLR-STATUS = "05"
               PERFORM 064-RELEASE-ONE-CLEARANCE
                   UNTIL GRADCLR-EOF-SWITCH = "Y".
           CLOSE GRADCLR.
      *
       064-RELEASE-ONE-CLEARANCE.
      *
           READ GRADCLR
               AT END
                   MOVE "Y" TO GRADCLR-EOF-SWITCH.
           IF GRADCLR-EOF-SWITCH = "N"
              AND GD-STUDENT-ID NUMERIC
              AND GD-CLEARANCE-DATE NUMERIC
               MOVE GD-STUDENT-ID     TO CSR-STUDENT-ID
               MOVE GD-CLEARANCE-DATE TO CSR-CLEARANCE-DATE
               RELEASE CLEAR-SORT-RECORD.
      *
       066-WRITE-CLEARANCE-WORK-FILE.
      *
           OPEN OUTPUT CLRDATE.
           PERFORM 068-WRITE-ONE-CLEARANCE
               UNTIL CLEAR-SORT-EOF-SWITCH = "Y".
           CLOSE CLRDATE.
      *
       068-WRITE-ONE-CLEARANCE.
      *
           RETURN CLEAR-SORT-FILE
               AT END
                   MOVE "Y" TO CLEAR-SORT-EOF-SWITCH.
           IF CLEAR-SORT-EOF-SWITCH = "N"
              AND CSR-STUDENT-ID NOT = LAST-CLEARANCE-ID
               MOVE CSR-STUDENT-ID     TO CLW-STUDENT-ID
               MOVE CSR-CLEARANCE-DATE TO CLW-CLEARANCE-DATE
               WRITE CLEARANCE-DATE-RECORD
               MOVE CSR-STUDENT-ID     TO LAST-CLEARANCE-ID.
      *
      *    THE PRIOR SUBMISSION IS OPTIONAL SO THE FIRST TERM
      *    REPORTED LISTS EVERY STUDENT AS NEW.
       080-OPEN-PRIOR-SUBMISSION.
      *
           OPEN INPUT ENRLPRIO.
           IF ENRLPRIO-STATUS NOT = "00"
              AND ENRLPRIO-STATUS NOT = "05"
               MOVE "Y" TO ENRLPRIO-EOF-SWITCH.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO EHL1-MONTH.
           MOVE CD-DAY     TO EHL1-DAY.
           MOVE CD-YEAR    TO EHL1-YEAR.
           MOVE CD-HOURS   TO EHL2-HOURS.
           MOVE CD-MINUTES TO EHL2-MINUTES.
           MOVE REPORT-TERM-CODE TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR    TO EHL2-TERM-YEAR.
           MOVE TCS-TERM-PART    TO EHL2-TERM-PART.
           MOVE CD-YEAR    TO SDS-YEAR.
           MOVE CD-MONTH   TO SDS-MONTH.
           MOVE CD-DAY     TO SDS-DAY.
           MOVE STATUS-DATE-SPLIT TO CERTIFICATION-DATE.
      *
       200-REPORT-ONE-STUDENT.
      *
           PERFORM 210-READ-MASTER-RECORD.
           IF STUMAST-EOF-SWITCH = "N"
              AND MASTER-DETAIL-RECORD
               ADD 1 TO MASTERS-READ-COUNT
               PERFORM 300-MATCH-FILES-TO-MASTER
               PERFORM 400-DERIVE-ENROLLMENT-STATUS
               PERFORM 420-WRITE-SUBMISSION-DETAIL
               PERFORM 440-COMPARE-WITH-PRIOR.
      *
      *    THE SUBMISSION HEADER CARRIES THE MASTER EXTRACT DATE, SO
      *    IT IS WRITTEN WHEN THE MASTER HEADER IS READ.  THE TRAILER
      *    COUNT IS CHECKED SO A SHORT MASTER CANNOT PRODUCE A SHORT
      *    SUBMISSION WITH EVERY MISSING STUDENT LISTED AS DROPPED.
       210-READ-MASTER-RECORD.
      *
           READ STUMAST
               AT END
                   MOVE "Y" TO STUMAST-EOF-SWITCH.
           IF STUMAST-EOF-SWITCH = "Y"
               PERFORM 214-VERIFY-CONTROLS-AT-EOF
           ELSE
           IF SM-STUDENT-ID = ZERO AND SH-RECORD-TYPE = "H"
               MOVE "H" TO MASTER-RECORD-TYPE
               PERFORM 215-WRITE-SUBMISSION-HEADER
           ELSE
           IF SM-STUDENT-ID = 999999999 AND ST-RECORD-TYPE = "T"
               MOVE "T" TO MASTER-RECORD-TYPE
               PERFORM 213-CHECK-TRAILER-RECORD
           ELSE
               MOVE "D" TO MASTER-RECORD-TYPE
               PERFORM 217-CHECK-HEADER-WRITTEN.
      *
       213-CHECK-TRAILER-RECORD.
      *
           IF TRAILER-SEEN
               MOVE "DUPLICATE TRAILER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF NOT HEADER-SEEN
               MOVE "TRAILER WITH NO HEADER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF ST-RECORD-COUNT NOT = DETAIL-RECORD-COUNT
               DISPLAY "A8ENRL - TRAILER COUNT " ST-RECORD-COUNT
                   " BUT MASTER RECORDS READ " DETAIL-RECORD-COUNT
               MOVE "RECORD COUNT MISMATCH - SHORT FILE"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           SET TRAILER-SEEN TO TRUE.
      *
       214-VERIFY-CONTROLS-AT-EOF.
      *
           IF NOT HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF NOT TRAILER-SEEN
               MOVE "TRAILER MISSING - POSSIBLE SHORT FILE"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
      *
       215-WRITE-SUBMISSION-HEADER.
      *
           IF HEADER-SEEN
               MOVE "DUPLICATE HEADER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           SET HEADER-SEEN TO TRUE.
           MOVE SH-EXTRACT-DATE    TO MASTER-EXTRACT-DATE.
           MOVE SPACE              TO SUBMISSION-HEADER-RECORD.
           MOVE "H1"               TO EH-RECORD-TYPE.
           MOVE SCHOOL-CODE        TO EH-SCHOOL-CODE.
           MOVE REPORT-TERM-CODE   TO EH-TERM-CODE.
           MOVE CERTIFICATION-DATE TO EH-CERTIFICATION-DATE.
           MOVE MASTER-EXTRACT-DATE TO EH-EXTRACT-DATE.
           WRITE SUBMISSION-HEADER-RECORD.
      *
       217-CHECK-HEADER-WRITTEN.
      *
           IF NOT HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF TRAILER-SEEN
               MOVE "DETAIL RECORD AFTER TRAILER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           ADD 1 TO DETAIL-RECORD-COUNT.
      *
       220-READ-FERPA-RECORD.
      *
           MOVE "N" TO FERPA-VALID-SWITCH.
           PERFORM 225-READ-ONE-FERPA-RECORD
               UNTIL FERPA-RECORD-VALID
                  OR FERPAFIL-EOF-SWITCH = "Y".
      *
       225-READ-ONE-FERPA-RECORD.
      *
           READ FERPAFIL
               AT END
                   MOVE "Y" TO FERPAFIL-EOF-SWITCH.
           IF FERPAFIL-EOF-SWITCH = "N"
              AND FR-STUDENT-ID NUMERIC
              AND FR-STUDENT-ID > ZERO
               IF FR-STUDENT-ID < FERPA-PREVIOUS-ID
                   PERFORM 996-ABORT-FERPAFIL-SEQUENCE
               ELSE
                   MOVE FR-STUDENT-ID TO FERPA-PREVIOUS-ID
                   SET FERPA-RECORD-VALID TO TRUE.
      *
       230-READ-CLEARANCE-DATE.
      *
           READ CLRDATE
               AT END
                   MOVE "Y" TO CLRDATE-EOF-SWITCH.
      *
      *    ONLY DETAIL RECORDS OF THE PRIOR SUBMISSION ARE MATCHED;
      *    ITS HEADER AND TRAILER ARE PASSED OVER.
       240-READ-PRIOR-SUBMISSION.
      *
           MOVE "N" TO PRIOR-VALID-SWITCH.
           PERFORM 245-READ-ONE-PRIOR-RECORD
               UNTIL PRIOR-RECORD-VALID
                  OR ENRLPRIO-EOF-SWITCH = "Y".
      *
       245-READ-ONE-PRIOR-RECORD.
      *
           READ ENRLPRIO
               AT END
                   MOVE "Y" TO ENRLPRIO-EOF-SWITCH.
           IF ENRLPRIO-EOF-SWITCH = "N"
              AND EP-DETAIL-RECORD
               IF EP-STUDENT-ID < PRIOR-PREVIOUS-ID
                   PERFORM 997-ABORT-ENRLPRIO-SEQUENCE
               ELSE
                   MOVE EP-STUDENT-ID TO PRIOR-PREVIOUS-ID
                   SET PRIOR-RECORD-VALID TO TRUE.
      *
      *    PRIOR DETAILS BELOW THE MASTER KEY BELONG TO STUDENTS NO
      *    LONGER ON THE MASTER AND ARE REPORTED AS DROPPED.
       300-MATCH-FILES-TO-MASTER.
      *
           MOVE "N" TO SUPPRESS-SWITCH.
           PERFORM 310-MATCH-ONE-FERPA-RECORD
               UNTIL FERPAFIL-EOF-SWITCH = "Y"
                  OR FR-STUDENT-ID > SM-STUDENT-ID.
           MOVE "N"  TO CLEARANCE-MATCH-SWITCH.
           MOVE ZERO TO STUDENT-CLEARANCE-DATE.
           PERFORM 320-MATCH-ONE-CLEARANCE-DATE
               UNTIL CLRDATE-EOF-SWITCH = "Y"
                  OR CLW-STUDENT-ID > SM-STUDENT-ID.
           PERFORM 460-REPORT-DROPPED-STUDENT
               UNTIL ENRLPRIO-EOF-SWITCH = "Y"
                  OR EP-STUDENT-ID NOT < SM-STUDENT-ID.
           MOVE "N"   TO PRIOR-MATCH-SWITCH.
           MOVE SPACE TO PRIOR-ENROLLMENT-STATUS.
           MOVE ZERO  TO PRIOR-STATUS-DATE.
           IF ENRLPRIO-EOF-SWITCH = "N"
              AND EP-STUDENT-ID = SM-STUDENT-ID
               SET PRIOR-MATCHED TO TRUE
               MOVE EP-ENROLLMENT-STATUS TO PRIOR-ENROLLMENT-STATUS
               MOVE EP-STATUS-DATE       TO PRIOR-STATUS-DATE
               PERFORM 240-READ-PRIOR-SUBMISSION.
      *
       310-MATCH-ONE-FERPA-RECORD.
      *
           IF FR-STUDENT-ID = SM-STUDENT-ID
               MOVE "Y" TO SUPPRESS-SWITCH.
           PERFORM 220-READ-FERPA-RECORD.
      *
       320-MATCH-ONE-CLEARANCE-DATE.
      *
           IF CLW-STUDENT-ID = SM-STUDENT-ID
               SET CLEARANCE-FOUND TO TRUE
               MOVE CLW-CLEARANCE-DATE TO STUDENT-CLEARANCE-DATE.
           PERFORM 230-READ-CLEARANCE-DATE.
      *
      *    ENROLLED STUDENTS ARE LEVELED BY UNITS IN PROGRESS.  AN
      *    ENROLLED STUDENT CARRYING NO UNITS IS STILL REPORTED AS
      *    LESS THAN HALF-TIME; ONLY INACTIVE STATUS IS A WITHDRAWAL.
       400-DERIVE-ENROLLMENT-STATUS.
      *
           IF GRADUATED
               SET STATUS-GRADUATED TO TRUE
               ADD 1 TO GRADUATED-COUNT
           ELSE
           IF INACTIVE
               SET STATUS-WITHDRAWN TO TRUE
               ADD 1 TO WITHDRAWN-COUNT
           ELSE
           IF SM-UNITS-IN-PROGRESS >= FULL-TIME-UNITS
               SET STATUS-FULL-TIME TO TRUE
               ADD 1 TO FULL-TIME-COUNT
           ELSE
           IF SM-UNITS-IN-PROGRESS >= THREE-QUARTER-UNITS
               SET STATUS-THREE-QUARTER TO TRUE
               ADD 1 TO THREE-QUARTER-COUNT
           ELSE
           IF SM-UNITS-IN-PROGRESS >= HALF-TIME-UNITS
               SET STATUS-HALF-TIME TO TRUE
               ADD 1 TO HALF-TIME-COUNT
           ELSE
               SET STATUS-LESS-THAN-HALF TO TRUE
               ADD 1 TO LESS-THAN-HALF-COUNT.
           PERFORM 410-SET-STATUS-DATE.
      *
      *    A GRADUATE IS DATED BY THE CLEARANCE.  ANY OTHER STATUS
      *    UNCHANGED SINCE THE PRIOR SUBMISSION KEEPS THE DATE IT
      *    FIRST TOOK EFFECT; A NEW OR CHANGED STATUS IS DATED BY
      *    THE MASTER EXTRACT.  A GRADUATE CLEARED BEFORE THE
      *    CLEARANCE FILE WAS KEPT FALLS BACK THE SAME WAY.
       410-SET-STATUS-DATE.
      *
           IF STATUS-GRADUATED
              AND CLEARANCE-FOUND
               MOVE STUDENT-CLEARANCE-DATE TO STATUS-DATE
           ELSE
           IF PRIOR-MATCHED
              AND PRIOR-ENROLLMENT-STATUS = ENROLLMENT-STATUS
              AND PRIOR-STATUS-DATE > ZERO
               MOVE PRIOR-STATUS-DATE TO STATUS-DATE
           ELSE
               MOVE MASTER-EXTRACT-DATE TO STATUS-DATE.
           IF STATUS-GRADUATED
              AND NOT CLEARANCE-FOUND
               ADD 1 TO NO-CLEARANCE-DATE-COUNT.
      *
      *    NAME AND BIRTH DATE ARE NEEDED TO MATCH THE STUDENT AND
      *    ARE ALWAYS SENT.  ADDRESS AND MAJOR ARE DIRECTORY FIELDS
      *    AND ARE BLANKED WHEN THE STUDENT HAS RESTRICTED THEM.
       420-WRITE-SUBMISSION-DETAIL.
      *
           MOVE SPACE                TO SUBMISSION-DETAIL-RECORD.
           MOVE "D1"                 TO ES-RECORD-TYPE.
           MOVE SM-STUDENT-ID        TO ES-STUDENT-ID.
           MOVE SM-STUDENT-NAME      TO ES-STUDENT-NAME.
           MOVE SM-DATE-OF-BIRTH     TO ES-DATE-OF-BIRTH.
           MOVE ENROLLMENT-STATUS    TO ES-ENROLLMENT-STATUS.
           MOVE STATUS-DATE          TO ES-STATUS-DATE.
           MOVE SM-UNITS-IN-PROGRESS TO ES-UNITS-IN-PROGRESS.
           MOVE REPORT-TERM-CODE     TO ES-TERM-CODE.
           IF SUPPRESS-DIRECTORY
               MOVE "Y" TO ES-DIRECTORY-BLOCK
               ADD 1 TO DIRECTORY-BLOCK-COUNT
           ELSE
               MOVE "N"                     TO ES-DIRECTORY-BLOCK
               MOVE SM-STUDENT-ADDRESS      TO ES-STUDENT-ADDRESS
               MOVE SM-STUDENT-CITY         TO ES-STUDENT-CITY
               MOVE SM-STUDENT-STATE        TO ES-STUDENT-STATE
               MOVE SM-STUDENT-ZIP-CODE     TO ES-STUDENT-ZIP-CODE
               MOVE SM-STUDENT-ZIP-CODE-EXT TO ES-STUDENT-ZIP-CODE-EXT
               MOVE SM-MAJOR                TO ES-MAJOR.
           WRITE SUBMISSION-DETAIL-RECORD.
           ADD 1 TO DETAIL-WRITTEN-COUNT.
      *
       440-COMPARE-WITH-PRIOR.
      *
           IF NOT PRIOR-MATCHED
               MOVE "NEW STUDENT" TO CHANGE-DESCRIPTION
               ADD 1 TO NEW-STUDENT-COUNT
               PERFORM 500-PRINT-CHANGE-LINE
           ELSE
           IF PRIOR-ENROLLMENT-STATUS NOT = ENROLLMENT-STATUS
               MOVE "STATUS CHANGE" TO CHANGE-DESCRIPTION
               ADD 1 TO STATUS-CHANGE-COUNT
               PERFORM 500-PRINT-CHANGE-LINE
           ELSE
               ADD 1 TO UNCHANGED-COUNT.
      *
       460-REPORT-DROPPED-STUDENT.
      *
           ADD 1 TO DROPPED-STUDENT-COUNT.
           PERFORM 520-PRINT-DROPPED-LINE.
           PERFORM 240-READ-PRIOR-SUBMISSION.
      *
       500-PRINT-CHANGE-LINE.
      *
           MOVE SM-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SM-STUDENT-NAME TO EDL-STUDENT-NAME.
           MOVE PRIOR-ENROLLMENT-STATUS TO SNF-STATUS-CODE.
           PERFORM 530-FORMAT-STATUS-NAME.
           MOVE SNF-STATUS-NAME TO EDL-PRIOR-STATUS.
           MOVE ENROLLMENT-STATUS TO SNF-STATUS-CODE.
           PERFORM 530-FORMAT-STATUS-NAME.
           MOVE SNF-STATUS-NAME TO EDL-CURRENT-STATUS.
           MOVE STATUS-DATE TO STATUS-DATE-SPLIT.
           MOVE SDS-MONTH TO EDL-EFFECTIVE-MONTH.
           MOVE "/"       TO EDL-EFFECTIVE-SLASH-1.
           MOVE SDS-DAY   TO EDL-EFFECTIVE-DAY.
           MOVE "/"       TO EDL-EFFECTIVE-SLASH-2.
           MOVE SDS-YEAR  TO EDL-EFFECTIVE-YEAR.
           MOVE CHANGE-DESCRIPTION TO EDL-CHANGE.
           PERFORM 540-WRITE-DETAIL-LINE.
      *
       510-PRINT-ENRL-HEADING-LINES.
      *
           ADD 1 TO ENRL-PAGE-COUNT.
           MOVE ENRL-PAGE-COUNT TO EHL1-PAGE-NUMBER.
           MOVE ENRL-HEADING-LINE-1 TO ENRL-PRINT-AREA.
           WRITE ENRL-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE ENRL-HEADING-LINE-2 TO ENRL-PRINT-AREA.
           WRITE ENRL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ENRL-COLUMN-LINE TO ENRL-PRINT-AREA.
           WRITE ENRL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO ENRL-LINE-COUNT.
           MOVE 2 TO ENRL-SPACE-CONTROL.
      *
       520-PRINT-DROPPED-LINE.
      *
           MOVE EP-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE EP-STUDENT-NAME TO EDL-STUDENT-NAME.
           MOVE EP-ENROLLMENT-STATUS TO SNF-STATUS-CODE.
           PERFORM 530-FORMAT-STATUS-NAME.
           MOVE SNF-STATUS-NAME TO EDL-PRIOR-STATUS.
           MOVE "NOT REPORTED" TO EDL-CURRENT-STATUS.
           MOVE SPACE TO EDL-EFFECTIVE-DATE.
           MOVE "DROPPED" TO EDL-CHANGE.
           PERFORM 540-WRITE-DETAIL-LINE.
      *
       530-FORMAT-STATUS-NAME.
      *
           IF SNF-STATUS-CODE = "F"
               MOVE "FULL-TIME"      TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "Q"
               MOVE "THREE-QUARTER"  TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "H"
               MOVE "HALF-TIME"      TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "L"
               MOVE "LESS THAN HALF" TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "W"
               MOVE "WITHDRAWN"      TO SNF-STATUS-NAME
           ELSE
           IF SNF-STATUS-CODE = "G"
               MOVE "GRADUATED"      TO SNF-STATUS-NAME
           ELSE
               MOVE "NOT REPORTED"   TO SNF-STATUS-NAME.
      *
       540-WRITE-DETAIL-LINE.
      *
           IF ENRL-LINE-COUNT >= ENRL-LINES-ON-PAGE
               PERFORM 510-PRINT-ENRL-HEADING-LINES.
           MOVE SIS-STUDENT-ID-1 TO EDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO EDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO EDL-STUDENT-ID-3.
           MOVE ENRL-DETAIL-LINE TO ENRL-PRINT-AREA.
           WRITE ENRL-PRINT-AREA
               AFTER ADVANCING ENRL-SPACE-CONTROL LINES.
           ADD 1  TO ENRL-LINE-COUNT.
           MOVE 1 TO ENRL-SPACE-CONTROL.
      *
       800-PRINT-ENROLLMENT-TOTALS.
      *
           IF ENRL-LINE-COUNT >= ENRL-LINES-ON-PAGE
               PERFORM 510-PRINT-ENRL-HEADING-LINES.
           MOVE "MASTER RECORDS READ:" TO ETL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT     TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS REPORTED:  " TO ETL-DESCRIPTION.
           MOVE DETAIL-WRITTEN-COUNT   TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "FULL-TIME:          " TO ETL-DESCRIPTION.
           MOVE FULL-TIME-COUNT        TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "THREE-QUARTER:      " TO ETL-DESCRIPTION.
           MOVE THREE-QUARTER-COUNT    TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HALF-TIME:          " TO ETL-DESCRIPTION.
           MOVE HALF-TIME-COUNT        TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "LESS THAN HALF-TIME:" TO ETL-DESCRIPTION.
           MOVE LESS-THAN-HALF-COUNT   TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "WITHDRAWN:          " TO ETL-DESCRIPTION.
           MOVE WITHDRAWN-COUNT        TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "GRADUATED:          " TO ETL-DESCRIPTION.
           MOVE GRADUATED-COUNT        TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "DIRECTORY BLOCKED:  " TO ETL-DESCRIPTION.
           MOVE DIRECTORY-BLOCK-COUNT  TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "GRADS NO CLEAR DATE:" TO ETL-DESCRIPTION.
           MOVE NO-CLEARANCE-DATE-COUNT TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STATUS UNCHANGED:   " TO ETL-DESCRIPTION.
           MOVE UNCHANGED-COUNT        TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STATUS CHANGED:     " TO ETL-DESCRIPTION.
           MOVE STATUS-CHANGE-COUNT    TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NEW STUDENTS:       " TO ETL-DESCRIPTION.
           MOVE NEW-STUDENT-COUNT      TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "DROPPED STUDENTS:   " TO ETL-DESCRIPTION.
           MOVE DROPPED-STUDENT-COUNT  TO ETL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE ENRL-TOTAL-LINE TO ENRL-PRINT-AREA.
           WRITE ENRL-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO ENRL-LINE-COUNT.
      *
       850-WRITE-SUBMISSION-TRAILER.
      *
           MOVE SPACE                 TO SUBMISSION-TRAILER-RECORD.
           MOVE "T1"                  TO ET-RECORD-TYPE.
           MOVE DETAIL-WRITTEN-COUNT  TO ET-DETAIL-COUNT.
           MOVE FULL-TIME-COUNT       TO ET-FULL-TIME-COUNT.
           MOVE THREE-QUARTER-COUNT   TO ET-THREE-QUARTER-COUNT.
           MOVE HALF-TIME-COUNT       TO ET-HALF-TIME-COUNT.
           MOVE LESS-THAN-HALF-COUNT  TO ET-LESS-THAN-HALF-COUNT.
           MOVE WITHDRAWN-COUNT       TO ET-WITHDRAWN-COUNT.
           MOVE GRADUATED-COUNT       TO ET-GRADUATED-COUNT.
           WRITE SUBMISSION-TRAILER-RECORD.
      *
       990-ABORT-STUMAST-CONTROL.
      *
           DISPLAY "A8ENRL - STUMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8ENRL - " ABORT-MESSAGE.
           DISPLAY "A8ENRL - MASTER RECORDS READ  "
               MASTERS-READ-COUNT.
           DISPLAY "A8ENRL - DISCARD ENRLSUB.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       994-ABORT-ENROLLMENT-CONTROL.
      *
           DISPLAY "A8ENRL - ENROLLMENT CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8ENRL - " ABORT-MESSAGE.
           DISPLAY "A8ENRL - SUPPLY ENRLCTL.DAT WITH THE SCHOOL CODE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       995-ABORT-POSTING-CONTROL.
      *
           DISPLAY "A8ENRL - POSTING CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8ENRL - " ABORT-MESSAGE.
           DISPLAY "A8ENRL - SUPPLY POSTCTL.DAT WITH THE TERM CODE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       996-ABORT-FERPAFIL-SEQUENCE.
      *
           DISPLAY "A8ENRL - FERPAFIL OUT OF STUDENT ID SEQUENCE".
           DISPLAY "A8ENRL - STUDENT ID " FR-STUDENT-ID.
           DISPLAY "A8ENRL - SORT THE FERPA FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       997-ABORT-ENRLPRIO-SEQUENCE.
      *
           DISPLAY "A8ENRL - ENRLPRIO OUT OF STUDENT ID SEQUENCE".
           DISPLAY "A8ENRL - STUDENT ID " EP-STUDENT-ID.
           DISPLAY "A8ENRL - SUPPLY PRIOR TERM SUBMISSION AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8ENRL.

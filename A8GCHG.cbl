      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program applies late grade changes and
      *          incomplete-grade resolutions to terms that have
      *          already been posted.  Each transaction names the
      *          student, term, course, and new letter grade.  The
      *          student's courses are rolled up before and after the
      *          change the same way the term roll-up does it, and the
      *          difference is applied to that term's grade history
      *          record and to the cumulative units and grade points
      *          on the master, so the master and the history stay in
      *          balance.  New generations of the master, the grade
      *          history, and the course grade file are written, and
      *          an audit register shows each change with the term and
      *          cumulative GPA before and after, followed by the
      *          students the change moves onto or off the deans list,
      *          the probation list, or the dismissal streak.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8GCHG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUMAST   ASSIGN TO "STUMAST.DAT".
           SELECT GRADEHIST ASSIGN TO "GRADEHIST.DAT".
           SELECT COURSEGR  ASSIGN TO "COURSEGR.DAT".
           SELECT GRADECHG  ASSIGN TO "GRADECHG.DAT".
           SELECT GRADESCL  ASSIGN TO "GRADESCL.DAT".
           SELECT POSTCTL   ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT TRENDCTL  ASSIGN TO "TRENDCTL.DAT"
               FILE STATUS IS TRENDCTL-STATUS.
           SELECT DISMCTL   ASSIGN TO "DISMCTL.DAT"
               FILE STATUS IS DISMCTL-STATUS.
           SELECT OPTIONAL CYCLECTL ASSIGN TO "CYCLECTL.DAT"
               FILE STATUS IS CYCLECTL-STATUS.
           SELECT GCHGMAST  ASSIGN TO "GCHGMAST.DAT".
           SELECT GCHGHIST  ASSIGN TO "GCHGHIST.DAT".
           SELECT GCHGCRS   ASSIGN TO "GCHGCRS.DAT".
           SELECT GCHGLIST  ASSIGN TO "GCHGLIST.WRK".
           SELECT GCHGRPT   ASSIGN TO "GCHGRPT.PRN".

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
                   88  FRESHMAN                VALUE 1.
                   88  SOPHOMORE               VALUE 2.
                   88  JUNIOR                  VALUE 3.
                   88  SENIOR                  VALUE 4.
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
       FD  COURSEGR.
      *
      *    ONE RECORD PER STUDENT PER TERM PER COURSE, IN ASCENDING
      *    STUDENT ID AND TERM CODE ORDER.
       01  COURSE-GRADE-RECORD.
           05  CG-STUDENT-ID           PIC 9(9).
           05  CG-TERM-CODE            PIC 9(6).
           05  CG-COURSE-ID            PIC X(8).
           05  CG-SECTION              PIC X(3).
           05  CG-UNITS                PIC 9(2).
           05  CG-LETTER-GRADE         PIC X(2).
           05  FILLER                  PIC X(50).
      *
      *    ONE RECORD PER GRADE CHANGE, IN ASCENDING STUDENT ID
      *    ORDER.  THE REASON CODE SEPARATES INSTRUCTOR GRADE
      *    CHANGES FROM INCOMPLETE GRADES BEING RESOLVED.
       FD  GRADECHG.
      *
       01  GRADE-CHANGE-RECORD.
           05  GC-STUDENT-ID           PIC 9(9).
           05  GC-TERM-CODE            PIC 9(6).
           05  GC-COURSE-ID            PIC X(8).
           05  GC-NEW-GRADE            PIC X(2).
           05  GC-REASON-CODE          PIC X.
               88  GC-GRADE-CHANGE             VALUE "C".
               88  GC-INCOMPLETE-RESOLVED      VALUE "I".
           05  FILLER                  PIC X(54).
      *
       FD  GRADESCL.
      *
       01  GRADE-SCALE-RECORD.
           05  SC-LETTER-GRADE         PIC X(2).
           05  SC-GRADE-POINTS         PIC 9V9.
           05  FILLER                  PIC X(76).
      *
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
      *    THE END-OF-TERM LEDGER IS ONLY READ HERE, TO SEE WHETHER
      *    THE POSTING STEP HAS RUN FOR THE POSTING TERM.
       FD  CYCLECTL.
      *
       01  CYCLE-CONTROL-RECORD.
           05  CY-EXTRACT-DATE         PIC 9(8).
           05  CY-TERM-CODE            PIC 9(6).
           05  CY-STEP-NUMBER          PIC 9.
           05  CY-PROGRAM-NAME         PIC X(8).
           05  CY-RUN-DATE.
               10  CY-RUN-CCYY         PIC 9(4).
               10  CY-RUN-MM           PIC 9(2).
               10  CY-RUN-DD           PIC 9(2).
           05  CY-RUN-TIME.
               10  CY-RUN-HH           PIC 9(2).
               10  CY-RUN-MIN          PIC 9(2).
           05  CY-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(36).
      *
       FD  TRENDCTL.
      *
       01  TREND-CONTROL-RECORD.
           05  TC-DEANS-LIST-CUTOFF    PIC 9V99.
           05  TC-TREND-DROP-AMOUNT    PIC 9V99.
           05  FILLER                  PIC X(74).
      *
       FD  DISMCTL.
      *
       01  DISMISSAL-CONTROL-RECORD.
           05  DC-PROBATION-CUTOFF     PIC 9V99.
           05  DC-DISMISS-TERMS        PIC 9(2).
           05  FILLER                  PIC X(75).
      *
       FD  GCHGMAST.
      *
       01  CHANGED-MASTER-RECORD      PIC X(104).
      *
       FD  GCHGHIST.
      *
       01  CHANGED-HISTORY-RECORD.
           05  CH-STUDENT-ID           PIC 9(9).
           05  CH-TERM-CODE            PIC 9(6).
           05  CH-TERM-UNITS           PIC 9(3).
           05  CH-TERM-GRADE-POINTS    PIC 9(3).
           05  FILLER                  PIC X(9).
      *
       FD  GCHGCRS.
      *
       01  CHANGED-COURSE-RECORD.
           05  CC-STUDENT-ID           PIC 9(9).
           05  CC-TERM-CODE            PIC 9(6).
           05  CC-COURSE-ID            PIC X(8).
           05  CC-SECTION              PIC X(3).
           05  CC-UNITS                PIC 9(2).
           05  CC-LETTER-GRADE         PIC X(2).
           05  FILLER                  PIC X(50).
      *
      *    LIST MOVEMENTS ARE HELD ON A WORK FILE DURING THE MASTER
      *    PASS SO THEY CAN BE PRINTED AS A SECTION AFTER THE AUDIT.
       FD  GCHGLIST.
      *
       01  LIST-MOVEMENT-RECORD.
           05  LM-STUDENT-ID           PIC 9(9).
           05  LM-STUDENT-NAME         PIC X(25).
           05  LM-TERM-CODE            PIC 9(6).
           05  LM-LIST-NAME            PIC X(16).
           05  LM-DIRECTION            PIC X(4).
           05  LM-BEFORE-GPA           PIC 9V99.
           05  LM-AFTER-GPA            PIC 9V99.
           05  LM-BEFORE-STREAK        PIC 9(2).
           05  LM-AFTER-STREAK         PIC 9(2).
      *
       FD  GCHGRPT.
      *
       01  GCHG-PRINT-AREA            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADEHIST-EOF-SWITCH   PIC X    VALUE "N".
           05  COURSEGR-EOF-SWITCH    PIC X    VALUE "N".
           05  GRADECHG-EOF-SWITCH    PIC X    VALUE "N".
           05  GRADESCL-EOF-SWITCH    PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  TRENDCTL-EOF-SWITCH    PIC X    VALUE "N".
           05  DISMCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  CYCLECTL-EOF-SWITCH    PIC X    VALUE "N".
           05  GCHGLIST-EOF-SWITCH    PIC X    VALUE "N".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  TRENDCTL-STATUS            PIC XX.
       01  DISMCTL-STATUS             PIC XX.
       01  CYCLECTL-STATUS            PIC XX.
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
           05  PREVIOUS-STUDENT-ID    PIC 9(9)  VALUE ZERO.
           05  MASTER-EXTRACT-DATE    PIC 9(8)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
       01  HISTORY-SEQUENCE-FIELDS.
           05  PREVIOUS-HISTORY-ID    PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-TERM-CODE     PIC 9(6)  VALUE ZERO.
      *
       01  COURSE-SEQUENCE-FIELDS.
           05  COURSE-VALID-SWITCH    PIC X    VALUE "N".
               88  COURSE-RECORD-VALID         VALUE "Y".
           05  PREVIOUS-COURSE-ID     PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-COURSE-TERM   PIC 9(6)  VALUE ZERO.
      *
       01  CHANGE-SEQUENCE-FIELDS.
           05  CHANGE-VALID-SWITCH    PIC X    VALUE "N".
               88  CHANGE-RECORD-VALID         VALUE "Y".
           05  PREVIOUS-CHANGE-ID     PIC 9(9)  VALUE ZERO.
      *
       01  POSTING-TERM-FIELDS.
           05  POST-TERM-CODE         PIC 9(6)  VALUE ZERO.
           05  POST-TERM-POSTED-SWITCH PIC X    VALUE "N".
               88  POST-TERM-POSTED           VALUE "Y".
           05  POSTING-STEP-NUMBER    PIC 9     VALUE 3.
      *
       01  LIST-CUTOFF-FIELDS.
           05  DEANS-LIST-CUTOFF      PIC S9V99 VALUE 3.50.
           05  PROBATION-LIST-CUTOFF  PIC S9V99 VALUE 2.00.
           05  PROBATION-CUTOFF       PIC S9V99 VALUE 2.00.
           05  DISMISS-TERMS          PIC S9(3) VALUE +2.
      *
       01  NEW-TRAILER-RECORD.
           05  NT-RECORD-ID           PIC 9(9)  VALUE 999999999.
           05  NT-RECORD-TYPE         PIC X     VALUE "T".
           05  NT-EXTRACT-DATE        PIC 9(8)  VALUE ZERO.
           05  NT-RECORD-COUNT        PIC 9(9)  VALUE ZERO.
           05  FILLER                 PIC X(77) VALUE SPACE.
      *
       01  CLASS-THRESHOLD-FIELDS.
           05  SOPHOMORE-UNITS        PIC 9(3)  VALUE 30.
           05  JUNIOR-UNITS           PIC 9(3)  VALUE 60.
           05  SENIOR-UNITS           PIC 9(3)  VALUE 90.
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
           05  SCL-SEARCH-GRADE       PIC X(2).
               88  SCL-NON-GPA-GRADE          VALUE "I " "W " "P "
                                                    "NP".
               88  SCL-PASS-NO-PASS-GRADE     VALUE "P " "NP".
      *
      *    THE STUDENT'S GRADE HISTORY TERMS.  THE ORIGINAL TOTALS
      *    ARE KEPT BESIDE THE CORRECTED ONES FOR THE AUDIT AND FOR
      *    THE BEFORE AND AFTER LIST TESTS.
       01  HISTORY-TERM-TABLE.
           05  HISTORY-ENTRY-COUNT    PIC S9(3) VALUE ZERO.
           05  HISTORY-TERM-ENTRY OCCURS 60 TIMES.
               10  HTE-TERM-CODE       PIC 9(6).
               10  HTE-ORIGINAL-UNITS  PIC 9(3).
               10  HTE-ORIGINAL-POINTS PIC 9(3).
               10  HTE-TERM-UNITS      PIC 9(3).
               10  HTE-TERM-POINTS     PIC 9(3).
               10  HTE-BEFORE-UNITS    PIC 9(3).
               10  HTE-BEFORE-POINTS   PIC 9(3).
               10  HTE-AFTER-UNITS     PIC 9(3).
               10  HTE-AFTER-POINTS    PIC 9(3).
               10  HTE-CHANGED-SWITCH  PIC X.
                   88  HTE-TERM-CHANGED        VALUE "Y".
      *
      *    THE STUDENT'S COURSES, CLASSIFIED THE SAME WAY THE TERM
      *    ROLL-UP CLASSIFIES THEM.
       01  COURSE-TABLE.
           05  COURSE-ENTRY-COUNT     PIC S9(3) VALUE ZERO.
           05  COURSE-ENTRY OCCURS 200 TIMES.
               10  CTE-TERM-CODE       PIC 9(6).
               10  CTE-COURSE-ID       PIC X(8).
               10  CTE-SECTION         PIC X(3).
               10  CTE-UNITS           PIC 9(2).
               10  CTE-LETTER-GRADE    PIC X(2).
               10  CTE-ORIGINAL-GRADE  PIC X(2).
               10  CTE-COURSE-POINTS   PIC 9(3)V9.
               10  CTE-DISPOSITION     PIC X.
                   88  CTE-COUNTED             VALUE "C".
                   88  CTE-NON-GPA             VALUE "N".
                   88  CTE-NOT-ON-SCALE        VALUE "X".
               10  CTE-ATTEMPT-SWITCH  PIC X.
                   88  CTE-COMPLETED-ATTEMPT   VALUE "Y".
               10  CTE-REPEAT-UNITS    PIC 9(3).
               10  CTE-REPEAT-POINTS   PIC 9(4)V9.
      *
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY-COUNT     PIC S9(3) VALUE ZERO.
           05  CHANGE-ENTRY OCCURS 50 TIMES.
               10  XTE-TERM-CODE       PIC 9(6).
               10  XTE-COURSE-ID       PIC X(8).
               10  XTE-NEW-GRADE       PIC X(2).
               10  XTE-OLD-GRADE       PIC X(2).
               10  XTE-REASON-CODE     PIC X.
                   88  XTE-INCOMPLETE-RESOLVED VALUE "I".
               10  XTE-RESULT-SWITCH   PIC X.
                   88  XTE-ACCEPTED            VALUE "A".
                   88  XTE-REJECTED            VALUE "R".
               10  XTE-MESSAGE         PIC X(32).
      *
       01  TABLE-INDEXES.
           05  HT-INDEX               PIC S9(3) VALUE ZERO.
           05  HT-WALK-INDEX          PIC S9(3) VALUE ZERO.
           05  CT-INDEX               PIC S9(3) VALUE ZERO.
           05  CT-SEARCH-INDEX        PIC S9(3) VALUE ZERO.
           05  XT-INDEX               PIC S9(3) VALUE ZERO.
           05  CT-LATER-SWITCH        PIC X    VALUE "N".
               88  CT-LATER-ATTEMPT-FOUND      VALUE "Y".
           05  CT-FOUND-SWITCH        PIC X    VALUE "N".
               88  CT-COURSE-FOUND             VALUE "Y".
           05  HT-FOUND-SWITCH        PIC X    VALUE "N".
               88  HT-TERM-FOUND               VALUE "Y".
      *
       01  CHANGE-WORK-FIELDS.
           05  GW-ROLL-PASS           PIC X.
               88  GW-BEFORE-PASS              VALUE "B".
               88  GW-AFTER-PASS               VALUE "A".
           05  GW-SUM-UNITS           PIC S9(4).
           05  GW-SUM-POINTS          PIC S9(4)V9.
           05  GW-CARRY-UNITS         PIC 9(3).
           05  GW-CARRY-POINTS        PIC 9(4)V9.
           05  GW-TERM-COURSE-SWITCH  PIC X.
               88  GW-TERM-HAS-COURSES         VALUE "Y".
           05  GW-ROUNDED-POINTS      PIC 9(3).
           05  GW-ACCEPTED-COUNT      PIC S9(3).
           05  GW-UNITS-DIFFERENCE    PIC S9(4).
           05  GW-POINTS-DIFFERENCE   PIC S9(4).
           05  GW-NEW-TERM-UNITS      PIC S9(4).
           05  GW-NEW-TERM-POINTS     PIC S9(4).
           05  GW-TOTAL-UNITS-DIFF    PIC S9(4).
           05  GW-TOTAL-POINTS-DIFF   PIC S9(4).
           05  GW-NEW-CUM-UNITS       PIC S9(4).
           05  GW-NEW-CUM-POINTS      PIC S9(4).
           05  GW-RANGE-SWITCH        PIC X.
               88  GW-OUT-OF-RANGE             VALUE "Y".
           05  GW-BEFORE-CUM-UNITS    PIC 9(3).
           05  GW-BEFORE-CUM-POINTS   PIC 9(3).
           05  GW-NEW-STANDING        PIC 9.
           05  GW-FIRST-CHANGED-TERM  PIC 9(6).
      *
      *    ONE SET OF FIELDS SERVES EVERY GPA TEST.  A GPA IS ONLY
      *    TAKEN FOR A GRADED TERM WHOSE POINTS COULD BE EARNED, THE
      *    SAME WAY THE TERM REPORT AND DISMISSAL WARNING TAKE IT.
       01  GPA-CALCULATION-FIELDS.
           05  GP-CALC-UNITS          PIC 9(3).
           05  GP-CALC-POINTS         PIC 9(3).
           05  GP-CALC-MAX-POINTS     PIC 9(5).
           05  GP-CALC-GPA            PIC 9V99.
           05  GP-CALC-GRADED-SWITCH  PIC X.
               88  GP-CALC-GRADED              VALUE "Y".
      *
       01  LIST-TEST-FIELDS.
           05  LT-BEFORE-GPA          PIC 9V99.
           05  LT-AFTER-GPA           PIC 9V99.
           05  LT-BEFORE-SWITCH       PIC X.
               88  LT-ON-LIST-BEFORE           VALUE "Y".
           05  LT-AFTER-SWITCH        PIC X.
               88  LT-ON-LIST-AFTER            VALUE "Y".
           05  LT-BEFORE-STREAK       PIC S9(3).
           05  LT-AFTER-STREAK        PIC S9(3).
      *
       01  GCHG-TOTAL-FIELDS.
           05  MASTERS-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  MASTERS-WRITTEN-COUNT  PIC S9(9) VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.
           05  COURSES-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.
           05  CHANGES-READ-COUNT     PIC S9(5) VALUE ZERO.
           05  CHANGES-APPLIED-COUNT  PIC S9(5) VALUE ZERO.
           05  CHANGES-REJECTED-COUNT PIC S9(5) VALUE ZERO.
           05  TERMS-ADJUSTED-COUNT   PIC S9(5) VALUE ZERO.
           05  STUDENTS-ADJUSTED-COUNT PIC S9(5) VALUE ZERO.
           05  LIST-MOVEMENT-COUNT    PIC S9(5) VALUE ZERO.
           05  UNMATCHED-HISTORY-COUNT PIC S9(5) VALUE ZERO.
           05  UNMATCHED-COURSE-COUNT PIC S9(5) VALUE ZERO.
      *
       01  GCHG-PRINT-FIELDS.
           05  GCHG-PAGE-COUNT        PIC S9(3) VALUE ZERO.
           05  GCHG-LINES-ON-PAGE     PIC S9(3) VALUE +55.
           05  GCHG-LINE-COUNT        PIC S9(3) VALUE +99.
           05  GCHG-SPACE-CONTROL     PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  GCHG-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  GHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  GHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  GHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "GRADE CHANGE AUDIT REG    ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  GHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  GCHG-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  GHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  GHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(14)   VALUE SPACE.
           05  FILLER          PIC X(14)   VALUE "POSTED THRU:  ".
           05  GHL2-TERM-YEAR  PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  GHL2-TERM-PART  PIC 9(2).
           05  FILLER          PIC X(16)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  GCHG-HEADING-LINE-3.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(25)   VALUE "STUDENT NAME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(7)    VALUE "TERM".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(30)   VALUE "CHANGE OR AUDIT DETAIL".
           05  FILLER      PIC X(53)   VALUE SPACE.
      *
       01  GCHG-CHANGE-LINE.
           05  GCL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  GCL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  GCL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GCL-STUDENT-NAME    PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GCL-TERM-YEAR       PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "-".
           05  GCL-TERM-PART       PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "COURSE ".
           05  GCL-COURSE-ID       PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "GRADE ".
           05  GCL-OLD-GRADE       PIC X(2).
           05  FILLER              PIC X(3)     VALUE " > ".
           05  GCL-NEW-GRADE       PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GCL-MESSAGE         PIC X(32).
           05  FILLER              PIC X(19)    VALUE SPACE.
      *
       01  GCHG-AUDIT-LINE.
           05  FILLER              PIC X(40)    VALUE SPACE.
           05  GAL-TERM.
               10  GAL-TERM-YEAR   PIC 9(4).
               10  GAL-TERM-DASH   PIC X(1).
               10  GAL-TERM-PART   PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GAL-ITEM            PIC X(12).
           05  FILLER              PIC X(6)     VALUE "UNITS ".
           05  GAL-BEFORE-UNITS    PIC ZZ9.
           05  FILLER              PIC X(3)     VALUE " > ".
           05  GAL-AFTER-UNITS     PIC ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "POINTS ".
           05  GAL-BEFORE-POINTS   PIC ZZ9.
           05  FILLER              PIC X(3)     VALUE " > ".
           05  GAL-AFTER-POINTS    PIC ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "GPA ".
           05  GAL-BEFORE-GPA      PIC 9.99.
           05  FILLER              PIC X(3)     VALUE " > ".
           05  GAL-AFTER-GPA       PIC 9.99.
           05  FILLER              PIC X(21)    VALUE SPACE.
      *
       01  GCHG-SECTION-LINE.
           05  GSL-TITLE           PIC X(45).
           05  FILLER              PIC X(87)    VALUE SPACE.
      *
       01  GCHG-LIST-LINE.
           05  GLL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  GLL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  GLL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GLL-STUDENT-NAME    PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GLL-TERM-YEAR       PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "-".
           05  GLL-TERM-PART       PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GLL-DIRECTION       PIC X(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GLL-LIST-NAME       PIC X(16).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "GPA ".
           05  GLL-BEFORE-GPA      PIC 9.99.
           05  FILLER              PIC X(3)     VALUE " > ".
           05  GLL-AFTER-GPA       PIC 9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "STREAK ".
           05  GLL-BEFORE-STREAK   PIC Z9.
           05  FILLER              PIC X(3)     VALUE " > ".
           05  GLL-AFTER-STREAK    PIC Z9.
           05  FILLER              PIC X(29)    VALUE SPACE.
      *
       01  GCHG-TOTAL-LINE.
           05  GTL-DESCRIPTION     PIC X(22).
           05  GTL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
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
       000-APPLY-GRADE-CHANGES.
      *
           PERFORM 050-READ-POSTING-CONTROL.
           PERFORM 060-READ-LIST-CONTROLS.
           PERFORM 070-LOAD-GRADE-SCALE-TABLE.
           OPEN INPUT  STUMAST
                INPUT  GRADEHIST
                INPUT  COURSEGR
                INPUT  GRADECHG
                OUTPUT GCHGMAST
                OUTPUT GCHGHIST
                OUTPUT GCHGCRS
                OUTPUT GCHGLIST
                OUTPUT GCHGRPT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 220-READ-HISTORY-RECORD.
           PERFORM 230-READ-COURSE-RECORD.
           PERFORM 240-READ-CHANGE-RECORD.
           PERFORM 200-PROCESS-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           PERFORM 305-PASS-UNMATCHED-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y".
           PERFORM 325-PASS-UNMATCHED-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y".
           PERFORM 345-REJECT-UNMATCHED-CHANGE
               UNTIL GRADECHG-EOF-SWITCH = "Y".
           PERFORM 850-WRITE-NEW-TRAILER.
           PERFORM 700-PRINT-LIST-MOVEMENTS.
           PERFORM 800-PRINT-CHANGE-TOTALS.
           CLOSE STUMAST
                 GRADEHIST
                 COURSEGR
                 GRADECHG
                 GCHGMAST
                 GCHGHIST
                 GCHGCRS
                 GCHGLIST
                 GCHGRPT.
           STOP RUN.
      *
      *    A CHANGE MAY ONLY REACH A TERM THAT HAS BEEN CLOSED BY
      *    POSTING, SO THE POSTING TERM CONTROL CARD IS REQUIRED.
      *    EVERY TERM BEFORE THE POSTING TERM IS CLOSED.  THE POSTING
      *    TERM ITSELF IS CLOSED ONLY ONCE THE LEDGER SHOWS THE
      *    POSTING STEP RUN FOR IT; UNTIL THEN A CHANGE TO IT WOULD
      *    BE POSTED A SECOND TIME BY THE POSTING RUN, AND IT IS
      *    CORRECTED ON THE COURSE FILE BEFORE THE ROLL-UP INSTEAD.
       050-READ-POSTING-CONTROL.
      *
           OPEN INPUT POSTCTL.
           IF POSTCTL-STATUS = "00"
               PERFORM 055-APPLY-POSTING-CONTROL.
           IF POST-TERM-CODE = ZERO
               MOVE "POSTING TERM CONTROL CARD MISSING"
                   TO ABORT-MESSAGE
               PERFORM 994-ABORT-POSTING-CONTROL.
           OPEN INPUT CYCLECTL.
           IF CYCLECTL-STATUS = "00" OR CYCLECTL-STATUS = "05"
               PERFORM 057-CHECK-ONE-LEDGER-RECORD
                   UNTIL CYCLECTL-EOF-SWITCH = "Y".
           CLOSE CYCLECTL.
      *
       055-APPLY-POSTING-CONTROL.
      *
           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
              AND PC-POST-TERM-CODE NUMERIC
               MOVE PC-POST-TERM-CODE TO POST-TERM-CODE.
           CLOSE POSTCTL.
      *
       057-CHECK-ONE-LEDGER-RECORD.
      *
           READ CYCLECTL
               AT END
                   MOVE "Y" TO CYCLECTL-EOF-SWITCH.
           IF CYCLECTL-EOF-SWITCH = "N"
              AND CY-STEP-NUMBER = POSTING-STEP-NUMBER
              AND CY-TERM-CODE = POST-TERM-CODE
               SET POST-TERM-POSTED TO TRUE.
      *
      *    THE DEANS LIST CUTOFF AND THE DISMISSAL STREAK LIMITS COME
      *    FROM THE SAME CONTROL CARDS THE TERM REPORT AND THE
      *    DISMISSAL WARNING RUN USE, SO A MOVEMENT HERE MEANS A
      *    MOVEMENT ON THOSE REPORTS.  THE PROBATION LIST CUTOFF IS
      *    THE REPORT CARD RUN'S FIXED 2.00 AND IS NOT TAKEN FROM A
      *    CARD.
       060-READ-LIST-CONTROLS.
      *
           OPEN INPUT TRENDCTL.
           IF TRENDCTL-STATUS = "00"
               PERFORM 062-APPLY-TREND-CONTROL.
           OPEN INPUT DISMCTL.
           IF DISMCTL-STATUS = "00"
               PERFORM 064-APPLY-DISMISSAL-CONTROL.
      *
       062-APPLY-TREND-CONTROL.
      *
           READ TRENDCTL
               AT END
                   MOVE "Y" TO TRENDCTL-EOF-SWITCH.
           IF TRENDCTL-EOF-SWITCH = "N"
              AND TC-DEANS-LIST-CUTOFF NUMERIC
               MOVE TC-DEANS-LIST-CUTOFF TO DEANS-LIST-CUTOFF.
           CLOSE TRENDCTL.
      *
       064-APPLY-DISMISSAL-CONTROL.
      *
           READ DISMCTL
               AT END
                   MOVE "Y" TO DISMCTL-EOF-SWITCH.
           IF DISMCTL-EOF-SWITCH = "N"
               IF DC-PROBATION-CUTOFF NUMERIC
                  AND DC-PROBATION-CUTOFF > ZERO
                   MOVE DC-PROBATION-CUTOFF TO PROBATION-CUTOFF.
           IF DISMCTL-EOF-SWITCH = "N"
               IF DC-DISMISS-TERMS NUMERIC
                  AND DC-DISMISS-TERMS > ZERO
                   MOVE DC-DISMISS-TERMS TO DISMISS-TERMS.
           CLOSE DISMCTL.
      *
       070-LOAD-GRADE-SCALE-TABLE.
      *
           OPEN INPUT GRADESCL.
           PERFORM 075-LOAD-ONE-GRADE-SCALE
               UNTIL GRADESCL-EOF-SWITCH = "Y".
           CLOSE GRADESCL.
           IF GRADE-SCALE-ENTRY-COUNT = ZERO
               MOVE "GRADE SCALE TABLE IS EMPTY" TO ABORT-MESSAGE
               PERFORM 995-ABORT-GRADE-SCALE-TABLE.
      *
       075-LOAD-ONE-GRADE-SCALE.
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
                   PERFORM 995-ABORT-GRADE-SCALE-TABLE.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO GHL1-MONTH.
           MOVE CD-DAY     TO GHL1-DAY.
           MOVE CD-YEAR    TO GHL1-YEAR.
           MOVE CD-HOURS   TO GHL2-HOURS.
           MOVE CD-MINUTES TO GHL2-MINUTES.
           MOVE POST-TERM-CODE TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR  TO GHL2-TERM-YEAR.
           MOVE TCS-TERM-PART  TO GHL2-TERM-PART.
      *
      *    EVERY HISTORY, COURSE, AND CHANGE RECORD FOR THE STUDENT
      *    IS GATHERED FIRST SO A CHANGE CAN BE CHECKED AGAINST THE
      *    COURSE AND TERM IT NAMES BEFORE ANYTHING IS WRITTEN.
       200-PROCESS-ONE-STUDENT.
      *
           PERFORM 210-READ-MASTER-RECORD.
           IF STUMAST-EOF-SWITCH = "N"
              AND MASTER-DETAIL-RECORD
               PERFORM 300-LOAD-STUDENT-HISTORY
               PERFORM 320-LOAD-STUDENT-COURSES
               PERFORM 340-LOAD-STUDENT-CHANGES
               IF CHANGE-ENTRY-COUNT > ZERO
                   PERFORM 400-APPLY-STUDENT-CHANGES
                   PERFORM 480-WRITE-STUDENT-RECORDS
               ELSE
                   PERFORM 480-WRITE-STUDENT-RECORDS.
      *
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
               PERFORM 212-PASS-HEADER-RECORD
           ELSE
           IF SM-STUDENT-ID = 999999999 AND ST-RECORD-TYPE = "T"
               MOVE "T" TO MASTER-RECORD-TYPE
               PERFORM 213-CHECK-INPUT-TRAILER
           ELSE
               MOVE "D" TO MASTER-RECORD-TYPE
               PERFORM 215-CHECK-DETAIL-PLACEMENT
               ADD 1 TO MASTERS-READ-COUNT.
      *
       212-PASS-HEADER-RECORD.
      *
           IF HEADER-SEEN
               MOVE "DUPLICATE HEADER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF MASTERS-READ-COUNT > ZERO
               MOVE "HEADER NOT FIRST RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           SET HEADER-SEEN TO TRUE.
           MOVE SH-EXTRACT-DATE TO MASTER-EXTRACT-DATE.
           MOVE STUMAST-HEADER-RECORD TO CHANGED-MASTER-RECORD.
           WRITE CHANGED-MASTER-RECORD.
      *
       213-CHECK-INPUT-TRAILER.
      *
           IF TRAILER-SEEN
               MOVE "DUPLICATE TRAILER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF NOT HEADER-SEEN
               MOVE "TRAILER WITH NO HEADER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF ST-RECORD-COUNT NOT = MASTERS-READ-COUNT
               DISPLAY "A8GCHG - TRAILER COUNT " ST-RECORD-COUNT
                   " BUT MASTER RECORDS READ " MASTERS-READ-COUNT
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
       215-CHECK-DETAIL-PLACEMENT.
      *
           IF NOT HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF TRAILER-SEEN
               MOVE "DETAIL RECORD AFTER TRAILER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF MASTERS-READ-COUNT > ZERO
              AND SM-STUDENT-ID = PREVIOUS-STUDENT-ID
               MOVE "DUPLICATE STUDENT ID" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF SM-STUDENT-ID < PREVIOUS-STUDENT-ID
               MOVE "STUDENT ID OUT OF SEQUENCE" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           MOVE SM-STUDENT-ID TO PREVIOUS-STUDENT-ID.
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
               PERFORM 991-ABORT-GRADEHIST-ERROR.
           IF GH-STUDENT-ID = PREVIOUS-HISTORY-ID
              AND GH-TERM-CODE NOT > PREVIOUS-TERM-CODE
               MOVE "HISTORY TERM DUPLICATE OR OUT OF ORDER"
                   TO ABORT-MESSAGE
               PERFORM 991-ABORT-GRADEHIST-ERROR.
           MOVE GH-STUDENT-ID TO PREVIOUS-HISTORY-ID.
           MOVE GH-TERM-CODE  TO PREVIOUS-TERM-CODE.
      *
      *    A COURSE RECORD WITHOUT A USABLE KEY IS PASSED TO THE NEW
      *    GENERATION UNTOUCHED; THE ROLL-UP HAS ALREADY REPORTED IT
      *    AND NO CHANGE CAN BE MATCHED TO IT.
       230-READ-COURSE-RECORD.
      *
           MOVE "N" TO COURSE-VALID-SWITCH.
           PERFORM 231-READ-ONE-COURSE-RECORD
               UNTIL COURSE-RECORD-VALID
                  OR COURSEGR-EOF-SWITCH = "Y".
      *
       231-READ-ONE-COURSE-RECORD.
      *
           READ COURSEGR
               AT END
                   MOVE "Y" TO COURSEGR-EOF-SWITCH.
           IF COURSEGR-EOF-SWITCH = "N"
               IF CG-STUDENT-ID NUMERIC
                  AND CG-STUDENT-ID > ZERO
                  AND CG-TERM-CODE NUMERIC
                  AND CG-UNITS NUMERIC
                   PERFORM 235-CHECK-COURSE-SEQUENCE
                   SET COURSE-RECORD-VALID TO TRUE
               ELSE
                   MOVE COURSE-GRADE-RECORD TO CHANGED-COURSE-RECORD
                   WRITE CHANGED-COURSE-RECORD
                   ADD 1 TO COURSES-WRITTEN-COUNT.
      *
       235-CHECK-COURSE-SEQUENCE.
      *
           IF CG-STUDENT-ID < PREVIOUS-COURSE-ID
              OR (CG-STUDENT-ID = PREVIOUS-COURSE-ID
                  AND CG-TERM-CODE < PREVIOUS-COURSE-TERM)
               MOVE "COURSES OUT OF STUDENT OR TERM SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-COURSEGR-ERROR.
           MOVE CG-STUDENT-ID TO PREVIOUS-COURSE-ID.
           MOVE CG-TERM-CODE  TO PREVIOUS-COURSE-TERM.
      *
      *    A CHANGE WITHOUT A USABLE STUDENT ID OR TERM CANNOT BE
      *    MATCHED TO ANYTHING; IT IS COUNTED AS REJECTED.
       240-READ-CHANGE-RECORD.
      *
           MOVE "N" TO CHANGE-VALID-SWITCH.
           PERFORM 241-READ-ONE-CHANGE-RECORD
               UNTIL CHANGE-RECORD-VALID
                  OR GRADECHG-EOF-SWITCH = "Y".
      *
       241-READ-ONE-CHANGE-RECORD.
      *
           READ GRADECHG
               AT END
                   MOVE "Y" TO GRADECHG-EOF-SWITCH.
           IF GRADECHG-EOF-SWITCH = "N"
               ADD 1 TO CHANGES-READ-COUNT
               IF GC-STUDENT-ID NUMERIC
                  AND GC-STUDENT-ID > ZERO
                  AND GC-TERM-CODE NUMERIC
                   PERFORM 245-CHECK-CHANGE-SEQUENCE
                   SET CHANGE-RECORD-VALID TO TRUE
               ELSE
                   ADD 1 TO CHANGES-REJECTED-COUNT.
      *
      *    A MIS-SORTED CHANGE FILE WOULD SEND CHANGES PAST THEIR
      *    STUDENT AND REJECT THEM AS NOT ON THE MASTER, SO AN
      *    OUT-OF-SEQUENCE RECORD STOPS THE RUN.
       245-CHECK-CHANGE-SEQUENCE.
      *
           IF GC-STUDENT-ID < PREVIOUS-CHANGE-ID
               MOVE "CHANGES OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 993-ABORT-GRADECHG-ERROR.
           MOVE GC-STUDENT-ID TO PREVIOUS-CHANGE-ID.
      *
      *    HISTORY BELOW THE MASTER KEY BELONGS TO NO STUDENT ON THE
      *    FILE AND IS CARRIED TO THE NEW GENERATION UNCHANGED.
       300-LOAD-STUDENT-HISTORY.
      *
           MOVE ZERO TO HISTORY-ENTRY-COUNT.
           PERFORM 305-PASS-UNMATCHED-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 310-LOAD-ONE-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT = SM-STUDENT-ID.
      *
       305-PASS-UNMATCHED-HISTORY.
      *
           ADD 1 TO UNMATCHED-HISTORY-COUNT.
           MOVE GRADE-HISTORY-RECORD TO CHANGED-HISTORY-RECORD.
           WRITE CHANGED-HISTORY-RECORD.
           ADD 1 TO HISTORY-WRITTEN-COUNT.
           PERFORM 220-READ-HISTORY-RECORD.
      *
       310-LOAD-ONE-HISTORY.
      *
           IF HISTORY-ENTRY-COUNT < 60
               ADD 1 TO HISTORY-ENTRY-COUNT
           ELSE
               MOVE "STUDENT HISTORY TABLE FULL" TO ABORT-MESSAGE
               PERFORM 996-ABORT-STUDENT-TABLE-FULL.
           MOVE HISTORY-ENTRY-COUNT  TO HT-INDEX.
           MOVE GH-TERM-CODE         TO HTE-TERM-CODE (HT-INDEX).
           MOVE GH-TERM-UNITS        TO HTE-ORIGINAL-UNITS (HT-INDEX)
                                        HTE-TERM-UNITS (HT-INDEX).
           MOVE GH-TERM-GRADE-POINTS TO HTE-ORIGINAL-POINTS (HT-INDEX)
                                        HTE-TERM-POINTS (HT-INDEX).
           MOVE ZERO TO HTE-BEFORE-UNITS (HT-INDEX)
                        HTE-BEFORE-POINTS (HT-INDEX)
                        HTE-AFTER-UNITS (HT-INDEX)
                        HTE-AFTER-POINTS (HT-INDEX).
           MOVE "N" TO HTE-CHANGED-SWITCH (HT-INDEX).
           PERFORM 220-READ-HISTORY-RECORD.
      *
       320-LOAD-STUDENT-COURSES.
      *
           MOVE ZERO TO COURSE-ENTRY-COUNT.
           PERFORM 325-PASS-UNMATCHED-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 330-LOAD-ONE-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT = SM-STUDENT-ID.
      *
       325-PASS-UNMATCHED-COURSE.
      *
           ADD 1 TO UNMATCHED-COURSE-COUNT.
           MOVE COURSE-GRADE-RECORD TO CHANGED-COURSE-RECORD.
           WRITE CHANGED-COURSE-RECORD.
           ADD 1 TO COURSES-WRITTEN-COUNT.
           PERFORM 230-READ-COURSE-RECORD.
      *
       330-LOAD-ONE-COURSE.
      *
           IF COURSE-ENTRY-COUNT < 200
               ADD 1 TO COURSE-ENTRY-COUNT
           ELSE
               MOVE "STUDENT COURSE TABLE FULL" TO ABORT-MESSAGE
               PERFORM 996-ABORT-STUDENT-TABLE-FULL.
           MOVE COURSE-ENTRY-COUNT TO CT-INDEX.
           MOVE CG-TERM-CODE    TO CTE-TERM-CODE (CT-INDEX).
           MOVE CG-COURSE-ID    TO CTE-COURSE-ID (CT-INDEX).
           MOVE CG-SECTION      TO CTE-SECTION (CT-INDEX).
           MOVE CG-UNITS        TO CTE-UNITS (CT-INDEX).
           MOVE CG-LETTER-GRADE TO CTE-LETTER-GRADE (CT-INDEX)
                                   CTE-ORIGINAL-GRADE (CT-INDEX).
           PERFORM 230-READ-COURSE-RECORD.
      *
       340-LOAD-STUDENT-CHANGES.
      *
           MOVE ZERO TO CHANGE-ENTRY-COUNT.
           PERFORM 345-REJECT-UNMATCHED-CHANGE
               UNTIL GRADECHG-EOF-SWITCH = "Y"
                  OR GC-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 350-LOAD-ONE-CHANGE
               UNTIL GRADECHG-EOF-SWITCH = "Y"
                  OR GC-STUDENT-ID NOT = SM-STUDENT-ID.
      *
      *    A CHANGE BELOW THE MASTER KEY NAMES NO STUDENT ON THE FILE.
       345-REJECT-UNMATCHED-CHANGE.
      *
           ADD 1 TO CHANGES-REJECTED-COUNT.
           MOVE GC-STUDENT-ID   TO STUDENT-ID-SPLIT.
           MOVE SPACE           TO GCL-STUDENT-NAME.
           MOVE GC-TERM-CODE    TO TERM-CODE-SPLIT.
           MOVE GC-COURSE-ID    TO GCL-COURSE-ID.
           MOVE SPACE           TO GCL-OLD-GRADE.
           MOVE GC-NEW-GRADE    TO GCL-NEW-GRADE.
           MOVE "REJECTED - NOT ON MASTER" TO GCL-MESSAGE.
           PERFORM 520-PRINT-CHANGE-LINE.
           PERFORM 240-READ-CHANGE-RECORD.
      *
       350-LOAD-ONE-CHANGE.
      *
           IF CHANGE-ENTRY-COUNT < 50
               ADD 1 TO CHANGE-ENTRY-COUNT
           ELSE
               MOVE "STUDENT CHANGE TABLE FULL" TO ABORT-MESSAGE
               PERFORM 996-ABORT-STUDENT-TABLE-FULL.
           MOVE CHANGE-ENTRY-COUNT TO XT-INDEX.
           MOVE GC-TERM-CODE    TO XTE-TERM-CODE (XT-INDEX).
           MOVE GC-COURSE-ID    TO XTE-COURSE-ID (XT-INDEX).
           MOVE GC-NEW-GRADE    TO XTE-NEW-GRADE (XT-INDEX).
           MOVE SPACE           TO XTE-OLD-GRADE (XT-INDEX).
           MOVE GC-REASON-CODE  TO XTE-REASON-CODE (XT-INDEX).
           MOVE "R"             TO XTE-RESULT-SWITCH (XT-INDEX).
           MOVE SPACE           TO XTE-MESSAGE (XT-INDEX).
           PERFORM 240-READ-CHANGE-RECORD.
      *
      *    THE COURSES ARE ROLLED UP ONCE AS THEY STAND AND ONCE WITH
      *    THE CHANGES IN PLACE.  THE DIFFERENCE BETWEEN THE TWO IS
      *    WHAT EACH TERM AND THE CUMULATIVE FIELDS MOVE BY, SO A
      *    HISTORY TERM THAT DID NOT COME FROM THE COURSE FILE IS
      *    STILL ADJUSTED ONLY BY THE CHANGE ITSELF.  ROLLING UP THE
      *    WHOLE STUDENT ALSO CATCHES A CHANGE TO A REPEATED COURSE,
      *    WHICH CAN MOVE THE REPEAT TERM AS WELL AS ITS OWN.
       400-APPLY-STUDENT-CHANGES.
      *
           MOVE SM-UNITS-COMPLETED    TO GW-BEFORE-CUM-UNITS.
           MOVE SM-TOTAL-GRADE-POINTS TO GW-BEFORE-CUM-POINTS.
           MOVE "B" TO GW-ROLL-PASS.
           PERFORM 410-ROLL-UP-STUDENT-COURSES.
           MOVE ZERO TO GW-ACCEPTED-COUNT.
           MOVE 1 TO XT-INDEX.
           PERFORM 420-VALIDATE-ONE-CHANGE
               UNTIL XT-INDEX > CHANGE-ENTRY-COUNT.
           IF GW-ACCEPTED-COUNT > ZERO
               MOVE "A" TO GW-ROLL-PASS
               PERFORM 410-ROLL-UP-STUDENT-COURSES
               PERFORM 440-COMPUTE-TERM-CHANGES.
           IF GW-ACCEPTED-COUNT > ZERO
              AND GW-OUT-OF-RANGE
               PERFORM 445-BACK-OUT-STUDENT-CHANGES.
           MOVE 1 TO XT-INDEX.
           PERFORM 450-PRINT-ONE-CHANGE-RESULT
               UNTIL XT-INDEX > CHANGE-ENTRY-COUNT.
           IF GW-ACCEPTED-COUNT > ZERO
               PERFORM 460-POST-CHANGES-TO-STUDENT.
      *
       410-ROLL-UP-STUDENT-COURSES.
      *
           MOVE 1 TO CT-INDEX.
           PERFORM 411-CLASSIFY-ONE-COURSE
               UNTIL CT-INDEX > COURSE-ENTRY-COUNT.
           MOVE 1 TO CT-INDEX.
           PERFORM 413-CHECK-ONE-ATTEMPT
               UNTIL CT-INDEX > COURSE-ENTRY-COUNT.
           MOVE ZERO TO GW-CARRY-UNITS.
           MOVE ZERO TO GW-CARRY-POINTS.
           MOVE 1 TO HT-INDEX.
           PERFORM 416-SUM-ONE-HISTORY-TERM
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
      *
      *    THE SAME CLASSIFICATION THE TERM ROLL-UP USES: A LETTER ON
      *    THE SCALE IS COUNTED, INCOMPLETE, WITHDRAWAL, AND PASS/NO
      *    PASS CARRY NO GPA UNITS, AND ONLY A GRADED OR PASS/NO PASS
      *    RESULT IS A COMPLETED ATTEMPT THAT REPLACES AN EARLIER ONE.
      *    THE REPLACED ATTEMPT STAYS IN ITS OWN TERM AND ITS UNITS
      *    AND POINTS ARE TAKEN OUT OF THE TERM THAT REPEATS IT.
       411-CLASSIFY-ONE-COURSE.
      *
           MOVE CTE-LETTER-GRADE (CT-INDEX) TO SCL-SEARCH-GRADE.
           MOVE ZERO TO CTE-COURSE-POINTS (CT-INDEX).
           MOVE ZERO TO CTE-REPEAT-UNITS (CT-INDEX).
           MOVE ZERO TO CTE-REPEAT-POINTS (CT-INDEX).
           MOVE "N"  TO CTE-ATTEMPT-SWITCH (CT-INDEX).
           IF SCL-NON-GPA-GRADE
               MOVE "N" TO CTE-DISPOSITION (CT-INDEX)
               IF SCL-PASS-NO-PASS-GRADE
                   MOVE "Y" TO CTE-ATTEMPT-SWITCH (CT-INDEX)
               ELSE
                   NEXT SENTENCE
           ELSE
               PERFORM 425-FIND-GRADE-SCALE-ENTRY
               IF SCL-FOUND
                   MOVE "C" TO CTE-DISPOSITION (CT-INDEX)
                   MOVE "Y" TO CTE-ATTEMPT-SWITCH (CT-INDEX)
                   COMPUTE CTE-COURSE-POINTS (CT-INDEX) =
                       CTE-UNITS (CT-INDEX)
                           * SCT-GRADE-POINTS (SCL-SEARCH-INDEX)
               ELSE
                   MOVE "X" TO CTE-DISPOSITION (CT-INDEX).
           ADD 1 TO CT-INDEX.
      *
       413-CHECK-ONE-ATTEMPT.
      *
           IF CTE-COUNTED (CT-INDEX)
              OR CTE-NON-GPA (CT-INDEX)
               MOVE "N" TO CT-LATER-SWITCH
               COMPUTE CT-SEARCH-INDEX = CT-INDEX + 1
               PERFORM 414-SEARCH-LATER-ATTEMPT
                   UNTIL CT-LATER-ATTEMPT-FOUND
                      OR CT-SEARCH-INDEX > COURSE-ENTRY-COUNT
               IF CT-LATER-ATTEMPT-FOUND
                  AND CTE-COUNTED (CT-INDEX)
                   ADD CTE-UNITS (CT-INDEX)
                       TO CTE-REPEAT-UNITS (CT-SEARCH-INDEX)
                   ADD CTE-COURSE-POINTS (CT-INDEX)
                       TO CTE-REPEAT-POINTS (CT-SEARCH-INDEX).
           ADD 1 TO CT-INDEX.
      *
       414-SEARCH-LATER-ATTEMPT.
      *
           IF CTE-COURSE-ID (CT-SEARCH-INDEX) =
                  CTE-COURSE-ID (CT-INDEX)
              AND CTE-TERM-CODE (CT-SEARCH-INDEX) >
                  CTE-TERM-CODE (CT-INDEX)
              AND CTE-COMPLETED-ATTEMPT (CT-SEARCH-INDEX)
               SET CT-LATER-ATTEMPT-FOUND TO TRUE
           ELSE
               ADD 1 TO CT-SEARCH-INDEX.
      *
       416-SUM-ONE-HISTORY-TERM.
      *
           MOVE ZERO TO GW-SUM-UNITS.
           MOVE ZERO TO GW-SUM-POINTS.
           MOVE "N"  TO GW-TERM-COURSE-SWITCH.
           MOVE 1 TO CT-INDEX.
           PERFORM 417-ADD-ONE-TERM-COURSE
               UNTIL CT-INDEX > COURSE-ENTRY-COUNT.
           IF GW-TERM-HAS-COURSES
               PERFORM 418-APPLY-REPEAT-CARRY.
           COMPUTE GW-ROUNDED-POINTS ROUNDED = GW-SUM-POINTS.
           IF GW-BEFORE-PASS
               MOVE GW-SUM-UNITS      TO HTE-BEFORE-UNITS (HT-INDEX)
               MOVE GW-ROUNDED-POINTS TO HTE-BEFORE-POINTS (HT-INDEX)
           ELSE
               MOVE GW-SUM-UNITS      TO HTE-AFTER-UNITS (HT-INDEX)
               MOVE GW-ROUNDED-POINTS TO HTE-AFTER-POINTS (HT-INDEX).
           ADD 1 TO HT-INDEX.
      *
       417-ADD-ONE-TERM-COURSE.
      *
           IF CTE-TERM-CODE (CT-INDEX) = HTE-TERM-CODE (HT-INDEX)
               SET GW-TERM-HAS-COURSES TO TRUE
               SUBTRACT CTE-REPEAT-UNITS (CT-INDEX)  FROM GW-SUM-UNITS
               SUBTRACT CTE-REPEAT-POINTS (CT-INDEX) FROM GW-SUM-POINTS
               IF CTE-COUNTED (CT-INDEX)
                   ADD CTE-UNITS (CT-INDEX)         TO GW-SUM-UNITS
                   ADD CTE-COURSE-POINTS (CT-INDEX) TO GW-SUM-POINTS.
           ADD 1 TO CT-INDEX.
      *
      *    AS IN THE TERM ROLL-UP, A REPEAT TERM THAT WOULD GO BELOW
      *    ZERO IS HELD AT ZERO AND THE SHORTFALL IS CARRIED INTO THE
      *    NEXT TERM THAT HAS COURSES.
       418-APPLY-REPEAT-CARRY.
      *
           SUBTRACT GW-CARRY-UNITS  FROM GW-SUM-UNITS.
           SUBTRACT GW-CARRY-POINTS FROM GW-SUM-POINTS.
           MOVE ZERO TO GW-CARRY-UNITS.
           MOVE ZERO TO GW-CARRY-POINTS.
           IF GW-SUM-UNITS < ZERO
               COMPUTE GW-CARRY-UNITS = ZERO - GW-SUM-UNITS
               MOVE ZERO TO GW-SUM-UNITS.
           IF GW-SUM-POINTS < ZERO
               COMPUTE GW-CARRY-POINTS = ZERO - GW-SUM-POINTS
               MOVE ZERO TO GW-SUM-POINTS.
      *
      *    A CHANGE IS ACCEPTED ONLY AGAINST A COURSE ON FILE IN A
      *    CLOSED TERM ON THE GRADE HISTORY (SEE 050), AND ONLY TO A
      *    GRADE THE SCALE OR THE NON-GPA LIST KNOWS.  THE REASON
      *    MUST BE A GRADE CHANGE OR AN INCOMPLETE RESOLVED, AND AN
      *    INCOMPLETE CAN ONLY BE RESOLVED ON A COURSE STILL GRADED
      *    I.  AN ACCEPTED CHANGE IS PUT INTO THE COURSE TABLE AT
      *    ONCE SO A SECOND CHANGE TO THE SAME COURSE IS MEASURED
      *    FROM THE FIRST.
       420-VALIDATE-ONE-CHANGE.
      *
           PERFORM 430-FIND-CHANGED-COURSE.
           PERFORM 435-FIND-CHANGED-TERM.
           MOVE XTE-NEW-GRADE (XT-INDEX) TO SCL-SEARCH-GRADE.
           IF NOT SCL-NON-GPA-GRADE
               PERFORM 425-FIND-GRADE-SCALE-ENTRY.
           IF NOT (XTE-REASON-CODE (XT-INDEX) = "C" OR "I")
               MOVE "REJECTED - INVALID REASON CODE"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
           IF NOT CT-COURSE-FOUND
               MOVE "REJECTED - COURSE NOT ON FILE"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
           IF NOT HT-TERM-FOUND
               MOVE "REJECTED - TERM NOT ON HISTORY"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
           IF XTE-TERM-CODE (XT-INDEX) > POST-TERM-CODE
              OR (XTE-TERM-CODE (XT-INDEX) = POST-TERM-CODE
                  AND NOT POST-TERM-POSTED)
               MOVE "REJECTED - TERM NOT YET POSTED"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
           IF NOT SCL-NON-GPA-GRADE
              AND NOT SCL-FOUND
               MOVE "REJECTED - GRADE NOT ON SCALE"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
           IF XTE-NEW-GRADE (XT-INDEX) = CTE-LETTER-GRADE (CT-INDEX)
               MOVE "REJECTED - GRADE ALREADY ON FILE"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
           IF XTE-INCOMPLETE-RESOLVED (XT-INDEX)
              AND CTE-LETTER-GRADE (CT-INDEX) NOT = "I "
               MOVE "REJECTED - COURSE NOT INCOMPLETE"
                   TO XTE-MESSAGE (XT-INDEX)
           ELSE
               PERFORM 422-ACCEPT-ONE-CHANGE.
           ADD 1 TO XT-INDEX.
      *
       422-ACCEPT-ONE-CHANGE.
      *
           MOVE CTE-LETTER-GRADE (CT-INDEX) TO XTE-OLD-GRADE (XT-INDEX).
           MOVE XTE-NEW-GRADE (XT-INDEX) TO CTE-LETTER-GRADE (CT-INDEX).
           MOVE "A" TO XTE-RESULT-SWITCH (XT-INDEX).
           ADD 1 TO GW-ACCEPTED-COUNT.
           IF XTE-INCOMPLETE-RESOLVED (XT-INDEX)
               MOVE "INCOMPLETE RESOLVED" TO XTE-MESSAGE (XT-INDEX)
           ELSE
               MOVE "GRADE CHANGE" TO XTE-MESSAGE (XT-INDEX).
      *
       425-FIND-GRADE-SCALE-ENTRY.
      *
           MOVE "N" TO SCL-FOUND-SWITCH.
           MOVE 1   TO SCL-SEARCH-INDEX.
           PERFORM 426-SEARCH-GRADE-SCALE-TABLE
               UNTIL SCL-FOUND
                  OR SCL-SEARCH-INDEX > GRADE-SCALE-ENTRY-COUNT.
      *
       426-SEARCH-GRADE-SCALE-TABLE.
      *
           IF SCL-SEARCH-GRADE = SCT-LETTER-GRADE (SCL-SEARCH-INDEX)
               SET SCL-FOUND TO TRUE
           ELSE
               ADD 1 TO SCL-SEARCH-INDEX.
      *
       430-FIND-CHANGED-COURSE.
      *
           MOVE "N" TO CT-FOUND-SWITCH.
           MOVE 1   TO CT-INDEX.
           PERFORM 431-SEARCH-COURSE-TABLE
               UNTIL CT-COURSE-FOUND
                  OR CT-INDEX > COURSE-ENTRY-COUNT.
      *
       431-SEARCH-COURSE-TABLE.
      *
           IF CTE-TERM-CODE (CT-INDEX) = XTE-TERM-CODE (XT-INDEX)
              AND CTE-COURSE-ID (CT-INDEX) = XTE-COURSE-ID (XT-INDEX)
               SET CT-COURSE-FOUND TO TRUE
           ELSE
               ADD 1 TO CT-INDEX.
      *
       435-FIND-CHANGED-TERM.
      *
           MOVE "N" TO HT-FOUND-SWITCH.
           MOVE 1   TO HT-INDEX.
           PERFORM 436-SEARCH-HISTORY-TABLE
               UNTIL HT-TERM-FOUND
                  OR HT-INDEX > HISTORY-ENTRY-COUNT.
      *
       436-SEARCH-HISTORY-TABLE.
      *
           IF HTE-TERM-CODE (HT-INDEX) = XTE-TERM-CODE (XT-INDEX)
               SET HT-TERM-FOUND TO TRUE
           ELSE
               ADD 1 TO HT-INDEX.
      *
      *    EACH TERM MOVES BY THE DIFFERENCE BETWEEN ITS AFTER AND
      *    BEFORE ROLL-UP.  A TERM OR CUMULATIVE TOTAL THAT WOULD GO
      *    NEGATIVE OR PAST THREE DIGITS MEANS THE HISTORY AND THE
      *    COURSES DISAGREE, SO NONE OF THE STUDENT'S CHANGES ARE
      *    APPLIED.
       440-COMPUTE-TERM-CHANGES.
      *
           MOVE "N"  TO GW-RANGE-SWITCH.
           MOVE ZERO TO GW-TOTAL-UNITS-DIFF.
           MOVE ZERO TO GW-TOTAL-POINTS-DIFF.
           MOVE 1 TO HT-INDEX.
           PERFORM 441-COMPUTE-ONE-TERM-CHANGE
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
           COMPUTE GW-NEW-CUM-UNITS =
               SM-UNITS-COMPLETED + GW-TOTAL-UNITS-DIFF.
           COMPUTE GW-NEW-CUM-POINTS =
               SM-TOTAL-GRADE-POINTS + GW-TOTAL-POINTS-DIFF.
           IF GW-NEW-CUM-UNITS < ZERO OR GW-NEW-CUM-UNITS > 999
              OR GW-NEW-CUM-POINTS < ZERO OR GW-NEW-CUM-POINTS > 999
               SET GW-OUT-OF-RANGE TO TRUE.
      *
       441-COMPUTE-ONE-TERM-CHANGE.
      *
           COMPUTE GW-UNITS-DIFFERENCE =
               HTE-AFTER-UNITS (HT-INDEX) - HTE-BEFORE-UNITS (HT-INDEX).
           COMPUTE GW-POINTS-DIFFERENCE =
               HTE-AFTER-POINTS (HT-INDEX)
                   - HTE-BEFORE-POINTS (HT-INDEX).
           IF GW-UNITS-DIFFERENCE NOT = ZERO
              OR GW-POINTS-DIFFERENCE NOT = ZERO
               SET HTE-TERM-CHANGED (HT-INDEX) TO TRUE
               ADD GW-UNITS-DIFFERENCE  TO GW-TOTAL-UNITS-DIFF
               ADD GW-POINTS-DIFFERENCE TO GW-TOTAL-POINTS-DIFF
               COMPUTE GW-NEW-TERM-UNITS =
                   HTE-ORIGINAL-UNITS (HT-INDEX) + GW-UNITS-DIFFERENCE
               COMPUTE GW-NEW-TERM-POINTS =
                   HTE-ORIGINAL-POINTS (HT-INDEX)
                       + GW-POINTS-DIFFERENCE
               PERFORM 442-SET-NEW-TERM-TOTALS.
           ADD 1 TO HT-INDEX.
      *
       442-SET-NEW-TERM-TOTALS.
      *
           IF GW-NEW-TERM-UNITS < ZERO OR GW-NEW-TERM-UNITS > 999
              OR GW-NEW-TERM-POINTS < ZERO OR GW-NEW-TERM-POINTS > 999
               SET GW-OUT-OF-RANGE TO TRUE
           ELSE
               MOVE GW-NEW-TERM-UNITS  TO HTE-TERM-UNITS (HT-INDEX)
               MOVE GW-NEW-TERM-POINTS TO HTE-TERM-POINTS (HT-INDEX).
      *
       445-BACK-OUT-STUDENT-CHANGES.
      *
           MOVE ZERO TO GW-ACCEPTED-COUNT.
           MOVE 1 TO HT-INDEX.
           PERFORM 446-RESTORE-ONE-TERM
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
           MOVE 1 TO CT-INDEX.
           PERFORM 447-RESTORE-ONE-COURSE
               UNTIL CT-INDEX > COURSE-ENTRY-COUNT.
           MOVE 1 TO XT-INDEX.
           PERFORM 448-REJECT-ONE-ACCEPTED-CHANGE
               UNTIL XT-INDEX > CHANGE-ENTRY-COUNT.
      *
       446-RESTORE-ONE-TERM.
      *
           MOVE HTE-ORIGINAL-UNITS (HT-INDEX)
               TO HTE-TERM-UNITS (HT-INDEX).
           MOVE HTE-ORIGINAL-POINTS (HT-INDEX)
               TO HTE-TERM-POINTS (HT-INDEX).
           MOVE "N" TO HTE-CHANGED-SWITCH (HT-INDEX).
           ADD 1 TO HT-INDEX.
      *
       447-RESTORE-ONE-COURSE.
      *
           MOVE CTE-ORIGINAL-GRADE (CT-INDEX)
               TO CTE-LETTER-GRADE (CT-INDEX).
           ADD 1 TO CT-INDEX.
      *
       448-REJECT-ONE-ACCEPTED-CHANGE.
      *
           IF XTE-ACCEPTED (XT-INDEX)
               MOVE "R" TO XTE-RESULT-SWITCH (XT-INDEX)
               MOVE "REJECTED - HISTORY OUT OF RANGE"
                   TO XTE-MESSAGE (XT-INDEX).
           ADD 1 TO XT-INDEX.
      *
       450-PRINT-ONE-CHANGE-RESULT.
      *
           IF XTE-ACCEPTED (XT-INDEX)
               ADD 1 TO CHANGES-APPLIED-COUNT
           ELSE
               ADD 1 TO CHANGES-REJECTED-COUNT.
           MOVE SM-STUDENT-ID            TO STUDENT-ID-SPLIT.
           MOVE SM-STUDENT-NAME          TO GCL-STUDENT-NAME.
           MOVE XTE-TERM-CODE (XT-INDEX) TO TERM-CODE-SPLIT.
           MOVE XTE-COURSE-ID (XT-INDEX) TO GCL-COURSE-ID.
           MOVE XTE-OLD-GRADE (XT-INDEX) TO GCL-OLD-GRADE.
           MOVE XTE-NEW-GRADE (XT-INDEX) TO GCL-NEW-GRADE.
           MOVE XTE-MESSAGE (XT-INDEX)   TO GCL-MESSAGE.
           PERFORM 520-PRINT-CHANGE-LINE.
           ADD 1 TO XT-INDEX.
      *
      *    THE CUMULATIVE FIELDS MOVE BY THE SAME TOTAL AS THE TERMS,
      *    THE CLASS STANDING IS ADVANCED THE WAY POSTING ADVANCES
      *    IT, AND THEN THE AUDIT AND LIST TESTS ARE TAKEN.
       460-POST-CHANGES-TO-STUDENT.
      *
           MOVE GW-NEW-CUM-UNITS  TO SM-UNITS-COMPLETED.
           MOVE GW-NEW-CUM-POINTS TO SM-TOTAL-GRADE-POINTS.
           PERFORM 465-ADVANCE-CLASS-STANDING.
           ADD 1 TO STUDENTS-ADJUSTED-COUNT.
           MOVE ZERO TO GW-FIRST-CHANGED-TERM.
           MOVE 1 TO HT-INDEX.
           PERFORM 470-AUDIT-ONE-TERM
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
           PERFORM 540-PRINT-CUMULATIVE-AUDIT.
           IF ENROLLED
               PERFORM 476-TEST-PROBATION-LIST.
      *
       465-ADVANCE-CLASS-STANDING.
      *
           IF SM-UNITS-COMPLETED >= SENIOR-UNITS
               MOVE 4 TO GW-NEW-STANDING
           ELSE
           IF SM-UNITS-COMPLETED >= JUNIOR-UNITS
               MOVE 3 TO GW-NEW-STANDING
           ELSE
           IF SM-UNITS-COMPLETED >= SOPHOMORE-UNITS
               MOVE 2 TO GW-NEW-STANDING
           ELSE
               MOVE 1 TO GW-NEW-STANDING.
           IF GW-NEW-STANDING > SM-CLASS-STANDING
               MOVE GW-NEW-STANDING TO SM-CLASS-STANDING.
      *
       470-AUDIT-ONE-TERM.
      *
           IF HTE-TERM-CHANGED (HT-INDEX)
               ADD 1 TO TERMS-ADJUSTED-COUNT
               IF GW-FIRST-CHANGED-TERM = ZERO
                   MOVE HTE-TERM-CODE (HT-INDEX)
                       TO GW-FIRST-CHANGED-TERM.
           IF HTE-TERM-CHANGED (HT-INDEX)
               PERFORM 530-PRINT-TERM-AUDIT
               IF ENROLLED
                   PERFORM 472-TEST-DEANS-LIST
                   PERFORM 474-TEST-DISMISSAL-STREAK.
           ADD 1 TO HT-INDEX.
      *
       472-TEST-DEANS-LIST.
      *
           MOVE HTE-ORIGINAL-UNITS (HT-INDEX)  TO GP-CALC-UNITS.
           MOVE HTE-ORIGINAL-POINTS (HT-INDEX) TO GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA TO LT-BEFORE-GPA.
           IF GP-CALC-GRADED AND GP-CALC-GPA >= DEANS-LIST-CUTOFF
               MOVE "Y" TO LT-BEFORE-SWITCH
           ELSE
               MOVE "N" TO LT-BEFORE-SWITCH.
           MOVE HTE-TERM-UNITS (HT-INDEX)  TO GP-CALC-UNITS.
           MOVE HTE-TERM-POINTS (HT-INDEX) TO GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA TO LT-AFTER-GPA.
           IF GP-CALC-GRADED AND GP-CALC-GPA >= DEANS-LIST-CUTOFF
               MOVE "Y" TO LT-AFTER-SWITCH
           ELSE
               MOVE "N" TO LT-AFTER-SWITCH.
           IF LT-BEFORE-SWITCH NOT = LT-AFTER-SWITCH
               MOVE ZERO TO LT-BEFORE-STREAK
               MOVE ZERO TO LT-AFTER-STREAK
               MOVE "DEANS LIST" TO LM-LIST-NAME
               PERFORM 478-WRITE-LIST-MOVEMENT.
      *
      *    THE STREAK IS WALKED THE WAY THE DISMISSAL WARNING RUN
      *    WALKS IT, ONCE ON THE ORIGINAL TERMS AND ONCE ON THE
      *    CORRECTED TERMS, UP TO AND INCLUDING THE CHANGED TERM.
      *    THE STUDENT IS ON THE DISMISSAL STREAK FOR THAT TERM WHEN
      *    THE STREAK REACHES THE DISMISSAL LIMIT.
       474-TEST-DISMISSAL-STREAK.
      *
           MOVE ZERO TO LT-BEFORE-STREAK.
           MOVE ZERO TO LT-AFTER-STREAK.
           MOVE 1 TO HT-WALK-INDEX.
           PERFORM 475-WALK-ONE-STREAK-TERM
               UNTIL HT-WALK-INDEX > HT-INDEX.
           IF LT-BEFORE-STREAK >= DISMISS-TERMS
               MOVE "Y" TO LT-BEFORE-SWITCH
           ELSE
               MOVE "N" TO LT-BEFORE-SWITCH.
           IF LT-AFTER-STREAK >= DISMISS-TERMS
               MOVE "Y" TO LT-AFTER-SWITCH
           ELSE
               MOVE "N" TO LT-AFTER-SWITCH.
           IF LT-BEFORE-SWITCH NOT = LT-AFTER-SWITCH
               MOVE HTE-ORIGINAL-UNITS (HT-INDEX)  TO GP-CALC-UNITS
               MOVE HTE-ORIGINAL-POINTS (HT-INDEX) TO GP-CALC-POINTS
               PERFORM 600-CALCULATE-GPA
               MOVE GP-CALC-GPA TO LT-BEFORE-GPA
               MOVE HTE-TERM-UNITS (HT-INDEX)  TO GP-CALC-UNITS
               MOVE HTE-TERM-POINTS (HT-INDEX) TO GP-CALC-POINTS
               PERFORM 600-CALCULATE-GPA
               MOVE GP-CALC-GPA TO LT-AFTER-GPA
               MOVE "DISMISSAL STREAK" TO LM-LIST-NAME
               PERFORM 478-WRITE-LIST-MOVEMENT.
      *
       475-WALK-ONE-STREAK-TERM.
      *
           MOVE HTE-ORIGINAL-UNITS (HT-WALK-INDEX)  TO GP-CALC-UNITS.
           MOVE HTE-ORIGINAL-POINTS (HT-WALK-INDEX) TO GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           IF GP-CALC-GRADED
               IF GP-CALC-GPA < PROBATION-CUTOFF
                   ADD 1 TO LT-BEFORE-STREAK
               ELSE
                   MOVE ZERO TO LT-BEFORE-STREAK.
           MOVE HTE-TERM-UNITS (HT-WALK-INDEX)  TO GP-CALC-UNITS.
           MOVE HTE-TERM-POINTS (HT-WALK-INDEX) TO GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           IF GP-CALC-GRADED
               IF GP-CALC-GPA < PROBATION-CUTOFF
                   ADD 1 TO LT-AFTER-STREAK
               ELSE
                   MOVE ZERO TO LT-AFTER-STREAK.
           ADD 1 TO HT-WALK-INDEX.
      *
      *    THE PROBATION LIST IS TAKEN ON THE CUMULATIVE GPA AGAINST
      *    THE FIXED 2.00 THE REPORT CARD RUN USES, NOT THE DISMISSAL
      *    CARD CUTOFF, SO IT IS TESTED ONCE PER STUDENT AND SHOWN
      *    AGAINST THE FIRST TERM THAT CHANGED.
       476-TEST-PROBATION-LIST.
      *
           MOVE GW-BEFORE-CUM-UNITS  TO GP-CALC-UNITS.
           MOVE GW-BEFORE-CUM-POINTS TO GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA TO LT-BEFORE-GPA.
           IF GP-CALC-GRADED AND GP-CALC-GPA < PROBATION-LIST-CUTOFF
               MOVE "Y" TO LT-BEFORE-SWITCH
           ELSE
               MOVE "N" TO LT-BEFORE-SWITCH.
           MOVE SM-UNITS-COMPLETED    TO GP-CALC-UNITS.
           MOVE SM-TOTAL-GRADE-POINTS TO GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA TO LT-AFTER-GPA.
           IF GP-CALC-GRADED AND GP-CALC-GPA < PROBATION-LIST-CUTOFF
               MOVE "Y" TO LT-AFTER-SWITCH
           ELSE
               MOVE "N" TO LT-AFTER-SWITCH.
           IF LT-BEFORE-SWITCH NOT = LT-AFTER-SWITCH
               MOVE ZERO TO LT-BEFORE-STREAK
               MOVE ZERO TO LT-AFTER-STREAK
               MOVE "PROBATION LIST" TO LM-LIST-NAME
               PERFORM 478-WRITE-LIST-MOVEMENT.
      *
       478-WRITE-LIST-MOVEMENT.
      *
           MOVE SM-STUDENT-ID    TO LM-STUDENT-ID.
           MOVE SM-STUDENT-NAME  TO LM-STUDENT-NAME.
           IF LM-LIST-NAME = "PROBATION LIST"
               MOVE GW-FIRST-CHANGED-TERM TO LM-TERM-CODE
           ELSE
               MOVE HTE-TERM-CODE (HT-INDEX) TO LM-TERM-CODE.
           IF LT-AFTER-SWITCH = "Y"
               MOVE "ONTO" TO LM-DIRECTION
           ELSE
               MOVE "OFF " TO LM-DIRECTION.
           MOVE LT-BEFORE-GPA    TO LM-BEFORE-GPA.
           MOVE LT-AFTER-GPA     TO LM-AFTER-GPA.
           MOVE LT-BEFORE-STREAK TO LM-BEFORE-STREAK.
           MOVE LT-AFTER-STREAK  TO LM-AFTER-STREAK.
           WRITE LIST-MOVEMENT-RECORD.
           ADD 1 TO LIST-MOVEMENT-COUNT.
      *
      *    THE STUDENT'S HISTORY AND COURSES ARE WRITTEN FROM THE
      *    TABLES, CORRECTED OR NOT, FOLLOWED BY THE MASTER RECORD.
       480-WRITE-STUDENT-RECORDS.
      *
           MOVE 1 TO HT-INDEX.
           PERFORM 482-WRITE-ONE-HISTORY-TERM
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
           MOVE 1 TO CT-INDEX.
           PERFORM 484-WRITE-ONE-COURSE
               UNTIL CT-INDEX > COURSE-ENTRY-COUNT.
           MOVE STUDENT-MASTER-RECORD TO CHANGED-MASTER-RECORD.
           WRITE CHANGED-MASTER-RECORD.
           ADD 1 TO MASTERS-WRITTEN-COUNT.
      *
       482-WRITE-ONE-HISTORY-TERM.
      *
           MOVE SPACE                      TO CHANGED-HISTORY-RECORD.
           MOVE SM-STUDENT-ID              TO CH-STUDENT-ID.
           MOVE HTE-TERM-CODE (HT-INDEX)   TO CH-TERM-CODE.
           MOVE HTE-TERM-UNITS (HT-INDEX)  TO CH-TERM-UNITS.
           MOVE HTE-TERM-POINTS (HT-INDEX) TO CH-TERM-GRADE-POINTS.
           WRITE CHANGED-HISTORY-RECORD.
           ADD 1 TO HISTORY-WRITTEN-COUNT.
           ADD 1 TO HT-INDEX.
      *
       484-WRITE-ONE-COURSE.
      *
           MOVE SPACE                       TO CHANGED-COURSE-RECORD.
           MOVE SM-STUDENT-ID               TO CC-STUDENT-ID.
           MOVE CTE-TERM-CODE (CT-INDEX)    TO CC-TERM-CODE.
           MOVE CTE-COURSE-ID (CT-INDEX)    TO CC-COURSE-ID.
           MOVE CTE-SECTION (CT-INDEX)      TO CC-SECTION.
           MOVE CTE-UNITS (CT-INDEX)        TO CC-UNITS.
           MOVE CTE-LETTER-GRADE (CT-INDEX) TO CC-LETTER-GRADE.
           WRITE CHANGED-COURSE-RECORD.
           ADD 1 TO COURSES-WRITTEN-COUNT.
           ADD 1 TO CT-INDEX.
      *
       520-PRINT-CHANGE-LINE.
      *
           IF GCHG-LINE-COUNT >= GCHG-LINES-ON-PAGE
               PERFORM 510-PRINT-GCHG-HEADING-LINES.
           MOVE SIS-STUDENT-ID-1 TO GCL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO GCL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO GCL-STUDENT-ID-3.
           MOVE TCS-TERM-YEAR    TO GCL-TERM-YEAR.
           MOVE TCS-TERM-PART    TO GCL-TERM-PART.
           MOVE GCHG-CHANGE-LINE TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA
               AFTER ADVANCING GCHG-SPACE-CONTROL LINES.
           ADD 1  TO GCHG-LINE-COUNT.
           MOVE 1 TO GCHG-SPACE-CONTROL.
      *
       510-PRINT-GCHG-HEADING-LINES.
      *
           ADD 1 TO GCHG-PAGE-COUNT.
           MOVE GCHG-PAGE-COUNT TO GHL1-PAGE-NUMBER.
           MOVE GCHG-HEADING-LINE-1 TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE GCHG-HEADING-LINE-2 TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE GCHG-HEADING-LINE-3 TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO GCHG-LINE-COUNT.
           MOVE 2 TO GCHG-SPACE-CONTROL.
      *
       530-PRINT-TERM-AUDIT.
      *
           MOVE HTE-TERM-CODE (HT-INDEX) TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR            TO GAL-TERM-YEAR.
           MOVE "-"                      TO GAL-TERM-DASH.
           MOVE TCS-TERM-PART            TO GAL-TERM-PART.
           MOVE "TERM"                   TO GAL-ITEM.
           MOVE HTE-ORIGINAL-UNITS (HT-INDEX)  TO GAL-BEFORE-UNITS
                                                  GP-CALC-UNITS.
           MOVE HTE-ORIGINAL-POINTS (HT-INDEX) TO GAL-BEFORE-POINTS
                                                  GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA                    TO GAL-BEFORE-GPA.
           MOVE HTE-TERM-UNITS (HT-INDEX)      TO GAL-AFTER-UNITS
                                                  GP-CALC-UNITS.
           MOVE HTE-TERM-POINTS (HT-INDEX)     TO GAL-AFTER-POINTS
                                                  GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA                    TO GAL-AFTER-GPA.
           PERFORM 550-PRINT-AUDIT-LINE.
      *
       540-PRINT-CUMULATIVE-AUDIT.
      *
           MOVE SPACE                 TO GAL-TERM.
           MOVE "CUMULATIVE"          TO GAL-ITEM.
           MOVE GW-BEFORE-CUM-UNITS   TO GAL-BEFORE-UNITS
                                         GP-CALC-UNITS.
           MOVE GW-BEFORE-CUM-POINTS  TO GAL-BEFORE-POINTS
                                         GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA           TO GAL-BEFORE-GPA.
           MOVE SM-UNITS-COMPLETED    TO GAL-AFTER-UNITS
                                         GP-CALC-UNITS.
           MOVE SM-TOTAL-GRADE-POINTS TO GAL-AFTER-POINTS
                                         GP-CALC-POINTS.
           PERFORM 600-CALCULATE-GPA.
           MOVE GP-CALC-GPA           TO GAL-AFTER-GPA.
           PERFORM 550-PRINT-AUDIT-LINE.
      *
       550-PRINT-AUDIT-LINE.
      *
           IF GCHG-LINE-COUNT >= GCHG-LINES-ON-PAGE
               PERFORM 510-PRINT-GCHG-HEADING-LINES.
           MOVE GCHG-AUDIT-LINE TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA
               AFTER ADVANCING GCHG-SPACE-CONTROL LINES.
           ADD 1  TO GCHG-LINE-COUNT.
           MOVE 1 TO GCHG-SPACE-CONTROL.
      *
       560-PRINT-SECTION-LINE.
      *
           IF GCHG-LINE-COUNT >= GCHG-LINES-ON-PAGE
               PERFORM 510-PRINT-GCHG-HEADING-LINES.
           MOVE GCHG-SECTION-LINE TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA AFTER ADVANCING 3 LINES.
           ADD 3  TO GCHG-LINE-COUNT.
           MOVE 2 TO GCHG-SPACE-CONTROL.
      *
       600-CALCULATE-GPA.
      *
           COMPUTE GP-CALC-MAX-POINTS = GP-CALC-UNITS * 4.
           IF GP-CALC-UNITS = ZERO
              OR GP-CALC-POINTS > GP-CALC-MAX-POINTS
               MOVE "N"  TO GP-CALC-GRADED-SWITCH
               MOVE ZERO TO GP-CALC-GPA
           ELSE
               MOVE "Y"  TO GP-CALC-GRADED-SWITCH
               COMPUTE GP-CALC-GPA ROUNDED =
                   GP-CALC-POINTS / GP-CALC-UNITS.
      *
       700-PRINT-LIST-MOVEMENTS.
      *
           CLOSE GCHGLIST.
           OPEN INPUT GCHGLIST.
           MOVE "LIST MOVEMENTS CAUSED BY GRADE CHANGES       "
               TO GSL-TITLE.
           PERFORM 560-PRINT-SECTION-LINE.
           PERFORM 710-PRINT-ONE-LIST-MOVEMENT
               UNTIL GCHGLIST-EOF-SWITCH = "Y".
      *
       710-PRINT-ONE-LIST-MOVEMENT.
      *
           READ GCHGLIST
               AT END
                   MOVE "Y" TO GCHGLIST-EOF-SWITCH.
           IF GCHGLIST-EOF-SWITCH = "N"
               PERFORM 720-PRINT-LIST-LINE.
      *
       720-PRINT-LIST-LINE.
      *
           IF GCHG-LINE-COUNT >= GCHG-LINES-ON-PAGE
               PERFORM 510-PRINT-GCHG-HEADING-LINES.
           MOVE LM-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO GLL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO GLL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO GLL-STUDENT-ID-3.
           MOVE LM-STUDENT-NAME  TO GLL-STUDENT-NAME.
           MOVE LM-TERM-CODE     TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR    TO GLL-TERM-YEAR.
           MOVE TCS-TERM-PART    TO GLL-TERM-PART.
           MOVE LM-DIRECTION     TO GLL-DIRECTION.
           MOVE LM-LIST-NAME     TO GLL-LIST-NAME.
           MOVE LM-BEFORE-GPA    TO GLL-BEFORE-GPA.
           MOVE LM-AFTER-GPA     TO GLL-AFTER-GPA.
           MOVE LM-BEFORE-STREAK TO GLL-BEFORE-STREAK.
           MOVE LM-AFTER-STREAK  TO GLL-AFTER-STREAK.
           MOVE GCHG-LIST-LINE TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA
               AFTER ADVANCING GCHG-SPACE-CONTROL LINES.
           ADD 1  TO GCHG-LINE-COUNT.
           MOVE 1 TO GCHG-SPACE-CONTROL.
      *
       850-WRITE-NEW-TRAILER.
      *
           MOVE MASTER-EXTRACT-DATE   TO NT-EXTRACT-DATE.
           MOVE MASTERS-WRITTEN-COUNT TO NT-RECORD-COUNT.
           MOVE NEW-TRAILER-RECORD    TO CHANGED-MASTER-RECORD.
           WRITE CHANGED-MASTER-RECORD.
      *
       800-PRINT-CHANGE-TOTALS.
      *
           IF GCHG-LINE-COUNT >= GCHG-LINES-ON-PAGE
               PERFORM 510-PRINT-GCHG-HEADING-LINES.
           MOVE "MASTERS READ:       " TO GTL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT     TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "MASTERS WRITTEN:    " TO GTL-DESCRIPTION.
           MOVE MASTERS-WRITTEN-COUNT  TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY WRITTEN:    " TO GTL-DESCRIPTION.
           MOVE HISTORY-WRITTEN-COUNT  TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "COURSES WRITTEN:    " TO GTL-DESCRIPTION.
           MOVE COURSES-WRITTEN-COUNT  TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CHANGES READ:       " TO GTL-DESCRIPTION.
           MOVE CHANGES-READ-COUNT     TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CHANGES APPLIED:    " TO GTL-DESCRIPTION.
           MOVE CHANGES-APPLIED-COUNT  TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CHANGES REJECTED:   " TO GTL-DESCRIPTION.
           MOVE CHANGES-REJECTED-COUNT TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "TERMS ADJUSTED:     " TO GTL-DESCRIPTION.
           MOVE TERMS-ADJUSTED-COUNT   TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS ADJUSTED:  " TO GTL-DESCRIPTION.
           MOVE STUDENTS-ADJUSTED-COUNT TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "LIST MOVEMENTS:     " TO GTL-DESCRIPTION.
           MOVE LIST-MOVEMENT-COUNT    TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED HISTORY:  " TO GTL-DESCRIPTION.
           MOVE UNMATCHED-HISTORY-COUNT TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED COURSES:  " TO GTL-DESCRIPTION.
           MOVE UNMATCHED-COURSE-COUNT TO GTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE GCHG-TOTAL-LINE TO GCHG-PRINT-AREA.
           WRITE GCHG-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO GCHG-LINE-COUNT.
      *
       990-ABORT-STUMAST-CONTROL.
      *
           DISPLAY "A8GCHG - STUMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - LAST GOOD STUDENT ID "
               PREVIOUS-STUDENT-ID.
           DISPLAY "A8GCHG - MASTER RECORDS READ  "
               MASTERS-READ-COUNT.
           DISPLAY "A8GCHG - DISCARD GCHGMAST.DAT, GCHGHIST.DAT AND "
               "GCHGCRS.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       991-ABORT-GRADEHIST-ERROR.
      *
           DISPLAY "A8GCHG - GRADEHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - STUDENT ID " GH-STUDENT-ID
               " TERM " GH-TERM-CODE.
           DISPLAY "A8GCHG - SORT THE HISTORY FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       992-ABORT-COURSEGR-ERROR.
      *
           DISPLAY "A8GCHG - COURSEGR CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - STUDENT ID " CG-STUDENT-ID
               " TERM " CG-TERM-CODE.
           DISPLAY "A8GCHG - SORT THE COURSE FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       993-ABORT-GRADECHG-ERROR.
      *
           DISPLAY "A8GCHG - GRADECHG CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - STUDENT ID " GC-STUDENT-ID.
           DISPLAY "A8GCHG - SORT THE CHANGE FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       994-ABORT-POSTING-CONTROL.
      *
           DISPLAY "A8GCHG - POSTING CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - SUPPLY POSTCTL.DAT WITH THE TERM CODE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       995-ABORT-GRADE-SCALE-TABLE.
      *
           DISPLAY "A8GCHG - GRADE SCALE ERROR - RUN ABORTED".
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - CORRECT GRADESCL.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *    EVERY RECORD FOR THE STUDENT MUST BE IN THE TABLES BEFORE
      *    A CHANGE CAN BE CHECKED, SO AN OVERFLOW STOPS THE RUN.
       996-ABORT-STUDENT-TABLE-FULL.
      *
           DISPLAY "A8GCHG - " ABORT-MESSAGE.
           DISPLAY "A8GCHG - STUDENT ID " SM-STUDENT-ID.
           DISPLAY "A8GCHG - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8GCHG.

      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program prepares the diploma order and the
      *          commencement program after graduation clearance.
      *          Every student the clearance run graduated for the
      *          posting term is taken from the cleared master
      *          generation, given the senior Latin honors band the
      *          class rank report would assign (rank among graded
      *          seniors against the rank control card percentages),
      *          and given the major description from the major
      *          requirements file.  The name printed on the diploma
      *          is built from the master name unless the graduate
      *          has filed a name-on-diploma request.  A diploma
      *          order record is written for the printer and the
      *          graduate is listed on the commencement program,
      *          grouped by major with honors.  A graduate whose
      *          honors band or major cannot be determined goes on
      *          the exception list and is not ordered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8DIPL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CLRMAST  ASSIGN TO "CLRMAST.DAT".
           SELECT MAJORREQ ASSIGN TO "MAJORREQ.DAT".
           SELECT POSTCTL  ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT RANKCTL  ASSIGN TO "RANKCTL.DAT"
               FILE STATUS IS RANKCTL-STATUS.
           SELECT OPTIONAL GRADCLR  ASSIGN TO "GRADCLR.DAT"
               FILE STATUS IS GRADCLR-STATUS.
           SELECT OPTIONAL DIPLNAME ASSIGN TO "DIPLNAME.DAT"
               FILE STATUS IS DIPLNAME-STATUS.
           SELECT CLEAR-SORT-FILE ASSIGN TO "CLRSORT.WRK".
           SELECT DIPLCLR  ASSIGN TO "DIPLCLR.WRK".
           SELECT DIPLOMA-SORT-FILE ASSIGN TO "DIPLSORT.WRK".
           SELECT DIPLORD  ASSIGN TO "DIPLORD.DAT".
           SELECT COMMRPT  ASSIGN TO "COMMRPT.PRN".
           SELECT DIPLEXC  ASSIGN TO "DIPLEXC.PRN".

       DATA DIVISION.

       FILE SECTION.

       FD  CLRMAST.

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
       FD  MAJORREQ.
      *
       01  MAJOR-REQUIREMENT-RECORD.
           05  MR-MAJOR                 PIC X(4).
           05  MR-REQUIRED-UNITS        PIC 9(3).
           05  MR-MAJOR-DESCRIPTION     PIC X(25).
           05  FILLER                   PIC X(48).
      *
      *    THE POSTING TERM CARD NAMES THE TERM WHOSE GRADUATES ARE
      *    ORDERED.
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
      *    THE SAME CARD THE CLASS RANK REPORT USES, SO THE BANDS ON
      *    THE DIPLOMA ALWAYS AGREE WITH THE RANK REPORT.
       FD  RANKCTL.
      *
       01  RANK-CONTROL-RECORD.
           05  RC-SUMMA-PCT            PIC 9(2)V99.
           05  RC-MAGNA-PCT            PIC 9(2)V99.
           05  RC-CUM-LAUDE-PCT        PIC 9(2)V99.
           05  FILLER                  PIC X(68).
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
      *    ONE RECORD PER GRADUATE WHO HAS ASKED FOR A NAME ON THE
      *    DIPLOMA OTHER THAN THE MASTER NAME, IN ANY ORDER.
       FD  DIPLNAME.
      *
       01  DIPLOMA-NAME-RECORD.
           05  DN-STUDENT-ID           PIC X(9).
           05  DN-DIPLOMA-NAME         PIC X(40).
           05  FILLER                  PIC X(31).
      *
       SD  CLEAR-SORT-FILE.
      *
       01  CLEAR-SORT-RECORD.
           05  CSR-STUDENT-ID          PIC 9(9).
           05  CSR-CLEARANCE-DATE      PIC 9(8).
      *
      *    THE STUDENTS CLEARED FOR THE POSTING TERM WITH THEIR MOST
      *    RECENT CLEARANCE DATE, IN ASCENDING STUDENT ID ORDER SO
      *    IT CAN RIDE THE MASTER PASS.
       FD  DIPLCLR.
      *
       01  CLEARANCE-DATE-RECORD.
           05  CLW-STUDENT-ID          PIC 9(9).
           05  CLW-CLEARANCE-DATE      PIC 9(8).
      *
       SD  DIPLOMA-SORT-FILE.
      *
       01  DIPLOMA-SORT-RECORD.
           05  DSR-MAJOR               PIC X(4).
           05  DSR-STUDENT-NAME        PIC X(25).
           05  DSR-STUDENT-ID          PIC 9(9).
           05  DSR-CLASS-STANDING      PIC 9.
           05  DSR-UNITS-COMPLETED     PIC 9(3).
           05  DSR-GPA                 PIC S9V99.
           05  DSR-CLEARANCE-DATE      PIC 9(8).
           05  DSR-STUDENT-ADDRESS     PIC X(25).
           05  DSR-STUDENT-CITY        PIC X(11).
           05  DSR-STUDENT-STATE       PIC X(2).
           05  DSR-STUDENT-ZIP-CODE    PIC 9(5).
           05  DSR-STUDENT-ZIP-CODE-EXT PIC 9(4).
      *
      *    ONE RECORD PER DIPLOMA TO PRINT, IN MAJOR AND NAME ORDER,
      *    WITH THE MAILING ADDRESS FOR GRADUATES NOT AT THE
      *    CEREMONY.
       FD  DIPLORD.
      *
       01  DIPLOMA-ORDER-RECORD.
           05  DO-STUDENT-ID           PIC 9(9).
           05  DO-DIPLOMA-NAME         PIC X(40).
           05  DO-MAJOR                PIC X(4).
           05  DO-MAJOR-DESCRIPTION    PIC X(25).
           05  DO-HONORS               PIC X(16).
           05  DO-TERM-CODE            PIC 9(6).
           05  DO-CLEARANCE-DATE       PIC 9(8).
           05  DO-NAME-OVERRIDE-FLAG   PIC X.
           05  DO-MAILING-ADDRESS      PIC X(25).
           05  DO-MAILING-CITY         PIC X(11).
           05  DO-MAILING-STATE        PIC X(2).
           05  DO-MAILING-ZIP-CODE     PIC 9(5).
           05  DO-MAILING-ZIP-CODE-EXT PIC 9(4).
           05  FILLER                  PIC X(4).
      *
       FD  COMMRPT.
      *
       01  COMM-PRINT-AREA             PIC X(132).
      *
       FD  DIPLEXC.
      *
       01  EXCEPTION-PRINT-AREA        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CLRMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  MAJORREQ-EOF-SWITCH    PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  RANKCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADCLR-EOF-SWITCH     PIC X    VALUE "N".
           05  DIPLNAME-EOF-SWITCH    PIC X    VALUE "N".
           05  CLEAR-SORT-EOF-SWITCH  PIC X    VALUE "N".
           05  DIPLCLR-EOF-SWITCH     PIC X    VALUE "N".
           05  DIPLOMA-SORT-EOF-SWITCH PIC X   VALUE "N".
           05  CLEARED-THIS-TERM-SWITCH PIC X  VALUE "N".
               88  CLEARED-THIS-TERM          VALUE "Y".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  RANKCTL-STATUS             PIC XX.
       01  GRADCLR-STATUS             PIC XX.
       01  DIPLNAME-STATUS            PIC XX.
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
           05  DETAIL-RECORD-COUNT    PIC 9(9)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
       01  DIPLOMA-CONTROL-FIELDS.
           05  DIPLOMA-TERM-CODE      PIC 9(6)  VALUE ZERO.
           05  LAST-CLEARANCE-ID      PIC 9(9)  VALUE ZERO.
           05  STUDENT-CLEARANCE-DATE PIC 9(8)  VALUE ZERO.
      *
       01  HONORS-BAND-FIELDS.
           05  SUMMA-PCT              PIC S9(2)V99 VALUE 05.00.
           05  MAGNA-PCT              PIC S9(2)V99 VALUE 15.00.
           05  CUM-LAUDE-PCT          PIC S9(2)V99 VALUE 30.00.
      *
      *    THE SENIORS THE CLASS RANK REPORT WOULD HAVE RANKED BEFORE
      *    CLEARANCE - GRADED SENIORS STILL ENROLLED PLUS THOSE JUST
      *    GRADUATED - ARE COUNTED HERE BY GPA.  ONCE THE PASS IS
      *    DONE EACH ENTRY ALSO CARRIES THE NUMBER OF SENIORS WITH A
      *    HIGHER GPA, SO A GRADUATE'S RANK IS THAT COUNT PLUS ONE,
      *    WITH TIED GPAS SHARING A RANK AS THEY DO ON THE REPORT.
       01  GPA-FREQUENCY-TABLE.
           05  GPA-FREQUENCY-ENTRY OCCURS 1000 TIMES.
               10  GFT-GPA-COUNT       PIC S9(5) VALUE ZERO.
               10  GFT-HIGHER-COUNT    PIC S9(5) VALUE ZERO.
      *
       01  RANK-WORK-FIELDS.
           05  STUDENT-GPA            PIC S9V99.
           05  RW-GPA-INDEX           PIC S9(5).
           05  RW-RUNNING-COUNT       PIC S9(5) VALUE ZERO.
           05  RW-RANK                PIC S9(5).
           05  RW-PERCENTILE          PIC 9(3)V99.
           05  RW-HONORS-TEXT         PIC X(16).
           05  SENIORS-RANKED-COUNT   PIC S9(5) VALUE ZERO.
      *
       01  MAJOR-REQ-TABLE.
           05  MAJOR-REQ-ENTRY-COUNT  PIC S9(3) VALUE ZERO.
           05  MAJOR-REQ-ENTRY OCCURS 100 TIMES.
               10  MRT-MAJOR           PIC X(4).
               10  MRT-MAJOR-DESCRIPTION PIC X(25).
      *
       01  MAJOR-REQ-SEARCH-FIELDS.
           05  MRQ-FOUND-SWITCH       PIC X    VALUE "N".
               88  MRQ-FOUND                   VALUE "Y".
           05  MRQ-SEARCH-INDEX       PIC S9(3) VALUE ZERO.
      *
      *    NAME-ON-DIPLOMA REQUESTS; THE USED FLAG PICKS OUT THE
      *    REQUESTS FOR STUDENTS WHO DID NOT GRADUATE THIS TERM.
       01  DIPLOMA-NAME-TABLE.
           05  NAME-ENTRY-COUNT       PIC S9(3) VALUE ZERO.
           05  NAME-ENTRY OCCURS 500 TIMES.
               10  DNT-STUDENT-ID      PIC 9(9).
               10  DNT-DIPLOMA-NAME    PIC X(40).
               10  DNT-USED-FLAG       PIC X.
                   88  DNT-USED               VALUE "Y".
      *
       01  NAME-SEARCH-FIELDS.
           05  DN-FOUND-SWITCH        PIC X    VALUE "N".
               88  DN-FOUND                    VALUE "Y".
           05  DN-SEARCH-INDEX        PIC S9(3) VALUE ZERO.
           05  DN-REQUEST-ID          PIC 9(9)  VALUE ZERO.
      *
       01  DIPLOMA-WORK-FIELDS.
           05  DW-DIPLOMA-NAME        PIC X(40).
           05  DW-LAST-NAME           PIC X(25).
           05  DW-FIRST-NAME          PIC X(25).
           05  DW-NAME-OVERRIDE-FLAG  PIC X.
           05  DW-EXCEPTION-REASON    PIC X(40).
           05  DW-CURRENT-MAJOR       PIC X(4)  VALUE LOW-VALUE.
           05  DW-MAJOR-GRADUATE-COUNT PIC S9(5) VALUE ZERO.
      *
       01  DIPLOMA-TOTAL-FIELDS.
           05  MASTERS-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  GRADUATES-READ-COUNT   PIC S9(5) VALUE ZERO.
           05  DIPLOMAS-ORDERED-COUNT PIC S9(5) VALUE ZERO.
           05  SUMMA-COUNT            PIC S9(5) VALUE ZERO.
           05  MAGNA-COUNT            PIC S9(5) VALUE ZERO.
           05  CUM-LAUDE-COUNT        PIC S9(5) VALUE ZERO.
           05  NAMES-OVERRIDDEN-COUNT PIC S9(5) VALUE ZERO.
           05  EXCEPTIONS-COUNT       PIC S9(5) VALUE ZERO.
           05  OVERRIDES-UNUSED-COUNT PIC S9(5) VALUE ZERO.
      *
       01  COMM-PRINT-FIELDS.
           05  COMM-PAGE-COUNT        PIC S9(3) VALUE ZERO.
           05  COMM-LINES-ON-PAGE     PIC S9(3) VALUE +55.
           05  COMM-LINE-COUNT        PIC S9(3) VALUE +99.
           05  COMM-SPACE-CONTROL     PIC S9.
      *
       01  EXCEPTION-PRINT-FIELDS.
           05  EXCEPTION-PAGE-COUNT   PIC S9(3) VALUE ZERO.
           05  EXCEPTION-LINES-ON-PAGE PIC S9(3) VALUE +55.
           05  EXCEPTION-LINE-COUNT   PIC S9(3) VALUE +99.
           05  EXCEPTION-SPACE-CONTROL PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  COMM-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  MHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  MHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  MHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  MHL1-TITLE      PIC X(26)
                   VALUE "COMMENCEMENT PROGRAM      ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  MHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  COMM-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  MHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  MHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(7)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "TERM: ".
           05  MHL2-TERM-YEAR  PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  MHL2-TERM-PART  PIC 9(2).
           05  FILLER          PIC X(31)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  COMM-MAJOR-HEADING-LINE.
           05  FILLER          PIC X(7)    VALUE "MAJOR: ".
           05  MMH-MAJOR       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  MMH-MAJOR-DESCRIPTION PIC X(25).
           05  FILLER          PIC X(94)   VALUE SPACE.
      *
       01  COMM-COLUMN-LINE.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(40)   VALUE "NAME ON DIPLOMA".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(16)   VALUE "HONORS".
           05  FILLER      PIC X(61)   VALUE SPACE.
      *
       01  COMM-DETAIL-LINE.
           05  MDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  MDL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  MDL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MDL-DIPLOMA-NAME    PIC X(40).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MDL-HONORS          PIC X(16).
           05  FILLER              PIC X(61)    VALUE SPACE.
      *
       01  COMM-MAJOR-TOTAL-LINE.
           05  FILLER              PIC X(13)    VALUE SPACE.
           05  FILLER              PIC X(20)
                   VALUE "GRADUATES IN MAJOR: ".
           05  MMT-GRADUATE-COUNT  PIC ZZ,ZZ9.
           05  FILLER              PIC X(93)    VALUE SPACE.
      *
       01  COMM-TOTAL-LINE.
           05  MTL-DESCRIPTION     PIC X(22).
           05  MTL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
      *
       01  EXCEPTION-HEADING-LINE-3.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(25)   VALUE "STUDENT NAME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "MAJOR".
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(40)   VALUE "EXCEPTION".
           05  FILLER      PIC X(46)   VALUE SPACE.
      *
       01  EXCEPTION-DETAIL-LINE.
           05  XDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  XDL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  XDL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XDL-STUDENT-NAME    PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XDL-MAJOR           PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XDL-REASON          PIC X(40).
           05  FILLER              PIC X(46)    VALUE SPACE.
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
       000-PREPARE-DIPLOMA-ORDERS.
      *
           PERFORM 030-READ-DIPLOMA-TERM.
           PERFORM 050-READ-CONTROL-CARD.
           PERFORM 060-SORT-CLEARANCE-DATES.
           PERFORM 070-LOAD-MAJOR-REQ-TABLE.
           PERFORM 080-LOAD-DIPLOMA-NAME-TABLE.
           OPEN OUTPUT DIPLORD
                OUTPUT COMMRPT
                OUTPUT DIPLEXC.
           PERFORM 100-FORMAT-REPORT-HEADING.
           SORT DIPLOMA-SORT-FILE
               ON ASCENDING  KEY DSR-MAJOR
                  ASCENDING  KEY DSR-STUDENT-NAME
                  ASCENDING  KEY DSR-STUDENT-ID
               INPUT PROCEDURE 200-BUILD-GRADUATE-RECORDS
               OUTPUT PROCEDURE 400-ORDER-DIPLOMAS.
           PERFORM 700-LIST-UNUSED-NAME-REQUESTS.
           PERFORM 800-PRINT-DIPLOMA-TOTALS.
           CLOSE DIPLORD
                 COMMRPT
                 DIPLEXC.
           STOP RUN.
      *
       030-READ-DIPLOMA-TERM.
      *
           OPEN INPUT POSTCTL.
           IF POSTCTL-STATUS = "00"
               PERFORM 035-APPLY-DIPLOMA-TERM.
           IF DIPLOMA-TERM-CODE = ZERO
               MOVE "POSTING TERM CONTROL CARD MISSING"
                   TO ABORT-MESSAGE
               PERFORM 995-ABORT-POSTING-CONTROL.
      *
       035-APPLY-DIPLOMA-TERM.
      *
           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
              AND PC-POST-TERM-CODE NUMERIC
               MOVE PC-POST-TERM-CODE TO DIPLOMA-TERM-CODE.
           CLOSE POSTCTL.
      *
       050-READ-CONTROL-CARD.
      *
           OPEN INPUT RANKCTL.
           IF RANKCTL-STATUS = "00"
               PERFORM 055-APPLY-CONTROL-CARD.
      *
       055-APPLY-CONTROL-CARD.
      *
           READ RANKCTL
               AT END
                   MOVE "Y" TO RANKCTL-EOF-SWITCH.
           IF RANKCTL-EOF-SWITCH = "N"
               PERFORM 056-SET-HONOR-BANDS.
           CLOSE RANKCTL.
      *
       056-SET-HONOR-BANDS.
      *
           IF RC-SUMMA-PCT NUMERIC
               MOVE RC-SUMMA-PCT TO SUMMA-PCT.
           IF RC-MAGNA-PCT NUMERIC
               MOVE RC-MAGNA-PCT TO MAGNA-PCT.
           IF RC-CUM-LAUDE-PCT NUMERIC
               MOVE RC-CUM-LAUDE-PCT TO CUM-LAUDE-PCT.
      *
      *    ONLY CLEARANCES FOR THE POSTING TERM ARE KEPT, SO A
      *    STUDENT WHO GRADUATED IN AN EARLIER TERM IS NOT ORDERED A
      *    SECOND DIPLOMA.  A REPEATED CLEARANCE RUN KEEPS THE MOST
      *    RECENT DATE.
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
              AND GD-TERM-CODE = DIPLOMA-TERM-CODE
               MOVE GD-STUDENT-ID     TO CSR-STUDENT-ID
               MOVE GD-CLEARANCE-DATE TO CSR-CLEARANCE-DATE
               RELEASE CLEAR-SORT-RECORD.
      *
       066-WRITE-CLEARANCE-WORK-FILE.
      *
           OPEN OUTPUT DIPLCLR.
           PERFORM 068-WRITE-ONE-CLEARANCE
               UNTIL CLEAR-SORT-EOF-SWITCH = "Y".
           CLOSE DIPLCLR.
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
                   MOVE MR-MAJOR-DESCRIPTION TO
                       MRT-MAJOR-DESCRIPTION (MAJOR-REQ-ENTRY-COUNT)
               ELSE
                   PERFORM 993-ABORT-MAJORREQ-TABLE-FULL.
      *
      *    A LATER REQUEST FOR THE SAME STUDENT REPLACES AN EARLIER
      *    ONE, SO A CORRECTED NAME CAN SIMPLY BE ADDED TO THE FILE.
       080-LOAD-DIPLOMA-NAME-TABLE.
      *
           OPEN INPUT DIPLNAME.
           IF DIPLNAME-STATUS = "00" OR DIPLNAME-STATUS = "05"
               PERFORM 085-LOAD-ONE-DIPLOMA-NAME
                   UNTIL DIPLNAME-EOF-SWITCH = "Y".
           CLOSE DIPLNAME.
      *
       085-LOAD-ONE-DIPLOMA-NAME.
      *
           READ DIPLNAME
               AT END
                   MOVE "Y" TO DIPLNAME-EOF-SWITCH.
           IF DIPLNAME-EOF-SWITCH = "N"
              AND DN-STUDENT-ID NUMERIC
              AND DN-DIPLOMA-NAME NOT = SPACE
               MOVE DN-STUDENT-ID TO DN-REQUEST-ID
               PERFORM 087-FIND-DIPLOMA-NAME
               IF DN-FOUND
                   MOVE DN-DIPLOMA-NAME
                       TO DNT-DIPLOMA-NAME (DN-SEARCH-INDEX)
               ELSE
                   PERFORM 086-ADD-DIPLOMA-NAME.
      *
       086-ADD-DIPLOMA-NAME.
      *
           IF NAME-ENTRY-COUNT < 500
               ADD 1 TO NAME-ENTRY-COUNT
               MOVE DN-REQUEST-ID TO DNT-STUDENT-ID (NAME-ENTRY-COUNT)
               MOVE DN-DIPLOMA-NAME
                   TO DNT-DIPLOMA-NAME (NAME-ENTRY-COUNT)
               MOVE "N" TO DNT-USED-FLAG (NAME-ENTRY-COUNT)
           ELSE
               PERFORM 994-ABORT-NAME-TABLE-FULL.
      *
       087-FIND-DIPLOMA-NAME.
      *
           MOVE "N" TO DN-FOUND-SWITCH.
           MOVE 1   TO DN-SEARCH-INDEX.
           PERFORM 088-TEST-ONE-DIPLOMA-NAME
               UNTIL DN-FOUND
                  OR DN-SEARCH-INDEX > NAME-ENTRY-COUNT.
      *
       088-TEST-ONE-DIPLOMA-NAME.
      *
           IF DN-REQUEST-ID = DNT-STUDENT-ID (DN-SEARCH-INDEX)
               SET DN-FOUND TO TRUE
           ELSE
               ADD 1 TO DN-SEARCH-INDEX.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO MHL1-MONTH.
           MOVE CD-DAY     TO MHL1-DAY.
           MOVE CD-YEAR    TO MHL1-YEAR.
           MOVE CD-HOURS   TO MHL2-HOURS.
           MOVE CD-MINUTES TO MHL2-MINUTES.
           MOVE DIPLOMA-TERM-CODE TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR     TO MHL2-TERM-YEAR.
           MOVE TCS-TERM-PART     TO MHL2-TERM-PART.
      *
      *    THE CLEARED MASTER IS PASSED ONCE: EVERY SENIOR THE RANK
      *    REPORT WOULD HAVE RANKED IS COUNTED BY GPA, AND EVERY
      *    STUDENT GRADUATED THIS TERM IS RELEASED TO THE SORT.
       200-BUILD-GRADUATE-RECORDS.
      *
           OPEN INPUT CLRMAST
                INPUT DIPLCLR.
           PERFORM 230-READ-CLEARANCE-DATE.
           PERFORM 205-PROCESS-ONE-STUDENT
               UNTIL CLRMAST-EOF-SWITCH = "Y".
           CLOSE CLRMAST
                 DIPLCLR.
      *
       205-PROCESS-ONE-STUDENT.
      *
           PERFORM 210-READ-MASTER-RECORD.
           IF CLRMAST-EOF-SWITCH = "N"
              AND MASTER-DETAIL-RECORD
               PERFORM 300-MATCH-CLEARANCE-TO-STUDENT
               PERFORM 215-COUNT-RANKED-SENIOR
               IF GRADUATED AND CLEARED-THIS-TERM
                   PERFORM 220-RELEASE-GRADUATE-RECORD.
      *
       210-READ-MASTER-RECORD.
      *
           READ CLRMAST
               AT END
                   MOVE "Y" TO CLRMAST-EOF-SWITCH.
           IF CLRMAST-EOF-SWITCH = "Y"
               PERFORM 214-VERIFY-CONTROLS-AT-EOF
           ELSE
           IF SM-STUDENT-ID = ZERO AND SH-RECORD-TYPE = "H"
               MOVE "H" TO MASTER-RECORD-TYPE
               PERFORM 212-CHECK-HEADER-RECORD
           ELSE
           IF SM-STUDENT-ID = 999999999 AND ST-RECORD-TYPE = "T"
               MOVE "T" TO MASTER-RECORD-TYPE
               PERFORM 213-CHECK-TRAILER-RECORD
           ELSE
               MOVE "D" TO MASTER-RECORD-TYPE
               PERFORM 209-CHECK-DETAIL-SEQUENCE.
      *
       212-CHECK-HEADER-RECORD.
      *
           IF HEADER-SEEN
               MOVE "DUPLICATE HEADER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF DETAIL-RECORD-COUNT > ZERO
               MOVE "HEADER NOT FIRST RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           SET HEADER-SEEN TO TRUE.
      *
       213-CHECK-TRAILER-RECORD.
      *
           IF TRAILER-SEEN
               MOVE "DUPLICATE TRAILER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF NOT HEADER-SEEN
               MOVE "TRAILER WITH NO HEADER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF ST-RECORD-COUNT NOT = DETAIL-RECORD-COUNT
               DISPLAY "A8DIPL - TRAILER COUNT " ST-RECORD-COUNT
                   " BUT MASTER RECORDS READ " DETAIL-RECORD-COUNT
               MOVE "RECORD COUNT MISMATCH - SHORT FILE"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           SET TRAILER-SEEN TO TRUE.
      *
       214-VERIFY-CONTROLS-AT-EOF.
      *
           IF NOT HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF NOT TRAILER-SEEN
               MOVE "TRAILER MISSING - POSSIBLE SHORT FILE"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
      *
       209-CHECK-DETAIL-SEQUENCE.
      *
           IF NOT HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF TRAILER-SEEN
               MOVE "DETAIL RECORD AFTER TRAILER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF DETAIL-RECORD-COUNT > ZERO
              AND SM-STUDENT-ID = PREVIOUS-STUDENT-ID
               MOVE "DUPLICATE STUDENT ID" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           IF SM-STUDENT-ID < PREVIOUS-STUDENT-ID
               MOVE "STUDENT ID OUT OF SEQUENCE" TO ABORT-MESSAGE
               PERFORM 990-ABORT-CLRMAST-CONTROL.
           MOVE SM-STUDENT-ID TO PREVIOUS-STUDENT-ID.
           ADD 1 TO DETAIL-RECORD-COUNT.
           ADD 1 TO MASTERS-READ-COUNT.
      *
      *    THE GPA IS FIGURED EXACTLY AS THE RANK REPORT FIGURES IT,
      *    SO A GRADUATE'S RANK HERE IS THE RANK PRINTED THERE.
       215-COUNT-RANKED-SENIOR.
      *
           IF SENIOR
              AND SM-UNITS-COMPLETED > ZERO
              AND (ENROLLED OR (GRADUATED AND CLEARED-THIS-TERM))
               COMPUTE STUDENT-GPA ROUNDED =
                   SM-TOTAL-GRADE-POINTS / SM-UNITS-COMPLETED
               COMPUTE RW-GPA-INDEX = STUDENT-GPA * 100 + 1
               ADD 1 TO GFT-GPA-COUNT (RW-GPA-INDEX)
               ADD 1 TO SENIORS-RANKED-COUNT.
      *
       220-RELEASE-GRADUATE-RECORD.
      *
           MOVE ZERO TO STUDENT-GPA.
           IF SM-UNITS-COMPLETED > ZERO
               COMPUTE STUDENT-GPA ROUNDED =
                   SM-TOTAL-GRADE-POINTS / SM-UNITS-COMPLETED.
           MOVE SM-MAJOR                TO DSR-MAJOR.
           MOVE SM-STUDENT-NAME         TO DSR-STUDENT-NAME.
           MOVE SM-STUDENT-ID           TO DSR-STUDENT-ID.
           MOVE SM-CLASS-STANDING       TO DSR-CLASS-STANDING.
           MOVE SM-UNITS-COMPLETED      TO DSR-UNITS-COMPLETED.
           MOVE STUDENT-GPA             TO DSR-GPA.
           MOVE STUDENT-CLEARANCE-DATE  TO DSR-CLEARANCE-DATE.
           MOVE SM-STUDENT-ADDRESS      TO DSR-STUDENT-ADDRESS.
           MOVE SM-STUDENT-CITY         TO DSR-STUDENT-CITY.
           MOVE SM-STUDENT-STATE        TO DSR-STUDENT-STATE.
           MOVE SM-STUDENT-ZIP-CODE     TO DSR-STUDENT-ZIP-CODE.
           MOVE SM-STUDENT-ZIP-CODE-EXT TO DSR-STUDENT-ZIP-CODE-EXT.
           RELEASE DIPLOMA-SORT-RECORD.
           ADD 1 TO GRADUATES-READ-COUNT.
      *
       230-READ-CLEARANCE-DATE.
      *
           READ DIPLCLR
               AT END
                   MOVE "Y" TO DIPLCLR-EOF-SWITCH.
      *
      *    CLEARANCE RECORDS BELOW THE MASTER KEY BELONG TO NO
      *    STUDENT ON THE FILE AND PASS WITHOUT EFFECT.
       300-MATCH-CLEARANCE-TO-STUDENT.
      *
           MOVE "N"  TO CLEARED-THIS-TERM-SWITCH.
           MOVE ZERO TO STUDENT-CLEARANCE-DATE.
           PERFORM 305-MATCH-ONE-CLEARANCE
               UNTIL DIPLCLR-EOF-SWITCH = "Y"
                  OR CLW-STUDENT-ID > SM-STUDENT-ID.
      *
       305-MATCH-ONE-CLEARANCE.
      *
           IF CLW-STUDENT-ID = SM-STUDENT-ID
               SET CLEARED-THIS-TERM TO TRUE
               MOVE CLW-CLEARANCE-DATE TO STUDENT-CLEARANCE-DATE.
           PERFORM 230-READ-CLEARANCE-DATE.
      *
       400-ORDER-DIPLOMAS.
      *
           PERFORM 405-COUNT-HIGHER-GPAS.
           PERFORM 410-RETURN-ONE-GRADUATE
               UNTIL DIPLOMA-SORT-EOF-SWITCH = "Y".
           IF DW-MAJOR-GRADUATE-COUNT > ZERO
               PERFORM 530-PRINT-MAJOR-TOTAL.
      *
      *    WORKING DOWN FROM THE HIGHEST GPA, EACH ENTRY IS GIVEN THE
      *    NUMBER OF RANKED SENIORS ABOVE IT.
       405-COUNT-HIGHER-GPAS.
      *
           MOVE ZERO TO RW-RUNNING-COUNT.
           MOVE 1000 TO RW-GPA-INDEX.
           PERFORM 407-COUNT-ONE-GPA-ENTRY
               UNTIL RW-GPA-INDEX < 1.
      *
       407-COUNT-ONE-GPA-ENTRY.
      *
           MOVE RW-RUNNING-COUNT TO GFT-HIGHER-COUNT (RW-GPA-INDEX).
           ADD GFT-GPA-COUNT (RW-GPA-INDEX) TO RW-RUNNING-COUNT.
           SUBTRACT 1 FROM RW-GPA-INDEX.
      *
       410-RETURN-ONE-GRADUATE.
      *
           RETURN DIPLOMA-SORT-FILE
               AT END
                   MOVE "Y" TO DIPLOMA-SORT-EOF-SWITCH.
           IF DIPLOMA-SORT-EOF-SWITCH = "N"
               PERFORM 420-PROCESS-ONE-GRADUATE.
      *
      *    A GRADUATE WITH NO GRADED UNITS OR NOT IN THE SENIOR CLASS
      *    HAS NO PLACE IN THE SENIOR RANKING, SO NO HONORS BAND CAN
      *    BE GIVEN; A MAJOR NOT ON THE REQUIREMENTS FILE HAS NO
      *    DESCRIPTION TO PRINT.  EITHER WAY THE DIPLOMA IS HELD FOR
      *    THE REGISTRAR RATHER THAN PRINTED INCOMPLETE.
       420-PROCESS-ONE-GRADUATE.
      *
           MOVE SPACE TO DW-EXCEPTION-REASON.
           PERFORM 775-FIND-MAJOR-DESCRIPTION.
           IF DSR-CLASS-STANDING NOT = 4
               MOVE "NOT A SENIOR - HONORS BAND UNKNOWN"
                   TO DW-EXCEPTION-REASON
           ELSE
           IF DSR-UNITS-COMPLETED = ZERO
               MOVE "NO GRADED UNITS - HONORS BAND UNKNOWN"
                   TO DW-EXCEPTION-REASON
           ELSE
           IF NOT MRQ-FOUND
               MOVE "MAJOR NOT ON MAJOR REQUIREMENTS FILE"
                   TO DW-EXCEPTION-REASON.
           PERFORM 440-DETERMINE-DIPLOMA-NAME.
           IF DW-EXCEPTION-REASON NOT = SPACE
               PERFORM 600-PRINT-EXCEPTION-LINE
           ELSE
               PERFORM 430-DETERMINE-HONORS-TEXT
               PERFORM 450-WRITE-DIPLOMA-ORDER
               PERFORM 500-PRINT-COMMENCEMENT-LINE.
      *
      *    THE SAME BANDS THE RANK REPORT APPLIES: EACH BAND TAKES
      *    THE TOP SLICE OF THE SENIOR CLASS THE CONTROL CARD ALLOWS.
       430-DETERMINE-HONORS-TEXT.
      *
           COMPUTE RW-GPA-INDEX = DSR-GPA * 100 + 1.
           COMPUTE RW-RANK = GFT-HIGHER-COUNT (RW-GPA-INDEX) + 1.
           COMPUTE RW-PERCENTILE ROUNDED =
               RW-RANK * 100 / SENIORS-RANKED-COUNT.
           MOVE SPACE TO RW-HONORS-TEXT.
           IF RW-PERCENTILE NOT > SUMMA-PCT
               MOVE "SUMMA CUM LAUDE" TO RW-HONORS-TEXT
               ADD 1 TO SUMMA-COUNT
           ELSE
           IF RW-PERCENTILE NOT > MAGNA-PCT
               MOVE "MAGNA CUM LAUDE" TO RW-HONORS-TEXT
               ADD 1 TO MAGNA-COUNT
           ELSE
           IF RW-PERCENTILE NOT > CUM-LAUDE-PCT
               MOVE "CUM LAUDE" TO RW-HONORS-TEXT
               ADD 1 TO CUM-LAUDE-COUNT.
      *
      *    A NAME-ON-DIPLOMA REQUEST IS PRINTED AS FILED.  OTHERWISE
      *    THE MASTER NAME, KEPT AS LAST, FIRST, IS TURNED AROUND TO
      *    FIRST LAST; A NAME WITH NO COMMA IS PRINTED AS IT STANDS.
       440-DETERMINE-DIPLOMA-NAME.
      *
           MOVE DSR-STUDENT-ID TO DN-REQUEST-ID.
           PERFORM 087-FIND-DIPLOMA-NAME.
           IF DN-FOUND
               MOVE DNT-DIPLOMA-NAME (DN-SEARCH-INDEX)
                   TO DW-DIPLOMA-NAME
               MOVE "Y" TO DW-NAME-OVERRIDE-FLAG
               MOVE "Y" TO DNT-USED-FLAG (DN-SEARCH-INDEX)
           ELSE
               MOVE "N" TO DW-NAME-OVERRIDE-FLAG
               PERFORM 445-REVERSE-MASTER-NAME.
      *
       445-REVERSE-MASTER-NAME.
      *
           MOVE SPACE TO DW-LAST-NAME
                         DW-FIRST-NAME
                         DW-DIPLOMA-NAME.
           UNSTRING DSR-STUDENT-NAME DELIMITED BY ", " OR ","
               INTO DW-LAST-NAME
                    DW-FIRST-NAME.
           IF DW-FIRST-NAME = SPACE
               MOVE DSR-STUDENT-NAME TO DW-DIPLOMA-NAME
           ELSE
               STRING DW-FIRST-NAME DELIMITED BY "  "
                      " "           DELIMITED BY SIZE
                      DW-LAST-NAME  DELIMITED BY "  "
                   INTO DW-DIPLOMA-NAME.
      *
       450-WRITE-DIPLOMA-ORDER.
      *
           MOVE SPACE                    TO DIPLOMA-ORDER-RECORD.
           MOVE DSR-STUDENT-ID           TO DO-STUDENT-ID.
           MOVE DW-DIPLOMA-NAME          TO DO-DIPLOMA-NAME.
           MOVE DSR-MAJOR                TO DO-MAJOR.
           MOVE MRT-MAJOR-DESCRIPTION (MRQ-SEARCH-INDEX)
               TO DO-MAJOR-DESCRIPTION.
           MOVE RW-HONORS-TEXT           TO DO-HONORS.
           MOVE DIPLOMA-TERM-CODE        TO DO-TERM-CODE.
           MOVE DSR-CLEARANCE-DATE       TO DO-CLEARANCE-DATE.
           MOVE DW-NAME-OVERRIDE-FLAG    TO DO-NAME-OVERRIDE-FLAG.
           MOVE DSR-STUDENT-ADDRESS      TO DO-MAILING-ADDRESS.
           MOVE DSR-STUDENT-CITY         TO DO-MAILING-CITY.
           MOVE DSR-STUDENT-STATE        TO DO-MAILING-STATE.
           MOVE DSR-STUDENT-ZIP-CODE     TO DO-MAILING-ZIP-CODE.
           MOVE DSR-STUDENT-ZIP-CODE-EXT TO DO-MAILING-ZIP-CODE-EXT.
           WRITE DIPLOMA-ORDER-RECORD.
           ADD 1 TO DIPLOMAS-ORDERED-COUNT.
           IF DW-NAME-OVERRIDE-FLAG = "Y"
               ADD 1 TO NAMES-OVERRIDDEN-COUNT.
      *
       775-FIND-MAJOR-DESCRIPTION.
      *
           MOVE "N" TO MRQ-FOUND-SWITCH.
           MOVE 1   TO MRQ-SEARCH-INDEX.
           PERFORM 776-SEARCH-MAJOR-REQ-TABLE
               UNTIL MRQ-FOUND
                  OR MRQ-SEARCH-INDEX > MAJOR-REQ-ENTRY-COUNT.
      *
       776-SEARCH-MAJOR-REQ-TABLE.
      *
           IF DSR-MAJOR = MRT-MAJOR (MRQ-SEARCH-INDEX)
               SET MRQ-FOUND TO TRUE
           ELSE
               ADD 1 TO MRQ-SEARCH-INDEX.
      *
       500-PRINT-COMMENCEMENT-LINE.
      *
           IF DSR-MAJOR NOT = DW-CURRENT-MAJOR
               PERFORM 520-START-MAJOR-GROUP.
           IF COMM-LINE-COUNT >= COMM-LINES-ON-PAGE
               PERFORM 510-PRINT-COMM-HEADING-LINES
               PERFORM 525-PRINT-MAJOR-HEADING.
           MOVE DSR-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO MDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO MDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO MDL-STUDENT-ID-3.
           MOVE DW-DIPLOMA-NAME  TO MDL-DIPLOMA-NAME.
           MOVE RW-HONORS-TEXT   TO MDL-HONORS.
           MOVE COMM-DETAIL-LINE TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA
               AFTER ADVANCING COMM-SPACE-CONTROL LINES.
           ADD 1  TO COMM-LINE-COUNT.
           ADD 1  TO DW-MAJOR-GRADUATE-COUNT.
           MOVE 1 TO COMM-SPACE-CONTROL.
      *
       510-PRINT-COMM-HEADING-LINES.
      *
           ADD 1 TO COMM-PAGE-COUNT.
           MOVE COMM-PAGE-COUNT TO MHL1-PAGE-NUMBER.
           MOVE COMM-HEADING-LINE-1 TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE COMM-HEADING-LINE-2 TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO COMM-LINE-COUNT.
           MOVE 2 TO COMM-SPACE-CONTROL.
      *
      *    EACH MAJOR STARTS WITH ITS CODE AND DESCRIPTION; THE
      *    PREVIOUS MAJOR IS CLOSED WITH ITS GRADUATE COUNT FIRST.
       520-START-MAJOR-GROUP.
      *
           IF DW-MAJOR-GRADUATE-COUNT > ZERO
               PERFORM 530-PRINT-MAJOR-TOTAL.
           MOVE DSR-MAJOR TO DW-CURRENT-MAJOR.
           MOVE ZERO TO DW-MAJOR-GRADUATE-COUNT.
           IF COMM-LINE-COUNT + 4 >= COMM-LINES-ON-PAGE
               PERFORM 510-PRINT-COMM-HEADING-LINES.
           PERFORM 525-PRINT-MAJOR-HEADING.
      *
       525-PRINT-MAJOR-HEADING.
      *
           MOVE DW-CURRENT-MAJOR TO MMH-MAJOR.
           MOVE MRT-MAJOR-DESCRIPTION (MRQ-SEARCH-INDEX)
               TO MMH-MAJOR-DESCRIPTION.
           MOVE COMM-MAJOR-HEADING-LINE TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE COMM-COLUMN-LINE TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 3  TO COMM-LINE-COUNT.
           MOVE 1 TO COMM-SPACE-CONTROL.
      *
       530-PRINT-MAJOR-TOTAL.
      *
           MOVE DW-MAJOR-GRADUATE-COUNT TO MMT-GRADUATE-COUNT.
           MOVE COMM-MAJOR-TOTAL-LINE TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO COMM-LINE-COUNT.
           MOVE ZERO TO DW-MAJOR-GRADUATE-COUNT.
      *
       600-PRINT-EXCEPTION-LINE.
      *
           IF EXCEPTION-LINE-COUNT >= EXCEPTION-LINES-ON-PAGE
               PERFORM 610-PRINT-EXCEPTION-HEADING.
           MOVE DSR-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO XDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO XDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO XDL-STUDENT-ID-3.
           MOVE DSR-STUDENT-NAME    TO XDL-STUDENT-NAME.
           MOVE DSR-MAJOR           TO XDL-MAJOR.
           MOVE DW-EXCEPTION-REASON TO XDL-REASON.
           PERFORM 620-WRITE-EXCEPTION-LINE.
      *
       610-PRINT-EXCEPTION-HEADING.
      *
           ADD 1 TO EXCEPTION-PAGE-COUNT.
           MOVE EXCEPTION-PAGE-COUNT TO MHL1-PAGE-NUMBER.
           MOVE "DIPLOMA EXCEPTION LIST    " TO MHL1-TITLE.
           MOVE COMM-HEADING-LINE-1 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE "COMMENCEMENT PROGRAM      " TO MHL1-TITLE.
           MOVE COMM-HEADING-LINE-2 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE EXCEPTION-HEADING-LINE-3 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO EXCEPTION-LINE-COUNT.
           MOVE 2 TO EXCEPTION-SPACE-CONTROL.
      *
       620-WRITE-EXCEPTION-LINE.
      *
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA
               AFTER ADVANCING EXCEPTION-SPACE-CONTROL LINES.
           ADD 1  TO EXCEPTION-LINE-COUNT.
           MOVE 1 TO EXCEPTION-SPACE-CONTROL.
           ADD 1  TO EXCEPTIONS-COUNT.
      *
      *    A NAME REQUEST FOR A STUDENT WHO DID NOT GRADUATE THIS
      *    TERM IS LISTED SO THE REGISTRAR CAN FOLLOW IT UP; IT IS
      *    NOT COUNTED AS A DIPLOMA EXCEPTION.
       700-LIST-UNUSED-NAME-REQUESTS.
      *
           MOVE 1 TO DN-SEARCH-INDEX.
           PERFORM 710-LIST-ONE-NAME-REQUEST
               UNTIL DN-SEARCH-INDEX > NAME-ENTRY-COUNT.
      *
       710-LIST-ONE-NAME-REQUEST.
      *
           IF NOT DNT-USED (DN-SEARCH-INDEX)
               PERFORM 715-PRINT-UNUSED-NAME-REQUEST.
           ADD 1 TO DN-SEARCH-INDEX.
      *
       715-PRINT-UNUSED-NAME-REQUEST.
      *
           IF EXCEPTION-LINE-COUNT >= EXCEPTION-LINES-ON-PAGE
               PERFORM 610-PRINT-EXCEPTION-HEADING.
           MOVE DNT-STUDENT-ID (DN-SEARCH-INDEX) TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO XDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO XDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO XDL-STUDENT-ID-3.
           MOVE DNT-DIPLOMA-NAME (DN-SEARCH-INDEX) TO XDL-STUDENT-NAME.
           MOVE SPACE TO XDL-MAJOR.
           MOVE "NAME REQUEST - NOT A GRADUATE THIS TERM"
               TO XDL-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA
               AFTER ADVANCING EXCEPTION-SPACE-CONTROL LINES.
           ADD 1  TO EXCEPTION-LINE-COUNT.
           MOVE 1 TO EXCEPTION-SPACE-CONTROL.
           ADD 1  TO OVERRIDES-UNUSED-COUNT.
      *
       800-PRINT-DIPLOMA-TOTALS.
      *
           IF COMM-LINE-COUNT >= COMM-LINES-ON-PAGE
               PERFORM 510-PRINT-COMM-HEADING-LINES.
           MOVE "MASTERS READ:       " TO MTL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT     TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "SENIORS RANKED:     " TO MTL-DESCRIPTION.
           MOVE SENIORS-RANKED-COUNT   TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "GRADUATES THIS TERM:" TO MTL-DESCRIPTION.
           MOVE GRADUATES-READ-COUNT   TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "DIPLOMAS ORDERED:   " TO MTL-DESCRIPTION.
           MOVE DIPLOMAS-ORDERED-COUNT TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "SUMMA CUM LAUDE:    " TO MTL-DESCRIPTION.
           MOVE SUMMA-COUNT            TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "MAGNA CUM LAUDE:    " TO MTL-DESCRIPTION.
           MOVE MAGNA-COUNT            TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CUM LAUDE:          " TO MTL-DESCRIPTION.
           MOVE CUM-LAUDE-COUNT        TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NAMES OVERRIDDEN:   " TO MTL-DESCRIPTION.
           MOVE NAMES-OVERRIDDEN-COUNT TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "DIPLOMA EXCEPTIONS: " TO MTL-DESCRIPTION.
           MOVE EXCEPTIONS-COUNT       TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NAME REQUESTS UNUSED:" TO MTL-DESCRIPTION.
           MOVE OVERRIDES-UNUSED-COUNT TO MTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE COMM-TOTAL-LINE TO COMM-PRINT-AREA.
           WRITE COMM-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO COMM-LINE-COUNT.
      *
       990-ABORT-CLRMAST-CONTROL.
      *
           DISPLAY "A8DIPL - CLRMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8DIPL - " ABORT-MESSAGE.
           DISPLAY "A8DIPL - LAST GOOD STUDENT ID "
               PREVIOUS-STUDENT-ID.
           DISPLAY "A8DIPL - MASTER RECORDS READ  "
               DETAIL-RECORD-COUNT.
           DISPLAY "A8DIPL - DISCARD DIPLORD.DAT, RERUN A8CLEAR AND "
               "THIS STEP".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       993-ABORT-MAJORREQ-TABLE-FULL.
      *
           DISPLAY "A8DIPL - MAJOR REQUIREMENTS TABLE FULL".
           DISPLAY "A8DIPL - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       994-ABORT-NAME-TABLE-FULL.
      *
           DISPLAY "A8DIPL - NAME-ON-DIPLOMA TABLE FULL".
           DISPLAY "A8DIPL - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       995-ABORT-POSTING-CONTROL.
      *
           DISPLAY "A8DIPL - POSTING CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8DIPL - " ABORT-MESSAGE.
           DISPLAY "A8DIPL - SUPPLY POSTCTL.DAT WITH THE TERM CODE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8DIPL.

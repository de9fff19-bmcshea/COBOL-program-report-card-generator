      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program reports retention and graduation by
      *          entering cohort for the provost and for federal
      *          graduation-rate reporting.  A student's entering
      *          cohort is the earliest term on the grade-history
      *          file; a student whose only credit is accepted
      *          transfer credit has no entering term here and is
      *          reported in a separate transfer cohort.  Students
      *          moved to the archive files are read with the active
      *          students so a purge does not change the rates.  For
      *          each cohort and major the report shows how many
      *          started, are still enrolled, are inactive, and have
      *          graduated, with the graduates counted within four,
      *          five, and six years of the entering term by their
      *          clearance term.  An extract of the same counts is
      *          written for the institutional research office.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8COHR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUMAST   ASSIGN TO "STUMAST.DAT".
           SELECT GRADEHIST ASSIGN TO "GRADEHIST.DAT".
           SELECT TRANSFCR  ASSIGN TO "TRANSFCR.DAT".
           SELECT POSTCTL   ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT OPTIONAL ARCHMAST ASSIGN TO "ARCHMAST.DAT"
               FILE STATUS IS ARCHMAST-STATUS.
           SELECT OPTIONAL ARCHHIST ASSIGN TO "ARCHHIST.DAT"
               FILE STATUS IS ARCHHIST-STATUS.
           SELECT OPTIONAL GRADCLR  ASSIGN TO "GRADCLR.DAT"
               FILE STATUS IS GRADCLR-STATUS.
           SELECT CLEAR-SORT-FILE ASSIGN TO "CLRSORT.WRK".
           SELECT COHRCLR   ASSIGN TO "COHRCLR.WRK".
           SELECT COHORT-SORT-FILE ASSIGN TO "COHRSORT.WRK".
           SELECT COHREXT   ASSIGN TO "COHREXT.DAT".
           SELECT COHRRPT   ASSIGN TO "COHRRPT.PRN".

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
      *    ONE RECORD PER ACCEPTED TRANSFER FROM A SENDING
      *    INSTITUTION, IN ASCENDING STUDENT ID ORDER.  IT CARRIES
      *    NO TERM, SO IT CANNOT PLACE A STUDENT IN A COHORT.
       FD  TRANSFCR.
      *
       01  TRANSFER-CREDIT-RECORD.
           05  TC-STUDENT-ID            PIC 9(9).
           05  TC-ACCEPTED-UNITS        PIC 9(3).
           05  TC-SENDING-INSTITUTION   PIC X(25).
           05  FILLER                   PIC X(43).
      *
      *    THE POSTING TERM CARD NAMES THE TERM THE REPORT IS AS OF.
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
      *    THE ARCHIVE MASTER IS KEPT IN THE STUDENT MASTER LAYOUT,
      *    WITH A HEADER AND A TRAILER, IN ASCENDING STUDENT ID
      *    ORDER.  THE SECOND VIEW NAMES THE FIELDS A COHORT NEEDS.
       FD  ARCHMAST.
      *
       01  ARCHIVE-MASTER-RECORD.
           05  AM-STUDENT-ID           PIC 9(9).
           05  AM-RECORD-TYPE          PIC X.
           05  AM-EXTRACT-DATE         PIC 9(8).
           05  AM-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(77).
      *
       01  ARCHIVE-STUDENT-RECORD.
           05  AS-STUDENT-ID           PIC 9(9).
           05  AS-STUDENT-STATUS       PIC X.
           05  FILLER                  PIC X(81).
           05  AS-MAJOR                PIC X(4).
           05  FILLER                  PIC X(9).
      *
      *    THE ARCHIVE HISTORY IS KEPT IN THE GRADE-HISTORY LAYOUT
      *    AND ORDER.
       FD  ARCHHIST.
      *
       01  ARCHIVE-HISTORY-RECORD.
           05  AH-HISTORY-KEY.
               10  AH-STUDENT-ID       PIC 9(9).
               10  AH-TERM-CODE        PIC 9(6).
           05  FILLER                  PIC X(15).
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
           05  CSR-TERM-CODE           PIC 9(6).
      *
      *    THE TERM OF EACH GRADUATE'S MOST RECENT CLEARANCE, IN
      *    ASCENDING STUDENT ID ORDER SO IT CAN RIDE THE MASTER PASS.
       FD  COHRCLR.
      *
       01  CLEARANCE-TERM-RECORD.
           05  CLW-STUDENT-ID          PIC 9(9).
           05  CLW-CLEARANCE-DATE      PIC 9(8).
           05  CLW-TERM-CODE           PIC 9(6).
      *
      *    ONE RECORD PER STUDENT PLACED IN A COHORT.  THE OUTCOME IS
      *    E ENROLLED, I INACTIVE, 4 5 6 GRADUATED WITHIN THAT MANY
      *    YEARS, L GRADUATED LATER, OR G GRADUATED FROM THE
      *    TRANSFER COHORT, WHERE TIME TO DEGREE IS NOT KNOWN.
       SD  COHORT-SORT-FILE.
      *
       01  COHORT-SORT-RECORD.
           05  CHS-COHORT-TYPE         PIC X.
               88  CHS-ENTERING-COHORT         VALUE "F".
               88  CHS-TRANSFER-COHORT         VALUE "T".
           05  CHS-COHORT-TERM         PIC 9(6).
           05  CHS-MAJOR               PIC X(4).
           05  CHS-OUTCOME             PIC X.
      *
      *    THE COUNTS FOR INSTITUTIONAL RESEARCH: A HEADER, ONE
      *    DETAIL PER COHORT AND MAJOR, AND A TRAILER.  THE COUNTS
      *    WITHIN FIVE AND SIX YEARS INCLUDE THE EARLIER YEARS.
       FD  COHREXT.
      *
       01  COHORT-EXTRACT-HEADER.
           05  CXH-RECORD-TYPE         PIC X.
           05  CXH-REPORT-TERM         PIC 9(6).
           05  CXH-RUN-DATE.
               10  CXH-RUN-YEAR        PIC 9(4).
               10  CXH-RUN-MONTH       PIC 9(2).
               10  CXH-RUN-DAY         PIC 9(2).
           05  CXH-EXTRACT-DATE        PIC 9(8).
           05  FILLER                  PIC X(57).
      *
       01  COHORT-EXTRACT-DETAIL.
           05  CXD-RECORD-TYPE         PIC X.
           05  CXD-COHORT-TYPE         PIC X.
           05  CXD-COHORT-TERM         PIC 9(6).
           05  CXD-MAJOR               PIC X(4).
           05  CXD-STARTED             PIC 9(5).
           05  CXD-ENROLLED            PIC 9(5).
           05  CXD-INACTIVE            PIC 9(5).
           05  CXD-GRADUATED           PIC 9(5).
           05  CXD-GRAD-4-YEARS        PIC 9(5).
           05  CXD-GRAD-5-YEARS        PIC 9(5).
           05  CXD-GRAD-6-YEARS        PIC 9(5).
           05  CXD-GRAD-LATER          PIC 9(5).
           05  CXD-WINDOW-OPEN         PIC X.
           05  FILLER                  PIC X(27).
      *
       01  COHORT-EXTRACT-TRAILER.
           05  CXT-RECORD-TYPE         PIC X.
           05  CXT-DETAIL-COUNT        PIC 9(7).
           05  CXT-STUDENT-COUNT       PIC 9(7).
           05  FILLER                  PIC X(65).
      *
       FD  COHRRPT.
      *
       01  COHR-PRINT-AREA            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADEHIST-EOF-SWITCH   PIC X    VALUE "N".
           05  TRANSFCR-EOF-SWITCH    PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  ARCHMAST-EOF-SWITCH    PIC X    VALUE "N".
           05  ARCHHIST-EOF-SWITCH    PIC X    VALUE "N".
           05  GRADCLR-EOF-SWITCH     PIC X    VALUE "N".
           05  CLEAR-SORT-EOF-SWITCH  PIC X    VALUE "N".
           05  COHRCLR-EOF-SWITCH     PIC X    VALUE "N".
           05  COHORT-SORT-EOF-SWITCH PIC X    VALUE "N".
           05  COHORT-GROUP-SWITCH    PIC X    VALUE "N".
               88  COHORT-GROUP-OPEN          VALUE "Y".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  ARCHMAST-STATUS            PIC XX.
       01  ARCHHIST-STATUS            PIC XX.
       01  GRADCLR-STATUS             PIC XX.
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
           05  MASTER-EXTRACT-DATE    PIC 9(8)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
       01  HISTORY-SEQUENCE-FIELDS.
           05  PREVIOUS-HISTORY-ID    PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-TERM-CODE     PIC 9(6)  VALUE ZERO.
      *
       01  TRANSFER-MATCH-FIELDS.
           05  TRANSFER-VALID-SWITCH  PIC X    VALUE "N".
               88  TRANSFER-RECORD-VALID       VALUE "Y".
           05  TRANSFER-PREVIOUS-ID   PIC 9(9)  VALUE ZERO.
      *
       01  ARCHIVE-CONTROL-FIELDS.
           05  ARCHIVE-HEADER-SWITCH  PIC X    VALUE "N".
               88  ARCHIVE-HEADER-SEEN        VALUE "Y".
           05  PREVIOUS-ARCHIVE-ID    PIC 9(9)  VALUE ZERO.
           05  ARCHIVE-DETAIL-COUNT   PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-ARCHIVE-KEY.
               10  PAK-STUDENT-ID      PIC 9(9)  VALUE ZERO.
               10  PAK-TERM-CODE       PIC 9(6)  VALUE ZERO.
      *
      *    THE ACTIVE AND ARCHIVE MASTERS ARE MERGED ON THESE KEYS.
      *    A FILE AT END CARRIES THE TRAILER KEY, WHICH NO STUDENT
      *    CAN HAVE.
       01  MERGE-KEY-FIELDS.
           05  ACTIVE-MASTER-KEY      PIC 9(9)  VALUE ZERO.
           05  ARCHIVE-MASTER-KEY     PIC 9(9)  VALUE ZERO.
      *
       01  COHORT-CONTROL-FIELDS.
           05  REPORT-TERM-CODE       PIC 9(6)  VALUE ZERO.
           05  LAST-CLEARANCE-ID      PIC 9(9)  VALUE ZERO.
           05  TERMS-ELAPSED          PIC S9(5) VALUE ZERO.
           05  GRADUATION-TERM-CODE   PIC 9(6)  VALUE ZERO.
      *
      *    THE STUDENT BEING PLACED, FROM WHICHEVER MASTER IT CAME.
       01  COHORT-STUDENT-FIELDS.
           05  CST-STUDENT-ID         PIC 9(9).
           05  CST-STUDENT-STATUS     PIC X.
               88  CST-ENROLLED               VALUE "E".
               88  CST-INACTIVE               VALUE "I".
               88  CST-GRADUATED              VALUE "G".
           05  CST-MAJOR              PIC X(4).
           05  CST-FIRST-TERM         PIC 9(6).
           05  CST-LAST-TERM          PIC 9(6).
           05  CST-CLEARANCE-TERM     PIC 9(6).
           05  CST-TRANSFER-SWITCH    PIC X.
               88  CST-HAS-TRANSFER           VALUE "Y".
      *
       01  ENTRY-TERM-SPLIT.
           05  ETS-TERM-YEAR          PIC 9(4).
           05  ETS-TERM-PART          PIC 9(2).
      *
       01  END-TERM-SPLIT.
           05  NTS-TERM-YEAR          PIC 9(4).
           05  NTS-TERM-PART          PIC 9(2).
      *
      *    THE COHORT AND MAJOR BEING COUNTED IN THE REPORT PASS.
       01  CURRENT-GROUP-FIELDS.
           05  CURRENT-COHORT-TYPE    PIC X.
               88  CURRENT-TRANSFER-COHORT    VALUE "T".
           05  CURRENT-COHORT-TERM    PIC 9(6).
           05  CURRENT-MAJOR          PIC X(4).
           05  CURRENT-WINDOW-OPEN    PIC X.
               88  SIX-YEAR-WINDOW-OPEN       VALUE "Y".
      *
       01  COHORT-LABEL-FIELDS.
           05  COHORT-LABEL           PIC X(8).
           05  COHORT-TERM-LABEL REDEFINES COHORT-LABEL.
               10  CTL-TERM-YEAR       PIC 9(4).
               10  CTL-DASH            PIC X.
               10  CTL-TERM-PART       PIC 9(2).
               10  FILLER              PIC X.
      *
       01  MAJOR-COUNT-FIELDS.
           05  MJC-STARTED            PIC S9(5).
           05  MJC-ENROLLED           PIC S9(5).
           05  MJC-INACTIVE           PIC S9(5).
           05  MJC-GRADUATED          PIC S9(5).
           05  MJC-GRAD-4-YEARS       PIC S9(5).
           05  MJC-GRAD-5-YEARS       PIC S9(5).
           05  MJC-GRAD-6-YEARS       PIC S9(5).
           05  MJC-GRAD-LATER         PIC S9(5).
      *
       01  COHORT-COUNT-FIELDS.
           05  CHC-STARTED            PIC S9(5).
           05  CHC-ENROLLED           PIC S9(5).
           05  CHC-INACTIVE           PIC S9(5).
           05  CHC-GRADUATED          PIC S9(5).
           05  CHC-GRAD-4-YEARS       PIC S9(5).
           05  CHC-GRAD-5-YEARS       PIC S9(5).
           05  CHC-GRAD-6-YEARS       PIC S9(5).
           05  CHC-GRAD-LATER         PIC S9(5).
      *
      *    THE COUNTS OF THE LINE BEING PRINTED, MOVED IN FROM THE
      *    MAJOR OR THE COHORT FIELDS, WHICH HAVE THE SAME LAYOUT.
      *    THE FIVE AND SIX YEAR COUNTS ARE MADE CUMULATIVE HERE.
       01  LINE-COUNT-FIELDS.
           05  LNC-STARTED            PIC S9(5).
           05  LNC-ENROLLED           PIC S9(5).
           05  LNC-INACTIVE           PIC S9(5).
           05  LNC-GRADUATED          PIC S9(5).
           05  LNC-GRAD-4-YEARS       PIC S9(5).
           05  LNC-GRAD-5-YEARS       PIC S9(5).
           05  LNC-GRAD-6-YEARS       PIC S9(5).
           05  LNC-GRAD-LATER         PIC S9(5).
           05  LNC-MAJOR              PIC X(4).
           05  LNC-RATE               PIC 9(3)V9.
      *
       01  COHORT-TOTAL-FIELDS.
           05  MASTERS-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  ARCHIVE-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  ARCHIVE-SUPERSEDED-COUNT PIC S9(7) VALUE ZERO.
           05  ENTERING-COHORT-COUNT  PIC S9(7) VALUE ZERO.
           05  TRANSFER-COHORT-COUNT  PIC S9(7) VALUE ZERO.
           05  NO-ENTRY-TERM-COUNT    PIC S9(7) VALUE ZERO.
           05  NO-CLEARANCE-TERM-COUNT PIC S9(7) VALUE ZERO.
           05  UNKNOWN-STATUS-COUNT   PIC S9(7) VALUE ZERO.
           05  UNMATCHED-HISTORY-COUNT PIC S9(7) VALUE ZERO.
           05  EXTRACT-DETAIL-COUNT   PIC S9(7) VALUE ZERO.
           05  EXTRACT-STUDENT-COUNT  PIC S9(7) VALUE ZERO.
      *
       01  COHR-PRINT-FIELDS.
           05  COHR-PAGE-COUNT        PIC S9(3) VALUE ZERO.
           05  COHR-LINES-ON-PAGE     PIC S9(3) VALUE +55.
           05  COHR-LINE-COUNT        PIC S9(3) VALUE +99.
           05  COHR-SPACE-CONTROL     PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  COHR-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  KHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  KHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  KHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "COHORT RETENTION REPORT   ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  KHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  COHR-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  KHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  KHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(7)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "TERM: ".
           05  KHL2-TERM-YEAR  PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  KHL2-TERM-PART  PIC 9(2).
           05  FILLER          PIC X(31)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  COHR-COLUMN-LINE.
           05  FILLER      PIC X(8)    VALUE "COHORT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "MAJOR".
           05  FILLER      PIC X(11)   VALUE "    STARTED".
           05  FILLER      PIC X(11)   VALUE "   ENROLLED".
           05  FILLER      PIC X(11)   VALUE "   INACTIVE".
           05  FILLER      PIC X(11)   VALUE "  GRADUATED".
           05  FILLER      PIC X(10)   VALUE "  RETAINED".
           05  FILLER      PIC X(11)   VALUE "  GRAD IN 4".
           05  FILLER      PIC X(11)   VALUE "  GRAD IN 5".
           05  FILLER      PIC X(11)   VALUE "  GRAD IN 6".
           05  FILLER      PIC X(10)   VALUE "  6YR RATE".
           05  FILLER      PIC X(8)    VALUE "  WINDOW".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
      *    THE TIMED COLUMNS ARE LEFT BLANK FOR THE TRANSFER COHORT,
      *    WHICH HAS NO ENTERING TERM TO MEASURE FROM.
       01  COHR-DETAIL-LINE.
           05  KDL-COHORT          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  KDL-MAJOR           PIC X(5).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  KDL-STARTED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  KDL-ENROLLED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  KDL-INACTIVE        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  KDL-GRADUATED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  KDL-RETAINED-RATE   PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE "%".
           05  KDL-TIMED-COLUMNS.
               10  FILLER          PIC X(4).
               10  KDL-GRAD-4-YEARS PIC ZZZ,ZZ9.
               10  FILLER          PIC X(4).
               10  KDL-GRAD-5-YEARS PIC ZZZ,ZZ9.
               10  FILLER          PIC X(4).
               10  KDL-GRAD-6-YEARS PIC ZZZ,ZZ9.
               10  FILLER          PIC X(4).
               10  KDL-GRADUATION-RATE PIC ZZ9.9.
               10  KDL-RATE-PERCENT PIC X(1).
               10  FILLER          PIC X(2).
               10  KDL-WINDOW      PIC X(6).
           05  FILLER              PIC X(12)    VALUE SPACE.
      *
       01  COHR-TOTAL-LINE.
           05  KTL-DESCRIPTION     PIC X(22).
           05  KTL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
      *
       01  TERM-CODE-SPLIT.
           05  TCS-TERM-YEAR       PIC 9(4).
           05  TCS-TERM-PART       PIC 9(2).
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-COHORT-OUTCOMES.
      *
           PERFORM 030-READ-REPORT-TERM.
           PERFORM 060-SORT-CLEARANCE-TERMS.
           OPEN OUTPUT COHREXT
                OUTPUT COHRRPT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           SORT COHORT-SORT-FILE
               ON ASCENDING  KEY CHS-COHORT-TYPE
                  ASCENDING  KEY CHS-COHORT-TERM
                  ASCENDING  KEY CHS-MAJOR
               INPUT PROCEDURE 200-BUILD-COHORT-RECORDS
               OUTPUT PROCEDURE 500-REPORT-COHORTS.
           PERFORM 800-PRINT-COHORT-TOTALS.
           PERFORM 850-WRITE-EXTRACT-TRAILER.
           CLOSE COHREXT
                 COHRRPT.
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
      *    A GRADUATE MAY HAVE MORE THAN ONE CLEARANCE RECORD IF A
      *    CLEARANCE RUN WAS REPEATED OR THE STUDENT WAS READMITTED,
      *    SO ONLY THE TERM OF THE MOST RECENT CLEARANCE IS KEPT.
       060-SORT-CLEARANCE-TERMS.
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
              AND GD-TERM-CODE NUMERIC
               MOVE GD-STUDENT-ID     TO CSR-STUDENT-ID
               MOVE GD-CLEARANCE-DATE TO CSR-CLEARANCE-DATE
               MOVE GD-TERM-CODE      TO CSR-TERM-CODE
               RELEASE CLEAR-SORT-RECORD.
      *
       066-WRITE-CLEARANCE-WORK-FILE.
      *
           OPEN OUTPUT COHRCLR.
           PERFORM 068-WRITE-ONE-CLEARANCE
               UNTIL CLEAR-SORT-EOF-SWITCH = "Y".
           CLOSE COHRCLR.
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
               MOVE CSR-TERM-CODE      TO CLW-TERM-CODE
               WRITE CLEARANCE-TERM-RECORD
               MOVE CSR-STUDENT-ID     TO LAST-CLEARANCE-ID.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO KHL1-MONTH.
           MOVE CD-DAY     TO KHL1-DAY.
           MOVE CD-YEAR    TO KHL1-YEAR.
           MOVE CD-HOURS   TO KHL2-HOURS.
           MOVE CD-MINUTES TO KHL2-MINUTES.
           MOVE REPORT-TERM-CODE TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR    TO KHL2-TERM-YEAR.
           MOVE TCS-TERM-PART    TO KHL2-TERM-PART.
      *
      *    THE ACTIVE AND ARCHIVE MASTERS ARE PASSED TOGETHER IN
      *    STUDENT ID ORDER.  A STUDENT ON BOTH WAS READMITTED AFTER
      *    BEING ARCHIVED, AND THE ACTIVE RECORD IS THE ONE COUNTED.
       200-BUILD-COHORT-RECORDS.
      *
           OPEN INPUT STUMAST
                INPUT GRADEHIST
                INPUT TRANSFCR
                INPUT COHRCLR
                INPUT ARCHMAST
                INPUT ARCHHIST.
           IF ARCHMAST-STATUS NOT = "00"
              AND ARCHMAST-STATUS NOT = "05"
               MOVE "Y" TO ARCHMAST-EOF-SWITCH.
           IF ARCHHIST-STATUS NOT = "00"
              AND ARCHHIST-STATUS NOT = "05"
               MOVE "Y" TO ARCHHIST-EOF-SWITCH.
           PERFORM 210-READ-MASTER-RECORD.
           PERFORM 250-READ-ARCHIVE-MASTER.
           PERFORM 220-READ-HISTORY-RECORD.
           PERFORM 260-READ-ARCHIVE-HISTORY.
           PERFORM 230-READ-TRANSFER-RECORD.
           PERFORM 240-READ-CLEARANCE-TERM.
           PERFORM 205-PROCESS-ONE-STUDENT
               UNTIL ACTIVE-MASTER-KEY = 999999999
                 AND ARCHIVE-MASTER-KEY = 999999999.
           PERFORM 290-COUNT-REMAINING-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y".
           PERFORM 292-COUNT-REMAINING-ARCHIVE
               UNTIL ARCHHIST-EOF-SWITCH = "Y".
           CLOSE STUMAST
                 GRADEHIST
                 TRANSFCR
                 COHRCLR
                 ARCHMAST
                 ARCHHIST.
      *
       205-PROCESS-ONE-STUDENT.
      *
           IF ACTIVE-MASTER-KEY NOT > ARCHIVE-MASTER-KEY
               PERFORM 207-TAKE-ACTIVE-STUDENT
           ELSE
               PERFORM 208-TAKE-ARCHIVE-STUDENT.
           PERFORM 300-MATCH-FILES-TO-STUDENT.
           PERFORM 400-ASSIGN-ENTERING-COHORT.
      *
       207-TAKE-ACTIVE-STUDENT.
      *
           MOVE SM-STUDENT-ID     TO CST-STUDENT-ID.
           MOVE SM-STUDENT-STATUS TO CST-STUDENT-STATUS.
           MOVE SM-MAJOR          TO CST-MAJOR.
           IF ARCHIVE-MASTER-KEY = ACTIVE-MASTER-KEY
               ADD 1 TO ARCHIVE-SUPERSEDED-COUNT
               PERFORM 250-READ-ARCHIVE-MASTER.
           PERFORM 210-READ-MASTER-RECORD.
      *
       208-TAKE-ARCHIVE-STUDENT.
      *
           MOVE AS-STUDENT-ID     TO CST-STUDENT-ID.
           MOVE AS-STUDENT-STATUS TO CST-STUDENT-STATUS.
           MOVE AS-MAJOR          TO CST-MAJOR.
           ADD 1 TO ARCHIVE-READ-COUNT.
           PERFORM 250-READ-ARCHIVE-MASTER.
      *
      *    THE HEADER AND TRAILER ARE CHECKED AS THEY PASS; THE
      *    MERGE KEY IS SET ONLY FROM A DETAIL RECORD.
       210-READ-MASTER-RECORD.
      *
           MOVE SPACE TO MASTER-RECORD-TYPE.
           PERFORM 211-READ-ONE-MASTER-RECORD
               UNTIL MASTER-DETAIL-RECORD
                  OR STUMAST-EOF-SWITCH = "Y".
           IF STUMAST-EOF-SWITCH = "Y"
               MOVE 999999999 TO ACTIVE-MASTER-KEY
           ELSE
               MOVE SM-STUDENT-ID TO ACTIVE-MASTER-KEY.
      *
       211-READ-ONE-MASTER-RECORD.
      *
           READ STUMAST
               AT END
                   MOVE "Y" TO STUMAST-EOF-SWITCH.
           IF STUMAST-EOF-SWITCH = "Y"
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
               PERFORM 215-CHECK-DETAIL-SEQUENCE.
      *
       212-CHECK-HEADER-RECORD.
      *
           IF HEADER-SEEN
               MOVE "DUPLICATE HEADER RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF DETAIL-RECORD-COUNT > ZERO
               MOVE "HEADER NOT FIRST RECORD" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           SET HEADER-SEEN TO TRUE.
           MOVE SH-EXTRACT-DATE TO MASTER-EXTRACT-DATE.
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
               DISPLAY "A8COHR - TRAILER COUNT " ST-RECORD-COUNT
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
       215-CHECK-DETAIL-SEQUENCE.
      *
           IF NOT HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF TRAILER-SEEN
               MOVE "DETAIL RECORD AFTER TRAILER" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF DETAIL-RECORD-COUNT > ZERO
              AND SM-STUDENT-ID = PREVIOUS-STUDENT-ID
               MOVE "DUPLICATE STUDENT ID" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           IF SM-STUDENT-ID < PREVIOUS-STUDENT-ID
               MOVE "STUDENT ID OUT OF SEQUENCE" TO ABORT-MESSAGE
               PERFORM 990-ABORT-STUMAST-CONTROL.
           MOVE SM-STUDENT-ID TO PREVIOUS-STUDENT-ID.
           ADD 1 TO DETAIL-RECORD-COUNT.
           ADD 1 TO MASTERS-READ-COUNT.
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
      *    RECORDS WITHOUT A USABLE STUDENT ID ARE SKIPPED; VALID
      *    RECORDS MUST ARRIVE IN ASCENDING STUDENT ID ORDER OR THE
      *    MATCH WOULD SILENTLY MISS TRANSFER STUDENTS PAST THE SORT
      *    ERROR.
       230-READ-TRANSFER-RECORD.
      *
           MOVE "N" TO TRANSFER-VALID-SWITCH.
           PERFORM 235-READ-ONE-TRANSFER-RECORD
               UNTIL TRANSFER-RECORD-VALID
                  OR TRANSFCR-EOF-SWITCH = "Y".
      *
       235-READ-ONE-TRANSFER-RECORD.
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
       240-READ-CLEARANCE-TERM.
      *
           READ COHRCLR
               AT END
                   MOVE "Y" TO COHRCLR-EOF-SWITCH.
      *
      *    THE ARCHIVE HEADER IS CHECKED AND PASSED; THE TRAILER
      *    COUNT IS CHECKED AND ENDS THE FILE.
       250-READ-ARCHIVE-MASTER.
      *
           IF ARCHMAST-EOF-SWITCH = "N"
               PERFORM 251-READ-ONE-ARCHIVE-MASTER.
           IF ARCHMAST-EOF-SWITCH = "N"
              AND AM-STUDENT-ID = ZERO AND AM-RECORD-TYPE = "H"
               PERFORM 252-CHECK-ARCHIVE-HEADER
               PERFORM 251-READ-ONE-ARCHIVE-MASTER.
           IF ARCHMAST-EOF-SWITCH = "N"
               PERFORM 253-CLASSIFY-ARCHIVE-MASTER.
           IF ARCHMAST-EOF-SWITCH = "Y"
               MOVE 999999999 TO ARCHIVE-MASTER-KEY
           ELSE
               MOVE AM-STUDENT-ID TO ARCHIVE-MASTER-KEY.
      *
       251-READ-ONE-ARCHIVE-MASTER.
      *
           READ ARCHMAST
               AT END
                   MOVE "Y" TO ARCHMAST-EOF-SWITCH.
           IF ARCHMAST-EOF-SWITCH = "Y"
              AND ARCHIVE-HEADER-SEEN
               MOVE "TRAILER MISSING - POSSIBLE SHORT FILE"
                   TO ABORT-MESSAGE
               PERFORM 993-ABORT-ARCHMAST-CONTROL.
      *
       252-CHECK-ARCHIVE-HEADER.
      *
           IF ARCHIVE-HEADER-SEEN
              OR ARCHIVE-DETAIL-COUNT > ZERO
               MOVE "HEADER DUPLICATE OR NOT FIRST" TO ABORT-MESSAGE
               PERFORM 993-ABORT-ARCHMAST-CONTROL.
           SET ARCHIVE-HEADER-SEEN TO TRUE.
      *
       253-CLASSIFY-ARCHIVE-MASTER.
      *
           IF AM-STUDENT-ID = ZERO AND AM-RECORD-TYPE = "H"
               PERFORM 252-CHECK-ARCHIVE-HEADER
           ELSE
           IF AM-STUDENT-ID = 999999999 AND AM-RECORD-TYPE = "T"
               PERFORM 254-CHECK-ARCHIVE-TRAILER
           ELSE
               PERFORM 256-CHECK-ARCHIVE-SEQUENCE.
      *
       254-CHECK-ARCHIVE-TRAILER.
      *
           IF AM-RECORD-COUNT NOT = ARCHIVE-DETAIL-COUNT
               DISPLAY "A8COHR - TRAILER COUNT " AM-RECORD-COUNT
                   " BUT ARCHIVE RECORDS READ " ARCHIVE-DETAIL-COUNT
               MOVE "RECORD COUNT MISMATCH - SHORT FILE"
                   TO ABORT-MESSAGE
               PERFORM 993-ABORT-ARCHMAST-CONTROL.
           MOVE "Y" TO ARCHMAST-EOF-SWITCH.
      *
       256-CHECK-ARCHIVE-SEQUENCE.
      *
           IF NOT ARCHIVE-HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 993-ABORT-ARCHMAST-CONTROL.
           IF ARCHIVE-DETAIL-COUNT > ZERO
              AND AM-STUDENT-ID NOT > PREVIOUS-ARCHIVE-ID
               MOVE "STUDENT ID DUPLICATE OR OUT OF SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 993-ABORT-ARCHMAST-CONTROL.
           MOVE AM-STUDENT-ID TO PREVIOUS-ARCHIVE-ID.
           ADD 1 TO ARCHIVE-DETAIL-COUNT.
      *
       260-READ-ARCHIVE-HISTORY.
      *
           IF ARCHHIST-EOF-SWITCH = "N"
               READ ARCHHIST
                   AT END
                       MOVE "Y" TO ARCHHIST-EOF-SWITCH.
           IF ARCHHIST-EOF-SWITCH = "N"
               IF AH-HISTORY-KEY NOT > PREVIOUS-ARCHIVE-KEY
                   MOVE "HISTORY DUPLICATE OR OUT OF SEQUENCE"
                       TO ABORT-MESSAGE
                   PERFORM 994-ABORT-ARCHHIST-ERROR
               ELSE
                   MOVE AH-HISTORY-KEY TO PREVIOUS-ARCHIVE-KEY.
      *
       290-COUNT-REMAINING-HISTORY.
      *
           ADD 1 TO UNMATCHED-HISTORY-COUNT.
           PERFORM 220-READ-HISTORY-RECORD.
      *
       292-COUNT-REMAINING-ARCHIVE.
      *
           ADD 1 TO UNMATCHED-HISTORY-COUNT.
           PERFORM 260-READ-ARCHIVE-HISTORY.
      *
      *    A STUDENT'S TERMS MAY BE SPLIT BETWEEN THE ACTIVE AND THE
      *    ARCHIVE HISTORY IF THE STUDENT WAS READMITTED, SO BOTH ARE
      *    GATHERED AND THE EARLIEST AND LATEST TERMS KEPT.
       300-MATCH-FILES-TO-STUDENT.
      *
           MOVE ZERO TO CST-FIRST-TERM.
           MOVE ZERO TO CST-LAST-TERM.
           MOVE ZERO TO CST-CLEARANCE-TERM.
           MOVE "N"  TO CST-TRANSFER-SWITCH.
           PERFORM 290-COUNT-REMAINING-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT < CST-STUDENT-ID.
           PERFORM 292-COUNT-REMAINING-ARCHIVE
               UNTIL ARCHHIST-EOF-SWITCH = "Y"
                  OR AH-STUDENT-ID NOT < CST-STUDENT-ID.
           PERFORM 310-COLLECT-ONE-HISTORY-TERM
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT = CST-STUDENT-ID.
           PERFORM 320-COLLECT-ONE-ARCHIVE-TERM
               UNTIL ARCHHIST-EOF-SWITCH = "Y"
                  OR AH-STUDENT-ID NOT = CST-STUDENT-ID.
           PERFORM 330-MATCH-ONE-TRANSFER-RECORD
               UNTIL TRANSFCR-EOF-SWITCH = "Y"
                  OR TC-STUDENT-ID > CST-STUDENT-ID.
           PERFORM 340-MATCH-ONE-CLEARANCE
               UNTIL COHRCLR-EOF-SWITCH = "Y"
                  OR CLW-STUDENT-ID > CST-STUDENT-ID.
      *
       310-COLLECT-ONE-HISTORY-TERM.
      *
           MOVE GH-TERM-CODE TO GRADUATION-TERM-CODE.
           PERFORM 315-KEEP-FIRST-AND-LAST-TERM.
           PERFORM 220-READ-HISTORY-RECORD.
      *
       315-KEEP-FIRST-AND-LAST-TERM.
      *
           IF CST-FIRST-TERM = ZERO
              OR GRADUATION-TERM-CODE < CST-FIRST-TERM
               MOVE GRADUATION-TERM-CODE TO CST-FIRST-TERM.
           IF GRADUATION-TERM-CODE > CST-LAST-TERM
               MOVE GRADUATION-TERM-CODE TO CST-LAST-TERM.
      *
       320-COLLECT-ONE-ARCHIVE-TERM.
      *
           MOVE AH-TERM-CODE TO GRADUATION-TERM-CODE.
           PERFORM 315-KEEP-FIRST-AND-LAST-TERM.
           PERFORM 260-READ-ARCHIVE-HISTORY.
      *
       330-MATCH-ONE-TRANSFER-RECORD.
      *
           IF TC-STUDENT-ID = CST-STUDENT-ID
               SET CST-HAS-TRANSFER TO TRUE.
           PERFORM 230-READ-TRANSFER-RECORD.
      *
      *    CLEARANCE RECORDS BELOW THE STUDENT KEY BELONG TO NO
      *    STUDENT ON EITHER MASTER AND PASS WITHOUT EFFECT.
       340-MATCH-ONE-CLEARANCE.
      *
           IF CLW-STUDENT-ID = CST-STUDENT-ID
               MOVE CLW-TERM-CODE TO CST-CLEARANCE-TERM.
           PERFORM 240-READ-CLEARANCE-TERM.
      *
      *    THE ENTERING COHORT IS THE EARLIEST GRADE-HISTORY TERM.
      *    A STUDENT WITH NO HISTORY BUT ACCEPTED TRANSFER CREDIT IS
      *    IN THE TRANSFER COHORT; ONE WITH NEITHER HAS NOT YET
      *    COMPLETED A TERM AND IS NOT IN ANY COHORT.
       400-ASSIGN-ENTERING-COHORT.
      *
           IF CST-FIRST-TERM > ZERO
               MOVE "F"            TO CHS-COHORT-TYPE
               MOVE CST-FIRST-TERM TO CHS-COHORT-TERM
               PERFORM 410-RELEASE-COHORT-RECORD
           ELSE
           IF CST-HAS-TRANSFER
               MOVE "T"            TO CHS-COHORT-TYPE
               MOVE ZERO           TO CHS-COHORT-TERM
               PERFORM 410-RELEASE-COHORT-RECORD
           ELSE
               ADD 1 TO NO-ENTRY-TERM-COUNT.
      *
       410-RELEASE-COHORT-RECORD.
      *
           MOVE CST-MAJOR TO CHS-MAJOR.
           IF CST-ENROLLED
               MOVE "E" TO CHS-OUTCOME
           ELSE
           IF CST-INACTIVE
               MOVE "I" TO CHS-OUTCOME
           ELSE
           IF CST-GRADUATED
               PERFORM 420-MEASURE-TIME-TO-DEGREE
           ELSE
               MOVE SPACE TO CHS-OUTCOME.
           IF CHS-OUTCOME = SPACE
               ADD 1 TO UNKNOWN-STATUS-COUNT
           ELSE
               RELEASE COHORT-SORT-RECORD
               PERFORM 415-COUNT-COHORT-STUDENT.
      *
       415-COUNT-COHORT-STUDENT.
      *
           IF CHS-TRANSFER-COHORT
               ADD 1 TO TRANSFER-COHORT-COUNT
           ELSE
               ADD 1 TO ENTERING-COHORT-COUNT.
      *
      *    TIME TO DEGREE RUNS FROM THE ENTERING TERM TO THE TERM OF
      *    THE LAST CLEARANCE, AT THREE TERMS A YEAR WITH SUMMER
      *    INCLUDED, SO A FALL ENTRANT GRADUATING IN THE SUMMER FOUR
      *    YEARS LATER IS WITHIN FOUR YEARS.  A GRADUATE CLEARED
      *    BEFORE CLEARANCES WERE RECORDED IS MEASURED TO THE LAST
      *    GRADE-HISTORY TERM.
       420-MEASURE-TIME-TO-DEGREE.
      *
           IF CST-FIRST-TERM = ZERO
               MOVE "G" TO CHS-OUTCOME
           ELSE
               PERFORM 425-COUNT-TERMS-TO-DEGREE
               IF TERMS-ELAPSED < 12
                   MOVE "4" TO CHS-OUTCOME
               ELSE
               IF TERMS-ELAPSED < 15
                   MOVE "5" TO CHS-OUTCOME
               ELSE
               IF TERMS-ELAPSED < 18
                   MOVE "6" TO CHS-OUTCOME
               ELSE
                   MOVE "L" TO CHS-OUTCOME.
      *
       425-COUNT-TERMS-TO-DEGREE.
      *
           IF CST-CLEARANCE-TERM > ZERO
               MOVE CST-CLEARANCE-TERM TO GRADUATION-TERM-CODE
           ELSE
               MOVE CST-LAST-TERM      TO GRADUATION-TERM-CODE
               ADD 1 TO NO-CLEARANCE-TERM-COUNT.
           MOVE CST-FIRST-TERM       TO ENTRY-TERM-SPLIT.
           MOVE GRADUATION-TERM-CODE TO END-TERM-SPLIT.
           COMPUTE TERMS-ELAPSED =
               (NTS-TERM-YEAR - ETS-TERM-YEAR) * 3
               + NTS-TERM-PART - ETS-TERM-PART.
      *
      *    THE SORTED STUDENTS ARE COUNTED BY MAJOR WITHIN COHORT.
      *    EACH MAJOR PRINTS A LINE AND WRITES AN EXTRACT DETAIL;
      *    EACH COHORT CLOSES WITH A LINE FOR ALL ITS MAJORS.
       500-REPORT-COHORTS.
      *
           PERFORM 502-WRITE-EXTRACT-HEADER.
           PERFORM 505-RETURN-ONE-COHORT-RECORD
               UNTIL COHORT-SORT-EOF-SWITCH = "Y".
           IF COHORT-GROUP-OPEN
               PERFORM 530-CLOSE-MAJOR-GROUP
               PERFORM 540-CLOSE-COHORT-GROUP.
      *
       502-WRITE-EXTRACT-HEADER.
      *
           MOVE SPACE               TO COHORT-EXTRACT-HEADER.
           MOVE "H"                 TO CXH-RECORD-TYPE.
           MOVE REPORT-TERM-CODE    TO CXH-REPORT-TERM.
           MOVE CD-YEAR             TO CXH-RUN-YEAR.
           MOVE CD-MONTH            TO CXH-RUN-MONTH.
           MOVE CD-DAY              TO CXH-RUN-DAY.
           MOVE MASTER-EXTRACT-DATE TO CXH-EXTRACT-DATE.
           WRITE COHORT-EXTRACT-HEADER.
      *
       505-RETURN-ONE-COHORT-RECORD.
      *
           RETURN COHORT-SORT-FILE
               AT END
                   MOVE "Y" TO COHORT-SORT-EOF-SWITCH.
           IF COHORT-SORT-EOF-SWITCH = "N"
               PERFORM 507-CHECK-CONTROL-BREAK
               PERFORM 508-COUNT-ONE-OUTCOME.
      *
       507-CHECK-CONTROL-BREAK.
      *
           IF NOT COHORT-GROUP-OPEN
               PERFORM 520-START-COHORT-GROUP
           ELSE
           IF CHS-COHORT-TYPE NOT = CURRENT-COHORT-TYPE
              OR CHS-COHORT-TERM NOT = CURRENT-COHORT-TERM
               PERFORM 530-CLOSE-MAJOR-GROUP
               PERFORM 540-CLOSE-COHORT-GROUP
               PERFORM 520-START-COHORT-GROUP
           ELSE
           IF CHS-MAJOR NOT = CURRENT-MAJOR
               PERFORM 530-CLOSE-MAJOR-GROUP
               PERFORM 525-START-MAJOR-GROUP.
      *
       508-COUNT-ONE-OUTCOME.
      *
           ADD 1 TO MJC-STARTED.
           IF CHS-OUTCOME = "E"
               ADD 1 TO MJC-ENROLLED
           ELSE
           IF CHS-OUTCOME = "I"
               ADD 1 TO MJC-INACTIVE
           ELSE
               PERFORM 509-COUNT-ONE-GRADUATE.
      *
       509-COUNT-ONE-GRADUATE.
      *
           ADD 1 TO MJC-GRADUATED.
           IF CHS-OUTCOME = "4"
               ADD 1 TO MJC-GRAD-4-YEARS
           ELSE
           IF CHS-OUTCOME = "5"
               ADD 1 TO MJC-GRAD-5-YEARS
           ELSE
           IF CHS-OUTCOME = "6"
               ADD 1 TO MJC-GRAD-6-YEARS
           ELSE
           IF CHS-OUTCOME = "L"
               ADD 1 TO MJC-GRAD-LATER.
      *
       510-PRINT-COHR-HEADING-LINES.
      *
           ADD 1 TO COHR-PAGE-COUNT.
           MOVE COHR-PAGE-COUNT TO KHL1-PAGE-NUMBER.
           MOVE COHR-HEADING-LINE-1 TO COHR-PRINT-AREA.
           WRITE COHR-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE COHR-HEADING-LINE-2 TO COHR-PRINT-AREA.
           WRITE COHR-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE COHR-COLUMN-LINE TO COHR-PRINT-AREA.
           WRITE COHR-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO COHR-LINE-COUNT.
           MOVE 2 TO COHR-SPACE-CONTROL.
      *
      *    THE SIX-YEAR WINDOW OF AN ENTERING COHORT IS OPEN UNTIL
      *    THE REPORT TERM IS THE EIGHTEENTH TERM FROM ENTRY, SO ITS
      *    GRADUATION RATE CAN STILL RISE.
       520-START-COHORT-GROUP.
      *
           SET COHORT-GROUP-OPEN TO TRUE.
           MOVE CHS-COHORT-TYPE TO CURRENT-COHORT-TYPE.
           MOVE CHS-COHORT-TERM TO CURRENT-COHORT-TERM.
           MOVE "N"             TO CURRENT-WINDOW-OPEN.
           MOVE ZERO TO CHC-STARTED.
           MOVE ZERO TO CHC-ENROLLED.
           MOVE ZERO TO CHC-INACTIVE.
           MOVE ZERO TO CHC-GRADUATED.
           MOVE ZERO TO CHC-GRAD-4-YEARS.
           MOVE ZERO TO CHC-GRAD-5-YEARS.
           MOVE ZERO TO CHC-GRAD-6-YEARS.
           MOVE ZERO TO CHC-GRAD-LATER.
           IF CURRENT-TRANSFER-COHORT
               MOVE "TRANSFER" TO COHORT-LABEL
           ELSE
               PERFORM 522-FORMAT-COHORT-TERM.
           MOVE 2 TO COHR-SPACE-CONTROL.
           PERFORM 525-START-MAJOR-GROUP.
      *
       522-FORMAT-COHORT-TERM.
      *
           MOVE CURRENT-COHORT-TERM TO ENTRY-TERM-SPLIT.
           MOVE SPACE               TO COHORT-LABEL.
           MOVE ETS-TERM-YEAR       TO CTL-TERM-YEAR.
           MOVE "-"                 TO CTL-DASH.
           MOVE ETS-TERM-PART       TO CTL-TERM-PART.
           MOVE REPORT-TERM-CODE    TO END-TERM-SPLIT.
           COMPUTE TERMS-ELAPSED =
               (NTS-TERM-YEAR - ETS-TERM-YEAR) * 3
               + NTS-TERM-PART - ETS-TERM-PART.
           IF TERMS-ELAPSED < 17
               SET SIX-YEAR-WINDOW-OPEN TO TRUE.
      *
       525-START-MAJOR-GROUP.
      *
           MOVE CHS-MAJOR TO CURRENT-MAJOR.
           MOVE ZERO TO MJC-STARTED.
           MOVE ZERO TO MJC-ENROLLED.
           MOVE ZERO TO MJC-INACTIVE.
           MOVE ZERO TO MJC-GRADUATED.
           MOVE ZERO TO MJC-GRAD-4-YEARS.
           MOVE ZERO TO MJC-GRAD-5-YEARS.
           MOVE ZERO TO MJC-GRAD-6-YEARS.
           MOVE ZERO TO MJC-GRAD-LATER.
      *
       530-CLOSE-MAJOR-GROUP.
      *
           MOVE MAJOR-COUNT-FIELDS TO LINE-COUNT-FIELDS.
           MOVE CURRENT-MAJOR      TO LNC-MAJOR.
           PERFORM 550-PRINT-COUNT-LINE.
           PERFORM 560-WRITE-EXTRACT-DETAIL.
           ADD MJC-STARTED      TO CHC-STARTED.
           ADD MJC-ENROLLED     TO CHC-ENROLLED.
           ADD MJC-INACTIVE     TO CHC-INACTIVE.
           ADD MJC-GRADUATED    TO CHC-GRADUATED.
           ADD MJC-GRAD-4-YEARS TO CHC-GRAD-4-YEARS.
           ADD MJC-GRAD-5-YEARS TO CHC-GRAD-5-YEARS.
           ADD MJC-GRAD-6-YEARS TO CHC-GRAD-6-YEARS.
           ADD MJC-GRAD-LATER   TO CHC-GRAD-LATER.
      *
       540-CLOSE-COHORT-GROUP.
      *
           MOVE COHORT-COUNT-FIELDS TO LINE-COUNT-FIELDS.
           MOVE "ALL"               TO LNC-MAJOR.
           PERFORM 550-PRINT-COUNT-LINE.
      *
      *    THE FIVE AND SIX YEAR COUNTS ARE PRINTED CUMULATIVE, AS
      *    GRADUATION RATES ARE REPORTED.  RETAINED IS STILL
      *    ENROLLED OR GRADUATED.
       550-PRINT-COUNT-LINE.
      *
           IF COHR-LINE-COUNT >= COHR-LINES-ON-PAGE
               PERFORM 510-PRINT-COHR-HEADING-LINES.
           ADD LNC-GRAD-4-YEARS TO LNC-GRAD-5-YEARS.
           ADD LNC-GRAD-5-YEARS TO LNC-GRAD-6-YEARS.
           MOVE COHORT-LABEL   TO KDL-COHORT.
           MOVE LNC-MAJOR      TO KDL-MAJOR.
           MOVE LNC-STARTED    TO KDL-STARTED.
           MOVE LNC-ENROLLED   TO KDL-ENROLLED.
           MOVE LNC-INACTIVE   TO KDL-INACTIVE.
           MOVE LNC-GRADUATED  TO KDL-GRADUATED.
           COMPUTE LNC-RATE ROUNDED =
               (LNC-ENROLLED + LNC-GRADUATED) * 100 / LNC-STARTED.
           MOVE LNC-RATE       TO KDL-RETAINED-RATE.
           MOVE SPACE          TO KDL-TIMED-COLUMNS.
           IF NOT CURRENT-TRANSFER-COHORT
               PERFORM 555-FORMAT-TIMED-COLUMNS.
           MOVE COHR-DETAIL-LINE TO COHR-PRINT-AREA.
           WRITE COHR-PRINT-AREA
               AFTER ADVANCING COHR-SPACE-CONTROL LINES.
           ADD 1  TO COHR-LINE-COUNT.
           MOVE 1 TO COHR-SPACE-CONTROL.
      *
       555-FORMAT-TIMED-COLUMNS.
      *
           MOVE LNC-GRAD-4-YEARS TO KDL-GRAD-4-YEARS.
           MOVE LNC-GRAD-5-YEARS TO KDL-GRAD-5-YEARS.
           MOVE LNC-GRAD-6-YEARS TO KDL-GRAD-6-YEARS.
           COMPUTE LNC-RATE ROUNDED =
               LNC-GRAD-6-YEARS * 100 / LNC-STARTED.
           MOVE LNC-RATE         TO KDL-GRADUATION-RATE.
           MOVE "%"              TO KDL-RATE-PERCENT.
           IF SIX-YEAR-WINDOW-OPEN
               MOVE "OPEN"       TO KDL-WINDOW
           ELSE
               MOVE "CLOSED"     TO KDL-WINDOW.
      *
      *    THE EXTRACT CARRIES THE SAME CUMULATIVE COUNTS AS THE
      *    LINE JUST PRINTED.
       560-WRITE-EXTRACT-DETAIL.
      *
           MOVE SPACE               TO COHORT-EXTRACT-DETAIL.
           MOVE "D"                 TO CXD-RECORD-TYPE.
           MOVE CURRENT-COHORT-TYPE TO CXD-COHORT-TYPE.
           MOVE CURRENT-COHORT-TERM TO CXD-COHORT-TERM.
           MOVE CURRENT-MAJOR       TO CXD-MAJOR.
           MOVE LNC-STARTED         TO CXD-STARTED.
           MOVE LNC-ENROLLED        TO CXD-ENROLLED.
           MOVE LNC-INACTIVE        TO CXD-INACTIVE.
           MOVE LNC-GRADUATED       TO CXD-GRADUATED.
           MOVE LNC-GRAD-4-YEARS    TO CXD-GRAD-4-YEARS.
           MOVE LNC-GRAD-5-YEARS    TO CXD-GRAD-5-YEARS.
           MOVE LNC-GRAD-6-YEARS    TO CXD-GRAD-6-YEARS.
           MOVE LNC-GRAD-LATER      TO CXD-GRAD-LATER.
           MOVE CURRENT-WINDOW-OPEN TO CXD-WINDOW-OPEN.
           WRITE COHORT-EXTRACT-DETAIL.
           ADD 1           TO EXTRACT-DETAIL-COUNT.
           ADD LNC-STARTED TO EXTRACT-STUDENT-COUNT.
      *
       800-PRINT-COHORT-TOTALS.
      *
           IF COHR-LINE-COUNT >= COHR-LINES-ON-PAGE
               PERFORM 510-PRINT-COHR-HEADING-LINES.
           MOVE "MASTER RECORDS READ:" TO KTL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT     TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE RECORDS READ:" TO KTL-DESCRIPTION.
           MOVE ARCHIVE-READ-COUNT     TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE READMITTED: " TO KTL-DESCRIPTION.
           MOVE ARCHIVE-SUPERSEDED-COUNT TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ENTERING COHORTS:   " TO KTL-DESCRIPTION.
           MOVE ENTERING-COHORT-COUNT  TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "TRANSFER COHORT:    " TO KTL-DESCRIPTION.
           MOVE TRANSFER-COHORT-COUNT  TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NO ENTRY TERM:      " TO KTL-DESCRIPTION.
           MOVE NO-ENTRY-TERM-COUNT    TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "GRADS NO CLEAR TERM:" TO KTL-DESCRIPTION.
           MOVE NO-CLEARANCE-TERM-COUNT TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNKNOWN STATUS:     " TO KTL-DESCRIPTION.
           MOVE UNKNOWN-STATUS-COUNT   TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED HISTORY:  " TO KTL-DESCRIPTION.
           MOVE UNMATCHED-HISTORY-COUNT TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "EXTRACT RECORDS:    " TO KTL-DESCRIPTION.
           MOVE EXTRACT-DETAIL-COUNT   TO KTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE COHR-TOTAL-LINE TO COHR-PRINT-AREA.
           WRITE COHR-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO COHR-LINE-COUNT.
      *
       850-WRITE-EXTRACT-TRAILER.
      *
           MOVE SPACE                 TO COHORT-EXTRACT-TRAILER.
           MOVE "T"                   TO CXT-RECORD-TYPE.
           MOVE EXTRACT-DETAIL-COUNT  TO CXT-DETAIL-COUNT.
           MOVE EXTRACT-STUDENT-COUNT TO CXT-STUDENT-COUNT.
           WRITE COHORT-EXTRACT-TRAILER.
      *
       990-ABORT-STUMAST-CONTROL.
      *
           DISPLAY "A8COHR - STUMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8COHR - " ABORT-MESSAGE.
           DISPLAY "A8COHR - MASTER RECORDS READ  "
               MASTERS-READ-COUNT.
           DISPLAY "A8COHR - DISCARD COHREXT.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       991-ABORT-GRADEHIST-ERROR.
      *
           DISPLAY "A8COHR - GRADEHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8COHR - " ABORT-MESSAGE.
           DISPLAY "A8COHR - STUDENT ID " GH-STUDENT-ID
               " TERM " GH-TERM-CODE.
           DISPLAY "A8COHR - SORT THE HISTORY FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       993-ABORT-ARCHMAST-CONTROL.
      *
           DISPLAY "A8COHR - ARCHMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8COHR - " ABORT-MESSAGE.
           DISPLAY "A8COHR - LAST GOOD ARCHIVE ID "
               PREVIOUS-ARCHIVE-ID.
           DISPLAY "A8COHR - RESTORE ARCHMAST.DAT FROM THE LAST "
               "GOOD GENERATION AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       994-ABORT-ARCHHIST-ERROR.
      *
           DISPLAY "A8COHR - ARCHHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8COHR - " ABORT-MESSAGE.
           DISPLAY "A8COHR - STUDENT ID " AH-STUDENT-ID
               " TERM " AH-TERM-CODE.
           DISPLAY "A8COHR - RESTORE ARCHHIST.DAT FROM THE LAST "
               "GOOD GENERATION AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       995-ABORT-POSTING-CONTROL.
      *
           DISPLAY "A8COHR - POSTING CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8COHR - " ABORT-MESSAGE.
           DISPLAY "A8COHR - SUPPLY POSTCTL.DAT WITH THE TERM CODE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       997-ABORT-TRANSFCR-SEQUENCE.
      *
           DISPLAY "A8COHR - TRANSFCR OUT OF STUDENT ID SEQUENCE".
           DISPLAY "A8COHR - STUDENT ID " TC-STUDENT-ID.
           DISPLAY "A8COHR - SORT THE TRANSFER CREDIT FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8COHR.

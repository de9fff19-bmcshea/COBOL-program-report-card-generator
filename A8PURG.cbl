      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program archives long-inactive students.  An
      *          inactive student whose last grade-history term is at
      *          least the purge control card's number of terms before
      *          the posting term is moved, with every grade-history
      *          record and every course grade record, from the
      *          active master, history, and course files to the
      *          archive master, history, and course files.  The
      *          archive files from the previous run are carried
      *          forward and the newly archived students are merged
      *          into them in student id order.  New generations of
      *          the active master, history, and course files are
      *          written without the archived students, each master
      *          generation with its header passed and its trailer
      *          rebuilt, and a purge register lists every student
      *          moved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8PURG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUMAST   ASSIGN TO "STUMAST.DAT".
           SELECT GRADEHIST ASSIGN TO "GRADEHIST.DAT".
           SELECT POSTCTL   ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT PURGECTL  ASSIGN TO "PURGECTL.DAT"
               FILE STATUS IS PURGECTL-STATUS.
           SELECT OPTIONAL ARCHMAST ASSIGN TO "ARCHMAST.DAT"
               FILE STATUS IS ARCHMAST-STATUS.
           SELECT OPTIONAL ARCHHIST ASSIGN TO "ARCHHIST.DAT"
               FILE STATUS IS ARCHHIST-STATUS.
           SELECT OPTIONAL COURSEGR ASSIGN TO "COURSEGR.DAT"
               FILE STATUS IS COURSEGR-STATUS.
           SELECT OPTIONAL ARCHCRS  ASSIGN TO "ARCHCRS.DAT"
               FILE STATUS IS ARCHCRS-STATUS.
           SELECT PURGMAST  ASSIGN TO "PURGMAST.DAT".
           SELECT PURGHIST  ASSIGN TO "PURGHIST.DAT".
           SELECT PURGCRS   ASSIGN TO "PURGCRS.DAT".
           SELECT PURGARCM  ASSIGN TO "PURGARCM.DAT".
           SELECT PURGARCH  ASSIGN TO "PURGARCH.DAT".
           SELECT PURGARCC  ASSIGN TO "PURGARCC.DAT".
           SELECT PURGRPT   ASSIGN TO "PURGRPT.PRN".

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
      *    AND TERM CODE ORDER.  THE TERM CODE IS CCYYTT WHERE TT IS
      *    01 SPRING, 02 SUMMER, 03 FALL.
       01  GRADE-HISTORY-RECORD.
           05  GH-STUDENT-ID           PIC 9(9).
           05  GH-TERM-CODE            PIC 9(6).
           05  GH-TERM-UNITS           PIC 9(3).
           05  GH-TERM-GRADE-POINTS    PIC 9(3).
           05  FILLER                  PIC X(9).
      *
      *    THE POSTING TERM IS THE TERM INACTIVITY IS COUNTED TO.
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
      *    THE NUMBER OF TERMS, SUMMER INCLUDED, A STUDENT MUST HAVE
      *    GONE WITHOUT A GRADE-HISTORY TERM BEFORE BEING ARCHIVED.
      *    THERE IS NO DEFAULT; THE PURGE DOES NOT RUN WITHOUT IT.
       FD  PURGECTL.
      *
       01  PURGE-CONTROL-RECORD.
           05  PG-INACTIVE-TERMS       PIC 9(2).
           05  FILLER                  PIC X(78).
      *
      *    THE ARCHIVE MASTER IS KEPT IN THE STUDENT MASTER LAYOUT,
      *    WITH A HEADER AND A TRAILER, IN ASCENDING STUDENT ID
      *    ORDER.  ONLY THE KEY AND THE CONTROL FIELDS ARE NAMED HERE.
       FD  ARCHMAST.
      *
       01  ARCHIVE-MASTER-RECORD.
           05  AM-STUDENT-ID           PIC 9(9).
           05  AM-RECORD-TYPE          PIC X.
           05  AM-EXTRACT-DATE         PIC 9(8).
           05  AM-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(77).
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
      *    ONE RECORD PER STUDENT PER TERM PER COURSE, IN ASCENDING
      *    STUDENT ID AND TERM CODE ORDER.  ONLY THE KEY IS NAMED
      *    HERE; THE RECORD IS MOVED WHOLE.
       FD  COURSEGR.
      *
       01  COURSE-GRADE-RECORD.
           05  CG-STUDENT-ID           PIC 9(9).
           05  CG-TERM-CODE            PIC 9(6).
           05  FILLER                  PIC X(65).
      *
      *    THE ARCHIVE COURSE FILE IS KEPT IN THE COURSE GRADE LAYOUT
      *    AND ORDER.
       FD  ARCHCRS.
      *
       01  ARCHIVE-COURSE-RECORD.
           05  AC-COURSE-KEY.
               10  AC-STUDENT-ID       PIC 9(9).
               10  AC-TERM-CODE        PIC 9(6).
           05  FILLER                  PIC X(65).
      *
       FD  PURGMAST.
      *
       01  PURGED-MASTER-RECORD       PIC X(104).
      *
       FD  PURGHIST.
      *
       01  PURGED-HISTORY-RECORD      PIC X(30).
      *
       FD  PURGCRS.
      *
       01  PURGED-COURSE-RECORD       PIC X(80).
      *
       FD  PURGARCM.
      *
       01  NEW-ARCHIVE-MASTER-RECORD  PIC X(104).
      *
       FD  PURGARCH.
      *
       01  NEW-ARCHIVE-HISTORY-RECORD PIC X(30).
      *
       FD  PURGARCC.
      *
       01  NEW-ARCHIVE-COURSE-RECORD  PIC X(80).
      *
       FD  PURGRPT.
      *
       01  PURGE-PRINT-AREA           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADEHIST-EOF-SWITCH   PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  PURGECTL-EOF-SWITCH    PIC X    VALUE "N".
           05  ARCHMAST-EOF-SWITCH    PIC X    VALUE "N".
           05  ARCHHIST-EOF-SWITCH    PIC X    VALUE "N".
           05  COURSEGR-EOF-SWITCH    PIC X    VALUE "N".
           05  ARCHCRS-EOF-SWITCH     PIC X    VALUE "N".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  PURGECTL-STATUS            PIC XX.
       01  ARCHMAST-STATUS            PIC XX.
       01  ARCHHIST-STATUS            PIC XX.
       01  COURSEGR-STATUS            PIC XX.
       01  ARCHCRS-STATUS             PIC XX.
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
           05  PREVIOUS-COURSE-KEY.
               10  PCK-STUDENT-ID      PIC 9(9)  VALUE ZERO.
               10  PCK-TERM-CODE       PIC 9(6)  VALUE ZERO.
           05  PREVIOUS-ARCHIVE-COURSE-KEY.
               10  PAC-STUDENT-ID      PIC 9(9)  VALUE ZERO.
               10  PAC-TERM-CODE       PIC 9(6)  VALUE ZERO.
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
      *    THE KEY OF THE HISTORY RECORD BEING ARCHIVED, SO THE OLD
      *    ARCHIVE HISTORY CAN BE MERGED AHEAD OF IT.
       01  NEW-HISTORY-KEY.
           05  NHK-STUDENT-ID         PIC 9(9).
           05  NHK-TERM-CODE          PIC 9(6).
      *
      *    THE SAME FOR THE COURSE RECORD BEING ARCHIVED.
       01  NEW-COURSE-KEY.
           05  NCK-STUDENT-ID         PIC 9(9).
           05  NCK-TERM-CODE          PIC 9(6).
      *
       01  PURGE-CONTROL-FIELDS.
           05  POST-TERM-CODE         PIC 9(6)  VALUE ZERO.
           05  PURGE-INACTIVE-TERMS   PIC S9(3) VALUE ZERO.
           05  LAST-HISTORY-TERM      PIC 9(6)  VALUE ZERO.
           05  TERMS-INACTIVE         PIC S9(5) VALUE ZERO.
      *
       01  POST-TERM-SPLIT.
           05  PTS-TERM-YEAR          PIC 9(4).
           05  PTS-TERM-PART          PIC 9(2).
      *
       01  LAST-TERM-SPLIT.
           05  LTS-TERM-YEAR          PIC 9(4).
           05  LTS-TERM-PART          PIC 9(2).
      *
      *    THE STUDENT'S GRADE-HISTORY RECORDS, HELD UNTIL THE
      *    STUDENT IS KNOWN TO STAY ACTIVE OR GO TO THE ARCHIVE.
       01  HISTORY-TERM-TABLE.
           05  HISTORY-ENTRY-COUNT    PIC S9(3) VALUE ZERO.
           05  HISTORY-TERM-ENTRY OCCURS 60 TIMES.
               10  HTE-HISTORY-RECORD  PIC X(30).
               10  HTE-TERM-CODE       PIC 9(6).
           05  HT-INDEX               PIC S9(3) VALUE ZERO.
      *
       01  NEW-TRAILER-RECORD.
           05  NT-RECORD-ID           PIC 9(9)  VALUE 999999999.
           05  NT-RECORD-TYPE         PIC X     VALUE "T".
           05  NT-EXTRACT-DATE        PIC 9(8)  VALUE ZERO.
           05  NT-RECORD-COUNT        PIC 9(9)  VALUE ZERO.
           05  FILLER                 PIC X(77) VALUE SPACE.
      *
       01  PURGE-TOTAL-FIELDS.
           05  MASTERS-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  MASTERS-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.
           05  STUDENTS-ARCHIVED-COUNT PIC S9(7) VALUE ZERO.
           05  HISTORY-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.
           05  HISTORY-ARCHIVED-COUNT PIC S9(7) VALUE ZERO.
           05  UNMATCHED-HISTORY-COUNT PIC S9(7) VALUE ZERO.
           05  INACTIVE-NO-HISTORY-COUNT PIC S9(7) VALUE ZERO.
           05  ARCHIVE-CARRIED-COUNT  PIC S9(7) VALUE ZERO.
           05  ARCHIVE-MASTERS-WRITTEN PIC S9(7) VALUE ZERO.
           05  ARCHIVE-HISTORY-WRITTEN PIC S9(7) VALUE ZERO.
           05  ARCHIVE-REPLACED-COUNT PIC S9(7) VALUE ZERO.
           05  COURSES-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  COURSES-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.
           05  COURSES-ARCHIVED-COUNT PIC S9(7) VALUE ZERO.
           05  UNMATCHED-COURSE-COUNT PIC S9(7) VALUE ZERO.
           05  ARCHIVE-COURSES-WRITTEN PIC S9(7) VALUE ZERO.
      *
       01  PURGE-PRINT-FIELDS.
           05  PURGE-PAGE-COUNT       PIC S9(3) VALUE ZERO.
           05  PURGE-LINES-ON-PAGE    PIC S9(3) VALUE +55.
           05  PURGE-LINE-COUNT       PIC S9(3) VALUE +99.
           05  PURGE-SPACE-CONTROL    PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  PURGE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  PHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "STUDENT ARCHIVE REGISTER  ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  PHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  PURGE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  PHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  PHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(7)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "TERM: ".
           05  PHL2-TERM-YEAR  PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  PHL2-TERM-PART  PIC 9(2).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "PURGE AFTER ".
           05  PHL2-INACTIVE-TERMS PIC Z9.
           05  FILLER          PIC X(6)    VALUE " TERMS".
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  PURGE-HEADING-LINE-3.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(25)   VALUE "STUDENT NAME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "MAJOR".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(9)    VALUE "LAST TERM".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "TERMS INACTIVE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "HISTORY RECS".
           05  FILLER      PIC X(46)   VALUE SPACE.
      *
       01  PURGE-DETAIL-LINE.
           05  PDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  PDL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  PDL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PDL-STUDENT-NAME    PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PDL-MAJOR           PIC X(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PDL-TERM-YEAR       PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "-".
           05  PDL-TERM-PART       PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  PDL-TERMS-INACTIVE  PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  PDL-HISTORY-COUNT   PIC ZZ9.
           05  FILLER              PIC X(46)    VALUE SPACE.
      *
       01  PURGE-TOTAL-LINE.
           05  PTL-DESCRIPTION     PIC X(22).
           05  PTL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
      *
       01  STUDENT-ID-SPLIT.
           05  SIS-STUDENT-ID-1    PIC 9(3).
           05  SIS-STUDENT-ID-2    PIC 9(2).
           05  SIS-STUDENT-ID-3    PIC 9(4).
      *
       PROCEDURE DIVISION.
      *
       000-ARCHIVE-INACTIVE-STUDENTS.
      *
           PERFORM 030-READ-POSTING-CONTROL.
           PERFORM 050-READ-PURGE-CONTROL.
           OPEN INPUT  STUMAST
                INPUT  GRADEHIST
                INPUT  ARCHMAST
                INPUT  ARCHHIST
                INPUT  COURSEGR
                INPUT  ARCHCRS
                OUTPUT PURGMAST
                OUTPUT PURGHIST
                OUTPUT PURGCRS
                OUTPUT PURGARCM
                OUTPUT PURGARCH
                OUTPUT PURGARCC
                OUTPUT PURGRPT.
           IF ARCHMAST-STATUS NOT = "00"
              AND ARCHMAST-STATUS NOT = "05"
               MOVE "Y" TO ARCHMAST-EOF-SWITCH.
           IF ARCHHIST-STATUS NOT = "00"
              AND ARCHHIST-STATUS NOT = "05"
               MOVE "Y" TO ARCHHIST-EOF-SWITCH.
           IF COURSEGR-STATUS NOT = "00"
              AND COURSEGR-STATUS NOT = "05"
               MOVE "Y" TO COURSEGR-EOF-SWITCH.
           IF ARCHCRS-STATUS NOT = "00"
              AND ARCHCRS-STATUS NOT = "05"
               MOVE "Y" TO ARCHCRS-EOF-SWITCH.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 220-READ-HISTORY-RECORD.
           PERFORM 230-READ-COURSE-RECORD.
           PERFORM 250-READ-ARCHIVE-MASTER.
           PERFORM 260-READ-ARCHIVE-HISTORY.
           PERFORM 270-READ-ARCHIVE-COURSE.
           PERFORM 200-PROCESS-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           PERFORM 305-PASS-UNMATCHED-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y".
           PERFORM 325-PASS-UNMATCHED-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y".
           PERFORM 610-CARRY-ONE-ARCHIVE-MASTER
               UNTIL ARCHMAST-EOF-SWITCH = "Y".
           PERFORM 630-CARRY-ONE-ARCHIVE-HISTORY
               UNTIL ARCHHIST-EOF-SWITCH = "Y".
           PERFORM 650-CARRY-ONE-ARCHIVE-COURSE
               UNTIL ARCHCRS-EOF-SWITCH = "Y".
           PERFORM 850-WRITE-NEW-TRAILERS.
           PERFORM 800-PRINT-PURGE-TOTALS.
           CLOSE STUMAST
                 GRADEHIST
                 ARCHMAST
                 ARCHHIST
                 COURSEGR
                 ARCHCRS
                 PURGMAST
                 PURGHIST
                 PURGCRS
                 PURGARCM
                 PURGARCH
                 PURGARCC
                 PURGRPT.
           STOP RUN.
      *
       030-READ-POSTING-CONTROL.
      *
           OPEN INPUT POSTCTL.
           IF POSTCTL-STATUS = "00"
               PERFORM 035-APPLY-POSTING-CONTROL.
           IF POST-TERM-CODE = ZERO
               MOVE "POSTING TERM CONTROL CARD MISSING"
                   TO ABORT-MESSAGE
               PERFORM 995-ABORT-PURGE-CONTROL.
      *
       035-APPLY-POSTING-CONTROL.
      *
           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
              AND PC-POST-TERM-CODE NUMERIC
               MOVE PC-POST-TERM-CODE TO POST-TERM-CODE.
           CLOSE POSTCTL.
      *
      *    STUDENTS ARE TAKEN OFF THE ACTIVE FILES ON THE STRENGTH OF
      *    THIS CARD ALONE, SO A MISSING OR ZERO COUNT STOPS THE RUN
      *    RATHER THAN FALLING BACK TO A DEFAULT.
       050-READ-PURGE-CONTROL.
      *
           OPEN INPUT PURGECTL.
           IF PURGECTL-STATUS = "00"
               PERFORM 055-APPLY-PURGE-CONTROL.
           IF PURGE-INACTIVE-TERMS = ZERO
               MOVE "PURGE CONTROL CARD MISSING OR ZERO"
                   TO ABORT-MESSAGE
               PERFORM 995-ABORT-PURGE-CONTROL.
      *
       055-APPLY-PURGE-CONTROL.
      *
           READ PURGECTL
               AT END
                   MOVE "Y" TO PURGECTL-EOF-SWITCH.
           IF PURGECTL-EOF-SWITCH = "N"
              AND PG-INACTIVE-TERMS NUMERIC
               MOVE PG-INACTIVE-TERMS TO PURGE-INACTIVE-TERMS.
           CLOSE PURGECTL.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO PHL1-MONTH.
           MOVE CD-DAY     TO PHL1-DAY.
           MOVE CD-YEAR    TO PHL1-YEAR.
           MOVE CD-HOURS   TO PHL2-HOURS.
           MOVE CD-MINUTES TO PHL2-MINUTES.
           MOVE POST-TERM-CODE TO POST-TERM-SPLIT.
           MOVE PTS-TERM-YEAR  TO PHL2-TERM-YEAR.
           MOVE PTS-TERM-PART  TO PHL2-TERM-PART.
           MOVE PURGE-INACTIVE-TERMS TO PHL2-INACTIVE-TERMS.
      *
       200-PROCESS-ONE-STUDENT.
      *
           PERFORM 210-READ-MASTER-RECORD.
           IF STUMAST-EOF-SWITCH = "N"
              AND MASTER-DETAIL-RECORD
               PERFORM 300-LOAD-STUDENT-HISTORY
               PERFORM 320-SKIP-TO-STUDENT-COURSES
               PERFORM 400-SELECT-STUDENT-FOR-ARCHIVE.
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
      *    THE ACTIVE HEADER GOES TO BOTH NEW MASTER GENERATIONS, SO
      *    THE ARCHIVE ALWAYS CARRIES THE EXTRACT DATE OF THE LAST
      *    MASTER IT WAS PURGED FROM.
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
           MOVE STUMAST-HEADER-RECORD TO PURGED-MASTER-RECORD.
           WRITE PURGED-MASTER-RECORD.
           MOVE STUMAST-HEADER-RECORD TO NEW-ARCHIVE-MASTER-RECORD.
           WRITE NEW-ARCHIVE-MASTER-RECORD.
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
               DISPLAY "A8PURG - TRAILER COUNT " ST-RECORD-COUNT
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
               ADD 1 TO HISTORY-READ-COUNT
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
      *    A STUDENT'S COURSES FOR ONE TERM ARE SEVERAL RECORDS WITH
      *    THE SAME KEY, SO ONLY A KEY LOWER THAN THE LAST IS OUT OF
      *    ORDER.
       230-READ-COURSE-RECORD.
      *
           IF COURSEGR-EOF-SWITCH = "N"
               READ COURSEGR
                   AT END
                       MOVE "Y" TO COURSEGR-EOF-SWITCH.
           IF COURSEGR-EOF-SWITCH = "N"
               ADD 1 TO COURSES-READ-COUNT
               PERFORM 235-CHECK-COURSE-SEQUENCE.
      *
       235-CHECK-COURSE-SEQUENCE.
      *
           IF CG-STUDENT-ID < PCK-STUDENT-ID
               MOVE "COURSES OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-COURSEGR-ERROR.
           IF CG-STUDENT-ID = PCK-STUDENT-ID
              AND CG-TERM-CODE < PCK-TERM-CODE
               MOVE "COURSES OUT OF TERM SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-COURSEGR-ERROR.
           MOVE CG-STUDENT-ID TO PCK-STUDENT-ID.
           MOVE CG-TERM-CODE  TO PCK-TERM-CODE.
      *
      *    THE OLD ARCHIVE MASTER IS CHECKED THE SAME WAY AS THE
      *    ACTIVE MASTER.  ITS HEADER IS DROPPED, SINCE THE NEW
      *    ARCHIVE TAKES THE ACTIVE HEADER, AND ITS TRAILER ENDS IT.
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
               DISPLAY "A8PURG - TRAILER COUNT " AM-RECORD-COUNT
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
       270-READ-ARCHIVE-COURSE.
      *
           IF ARCHCRS-EOF-SWITCH = "N"
               READ ARCHCRS
                   AT END
                       MOVE "Y" TO ARCHCRS-EOF-SWITCH.
           IF ARCHCRS-EOF-SWITCH = "N"
               IF AC-COURSE-KEY < PREVIOUS-ARCHIVE-COURSE-KEY
                   MOVE "COURSES OUT OF SEQUENCE" TO ABORT-MESSAGE
                   PERFORM 997-ABORT-ARCHCRS-ERROR
               ELSE
                   MOVE AC-COURSE-KEY TO PREVIOUS-ARCHIVE-COURSE-KEY.
      *
      *    HISTORY WITH NO STUDENT ON THE MASTER IS LEFT ON THE
      *    ACTIVE FILE FOR THE REGISTRAR TO RESOLVE.
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
           MOVE GRADE-HISTORY-RECORD TO PURGED-HISTORY-RECORD.
           WRITE PURGED-HISTORY-RECORD.
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
           MOVE GRADE-HISTORY-RECORD TO HTE-HISTORY-RECORD (HT-INDEX).
           MOVE GH-TERM-CODE         TO HTE-TERM-CODE (HT-INDEX).
           PERFORM 220-READ-HISTORY-RECORD.
      *
      *    COURSES WITH NO STUDENT ON THE MASTER ARE LEFT ON THE
      *    ACTIVE FILE, AS UNMATCHED HISTORY IS.  THE STUDENT'S OWN
      *    COURSES ARE NOT HELD; THEY ARE COPIED TO ONE FILE OR THE
      *    OTHER ONCE THE STUDENT HAS BEEN JUDGED.
       320-SKIP-TO-STUDENT-COURSES.
      *
           PERFORM 325-PASS-UNMATCHED-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT < SM-STUDENT-ID.
      *
       325-PASS-UNMATCHED-COURSE.
      *
           ADD 1 TO UNMATCHED-COURSE-COUNT.
           MOVE COURSE-GRADE-RECORD TO PURGED-COURSE-RECORD.
           WRITE PURGED-COURSE-RECORD.
           ADD 1 TO COURSES-WRITTEN-COUNT.
           PERFORM 230-READ-COURSE-RECORD.
      *
      *    ONLY AN INACTIVE STUDENT IS ARCHIVED, AND ONLY ON THE
      *    EVIDENCE OF THE HISTORY FILE: THE TERMS FROM THE LAST
      *    HISTORY TERM TO THE POSTING TERM ARE COUNTED AT THREE TO
      *    THE YEAR.  AN INACTIVE STUDENT WITH NO HISTORY CANNOT BE
      *    JUDGED AND IS KEPT.
       400-SELECT-STUDENT-FOR-ARCHIVE.
      *
           IF INACTIVE
              AND HISTORY-ENTRY-COUNT = ZERO
               ADD 1 TO INACTIVE-NO-HISTORY-COUNT.
           MOVE ZERO TO TERMS-INACTIVE.
           IF INACTIVE
              AND HISTORY-ENTRY-COUNT > ZERO
               MOVE HTE-TERM-CODE (HISTORY-ENTRY-COUNT)
                   TO LAST-HISTORY-TERM
               MOVE LAST-HISTORY-TERM TO LAST-TERM-SPLIT
               COMPUTE TERMS-INACTIVE =
                   (PTS-TERM-YEAR - LTS-TERM-YEAR) * 3
                   + PTS-TERM-PART - LTS-TERM-PART.
           IF INACTIVE
              AND HISTORY-ENTRY-COUNT > ZERO
              AND TERMS-INACTIVE NOT < PURGE-INACTIVE-TERMS
               PERFORM 450-ARCHIVE-STUDENT
           ELSE
               PERFORM 420-KEEP-STUDENT.
      *
       420-KEEP-STUDENT.
      *
           MOVE 1 TO HT-INDEX.
           PERFORM 425-KEEP-ONE-HISTORY
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
           PERFORM 430-KEEP-ONE-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT = SM-STUDENT-ID.
           MOVE STUDENT-MASTER-RECORD TO PURGED-MASTER-RECORD.
           WRITE PURGED-MASTER-RECORD.
           ADD 1 TO MASTERS-WRITTEN-COUNT.
      *
       425-KEEP-ONE-HISTORY.
      *
           MOVE HTE-HISTORY-RECORD (HT-INDEX) TO PURGED-HISTORY-RECORD.
           WRITE PURGED-HISTORY-RECORD.
           ADD 1 TO HISTORY-WRITTEN-COUNT.
           ADD 1 TO HT-INDEX.
      *
       430-KEEP-ONE-COURSE.
      *
           MOVE COURSE-GRADE-RECORD TO PURGED-COURSE-RECORD.
           WRITE PURGED-COURSE-RECORD.
           ADD 1 TO COURSES-WRITTEN-COUNT.
           PERFORM 230-READ-COURSE-RECORD.
      *
       450-ARCHIVE-STUDENT.
      *
           PERFORM 600-WRITE-ARCHIVE-MASTER.
           MOVE 1 TO HT-INDEX.
           PERFORM 620-WRITE-ONE-ARCHIVE-HISTORY
               UNTIL HT-INDEX > HISTORY-ENTRY-COUNT.
           PERFORM 640-WRITE-ONE-ARCHIVE-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT = SM-STUDENT-ID.
           ADD 1 TO STUDENTS-ARCHIVED-COUNT.
           PERFORM 500-PRINT-PURGE-LINE.
      *
       500-PRINT-PURGE-LINE.
      *
           IF PURGE-LINE-COUNT >= PURGE-LINES-ON-PAGE
               PERFORM 510-PRINT-PURGE-HEADING-LINES.
           MOVE SM-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO PDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO PDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO PDL-STUDENT-ID-3.
           MOVE SM-STUDENT-NAME  TO PDL-STUDENT-NAME.
           MOVE SM-MAJOR         TO PDL-MAJOR.
           MOVE LTS-TERM-YEAR    TO PDL-TERM-YEAR.
           MOVE LTS-TERM-PART    TO PDL-TERM-PART.
           MOVE TERMS-INACTIVE   TO PDL-TERMS-INACTIVE.
           MOVE HISTORY-ENTRY-COUNT TO PDL-HISTORY-COUNT.
           MOVE PURGE-DETAIL-LINE TO PURGE-PRINT-AREA.
           WRITE PURGE-PRINT-AREA
               AFTER ADVANCING PURGE-SPACE-CONTROL LINES.
           ADD 1  TO PURGE-LINE-COUNT.
           MOVE 1 TO PURGE-SPACE-CONTROL.
      *
       510-PRINT-PURGE-HEADING-LINES.
      *
           ADD 1 TO PURGE-PAGE-COUNT.
           MOVE PURGE-PAGE-COUNT TO PHL1-PAGE-NUMBER.
           MOVE PURGE-HEADING-LINE-1 TO PURGE-PRINT-AREA.
           WRITE PURGE-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PURGE-HEADING-LINE-2 TO PURGE-PRINT-AREA.
           WRITE PURGE-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE PURGE-HEADING-LINE-3 TO PURGE-PRINT-AREA.
           WRITE PURGE-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO PURGE-LINE-COUNT.
           MOVE 2 TO PURGE-SPACE-CONTROL.
      *
      *    THE OLD ARCHIVE IS COPIED FORWARD UP TO THE STUDENT BEING
      *    ARCHIVED.  A STUDENT ALREADY ON THE ARCHIVE (READMITTED
      *    AND INACTIVE AGAIN) IS REPLACED BY THE ACTIVE RECORD.
       600-WRITE-ARCHIVE-MASTER.
      *
           PERFORM 610-CARRY-ONE-ARCHIVE-MASTER
               UNTIL ARCHMAST-EOF-SWITCH = "Y"
                  OR AM-STUDENT-ID NOT < SM-STUDENT-ID.
           IF ARCHMAST-EOF-SWITCH = "N"
              AND AM-STUDENT-ID = SM-STUDENT-ID
               ADD 1 TO ARCHIVE-REPLACED-COUNT
               PERFORM 250-READ-ARCHIVE-MASTER.
           MOVE STUDENT-MASTER-RECORD TO NEW-ARCHIVE-MASTER-RECORD.
           WRITE NEW-ARCHIVE-MASTER-RECORD.
           ADD 1 TO ARCHIVE-MASTERS-WRITTEN.
      *
       610-CARRY-ONE-ARCHIVE-MASTER.
      *
           MOVE ARCHIVE-MASTER-RECORD TO NEW-ARCHIVE-MASTER-RECORD.
           WRITE NEW-ARCHIVE-MASTER-RECORD.
           ADD 1 TO ARCHIVE-MASTERS-WRITTEN.
           ADD 1 TO ARCHIVE-CARRIED-COUNT.
           PERFORM 250-READ-ARCHIVE-MASTER.
      *
      *    THE OLD ARCHIVE HISTORY IS MERGED THE SAME WAY ON STUDENT
      *    ID AND TERM; A TERM ON BOTH FILES IS TAKEN FROM THE ACTIVE
      *    FILE.
       620-WRITE-ONE-ARCHIVE-HISTORY.
      *
           MOVE SM-STUDENT-ID            TO NHK-STUDENT-ID.
           MOVE HTE-TERM-CODE (HT-INDEX) TO NHK-TERM-CODE.
           PERFORM 630-CARRY-ONE-ARCHIVE-HISTORY
               UNTIL ARCHHIST-EOF-SWITCH = "Y"
                  OR AH-HISTORY-KEY NOT < NEW-HISTORY-KEY.
           IF ARCHHIST-EOF-SWITCH = "N"
              AND AH-HISTORY-KEY = NEW-HISTORY-KEY
               PERFORM 260-READ-ARCHIVE-HISTORY.
           MOVE HTE-HISTORY-RECORD (HT-INDEX)
               TO NEW-ARCHIVE-HISTORY-RECORD.
           WRITE NEW-ARCHIVE-HISTORY-RECORD.
           ADD 1 TO ARCHIVE-HISTORY-WRITTEN.
           ADD 1 TO HISTORY-ARCHIVED-COUNT.
           ADD 1 TO HT-INDEX.
      *
       630-CARRY-ONE-ARCHIVE-HISTORY.
      *
           MOVE ARCHIVE-HISTORY-RECORD TO NEW-ARCHIVE-HISTORY-RECORD.
           WRITE NEW-ARCHIVE-HISTORY-RECORD.
           ADD 1 TO ARCHIVE-HISTORY-WRITTEN.
           PERFORM 260-READ-ARCHIVE-HISTORY.
      *
      *    THE OLD ARCHIVE COURSES ARE MERGED ON STUDENT ID AND TERM
      *    THE SAME WAY.  A TERM ON BOTH FILES IS TAKEN WHOLE FROM THE
      *    ACTIVE FILE, SO THE OLD ARCHIVE RECORDS FOR THAT TERM ARE
      *    DROPPED WHEN ITS FIRST ACTIVE COURSE IS WRITTEN.
       640-WRITE-ONE-ARCHIVE-COURSE.
      *
           MOVE CG-STUDENT-ID TO NCK-STUDENT-ID.
           MOVE CG-TERM-CODE  TO NCK-TERM-CODE.
           PERFORM 650-CARRY-ONE-ARCHIVE-COURSE
               UNTIL ARCHCRS-EOF-SWITCH = "Y"
                  OR AC-COURSE-KEY NOT < NEW-COURSE-KEY.
           PERFORM 270-READ-ARCHIVE-COURSE
               UNTIL ARCHCRS-EOF-SWITCH = "Y"
                  OR AC-COURSE-KEY NOT = NEW-COURSE-KEY.
           MOVE COURSE-GRADE-RECORD TO NEW-ARCHIVE-COURSE-RECORD.
           WRITE NEW-ARCHIVE-COURSE-RECORD.
           ADD 1 TO ARCHIVE-COURSES-WRITTEN.
           ADD 1 TO COURSES-ARCHIVED-COUNT.
           PERFORM 230-READ-COURSE-RECORD.
      *
       650-CARRY-ONE-ARCHIVE-COURSE.
      *
           MOVE ARCHIVE-COURSE-RECORD TO NEW-ARCHIVE-COURSE-RECORD.
           WRITE NEW-ARCHIVE-COURSE-RECORD.
           ADD 1 TO ARCHIVE-COURSES-WRITTEN.
           PERFORM 270-READ-ARCHIVE-COURSE.
      *
      *    BOTH MASTER GENERATIONS END WITH A TRAILER COUNTING WHAT
      *    WAS WRITTEN TO THEM.
       850-WRITE-NEW-TRAILERS.
      *
           MOVE MASTER-EXTRACT-DATE   TO NT-EXTRACT-DATE.
           MOVE MASTERS-WRITTEN-COUNT TO NT-RECORD-COUNT.
           MOVE NEW-TRAILER-RECORD    TO PURGED-MASTER-RECORD.
           WRITE PURGED-MASTER-RECORD.
           MOVE ARCHIVE-MASTERS-WRITTEN TO NT-RECORD-COUNT.
           MOVE NEW-TRAILER-RECORD    TO NEW-ARCHIVE-MASTER-RECORD.
           WRITE NEW-ARCHIVE-MASTER-RECORD.
      *
       800-PRINT-PURGE-TOTALS.
      *
           IF PURGE-LINE-COUNT >= PURGE-LINES-ON-PAGE
               PERFORM 510-PRINT-PURGE-HEADING-LINES.
           MOVE "MASTERS READ:       " TO PTL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT     TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS ARCHIVED:  " TO PTL-DESCRIPTION.
           MOVE STUDENTS-ARCHIVED-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "MASTERS WRITTEN:    " TO PTL-DESCRIPTION.
           MOVE MASTERS-WRITTEN-COUNT  TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "INACTIVE NO HISTORY:" TO PTL-DESCRIPTION.
           MOVE INACTIVE-NO-HISTORY-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY READ:       " TO PTL-DESCRIPTION.
           MOVE HISTORY-READ-COUNT     TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY ARCHIVED:   " TO PTL-DESCRIPTION.
           MOVE HISTORY-ARCHIVED-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY WRITTEN:    " TO PTL-DESCRIPTION.
           MOVE HISTORY-WRITTEN-COUNT  TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED HISTORY:  " TO PTL-DESCRIPTION.
           MOVE UNMATCHED-HISTORY-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "COURSES READ:       " TO PTL-DESCRIPTION.
           MOVE COURSES-READ-COUNT     TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "COURSES ARCHIVED:   " TO PTL-DESCRIPTION.
           MOVE COURSES-ARCHIVED-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "COURSES WRITTEN:    " TO PTL-DESCRIPTION.
           MOVE COURSES-WRITTEN-COUNT  TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "UNMATCHED COURSES:  " TO PTL-DESCRIPTION.
           MOVE UNMATCHED-COURSE-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE CARRIED FWD:" TO PTL-DESCRIPTION.
           MOVE ARCHIVE-CARRIED-COUNT  TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE REPLACED:   " TO PTL-DESCRIPTION.
           MOVE ARCHIVE-REPLACED-COUNT TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE MASTERS:    " TO PTL-DESCRIPTION.
           MOVE ARCHIVE-MASTERS-WRITTEN TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE HISTORY:    " TO PTL-DESCRIPTION.
           MOVE ARCHIVE-HISTORY-WRITTEN TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ARCHIVE COURSES:    " TO PTL-DESCRIPTION.
           MOVE ARCHIVE-COURSES-WRITTEN TO PTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE PURGE-TOTAL-LINE TO PURGE-PRINT-AREA.
           WRITE PURGE-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO PURGE-LINE-COUNT.
      *
       990-ABORT-STUMAST-CONTROL.
      *
           DISPLAY "A8PURG - STUMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - LAST GOOD STUDENT ID "
               PREVIOUS-STUDENT-ID.
           DISPLAY "A8PURG - MASTER RECORDS READ  "
               MASTERS-READ-COUNT.
           DISPLAY "A8PURG - DISCARD PURGMAST, PURGHIST, PURGCRS, "
               "PURGARCM, PURGARCH AND PURGARCC AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       991-ABORT-GRADEHIST-ERROR.
      *
           DISPLAY "A8PURG - GRADEHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - STUDENT ID " GH-STUDENT-ID
               " TERM " GH-TERM-CODE.
           DISPLAY "A8PURG - SORT THE HISTORY FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       992-ABORT-COURSEGR-ERROR.
      *
           DISPLAY "A8PURG - COURSEGR CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - STUDENT ID " CG-STUDENT-ID
               " TERM " CG-TERM-CODE.
           DISPLAY "A8PURG - SORT THE COURSE FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       993-ABORT-ARCHMAST-CONTROL.
      *
           DISPLAY "A8PURG - ARCHMAST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - LAST GOOD ARCHIVE ID "
               PREVIOUS-ARCHIVE-ID.
           DISPLAY "A8PURG - RESTORE ARCHMAST.DAT FROM THE LAST "
               "GOOD GENERATION AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       994-ABORT-ARCHHIST-ERROR.
      *
           DISPLAY "A8PURG - ARCHHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - STUDENT ID " AH-STUDENT-ID
               " TERM " AH-TERM-CODE.
           DISPLAY "A8PURG - RESTORE ARCHHIST.DAT FROM THE LAST "
               "GOOD GENERATION AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       995-ABORT-PURGE-CONTROL.
      *
           DISPLAY "A8PURG - PURGE CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - SUPPLY POSTCTL.DAT AND PURGECTL.DAT".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *    EVERY HISTORY RECORD FOR THE STUDENT MUST BE HELD BEFORE
      *    THE STUDENT CAN BE MOVED, SO AN OVERFLOW STOPS THE RUN.
       996-ABORT-STUDENT-TABLE-FULL.
      *
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - STUDENT ID " SM-STUDENT-ID.
           DISPLAY "A8PURG - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       997-ABORT-ARCHCRS-ERROR.
      *
           DISPLAY "A8PURG - ARCHCRS CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8PURG - " ABORT-MESSAGE.
           DISPLAY "A8PURG - STUDENT ID " AC-STUDENT-ID
               " TERM " AC-TERM-CODE.
           DISPLAY "A8PURG - RESTORE ARCHCRS.DAT FROM THE LAST "
               "GOOD GENERATION AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8PURG.

      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program rolls the course grade file up into the
      *          term grade history.  Each course record carries the
      *          student, term, course, section, units, and letter
      *          grade; the letter is turned into grade points from the
      *          grade scale table.  Incomplete, withdrawal, and
      *          pass/no pass grades carry no grade points and stay out
      *          of the GPA units, and when a course is repeated only
      *          the most recent completed attempt counts.  A term
      *          already on the grade history is never changed by a
      *          later repeat; the units and points of the attempt it
      *          replaces are taken out of the repeat term instead, so
      *          the cumulative totals already posted stay in balance.
      *          One record is written per student per term to a new
      *          grade history generation, ROLLHIST, which also carries
      *          forward every GRADEHIST term the course file does not
      *          cover.  A roll-up register lists every course behind
      *          each term total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8ROLL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT COURSEGR  ASSIGN TO "COURSEGR.DAT".
           SELECT GRADESCL  ASSIGN TO "GRADESCL.DAT".
           SELECT GRADEHIST ASSIGN TO "GRADEHIST.DAT".
           SELECT ROLLHIST  ASSIGN TO "ROLLHIST.DAT".
           SELECT ROLLRPT   ASSIGN TO "ROLLRPT.PRN".

       DATA DIVISION.

       FILE SECTION.

       FD  COURSEGR.
      *
      *    ONE RECORD PER STUDENT PER TERM PER COURSE, IN ASCENDING
      *    STUDENT ID AND TERM CODE ORDER.  THE TERM CODE IS CCYYTT
      *    THE SAME AS ON THE GRADE HISTORY FILE.
       01  COURSE-GRADE-RECORD.
           05  CG-STUDENT-ID           PIC 9(9).
           05  CG-TERM-CODE            PIC 9(6).
           05  CG-COURSE-ID            PIC X(8).
           05  CG-SECTION              PIC X(3).
           05  CG-UNITS                PIC 9(2).
           05  CG-LETTER-GRADE         PIC X(2).
               88  CG-NON-GPA-GRADE           VALUE "I " "W " "P "
                                                    "NP".
               88  CG-PASS-NO-PASS-GRADE      VALUE "P " "NP".
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
      *    THE CURRENT GRADE HISTORY.  A TERM THE COURSE FILE ALSO
      *    CARRIES IS REBUILT; ANY OTHER TERM, SUCH AS HISTORY OLDER
      *    THAN THE COURSE FILE, IS COPIED TO ROLLHIST AS IT STANDS.
       FD  GRADEHIST.
      *
       01  GRADE-HISTORY-RECORD.
           05  GH-STUDENT-ID           PIC 9(9).
           05  GH-TERM-CODE            PIC 9(6).
           05  GH-TERM-UNITS           PIC 9(3).
           05  GH-TERM-GRADE-POINTS    PIC 9(3).
           05  FILLER                  PIC X(9).
      *
       FD  ROLLHIST.
      *
       01  ROLLED-HISTORY-RECORD.
           05  RH-STUDENT-ID           PIC 9(9).
           05  RH-TERM-CODE            PIC 9(6).
           05  RH-TERM-UNITS           PIC 9(3).
           05  RH-TERM-GRADE-POINTS    PIC 9(3).
           05  FILLER                  PIC X(9).
      *
       FD  ROLLRPT.
      *
       01  ROLL-PRINT-AREA            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  COURSEGR-EOF-SWITCH    PIC X    VALUE "N".
           05  GRADESCL-EOF-SWITCH    PIC X    VALUE "N".
           05  GRADEHIST-EOF-SWITCH   PIC X    VALUE "N".
      *
       01  COURSE-SEQUENCE-FIELDS.
           05  COURSE-VALID-SWITCH    PIC X    VALUE "N".
               88  COURSE-RECORD-VALID         VALUE "Y".
           05  PREVIOUS-COURSE-ID     PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-TERM-CODE     PIC 9(6)  VALUE ZERO.
           05  PREVIOUS-HISTORY-ID    PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-HISTORY-TERM  PIC 9(6)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
      *    THE OLD HISTORY AND THE ROLLED TERMS ARE MERGED ON STUDENT
      *    ID AND TERM CODE TOGETHER.
       01  HISTORY-MERGE-KEYS.
           05  HISTORY-KEY.
               10  HK-STUDENT-ID       PIC 9(9)  VALUE ZERO.
               10  HK-TERM-CODE        PIC 9(6)  VALUE ZERO.
           05  ROLLED-KEY.
               10  RK-STUDENT-ID       PIC 9(9)  VALUE ZERO.
               10  RK-TERM-CODE        PIC 9(6)  VALUE ZERO.
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
      *    ALL OF ONE STUDENT'S COURSES ARE HELD SO A REPEAT IN A
      *    LATER TERM CAN SET ASIDE THE EARLIER ATTEMPT BEFORE ANY
      *    TERM TOTAL IS WRITTEN.
       01  COURSE-TABLE.
           05  COURSE-ENTRY-COUNT     PIC S9(3) VALUE ZERO.
           05  COURSE-ENTRY OCCURS 200 TIMES.
               10  CTE-TERM-CODE       PIC 9(6).
               10  CTE-COURSE-ID       PIC X(8).
               10  CTE-SECTION         PIC X(3).
               10  CTE-UNITS           PIC 9(2).
               10  CTE-LETTER-GRADE    PIC X(2).
               10  CTE-COURSE-POINTS   PIC 9(3)V9.
               10  CTE-DISPOSITION     PIC X.
                   88  CTE-COUNTED             VALUE "C".
                   88  CTE-NON-GPA             VALUE "N".
                   88  CTE-NOT-ON-SCALE        VALUE "X".
               10  CTE-ATTEMPT-SWITCH  PIC X.
                   88  CTE-COMPLETED-ATTEMPT   VALUE "Y".
               10  CTE-PASS-SWITCH     PIC X.
                   88  CTE-PASS-GRADE          VALUE "Y".
               10  CTE-REPLACED-SWITCH PIC X.
                   88  CTE-REPLACED            VALUE "Y".
               10  CTE-REPEAT-UNITS    PIC 9(3).
               10  CTE-REPEAT-POINTS   PIC 9(4)V9.
      *
       01  COURSE-TABLE-INDEXES.
           05  CT-ENTRY-INDEX         PIC S9(3) VALUE ZERO.
           05  CT-CHECK-INDEX         PIC S9(3) VALUE ZERO.
           05  CT-SEARCH-INDEX        PIC S9(3) VALUE ZERO.
           05  CT-PRINT-INDEX         PIC S9(3) VALUE ZERO.
           05  CT-LATER-SWITCH        PIC X    VALUE "N".
               88  CT-LATER-ATTEMPT-FOUND      VALUE "Y".
      *
       01  ROLL-WORK-FIELDS.
           05  RW-CURRENT-STUDENT-ID  PIC 9(9)  VALUE ZERO.
           05  RW-CURRENT-TERM-CODE   PIC 9(6)  VALUE ZERO.
           05  RW-TERM-GPA-UNITS      PIC 9(3)  VALUE ZERO.
           05  RW-TERM-POINTS         PIC 9(4)V9 VALUE ZERO.
           05  RW-TERM-PASS-UNITS     PIC 9(3)  VALUE ZERO.
           05  RW-TERM-GPA            PIC 9V99  VALUE ZERO.
           05  RW-REPEAT-UNITS        PIC 9(3)  VALUE ZERO.
           05  RW-REPEAT-POINTS       PIC 9(4)V9 VALUE ZERO.
           05  RW-NET-UNITS           PIC S9(4) VALUE ZERO.
           05  RW-NET-POINTS          PIC S9(4)V9 VALUE ZERO.
           05  RW-CARRY-UNITS         PIC 9(3)  VALUE ZERO.
           05  RW-CARRY-POINTS        PIC 9(4)V9 VALUE ZERO.
           05  RW-CARRY-SWITCH        PIC X    VALUE "N".
               88  RW-REPEAT-CARRIED           VALUE "Y".
      *
       01  ROLL-TOTAL-FIELDS.
           05  COURSES-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  COURSES-REJECTED-COUNT PIC S9(5) VALUE ZERO.
           05  STUDENTS-ROLLED-COUNT  PIC S9(5) VALUE ZERO.
           05  TERMS-WRITTEN-COUNT    PIC S9(7) VALUE ZERO.
           05  COURSES-COUNTED-COUNT  PIC S9(7) VALUE ZERO.
           05  NON-GPA-COURSES-COUNT  PIC S9(5) VALUE ZERO.
           05  REPLACED-COURSES-COUNT PIC S9(5) VALUE ZERO.
           05  NOT-ON-SCALE-COUNT     PIC S9(5) VALUE ZERO.
           05  REPEAT-CARRIED-COUNT   PIC S9(5) VALUE ZERO.
           05  HISTORY-KEPT-COUNT     PIC S9(7) VALUE ZERO.
           05  HISTORY-REBUILT-COUNT  PIC S9(7) VALUE ZERO.
      *
       01  ROLL-PRINT-FIELDS.
           05  ROLL-PAGE-COUNT        PIC S9(3) VALUE ZERO.
           05  ROLL-LINES-ON-PAGE     PIC S9(3) VALUE +55.
           05  ROLL-LINE-COUNT        PIC S9(3) VALUE +99.
           05  ROLL-SPACE-CONTROL     PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  ROLL-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  RHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "COURSE GRADE ROLL-UP REG  ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  RHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  ROLL-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  RHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  RHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(51)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  ROLL-HEADING-LINE-3.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(7)    VALUE "TERM".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "COURSE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "SECT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "UNITS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "GRADE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE "POINTS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "DISPOSITION".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  ROLL-DETAIL-LINE.
           05  RDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  RDL-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  RDL-STUDENT-ID-3    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RDL-TERM-YEAR       PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "-".
           05  RDL-TERM-PART       PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RDL-COURSE-ID       PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RDL-SECTION         PIC X(3).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RDL-UNITS           PIC Z9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RDL-LETTER-GRADE    PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RDL-COURSE-POINTS   PIC ZZ9.9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RDL-DISPOSITION     PIC X(20).
           05  FILLER              PIC X(52)    VALUE SPACE.
      *
       01  ROLL-TERM-TOTAL-LINE.
           05  FILLER              PIC X(13)    VALUE SPACE.
           05  RTL-TERM-YEAR       PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "-".
           05  RTL-TERM-PART       PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(13)    VALUE "TERM TOTAL".
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RTL-GPA-UNITS       PIC ZZ9.
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  RTL-TERM-POINTS     PIC ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(10)    VALUE "TERM GPA: ".
           05  RTL-TERM-GPA        PIC 9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(17)
                   VALUE "NON-GPA UNITS:   ".
           05  RTL-PASS-UNITS      PIC ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RTL-REPEAT-LABEL    PIC X(13).
           05  RTL-REPEAT-UNITS    PIC ZZ9      BLANK WHEN ZERO.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RTL-REPEAT-POINTS   PIC ZZ9.9    BLANK WHEN ZERO.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RTL-CARRY-NOTE      PIC X(7).
           05  FILLER              PIC X(6)     VALUE SPACE.
      *
       01  ROLL-TOTAL-LINE.
           05  RTOT-DESCRIPTION    PIC X(22).
           05  RTOT-TOTAL          PIC ZZZ,ZZ9.
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
       000-ROLL-UP-COURSE-GRADES.
      *
           PERFORM 070-LOAD-GRADE-SCALE-TABLE.
           OPEN INPUT  COURSEGR
                       GRADEHIST
                OUTPUT ROLLHIST
                       ROLLRPT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 220-READ-COURSE-RECORD.
           PERFORM 240-READ-HISTORY-RECORD.
           PERFORM 200-ROLL-UP-ONE-STUDENT
               UNTIL COURSEGR-EOF-SWITCH = "Y".
           PERFORM 430-KEEP-ONE-HISTORY-TERM
               UNTIL GRADEHIST-EOF-SWITCH = "Y".
           PERFORM 800-PRINT-ROLL-UP-TOTALS.
           CLOSE COURSEGR
                 GRADEHIST
                 ROLLHIST
                 ROLLRPT.
           STOP RUN.
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
      *    WITHOUT A COMPLETE SCALE EVERY COURSE WITH A MISSING
      *    LETTER WOULD DROP OUT OF ITS TERM TOTAL, SO AN EMPTY OR
      *    OVERFLOWING TABLE STOPS THE RUN INSTEAD.
       995-ABORT-GRADE-SCALE-TABLE.
      *
           DISPLAY "A8ROLL - GRADE SCALE ERROR - RUN ABORTED".
           DISPLAY "A8ROLL - " ABORT-MESSAGE.
           DISPLAY "A8ROLL - CORRECT GRADESCL.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RHL1-MONTH.
           MOVE CD-DAY     TO RHL1-DAY.
           MOVE CD-YEAR    TO RHL1-YEAR.
           MOVE CD-HOURS   TO RHL2-HOURS.
           MOVE CD-MINUTES TO RHL2-MINUTES.
      *
      *    EVERY COURSE FOR THE STUDENT IS LOADED FIRST, THEN EARLIER
      *    ATTEMPTS OF REPEATED COURSES ARE SET ASIDE, AND ONLY THEN
      *    ARE THE TERM TOTALS BUILT AND WRITTEN.
       200-ROLL-UP-ONE-STUDENT.
      *
           MOVE CG-STUDENT-ID TO RW-CURRENT-STUDENT-ID.
           PERFORM 430-KEEP-ONE-HISTORY-TERM
               UNTIL HK-STUDENT-ID NOT < RW-CURRENT-STUDENT-ID.
           MOVE ZERO TO COURSE-ENTRY-COUNT.
           PERFORM 210-LOAD-ONE-COURSE
               UNTIL COURSEGR-EOF-SWITCH = "Y"
                  OR CG-STUDENT-ID NOT = RW-CURRENT-STUDENT-ID.
           PERFORM 300-MARK-REPLACED-ATTEMPTS.
           PERFORM 400-WRITE-STUDENT-TERMS.
           ADD 1 TO STUDENTS-ROLLED-COUNT.
      *
       210-LOAD-ONE-COURSE.
      *
           IF COURSE-ENTRY-COUNT < 200
               ADD 1 TO COURSE-ENTRY-COUNT
           ELSE
               PERFORM 996-ABORT-COURSE-TABLE-FULL.
           MOVE COURSE-ENTRY-COUNT TO CT-ENTRY-INDEX.
           MOVE CG-TERM-CODE    TO CTE-TERM-CODE (CT-ENTRY-INDEX).
           MOVE CG-COURSE-ID    TO CTE-COURSE-ID (CT-ENTRY-INDEX).
           MOVE CG-SECTION      TO CTE-SECTION (CT-ENTRY-INDEX).
           MOVE CG-UNITS        TO CTE-UNITS (CT-ENTRY-INDEX).
           MOVE CG-LETTER-GRADE TO CTE-LETTER-GRADE (CT-ENTRY-INDEX).
           MOVE ZERO            TO CTE-COURSE-POINTS (CT-ENTRY-INDEX).
           MOVE "N"             TO CTE-ATTEMPT-SWITCH (CT-ENTRY-INDEX).
           MOVE "N"             TO CTE-PASS-SWITCH (CT-ENTRY-INDEX).
           MOVE "N"             TO CTE-REPLACED-SWITCH (CT-ENTRY-INDEX).
           MOVE ZERO            TO CTE-REPEAT-UNITS (CT-ENTRY-INDEX).
           MOVE ZERO            TO CTE-REPEAT-POINTS (CT-ENTRY-INDEX).
           PERFORM 230-CLASSIFY-COURSE-GRADE.
           PERFORM 220-READ-COURSE-RECORD.
      *
      *    RECORDS WITHOUT A USABLE STUDENT ID, TERM, OR UNIT COUNT
      *    ARE COUNTED AND SKIPPED; VALID RECORDS MUST ARRIVE IN
      *    STUDENT AND TERM ORDER OR A STUDENT'S COURSES WOULD BE
      *    SPLIT ACROSS TWO SETS OF TERM RECORDS.
       220-READ-COURSE-RECORD.
      *
           MOVE "N" TO COURSE-VALID-SWITCH.
           PERFORM 221-READ-ONE-COURSE-RECORD
               UNTIL COURSE-RECORD-VALID
                  OR COURSEGR-EOF-SWITCH = "Y".
      *
       221-READ-ONE-COURSE-RECORD.
      *
           READ COURSEGR
               AT END
                   MOVE "Y" TO COURSEGR-EOF-SWITCH.
           IF COURSEGR-EOF-SWITCH = "N"
               ADD 1 TO COURSES-READ-COUNT
               IF CG-STUDENT-ID NUMERIC
                  AND CG-STUDENT-ID > ZERO
                  AND CG-TERM-CODE NUMERIC
                  AND CG-UNITS NUMERIC
                   PERFORM 225-CHECK-COURSE-SEQUENCE
                   SET COURSE-RECORD-VALID TO TRUE
               ELSE
                   ADD 1 TO COURSES-REJECTED-COUNT.
      *
       225-CHECK-COURSE-SEQUENCE.
      *
           IF CG-STUDENT-ID < PREVIOUS-COURSE-ID
               MOVE "COURSES OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 991-ABORT-COURSEGR-SEQUENCE.
           IF CG-STUDENT-ID = PREVIOUS-COURSE-ID
              AND CG-TERM-CODE < PREVIOUS-TERM-CODE
               MOVE "COURSES OUT OF TERM SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 991-ABORT-COURSEGR-SEQUENCE.
           MOVE CG-STUDENT-ID TO PREVIOUS-COURSE-ID.
           MOVE CG-TERM-CODE  TO PREVIOUS-TERM-CODE.
      *
      *    THE OLD HISTORY MUST BE IN STUDENT AND TERM ORDER WITH ONE
      *    RECORD PER TERM FOR THE MERGE TO KEEP EVERY TERM ONCE.
       240-READ-HISTORY-RECORD.
      *
           READ GRADEHIST
               AT END
                   MOVE "Y" TO GRADEHIST-EOF-SWITCH.
           IF GRADEHIST-EOF-SWITCH = "Y"
               MOVE 999999999 TO HK-STUDENT-ID
               MOVE 999999    TO HK-TERM-CODE
           ELSE
               PERFORM 245-CHECK-HISTORY-SEQUENCE
               MOVE GH-STUDENT-ID TO HK-STUDENT-ID
               MOVE GH-TERM-CODE  TO HK-TERM-CODE.
      *
       245-CHECK-HISTORY-SEQUENCE.
      *
           IF GH-STUDENT-ID < PREVIOUS-HISTORY-ID
               MOVE "HISTORY OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-GRADEHIST-SEQUENCE.
           IF GH-STUDENT-ID = PREVIOUS-HISTORY-ID
              AND GH-TERM-CODE NOT > PREVIOUS-HISTORY-TERM
               MOVE "HISTORY OUT OF TERM SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-GRADEHIST-SEQUENCE.
           MOVE GH-STUDENT-ID TO PREVIOUS-HISTORY-ID.
           MOVE GH-TERM-CODE  TO PREVIOUS-HISTORY-TERM.
      *
      *    A LETTER ON THE SCALE EARNS UNITS TIMES ITS POINT VALUE.
      *    INCOMPLETE, WITHDRAWAL, AND PASS/NO PASS CARRY NO POINTS
      *    AND NO GPA UNITS.  A LETTER ON NEITHER LIST IS LISTED ON
      *    THE REGISTER AND KEPT OUT OF THE TERM UNTIL THE SCALE OR
      *    THE GRADE IS CORRECTED.  A GRADED OR PASS/NO PASS RESULT
      *    IS A COMPLETED ATTEMPT THAT CAN REPLACE AN EARLIER ONE; A
      *    WITHDRAWAL OR INCOMPLETE CANNOT.
       230-CLASSIFY-COURSE-GRADE.
      *
           IF CG-NON-GPA-GRADE
               PERFORM 232-CLASSIFY-NON-GPA-GRADE
           ELSE
               PERFORM 235-FIND-GRADE-SCALE-ENTRY
               IF SCL-FOUND
                   MOVE "C" TO CTE-DISPOSITION (CT-ENTRY-INDEX)
                   MOVE "Y" TO CTE-ATTEMPT-SWITCH (CT-ENTRY-INDEX)
                   COMPUTE CTE-COURSE-POINTS (CT-ENTRY-INDEX) =
                       CG-UNITS * SCT-GRADE-POINTS (SCL-SEARCH-INDEX)
               ELSE
                   MOVE "X" TO CTE-DISPOSITION (CT-ENTRY-INDEX).
      *
       232-CLASSIFY-NON-GPA-GRADE.
      *
           MOVE "N" TO CTE-DISPOSITION (CT-ENTRY-INDEX).
           IF CG-PASS-NO-PASS-GRADE
               MOVE "Y" TO CTE-ATTEMPT-SWITCH (CT-ENTRY-INDEX).
           IF CG-LETTER-GRADE = "P "
               MOVE "Y" TO CTE-PASS-SWITCH (CT-ENTRY-INDEX).
      *
       235-FIND-GRADE-SCALE-ENTRY.
      *
           MOVE "N" TO SCL-FOUND-SWITCH.
           MOVE 1   TO SCL-SEARCH-INDEX.
           PERFORM 236-SEARCH-GRADE-SCALE-TABLE
               UNTIL SCL-FOUND
                  OR SCL-SEARCH-INDEX > GRADE-SCALE-ENTRY-COUNT.
      *
       236-SEARCH-GRADE-SCALE-TABLE.
      *
           IF CG-LETTER-GRADE = SCT-LETTER-GRADE (SCL-SEARCH-INDEX)
               SET SCL-FOUND TO TRUE
           ELSE
               ADD 1 TO SCL-SEARCH-INDEX.
      *
      *    A COURSE TAKEN AGAIN IN A LATER TERM AND COMPLETED THERE
      *    REPLACES THE EARLIER ATTEMPT.  THE EARLIER TERM HAS ALREADY
      *    BEEN POSTED TO THE CUMULATIVE TOTALS, SO IT IS LEFT AS IT
      *    WAS AND THE REPLACED UNITS AND POINTS ARE TAKEN OUT OF THE
      *    TERM OF THE ATTEMPT THAT REPLACES IT.  THE TABLE IS IN TERM
      *    ORDER, SO ONLY THE ENTRIES AFTER AN ATTEMPT NEED TO BE
      *    SEARCHED, AND THE FIRST LATER COMPLETED ATTEMPT FOUND IS
      *    THE ONE THAT REPLACES IT.
       300-MARK-REPLACED-ATTEMPTS.
      *
           MOVE 1 TO CT-CHECK-INDEX.
           PERFORM 305-CHECK-ONE-ATTEMPT
               UNTIL CT-CHECK-INDEX > COURSE-ENTRY-COUNT.
      *
       305-CHECK-ONE-ATTEMPT.
      *
           IF CTE-COUNTED (CT-CHECK-INDEX)
              OR CTE-NON-GPA (CT-CHECK-INDEX)
               MOVE "N" TO CT-LATER-SWITCH
               COMPUTE CT-SEARCH-INDEX = CT-CHECK-INDEX + 1
               PERFORM 310-SEARCH-LATER-ATTEMPT
                   UNTIL CT-LATER-ATTEMPT-FOUND
                      OR CT-SEARCH-INDEX > COURSE-ENTRY-COUNT
               IF CT-LATER-ATTEMPT-FOUND
                   PERFORM 315-SET-ASIDE-ATTEMPT.
           ADD 1 TO CT-CHECK-INDEX.
      *
       310-SEARCH-LATER-ATTEMPT.
      *
           IF CTE-COURSE-ID (CT-SEARCH-INDEX) =
                  CTE-COURSE-ID (CT-CHECK-INDEX)
              AND CTE-TERM-CODE (CT-SEARCH-INDEX) >
                  CTE-TERM-CODE (CT-CHECK-INDEX)
              AND CTE-COMPLETED-ATTEMPT (CT-SEARCH-INDEX)
               SET CT-LATER-ATTEMPT-FOUND TO TRUE
           ELSE
               ADD 1 TO CT-SEARCH-INDEX.
      *
       315-SET-ASIDE-ATTEMPT.
      *
           MOVE "Y" TO CTE-REPLACED-SWITCH (CT-CHECK-INDEX).
           IF CTE-COUNTED (CT-CHECK-INDEX)
               ADD CTE-UNITS (CT-CHECK-INDEX)
                   TO CTE-REPEAT-UNITS (CT-SEARCH-INDEX)
               ADD CTE-COURSE-POINTS (CT-CHECK-INDEX)
                   TO CTE-REPEAT-POINTS (CT-SEARCH-INDEX).
      *
      *    THE COURSES ARE WALKED IN TERM ORDER; EACH CHANGE OF TERM
      *    CLOSES THE PRIOR TERM WITH ITS GRADE HISTORY RECORD AND
      *    TOTAL LINE.  A TERM WITH NO GRADED COURSE STILL WRITES A
      *    ZERO-UNIT RECORD SO THE TERM APPEARS ON THE TRANSCRIPT.
       400-WRITE-STUDENT-TERMS.
      *
           MOVE ZERO TO RW-CARRY-UNITS.
           MOVE ZERO TO RW-CARRY-POINTS.
           MOVE CTE-TERM-CODE (1) TO RW-CURRENT-TERM-CODE.
           PERFORM 405-CLEAR-TERM-TOTALS.
           MOVE 1 TO CT-PRINT-INDEX.
           PERFORM 410-ROLL-UP-ONE-COURSE
               UNTIL CT-PRINT-INDEX > COURSE-ENTRY-COUNT.
           PERFORM 420-WRITE-TERM-RECORD.
      *
       405-CLEAR-TERM-TOTALS.
      *
           MOVE ZERO TO RW-TERM-GPA-UNITS.
           MOVE ZERO TO RW-TERM-POINTS.
           MOVE ZERO TO RW-TERM-PASS-UNITS.
           MOVE ZERO TO RW-REPEAT-UNITS.
           MOVE ZERO TO RW-REPEAT-POINTS.
      *
       410-ROLL-UP-ONE-COURSE.
      *
           IF CTE-TERM-CODE (CT-PRINT-INDEX) NOT = RW-CURRENT-TERM-CODE
               PERFORM 420-WRITE-TERM-RECORD
               MOVE CTE-TERM-CODE (CT-PRINT-INDEX)
                   TO RW-CURRENT-TERM-CODE
               PERFORM 405-CLEAR-TERM-TOTALS.
           PERFORM 415-ADD-COURSE-TO-TERM.
           PERFORM 500-PRINT-COURSE-LINE.
           ADD 1 TO CT-PRINT-INDEX.
      *
      *    ONLY COUNTED COURSES ENTER THE TERM UNITS AND POINTS,
      *    INCLUDING AN ATTEMPT A LATER REPEAT REPLACES.  A PASSING
      *    GRADE IS SHOWN ON THE TOTAL LINE AS NON-GPA UNITS BUT, LIKE
      *    TRANSFER CREDIT, NEVER ENTERS A GPA.
       415-ADD-COURSE-TO-TERM.
      *
           IF CTE-COUNTED (CT-PRINT-INDEX)
               ADD CTE-UNITS (CT-PRINT-INDEX) TO RW-TERM-GPA-UNITS
               ADD CTE-COURSE-POINTS (CT-PRINT-INDEX) TO RW-TERM-POINTS.
           IF CTE-REPLACED (CT-PRINT-INDEX)
               ADD 1 TO REPLACED-COURSES-COUNT
           ELSE
           IF CTE-COUNTED (CT-PRINT-INDEX)
               ADD 1 TO COURSES-COUNTED-COUNT
           ELSE
           IF CTE-NON-GPA (CT-PRINT-INDEX)
               ADD 1 TO NON-GPA-COURSES-COUNT
           ELSE
               ADD 1 TO NOT-ON-SCALE-COUNT.
           IF CTE-NON-GPA (CT-PRINT-INDEX)
              AND CTE-PASS-GRADE (CT-PRINT-INDEX)
               ADD CTE-UNITS (CT-PRINT-INDEX) TO RW-TERM-PASS-UNITS.
           ADD CTE-REPEAT-UNITS (CT-PRINT-INDEX)  TO RW-REPEAT-UNITS.
           ADD CTE-REPEAT-POINTS (CT-PRINT-INDEX) TO RW-REPEAT-POINTS.
      *
      *    THE TERM RECORD IS THE TERM'S OWN COURSES LESS THE
      *    ATTEMPTS ITS REPEATS REPLACE.  WHEN THAT WOULD GO BELOW
      *    ZERO THE TERM IS WRITTEN AT ZERO AND THE SHORTFALL IS
      *    CARRIED INTO THE STUDENT'S NEXT ROLLED TERM.  THE TERM GPA
      *    ON THE REGISTER IS TAKEN ON THE TERM'S OWN COURSES.
       420-WRITE-TERM-RECORD.
      *
           MOVE RW-CURRENT-STUDENT-ID TO RK-STUDENT-ID.
           MOVE RW-CURRENT-TERM-CODE  TO RK-TERM-CODE.
           PERFORM 430-KEEP-ONE-HISTORY-TERM
               UNTIL HISTORY-KEY NOT < ROLLED-KEY.
           IF HISTORY-KEY = ROLLED-KEY
               ADD 1 TO HISTORY-REBUILT-COUNT
               PERFORM 240-READ-HISTORY-RECORD.
           COMPUTE RW-NET-UNITS =
               RW-TERM-GPA-UNITS - RW-REPEAT-UNITS - RW-CARRY-UNITS.
           COMPUTE RW-NET-POINTS =
               RW-TERM-POINTS - RW-REPEAT-POINTS - RW-CARRY-POINTS.
           MOVE "N"  TO RW-CARRY-SWITCH.
           MOVE ZERO TO RW-CARRY-UNITS.
           MOVE ZERO TO RW-CARRY-POINTS.
           IF RW-NET-UNITS < ZERO
               COMPUTE RW-CARRY-UNITS = ZERO - RW-NET-UNITS
               MOVE ZERO TO RW-NET-UNITS
               SET RW-REPEAT-CARRIED TO TRUE.
           IF RW-NET-POINTS < ZERO
               COMPUTE RW-CARRY-POINTS = ZERO - RW-NET-POINTS
               MOVE ZERO TO RW-NET-POINTS
               SET RW-REPEAT-CARRIED TO TRUE.
           IF RW-REPEAT-CARRIED
               ADD 1 TO REPEAT-CARRIED-COUNT.
           MOVE SPACE                 TO ROLLED-HISTORY-RECORD.
           MOVE RW-CURRENT-STUDENT-ID TO RH-STUDENT-ID.
           MOVE RW-CURRENT-TERM-CODE  TO RH-TERM-CODE.
           MOVE RW-NET-UNITS          TO RH-TERM-UNITS.
           COMPUTE RH-TERM-GRADE-POINTS ROUNDED = RW-NET-POINTS.
           WRITE ROLLED-HISTORY-RECORD.
           ADD 1 TO TERMS-WRITTEN-COUNT.
           IF RW-TERM-GPA-UNITS > ZERO
               COMPUTE RW-TERM-GPA ROUNDED =
                   RW-TERM-POINTS / RW-TERM-GPA-UNITS
           ELSE
               MOVE ZERO TO RW-TERM-GPA.
           PERFORM 520-PRINT-TERM-TOTAL-LINE.
      *
       430-KEEP-ONE-HISTORY-TERM.
      *
           MOVE GRADE-HISTORY-RECORD TO ROLLED-HISTORY-RECORD.
           WRITE ROLLED-HISTORY-RECORD.
           ADD 1 TO HISTORY-KEPT-COUNT.
           PERFORM 240-READ-HISTORY-RECORD.
      *
       500-PRINT-COURSE-LINE.
      *
           IF ROLL-LINE-COUNT >= ROLL-LINES-ON-PAGE
               PERFORM 510-PRINT-ROLL-HEADING-LINES.
           MOVE RW-CURRENT-STUDENT-ID TO STUDENT-ID-SPLIT.
           MOVE SIS-STUDENT-ID-1 TO RDL-STUDENT-ID-1.
           MOVE SIS-STUDENT-ID-2 TO RDL-STUDENT-ID-2.
           MOVE SIS-STUDENT-ID-3 TO RDL-STUDENT-ID-3.
           MOVE CTE-TERM-CODE (CT-PRINT-INDEX) TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR TO RDL-TERM-YEAR.
           MOVE TCS-TERM-PART TO RDL-TERM-PART.
           MOVE CTE-COURSE-ID (CT-PRINT-INDEX)    TO RDL-COURSE-ID.
           MOVE CTE-SECTION (CT-PRINT-INDEX)      TO RDL-SECTION.
           MOVE CTE-UNITS (CT-PRINT-INDEX)        TO RDL-UNITS.
           MOVE CTE-LETTER-GRADE (CT-PRINT-INDEX) TO RDL-LETTER-GRADE.
           MOVE CTE-COURSE-POINTS (CT-PRINT-INDEX)
               TO RDL-COURSE-POINTS.
           IF CTE-REPLACED (CT-PRINT-INDEX)
               MOVE "REPLACED BY REPEAT" TO RDL-DISPOSITION
           ELSE
           IF CTE-COUNTED (CT-PRINT-INDEX)
               MOVE "COUNTED"            TO RDL-DISPOSITION
           ELSE
           IF CTE-NON-GPA (CT-PRINT-INDEX)
               MOVE "NON-GPA GRADE"      TO RDL-DISPOSITION
           ELSE
               MOVE "GRADE NOT ON SCALE" TO RDL-DISPOSITION.
           MOVE ROLL-DETAIL-LINE TO ROLL-PRINT-AREA.
           WRITE ROLL-PRINT-AREA
               AFTER ADVANCING ROLL-SPACE-CONTROL LINES.
           ADD 1  TO ROLL-LINE-COUNT.
           MOVE 1 TO ROLL-SPACE-CONTROL.
      *
       510-PRINT-ROLL-HEADING-LINES.
      *
           ADD 1 TO ROLL-PAGE-COUNT.
           MOVE ROLL-PAGE-COUNT TO RHL1-PAGE-NUMBER.
           MOVE ROLL-HEADING-LINE-1 TO ROLL-PRINT-AREA.
           WRITE ROLL-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE ROLL-HEADING-LINE-2 TO ROLL-PRINT-AREA.
           WRITE ROLL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ROLL-HEADING-LINE-3 TO ROLL-PRINT-AREA.
           WRITE ROLL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO ROLL-LINE-COUNT.
           MOVE 2 TO ROLL-SPACE-CONTROL.
      *
       520-PRINT-TERM-TOTAL-LINE.
      *
           IF ROLL-LINE-COUNT >= ROLL-LINES-ON-PAGE
               PERFORM 510-PRINT-ROLL-HEADING-LINES.
           MOVE RW-CURRENT-TERM-CODE TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR        TO RTL-TERM-YEAR.
           MOVE TCS-TERM-PART        TO RTL-TERM-PART.
           MOVE RH-TERM-UNITS        TO RTL-GPA-UNITS.
           MOVE RH-TERM-GRADE-POINTS TO RTL-TERM-POINTS.
           MOVE RW-TERM-GPA          TO RTL-TERM-GPA.
           MOVE RW-TERM-PASS-UNITS   TO RTL-PASS-UNITS.
           IF RW-REPEAT-UNITS > ZERO OR RW-REPEAT-POINTS > ZERO
               MOVE "LESS REPEAT: " TO RTL-REPEAT-LABEL
           ELSE
               MOVE SPACE           TO RTL-REPEAT-LABEL.
           MOVE RW-REPEAT-UNITS      TO RTL-REPEAT-UNITS.
           MOVE RW-REPEAT-POINTS     TO RTL-REPEAT-POINTS.
           IF RW-REPEAT-CARRIED
               MOVE "CARRIED"       TO RTL-CARRY-NOTE
           ELSE
               MOVE SPACE           TO RTL-CARRY-NOTE.
           MOVE ROLL-TERM-TOTAL-LINE TO ROLL-PRINT-AREA.
           WRITE ROLL-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 2  TO ROLL-LINE-COUNT.
           MOVE 2 TO ROLL-SPACE-CONTROL.
      *
       800-PRINT-ROLL-UP-TOTALS.
      *
           IF ROLL-LINE-COUNT >= ROLL-LINES-ON-PAGE
               PERFORM 510-PRINT-ROLL-HEADING-LINES.
           MOVE "COURSE RECORDS READ: " TO RTOT-DESCRIPTION.
           MOVE COURSES-READ-COUNT      TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "RECORDS REJECTED:   " TO RTOT-DESCRIPTION.
           MOVE COURSES-REJECTED-COUNT TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS ROLLED UP: " TO RTOT-DESCRIPTION.
           MOVE STUDENTS-ROLLED-COUNT  TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "TERM RECORDS WRITTEN:" TO RTOT-DESCRIPTION.
           MOVE TERMS-WRITTEN-COUNT     TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY TERMS REBUILT:" TO RTOT-DESCRIPTION.
           MOVE HISTORY-REBUILT-COUNT    TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY TERMS KEPT: " TO RTOT-DESCRIPTION.
           MOVE HISTORY-KEPT-COUNT     TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "COURSES COUNTED:    " TO RTOT-DESCRIPTION.
           MOVE COURSES-COUNTED-COUNT  TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NON-GPA COURSES:    " TO RTOT-DESCRIPTION.
           MOVE NON-GPA-COURSES-COUNT  TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "REPLACED BY REPEAT: " TO RTOT-DESCRIPTION.
           MOVE REPLACED-COURSES-COUNT TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "GRADES NOT ON SCALE:" TO RTOT-DESCRIPTION.
           MOVE NOT-ON-SCALE-COUNT     TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "REPEAT UNITS CARRIED:" TO RTOT-DESCRIPTION.
           MOVE REPEAT-CARRIED-COUNT    TO RTOT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE ROLL-TOTAL-LINE TO ROLL-PRINT-AREA.
           WRITE ROLL-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO ROLL-LINE-COUNT.
      *
       991-ABORT-COURSEGR-SEQUENCE.
      *
           DISPLAY "A8ROLL - COURSEGR CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8ROLL - " ABORT-MESSAGE.
           DISPLAY "A8ROLL - STUDENT ID " CG-STUDENT-ID
               " TERM " CG-TERM-CODE.
           DISPLAY "A8ROLL - DISCARD ROLLHIST.DAT, SORT THE COURSE "
               "FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       992-ABORT-GRADEHIST-SEQUENCE.
      *
           DISPLAY "A8ROLL - GRADEHIST CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8ROLL - " ABORT-MESSAGE.
           DISPLAY "A8ROLL - STUDENT ID " GH-STUDENT-ID
               " TERM " GH-TERM-CODE.
           DISPLAY "A8ROLL - DISCARD ROLLHIST.DAT, CORRECT THE GRADE "
               "HISTORY AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *    A STUDENT'S COURSES MUST ALL BE IN THE TABLE BEFORE ANY
      *    REPEAT CAN BE RESOLVED, SO AN OVERFLOW STOPS THE RUN.
       996-ABORT-COURSE-TABLE-FULL.
      *
           DISPLAY "A8ROLL - STUDENT COURSE TABLE FULL".
           DISPLAY "A8ROLL - STUDENT ID " CG-STUDENT-ID.
           DISPLAY "A8ROLL - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8ROLL.

      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program compares two generations of the student
      *          master - NEWMAST, POSTMAST, CLRMAST, STANDMST, or any
      *          earlier copy - matched by student id, and writes a
      *          delta file of the students added, dropped, and
      *          changed so the housing, financial aid, and athletics
      *          jobs can apply only what changed.  Each change record
      *          flags which fields changed: status, address, class
      *          standing, major, units, grade points, and, when both
      *          generations carry it, the computed standing code.  A
      *          summary of change counts by field is printed, and any
      *          count above the alert percent of the old generation
      *          is flagged so the delta can be held before release.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8COMP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLDMAST   ASSIGN TO "CMPOLD.DAT".
           SELECT OLDSTND   ASSIGN TO "CMPOLD.DAT".
           SELECT NEWMAST   ASSIGN TO "CMPNEW.DAT".
           SELECT NEWSTND   ASSIGN TO "CMPNEW.DAT".
           SELECT CMPCTL    ASSIGN TO "CMPCTL.DAT"
               FILE STATUS IS CMPCTL-STATUS.
           SELECT CMPDELTA  ASSIGN TO "CMPDELTA.DAT".
           SELECT CMPRPT    ASSIGN TO "CMPRPT.PRN".

       DATA DIVISION.

       FILE SECTION.

      *    EACH SIDE OF THE COMPARE IS EITHER A STUDENT MASTER
      *    GENERATION OR A STANDING MASTER GENERATION, WHICH IS THE
      *    SAME RECORD FOLLOWED BY THE STANDING CODE AND GPA.  THE
      *    CONTROL CARD SAYS WHICH, AND THE MATCHING FILE IS OPENED.
       FD  OLDMAST.
      *
       01  OLD-MASTER-RECORD           PIC X(104).
      *
       FD  OLDSTND.
      *
       01  OLD-STANDING-RECORD         PIC X(109).
      *
       FD  NEWMAST.
      *
       01  NEW-MASTER-RECORD           PIC X(104).
      *
       FD  NEWSTND.
      *
       01  NEW-STANDING-RECORD         PIC X(109).
      *
       FD  CMPCTL.
      *
       01  COMPARE-CONTROL-RECORD.
           05  CC-OLD-FORMAT           PIC X.
           05  CC-NEW-FORMAT           PIC X.
           05  CC-ALERT-PERCENT        PIC 9(3).
           05  FILLER                  PIC X(75).
      *
      *    THE DELTA: A HEADER WITH BOTH EXTRACT DATES, ONE RECORD
      *    PER STUDENT ADDED, DROPPED, OR CHANGED IN STUDENT ID
      *    ORDER, AND A TRAILER WITH THE COUNTS.  ADDS AND CHANGES
      *    CARRY THE NEW IMAGE; DROPS CARRY THE LAST IMAGE HELD.
       FD  CMPDELTA.
      *
       01  DELTA-DETAIL-RECORD.
           05  DL-RECORD-TYPE          PIC X.
           05  DL-ACTION               PIC X.
           05  DL-STUDENT-ID           PIC 9(9).
           05  DL-CHANGE-FLAGS.
               10  DL-STATUS-CHANGED   PIC X.
               10  DL-ADDRESS-CHANGED  PIC X.
               10  DL-STANDING-CHANGED PIC X.
               10  DL-MAJOR-CHANGED    PIC X.
               10  DL-UNITS-CHANGED    PIC X.
               10  DL-POINTS-CHANGED   PIC X.
               10  DL-STANDING-CODE-CHANGED PIC X.
               10  DL-OTHER-CHANGED    PIC X.
           05  DL-MASTER-DATA          PIC X(104).
           05  DL-STANDING-CODE        PIC X(2).
           05  DL-GPA                  PIC X(3).
      *
       01  DELTA-HEADER-RECORD.
           05  DH-RECORD-TYPE          PIC X.
           05  DH-OLD-EXTRACT-DATE     PIC 9(8).
           05  DH-NEW-EXTRACT-DATE     PIC 9(8).
           05  DH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(103).
      *
       01  DELTA-TRAILER-RECORD.
           05  DT-RECORD-TYPE          PIC X.
           05  DT-ADD-COUNT            PIC 9(7).
           05  DT-DROP-COUNT           PIC 9(7).
           05  DT-CHANGE-COUNT         PIC 9(7).
           05  DT-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(97).
      *
       FD  CMPRPT.
      *
       01  COMPARE-PRINT-AREA         PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  OLD-EOF-SWITCH         PIC X    VALUE "N".
           05  NEW-EOF-SWITCH         PIC X    VALUE "N".
           05  CMPCTL-EOF-SWITCH      PIC X    VALUE "N".
           05  OLD-DETAIL-SWITCH      PIC X    VALUE "N".
               88  OLD-DETAIL-READY           VALUE "Y".
           05  NEW-DETAIL-SWITCH      PIC X    VALUE "N".
               88  NEW-DETAIL-READY           VALUE "Y".
           05  OLD-HEADER-SWITCH      PIC X    VALUE "N".
               88  OLD-HEADER-SEEN            VALUE "Y".
           05  NEW-HEADER-SWITCH      PIC X    VALUE "N".
               88  NEW-HEADER-SEEN            VALUE "Y".
           05  CHANGE-FOUND-SWITCH    PIC X    VALUE "N".
               88  CHANGE-FOUND               VALUE "Y".
           05  ALERT-SWITCH           PIC X    VALUE "N".
               88  ALERT-RAISED               VALUE "Y".
      *
       01  CMPCTL-STATUS              PIC XX.
      *
       01  COMPARE-CONTROL-FIELDS.
           05  OLD-FORMAT             PIC X    VALUE "M".
               88  OLD-MASTER-FORMAT          VALUE "M".
               88  OLD-STANDING-FORMAT        VALUE "S".
           05  NEW-FORMAT             PIC X    VALUE "M".
               88  NEW-MASTER-FORMAT          VALUE "M".
               88  NEW-STANDING-FORMAT        VALUE "S".
           05  ALERT-PERCENT          PIC S9(3) VALUE +25.
           05  OLD-KEY                PIC 9(9)  VALUE ZERO.
           05  NEW-KEY                PIC 9(9)  VALUE ZERO.
           05  OLD-EXTRACT-DATE       PIC 9(8)  VALUE ZERO.
           05  NEW-EXTRACT-DATE       PIC 9(8)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
           05  ABORT-GENERATION       PIC X(6)  VALUE SPACE.
      *
      *    BOTH GENERATIONS ARE READ INTO THE STANDING LAYOUT; A
      *    STUDENT MASTER RECORD LEAVES THE STANDING CODE BLANK.
       01  OLD-COMPARE-AREA.
           05  OC-MASTER-DATA.
               10  OC-STUDENT-ID           PIC 9(9).
               10  OC-STUDENT-STATUS       PIC X.
               10  OC-STUDENT-NAME         PIC X(25).
               10  OC-DATE-OF-BIRTH        PIC 9(8).
               10  OC-STUDENT-ADDRESS-DATA.
                   15  OC-STUDENT-ADDRESS  PIC X(25).
                   15  OC-STUDENT-CITY     PIC X(11).
                   15  OC-STUDENT-STATE    PIC X(2).
                   15  OC-STUDENT-ZIP-CODE PIC 9(5).
                   15  OC-STUDENT-ZIP-CODE-EXT PIC 9(4).
               10  OC-CLASS-STANDING       PIC 9.
               10  OC-MAJOR                PIC X(4).
               10  OC-UNITS-COMPLETED      PIC 9(3).
               10  OC-TOTAL-GRADE-POINTS   PIC 9(3).
               10  OC-UNITS-IN-PROGRESS    PIC 9(3).
           05  OC-CONTROL-VIEW REDEFINES OC-MASTER-DATA.
               10  OCV-RECORD-ID           PIC 9(9).
               10  OCV-RECORD-TYPE         PIC X.
               10  OCV-EXTRACT-DATE        PIC 9(8).
               10  OCV-RECORD-COUNT        PIC 9(9).
               10  FILLER                  PIC X(77).
           05  OC-STANDING-CODE            PIC X(2).
           05  OC-GPA                      PIC X(3).
      *
       01  NEW-COMPARE-AREA.
           05  NC-MASTER-DATA.
               10  NC-STUDENT-ID           PIC 9(9).
               10  NC-STUDENT-STATUS       PIC X.
               10  NC-STUDENT-NAME         PIC X(25).
               10  NC-DATE-OF-BIRTH        PIC 9(8).
               10  NC-STUDENT-ADDRESS-DATA.
                   15  NC-STUDENT-ADDRESS  PIC X(25).
                   15  NC-STUDENT-CITY     PIC X(11).
                   15  NC-STUDENT-STATE    PIC X(2).
                   15  NC-STUDENT-ZIP-CODE PIC 9(5).
                   15  NC-STUDENT-ZIP-CODE-EXT PIC 9(4).
               10  NC-CLASS-STANDING       PIC 9.
               10  NC-MAJOR                PIC X(4).
               10  NC-UNITS-COMPLETED      PIC 9(3).
               10  NC-TOTAL-GRADE-POINTS   PIC 9(3).
               10  NC-UNITS-IN-PROGRESS    PIC 9(3).
           05  NC-CONTROL-VIEW REDEFINES NC-MASTER-DATA.
               10  NCV-RECORD-ID           PIC 9(9).
               10  NCV-RECORD-TYPE         PIC X.
               10  NCV-EXTRACT-DATE        PIC 9(8).
               10  NCV-RECORD-COUNT        PIC 9(9).
               10  FILLER                  PIC X(77).
           05  NC-STANDING-CODE            PIC X(2).
           05  NC-GPA                      PIC X(3).
      *
       01  COMPARE-TOTAL-FIELDS.
           05  OLD-RECORD-COUNT       PIC S9(9) VALUE ZERO.
           05  NEW-RECORD-COUNT       PIC S9(9) VALUE ZERO.
           05  MATCHED-COUNT          PIC S9(7) VALUE ZERO.
           05  UNCHANGED-COUNT        PIC S9(7) VALUE ZERO.
           05  ADDED-COUNT            PIC S9(7) VALUE ZERO.
           05  DROPPED-COUNT          PIC S9(7) VALUE ZERO.
           05  CHANGED-COUNT          PIC S9(7) VALUE ZERO.
           05  DELTA-WRITTEN-COUNT    PIC S9(9) VALUE ZERO.
           05  STATUS-CHANGE-COUNT    PIC S9(7) VALUE ZERO.
           05  ADDRESS-CHANGE-COUNT   PIC S9(7) VALUE ZERO.
           05  STANDING-CHANGE-COUNT  PIC S9(7) VALUE ZERO.
           05  MAJOR-CHANGE-COUNT     PIC S9(7) VALUE ZERO.
           05  UNITS-CHANGE-COUNT     PIC S9(7) VALUE ZERO.
           05  POINTS-CHANGE-COUNT    PIC S9(7) VALUE ZERO.
           05  STANDING-CODE-CHANGE-COUNT PIC S9(7) VALUE ZERO.
           05  OTHER-CHANGE-COUNT     PIC S9(7) VALUE ZERO.
           05  SUMMARY-COUNT          PIC S9(7) VALUE ZERO.
           05  SUMMARY-PERCENT        PIC S9(3)V9 VALUE ZERO.
           05  PERCENT-BASE           PIC S9(9) VALUE ZERO.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  RUN-DATE-SPLIT.
           05  RDS-YEAR        PIC 9(4).
           05  RDS-MONTH       PIC 9(2).
           05  RDS-DAY         PIC 9(2).
      *
       01  EXTRACT-DATE-SPLIT.
           05  EDS-YEAR        PIC 9(4).
           05  EDS-MONTH       PIC 9(2).
           05  EDS-DAY         PIC 9(2).
      *
       01  COMPARE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  CHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "MASTER GENERATION COMPARE ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  CHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  COMPARE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  CHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  CHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(51)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  COMPARE-GENERATION-LINE.
           05  CGL-DESCRIPTION PIC X(22).
           05  CGL-EXTRACT-MONTH PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CGL-EXTRACT-DAY PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CGL-EXTRACT-YEAR PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  CGL-FORMAT      PIC X(15).
           05  FILLER          PIC X(82)   VALUE SPACE.
      *
       01  COMPARE-COLUMN-LINE.
           05  FILLER          PIC X(22)   VALUE "CHANGE".
           05  FILLER          PIC X(7)    VALUE "  COUNT".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PERCENT".
           05  FILLER          PIC X(93)   VALUE SPACE.
      *
       01  COMPARE-SUMMARY-LINE.
           05  CSL-DESCRIPTION PIC X(22).
           05  CSL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  CSL-PERCENT     PIC ZZZ9.9.
           05  FILLER          PIC X(1)    VALUE "%".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  CSL-ALERT       PIC X(24).
           05  FILLER          PIC X(66)   VALUE SPACE.
      *
       01  COMPARE-TOTAL-LINE.
           05  CTL-DESCRIPTION PIC X(22).
           05  CTL-TOTAL       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(103)  VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-COMPARE-MASTER-GENERATIONS.
      *
           PERFORM 050-READ-CONTROL-CARD.
           PERFORM 060-OPEN-GENERATIONS.
           OPEN OUTPUT CMPDELTA
                OUTPUT CMPRPT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 210-READ-OLD-GENERATION.
           PERFORM 220-READ-NEW-GENERATION.
           IF NOT OLD-HEADER-SEEN
               MOVE "CMPOLD" TO ABORT-GENERATION
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-GENERATION-CONTROL.
           IF NOT NEW-HEADER-SEEN
               MOVE "CMPNEW" TO ABORT-GENERATION
               MOVE "HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 990-ABORT-GENERATION-CONTROL.
           PERFORM 250-WRITE-DELTA-HEADER.
           PERFORM 300-COMPARE-ONE-STUDENT
               UNTIL OLD-KEY = 999999999
                 AND NEW-KEY = 999999999.
           PERFORM 850-WRITE-DELTA-TRAILER.
           PERFORM 800-PRINT-COMPARE-SUMMARY.
           PERFORM 070-CLOSE-GENERATIONS.
           CLOSE CMPDELTA
                 CMPRPT.
           STOP RUN.
      *
       050-READ-CONTROL-CARD.
      *
           OPEN INPUT CMPCTL.
           IF CMPCTL-STATUS = "00"
               PERFORM 055-APPLY-CONTROL-CARD.
      *
       055-APPLY-CONTROL-CARD.
      *
           READ CMPCTL
               AT END
                   MOVE "Y" TO CMPCTL-EOF-SWITCH.
           IF CMPCTL-EOF-SWITCH = "N"
               IF CC-OLD-FORMAT = "M" OR CC-OLD-FORMAT = "S"
                   MOVE CC-OLD-FORMAT TO OLD-FORMAT.
           IF CMPCTL-EOF-SWITCH = "N"
               IF CC-NEW-FORMAT = "M" OR CC-NEW-FORMAT = "S"
                   MOVE CC-NEW-FORMAT TO NEW-FORMAT.
           IF CMPCTL-EOF-SWITCH = "N"
               IF CC-ALERT-PERCENT NUMERIC
                  AND CC-ALERT-PERCENT > ZERO
                   MOVE CC-ALERT-PERCENT TO ALERT-PERCENT.
           CLOSE CMPCTL.
      *
       060-OPEN-GENERATIONS.
      *
           IF OLD-STANDING-FORMAT
               OPEN INPUT OLDSTND
           ELSE
               OPEN INPUT OLDMAST.
           IF NEW-STANDING-FORMAT
               OPEN INPUT NEWSTND
           ELSE
               OPEN INPUT NEWMAST.
      *
       070-CLOSE-GENERATIONS.
      *
           IF OLD-STANDING-FORMAT
               CLOSE OLDSTND
           ELSE
               CLOSE OLDMAST.
           IF NEW-STANDING-FORMAT
               CLOSE NEWSTND
           ELSE
               CLOSE NEWMAST.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CHL1-MONTH.
           MOVE CD-DAY     TO CHL1-DAY.
           MOVE CD-YEAR    TO CHL1-YEAR.
           MOVE CD-HOURS   TO CHL2-HOURS.
           MOVE CD-MINUTES TO CHL2-MINUTES.
           MOVE CD-YEAR    TO RDS-YEAR.
           MOVE CD-MONTH   TO RDS-MONTH.
           MOVE CD-DAY     TO RDS-DAY.
      *
      *    THE HEADER IS NOTED AND PASSED OVER.  THE TRAILER ENDS THE
      *    GENERATION AND ITS COUNT MUST AGREE WITH THE DETAILS READ.
       210-READ-OLD-GENERATION.
      *
           MOVE "N" TO OLD-DETAIL-SWITCH.
           PERFORM 215-READ-ONE-OLD-RECORD
               UNTIL OLD-DETAIL-READY
                  OR OLD-EOF-SWITCH = "Y".
           IF OLD-EOF-SWITCH = "Y"
               MOVE 999999999 TO OLD-KEY
           ELSE
               PERFORM 217-CHECK-OLD-SEQUENCE.
      *
       215-READ-ONE-OLD-RECORD.
      *
           MOVE SPACE TO OLD-COMPARE-AREA.
           IF OLD-STANDING-FORMAT
               READ OLDSTND INTO OLD-COMPARE-AREA
                   AT END
                       PERFORM 218-OLD-TRAILER-MISSING
           ELSE
               READ OLDMAST INTO OLD-COMPARE-AREA
                   AT END
                       PERFORM 218-OLD-TRAILER-MISSING.
           IF OCV-RECORD-ID = ZERO AND OCV-RECORD-TYPE = "H"
               SET OLD-HEADER-SEEN TO TRUE
               MOVE OCV-EXTRACT-DATE TO OLD-EXTRACT-DATE
           ELSE
           IF OCV-RECORD-ID = 999999999 AND OCV-RECORD-TYPE = "T"
               MOVE "Y" TO OLD-EOF-SWITCH
               IF OCV-RECORD-COUNT NOT = OLD-RECORD-COUNT
                   MOVE "CMPOLD" TO ABORT-GENERATION
                   MOVE "TRAILER COUNT DOES NOT AGREE"
                       TO ABORT-MESSAGE
                   PERFORM 990-ABORT-GENERATION-CONTROL
               ELSE
                   NEXT SENTENCE
           ELSE
               ADD 1 TO OLD-RECORD-COUNT
               SET OLD-DETAIL-READY TO TRUE.
      *
       217-CHECK-OLD-SEQUENCE.
      *
           IF OC-STUDENT-ID NOT > OLD-KEY
               MOVE "CMPOLD" TO ABORT-GENERATION
               PERFORM 992-ABORT-GENERATION-SEQUENCE.
           MOVE OC-STUDENT-ID TO OLD-KEY.
      *
       218-OLD-TRAILER-MISSING.
      *
           MOVE "CMPOLD" TO ABORT-GENERATION.
           MOVE "TRAILER RECORD MISSING" TO ABORT-MESSAGE.
           PERFORM 990-ABORT-GENERATION-CONTROL.
      *
       220-READ-NEW-GENERATION.
      *
           MOVE "N" TO NEW-DETAIL-SWITCH.
           PERFORM 225-READ-ONE-NEW-RECORD
               UNTIL NEW-DETAIL-READY
                  OR NEW-EOF-SWITCH = "Y".
           IF NEW-EOF-SWITCH = "Y"
               MOVE 999999999 TO NEW-KEY
           ELSE
               PERFORM 227-CHECK-NEW-SEQUENCE.
      *
       225-READ-ONE-NEW-RECORD.
      *
           MOVE SPACE TO NEW-COMPARE-AREA.
           IF NEW-STANDING-FORMAT
               READ NEWSTND INTO NEW-COMPARE-AREA
                   AT END
                       PERFORM 228-NEW-TRAILER-MISSING
           ELSE
               READ NEWMAST INTO NEW-COMPARE-AREA
                   AT END
                       PERFORM 228-NEW-TRAILER-MISSING.
           IF NCV-RECORD-ID = ZERO AND NCV-RECORD-TYPE = "H"
               SET NEW-HEADER-SEEN TO TRUE
               MOVE NCV-EXTRACT-DATE TO NEW-EXTRACT-DATE
           ELSE
           IF NCV-RECORD-ID = 999999999 AND NCV-RECORD-TYPE = "T"
               MOVE "Y" TO NEW-EOF-SWITCH
               IF NCV-RECORD-COUNT NOT = NEW-RECORD-COUNT
                   MOVE "CMPNEW" TO ABORT-GENERATION
                   MOVE "TRAILER COUNT DOES NOT AGREE"
                       TO ABORT-MESSAGE
                   PERFORM 990-ABORT-GENERATION-CONTROL
               ELSE
                   NEXT SENTENCE
           ELSE
               ADD 1 TO NEW-RECORD-COUNT
               SET NEW-DETAIL-READY TO TRUE.
      *
       227-CHECK-NEW-SEQUENCE.
      *
           IF NC-STUDENT-ID NOT > NEW-KEY
               MOVE "CMPNEW" TO ABORT-GENERATION
               PERFORM 992-ABORT-GENERATION-SEQUENCE.
           MOVE NC-STUDENT-ID TO NEW-KEY.
      *
       228-NEW-TRAILER-MISSING.
      *
           MOVE "CMPNEW" TO ABORT-GENERATION.
           MOVE "TRAILER RECORD MISSING" TO ABORT-MESSAGE.
           PERFORM 990-ABORT-GENERATION-CONTROL.
      *
       250-WRITE-DELTA-HEADER.
      *
           MOVE SPACE            TO DELTA-HEADER-RECORD.
           MOVE "H"              TO DH-RECORD-TYPE.
           MOVE OLD-EXTRACT-DATE TO DH-OLD-EXTRACT-DATE.
           MOVE NEW-EXTRACT-DATE TO DH-NEW-EXTRACT-DATE.
           MOVE RUN-DATE-SPLIT   TO DH-RUN-DATE.
           WRITE DELTA-HEADER-RECORD.
      *
       300-COMPARE-ONE-STUDENT.
      *
           IF OLD-KEY < NEW-KEY
               PERFORM 400-WRITE-DROP-DELTA
               PERFORM 210-READ-OLD-GENERATION
           ELSE
           IF OLD-KEY > NEW-KEY
               PERFORM 410-WRITE-ADD-DELTA
               PERFORM 220-READ-NEW-GENERATION
           ELSE
               ADD 1 TO MATCHED-COUNT
               PERFORM 420-COMPARE-STUDENT-FIELDS
               PERFORM 210-READ-OLD-GENERATION
               PERFORM 220-READ-NEW-GENERATION.
      *
       400-WRITE-DROP-DELTA.
      *
           MOVE SPACE            TO DELTA-DETAIL-RECORD.
           MOVE "D"              TO DL-RECORD-TYPE.
           MOVE "D"              TO DL-ACTION.
           MOVE OC-STUDENT-ID    TO DL-STUDENT-ID.
           MOVE OC-MASTER-DATA   TO DL-MASTER-DATA.
           MOVE OC-STANDING-CODE TO DL-STANDING-CODE.
           MOVE OC-GPA           TO DL-GPA.
           WRITE DELTA-DETAIL-RECORD.
           ADD 1 TO DROPPED-COUNT.
           ADD 1 TO DELTA-WRITTEN-COUNT.
      *
       410-WRITE-ADD-DELTA.
      *
           MOVE SPACE            TO DELTA-DETAIL-RECORD.
           MOVE "D"              TO DL-RECORD-TYPE.
           MOVE "A"              TO DL-ACTION.
           MOVE NC-STUDENT-ID    TO DL-STUDENT-ID.
           MOVE NC-MASTER-DATA   TO DL-MASTER-DATA.
           MOVE NC-STANDING-CODE TO DL-STANDING-CODE.
           MOVE NC-GPA           TO DL-GPA.
           WRITE DELTA-DETAIL-RECORD.
           ADD 1 TO ADDED-COUNT.
           ADD 1 TO DELTA-WRITTEN-COUNT.
      *
      *    ADDRESS COVERS STREET, CITY, STATE, AND ZIP; UNITS COVERS
      *    BOTH UNITS COMPLETED AND UNITS IN PROGRESS.  NAME AND BIRTH
      *    DATE CORRECTIONS ARE FLAGGED AS OTHER SO NO DIFFERENCE IS
      *    LEFT OFF THE DELTA.  THE STANDING CODE CAN ONLY BE
      *    COMPARED WHEN BOTH GENERATIONS ARE STANDING MASTERS.
       420-COMPARE-STUDENT-FIELDS.
      *
           MOVE SPACE TO DELTA-DETAIL-RECORD.
           MOVE "N" TO CHANGE-FOUND-SWITCH.
           MOVE "NNNNNNNN" TO DL-CHANGE-FLAGS.
           IF OC-STUDENT-STATUS NOT = NC-STUDENT-STATUS
               MOVE "Y" TO DL-STATUS-CHANGED
               ADD 1 TO STATUS-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OC-STUDENT-ADDRESS-DATA NOT = NC-STUDENT-ADDRESS-DATA
               MOVE "Y" TO DL-ADDRESS-CHANGED
               ADD 1 TO ADDRESS-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OC-CLASS-STANDING NOT = NC-CLASS-STANDING
               MOVE "Y" TO DL-STANDING-CHANGED
               ADD 1 TO STANDING-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OC-MAJOR NOT = NC-MAJOR
               MOVE "Y" TO DL-MAJOR-CHANGED
               ADD 1 TO MAJOR-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OC-UNITS-COMPLETED NOT = NC-UNITS-COMPLETED
              OR OC-UNITS-IN-PROGRESS NOT = NC-UNITS-IN-PROGRESS
               MOVE "Y" TO DL-UNITS-CHANGED
               ADD 1 TO UNITS-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OC-TOTAL-GRADE-POINTS NOT = NC-TOTAL-GRADE-POINTS
               MOVE "Y" TO DL-POINTS-CHANGED
               ADD 1 TO POINTS-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OLD-STANDING-FORMAT
              AND NEW-STANDING-FORMAT
              AND OC-STANDING-CODE NOT = NC-STANDING-CODE
               MOVE "Y" TO DL-STANDING-CODE-CHANGED
               ADD 1 TO STANDING-CODE-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF OC-STUDENT-NAME NOT = NC-STUDENT-NAME
              OR OC-DATE-OF-BIRTH NOT = NC-DATE-OF-BIRTH
               MOVE "Y" TO DL-OTHER-CHANGED
               ADD 1 TO OTHER-CHANGE-COUNT
               SET CHANGE-FOUND TO TRUE.
           IF CHANGE-FOUND
               PERFORM 430-WRITE-CHANGE-DELTA
           ELSE
               ADD 1 TO UNCHANGED-COUNT.
      *
       430-WRITE-CHANGE-DELTA.
      *
           MOVE "D"              TO DL-RECORD-TYPE.
           MOVE "C"              TO DL-ACTION.
           MOVE NC-STUDENT-ID    TO DL-STUDENT-ID.
           MOVE NC-MASTER-DATA   TO DL-MASTER-DATA.
           MOVE NC-STANDING-CODE TO DL-STANDING-CODE.
           MOVE NC-GPA           TO DL-GPA.
           WRITE DELTA-DETAIL-RECORD.
           ADD 1 TO CHANGED-COUNT.
           ADD 1 TO DELTA-WRITTEN-COUNT.
      *
       510-PRINT-COMPARE-HEADING-LINES.
      *
           MOVE 1 TO CHL1-PAGE-NUMBER.
           MOVE COMPARE-HEADING-LINE-1 TO COMPARE-PRINT-AREA.
           WRITE COMPARE-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE COMPARE-HEADING-LINE-2 TO COMPARE-PRINT-AREA.
           WRITE COMPARE-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "OLD GENERATION:      " TO CGL-DESCRIPTION.
           MOVE OLD-EXTRACT-DATE TO EXTRACT-DATE-SPLIT.
           IF OLD-STANDING-FORMAT
               MOVE "STANDING MASTER" TO CGL-FORMAT
           ELSE
               MOVE "STUDENT MASTER" TO CGL-FORMAT.
           PERFORM 515-PRINT-GENERATION-LINE.
           MOVE "NEW GENERATION:      " TO CGL-DESCRIPTION.
           MOVE NEW-EXTRACT-DATE TO EXTRACT-DATE-SPLIT.
           IF NEW-STANDING-FORMAT
               MOVE "STANDING MASTER" TO CGL-FORMAT
           ELSE
               MOVE "STUDENT MASTER" TO CGL-FORMAT.
           PERFORM 515-PRINT-GENERATION-LINE.
           MOVE COMPARE-COLUMN-LINE TO COMPARE-PRINT-AREA.
           WRITE COMPARE-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       515-PRINT-GENERATION-LINE.
      *
           MOVE EDS-MONTH TO CGL-EXTRACT-MONTH.
           MOVE EDS-DAY   TO CGL-EXTRACT-DAY.
           MOVE EDS-YEAR  TO CGL-EXTRACT-YEAR.
           MOVE COMPARE-GENERATION-LINE TO COMPARE-PRINT-AREA.
           WRITE COMPARE-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
      *    EVERY PERCENT IS TAKEN OF THE OLD GENERATION, SO A DELTA
      *    THAT WOULD TOUCH AN ABNORMAL SHARE OF THE STUDENTS STANDS
      *    OUT.  ANY ALERT ENDS THE RUN WITH RETURN CODE 4 SO THE
      *    RELEASE OF THE DELTA CAN BE HELD.
       800-PRINT-COMPARE-SUMMARY.
      *
           PERFORM 510-PRINT-COMPARE-HEADING-LINES.
           MOVE OLD-RECORD-COUNT TO PERCENT-BASE.
           IF PERCENT-BASE = ZERO
               MOVE NEW-RECORD-COUNT TO PERCENT-BASE.
           MOVE "STUDENTS ADDED:      " TO CSL-DESCRIPTION.
           MOVE ADDED-COUNT            TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "STUDENTS DROPPED:    " TO CSL-DESCRIPTION.
           MOVE DROPPED-COUNT          TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "STUDENTS CHANGED:    " TO CSL-DESCRIPTION.
           MOVE CHANGED-COUNT          TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  STATUS:            " TO CSL-DESCRIPTION.
           MOVE STATUS-CHANGE-COUNT    TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  ADDRESS:           " TO CSL-DESCRIPTION.
           MOVE ADDRESS-CHANGE-COUNT   TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  CLASS STANDING:    " TO CSL-DESCRIPTION.
           MOVE STANDING-CHANGE-COUNT  TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  MAJOR:             " TO CSL-DESCRIPTION.
           MOVE MAJOR-CHANGE-COUNT     TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  UNITS:             " TO CSL-DESCRIPTION.
           MOVE UNITS-CHANGE-COUNT     TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  GRADE POINTS:      " TO CSL-DESCRIPTION.
           MOVE POINTS-CHANGE-COUNT    TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  STANDING CODE:     " TO CSL-DESCRIPTION.
           MOVE STANDING-CODE-CHANGE-COUNT TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "  NAME OR BIRTH DATE:" TO CSL-DESCRIPTION.
           MOVE OTHER-CHANGE-COUNT     TO SUMMARY-COUNT.
           PERFORM 805-PRINT-ONE-SUMMARY-LINE.
           MOVE "OLD GENERATION READ: " TO CTL-DESCRIPTION.
           MOVE OLD-RECORD-COUNT       TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "NEW GENERATION READ: " TO CTL-DESCRIPTION.
           MOVE NEW-RECORD-COUNT       TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS MATCHED:    " TO CTL-DESCRIPTION.
           MOVE MATCHED-COUNT          TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "STUDENTS UNCHANGED:  " TO CTL-DESCRIPTION.
           MOVE UNCHANGED-COUNT        TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "DELTA RECORDS:       " TO CTL-DESCRIPTION.
           MOVE DELTA-WRITTEN-COUNT    TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           IF ALERT-RAISED
               DISPLAY "A8COMP - CHANGE VOLUME ABOVE ALERT PERCENT"
               DISPLAY "A8COMP - REVIEW CMPRPT.PRN BEFORE RELEASING "
                   "CMPDELTA.DAT"
               MOVE 4 TO RETURN-CODE.
      *
       805-PRINT-ONE-SUMMARY-LINE.
      *
           MOVE SUMMARY-COUNT TO CSL-COUNT.
           MOVE ZERO TO SUMMARY-PERCENT.
           IF PERCENT-BASE > ZERO
               COMPUTE SUMMARY-PERCENT ROUNDED =
                   SUMMARY-COUNT * 100 / PERCENT-BASE.
           MOVE SUMMARY-PERCENT TO CSL-PERCENT.
           MOVE SPACE TO CSL-ALERT.
           IF SUMMARY-PERCENT > ALERT-PERCENT
               MOVE "** ABNORMAL VOLUME **" TO CSL-ALERT
               SET ALERT-RAISED TO TRUE.
           MOVE COMPARE-SUMMARY-LINE TO COMPARE-PRINT-AREA.
           WRITE COMPARE-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE COMPARE-TOTAL-LINE TO COMPARE-PRINT-AREA.
           WRITE COMPARE-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       850-WRITE-DELTA-TRAILER.
      *
           MOVE SPACE               TO DELTA-TRAILER-RECORD.
           MOVE "T"                 TO DT-RECORD-TYPE.
           MOVE ADDED-COUNT         TO DT-ADD-COUNT.
           MOVE DROPPED-COUNT       TO DT-DROP-COUNT.
           MOVE CHANGED-COUNT       TO DT-CHANGE-COUNT.
           MOVE DELTA-WRITTEN-COUNT TO DT-RECORD-COUNT.
           WRITE DELTA-TRAILER-RECORD.
      *
       990-ABORT-GENERATION-CONTROL.
      *
           DISPLAY "A8COMP - " ABORT-GENERATION
               " CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8COMP - " ABORT-MESSAGE.
           DISPLAY "A8COMP - CHECK CMPCTL.DAT NAMES THE RIGHT FORMAT "
               "FOR EACH GENERATION".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       992-ABORT-GENERATION-SEQUENCE.
      *
           DISPLAY "A8COMP - " ABORT-GENERATION
               " OUT OF STUDENT ID SEQUENCE - RUN ABORTED".
           DISPLAY "A8COMP - STUDENT ID " OC-STUDENT-ID " / "
               NC-STUDENT-ID.
           DISPLAY "A8COMP - CHECK THE CMPCTL.DAT FORMATS, DISCARD "
               "CMPDELTA.DAT AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8COMP.

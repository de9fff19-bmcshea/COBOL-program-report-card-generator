      *          treated as a full or partial student name: the
      *          matching students are listed (id, name, class,
      *          major) so the operator can pick one and key its id.
      *          Any active registrar hold on the student is shown
      *          with the student.  An id not on the indexed master
      *          is looked for on the archive master, so a student
      *          moved off the active files by the archive run can
      *          still be displayed.  Requests are accepted until END
      *          is entered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8INQ.
               FILE STATUS  IS STUINDEX-STATUS.
           SELECT CTLCARD  ASSIGN TO "CTLCARD.DAT"
               FILE STATUS IS CTLCARD-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "HOLDFILE.DAT"
               FILE STATUS IS HOLDFILE-STATUS.
           SELECT OPTIONAL ARCHMAST ASSIGN TO "ARCHMAST.DAT"
               FILE STATUS IS ARCHMAST-STATUS.

       DATA DIVISION.

           05  CC-RANKING-SCHOLAR-CUTOFF   PIC 9V99.
           05  CC-VARIANCE-THRESHOLD       PIC 9(2)V99.
           05  FILLER                      PIC X(70).
      *
      *    ONE RECORD PER HOLD EVER PLACED, IN ASCENDING STUDENT ID
      *    ORDER.  A HOLD IS ACTIVE UNTIL ITS RELEASE DATE; A ZERO
      *    RELEASE DATE MEANS IT HAS NOT BEEN RELEASED.
       FD  HOLDFILE.
      *
       01  HOLD-RECORD.
           05  HD-STUDENT-ID           PIC 9(9).
           05  HD-HOLD-TYPE            PIC X.
           05  HD-PLACED-DATE          PIC 9(8).
           05  HD-PLACED-BY-OFFICE     PIC X(10).
           05  HD-RELEASE-DATE         PIC 9(8).
           05  HD-RELEASED-BY-OFFICE   PIC X(10).
           05  FILLER                  PIC X(34).
      *
      *    THE ARCHIVE MASTER IS IN THE STUDENT MASTER LAYOUT, WITH A
      *    HEADER AND A TRAILER, IN ASCENDING STUDENT ID ORDER.
       FD  ARCHMAST.
      *
       01  ARCHIVE-MASTER-RECORD.
           05  AM-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(95).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CTLCARD-EOF-SWITCH     PIC X    VALUE "N".
           05  HOLDFILE-EOF-SWITCH    PIC X    VALUE "N".
           05  ARCHMAST-EOF-SWITCH    PIC X    VALUE "N".
           05  ARCHIVE-FOUND-SWITCH   PIC X    VALUE "N".
               88  ARCHIVE-FOUND              VALUE "Y".
           05  INQUIRY-DONE-SWITCH    PIC X    VALUE "N".
               88  INQUIRY-DONE               VALUE "Y".
      *
       01  STUINDEX-STATUS            PIC XX.
      *
       01  CTLCARD-STATUS             PIC XX.
      *
       01  HOLDFILE-STATUS            PIC XX.
      *
       01  ARCHMAST-STATUS            PIC XX.
      *
      *    A REQUEST WHOSE FIRST NINE POSITIONS ARE NUMERIC WITH THE
      *    REST BLANK IS A STUDENT ID; ANYTHING ELSE IS A FULL OR
           05  NS-SCAN-INDEX          PIC S9(3) VALUE ZERO.
           05  NS-MATCH-COUNT         PIC S9(3) VALUE ZERO.
           05  NS-MATCH-LIMIT         PIC S9(3) VALUE +20.
      *
       01  HOLD-DISPLAY-FIELDS.
           05  RUN-DATE               PIC 9(8)  VALUE ZERO.
           05  HOLD-DISPLAY-COUNT     PIC S9(3) VALUE ZERO.
           05  HOLD-TYPE-TEXT         PIC X(12).
           05  HOLD-PLACED-SPLIT.
               10  HPS-YEAR            PIC 9(4).
               10  HPS-MONTH           PIC 9(2).
               10  HPS-DAY             PIC 9(2).
           05  HOLD-PLACED-EDIT.
               10  HPE-MONTH           PIC 9(2).
               10  FILLER              PIC X     VALUE "/".
               10  HPE-DAY             PIC 9(2).
               10  FILLER              PIC X     VALUE "/".
               10  HPE-YEAR            PIC 9(4).
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  INQUIRY-DISPLAY-FIELDS.
           05  IDL-STUDENT-ID.
               DISPLAY "A8INQ - RUN A8LOAD TO BUILD STUMAST.IDX"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO HPS-YEAR.
           MOVE CD-MONTH TO HPS-MONTH.
           MOVE CD-DAY   TO HPS-DAY.
           MOVE HOLD-PLACED-SPLIT TO RUN-DATE.
           MOVE HONOR-ROLL-CUTOFF TO CUTOFF-EDIT.
           DISPLAY "A8INQ - HONOR CUTOFF   " CUTOFF-EDIT.
           MOVE RANKING-SCHOLAR-CUTOFF TO CUTOFF-EDIT.
           MOVE INQUIRY-STUDENT-ID TO SX-STUDENT-ID.
           READ STUINDEX
               INVALID KEY
                   PERFORM 280-SEARCH-ARCHIVE-MASTER.
           IF STUINDEX-STATUS = "00"
               PERFORM 220-DISPLAY-ONE-STUDENT.
      *
           DISPLAY "MAJOR:      " SX-MAJOR.
           DISPLAY "GPA:        " STUDENT-GPA-EDIT.
           DISPLAY "STANDING:   " STW-STANDING-TEXT.
           PERFORM 260-DISPLAY-ACTIVE-HOLDS.
      *
       225-DETERMINE-CLASS-TEXT.
      *
           PERFORM 225-DETERMINE-CLASS-TEXT.
           DISPLAY IDL-STUDENT-ID "  " SX-STUDENT-NAME
               "  " CSW-CLASS-TEXT "  " SX-MAJOR.
      *
      *    THE HOLDS FILE IS SMALL AND IN STUDENT ID ORDER, SO IT IS
      *    SCANNED FROM THE TOP FOR EACH STUDENT DISPLAYED AND THE
      *    SCAN STOPS PAST THE STUDENT'S ID.  A HOLD IS ACTIVE WHEN
      *    IT HAS NO RELEASE DATE OR ITS RELEASE DATE IS STILL TO
      *    COME.
       260-DISPLAY-ACTIVE-HOLDS.
      *
           MOVE ZERO TO HOLD-DISPLAY-COUNT.
           MOVE "N"  TO HOLDFILE-EOF-SWITCH.
           OPEN INPUT HOLDFILE.
           IF HOLDFILE-STATUS NOT = "00"
               MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           PERFORM 265-READ-ONE-HOLD
               UNTIL HOLDFILE-EOF-SWITCH = "Y".
           CLOSE HOLDFILE.
           IF HOLD-DISPLAY-COUNT = ZERO
               DISPLAY "HOLDS:      NONE".
      *
       265-READ-ONE-HOLD.
      *
           READ HOLDFILE
               AT END
                   MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           IF HOLDFILE-EOF-SWITCH = "N"
               IF HD-STUDENT-ID > SX-STUDENT-ID
                   MOVE "Y" TO HOLDFILE-EOF-SWITCH
               ELSE
               IF HD-STUDENT-ID = SX-STUDENT-ID
                  AND (HD-RELEASE-DATE = ZERO
                    OR HD-RELEASE-DATE > RUN-DATE)
                   PERFORM 270-DISPLAY-ONE-HOLD.
      *
       270-DISPLAY-ONE-HOLD.
      *
           ADD 1 TO HOLD-DISPLAY-COUNT.
           IF HD-HOLD-TYPE = "F"
               MOVE "FINANCIAL"    TO HOLD-TYPE-TEXT
           ELSE
           IF HD-HOLD-TYPE = "D"
               MOVE "DISCIPLINARY" TO HOLD-TYPE-TEXT
           ELSE
           IF HD-HOLD-TYPE = "L"
               MOVE "LIBRARY"      TO HOLD-TYPE-TEXT
           ELSE
               MOVE HD-HOLD-TYPE   TO HOLD-TYPE-TEXT.
           MOVE HD-PLACED-DATE TO HOLD-PLACED-SPLIT.
           MOVE HPS-MONTH TO HPE-MONTH.
           MOVE HPS-DAY   TO HPE-DAY.
           MOVE HPS-YEAR  TO HPE-YEAR.
           DISPLAY "HOLD:       " HOLD-TYPE-TEXT
               " PLACED " HOLD-PLACED-EDIT
               " BY " HD-PLACED-BY-OFFICE.
      *
      *    THE ARCHIVE IS SCANNED FROM THE TOP THE SAME WAY AS THE
      *    HOLDS FILE AND THE SCAN STOPS PAST THE REQUESTED ID.  A
      *    STUDENT FOUND THERE IS DISPLAYED THROUGH THE INDEXED
      *    RECORD AREA, SO THE DISPLAY IS THE SAME AS FOR AN ACTIVE
      *    STUDENT.
       280-SEARCH-ARCHIVE-MASTER.
      *
           MOVE "N" TO ARCHMAST-EOF-SWITCH.
           MOVE "N" TO ARCHIVE-FOUND-SWITCH.
           OPEN INPUT ARCHMAST.
           IF ARCHMAST-STATUS NOT = "00"
               MOVE "Y" TO ARCHMAST-EOF-SWITCH.
           PERFORM 285-READ-ONE-ARCHIVE-MASTER
               UNTIL ARCHMAST-EOF-SWITCH = "Y".
           CLOSE ARCHMAST.
           IF ARCHIVE-FOUND
               DISPLAY "A8INQ - STUDENT " INQUIRY-STUDENT-ID
                   " FOUND ON ARCHIVE"
               PERFORM 220-DISPLAY-ONE-STUDENT
           ELSE
               DISPLAY "A8INQ - STUDENT " INQUIRY-STUDENT-ID
                   " NOT ON MASTER OR ARCHIVE".
      *
       285-READ-ONE-ARCHIVE-MASTER.
      *
           READ ARCHMAST
               AT END
                   MOVE "Y" TO ARCHMAST-EOF-SWITCH.
           IF ARCHMAST-EOF-SWITCH = "N"
               IF AM-STUDENT-ID > INQUIRY-STUDENT-ID
                   MOVE "Y" TO ARCHMAST-EOF-SWITCH
               ELSE
               IF AM-STUDENT-ID = INQUIRY-STUDENT-ID
                  AND AM-STUDENT-ID NOT = ZERO
                  AND AM-STUDENT-ID NOT = 999999999
                   MOVE ARCHIVE-MASTER-RECORD TO STUDENT-INDEX-RECORD
                   SET ARCHIVE-FOUND TO TRUE
                   MOVE "Y" TO ARCHMAST-EOF-SWITCH.
       END PROGRAM A8INQ.

      *          moved to graduated status on a new master
      *          generation, with the header passed through and the
      *          trailer rebuilt, and a clearance register lists
      *          every student cleared.  The clearance date of each
      *          student cleared is added to the graduation
      *          clearance file.  Accepted transfer units
      *          count toward the requirement but never enter a
      *          GPA.  Graduated students keep their academic record
      *          and stay reachable for transcript service instead
      *          of being deactivated.  A student who qualifies but
      *          has an active registrar hold stays enrolled and is
      *          listed as cleared pending hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8CLEAR.
           SELECT TRANSFCR ASSIGN TO "TRANSFCR.DAT".
           SELECT CLRMAST  ASSIGN TO "CLRMAST.DAT".
           SELECT CLEARRPT ASSIGN TO "CLEARRPT.PRN".
           SELECT POSTCTL  ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT OPTIONAL CYCLECTL ASSIGN TO "CYCLECTL.DAT"
               FILE STATUS IS CYCLECTL-STATUS.
           SELECT OPTIONAL GRADCLR  ASSIGN TO "GRADCLR.DAT"
               FILE STATUS IS GRADCLR-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "HOLDFILE.DAT"
               FILE STATUS IS HOLDFILE-STATUS.
           SELECT CLRWORK  ASSIGN TO "CLRWORK.WRK".

       DATA DIVISION.

       FD  CLEARRPT.
      *
       01  CLEAR-PRINT-AREA            PIC X(132).
      *
      *    THE POSTING TERM CARD NAMES THE TERM THE CYCLE IS BEING
      *    RUN FOR.
       FD  POSTCTL.
      *
       01  POST-CONTROL-RECORD.
           05  PC-POST-TERM-CODE       PIC 9(6).
           05  FILLER                  PIC X(74).
      *
      *    ONE RECORD IS APPENDED EACH TIME A STEP OF THE END-OF-TERM
      *    STREAM COMPLETES, KEYED BY THE MASTER EXTRACT DATE AND THE
      *    POSTING TERM, SO EACH STEP CAN SEE WHAT HAS ALREADY RUN.
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
      *    ONE RECORD IS APPENDED FOR EVERY STUDENT CLEARED, SO THE
      *    FILE HOLDS THE CLEARANCE DATE OF EVERY GRADUATE SINCE IT
      *    WAS STARTED.  IT IS NOT IN STUDENT ID ORDER.
       FD  GRADCLR.
      *
       01  GRADUATION-CLEARANCE-RECORD.
           05  GD-STUDENT-ID           PIC 9(9).
           05  GD-CLEARANCE-DATE.
               10  GD-CLEAR-CCYY       PIC 9(4).
               10  GD-CLEAR-MM         PIC 9(2).
               10  GD-CLEAR-DD         PIC 9(2).
           05  GD-TERM-CODE            PIC 9(6).
           05  GD-MAJOR                PIC X(4).
           05  FILLER                  PIC X(53).
      *
      *    THE CLEARANCES ARE HELD ON A WORK FILE DURING THE MASTER
      *    PASS AND ADDED TO GRADCLR ONLY AFTER THE PASS ENDS
      *    NORMALLY, SO A RUN THAT ABORTS PART WAY ADDS NOTHING TO
      *    GRADCLR AND CAN SIMPLY BE RERUN.
       FD  CLRWORK.
      *
       01  CLEARANCE-WORK-RECORD       PIC X(80).
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  CYCLECTL-EOF-SWITCH    PIC X    VALUE "N".
           05  MAJORREQ-EOF-SWITCH    PIC X    VALUE "N".
           05  TRANSFCR-EOF-SWITCH    PIC X    VALUE "N".
           05  HOLDFILE-EOF-SWITCH    PIC X    VALUE "N".
           05  CLRWORK-EOF-SWITCH     PIC X    VALUE "N".
      *
       01  POSTCTL-STATUS             PIC XX.
       01  CYCLECTL-STATUS            PIC XX.
       01  GRADCLR-STATUS             PIC XX.
       01  HOLDFILE-STATUS            PIC XX.
      *
      *    THE STEP NUMBER PLACES THIS PROGRAM IN THE END-OF-TERM
      *    STREAM: A8EDIT, A8MAINT, A8POST, A8CLEAR, A8, A8LOAD.
       01  CYCLE-CONTROL-FIELDS.
           05  CYCLE-STEP-NUMBER      PIC 9     VALUE 4.
           05  CYCLE-PRIOR-STEP       PIC 9     VALUE 3.
           05  CYCLE-PROGRAM-NAME     PIC X(8)  VALUE "A8CLEAR".
           05  CYCLE-EXTRACT-DATE     PIC 9(8)  VALUE ZERO.
           05  CYCLE-TERM-CODE        PIC 9(6)  VALUE ZERO.
           05  CYCLE-STEP-RUN-SWITCH  PIC X     VALUE "N".
               88  CYCLE-STEP-ALREADY-RUN     VALUE "Y".
           05  CYCLE-PRIOR-STEP-SWITCH PIC X    VALUE "N".
               88  CYCLE-PRIOR-STEP-DONE      VALUE "Y".
      *
       01  MASTER-CONTROL-FIELDS.
           05  MASTER-RECORD-TYPE     PIC X    VALUE SPACE.
           05  TRANSFER-VALID-SWITCH  PIC X    VALUE "N".
               88  TRANSFER-RECORD-VALID       VALUE "Y".
           05  TRANSFER-PREVIOUS-ID   PIC 9(9)  VALUE ZERO.
      *
       01  HOLD-MATCH-FIELDS.
           05  HOLD-PREVIOUS-ID       PIC 9(9)  VALUE ZERO.
           05  RUN-DATE               PIC 9(8)  VALUE ZERO.
           05  ACTIVE-HOLD-COUNT      PIC S9(3) VALUE ZERO.
           05  ACTIVE-HOLD-TYPE       PIC X     VALUE SPACE.
      *
       01  RUN-DATE-SPLIT.
           05  RDS-YEAR               PIC 9(4).
           05  RDS-MONTH              PIC 9(2).
           05  RDS-DAY                PIC 9(2).
      *
       01  CLEAR-WORK-FIELDS.
           05  CW-TRANSFER-UNITS      PIC 9(4)  VALUE ZERO.
           05  MASTERS-WRITTEN-COUNT  PIC S9(9) VALUE ZERO.
           05  STUDENTS-CLEARED-COUNT PIC S9(5) VALUE ZERO.
           05  SENIORS-NOT-CLEARED-COUNT PIC S9(5) VALUE ZERO.
           05  CLEARED-PENDING-HOLD-COUNT PIC S9(5) VALUE ZERO.
      *
       01  CLEAR-PRINT-FIELDS.
           05  CLEAR-PAGE-COUNT       PIC S9(3) VALUE ZERO.
           05  FILLER      PIC X(9)    VALUE "REQ UNITS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "XFER UNT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(35)   VALUE "CLEARANCE".
           05  FILLER      PIC X(18)   VALUE SPACE.
      *
       01  CLEAR-DETAIL-LINE.
           05  CDL-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  CDL-XFER-UNITS      PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CDL-CLEARANCE-TEXT  PIC X(35).
           05  FILLER              PIC X(18)    VALUE SPACE.
      *
       01  CLEAR-TOTAL-LINE.
           05  CTL-DESCRIPTION     PIC X(22).
      *
       000-CLEAR-GRADUATES.
      *
           PERFORM 030-READ-CYCLE-TERM.
           PERFORM 040-CHECK-CYCLE-LEDGER.
           PERFORM 070-LOAD-MAJOR-REQ-TABLE.
           OPEN INPUT  STUMAST
                INPUT  TRANSFCR
                INPUT  HOLDFILE
                OUTPUT CLRMAST
                OUTPUT CLEARRPT
                OUTPUT CLRWORK.
           IF HOLDFILE-STATUS NOT = "00"
              AND HOLDFILE-STATUS NOT = "05"
               MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 830-READ-TRANSFER-RECORD.
           PERFORM 840-READ-HOLD-RECORD.
           PERFORM 200-CLEAR-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           PERFORM 850-WRITE-NEW-TRAILER.
           PERFORM 800-PRINT-CLEARANCE-TOTALS.
           CLOSE STUMAST
                 TRANSFCR
                 HOLDFILE
                 CLRMAST
                 CLEARRPT
                 CLRWORK.
           PERFORM 860-POST-CLEARANCE-RECORDS.
           PERFORM 880-STAMP-CYCLE-LEDGER.
           STOP RUN.
      *
      *    EVERY STEP OF THE CYCLE IS LEDGERED UNDER THE POSTING TERM,
      *    SO THE TERM CARD MUST BE PRESENT FOR ANY STEP TO RUN.
       030-READ-CYCLE-TERM.
      *
           OPEN INPUT POSTCTL.
           IF POSTCTL-STATUS = "00"
               PERFORM 035-APPLY-CYCLE-TERM.
           IF CYCLE-TERM-CODE = ZERO
               MOVE "POSTING TERM CONTROL CARD MISSING"
                   TO ABORT-MESSAGE
               PERFORM 989-ABORT-CYCLE-CONTROL.
      *
       035-APPLY-CYCLE-TERM.
      *
           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
              AND PC-POST-TERM-CODE NUMERIC
               MOVE PC-POST-TERM-CODE TO CYCLE-TERM-CODE.
           CLOSE POSTCTL.
      *
      *    THE CYCLE IS KNOWN BY THE EXTRACT DATE ON THE MASTER
      *    HEADER AND THE POSTING TERM.  THE HEADER IS READ AHEAD OF
      *    THE RUN SO A STEP THAT MAY NOT RUN IS STOPPED BEFORE ANY
      *    OUTPUT IS OPENED AND A GOOD GENERATION OVERWRITTEN.  THE
      *    STEP MAY NOT RUN TWICE FOR A CYCLE, AND EVERY STEP AFTER
      *    THE FIRST NEEDS THE STEP BEFORE IT STAMPED COMPLETE.
       040-CHECK-CYCLE-LEDGER.
      *
           OPEN INPUT STUMAST.
           READ STUMAST
               AT END
                   MOVE SPACE TO STUMAST-HEADER-RECORD.
           IF SH-RECORD-TYPE = "H"
               IF SH-RECORD-ID = ZERO
                   MOVE SH-EXTRACT-DATE TO CYCLE-EXTRACT-DATE.
           CLOSE STUMAST.
           IF CYCLE-EXTRACT-DATE = ZERO
               MOVE "MASTER HEADER RECORD MISSING" TO ABORT-MESSAGE
               PERFORM 989-ABORT-CYCLE-CONTROL.
           OPEN INPUT CYCLECTL.
           IF CYCLECTL-STATUS = "00" OR CYCLECTL-STATUS = "05"
               PERFORM 045-CHECK-ONE-LEDGER-RECORD
                   UNTIL CYCLECTL-EOF-SWITCH = "Y".
           CLOSE CYCLECTL.
           IF CYCLE-STEP-ALREADY-RUN
               MOVE "STEP ALREADY RUN FOR THIS CYCLE" TO ABORT-MESSAGE
               PERFORM 989-ABORT-CYCLE-CONTROL.
           IF CYCLE-PRIOR-STEP > ZERO
              AND NOT CYCLE-PRIOR-STEP-DONE
               MOVE "PRIOR STEP NOT COMPLETE FOR THIS CYCLE"
                   TO ABORT-MESSAGE
               PERFORM 989-ABORT-CYCLE-CONTROL.
      *
       045-CHECK-ONE-LEDGER-RECORD.
      *
           READ CYCLECTL
               AT END
                   MOVE "Y" TO CYCLECTL-EOF-SWITCH.
           IF CYCLECTL-EOF-SWITCH = "N"
              AND CY-EXTRACT-DATE = CYCLE-EXTRACT-DATE
              AND CY-TERM-CODE = CYCLE-TERM-CODE
               IF CY-STEP-NUMBER = CYCLE-STEP-NUMBER
                   SET CYCLE-STEP-ALREADY-RUN TO TRUE
               ELSE
               IF CY-STEP-NUMBER = CYCLE-PRIOR-STEP
                   SET CYCLE-PRIOR-STEP-DONE TO TRUE.
      *
       070-LOAD-MAJOR-REQ-TABLE.
      *
               ELSE
                   PERFORM 995-ABORT-MAJORREQ-TABLE-FULL.
      *
      *    THE MASTER PASS HAS ENDED NORMALLY, SO THE CLEARANCES
      *    GATHERED ON THE WORK FILE ARE NOW ADDED TO GRADCLR.
       860-POST-CLEARANCE-RECORDS.
      *
           OPEN INPUT  CLRWORK
                EXTEND GRADCLR.
           PERFORM 865-POST-ONE-CLEARANCE
               UNTIL CLRWORK-EOF-SWITCH = "Y".
           CLOSE CLRWORK
                 GRADCLR.
      *
       865-POST-ONE-CLEARANCE.
      *
           READ CLRWORK
               AT END
                   MOVE "Y" TO CLRWORK-EOF-SWITCH.
           IF CLRWORK-EOF-SWITCH = "N"
               WRITE GRADUATION-CLEARANCE-RECORD
                   FROM CLEARANCE-WORK-RECORD.
      *
      *    THE STEP IS STAMPED ONLY AFTER EVERY FILE HAS CLOSED
      *    CLEANLY, SO AN ABORTED RUN LEAVES THE STEP OPEN TO RERUN.
       880-STAMP-CYCLE-LEDGER.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN EXTEND CYCLECTL.
           MOVE SPACE TO CYCLE-CONTROL-RECORD.
           MOVE CYCLE-EXTRACT-DATE TO CY-EXTRACT-DATE.
           MOVE CYCLE-TERM-CODE    TO CY-TERM-CODE.
           MOVE CYCLE-STEP-NUMBER  TO CY-STEP-NUMBER.
           MOVE CYCLE-PROGRAM-NAME TO CY-PROGRAM-NAME.
           MOVE CD-YEAR            TO CY-RUN-CCYY.
           MOVE CD-MONTH           TO CY-RUN-MM.
           MOVE CD-DAY             TO CY-RUN-DD.
           MOVE CD-HOURS           TO CY-RUN-HH.
           MOVE CD-MINUTES         TO CY-RUN-MIN.
           MOVE MASTERS-READ-COUNT TO CY-RECORD-COUNT.
           WRITE CYCLE-CONTROL-RECORD.
           CLOSE CYCLECTL.
      *
      *    A CYCLE CONTROL ERROR IS CAUGHT BEFORE ANY OUTPUT IS
      *    OPENED, SO THERE IS NOTHING TO DISCARD.
       989-ABORT-CYCLE-CONTROL.
      *
           DISPLAY "A8CLEAR - CYCLE CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8CLEAR - " ABORT-MESSAGE.
           DISPLAY "A8CLEAR - EXTRACT DATE " CYCLE-EXTRACT-DATE
               " TERM " CYCLE-TERM-CODE.
           DISPLAY "A8CLEAR - RUN A8CYCLE FOR THE CYCLE STATUS".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *    A TRUNCATED REQUIREMENTS TABLE WOULD HOLD BACK EVERY
      *    GRADUATE IN THE DROPPED MAJORS, SO AN OVERFLOW STOPS THE
      *    RUN INSTEAD.
           DISPLAY "A8CLEAR - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       998-ABORT-HOLDFILE-SEQUENCE.
      *
           DISPLAY "A8CLEAR - HOLDFILE OUT OF STUDENT ID SEQUENCE".
           DISPLAY "A8CLEAR - STUDENT ID " HD-STUDENT-ID.
           DISPLAY "A8CLEAR - SORT THE HOLDS FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE CD-YEAR    TO CHL1-YEAR.
           MOVE CD-HOURS   TO CHL2-HOURS.
           MOVE CD-MINUTES TO CHL2-MINUTES.
           MOVE CD-YEAR    TO RDS-YEAR.
           MOVE CD-MONTH   TO RDS-MONTH.
           MOVE CD-DAY     TO RDS-DAY.
           MOVE RUN-DATE-SPLIT TO RUN-DATE.
      *
       200-CLEAR-ONE-STUDENT.
      *
           IF STUMAST-EOF-SWITCH = "N"
              AND MASTER-DETAIL-RECORD
               PERFORM 835-MATCH-TRANSFER-TO-STUDENT
               PERFORM 845-MATCH-HOLDS-TO-STUDENT
               PERFORM 300-EVALUATE-CLEARANCE
               PERFORM 310-WRITE-MASTER-RECORD.
      *
      *    COMPLETED AND ACCEPTED TRANSFER UNITS TOGETHER MEET THE
      *    MAJOR REQUIREMENT HAS FINISHED.  A SENIOR WITH NO
      *    REQUIREMENT ON FILE IS LEFT ALONE AND COUNTED FOR
      *    FOLLOW-UP.  A STUDENT WHO HAS FINISHED BUT CARRIES AN
      *    ACTIVE HOLD STAYS ENROLLED UNTIL THE HOLD IS RELEASED.
       300-EVALUATE-CLEARANCE.
      *
           IF ENROLLED AND SENIOR
               IF MRQ-FOUND
                  AND CW-TOTAL-UNITS >=
                      MRT-REQUIRED-UNITS (MRQ-SEARCH-INDEX)
                   IF ACTIVE-HOLD-COUNT > ZERO
                       PERFORM 325-HOLD-THIS-STUDENT
                   ELSE
                       PERFORM 320-CLEAR-THIS-STUDENT
               ELSE
                   ADD 1 TO SENIORS-NOT-CLEARED-COUNT.
      *
      *
           MOVE "G" TO SM-STUDENT-STATUS.
           ADD 1 TO STUDENTS-CLEARED-COUNT.
           PERFORM 330-WRITE-CLEARANCE-RECORD.
           MOVE "CLEARED" TO CDL-CLEARANCE-TEXT.
           PERFORM 500-PRINT-CLEARANCE-LINE.
      *
      *    NO CLEARANCE RECORD IS WRITTEN, SO THE STUDENT IS CLEARED
      *    BY THE FIRST RUN AFTER THE HOLD IS RELEASED.
       325-HOLD-THIS-STUDENT.
      *
           ADD 1 TO CLEARED-PENDING-HOLD-COUNT.
           IF ACTIVE-HOLD-TYPE = "F"
               MOVE "CLEARED PENDING HOLD - FINANCIAL"
                   TO CDL-CLEARANCE-TEXT
           ELSE
           IF ACTIVE-HOLD-TYPE = "D"
               MOVE "CLEARED PENDING HOLD - DISCIPLINARY"
                   TO CDL-CLEARANCE-TEXT
           ELSE
           IF ACTIVE-HOLD-TYPE = "L"
               MOVE "CLEARED PENDING HOLD - LIBRARY"
                   TO CDL-CLEARANCE-TEXT
           ELSE
               MOVE "CLEARED PENDING HOLD" TO CDL-CLEARANCE-TEXT.
           PERFORM 500-PRINT-CLEARANCE-LINE.
      *
      *    THE CLEARANCE DATE IS THE RUN DATE, TAKEN WHEN THE
      *    REPORT HEADING WAS FORMATTED.
       330-WRITE-CLEARANCE-RECORD.
      *
           MOVE SPACE           TO GRADUATION-CLEARANCE-RECORD.
           MOVE SM-STUDENT-ID   TO GD-STUDENT-ID.
           MOVE CD-YEAR         TO GD-CLEAR-CCYY.
           MOVE CD-MONTH        TO GD-CLEAR-MM.
           MOVE CD-DAY          TO GD-CLEAR-DD.
           MOVE CYCLE-TERM-CODE TO GD-TERM-CODE.
           MOVE SM-MAJOR        TO GD-MAJOR.
           WRITE CLEARANCE-WORK-RECORD
               FROM GRADUATION-CLEARANCE-RECORD.
      *
       775-FIND-MAJOR-REQUIREMENT.
      *
               ADD TC-ACCEPTED-UNITS TO CW-TRANSFER-UNITS.
           PERFORM 830-READ-TRANSFER-RECORD.
      *
      *    THE HOLDS FILE RIDES THE MASTER PASS THE SAME WAY.  A HOLD
      *    IS ACTIVE WHEN IT HAS NO RELEASE DATE OR ITS RELEASE DATE
      *    IS STILL TO COME; THE FIRST ACTIVE HOLD NAMES THE TYPE.
       845-MATCH-HOLDS-TO-STUDENT.
      *
           MOVE ZERO  TO ACTIVE-HOLD-COUNT.
           MOVE SPACE TO ACTIVE-HOLD-TYPE.
           PERFORM 846-MATCH-ONE-HOLD-RECORD
               UNTIL HOLDFILE-EOF-SWITCH = "Y"
                  OR HD-STUDENT-ID > SM-STUDENT-ID.
      *
       846-MATCH-ONE-HOLD-RECORD.
      *
           IF HD-STUDENT-ID = SM-STUDENT-ID
              AND (HD-RELEASE-DATE = ZERO
                OR HD-RELEASE-DATE > RUN-DATE)
               ADD 1 TO ACTIVE-HOLD-COUNT
               IF ACTIVE-HOLD-COUNT = 1
                   MOVE HD-HOLD-TYPE TO ACTIVE-HOLD-TYPE.
           PERFORM 840-READ-HOLD-RECORD.
      *
       840-READ-HOLD-RECORD.
      *
           IF HOLDFILE-EOF-SWITCH = "N"
               READ HOLDFILE
                   AT END
                       MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           IF HOLDFILE-EOF-SWITCH = "N"
               IF HD-STUDENT-ID NOT NUMERIC
                  OR HD-STUDENT-ID < HOLD-PREVIOUS-ID
                   PERFORM 998-ABORT-HOLDFILE-SEQUENCE
               ELSE
                   MOVE HD-STUDENT-ID TO HOLD-PREVIOUS-ID.
      *
      *    RECORDS WITHOUT A USABLE STUDENT ID ARE SKIPPED; VALID
      *    RECORDS MUST ARRIVE IN ASCENDING STUDENT ID ORDER OR THE
      *    MATCH WOULD SILENTLY DROP TRANSFER UNITS PAST THE SORT
           MOVE "SENIORS NOT CLEARED:" TO CTL-DESCRIPTION.
           MOVE SENIORS-NOT-CLEARED-COUNT TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CLEARED PENDING HOLD:" TO CTL-DESCRIPTION.
           MOVE CLEARED-PENDING-HOLD-COUNT TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *

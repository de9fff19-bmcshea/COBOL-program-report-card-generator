               ALTERNATE RECORD KEY IS SX-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS  IS STUINDEX-STATUS.
           SELECT POSTCTL  ASSIGN TO "POSTCTL.DAT"
               FILE STATUS IS POSTCTL-STATUS.
           SELECT OPTIONAL CYCLECTL ASSIGN TO "CYCLECTL.DAT"
               FILE STATUS IS CYCLECTL-STATUS.

       DATA DIVISION.

               10  SX-STUDENT-NAME             PIC X(25).
               10  FILLER                      PIC X(55).
           05  SX-STUDENT-PROGRESS-SUMMARY     PIC X(14).
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH     PIC X    VALUE "N".
           05  CYCLECTL-EOF-SWITCH    PIC X    VALUE "N".
      *
       01  STUINDEX-STATUS            PIC XX.
      *
       01  POSTCTL-STATUS             PIC XX.
       01  CYCLECTL-STATUS            PIC XX.
      *
      *    THE STEP NUMBER PLACES THIS PROGRAM IN THE END-OF-TERM
      *    STREAM: A8EDIT, A8MAINT, A8POST, A8CLEAR, A8, A8LOAD.
       01  CYCLE-CONTROL-FIELDS.
           05  CYCLE-STEP-NUMBER      PIC 9     VALUE 6.
           05  CYCLE-PRIOR-STEP       PIC 9     VALUE 5.
           05  CYCLE-PROGRAM-NAME     PIC X(8)  VALUE "A8LOAD".
           05  CYCLE-EXTRACT-DATE     PIC 9(8)  VALUE ZERO.
           05  CYCLE-TERM-CODE        PIC 9(6)  VALUE ZERO.
           05  CYCLE-STEP-RUN-SWITCH  PIC X     VALUE "N".
               88  CYCLE-STEP-ALREADY-RUN     VALUE "Y".
           05  CYCLE-PRIOR-STEP-SWITCH PIC X    VALUE "N".
               88  CYCLE-PRIOR-STEP-DONE      VALUE "Y".
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  MASTER-CONTROL-FIELDS.
           05  MASTER-RECORD-TYPE     PIC X    VALUE SPACE.
      *
       000-LOAD-INDEXED-MASTER.
      *
           PERFORM 030-READ-CYCLE-TERM.
           PERFORM 040-CHECK-CYCLE-LEDGER.
           OPEN INPUT  STUMAST
                OUTPUT STUINDEX.
           IF STUINDEX-STATUS NOT = "00"
           DISPLAY "A8LOAD - EXTRACT DATE        " MASTER-EXTRACT-DATE.
           DISPLAY "A8LOAD - MASTER RECORDS READ " DETAIL-RECORD-COUNT.
           DISPLAY "A8LOAD - RECORDS LOADED      " RECORDS-LOADED-COUNT.
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
       200-LOAD-ONE-STUDENT.
      *
               MOVE "INDEXED MASTER WRITE FAILED" TO ABORT-MESSAGE
               PERFORM 990-ABORT-MASTER-LOAD.
           ADD 1 TO RECORDS-LOADED-COUNT.
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
           MOVE DETAIL-RECORD-COUNT TO CY-RECORD-COUNT.
           WRITE CYCLE-CONTROL-RECORD.
           CLOSE CYCLECTL.
      *
      *    A CYCLE CONTROL ERROR IS CAUGHT BEFORE ANY OUTPUT IS
      *    OPENED, SO THERE IS NOTHING TO DISCARD.
       989-ABORT-CYCLE-CONTROL.
      *
           DISPLAY "A8LOAD - CYCLE CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8LOAD - " ABORT-MESSAGE.
           DISPLAY "A8LOAD - EXTRACT DATE " CYCLE-EXTRACT-DATE
               " TERM " CYCLE-TERM-CODE.
           DISPLAY "A8LOAD - RUN A8CYCLE FOR THE CYCLE STATUS".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       990-ABORT-MASTER-LOAD.
      *

      *          (term code, term units, term grade points, term GPA)
      *          and the running cumulative GPA, ending with the same
      *          standing text the inquiry program shows.  Requested
      *          ids not on the master are listed at the end.  A
      *          student with an active registrar hold is not
      *          printed; the request is listed at the end as
      *          withheld with the hold that blocks it.  Requests
      *          still unmatched after the active files are passed
      *          are looked for on the archive master and archive
      *          history, so students moved off the active files by
      *          the archive run can still be served.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8TRANS.
           SELECT GRADEHIST ASSIGN TO "GRADEHIST.DAT".
           SELECT CTLCARD   ASSIGN TO "CTLCARD.DAT"
               FILE STATUS IS CTLCARD-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "HOLDFILE.DAT"
               FILE STATUS IS HOLDFILE-STATUS.
           SELECT OPTIONAL ARCHMAST ASSIGN TO "ARCHMAST.DAT"
               FILE STATUS IS ARCHMAST-STATUS.
           SELECT OPTIONAL ARCHHIST ASSIGN TO "ARCHHIST.DAT"
               FILE STATUS IS ARCHHIST-STATUS.
           SELECT TRANSRPT  ASSIGN TO "TRANSRPT.PRN".

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
      *    THE ARCHIVE FILES ARE IN THE STUDENT MASTER AND GRADE
      *    HISTORY LAYOUTS AND ORDER AND ARE READ INTO THOSE RECORDS.
       FD  ARCHMAST.
      *
       01  ARCHIVE-MASTER-RECORD      PIC X(104).
      *
       FD  ARCHHIST.
      *
       01  ARCHIVE-HISTORY-RECORD     PIC X(30).
      *
       FD  TRANSRPT.
      *
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  GRADEHIST-EOF-SWITCH   PIC X    VALUE "N".
           05  CTLCARD-EOF-SWITCH     PIC X    VALUE "N".
           05  HOLDFILE-EOF-SWITCH    PIC X    VALUE "N".
           05  MASTER-PASS-SWITCH     PIC X    VALUE "M".
               88  ACTIVE-MASTER-PASS         VALUE "M".
               88  ARCHIVE-PASS               VALUE "A".
      *
       01  CTLCARD-STATUS             PIC XX.
       01  HOLDFILE-STATUS            PIC XX.
       01  ARCHMAST-STATUS            PIC XX.
       01  ARCHHIST-STATUS            PIC XX.
      *
       01  MASTER-CONTROL-FIELDS.
           05  MASTER-RECORD-TYPE     PIC X    VALUE SPACE.
       01  HISTORY-SEQUENCE-FIELDS.
           05  PREVIOUS-HISTORY-ID    PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-TERM-CODE     PIC 9(6)  VALUE ZERO.
           05  PREVIOUS-HOLD-ID       PIC 9(9)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
      *    THE HOLDS OF THE CURRENT MASTER STUDENT; ONLY THE FIRST
      *    ACTIVE HOLD IS KEPT FOR THE WITHHELD LISTING.
       01  STUDENT-HOLD-FIELDS.
           05  RUN-DATE               PIC 9(8)  VALUE ZERO.
           05  ACTIVE-HOLD-COUNT      PIC S9(3) VALUE ZERO.
           05  ACTIVE-HOLD-TYPE       PIC X     VALUE SPACE.
           05  ACTIVE-HOLD-OFFICE     PIC X(10) VALUE SPACE.
      *
       01  RUN-DATE-SPLIT.
           05  RDS-YEAR               PIC 9(4).
           05  RDS-MONTH              PIC 9(2).
           05  RDS-DAY                PIC 9(2).
      *
       01  GPA-CUTOFF-FIELDS.
           05  HONOR-ROLL-CUTOFF         PIC S9V99 VALUE 3.50.
      *
      *    EVERY REQUESTED ID IS HELD HERE WHILE THE MASTER AND
      *    HISTORY FILES ARE PASSED ONCE IN KEY ORDER; THE MATCH FLAG
      *    IDENTIFIES REQUESTS STILL UNMATCHED AT END OF RUN AND
      *    REQUESTS WITHHELD FOR AN ACTIVE HOLD.
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY-COUNT    PIC S9(3) VALUE ZERO.
           05  REQUEST-ENTRY OCCURS 200 TIMES.
               10  RQT-STUDENT-ID      PIC 9(9).
               10  RQT-MATCH-FLAG      PIC X.
                   88  RQT-MATCHED            VALUE "Y".
                   88  RQT-HELD               VALUE "H".
               10  RQT-STUDENT-NAME    PIC X(25).
               10  RQT-HOLD-TYPE       PIC X.
               10  RQT-HOLD-OFFICE     PIC X(10).
               10  RQT-HOLD-COUNT      PIC S9(3).
      *
       01  REQUEST-SEARCH-FIELDS.
           05  RQ-FOUND-SWITCH        PIC X    VALUE "N".
           05  RQ-SEARCH-INDEX        PIC S9(3) VALUE ZERO.
           05  RQ-PRINT-INDEX         PIC S9(3) VALUE ZERO.
           05  RQ-REQUEST-ID          PIC 9(9)  VALUE ZERO.
           05  RQ-OPEN-COUNT          PIC S9(3) VALUE ZERO.
      *
       01  TRANSCRIPT-WORK-FIELDS.
           05  TW-TERM-GPA            PIC S9V99.
           05  REQUESTS-READ-COUNT    PIC S9(5) VALUE ZERO.
           05  TRANSCRIPTS-PRINTED-COUNT PIC S9(5) VALUE ZERO.
           05  REQUESTS-UNMATCHED-COUNT  PIC S9(5) VALUE ZERO.
           05  TRANSCRIPTS-WITHHELD-COUNT PIC S9(5) VALUE ZERO.
           05  ARCHIVE-PRINTED-COUNT  PIC S9(5) VALUE ZERO.
           05  DUPLICATE-REQUEST-COUNT   PIC S9(5) VALUE ZERO.
           05  HISTORY-READ-COUNT     PIC S9(7) VALUE ZERO.
      *
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "MAJOR: ".
           05  XIL2-MAJOR      PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  XIL2-SOURCE     PIC X(15).
           05  FILLER          PIC X(79)   VALUE SPACE.
      *
       01  TRANS-COLUMN-LINE.
           05  FILLER      PIC X(7)    VALUE "TERM   ".
           05  FILLER          PIC X(12)   VALUE "REQUESTED:  ".
           05  XUL-STUDENT-ID  PIC 9(9).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(24)
                   VALUE "NOT ON MASTER OR ARCHIVE".
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       01  TRANS-WITHHELD-LINE.
           05  FILLER          PIC X(12)   VALUE "REQUESTED:  ".
           05  XWL-STUDENT-ID  PIC 9(9).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  XWL-STUDENT-NAME PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  XWL-HOLD-TYPE   PIC X(12).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PLACED BY ".
           05  XWL-HOLD-OFFICE PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "ACTIVE HOLDS:".
           05  XWL-HOLD-COUNT  PIC ZZ9.
           05  FILLER          PIC X(30)   VALUE SPACE.
      *
       01  TRANS-SECTION-LINE.
           05  XSC-TITLE       PIC X(35).
           MOVE CD-YEAR    TO XHL1-YEAR.
           MOVE CD-HOURS   TO XHL2-HOURS.
           MOVE CD-MINUTES TO XHL2-MINUTES.
           MOVE CD-YEAR    TO RDS-YEAR.
           MOVE CD-MONTH   TO RDS-MONTH.
           MOVE CD-DAY     TO RDS-DAY.
           MOVE RUN-DATE-SPLIT TO RUN-DATE.
           OPEN INPUT HOLDFILE.
           IF HOLDFILE-STATUS NOT = "00"
              AND HOLDFILE-STATUS NOT = "05"
               MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           PERFORM 250-READ-HOLD-RECORD.
           PERFORM 220-READ-HISTORY-RECORD.
           PERFORM 200-PROCESS-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           PERFORM 240-DRAIN-REMAINING-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y".
           PERFORM 600-SEARCH-ARCHIVE.
           PERFORM 700-PRINT-UNMATCHED-REQUESTS.
           PERFORM 720-PRINT-WITHHELD-REQUESTS.
           PERFORM 800-PRINT-TRANSCRIPT-TOTALS.
           CLOSE STUMAST
                 GRADEHIST
                 HOLDFILE
                 TRANSRPT.
           STOP RUN.
      *
      *
       210-READ-MASTER-RECORD.
      *
           IF ARCHIVE-PASS
               PERFORM 214-READ-ARCHIVE-MASTER
           ELSE
               PERFORM 212-READ-ACTIVE-MASTER.
           IF STUMAST-EOF-SWITCH = "N"
               IF SM-STUDENT-ID = ZERO AND SH-RECORD-TYPE = "H"
                   MOVE "H" TO MASTER-RECORD-TYPE
               ELSE
                   MOVE "D" TO MASTER-RECORD-TYPE.
      *
       212-READ-ACTIVE-MASTER.
      *
           READ STUMAST
               AT END
                   MOVE "Y" TO STUMAST-EOF-SWITCH.
      *
      *    AN ARCHIVED STUDENT IS READ INTO THE MASTER RECORD SO THE
      *    TRANSCRIPT IS BUILT BY THE SAME PARAGRAPHS AS FOR AN
      *    ACTIVE STUDENT.
       214-READ-ARCHIVE-MASTER.
      *
           READ ARCHMAST INTO STUDENT-MASTER-RECORD
               AT END
                   MOVE "Y" TO STUMAST-EOF-SWITCH.
      *
       220-READ-HISTORY-RECORD.
      *
           IF ARCHIVE-PASS
               PERFORM 224-READ-ARCHIVE-HISTORY
           ELSE
               PERFORM 222-READ-ACTIVE-HISTORY.
           IF GRADEHIST-EOF-SWITCH = "N"
               ADD 1 TO HISTORY-READ-COUNT
               PERFORM 225-CHECK-HISTORY-SEQUENCE.
      *
       222-READ-ACTIVE-HISTORY.
      *
           READ GRADEHIST
               AT END
                   MOVE "Y" TO GRADEHIST-EOF-SWITCH.
      *
       224-READ-ARCHIVE-HISTORY.
      *
           READ ARCHHIST INTO GRADE-HISTORY-RECORD
               AT END
                   MOVE "Y" TO GRADEHIST-EOF-SWITCH.
      *
       225-CHECK-HISTORY-SEQUENCE.
      *
               PERFORM 990-ABORT-GRADEHIST-ERROR.
           MOVE GH-STUDENT-ID TO PREVIOUS-HISTORY-ID.
           MOVE GH-TERM-CODE  TO PREVIOUS-TERM-CODE.
      *
       250-READ-HOLD-RECORD.
      *
           IF HOLDFILE-EOF-SWITCH = "N"
               READ HOLDFILE
                   AT END
                       MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           IF HOLDFILE-EOF-SWITCH = "N"
               PERFORM 255-CHECK-HOLD-SEQUENCE.
      *
       255-CHECK-HOLD-SEQUENCE.
      *
           IF HD-STUDENT-ID NOT NUMERIC
              OR HD-STUDENT-ID < PREVIOUS-HOLD-ID
               MOVE "HOLDS FILE OUT OF STUDENT SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 992-ABORT-HOLDFILE-ERROR.
           MOVE HD-STUDENT-ID TO PREVIOUS-HOLD-ID.
      *
      *    THE HISTORY FILE IS CONSUMED IN STEP WITH THE MASTER PASS
      *    WHETHER OR NOT THE STUDENT WAS REQUESTED, SO THE MATCH
           PERFORM 320-SKIP-LOW-HISTORY
               UNTIL GRADEHIST-EOF-SWITCH = "Y"
                  OR GH-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 340-GATHER-STUDENT-HOLDS.
           IF RQ-FOUND AND ACTIVE-HOLD-COUNT > ZERO
               PERFORM 350-WITHHOLD-TRANSCRIPT
               PERFORM 330-SKIP-STUDENT-HISTORY
                   UNTIL GRADEHIST-EOF-SWITCH = "Y"
                      OR GH-STUDENT-ID NOT = SM-STUDENT-ID
           ELSE
           IF RQ-FOUND
               MOVE "Y" TO RQT-MATCH-FLAG (RQ-SEARCH-INDEX)
               PERFORM 400-PRINT-ONE-TRANSCRIPT
           PERFORM 315-TEST-ONE-REQUEST-ENTRY
               UNTIL RQ-FOUND
                  OR RQ-SEARCH-INDEX > REQUEST-ENTRY-COUNT.
           IF ARCHIVE-PASS
              AND RQ-FOUND
              AND RQT-MATCH-FLAG (RQ-SEARCH-INDEX) NOT = "N"
               MOVE "N" TO RQ-FOUND-SWITCH.
      *
       315-TEST-ONE-REQUEST-ENTRY.
      *
       330-SKIP-STUDENT-HISTORY.
      *
           PERFORM 220-READ-HISTORY-RECORD.
      *
      *    THE HOLDS FILE IS PASSED IN STEP WITH THE MASTER THE SAME
      *    WAY AS THE HISTORY FILE.  A HOLD IS ACTIVE WHEN IT HAS NO
      *    RELEASE DATE OR ITS RELEASE DATE IS STILL TO COME.
       340-GATHER-STUDENT-HOLDS.
      *
           MOVE ZERO  TO ACTIVE-HOLD-COUNT.
           MOVE SPACE TO ACTIVE-HOLD-TYPE.
           MOVE SPACE TO ACTIVE-HOLD-OFFICE.
           PERFORM 250-READ-HOLD-RECORD
               UNTIL HOLDFILE-EOF-SWITCH = "Y"
                  OR HD-STUDENT-ID NOT < SM-STUDENT-ID.
           PERFORM 345-TEST-ONE-HOLD
               UNTIL HOLDFILE-EOF-SWITCH = "Y"
                  OR HD-STUDENT-ID NOT = SM-STUDENT-ID.
      *
       345-TEST-ONE-HOLD.
      *
           IF HD-RELEASE-DATE = ZERO
              OR HD-RELEASE-DATE > RUN-DATE
               ADD 1 TO ACTIVE-HOLD-COUNT
               IF ACTIVE-HOLD-COUNT = 1
                   MOVE HD-HOLD-TYPE        TO ACTIVE-HOLD-TYPE
                   MOVE HD-PLACED-BY-OFFICE TO ACTIVE-HOLD-OFFICE.
           PERFORM 250-READ-HOLD-RECORD.
      *
       350-WITHHOLD-TRANSCRIPT.
      *
           MOVE "H" TO RQT-MATCH-FLAG (RQ-SEARCH-INDEX).
           MOVE SM-STUDENT-NAME TO RQT-STUDENT-NAME (RQ-SEARCH-INDEX).
           MOVE ACTIVE-HOLD-TYPE TO RQT-HOLD-TYPE (RQ-SEARCH-INDEX).
           MOVE ACTIVE-HOLD-OFFICE
               TO RQT-HOLD-OFFICE (RQ-SEARCH-INDEX).
           MOVE ACTIVE-HOLD-COUNT
               TO RQT-HOLD-COUNT (RQ-SEARCH-INDEX).
      *
       400-PRINT-ONE-TRANSCRIPT.
      *
               WRITE TRANS-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 430-PRINT-STANDING-LINE.
           ADD 1 TO TRANSCRIPTS-PRINTED-COUNT.
           IF ARCHIVE-PASS
               ADD 1 TO ARCHIVE-PRINTED-COUNT.
      *
       410-PRINT-TRANSCRIPT-HEADING.
      *
           PERFORM 225-DETERMINE-CLASS-TEXT.
           MOVE CSW-CLASS-TEXT TO XIL2-CLASS.
           MOVE SM-MAJOR       TO XIL2-MAJOR.
           IF ARCHIVE-PASS
               MOVE "ARCHIVED RECORD" TO XIL2-SOURCE
           ELSE
               MOVE SPACE TO XIL2-SOURCE.
           MOVE TRANS-IDENTITY-LINE-2 TO TRANS-PRINT-AREA.
           WRITE TRANS-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE TRANS-COLUMN-LINE TO TRANS-PRINT-AREA.
       240-DRAIN-REMAINING-HISTORY.
      *
           PERFORM 220-READ-HISTORY-RECORD.
      *
      *    ONLY WHEN A REQUEST IS LEFT UNMATCHED BY THE ACTIVE FILES
      *    ARE THE ARCHIVE FILES PASSED, IN THE SAME WAY AND WITH THE
      *    SAME HOLDS CHECK.  THE ACTIVE FILES STAY OPEN SO THEIR
      *    RECORD AREAS CAN TAKE THE ARCHIVE RECORDS.
       600-SEARCH-ARCHIVE.
      *
           MOVE ZERO TO RQ-OPEN-COUNT.
           MOVE 1 TO RQ-PRINT-INDEX.
           PERFORM 605-COUNT-ONE-OPEN-REQUEST
               UNTIL RQ-PRINT-INDEX > REQUEST-ENTRY-COUNT.
           IF RQ-OPEN-COUNT > ZERO
               PERFORM 610-PASS-ARCHIVE-FILES.
      *
       605-COUNT-ONE-OPEN-REQUEST.
      *
           IF RQT-MATCH-FLAG (RQ-PRINT-INDEX) = "N"
               ADD 1 TO RQ-OPEN-COUNT.
           ADD 1 TO RQ-PRINT-INDEX.
      *
       610-PASS-ARCHIVE-FILES.
      *
           SET ARCHIVE-PASS TO TRUE.
           MOVE "N"  TO STUMAST-EOF-SWITCH
                        GRADEHIST-EOF-SWITCH
                        HOLDFILE-EOF-SWITCH.
           MOVE ZERO TO PREVIOUS-HISTORY-ID
                        PREVIOUS-TERM-CODE
                        PREVIOUS-HOLD-ID.
           OPEN INPUT ARCHMAST
                INPUT ARCHHIST.
           IF ARCHMAST-STATUS NOT = "00"
              AND ARCHMAST-STATUS NOT = "05"
               MOVE "Y" TO STUMAST-EOF-SWITCH.
           IF ARCHHIST-STATUS NOT = "00"
              AND ARCHHIST-STATUS NOT = "05"
               MOVE "Y" TO GRADEHIST-EOF-SWITCH.
           CLOSE HOLDFILE.
           OPEN INPUT HOLDFILE.
           IF HOLDFILE-STATUS NOT = "00"
              AND HOLDFILE-STATUS NOT = "05"
               MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           PERFORM 250-READ-HOLD-RECORD.
           IF GRADEHIST-EOF-SWITCH = "N"
               PERFORM 220-READ-HISTORY-RECORD.
           PERFORM 200-PROCESS-ONE-STUDENT
               UNTIL STUMAST-EOF-SWITCH = "Y".
           CLOSE ARCHMAST
                 ARCHHIST.
      *
       700-PRINT-UNMATCHED-REQUESTS.
      *
           MOVE "REQUESTED IDS NOT ON MASTER/ARCHIVE" TO XSC-TITLE.
           MOVE TRANS-SECTION-LINE TO TRANS-PRINT-AREA.
           WRITE TRANS-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE 1 TO RQ-PRINT-INDEX.
      *
       710-PRINT-ONE-UNMATCHED-REQUEST.
      *
           IF RQT-MATCH-FLAG (RQ-PRINT-INDEX) = "N"
               MOVE RQT-STUDENT-ID (RQ-PRINT-INDEX)
                   TO XUL-STUDENT-ID
               MOVE TRANS-UNMATCHED-LINE TO TRANS-PRINT-AREA
               WRITE TRANS-PRINT-AREA AFTER ADVANCING 1 LINES
               ADD 1 TO REQUESTS-UNMATCHED-COUNT.
           ADD 1 TO RQ-PRINT-INDEX.
      *
       720-PRINT-WITHHELD-REQUESTS.
      *
           MOVE "TRANSCRIPTS WITHHELD - ACTIVE HOLD " TO XSC-TITLE.
           MOVE TRANS-SECTION-LINE TO TRANS-PRINT-AREA.
           WRITE TRANS-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE 1 TO RQ-PRINT-INDEX.
           PERFORM 730-PRINT-ONE-WITHHELD-REQUEST
               UNTIL RQ-PRINT-INDEX > REQUEST-ENTRY-COUNT.
      *
       730-PRINT-ONE-WITHHELD-REQUEST.
      *
           IF RQT-HELD (RQ-PRINT-INDEX)
               MOVE RQT-STUDENT-ID (RQ-PRINT-INDEX) TO XWL-STUDENT-ID
               MOVE RQT-STUDENT-NAME (RQ-PRINT-INDEX)
                   TO XWL-STUDENT-NAME
               PERFORM 735-FORMAT-HOLD-TYPE
               MOVE RQT-HOLD-OFFICE (RQ-PRINT-INDEX)
                   TO XWL-HOLD-OFFICE
               MOVE RQT-HOLD-COUNT (RQ-PRINT-INDEX) TO XWL-HOLD-COUNT
               MOVE TRANS-WITHHELD-LINE TO TRANS-PRINT-AREA
               WRITE TRANS-PRINT-AREA AFTER ADVANCING 1 LINES
               ADD 1 TO TRANSCRIPTS-WITHHELD-COUNT.
           ADD 1 TO RQ-PRINT-INDEX.
      *
       735-FORMAT-HOLD-TYPE.
      *
           IF RQT-HOLD-TYPE (RQ-PRINT-INDEX) = "F"
               MOVE "FINANCIAL"    TO XWL-HOLD-TYPE
           ELSE
           IF RQT-HOLD-TYPE (RQ-PRINT-INDEX) = "D"
               MOVE "DISCIPLINARY" TO XWL-HOLD-TYPE
           ELSE
           IF RQT-HOLD-TYPE (RQ-PRINT-INDEX) = "L"
               MOVE "LIBRARY"      TO XWL-HOLD-TYPE
           ELSE
               MOVE RQT-HOLD-TYPE (RQ-PRINT-INDEX) TO XWL-HOLD-TYPE.
      *
       800-PRINT-TRANSCRIPT-TOTALS.
      *
           MOVE "REQUESTS UNMATCHED: " TO XTT-DESCRIPTION.
           MOVE REQUESTS-UNMATCHED-COUNT TO XTT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "FROM ARCHIVE:       " TO XTT-DESCRIPTION.
           MOVE ARCHIVE-PRINTED-COUNT  TO XTT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "TRANSCRIPTS WITHHELD:" TO XTT-DESCRIPTION.
           MOVE TRANSCRIPTS-WITHHELD-COUNT TO XTT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "DUPLICATE REQUESTS: " TO XTT-DESCRIPTION.
           MOVE DUPLICATE-REQUEST-COUNT TO XTT-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           DISPLAY "A8TRANS - " ABORT-MESSAGE.
           DISPLAY "A8TRANS - STUDENT ID " GH-STUDENT-ID
               " TERM " GH-TERM-CODE.
           IF ARCHIVE-PASS
               DISPLAY "A8TRANS - ERROR IS ON ARCHHIST.DAT".
           DISPLAY "A8TRANS - SORT THE HISTORY FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       992-ABORT-HOLDFILE-ERROR.
      *
           DISPLAY "A8TRANS - HOLDFILE CONTROL ERROR - RUN ABORTED".
           DISPLAY "A8TRANS - " ABORT-MESSAGE.
           DISPLAY "A8TRANS - STUDENT ID " HD-STUDENT-ID.
           DISPLAY "A8TRANS - SORT THE HOLDS FILE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8TRANS.

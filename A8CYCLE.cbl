      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program reports where the end-of-term cycle
      *          stands.  Each step of the stream - A8EDIT, A8MAINT,
      *          A8POST, A8CLEAR, A8, and A8LOAD - stamps the cycle
      *          control ledger when it completes, keyed by the
      *          master extract date and the posting term.  The most
      *          recently stamped cycle is listed step by step with
      *          the run date, time, and master count of each step
      *          that has completed and the next step to run, followed
      *          by one line for every cycle on the ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8CYCLE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL CYCLECTL ASSIGN TO "CYCLECTL.DAT"
               FILE STATUS IS CYCLECTL-STATUS.
           SELECT CYCLERPT ASSIGN TO "CYCLERPT.PRN".

       DATA DIVISION.

       FILE SECTION.

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
       FD  CYCLERPT.
      *
       01  CYCLE-PRINT-AREA           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CYCLECTL-EOF-SWITCH    PIC X    VALUE "N".
      *
       01  CYCLECTL-STATUS            PIC XX.
      *
       01  ABORT-MESSAGE              PIC X(40) VALUE SPACE.
      *
       01  STEP-NAME-VALUES.
           05  FILLER  PIC X(8)  VALUE "A8EDIT  ".
           05  FILLER  PIC X(8)  VALUE "A8MAINT ".
           05  FILLER  PIC X(8)  VALUE "A8POST  ".
           05  FILLER  PIC X(8)  VALUE "A8CLEAR ".
           05  FILLER  PIC X(8)  VALUE "A8      ".
           05  FILLER  PIC X(8)  VALUE "A8LOAD  ".
      *
       01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
           05  STEP-NAME-ENTRY OCCURS 6 TIMES.
               10  SNT-PROGRAM-NAME   PIC X(8).
      *
      *    ONE ENTRY PER CYCLE ON THE LEDGER WITH A SLOT FOR EACH OF
      *    THE SIX STEPS.  THE CURRENT CYCLE IS THE ONE THE LAST
      *    LEDGER RECORD WAS STAMPED FOR.
       01  CYCLE-TABLE.
           05  CYCLE-ENTRY-COUNT      PIC S9(3) VALUE ZERO.
           05  CYCLE-ENTRY OCCURS 100 TIMES.
               10  CYT-EXTRACT-DATE    PIC 9(8).
               10  CYT-TERM-CODE       PIC 9(6).
               10  CYT-STEP-ENTRY OCCURS 6 TIMES.
                   15  CYT-STEP-SWITCH     PIC X.
                       88  CYT-STEP-DONE           VALUE "Y".
                   15  CYT-RUN-DATE        PIC 9(8).
                   15  CYT-RUN-TIME        PIC 9(4).
                   15  CYT-RECORD-COUNT    PIC 9(9).
      *
       01  CYCLE-SEARCH-FIELDS.
           05  CYT-FOUND-SWITCH       PIC X    VALUE "N".
               88  CYT-FOUND                   VALUE "Y".
           05  CYT-INDEX              PIC S9(3) VALUE ZERO.
           05  CURRENT-CYCLE-INDEX    PIC S9(3) VALUE ZERO.
           05  STEP-INDEX             PIC S9(3) VALUE ZERO.
           05  LAST-STEP-DONE         PIC S9(3) VALUE ZERO.
           05  NEXT-STEP-NUMBER       PIC S9(3) VALUE ZERO.
      *
       01  CYCLE-TOTAL-FIELDS.
           05  LEDGER-READ-COUNT      PIC S9(7) VALUE ZERO.
           05  LEDGER-INVALID-COUNT   PIC S9(5) VALUE ZERO.
           05  CYCLES-COMPLETE-COUNT  PIC S9(5) VALUE ZERO.
           05  CYCLES-OPEN-COUNT      PIC S9(5) VALUE ZERO.
      *
       01  CYCLE-PRINT-FIELDS.
           05  CYCLE-PAGE-COUNT       PIC S9(3) VALUE ZERO.
           05  CYCLE-LINES-ON-PAGE    PIC S9(3) VALUE +55.
           05  CYCLE-LINE-COUNT       PIC S9(3) VALUE +99.
           05  CYCLE-SPACE-CONTROL    PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  CYCLE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  CHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "CYCLE CONTROL STATUS      ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  CHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  CYCLE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  CHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  CHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(51)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  CYCLE-HEADING-LINE-3.
           05  FILLER      PIC X(10)   VALUE "EXTRACT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(7)    VALUE "TERM".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "STEP".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "PROGRAM".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "STATUS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "RUN DATE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "TIME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(11)   VALUE "    MASTERS".
           05  FILLER      PIC X(51)   VALUE SPACE.
      *
       01  CYCLE-DETAIL-LINE.
           05  CDL-EXTRACT-MONTH   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  CDL-EXTRACT-DAY     PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  CDL-EXTRACT-YEAR    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CDL-TERM-YEAR       PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "-".
           05  CDL-TERM-PART       PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CDL-STEP-NUMBER     PIC 9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CDL-PROGRAM-NAME    PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CDL-STATUS          PIC X(12).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CDL-RUN-FIELDS.
               10  CDL-RUN-MONTH   PIC 9(2).
               10  CDL-RUN-SLASH-1 PIC X(1).
               10  CDL-RUN-DAY     PIC 9(2).
               10  CDL-RUN-SLASH-2 PIC X(1).
               10  CDL-RUN-YEAR    PIC 9(4).
               10  FILLER          PIC X(2).
               10  CDL-RUN-HOURS   PIC 9(2).
               10  CDL-RUN-COLON   PIC X(1).
               10  CDL-RUN-MINUTES PIC 9(2).
               10  FILLER          PIC X(2).
               10  CDL-RECORD-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(51)    VALUE SPACE.
      *
       01  CYCLE-SECTION-LINE.
           05  CSL-TITLE           PIC X(45).
           05  FILLER              PIC X(87)    VALUE SPACE.
      *
       01  CYCLE-TOTAL-LINE.
           05  CTL-DESCRIPTION     PIC X(22).
           05  CTL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
      *
       01  EXTRACT-DATE-SPLIT.
           05  EDS-YEAR            PIC 9(4).
           05  EDS-MONTH           PIC 9(2).
           05  EDS-DAY             PIC 9(2).
      *
       01  RUN-TIME-SPLIT.
           05  RTS-HOURS           PIC 9(2).
           05  RTS-MINUTES         PIC 9(2).
      *
       01  TERM-CODE-SPLIT.
           05  TCS-TERM-YEAR       PIC 9(4).
           05  TCS-TERM-PART       PIC 9(2).
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-CYCLE-STATUS.
      *
           PERFORM 070-LOAD-CYCLE-TABLE.
           OPEN OUTPUT CYCLERPT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           IF CYCLE-ENTRY-COUNT = ZERO
               MOVE "NO STEPS HAVE BEEN STAMPED ON THE LEDGER     "
                   TO CSL-TITLE
               PERFORM 520-PRINT-SECTION-LINE
           ELSE
               PERFORM 300-PRINT-CURRENT-CYCLE
               PERFORM 400-PRINT-LEDGER-CYCLES.
           PERFORM 800-PRINT-CYCLE-TOTALS.
           CLOSE CYCLERPT.
           STOP RUN.
      *
      *    THE LEDGER IS OPTIONAL SO A SITE THAT HAS NOT YET RUN A
      *    CYCLE STEP STILL GETS A REPORT.
       070-LOAD-CYCLE-TABLE.
      *
           OPEN INPUT CYCLECTL.
           IF CYCLECTL-STATUS = "00" OR CYCLECTL-STATUS = "05"
               PERFORM 075-LOAD-ONE-LEDGER-RECORD
                   UNTIL CYCLECTL-EOF-SWITCH = "Y".
           CLOSE CYCLECTL.
      *
       075-LOAD-ONE-LEDGER-RECORD.
      *
           READ CYCLECTL
               AT END
                   MOVE "Y" TO CYCLECTL-EOF-SWITCH.
           IF CYCLECTL-EOF-SWITCH = "N"
               ADD 1 TO LEDGER-READ-COUNT
               IF CY-STEP-NUMBER NUMERIC
                  AND CY-STEP-NUMBER > ZERO
                  AND CY-STEP-NUMBER < 7
                  AND CY-EXTRACT-DATE NUMERIC
                  AND CY-TERM-CODE NUMERIC
                   PERFORM 080-POST-LEDGER-RECORD
               ELSE
                   ADD 1 TO LEDGER-INVALID-COUNT.
      *
       080-POST-LEDGER-RECORD.
      *
           MOVE "N" TO CYT-FOUND-SWITCH.
           MOVE 1   TO CYT-INDEX.
           PERFORM 085-SEARCH-CYCLE-TABLE
               UNTIL CYT-FOUND
                  OR CYT-INDEX > CYCLE-ENTRY-COUNT.
           IF NOT CYT-FOUND
               PERFORM 090-ADD-CYCLE-ENTRY.
           MOVE CY-STEP-NUMBER TO STEP-INDEX.
           MOVE "Y" TO CYT-STEP-SWITCH (CYT-INDEX, STEP-INDEX).
           MOVE CY-RUN-DATE TO CYT-RUN-DATE (CYT-INDEX, STEP-INDEX).
           MOVE CY-RUN-TIME TO CYT-RUN-TIME (CYT-INDEX, STEP-INDEX).
           MOVE CY-RECORD-COUNT
               TO CYT-RECORD-COUNT (CYT-INDEX, STEP-INDEX).
           MOVE CYT-INDEX TO CURRENT-CYCLE-INDEX.
      *
       085-SEARCH-CYCLE-TABLE.
      *
           IF CYT-EXTRACT-DATE (CYT-INDEX) = CY-EXTRACT-DATE
              AND CYT-TERM-CODE (CYT-INDEX) = CY-TERM-CODE
               SET CYT-FOUND TO TRUE
           ELSE
               ADD 1 TO CYT-INDEX.
      *
       090-ADD-CYCLE-ENTRY.
      *
           IF CYCLE-ENTRY-COUNT < 100
               ADD 1 TO CYCLE-ENTRY-COUNT
           ELSE
               MOVE "CYCLE TABLE FULL" TO ABORT-MESSAGE
               PERFORM 995-ABORT-CYCLE-TABLE-FULL.
           MOVE CYCLE-ENTRY-COUNT TO CYT-INDEX.
           MOVE CY-EXTRACT-DATE TO CYT-EXTRACT-DATE (CYT-INDEX).
           MOVE CY-TERM-CODE    TO CYT-TERM-CODE (CYT-INDEX).
           MOVE 1 TO STEP-INDEX.
           PERFORM 095-CLEAR-ONE-STEP-SLOT
               UNTIL STEP-INDEX > 6.
      *
       095-CLEAR-ONE-STEP-SLOT.
      *
           MOVE "N"  TO CYT-STEP-SWITCH (CYT-INDEX, STEP-INDEX).
           MOVE ZERO TO CYT-RUN-DATE (CYT-INDEX, STEP-INDEX).
           MOVE ZERO TO CYT-RUN-TIME (CYT-INDEX, STEP-INDEX).
           MOVE ZERO TO CYT-RECORD-COUNT (CYT-INDEX, STEP-INDEX).
           ADD 1 TO STEP-INDEX.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CHL1-MONTH.
           MOVE CD-DAY     TO CHL1-DAY.
           MOVE CD-YEAR    TO CHL1-YEAR.
           MOVE CD-HOURS   TO CHL2-HOURS.
           MOVE CD-MINUTES TO CHL2-MINUTES.
      *
      *    EVERY STEP OF THE CURRENT CYCLE IS LISTED.  THE FIRST STEP
      *    NOT YET STAMPED IS THE ONE THE LEDGER WILL LET RUN NEXT.
       300-PRINT-CURRENT-CYCLE.
      *
           MOVE "CURRENT CYCLE                                "
               TO CSL-TITLE.
           PERFORM 520-PRINT-SECTION-LINE.
           MOVE CURRENT-CYCLE-INDEX TO CYT-INDEX.
           MOVE ZERO TO NEXT-STEP-NUMBER.
           MOVE 1 TO STEP-INDEX.
           PERFORM 310-PRINT-ONE-CYCLE-STEP
               UNTIL STEP-INDEX > 6.
           IF NEXT-STEP-NUMBER = ZERO
               MOVE "CYCLE COMPLETE - ALL SIX STEPS STAMPED       "
                   TO CSL-TITLE
           ELSE
               MOVE SPACE TO CSL-TITLE
               STRING "NEXT STEP TO RUN: " DELIMITED BY SIZE
                      SNT-PROGRAM-NAME (NEXT-STEP-NUMBER)
                          DELIMITED BY SPACE
                   INTO CSL-TITLE.
           PERFORM 520-PRINT-SECTION-LINE.
      *
       310-PRINT-ONE-CYCLE-STEP.
      *
           MOVE STEP-INDEX TO CDL-STEP-NUMBER.
           MOVE SNT-PROGRAM-NAME (STEP-INDEX) TO CDL-PROGRAM-NAME.
           IF CYT-STEP-DONE (CYT-INDEX, STEP-INDEX)
               MOVE "COMPLETE" TO CDL-STATUS
               PERFORM 320-FORMAT-STEP-RUN-FIELDS
           ELSE
           IF NEXT-STEP-NUMBER = ZERO
               MOVE STEP-INDEX TO NEXT-STEP-NUMBER
               MOVE "NEXT TO RUN" TO CDL-STATUS
               MOVE SPACE TO CDL-RUN-FIELDS
           ELSE
               MOVE "WAITING" TO CDL-STATUS
               MOVE SPACE TO CDL-RUN-FIELDS.
           PERFORM 500-PRINT-CYCLE-LINE.
           ADD 1 TO STEP-INDEX.
      *
       320-FORMAT-STEP-RUN-FIELDS.
      *
           MOVE CYT-RUN-DATE (CYT-INDEX, STEP-INDEX)
               TO EXTRACT-DATE-SPLIT.
           MOVE EDS-MONTH TO CDL-RUN-MONTH.
           MOVE "/"       TO CDL-RUN-SLASH-1.
           MOVE EDS-DAY   TO CDL-RUN-DAY.
           MOVE "/"       TO CDL-RUN-SLASH-2.
           MOVE EDS-YEAR  TO CDL-RUN-YEAR.
           MOVE CYT-RUN-TIME (CYT-INDEX, STEP-INDEX)
               TO RUN-TIME-SPLIT.
           MOVE RTS-HOURS   TO CDL-RUN-HOURS.
           MOVE ":"         TO CDL-RUN-COLON.
           MOVE RTS-MINUTES TO CDL-RUN-MINUTES.
           MOVE CYT-RECORD-COUNT (CYT-INDEX, STEP-INDEX)
               TO CDL-RECORD-COUNT.
      *
      *    ONE LINE PER CYCLE SHOWING THE LAST STEP STAMPED.  THE
      *    STEPS ARE FORCED INTO ORDER, SO THE LAST STEP STAMPED IS
      *    ALSO THE NUMBER OF STEPS COMPLETE.
       400-PRINT-LEDGER-CYCLES.
      *
           MOVE "ALL CYCLES ON THE LEDGER                     "
               TO CSL-TITLE.
           PERFORM 520-PRINT-SECTION-LINE.
           MOVE 1 TO CYT-INDEX.
           PERFORM 410-PRINT-ONE-LEDGER-CYCLE
               UNTIL CYT-INDEX > CYCLE-ENTRY-COUNT.
      *
       410-PRINT-ONE-LEDGER-CYCLE.
      *
           MOVE ZERO TO LAST-STEP-DONE.
           MOVE 1 TO STEP-INDEX.
           PERFORM 415-FIND-LAST-STEP-DONE
               UNTIL STEP-INDEX > 6.
           MOVE LAST-STEP-DONE TO STEP-INDEX CDL-STEP-NUMBER.
           MOVE SNT-PROGRAM-NAME (STEP-INDEX) TO CDL-PROGRAM-NAME.
           PERFORM 320-FORMAT-STEP-RUN-FIELDS.
           IF LAST-STEP-DONE = 6
               MOVE "COMPLETE" TO CDL-STATUS
               ADD 1 TO CYCLES-COMPLETE-COUNT
           ELSE
               MOVE "IN PROGRESS" TO CDL-STATUS
               ADD 1 TO CYCLES-OPEN-COUNT.
           PERFORM 500-PRINT-CYCLE-LINE.
           ADD 1 TO CYT-INDEX.
      *
       415-FIND-LAST-STEP-DONE.
      *
           IF CYT-STEP-DONE (CYT-INDEX, STEP-INDEX)
               MOVE STEP-INDEX TO LAST-STEP-DONE.
           ADD 1 TO STEP-INDEX.
      *
       500-PRINT-CYCLE-LINE.
      *
           IF CYCLE-LINE-COUNT >= CYCLE-LINES-ON-PAGE
               PERFORM 510-PRINT-CYCLE-HEADING-LINES.
           MOVE CYT-EXTRACT-DATE (CYT-INDEX) TO EXTRACT-DATE-SPLIT.
           MOVE EDS-MONTH TO CDL-EXTRACT-MONTH.
           MOVE EDS-DAY   TO CDL-EXTRACT-DAY.
           MOVE EDS-YEAR  TO CDL-EXTRACT-YEAR.
           MOVE CYT-TERM-CODE (CYT-INDEX) TO TERM-CODE-SPLIT.
           MOVE TCS-TERM-YEAR TO CDL-TERM-YEAR.
           MOVE TCS-TERM-PART TO CDL-TERM-PART.
           MOVE CYCLE-DETAIL-LINE TO CYCLE-PRINT-AREA.
           WRITE CYCLE-PRINT-AREA
               AFTER ADVANCING CYCLE-SPACE-CONTROL LINES.
           ADD 1  TO CYCLE-LINE-COUNT.
           MOVE 1 TO CYCLE-SPACE-CONTROL.
      *
       510-PRINT-CYCLE-HEADING-LINES.
      *
           ADD 1 TO CYCLE-PAGE-COUNT.
           MOVE CYCLE-PAGE-COUNT TO CHL1-PAGE-NUMBER.
           MOVE CYCLE-HEADING-LINE-1 TO CYCLE-PRINT-AREA.
           WRITE CYCLE-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE CYCLE-HEADING-LINE-2 TO CYCLE-PRINT-AREA.
           WRITE CYCLE-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE CYCLE-HEADING-LINE-3 TO CYCLE-PRINT-AREA.
           WRITE CYCLE-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO CYCLE-LINE-COUNT.
           MOVE 2 TO CYCLE-SPACE-CONTROL.
      *
       520-PRINT-SECTION-LINE.
      *
           IF CYCLE-LINE-COUNT >= CYCLE-LINES-ON-PAGE
               PERFORM 510-PRINT-CYCLE-HEADING-LINES.
           MOVE CYCLE-SECTION-LINE TO CYCLE-PRINT-AREA.
           WRITE CYCLE-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2  TO CYCLE-LINE-COUNT.
           MOVE 2 TO CYCLE-SPACE-CONTROL.
      *
       800-PRINT-CYCLE-TOTALS.
      *
           IF CYCLE-LINE-COUNT >= CYCLE-LINES-ON-PAGE
               PERFORM 510-PRINT-CYCLE-HEADING-LINES.
           MOVE "LEDGER RECORDS READ:" TO CTL-DESCRIPTION.
           MOVE LEDGER-READ-COUNT      TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "LEDGER RECORDS BAD: " TO CTL-DESCRIPTION.
           MOVE LEDGER-INVALID-COUNT   TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CYCLES COMPLETE:    " TO CTL-DESCRIPTION.
           MOVE CYCLES-COMPLETE-COUNT  TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "CYCLES IN PROGRESS: " TO CTL-DESCRIPTION.
           MOVE CYCLES-OPEN-COUNT      TO CTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE CYCLE-TOTAL-LINE TO CYCLE-PRINT-AREA.
           WRITE CYCLE-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO CYCLE-LINE-COUNT.
      *
       995-ABORT-CYCLE-TABLE-FULL.
      *
           DISPLAY "A8CYCLE - CYCLE LEDGER ERROR - RUN ABORTED".
           DISPLAY "A8CYCLE - " ABORT-MESSAGE.
           DISPLAY "A8CYCLE - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8CYCLE.

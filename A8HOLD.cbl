      ******************************************************************
      * Author: Blaine McShea
      * Date: 10/15/2026
      * Purpose: This program maintains the registrar holds file.  A
      *          transaction file of hold placements and releases is
      *          applied against the current holds file, producing a
      *          new holds generation and an audit listing of every
      *          hold placed, every hold released, and every
      *          transaction rejected with its reason.  A hold is
      *          financial, disciplinary, or library, carries the
      *          date placed and the office that placed it, and is
      *          kept on the file after release with the release date
      *          and releasing office so the history is not lost.
      *          Transcripts, graduation clearance, and the inquiry
      *          all honor a hold until its release date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A8HOLD.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUMAST   ASSIGN TO "STUMAST.DAT".
           SELECT OPTIONAL HOLDFILE ASSIGN TO "HOLDFILE.DAT"
               FILE STATUS IS HOLDFILE-STATUS.
           SELECT HOLDTRAN  ASSIGN TO "HOLDTRAN.DAT".
           SELECT NEWHOLD   ASSIGN TO "NEWHOLD.DAT".
           SELECT HOLDRPT   ASSIGN TO "HOLDRPT.PRN".

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
      *    PLACEMENTS AND RELEASES IN ASCENDING STUDENT ID ORDER.  A
      *    BLANK ACTION DATE TAKES THE RUN DATE.
       FD  HOLDTRAN.
      *
       01  HOLD-TRANSACTION-RECORD.
           05  HT-ACTION-CODE          PIC X.
               88  HT-PLACE                    VALUE "P".
               88  HT-RELEASE                  VALUE "R".
           05  HT-STUDENT-ID           PIC X(9).
           05  HT-HOLD-TYPE            PIC X.
               88  HT-VALID-HOLD-TYPE          VALUE "F" "D" "L".
           05  HT-ACTION-DATE          PIC X(8).
           05  HT-OFFICE               PIC X(10).
           05  FILLER                  PIC X(51).
      *
       FD  NEWHOLD.
      *
       01  NEW-HOLD-RECORD.
           05  NH-STUDENT-ID           PIC 9(9).
           05  NH-HOLD-TYPE            PIC X.
           05  NH-PLACED-DATE          PIC 9(8).
           05  NH-PLACED-BY-OFFICE     PIC X(10).
           05  NH-RELEASE-DATE         PIC 9(8).
           05  NH-RELEASED-BY-OFFICE   PIC X(10).
           05  FILLER                  PIC X(34).
      *
       FD  HOLDRPT.
      *
       01  HOLD-PRINT-AREA            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  HOLDFILE-EOF-SWITCH    PIC X    VALUE "N".
           05  HOLDTRAN-EOF-SWITCH    PIC X    VALUE "N".
           05  MASTER-FOUND-SWITCH    PIC X    VALUE "N".
               88  MASTER-FOUND               VALUE "Y".
           05  TRAN-VALID-SWITCH      PIC X    VALUE "N".
               88  TRAN-RECORD-VALID          VALUE "Y".
           05  HOLD-FOUND-SWITCH      PIC X    VALUE "N".
               88  HOLD-FOUND                 VALUE "Y".
           05  MASTER-RECORD-TYPE     PIC X    VALUE SPACE.
               88  MASTER-DETAIL-RECORD       VALUE "D".
      *
       01  HOLDFILE-STATUS            PIC XX.
      *
       01  MATCH-FIELDS.
           05  MASTER-KEY             PIC 9(9)  VALUE ZERO.
           05  HOLD-KEY               PIC 9(9)  VALUE ZERO.
           05  TRAN-KEY               PIC 9(9)  VALUE ZERO.
           05  CURRENT-KEY            PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-HOLD-ID       PIC 9(9)  VALUE ZERO.
           05  PREVIOUS-TRAN-ID       PIC 9(9)  VALUE ZERO.
           05  ABORT-MESSAGE          PIC X(40) VALUE SPACE.
      *
       01  HOLD-WORK-FIELDS.
           05  RUN-DATE               PIC 9(8)  VALUE ZERO.
           05  ACTION-DATE            PIC 9(8)  VALUE ZERO.
           05  REJECT-REASON          PIC X(30) VALUE SPACE.
      *
      *    THE HOLDS OF ONE STUDENT ARE GATHERED HERE, THE STUDENT'S
      *    TRANSACTIONS APPLIED AGAINST THEM, AND THE RESULT WRITTEN
      *    TO THE NEW GENERATION.
       01  STUDENT-HOLD-TABLE.
           05  HOLD-ENTRY-COUNT       PIC S9(3) VALUE ZERO.
           05  HOLD-ENTRY OCCURS 50 TIMES.
               10  SHT-HOLD-TYPE           PIC X.
               10  SHT-PLACED-DATE         PIC 9(8).
               10  SHT-PLACED-BY-OFFICE    PIC X(10).
               10  SHT-RELEASE-DATE        PIC 9(8).
               10  SHT-RELEASED-BY-OFFICE  PIC X(10).
      *
       01  HOLD-SEARCH-FIELDS.
           05  HOLD-SEARCH-INDEX      PIC S9(3) VALUE ZERO.
           05  HOLD-WRITE-INDEX       PIC S9(3) VALUE ZERO.
      *
       01  HOLD-TOTAL-FIELDS.
           05  HOLDS-READ-COUNT       PIC S9(7) VALUE ZERO.
           05  TRANS-READ-COUNT       PIC S9(7) VALUE ZERO.
           05  HOLDS-PLACED-COUNT     PIC S9(7) VALUE ZERO.
           05  HOLDS-RELEASED-COUNT   PIC S9(7) VALUE ZERO.
           05  REJECTS-COUNT          PIC S9(7) VALUE ZERO.
           05  HOLDS-WRITTEN-COUNT    PIC S9(7) VALUE ZERO.
           05  ACTIVE-HOLDS-COUNT     PIC S9(7) VALUE ZERO.
      *
       01  HOLD-PRINT-FIELDS.
           05  HOLD-PAGE-COUNT        PIC S9(3) VALUE ZERO.
           05  HOLD-LINES-ON-PAGE     PIC S9(3) VALUE +55.
           05  HOLD-LINE-COUNT        PIC S9(3) VALUE +99.
           05  HOLD-SPACE-CONTROL     PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  HOLD-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(26)
                   VALUE "REGISTRAR HOLDS AUDIT     ".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  HHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  HOLD-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(51)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SP03-2R".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  HOLD-HEADING-LINE-3.
           05  FILLER      PIC X(11)   VALUE "STUDENT ID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "ACTION".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "HOLD TYPE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "DATE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "OFFICE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(30)   VALUE "REJECT REASON".
           05  FILLER      PIC X(41)   VALUE SPACE.
      *
       01  HOLD-DETAIL-LINE.
           05  HDL-STUDENT-ID      PIC X(11).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HDL-ACTION          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HDL-HOLD-TYPE       PIC X(12).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HDL-ACTION-DATE     PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HDL-OFFICE          PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HDL-REJECT-REASON   PIC X(30).
           05  FILLER              PIC X(41)    VALUE SPACE.
      *
       01  HOLD-TOTAL-LINE.
           05  HTL-DESCRIPTION     PIC X(22).
           05  HTL-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)   VALUE SPACE.
      *
       01  STUDENT-ID-EDIT.
           05  SIE-STUDENT-ID-1    PIC 9(3).
           05  FILLER              PIC X(1)     VALUE "-".
           05  SIE-STUDENT-ID-2    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "-".
           05  SIE-STUDENT-ID-3    PIC 9(4).
      *
       01  STUDENT-ID-SPLIT.
           05  SIS-STUDENT-ID-1    PIC 9(3).
           05  SIS-STUDENT-ID-2    PIC 9(2).
           05  SIS-STUDENT-ID-3    PIC 9(4).
      *
       01  ACTION-DATE-SPLIT.
           05  ADS-YEAR            PIC 9(4).
           05  ADS-MONTH           PIC 9(2).
           05  ADS-DAY             PIC 9(2).
      *
       01  ACTION-DATE-EDIT.
           05  ADE-MONTH           PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  ADE-DAY             PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  ADE-YEAR            PIC 9(4).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-STUDENT-HOLDS.
      *
           OPEN INPUT  STUMAST
                INPUT  HOLDFILE
                INPUT  HOLDTRAN
                OUTPUT NEWHOLD
                OUTPUT HOLDRPT.
           IF HOLDFILE-STATUS NOT = "00"
              AND HOLDFILE-STATUS NOT = "05"
               MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 210-READ-MASTER-RECORD.
           PERFORM 220-READ-HOLD-RECORD.
           PERFORM 230-READ-TRANSACTION-RECORD.
           PERFORM 300-PROCESS-ONE-STUDENT
               UNTIL HOLD-KEY = 999999999
                 AND TRAN-KEY = 999999999.
           PERFORM 800-PRINT-HOLD-TOTALS.
           CLOSE STUMAST
                 HOLDFILE
                 HOLDTRAN
                 NEWHOLD
                 HOLDRPT.
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HHL1-MONTH.
           MOVE CD-DAY     TO HHL1-DAY.
           MOVE CD-YEAR    TO HHL1-YEAR.
           MOVE CD-HOURS   TO HHL2-HOURS.
           MOVE CD-MINUTES TO HHL2-MINUTES.
           MOVE CD-YEAR    TO ADS-YEAR.
           MOVE CD-MONTH   TO ADS-MONTH.
           MOVE CD-DAY     TO ADS-DAY.
           MOVE ACTION-DATE-SPLIT TO RUN-DATE.
      *
      *    THE MASTER IS READ ONLY TO CONFIRM A HOLD IS PLACED ON A
      *    STUDENT WHO EXISTS; ITS HEADER AND TRAILER ARE PASSED
      *    OVER.
       210-READ-MASTER-RECORD.
      *
           MOVE SPACE TO MASTER-RECORD-TYPE.
           PERFORM 211-READ-ONE-MASTER-RECORD
               UNTIL MASTER-DETAIL-RECORD
                  OR STUMAST-EOF-SWITCH = "Y".
           IF STUMAST-EOF-SWITCH = "Y"
               MOVE 999999999 TO MASTER-KEY
           ELSE
               MOVE SM-STUDENT-ID TO MASTER-KEY.
      *
       211-READ-ONE-MASTER-RECORD.
      *
           READ STUMAST
               AT END
                   MOVE "Y" TO STUMAST-EOF-SWITCH.
           IF STUMAST-EOF-SWITCH = "Y"
               MOVE SPACE TO MASTER-RECORD-TYPE
           ELSE
           IF SM-STUDENT-ID = ZERO AND SH-RECORD-TYPE = "H"
               MOVE "H" TO MASTER-RECORD-TYPE
           ELSE
           IF SM-STUDENT-ID = 999999999 AND ST-RECORD-TYPE = "T"
               MOVE "T" TO MASTER-RECORD-TYPE
               MOVE "Y" TO STUMAST-EOF-SWITCH
           ELSE
               MOVE "D" TO MASTER-RECORD-TYPE.
      *
       220-READ-HOLD-RECORD.
      *
           IF HOLDFILE-EOF-SWITCH = "N"
               READ HOLDFILE
                   AT END
                       MOVE "Y" TO HOLDFILE-EOF-SWITCH.
           IF HOLDFILE-EOF-SWITCH = "Y"
               MOVE 999999999 TO HOLD-KEY
           ELSE
               ADD 1 TO HOLDS-READ-COUNT
               PERFORM 225-CHECK-HOLD-SEQUENCE.
      *
       225-CHECK-HOLD-SEQUENCE.
      *
           IF HD-STUDENT-ID NOT NUMERIC
              OR HD-STUDENT-ID < PREVIOUS-HOLD-ID
               MOVE "HOLDS FILE OUT OF STUDENT ID SEQUENCE"
                   TO ABORT-MESSAGE
               PERFORM 990-ABORT-HOLD-SEQUENCE.
           MOVE HD-STUDENT-ID TO PREVIOUS-HOLD-ID.
           MOVE HD-STUDENT-ID TO HOLD-KEY.
      *
      *    A TRANSACTION WITHOUT A NUMERIC STUDENT ID CANNOT BE
      *    PLACED IN THE MATCH, SO IT IS REJECTED AS IT IS READ.
       230-READ-TRANSACTION-RECORD.
      *
           MOVE "N" TO TRAN-VALID-SWITCH.
           PERFORM 235-READ-ONE-TRANSACTION
               UNTIL TRAN-RECORD-VALID
                  OR HOLDTRAN-EOF-SWITCH = "Y".
           IF HOLDTRAN-EOF-SWITCH = "Y"
               MOVE 999999999 TO TRAN-KEY.
      *
       235-READ-ONE-TRANSACTION.
      *
           READ HOLDTRAN
               AT END
                   MOVE "Y" TO HOLDTRAN-EOF-SWITCH.
           IF HOLDTRAN-EOF-SWITCH = "N"
               ADD 1 TO TRANS-READ-COUNT
               IF HT-STUDENT-ID NUMERIC
                   PERFORM 237-CHECK-TRAN-SEQUENCE
               ELSE
                   MOVE ZERO TO ACTION-DATE
                   MOVE "STUDENT ID NOT NUMERIC" TO REJECT-REASON
                   PERFORM 520-PRINT-REJECT-LINE.
      *
       237-CHECK-TRAN-SEQUENCE.
      *
           MOVE HT-STUDENT-ID TO TRAN-KEY.
           IF TRAN-KEY < PREVIOUS-TRAN-ID
               MOVE "TRANSACTION ID OUT OF SEQUENCE" TO ABORT-MESSAGE
               PERFORM 990-ABORT-HOLD-SEQUENCE.
           MOVE TRAN-KEY TO PREVIOUS-TRAN-ID.
           SET TRAN-RECORD-VALID TO TRUE.
      *
      *    EACH PASS HANDLES THE LOWEST STUDENT ID ON EITHER FILE:
      *    THE STUDENT'S EXISTING HOLDS ARE LOADED, ANY TRANSACTIONS
      *    FOR THE STUDENT ARE APPLIED, AND THE HOLDS ARE WRITTEN.
       300-PROCESS-ONE-STUDENT.
      *
           IF HOLD-KEY < TRAN-KEY
               MOVE HOLD-KEY TO CURRENT-KEY
           ELSE
               MOVE TRAN-KEY TO CURRENT-KEY.
           MOVE ZERO TO HOLD-ENTRY-COUNT.
           PERFORM 310-LOAD-ONE-HOLD
               UNTIL HOLD-KEY NOT = CURRENT-KEY.
           IF TRAN-KEY = CURRENT-KEY
               PERFORM 320-POSITION-MASTER
               PERFORM 400-APPLY-ONE-TRANSACTION
                   UNTIL TRAN-KEY NOT = CURRENT-KEY.
           MOVE 1 TO HOLD-WRITE-INDEX.
           PERFORM 330-WRITE-ONE-HOLD
               UNTIL HOLD-WRITE-INDEX > HOLD-ENTRY-COUNT.
      *
       310-LOAD-ONE-HOLD.
      *
           IF HOLD-ENTRY-COUNT >= 50
               PERFORM 995-ABORT-HOLD-TABLE-FULL.
           ADD 1 TO HOLD-ENTRY-COUNT.
           MOVE HD-HOLD-TYPE     TO SHT-HOLD-TYPE (HOLD-ENTRY-COUNT).
           MOVE HD-PLACED-DATE   TO SHT-PLACED-DATE (HOLD-ENTRY-COUNT).
           MOVE HD-PLACED-BY-OFFICE
               TO SHT-PLACED-BY-OFFICE (HOLD-ENTRY-COUNT).
           MOVE HD-RELEASE-DATE
               TO SHT-RELEASE-DATE (HOLD-ENTRY-COUNT).
           MOVE HD-RELEASED-BY-OFFICE
               TO SHT-RELEASED-BY-OFFICE (HOLD-ENTRY-COUNT).
           PERFORM 220-READ-HOLD-RECORD.
      *
       320-POSITION-MASTER.
      *
           PERFORM 210-READ-MASTER-RECORD
               UNTIL MASTER-KEY NOT < CURRENT-KEY.
           IF MASTER-KEY = CURRENT-KEY
               SET MASTER-FOUND TO TRUE
           ELSE
               MOVE "N" TO MASTER-FOUND-SWITCH.
      *
       330-WRITE-ONE-HOLD.
      *
           MOVE SPACE TO NEW-HOLD-RECORD.
           MOVE CURRENT-KEY TO NH-STUDENT-ID.
           MOVE SHT-HOLD-TYPE (HOLD-WRITE-INDEX) TO NH-HOLD-TYPE.
           MOVE SHT-PLACED-DATE (HOLD-WRITE-INDEX) TO NH-PLACED-DATE.
           MOVE SHT-PLACED-BY-OFFICE (HOLD-WRITE-INDEX)
               TO NH-PLACED-BY-OFFICE.
           MOVE SHT-RELEASE-DATE (HOLD-WRITE-INDEX)
               TO NH-RELEASE-DATE.
           MOVE SHT-RELEASED-BY-OFFICE (HOLD-WRITE-INDEX)
               TO NH-RELEASED-BY-OFFICE.
           WRITE NEW-HOLD-RECORD.
           ADD 1 TO HOLDS-WRITTEN-COUNT.
           IF SHT-RELEASE-DATE (HOLD-WRITE-INDEX) = ZERO
              OR SHT-RELEASE-DATE (HOLD-WRITE-INDEX) > RUN-DATE
               ADD 1 TO ACTIVE-HOLDS-COUNT.
           ADD 1 TO HOLD-WRITE-INDEX.
      *
      *    ONLY ONE HOLD OF A TYPE MAY BE ACTIVE FOR A STUDENT AT A
      *    TIME, AND A RELEASE CLOSES THE ACTIVE HOLD OF ITS TYPE.
       400-APPLY-ONE-TRANSACTION.
      *
           MOVE SPACE TO REJECT-REASON.
           PERFORM 410-EDIT-TRANSACTION.
           IF REJECT-REASON = SPACE
               PERFORM 420-FIND-ACTIVE-HOLD
               IF HT-PLACE
                   PERFORM 430-PLACE-HOLD
               ELSE
                   PERFORM 440-RELEASE-HOLD.
           IF REJECT-REASON NOT = SPACE
               PERFORM 520-PRINT-REJECT-LINE.
           PERFORM 230-READ-TRANSACTION-RECORD.
      *
       410-EDIT-TRANSACTION.
      *
           IF HT-ACTION-DATE = SPACE
               MOVE RUN-DATE TO ACTION-DATE
           ELSE
           IF HT-ACTION-DATE NUMERIC
               MOVE HT-ACTION-DATE TO ACTION-DATE
           ELSE
               MOVE ZERO TO ACTION-DATE.
           IF NOT HT-PLACE AND NOT HT-RELEASE
               MOVE "INVALID ACTION CODE" TO REJECT-REASON
           ELSE
           IF NOT HT-VALID-HOLD-TYPE
               MOVE "INVALID HOLD TYPE" TO REJECT-REASON
           ELSE
           IF ACTION-DATE = ZERO
               MOVE "ACTION DATE NOT NUMERIC" TO REJECT-REASON
           ELSE
           IF HT-OFFICE = SPACE
               MOVE "OFFICE MISSING" TO REJECT-REASON
           ELSE
           IF HT-PLACE AND NOT MASTER-FOUND
               MOVE "STUDENT NOT ON MASTER" TO REJECT-REASON.
      *
       420-FIND-ACTIVE-HOLD.
      *
           MOVE "N" TO HOLD-FOUND-SWITCH.
           MOVE 1   TO HOLD-SEARCH-INDEX.
           PERFORM 425-TEST-ONE-HOLD-ENTRY
               UNTIL HOLD-FOUND
                  OR HOLD-SEARCH-INDEX > HOLD-ENTRY-COUNT.
      *
       425-TEST-ONE-HOLD-ENTRY.
      *
           IF SHT-HOLD-TYPE (HOLD-SEARCH-INDEX) = HT-HOLD-TYPE
              AND (SHT-RELEASE-DATE (HOLD-SEARCH-INDEX) = ZERO
                OR SHT-RELEASE-DATE (HOLD-SEARCH-INDEX) > RUN-DATE)
               SET HOLD-FOUND TO TRUE
           ELSE
               ADD 1 TO HOLD-SEARCH-INDEX.
      *
       430-PLACE-HOLD.
      *
           IF HOLD-FOUND
               MOVE "HOLD TYPE ALREADY ACTIVE" TO REJECT-REASON
           ELSE
           IF HOLD-ENTRY-COUNT >= 50
               PERFORM 995-ABORT-HOLD-TABLE-FULL
           ELSE
               ADD 1 TO HOLD-ENTRY-COUNT
               MOVE HT-HOLD-TYPE TO SHT-HOLD-TYPE (HOLD-ENTRY-COUNT)
               MOVE ACTION-DATE
                   TO SHT-PLACED-DATE (HOLD-ENTRY-COUNT)
               MOVE HT-OFFICE
                   TO SHT-PLACED-BY-OFFICE (HOLD-ENTRY-COUNT)
               MOVE ZERO  TO SHT-RELEASE-DATE (HOLD-ENTRY-COUNT)
               MOVE SPACE TO SHT-RELEASED-BY-OFFICE (HOLD-ENTRY-COUNT)
               ADD 1 TO HOLDS-PLACED-COUNT
               MOVE "PLACED" TO HDL-ACTION
               PERFORM 500-PRINT-AUDIT-LINE.
      *
       440-RELEASE-HOLD.
      *
           IF NOT HOLD-FOUND
               MOVE "NO ACTIVE HOLD OF THIS TYPE" TO REJECT-REASON
           ELSE
           IF ACTION-DATE < SHT-PLACED-DATE (HOLD-SEARCH-INDEX)
               MOVE "RELEASE BEFORE PLACED DATE" TO REJECT-REASON
           ELSE
               MOVE ACTION-DATE
                   TO SHT-RELEASE-DATE (HOLD-SEARCH-INDEX)
               MOVE HT-OFFICE
                   TO SHT-RELEASED-BY-OFFICE (HOLD-SEARCH-INDEX)
               ADD 1 TO HOLDS-RELEASED-COUNT
               MOVE "RELEASED" TO HDL-ACTION
               PERFORM 500-PRINT-AUDIT-LINE.
      *
       500-PRINT-AUDIT-LINE.
      *
           MOVE SPACE TO HDL-REJECT-REASON.
           PERFORM 530-FORMAT-TRANSACTION-FIELDS.
           PERFORM 540-WRITE-DETAIL-LINE.
      *
       520-PRINT-REJECT-LINE.
      *
           MOVE "REJECTED" TO HDL-ACTION.
           MOVE REJECT-REASON TO HDL-REJECT-REASON.
           PERFORM 530-FORMAT-TRANSACTION-FIELDS.
           PERFORM 540-WRITE-DETAIL-LINE.
           ADD 1 TO REJECTS-COUNT.
      *
       530-FORMAT-TRANSACTION-FIELDS.
      *
           IF HT-STUDENT-ID NUMERIC
               MOVE HT-STUDENT-ID TO STUDENT-ID-SPLIT
               MOVE SIS-STUDENT-ID-1 TO SIE-STUDENT-ID-1
               MOVE SIS-STUDENT-ID-2 TO SIE-STUDENT-ID-2
               MOVE SIS-STUDENT-ID-3 TO SIE-STUDENT-ID-3
               MOVE STUDENT-ID-EDIT TO HDL-STUDENT-ID
           ELSE
               MOVE HT-STUDENT-ID TO HDL-STUDENT-ID.
           IF HT-HOLD-TYPE = "F"
               MOVE "FINANCIAL"    TO HDL-HOLD-TYPE
           ELSE
           IF HT-HOLD-TYPE = "D"
               MOVE "DISCIPLINARY" TO HDL-HOLD-TYPE
           ELSE
           IF HT-HOLD-TYPE = "L"
               MOVE "LIBRARY"      TO HDL-HOLD-TYPE
           ELSE
               MOVE HT-HOLD-TYPE   TO HDL-HOLD-TYPE.
           IF ACTION-DATE = ZERO
               MOVE HT-ACTION-DATE TO HDL-ACTION-DATE
           ELSE
               MOVE ACTION-DATE TO ACTION-DATE-SPLIT
               MOVE ADS-MONTH TO ADE-MONTH
               MOVE ADS-DAY   TO ADE-DAY
               MOVE ADS-YEAR  TO ADE-YEAR
               MOVE ACTION-DATE-EDIT TO HDL-ACTION-DATE.
           MOVE HT-OFFICE TO HDL-OFFICE.
      *
       540-WRITE-DETAIL-LINE.
      *
           IF HOLD-LINE-COUNT >= HOLD-LINES-ON-PAGE
               PERFORM 510-PRINT-HOLD-HEADING-LINES.
           MOVE HOLD-DETAIL-LINE TO HOLD-PRINT-AREA.
           WRITE HOLD-PRINT-AREA
               AFTER ADVANCING HOLD-SPACE-CONTROL LINES.
           ADD 1  TO HOLD-LINE-COUNT.
           MOVE 1 TO HOLD-SPACE-CONTROL.
      *
       510-PRINT-HOLD-HEADING-LINES.
      *
           ADD 1 TO HOLD-PAGE-COUNT.
           MOVE HOLD-PAGE-COUNT TO HHL1-PAGE-NUMBER.
           MOVE HOLD-HEADING-LINE-1 TO HOLD-PRINT-AREA.
           WRITE HOLD-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HOLD-HEADING-LINE-2 TO HOLD-PRINT-AREA.
           WRITE HOLD-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HOLD-HEADING-LINE-3 TO HOLD-PRINT-AREA.
           WRITE HOLD-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO HOLD-LINE-COUNT.
           MOVE 2 TO HOLD-SPACE-CONTROL.
      *
       800-PRINT-HOLD-TOTALS.
      *
           IF HOLD-LINE-COUNT >= HOLD-LINES-ON-PAGE
               PERFORM 510-PRINT-HOLD-HEADING-LINES.
           MOVE "HOLD RECORDS READ:  " TO HTL-DESCRIPTION.
           MOVE HOLDS-READ-COUNT       TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "TRANSACTIONS READ:  " TO HTL-DESCRIPTION.
           MOVE TRANS-READ-COUNT       TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HOLDS PLACED:       " TO HTL-DESCRIPTION.
           MOVE HOLDS-PLACED-COUNT     TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HOLDS RELEASED:     " TO HTL-DESCRIPTION.
           MOVE HOLDS-RELEASED-COUNT   TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "TRANS REJECTED:     " TO HTL-DESCRIPTION.
           MOVE REJECTS-COUNT          TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "HOLD RECORDS WRITTEN:" TO HTL-DESCRIPTION.
           MOVE HOLDS-WRITTEN-COUNT    TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
           MOVE "ACTIVE HOLDS:       " TO HTL-DESCRIPTION.
           MOVE ACTIVE-HOLDS-COUNT     TO HTL-TOTAL.
           PERFORM 810-PRINT-ONE-TOTAL-LINE.
      *
       810-PRINT-ONE-TOTAL-LINE.
      *
           MOVE HOLD-TOTAL-LINE TO HOLD-PRINT-AREA.
           WRITE HOLD-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO HOLD-LINE-COUNT.
      *
       990-ABORT-HOLD-SEQUENCE.
      *
           DISPLAY "A8HOLD - HOLD SEQUENCE ERROR - RUN ABORTED".
           DISPLAY "A8HOLD - " ABORT-MESSAGE.
           DISPLAY "A8HOLD - HOLD ID " PREVIOUS-HOLD-ID
               " TRANSACTION ID " PREVIOUS-TRAN-ID.
           DISPLAY "A8HOLD - SORT THE INPUT, DISCARD NEWHOLD.DAT AND "
               "RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *    A STUDENT WITH MORE HOLDS THAN THE TABLE CAN TAKE WOULD
      *    LOSE HOLD HISTORY ON THE NEW GENERATION, SO THE RUN STOPS.
       995-ABORT-HOLD-TABLE-FULL.
      *
           DISPLAY "A8HOLD - STUDENT HOLD TABLE FULL - RUN ABORTED".
           DISPLAY "A8HOLD - STUDENT ID " CURRENT-KEY.
           DISPLAY "A8HOLD - INCREASE TABLE SIZE AND RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM A8HOLD.

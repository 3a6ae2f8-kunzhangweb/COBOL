       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOLESRC.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Sole-source exposure report. Reads the part/supplier source
      * master PSAPPLY keeps - SRCMAST, keyed by part number plus
      * supplier code - in key order, so every approved source for
      * a part arrives together, and lists each part left with
      * exactly one active approved supplier. A source counts only
      * while its status is active and its supplier still survives
      * on SUPPMAST; a source whose supplier has been deleted is
      * counted apart so it never props up a part that is really
      * down to one supplier. Each listed part carries its
      * GOVT-COMML-CODE and WEEKS-LEAD-TIME so purchasing can see
      * at a glance which single points of failure are government
      * work and how long a replacement supplier would take to
      * deliver.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCMAST
           ASSIGN TO SRCMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SC-SOURCE-KEY
             FILE STATUS IS SCCODE.

           SELECT SUPPMAST
           ASSIGN TO SUPPMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SM-SUPPLIER-CODE
             FILE STATUS IS SMCODE.

           SELECT SOLERPT
           ASSIGN TO SOLERPT
             FILE STATUS IS SLCODE.

       DATA DIVISION.
       FILE SECTION.
      * The masters exactly as PSAPPLY builds them.
       FD  SRCMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-SOURCE-KEY.
               10  SC-PART-NUMBER        PIC X(23).
               10  SC-SUPPLIER-CODE      PIC X(10).
           05  SC-PART-NAME              PIC X(14).
           05  SC-GOVT-COMML-CODE        PIC X(01).
           05  SC-WEEKS-LEAD-TIME        PIC 9(03).
           05  SC-SOURCE-STATUS          PIC X(01).
               88 SC-SOURCE-ACTIVE         VALUE 'A'.
               88 SC-SOURCE-INACTIVE       VALUE 'I'.
           05  SC-APPROVED-CYCLE         PIC 9(05).
           05  SC-LAST-CHANGE-CYCLE      PIC 9(05).
           05  FILLER                    PIC X(18).

       FD  SUPPMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SM-REC.
       01  SM-REC.
           05  SM-SUPPLIER-CODE          PIC X(10).
           05  SM-SUPPLIER-TYPE          PIC X(01).
           05  SM-SUPPLIER-NAME          PIC X(15).
           05  SM-SUPPLIER-PERF          PIC 9(03).
           05  SM-SUPPLIER-RATING        PIC X(01).
           05  SM-SUPPLIER-STATUS        PIC X(01).
           05  SM-SUPPLIER-ACT-DATE      PIC 9(08).
           05  FILLER                    PIC X(93).

      * Print file for the sole-source listing, so purchasing works
      * from a real report instead of the joblog.
       FD  SOLERPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SOL-REC.
       01  SOL-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  SCCODE                  PIC X(2).
               88 SC-NOT-FOUND  VALUE '35'.
           05  SMCODE                  PIC X(2).
               88 SM-NOT-FOUND  VALUE '35'.
           05  SLCODE                  PIC X(2).
               88 SL-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-SOURCES           PIC X VALUE 'N'.
               88  END-OF-SOURCES              VALUE 'Y'.
           05  SW-DATA-FOUND             PIC X VALUE 'N'.
               88  DATA-FOUND                  VALUE 'Y'.
           05  SW-BREAK-ACTIVE           PIC X VALUE 'N'.
               88  BREAK-ACTIVE                VALUE 'Y'.

      * The part being accumulated - its attributes off the first
      * source row, how many of its sources are live, and the last
      * live supplier seen, which is THE supplier when the count
      * comes out at one.
       01  WS-PART-BREAK-WORK.
           05  WS-BRK-PART-NUMBER        PIC X(23) VALUE SPACES.
           05  WS-BRK-PART-NAME          PIC X(14) VALUE SPACES.
           05  WS-BRK-GOVT-COMML-CODE    PIC X(01) VALUE SPACES.
           05  WS-BRK-WEEKS-LEAD-TIME    PIC 9(03) VALUE ZERO.
           05  WS-BRK-ACTIVE-SOURCES     PIC 9(05) COMP VALUE ZERO.
           05  WS-BRK-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  WS-BRK-SUPPLIER-NAME      PIC X(15) VALUE SPACES.
           05  WS-BRK-SUPPLIER-RATING    PIC X(01) VALUE SPACES.
           05  WS-BRK-SUPPLIER-STATUS    PIC X(01) VALUE SPACES.
           05  WS-BRK-APPROVED-CYCLE     PIC 9(05) VALUE ZERO.

      * Page control and line layouts for the sole-source print
      * file - title, run date and page number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-SOL-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-SOL-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-RUN-TODAY              PIC X(08) VALUE ZEROES.

       01  WS-RPT-RUN-DATE.
           05  WS-RPT-RUN-MM             PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-RPT-RUN-DD             PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-RPT-RUN-YYYY           PIC X(04) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  WS-HDG-TITLE              PIC X(60) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  WS-HDG-RUN-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  WS-HDG-PAGE               PIC Z(04)9.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-SOL-PRINT-LINE.
           05  SOL-PL-PART-NUMBER        PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SOL-PL-PART-NAME          PIC X(14) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  SOL-PL-GOVT-COMML-CODE    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  SOL-PL-WEEKS-LEAD-TIME    PIC Z(02)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  SOL-PL-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SOL-PL-SUPPLIER-NAME      PIC X(15) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  SOL-PL-SUPPLIER-STATUS    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  SOL-PL-SUPPLIER-RATING    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  SOL-PL-APPROVED-CYCLE     PIC Z(04)9.
           05  FILLER                    PIC X(32) VALUE SPACES.

      * End-of-job control/balancing counts. Every source row read
      * is either live or set aside as inactive or orphaned - that
      * tie proves the listing saw the whole master.
       01  WS-CONTROL-COUNTERS.
           05  WS-SOURCE-ROWS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-SOURCES-LIVE           PIC 9(07) COMP VALUE ZERO.
           05  WS-SOURCES-INACTIVE       PIC 9(07) COMP VALUE ZERO.
           05  WS-SOURCES-NO-SUPPLIER    PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-SOLE-SOURCE      PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-GOVT-SOLE        PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-NO-SOURCE        PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-MULTI-SOURCE     PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-SOLEMAIN.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-READ-ONE-SOURCE THRU 200-EXIT
                    UNTIL END-OF-SOURCES.
           IF BREAK-ACTIVE
               PERFORM 300-PART-BREAK THRU 300-EXIT
           END-IF.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

      *   A listing off a master that does not exist proves nothing -
      *   both masters PSAPPLY maintains have to be there.
           OPEN INPUT SRCMAST.
           IF SC-NOT-FOUND
               DISPLAY 'SOLESRC - SRCMAST DOES NOT EXIST - '
                   'NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST.
           IF SM-NOT-FOUND
               DISPLAY 'SOLESRC - SUPPMAST DOES NOT EXIST - '
                   'NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOLERPT.

      * One SRCMAST row. A change of part number closes out the part
      * before it; a live source is one still active and whose
      * supplier survives on SUPPMAST.
       200-READ-ONE-SOURCE.
           READ SRCMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-SOURCES
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-ROWS-READ.
           IF BREAK-ACTIVE
               AND SC-PART-NUMBER NOT = WS-BRK-PART-NUMBER
               PERFORM 300-PART-BREAK THRU 300-EXIT
           END-IF.
           IF NOT BREAK-ACTIVE
               PERFORM 210-START-PART THRU 210-EXIT
           END-IF.
           IF NOT SC-SOURCE-ACTIVE
               ADD 1 TO WS-SOURCES-INACTIVE
               GO TO 200-EXIT
           END-IF.
           PERFORM 220-FIND-SUPPLIER THRU 220-EXIT.
           IF NOT DATA-FOUND
               ADD 1 TO WS-SOURCES-NO-SUPPLIER
               DISPLAY 'SOLESRC - SOURCE ' SC-PART-NUMBER
                   ' NAMES SUPPLIER ' SC-SUPPLIER-CODE
                   ' NOT ON SUPPMAST - NOT COUNTED'
               GO TO 200-EXIT
           END-IF.
           ADD 1 TO WS-SOURCES-LIVE.
           ADD 1 TO WS-BRK-ACTIVE-SOURCES.
           MOVE SM-SUPPLIER-CODE TO WS-BRK-SUPPLIER-CODE.
           MOVE SM-SUPPLIER-NAME TO WS-BRK-SUPPLIER-NAME.
           MOVE SM-SUPPLIER-RATING TO WS-BRK-SUPPLIER-RATING.
           MOVE SM-SUPPLIER-STATUS TO WS-BRK-SUPPLIER-STATUS.
           MOVE SC-APPROVED-CYCLE TO WS-BRK-APPROVED-CYCLE.
       200-EXIT.
           EXIT.

       210-START-PART.
           ADD 1 TO WS-PARTS-READ.
           MOVE SC-PART-NUMBER TO WS-BRK-PART-NUMBER.
           MOVE SC-PART-NAME TO WS-BRK-PART-NAME.
           MOVE SC-GOVT-COMML-CODE TO WS-BRK-GOVT-COMML-CODE.
           MOVE SC-WEEKS-LEAD-TIME TO WS-BRK-WEEKS-LEAD-TIME.
           MOVE ZERO TO WS-BRK-ACTIVE-SOURCES.
           MOVE SPACES TO WS-BRK-SUPPLIER-CODE.
           MOVE SPACES TO WS-BRK-SUPPLIER-NAME.
           MOVE SPACES TO WS-BRK-SUPPLIER-RATING.
           MOVE SPACES TO WS-BRK-SUPPLIER-STATUS.
           MOVE ZERO TO WS-BRK-APPROVED-CYCLE.
           MOVE 'Y' TO SW-BREAK-ACTIVE.
       210-EXIT.
           EXIT.

       220-FIND-SUPPLIER.
           MOVE SC-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   MOVE 'N' TO SW-DATA-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO SW-DATA-FOUND
           END-READ.
       220-EXIT.
           EXIT.

      * Close out one part: exactly one live source is the exposure
      * this report exists to show. A part with none left is counted
      * so the control report accounts for every part read.
       300-PART-BREAK.
           EVALUATE TRUE
                WHEN WS-BRK-ACTIVE-SOURCES = 1
                    ADD 1 TO WS-PARTS-SOLE-SOURCE
                    IF WS-BRK-GOVT-COMML-CODE = 'G'
                        ADD 1 TO WS-PARTS-GOVT-SOLE
                    END-IF
                    PERFORM 310-PRINT-SOLE-SOURCE THRU 310-EXIT
                WHEN WS-BRK-ACTIVE-SOURCES = ZERO
                    ADD 1 TO WS-PARTS-NO-SOURCE
                WHEN OTHER
                    ADD 1 TO WS-PARTS-MULTI-SOURCE
           END-EVALUATE.
           MOVE 'N' TO SW-BREAK-ACTIVE.
       300-EXIT.
           EXIT.

       310-PRINT-SOLE-SOURCE.
           MOVE SPACES TO WS-SOL-PRINT-LINE.
           MOVE WS-BRK-PART-NUMBER TO SOL-PL-PART-NUMBER.
           MOVE WS-BRK-PART-NAME TO SOL-PL-PART-NAME.
           MOVE WS-BRK-GOVT-COMML-CODE TO SOL-PL-GOVT-COMML-CODE.
           MOVE WS-BRK-WEEKS-LEAD-TIME TO SOL-PL-WEEKS-LEAD-TIME.
           MOVE WS-BRK-SUPPLIER-CODE TO SOL-PL-SUPPLIER-CODE.
           MOVE WS-BRK-SUPPLIER-NAME TO SOL-PL-SUPPLIER-NAME.
           MOVE WS-BRK-SUPPLIER-STATUS TO SOL-PL-SUPPLIER-STATUS.
           MOVE WS-BRK-SUPPLIER-RATING TO SOL-PL-SUPPLIER-RATING.
           MOVE WS-BRK-APPROVED-CYCLE TO SOL-PL-APPROVED-CYCLE.
           MOVE WS-SOL-PRINT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-SOL-LINE THRU 820-EXIT.
       310-EXIT.
           EXIT.

      * One line to the sole-source report file, breaking to a fresh
      * page with the report heading when the page fills.
       820-WRITE-SOL-LINE.
           IF WS-SOL-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-SOL-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE SOL-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SOL-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-SOL-PAGE-HEADING.
           ADD 1 TO WS-SOL-PAGE-COUNT.
           MOVE 'SOLE-SOURCE PART EXPOSURE REPORT' TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-SOL-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE SOL-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO SOL-REC.
           WRITE SOL-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SOL-REC.
           MOVE 'PART NUMBER              PART NAME        G/C  LEAD'
               TO SOL-REC (1:51).
           MOVE 'SUPPLIER    NAME             STAT  RTG  APPROVED'
               TO SOL-REC (55:49).
           WRITE SOL-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SOL-REC.
           WRITE SOL-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-SOL-LINE-COUNT.
       821-EXIT.
           EXIT.

       900-CONTROL-REPORT.
      * A run that finds no sole-source parts still prints its page
      * heading, so the empty listing is visibly a clean result.
           IF WS-SOL-PAGE-COUNT = ZERO
               PERFORM 821-SOL-PAGE-HEADING THRU 821-EXIT
               MOVE 'NO SOLE-SOURCE PARTS ON SRCMAST'
                   TO WS-RPT-PRINT-LINE
               PERFORM 820-WRITE-SOL-LINE THRU 820-EXIT
           END-IF.
           DISPLAY ' '.
           DISPLAY '---- SOLESRC CONTROL / BALANCING REPORT ----'.
           DISPLAY 'SRCMAST ROWS READ  . . . . . '
               WS-SOURCE-ROWS-READ.
           DISPLAY 'SOURCES LIVE . . . . . . . . '
               WS-SOURCES-LIVE.
           DISPLAY 'SOURCES INACTIVE . . . . . . '
               WS-SOURCES-INACTIVE.
           DISPLAY 'SOURCES W/NO SUPPLIER  . . . '
               WS-SOURCES-NO-SUPPLIER.
           DISPLAY ' '.
           DISPLAY 'PARTS READ . . . . . . . . . '
               WS-PARTS-READ.
           DISPLAY 'PARTS SOLE-SOURCED . . . . . '
               WS-PARTS-SOLE-SOURCE.
           DISPLAY '  OF WHICH GOVERNMENT  . . . '
               WS-PARTS-GOVT-SOLE.
           DISPLAY 'PARTS MULTI-SOURCED  . . . . '
               WS-PARTS-MULTI-SOURCE.
           DISPLAY 'PARTS W/NO LIVE SOURCE . . . '
               WS-PARTS-NO-SOURCE.
      * Live plus set-aside must give back the rows read, and the
      * three part outcomes must give back the parts read.
           IF WS-SOURCES-LIVE + WS-SOURCES-INACTIVE
                   + WS-SOURCES-NO-SUPPLIER
                   NOT = WS-SOURCE-ROWS-READ
               OR WS-PARTS-SOLE-SOURCE + WS-PARTS-MULTI-SOURCE
                   + WS-PARTS-NO-SOURCE
                   NOT = WS-PARTS-READ
               DISPLAY '** REPORT COUNTS OUT OF BALANCE - DO NOT '
                   'TRUST THIS REPORT **'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-SOURCES-NO-SUPPLIER > ZERO
               DISPLAY '** SOURCES NAME DELETED SUPPLIERS - '
                   'SEE LINES ABOVE **'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY '----------------------------------------------'.
       900-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE SRCMAST.
           CLOSE SUPPMAST.
           CLOSE SOLERPT.
       950-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GOVAUDIT.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Field-level change audit of government suppliers for the
      * contracts office, straight off JRNLFILE - the journal PSAPPLY,
      * SUPMERGE and SUPARCH write with a before-image, an after-image
      * and the run date and time of every action. Every Add, Change
      * and Delete on SUPPMAST, ADDRMAST and POMAST for a GOVT-ONLY
      * or GOVT-COMM supplier is listed in journal order: an Add shows
      * each field as added, a Delete each field as it stood, and a
      * Change only the fields that differ, old value against new.
      * A remit-to (type 3) address action is called out on its own
      * banner and marked on every line - it is where a payment gets
      * redirected, so each one is to be confirmed with the supplier
      * before the next payment goes.
      * A supplier counts as government if any SUPPMAST image on the
      * journal carries status 1 or 2, or its row on SUPPMAST does
      * now - so a supplier moved off government status is still
      * audited, change of status included.
      * AUDCARD picks the actions, all optional:
      *   col  1     D - by run date, C - by cycle, blank - all
      *   D  cols 2-9 from date, 10-17 to date (YYYYMMDD)
      *   C  cols 2-6 from cycle, 7-11 to cycle
      * A missing "to" runs to the end of the journal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDCARD
           ASSIGN TO AUDCARD
             FILE STATUS IS ACCODE.

           SELECT JRNLFILE
           ASSIGN TO JRNLFILE
             FILE STATUS IS JNCODE.

           SELECT SUPPMAST
           ASSIGN TO SUPPMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SM-SUPPLIER-CODE
             FILE STATUS IS SMCODE.

           SELECT GOVRPT
           ASSIGN TO GOVRPT
             FILE STATUS IS RPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUD-CARD-REC.
       01  AUD-CARD-REC  PIC X(80).

       FD  JRNLFILE
           RECORD CONTAINS 330 CHARACTERS
           DATA RECORD IS JRN-REC.
       01  JRN-REC  PIC X(330).

      * The supplier master exactly as PSAPPLY builds it.
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

       FD  GOVRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GOV-RPT-REC.
       01  GOV-RPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  ACCODE                  PIC X(2).
               88 AC-VALID      VALUE '00'.
           05  JNCODE                  PIC X(2).
               88 JN-VALID      VALUE '00'.
           05  SMCODE                  PIC X(2).
               88 SM-NOT-FOUND  VALUE '35'.
           05  RPCODE                  PIC X(2).
               88 RP-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-JOURNAL           PIC X VALUE 'N'.
               88  END-OF-JOURNAL              VALUE 'Y'.
           05  SW-SUPPMAST-OPEN          PIC X VALUE 'N'.
               88  SUPPMAST-OPEN               VALUE 'Y'.
           05  SW-REMIT-ACTION           PIC X VALUE 'N'.
               88  REMIT-ACTION                VALUE 'Y'.

      * Journal record as PSAPPLY's 860-WRITE-JOURNAL builds it.
       01  WS-JOURNAL-REC.
           05  JRN-CYCLE-NUMBER          PIC 9(05) VALUE ZERO.
           05  JRN-FILE-ID               PIC X(08) VALUE SPACES.
           05  JRN-ACTION                PIC X(01) VALUE SPACES.
           05  JRN-RECORD-KEY            PIC X(23) VALUE SPACES.
           05  JRN-BEFORE-IMAGE          PIC X(132) VALUE SPACES.
           05  JRN-KEY-EXTENSION         PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  JRN-AFTER-IMAGE           PIC X(132) VALUE SPACES.
           05  JRN-RUN-DATE              PIC X(08) VALUE SPACES.
           05  JRN-RUN-TIME              PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.

      * The selection card.
       01  WS-AUDIT-CARD.
           05  AUC-RANGE-TYPE            PIC X(01) VALUE SPACES.
               88  DATE-RANGE                  VALUE 'D'.
               88  CYCLE-RANGE                 VALUE 'C'.
           05  AUC-RANGE-FROM            PIC X(08) VALUE SPACES.
           05  AUC-RANGE-TO              PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(63) VALUE SPACES.

       01  WS-RANGE-WORK.
           05  WS-FROM-DATE              PIC 9(08) VALUE ZERO.
           05  WS-TO-DATE                PIC 9(08) VALUE 99999999.
           05  WS-FROM-CYCLE             PIC 9(05) VALUE ZERO.
           05  WS-TO-CYCLE               PIC 9(05) VALUE 99999.

      * Government status of each supplier the journal names - 'Y'
      * for government, 'N' once SUPPMAST has shown it is not, so
      * no supplier is looked up twice.
       01  WS-GOV-TABLE-CONTROL.
           05  WS-GOV-COUNT              PIC 9(04) COMP VALUE ZERO.

       01  WS-GOV-TABLE.
           05  WS-GOV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-GOV-COUNT
                   INDEXED BY GOV-IDX.
               10  WS-GOV-SUPPLIER       PIC X(10) VALUE SPACES.
               10  WS-GOV-FLAG           PIC X(01) VALUE SPACES.
               10  WS-GOV-STATUS         PIC X(01) VALUE SPACES.

       01  WS-GOV-WORK.
           05  WS-CUR-SUPPLIER           PIC X(10) VALUE SPACES.
           05  WS-CUR-STATUS             PIC X(01) VALUE SPACES.
               88  WS-GOVT-COMM                VALUE '1'.
               88  WS-GOVT-ONLY                VALUE '2'.
           05  WS-CUR-GOV-FLAG           PIC X(01) VALUE SPACES.

      * The fields of each audited master - name, offset, length and
      * how to show it: X as is, N digits, S signed count, P signed
      * price, D MMDDYYYY date. SUPPMAST is entries 1-7, ADDRMAST
      * 8-13 and POMAST 14-27.
       01  WS-FIELD-VALUES.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-CODE       001010X'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-TYPE       011001X'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-NAME       012015X'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-PERF       027003N'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-RATING     030001X'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-STATUS     031001X'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-ACT-DATE   032008D'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-CODE       001010X'.
           05  FILLER PIC X(27) VALUE 'ADDRESS-TYPE        011001X'.
           05  FILLER PIC X(27) VALUE 'ADDRESS-1           012015X'.
           05  FILLER PIC X(27) VALUE 'CITY                027015X'.
           05  FILLER PIC X(27) VALUE 'ADDR-STATE          042002X'.
           05  FILLER PIC X(27) VALUE 'ZIP-CODE            044010N'.
           05  FILLER PIC X(27) VALUE 'SUPPLIER-CODE       001010X'.
           05  FILLER PIC X(27) VALUE 'PO-NUMBER           011006X'.
           05  FILLER PIC X(27) VALUE 'BUYER-CODE          017003X'.
           05  FILLER PIC X(27) VALUE 'QUANTITY            020007S'.
           05  FILLER PIC X(27) VALUE 'UNIT-PRICE          027009P'.
           05  FILLER PIC X(27) VALUE 'ORDER-DATE          036008D'.
           05  FILLER PIC X(27) VALUE 'DELIVERY-DATE       044008D'.
           05  FILLER PIC X(27) VALUE 'QTY-RECEIVED        052007S'.
           05  FILLER PIC X(27) VALUE 'LAST-RECEIPT-DATE   059008D'.
           05  FILLER PIC X(27) VALUE 'PO-STATUS           067001X'.
           05  FILLER PIC X(27) VALUE 'CURRENCY-CODE       068003X'.
           05  FILLER PIC X(27) VALUE 'USD-PRICE           071009P'.
           05  FILLER PIC X(27) VALUE 'PART-NUMBER         080023X'.
           05  FILLER PIC X(27) VALUE 'QTY-INVOICED        103007S'.

       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FIELD-ENTRY OCCURS 27 TIMES.
               10  FLD-NAME              PIC X(20).
               10  FLD-OFFSET            PIC 9(03).
               10  FLD-LENGTH            PIC 9(03).
               10  FLD-TYPE              PIC X(01).

       01  WS-FIELD-WORK.
           05  WS-FLD-SUB                PIC 9(03) COMP VALUE ZERO.
           05  WS-FLD-FIRST              PIC 9(03) COMP VALUE ZERO.
           05  WS-FLD-LAST               PIC 9(03) COMP VALUE ZERO.
           05  WS-FLD-OFF                PIC 9(03) COMP VALUE ZERO.
           05  WS-FLD-LEN                PIC 9(03) COMP VALUE ZERO.
           05  WS-FIELDS-SHOWN           PIC 9(03) COMP VALUE ZERO.
           05  WS-FMT-IMAGE              PIC X(132) VALUE SPACES.
           05  WS-FMT-TEXT               PIC X(40) VALUE SPACES.
           05  WS-FMT-SIGNED-X           PIC X(07) VALUE SPACES.
           05  WS-FMT-SIGNED REDEFINES WS-FMT-SIGNED-X
                                         PIC S9(07).
           05  WS-FMT-PRICE-X            PIC X(09) VALUE SPACES.
           05  WS-FMT-PRICE REDEFINES WS-FMT-PRICE-X
                                         PIC S9(07)V99.
           05  WS-FMT-SIGNED-EDIT        PIC -(7)9.
           05  WS-FMT-PRICE-EDIT         PIC -(7)9.99.

      * Page control and line layouts - title, run date and page
      * number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-GOV-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-GOV-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
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

       01  WS-GOV-COLUMN-HDR.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(22) VALUE 'FIELD'.
           05  FILLER                    PIC X(42) VALUE 'OLD VALUE'.
           05  FILLER                    PIC X(62) VALUE 'NEW VALUE'.

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

      * One line naming the action, then one line per field.
       01  WS-GOV-ACTION-LINE.
           05  FILLER                    PIC X(06) VALUE 'CYCLE '.
           05  GAL-CYCLE                 PIC 9(05) VALUE ZERO.
           05  FILLER                    PIC X(06) VALUE '  RUN '.
           05  GAL-DATE                  PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  GAL-TIME                  PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GAL-FILE-ID               PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GAL-ACTION                PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE '  KEY '.
           05  GAL-KEY                   PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GAL-STATUS                PIC X(09) VALUE SPACES.
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  WS-GOV-FIELD-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  GFL-NAME                  PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GFL-OLD                   PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GFL-NEW                   PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GFL-MARK                  PIC X(20) VALUE SPACES.

      * End-of-job control counts.
       01  WS-CONTROL-COUNTERS.
           05  WS-JRN-READ               PIC 9(07) COMP VALUE ZERO.
           05  WS-JRN-IN-RANGE           PIC 9(07) COMP VALUE ZERO.
           05  WS-JRN-UNDATED            PIC 9(07) COMP VALUE ZERO.
           05  WS-GOV-SUPPLIERS          PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-LISTED            PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-LISTED            PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-LISTED              PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDS-LISTED            PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-LISTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-DELETES-LISTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-REMIT-ACTIONS          PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-AUDITMAIN.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-FIND-GOVT-SUPPLIERS THRU 200-EXIT.
           PERFORM 300-LIST-ACTIONS THRU 300-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           PERFORM 105-READ-AUDIT-CARD THRU 105-EXIT.

      *   Open files
      *   SUPPMAST only settles suppliers the journal's own SUPPMAST
      *   images do not - without it the journal alone decides.
           OPEN INPUT SUPPMAST.
           IF SM-NOT-FOUND
               MOVE 'N' TO SW-SUPPMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-SUPPMAST-OPEN
           END-IF.
           OPEN OUTPUT GOVRPT.

       105-READ-AUDIT-CARD.
           MOVE SPACES TO AUD-CARD-REC.
           OPEN INPUT AUDCARD.
           IF AC-VALID
               READ AUDCARD
                   AT END
                       MOVE SPACES TO AUD-CARD-REC
               END-READ
               CLOSE AUDCARD
           END-IF.
           MOVE AUD-CARD-REC TO WS-AUDIT-CARD.
           EVALUATE TRUE
                WHEN DATE-RANGE
                    IF AUC-RANGE-FROM NUMERIC
                        MOVE AUC-RANGE-FROM TO WS-FROM-DATE
                    END-IF
                    IF AUC-RANGE-TO NUMERIC
                        MOVE AUC-RANGE-TO TO WS-TO-DATE
                    END-IF
                WHEN CYCLE-RANGE
                    IF AUD-CARD-REC (2:5) NUMERIC
                        MOVE AUD-CARD-REC (2:5) TO WS-FROM-CYCLE
                    END-IF
                    IF AUD-CARD-REC (7:5) NUMERIC
                        MOVE AUD-CARD-REC (7:5) TO WS-TO-CYCLE
                    END-IF
           END-EVALUATE.
       105-EXIT.
           EXIT.

      * First pass - every supplier any SUPPMAST image on the journal
      * shows with government status.
       200-FIND-GOVT-SUPPLIERS.
           PERFORM 205-OPEN-JOURNAL THRU 205-EXIT.
           PERFORM 210-SCAN-ONE-JOURNAL THRU 210-EXIT
               UNTIL END-OF-JOURNAL.
           CLOSE JRNLFILE.
       200-EXIT.
           EXIT.

       205-OPEN-JOURNAL.
           OPEN INPUT JRNLFILE.
           IF NOT JN-VALID
               DISPLAY 'GOVAUDIT - JRNLFILE DOES NOT EXIST - '
                   'NOTHING TO AUDIT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO SW-MORE-JOURNAL.
       205-EXIT.
           EXIT.

       210-SCAN-ONE-JOURNAL.
           READ JRNLFILE INTO WS-JOURNAL-REC
               AT END
                   MOVE 'Y' TO SW-MORE-JOURNAL
                   GO TO 210-EXIT
           END-READ.
           IF JRN-FILE-ID NOT = 'SUPPMAST'
               GO TO 210-EXIT
           END-IF.
           MOVE JRN-RECORD-KEY (1:10) TO WS-CUR-SUPPLIER.
           MOVE JRN-BEFORE-IMAGE (31:1) TO WS-CUR-STATUS.
           IF WS-GOVT-COMM OR WS-GOVT-ONLY
               PERFORM 220-ADD-GOVT-SUPPLIER THRU 220-EXIT
           END-IF.
           MOVE JRN-AFTER-IMAGE (31:1) TO WS-CUR-STATUS.
           IF WS-GOVT-COMM OR WS-GOVT-ONLY
               PERFORM 220-ADD-GOVT-SUPPLIER THRU 220-EXIT
           END-IF.
       210-EXIT.
           EXIT.

      * WS-CUR-SUPPLIER is government with status WS-CUR-STATUS -
      * the latest status seen is the one kept.
       220-ADD-GOVT-SUPPLIER.
           PERFORM 230-FIND-SUPPLIER THRU 230-EXIT.
           IF WS-CUR-GOV-FLAG NOT = SPACES
               MOVE 'Y' TO WS-GOV-FLAG (GOV-IDX)
               MOVE WS-CUR-STATUS TO WS-GOV-STATUS (GOV-IDX)
               GO TO 220-EXIT
           END-IF.
           MOVE 'Y' TO WS-CUR-GOV-FLAG.
           PERFORM 235-ADD-TABLE-ENTRY THRU 235-EXIT.
           ADD 1 TO WS-GOV-SUPPLIERS.
       220-EXIT.
           EXIT.

      * Leaves WS-CUR-GOV-FLAG at the table's flag for the supplier,
      * spaces if it is not in the table.
       230-FIND-SUPPLIER.
           MOVE SPACES TO WS-CUR-GOV-FLAG.
           IF WS-GOV-COUNT = ZERO
               GO TO 230-EXIT
           END-IF.
           SET GOV-IDX TO 1.
           SEARCH WS-GOV-ENTRY
               AT END
                   MOVE SPACES TO WS-CUR-GOV-FLAG
               WHEN WS-GOV-SUPPLIER (GOV-IDX) = WS-CUR-SUPPLIER
                   MOVE WS-GOV-FLAG (GOV-IDX) TO WS-CUR-GOV-FLAG
           END-SEARCH.
       230-EXIT.
           EXIT.

       235-ADD-TABLE-ENTRY.
           IF WS-GOV-COUNT NOT < 2000
               DISPLAY 'GOVAUDIT - WS-GOV-TABLE IS FULL AT 2000 '
                   'ENTRIES - THE JOURNAL NAMES MORE SUPPLIERS THAN '
                   'THE TABLE CAN HOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GOV-COUNT.
           SET GOV-IDX TO WS-GOV-COUNT.
           MOVE WS-CUR-SUPPLIER TO WS-GOV-SUPPLIER (GOV-IDX).
           MOVE WS-CUR-GOV-FLAG TO WS-GOV-FLAG (GOV-IDX).
           MOVE WS-CUR-STATUS TO WS-GOV-STATUS (GOV-IDX).
       235-EXIT.
           EXIT.

      * Second pass - list every audited action in range for a
      * government supplier, in journal order.
       300-LIST-ACTIONS.
           PERFORM 205-OPEN-JOURNAL THRU 205-EXIT.
           PERFORM 310-LIST-ONE-ACTION THRU 310-EXIT
               UNTIL END-OF-JOURNAL.
           CLOSE JRNLFILE.
       300-EXIT.
           EXIT.

       310-LIST-ONE-ACTION.
           READ JRNLFILE INTO WS-JOURNAL-REC
               AT END
                   MOVE 'Y' TO SW-MORE-JOURNAL
                   GO TO 310-EXIT
           END-READ.
           ADD 1 TO WS-JRN-READ.
           EVALUATE JRN-FILE-ID
                WHEN 'SUPPMAST'
                    MOVE 1 TO WS-FLD-FIRST
                    MOVE 7 TO WS-FLD-LAST
                WHEN 'ADDRMAST'
                    MOVE 8 TO WS-FLD-FIRST
                    MOVE 13 TO WS-FLD-LAST
                WHEN 'POMAST  '
                    MOVE 14 TO WS-FLD-FIRST
                    MOVE 27 TO WS-FLD-LAST
                WHEN OTHER
                    GO TO 310-EXIT
           END-EVALUATE.
           IF DATE-RANGE
               IF JRN-RUN-DATE NOT NUMERIC
                   ADD 1 TO WS-JRN-UNDATED
                   GO TO 310-EXIT
               END-IF
               IF JRN-RUN-DATE < WS-FROM-DATE
                   OR JRN-RUN-DATE > WS-TO-DATE
                   GO TO 310-EXIT
               END-IF
           END-IF.
           IF CYCLE-RANGE
               IF JRN-CYCLE-NUMBER < WS-FROM-CYCLE
                   OR JRN-CYCLE-NUMBER > WS-TO-CYCLE
                   GO TO 310-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-JRN-IN-RANGE.
           MOVE JRN-RECORD-KEY (1:10) TO WS-CUR-SUPPLIER.
           PERFORM 320-CHECK-GOVT-SUPPLIER THRU 320-EXIT.
           IF WS-CUR-GOV-FLAG NOT = 'Y'
               GO TO 310-EXIT
           END-IF.
           PERFORM 330-PRINT-ACTION THRU 330-EXIT.
       310-EXIT.
           EXIT.

      * A supplier the first pass did not settle is looked up on
      * SUPPMAST once, and the answer kept.
       320-CHECK-GOVT-SUPPLIER.
           PERFORM 230-FIND-SUPPLIER THRU 230-EXIT.
           IF WS-CUR-GOV-FLAG NOT = SPACES
               GO TO 320-EXIT
           END-IF.
           MOVE 'N' TO WS-CUR-GOV-FLAG.
           MOVE SPACES TO WS-CUR-STATUS.
           IF SUPPMAST-OPEN
               MOVE WS-CUR-SUPPLIER TO SM-SUPPLIER-CODE
               READ SUPPMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-SUPPLIER-STATUS TO WS-CUR-STATUS
                       IF WS-GOVT-COMM OR WS-GOVT-ONLY
                           MOVE 'Y' TO WS-CUR-GOV-FLAG
                           ADD 1 TO WS-GOV-SUPPLIERS
                       END-IF
               END-READ
           END-IF.
           PERFORM 235-ADD-TABLE-ENTRY THRU 235-EXIT.
       320-EXIT.
           EXIT.

      * The action line, the remit-to banner where it applies, then
      * the fields.
       330-PRINT-ACTION.
           MOVE JRN-CYCLE-NUMBER TO GAL-CYCLE.
           MOVE SPACES TO GAL-DATE.
           MOVE SPACES TO GAL-TIME.
           IF JRN-RUN-DATE NUMERIC
               MOVE JRN-RUN-DATE (5:2) TO GAL-DATE (1:2)
               MOVE '/' TO GAL-DATE (3:1)
               MOVE JRN-RUN-DATE (7:2) TO GAL-DATE (4:2)
               MOVE '/' TO GAL-DATE (6:1)
               MOVE JRN-RUN-DATE (1:4) TO GAL-DATE (7:4)
               MOVE JRN-RUN-TIME (1:2) TO GAL-TIME (1:2)
               MOVE ':' TO GAL-TIME (3:1)
               MOVE JRN-RUN-TIME (3:2) TO GAL-TIME (4:2)
               MOVE ':' TO GAL-TIME (6:1)
               MOVE JRN-RUN-TIME (5:2) TO GAL-TIME (7:2)
           ELSE
               MOVE 'UNDATED' TO GAL-DATE
           END-IF.
           MOVE JRN-FILE-ID TO GAL-FILE-ID.
           EVALUATE JRN-ACTION
                WHEN 'A'
                    MOVE 'ADD' TO GAL-ACTION
                    ADD 1 TO WS-ADDS-LISTED
                WHEN 'C'
                    MOVE 'CHANGE' TO GAL-ACTION
                    ADD 1 TO WS-CHANGES-LISTED
                WHEN 'D'
                    MOVE 'DELETE' TO GAL-ACTION
                    ADD 1 TO WS-DELETES-LISTED
                WHEN OTHER
                    MOVE JRN-ACTION TO GAL-ACTION
           END-EVALUATE.
           MOVE JRN-RECORD-KEY TO GAL-KEY.
           IF WS-GOV-STATUS (GOV-IDX) = '2'
               MOVE 'GOVT-ONLY' TO GAL-STATUS
           ELSE
               MOVE 'GOVT-COMM' TO GAL-STATUS
           END-IF.
           EVALUATE JRN-FILE-ID
                WHEN 'SUPPMAST'
                    ADD 1 TO WS-SUPP-LISTED
                WHEN 'ADDRMAST'
                    ADD 1 TO WS-ADDR-LISTED
                WHEN OTHER
                    ADD 1 TO WS-PO-LISTED
           END-EVALUATE.
           IF WS-GOV-LINE-COUNT > WS-RPT-LINES-PER-PAGE - 3
               MOVE 99 TO WS-GOV-LINE-COUNT
           END-IF.
           PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT.
           MOVE WS-GOV-ACTION-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT.
           MOVE 'N' TO SW-REMIT-ACTION.
           IF JRN-FILE-ID = 'ADDRMAST'
               AND JRN-RECORD-KEY (11:1) = '3'
               MOVE 'Y' TO SW-REMIT-ACTION
               ADD 1 TO WS-REMIT-ACTIONS
               MOVE '      *** REMIT-TO ADDRESS ' TO
                   WS-RPT-PRINT-LINE (1:27)
               MOVE GAL-ACTION TO WS-RPT-PRINT-LINE (28:6)
               MOVE ' - PAYMENT-FRAUD CONTROL - CONFIRM WITH THE '
                   TO WS-RPT-PRINT-LINE (34:44)
               MOVE 'SUPPLIER BEFORE THE NEXT PAYMENT ***'
                   TO WS-RPT-PRINT-LINE (78:36)
               PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT
           END-IF.
           MOVE ZERO TO WS-FIELDS-SHOWN.
           PERFORM 340-PRINT-ONE-FIELD THRU 340-EXIT
               VARYING WS-FLD-SUB FROM WS-FLD-FIRST BY 1
               UNTIL WS-FLD-SUB > WS-FLD-LAST.
           IF WS-FIELDS-SHOWN = ZERO
               MOVE '      NO FIELD CHANGED'
                   TO WS-RPT-PRINT-LINE (1:22)
               PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT
           END-IF.
       330-EXIT.
           EXIT.

      * A Change shows a field only when it differs; an Add or a
      * Delete shows them all.
       340-PRINT-ONE-FIELD.
           MOVE FLD-OFFSET (WS-FLD-SUB) TO WS-FLD-OFF.
           MOVE FLD-LENGTH (WS-FLD-SUB) TO WS-FLD-LEN.
           IF JRN-ACTION = 'C'
               AND JRN-BEFORE-IMAGE (WS-FLD-OFF:WS-FLD-LEN) =
                   JRN-AFTER-IMAGE (WS-FLD-OFF:WS-FLD-LEN)
               GO TO 340-EXIT
           END-IF.
           ADD 1 TO WS-FIELDS-SHOWN.
           MOVE SPACES TO WS-GOV-FIELD-LINE.
           MOVE FLD-NAME (WS-FLD-SUB) TO GFL-NAME.
           MOVE JRN-BEFORE-IMAGE TO WS-FMT-IMAGE.
           PERFORM 350-FORMAT-FIELD THRU 350-EXIT.
           MOVE WS-FMT-TEXT TO GFL-OLD.
           MOVE JRN-AFTER-IMAGE TO WS-FMT-IMAGE.
           PERFORM 350-FORMAT-FIELD THRU 350-EXIT.
           MOVE WS-FMT-TEXT TO GFL-NEW.
           IF REMIT-ACTION
               MOVE '<<< REMIT-TO' TO GFL-MARK
           END-IF.
           MOVE WS-GOV-FIELD-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT.
       340-EXIT.
           EXIT.

      * The field at WS-FLD-OFF/WS-FLD-LEN of WS-FMT-IMAGE, edited
      * by its type into WS-FMT-TEXT. A blank image (no row before an
      * Add or after a Delete) shows blank; a numeric field that is
      * not numeric shows as it is.
       350-FORMAT-FIELD.
           MOVE SPACES TO WS-FMT-TEXT.
           IF WS-FMT-IMAGE = SPACES
               GO TO 350-EXIT
           END-IF.
           MOVE WS-FMT-IMAGE (WS-FLD-OFF:WS-FLD-LEN) TO WS-FMT-TEXT.
           EVALUATE FLD-TYPE (WS-FLD-SUB)
                WHEN 'S'
                    MOVE WS-FMT-IMAGE (WS-FLD-OFF:7)
                        TO WS-FMT-SIGNED-X
                    IF WS-FMT-SIGNED NUMERIC
                        MOVE WS-FMT-SIGNED TO WS-FMT-SIGNED-EDIT
                        MOVE SPACES TO WS-FMT-TEXT
                        MOVE WS-FMT-SIGNED-EDIT TO WS-FMT-TEXT
                    END-IF
                WHEN 'P'
                    MOVE WS-FMT-IMAGE (WS-FLD-OFF:9)
                        TO WS-FMT-PRICE-X
                    IF WS-FMT-PRICE NUMERIC
                        MOVE WS-FMT-PRICE TO WS-FMT-PRICE-EDIT
                        MOVE SPACES TO WS-FMT-TEXT
                        MOVE WS-FMT-PRICE-EDIT TO WS-FMT-TEXT
                    END-IF
                WHEN 'D'
                    IF WS-FMT-IMAGE (WS-FLD-OFF:8) NUMERIC
                        MOVE SPACES TO WS-FMT-TEXT
                        MOVE WS-FMT-IMAGE (WS-FLD-OFF:2)
                            TO WS-FMT-TEXT (1:2)
                        MOVE '/' TO WS-FMT-TEXT (3:1)
                        MOVE WS-FMT-IMAGE (WS-FLD-OFF + 2:2)
                            TO WS-FMT-TEXT (4:2)
                        MOVE '/' TO WS-FMT-TEXT (6:1)
                        MOVE WS-FMT-IMAGE (WS-FLD-OFF + 4:4)
                            TO WS-FMT-TEXT (7:4)
                    END-IF
           END-EVALUATE.
       350-EXIT.
           EXIT.

      * One line to the audit report, breaking to a fresh page with
      * the heading and column header when the page fills.
       820-WRITE-GOV-LINE.
           IF WS-GOV-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-GOV-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE GOV-RPT-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-GOV-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-GOV-PAGE-HEADING.
           ADD 1 TO WS-GOV-PAGE-COUNT.
           MOVE 'GOVERNMENT SUPPLIER CHANGE AUDIT' TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-GOV-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE GOV-RPT-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO GOV-RPT-REC.
           WRITE GOV-RPT-REC AFTER ADVANCING 1 LINE.
           WRITE GOV-RPT-REC FROM WS-GOV-COLUMN-HDR
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO GOV-RPT-REC.
           WRITE GOV-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-GOV-LINE-COUNT.
       821-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT.
           EVALUATE TRUE
                WHEN DATE-RANGE
                    MOVE 'SELECTED BY RUN DATE FROM  '
                        TO WS-RPT-PRINT-LINE (1:27)
                    MOVE WS-FROM-DATE TO WS-RPT-PRINT-LINE (28:8)
                    MOVE ' TO ' TO WS-RPT-PRINT-LINE (36:4)
                    MOVE WS-TO-DATE TO WS-RPT-PRINT-LINE (40:8)
                WHEN CYCLE-RANGE
                    MOVE 'SELECTED BY CYCLE FROM  '
                        TO WS-RPT-PRINT-LINE (1:24)
                    MOVE WS-FROM-CYCLE TO WS-RPT-PRINT-LINE (25:5)
                    MOVE ' TO ' TO WS-RPT-PRINT-LINE (30:4)
                    MOVE WS-TO-CYCLE TO WS-RPT-PRINT-LINE (34:5)
                WHEN OTHER
                    MOVE 'WHOLE JOURNAL SELECTED'
                        TO WS-RPT-PRINT-LINE (1:22)
           END-EVALUATE.
           PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT.
           MOVE 'JOURNAL RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-JRN-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'AUDITED ACTIONS IN RANGE' TO WS-CNT-LABEL.
           MOVE WS-JRN-IN-RANGE TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           IF DATE-RANGE
               MOVE 'UNDATED ACTIONS NOT SELECTED' TO WS-CNT-LABEL
               MOVE WS-JRN-UNDATED TO WS-CNT-VALUE
               PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT
           END-IF.
           MOVE 'GOVERNMENT SUPPLIERS FOUND' TO WS-CNT-LABEL.
           MOVE WS-GOV-SUPPLIERS TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'SUPPMAST ACTIONS LISTED' TO WS-CNT-LABEL.
           MOVE WS-SUPP-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'ADDRMAST ACTIONS LISTED' TO WS-CNT-LABEL.
           MOVE WS-ADDR-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'POMAST ACTIONS LISTED' TO WS-CNT-LABEL.
           MOVE WS-PO-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'ADDS' TO WS-CNT-LABEL.
           MOVE WS-ADDS-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'CHANGES' TO WS-CNT-LABEL.
           MOVE WS-CHANGES-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE 'DELETES' TO WS-CNT-LABEL.
           MOVE WS-DELETES-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           MOVE '*** REMIT-TO ADDRESS ACTIONS' TO WS-CNT-LABEL.
           MOVE WS-REMIT-ACTIONS TO WS-CNT-VALUE.
           PERFORM 910-PRINT-GOV-COUNT THRU 910-EXIT.
           IF WS-REMIT-ACTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       900-EXIT.
           EXIT.

       910-PRINT-GOV-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-GOV-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

       950-CLOSE-FILES.
           IF SUPPMAST-OPEN
               CLOSE SUPPMAST
           END-IF.
           CLOSE GOVRPT.
       950-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RCLTRACE.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Vehicle recall trace. When an automaker issues a recall this
      * lists, the same day, every part on PARTMAST sourced for the
      * recalled VEHICLE-MAKE, VEHICLE-MODEL and VEHICLE-YEAR, who
      * supplied it, and every purchase order for it with what was
      * received and when, so quality can call the suppliers and
      * quarantine the stock. For each part:
      *   the part with its spec and blueprint numbers;
      *   each supplier - an approved source on SRCMAST or a
      *   supplier with a PO for the part on POMAST - with its
      *   remit-to (type 3) and order (type 1) addresses off
      *   ADDRMAST;
      *   each PO under that supplier - quantity ordered, quantity
      *   received, last receipt date and whether it is still open.
      * A part whose model or year was never recorded on PARTMAST
      * cannot be ruled out, so it is listed and flagged for
      * checking rather than left off.
      * RCLCARD names the recall:
      *   cols  1-3   VEHICLE-MAKE (required)
      *   cols  4-13  VEHICLE-MODEL - blank for every model
      *   cols 14-17  first model year - blank for every year
      *   cols 18-21  last model year - blank for the first year only
      * POs PORECV's close-out has purged off POMAST are read back
      * from POHIST, its purge history, and listed as PURGED. A
      * supplier or address SUPARCH has archived off the masters is
      * taken from ARCHMAST as it was archived and marked ARCHIVED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCLCARD
           ASSIGN TO RCLCARD
             FILE STATUS IS RCCODE.

           SELECT PARTMAST
           ASSIGN TO PARTMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PM-PART-NUMBER
             FILE STATUS IS PMCODE.

           SELECT SRCMAST
           ASSIGN TO SRCMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SC-SOURCE-KEY
             FILE STATUS IS SCCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT SUPPMAST
           ASSIGN TO SUPPMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SM-SUPPLIER-CODE
             FILE STATUS IS SMCODE.

           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AM-ADDRESS-KEY
             FILE STATUS IS AMCODE.

           SELECT POHIST
           ASSIGN TO POHIST
             FILE STATUS IS PHCODE.

           SELECT ARCHMAST
           ASSIGN TO ARCHMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AR-ARCHIVE-KEY
             FILE STATUS IS ARCODE.

           SELECT TRCSORT
           ASSIGN TO TRCSORT.

           SELECT RCLRPT
           ASSIGN TO RCLRPT
             FILE STATUS IS RPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  RCLCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RCL-CARD-REC.
       01  RCL-CARD-REC  PIC X(80).

      * The masters exactly as PSAPPLY builds them.
       FD  PARTMAST
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS PM-REC.
       01  PM-REC.
           05  PM-PART-NUMBER            PIC X(23).
           05  PM-PART-NAME              PIC X(14).
           05  PM-VEHICLE-MAKE           PIC X(03).
           05  PM-WEEKS-LEAD-TIME        PIC 9(03).
           05  PM-VEHICLE-MODEL          PIC X(10).
           05  PM-VEHICLE-YEAR           PIC X(04).
           05  PM-SPEC-NUMBER            PIC X(07).
           05  PM-BLUEPRINT-NUMBER       PIC X(10).
           05  FILLER                    PIC X(25).

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

       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
               10  OM-SUPPLIER-CODE      PIC X(10).
               10  OM-PO-NUMBER          PIC X(06).
           05  OM-BUYER-CODE             PIC X(03).
           05  OM-QUANTITY               PIC S9(07).
           05  OM-UNIT-PRICE             PIC S9(07)V99.
           05  OM-ORDER-DATE             PIC 9(08).
           05  OM-DELIVERY-DATE          PIC 9(08).
           05  OM-QTY-RECEIVED           PIC S9(07).
           05  OM-LAST-RECEIPT-DATE      PIC 9(08).
           05  OM-PO-STATUS              PIC X(01).
               88 OM-PO-OPEN               VALUE 'O'.
               88 OM-PO-CLOSED             VALUE 'C'.
           05  OM-CURRENCY-CODE          PIC X(03).
           05  OM-USD-PRICE              PIC S9(07)V99.
           05  OM-PART-NUMBER            PIC X(23).
           05  OM-QTY-INVOICED           PIC S9(07).
           05  FILLER                    PIC X(13).

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

       FD  ADDRMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AM-REC.
       01  AM-REC.
           05  AM-ADDRESS-KEY.
               10  AM-SUPPLIER-CODE      PIC X(10).
               10  AM-ADDRESS-TYPE       PIC X(01).
           05  AM-ADDRESS-1              PIC X(15).
           05  AM-CITY                   PIC X(15).
           05  AM-ADDR-STATE             PIC X(02).
           05  AM-ZIP-CODE               PIC 9(10).
           05  FILLER                    PIC X(79).

      * Every PO PORECV has purged off POMAST, the row as it stood
      * and the date it went.
       FD  POHIST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PH-REC.
       01  PH-REC.
           05  PH-PO-KEY.
               10  PH-SUPPLIER-CODE      PIC X(10).
               10  PH-PO-NUMBER          PIC X(06).
           05  PH-BUYER-CODE             PIC X(03).
           05  PH-QUANTITY               PIC S9(07).
           05  PH-UNIT-PRICE             PIC S9(07)V99.
           05  PH-ORDER-DATE             PIC 9(08).
           05  PH-DELIVERY-DATE          PIC 9(08).
           05  PH-QTY-RECEIVED           PIC S9(07).
           05  PH-LAST-RECEIPT-DATE      PIC 9(08).
           05  PH-PO-STATUS              PIC X(01).
           05  PH-CURRENCY-CODE          PIC X(03).
           05  PH-USD-PRICE              PIC S9(07)V99.
           05  PH-PART-NUMBER            PIC X(23).
           05  PH-QTY-INVOICED           PIC S9(07).
           05  FILLER                    PIC X(13).
           05  PH-PURGE-DATE             PIC X(08).
           05  FILLER                    PIC X(02).

      * Supplier and address rows SUPARCH has archived, keyed by
      * supplier code and row type - 'S' for the SUPPMAST row, the
      * address type for each ADDRMAST row - with the first 100
      * bytes of the master row as it was archived.
       FD  ARCHMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AR-REC.
       01  AR-REC.
           05  AR-ARCHIVE-KEY.
               10  AR-SUPPLIER-CODE      PIC X(10).
               10  AR-ROW-TYPE           PIC X(01).
           05  AR-ARCHIVE-DATE           PIC 9(08).
           05  AR-LAST-ACT-DATE          PIC 9(08).
           05  AR-ARCHIVE-CYCLE          PIC 9(05).
           05  AR-MASTER-IMAGE           PIC X(100).

      * One record per matched part, then one per approved source
      * and one per PO for it, sorted so each part's suppliers come
      * together with the source ahead of that supplier's POs -
      * detail type 1 is the source, 2 a PO.
       SD  TRCSORT.
       01  TRC-SORT-REC.
           05  TRC-SRT-PART-NUMBER       PIC X(23).
           05  TRC-SRT-LEVEL             PIC X(01).
           05  TRC-SRT-SUPPLIER          PIC X(10).
           05  TRC-SRT-DTL-TYPE          PIC X(01).
           05  TRC-SRT-PO-NUMBER         PIC X(06).
           05  TRC-SRT-SOURCE-STATUS     PIC X(01).
           05  TRC-SRT-QUANTITY          PIC S9(07).
           05  TRC-SRT-QTY-RECEIVED      PIC S9(07).
           05  TRC-SRT-ORDER-DATE        PIC 9(08).
           05  TRC-SRT-RECEIPT-DATE      PIC 9(08).
           05  TRC-SRT-PO-STATUS         PIC X(01).

       FD  RCLRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RCL-RPT-REC.
       01  RCL-RPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  RCCODE                  PIC X(2).
               88 RC-VALID      VALUE '00'.
           05  PMCODE                  PIC X(2).
               88 PM-NOT-FOUND  VALUE '35'.
           05  SCCODE                  PIC X(2).
               88 SC-NOT-FOUND  VALUE '35'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  SMCODE                  PIC X(2).
               88 SM-NOT-FOUND  VALUE '35'.
           05  AMCODE                  PIC X(2).
               88 AM-NOT-FOUND  VALUE '35'.
           05  PHCODE                  PIC X(2).
               88 PH-NOT-FOUND  VALUE '35'.
           05  ARCODE                  PIC X(2).
               88 AR-NOT-FOUND  VALUE '35'.
           05  RPCODE                  PIC X(2).
               88 RP-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-PARTS             PIC X VALUE 'N'.
               88  END-OF-PARTS                VALUE 'Y'.
           05  SW-MORE-SOURCES           PIC X VALUE 'N'.
               88  END-OF-SOURCES              VALUE 'Y'.
           05  SW-MORE-POS               PIC X VALUE 'N'.
               88  END-OF-POS                  VALUE 'Y'.
           05  SW-MORE-SORT              PIC X VALUE 'N'.
               88  END-OF-SORT                 VALUE 'Y'.
           05  SW-SRCMAST-OPEN           PIC X VALUE 'N'.
               88  SRCMAST-OPEN                VALUE 'Y'.
           05  SW-MORE-HIST              PIC X VALUE 'N'.
               88  END-OF-HIST                 VALUE 'Y'.
           05  SW-POHIST-OPEN            PIC X VALUE 'N'.
               88  POHIST-OPEN                 VALUE 'Y'.
           05  SW-ARCHMAST-OPEN          PIC X VALUE 'N'.
               88  ARCHMAST-OPEN               VALUE 'Y'.

      * The recall as the card names it.
       01  WS-RECALL-CARD.
           05  RCL-VEHICLE-MAKE          PIC X(03) VALUE SPACES.
           05  RCL-VEHICLE-MODEL         PIC X(10) VALUE SPACES.
           05  RCL-YEAR-FROM-X           PIC X(04) VALUE SPACES.
           05  RCL-YEAR-TO-X             PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(59) VALUE SPACES.

       01  WS-RECALL-RANGE.
           05  WS-YEAR-FROM              PIC 9(04) VALUE ZERO.
           05  WS-YEAR-TO                PIC 9(04) VALUE 9999.
           05  WS-PART-YEAR              PIC 9(04) VALUE ZERO.
           05  WS-PART-UNCERTAIN         PIC X(01) VALUE 'N'.

      * Every part the recall takes in, so each PO on POMAST can be
      * tied back to it.
       01  WS-RCL-TABLE-CONTROL.
           05  WS-RCL-COUNT              PIC 9(04) COMP VALUE ZERO.

       01  WS-RCL-TABLE.
           05  WS-RCL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RCL-COUNT
                   INDEXED BY RCL-IDX.
               10  WS-RCL-PART-NUMBER    PIC X(23).
               10  WS-RCL-PART-NAME      PIC X(14).
               10  WS-RCL-MODEL          PIC X(10).
               10  WS-RCL-YEAR           PIC X(04).
               10  WS-RCL-SPEC-NUMBER    PIC X(07).
               10  WS-RCL-BLUEPRINT      PIC X(10).
               10  WS-RCL-UNCERTAIN      PIC X(01).

      * The part and supplier in flight in the output procedure.
       01  WS-TRC-BREAK-WORK.
           05  WS-BRK-ACTIVE             PIC X(01) VALUE 'N'.
           05  WS-BRK-PART-NUMBER        PIC X(23) VALUE SPACES.
           05  WS-BRK-SUPPLIER           PIC X(10) VALUE SPACES.
           05  WS-BRK-SUPPLIERS          PIC 9(05) COMP VALUE ZERO.
           05  WS-BRK-ADDR-TYPE          PIC X(01) VALUE SPACES.

      * MMDDYYYY dates printed MM/DD/YYYY.
       01  WS-DATE-WORK.
           05  WS-FMT-DATE-IN            PIC X(08) VALUE SPACES.
           05  WS-FMT-DATE-OUT           PIC X(10) VALUE SPACES.

      * Page control and line layouts - title, run date and page
      * number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-RCL-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-RCL-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
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

       01  WS-RCL-COL-HEADER             PIC X(132) VALUE SPACES.

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  WS-RCL-PART-LINE.
           05  FILLER                    PIC X(05) VALUE 'PART '.
           05  RPL-PART-NUMBER           PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPL-PART-NAME             PIC X(14) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE '  MODEL '.
           05  RPL-MODEL                 PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '  YEAR '.
           05  RPL-YEAR                  PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '  SPEC '.
           05  RPL-SPEC-NUMBER           PIC X(07) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             '  BLUEPRINT '.
           05  RPL-BLUEPRINT             PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  WS-RCL-SUPP-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE 'SUPPLIER '.
           05  RSL-SUPPLIER              PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RSL-NAME                  PIC X(15) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE '  RATING '.
           05  RSL-RATING                PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE '  STATUS '.
           05  RSL-STATUS                PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RSL-SOURCE                PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RSL-ARCHIVED              PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  WS-RCL-ADDR-LINE.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  RAL-TYPE                  PIC X(10) VALUE SPACES.
           05  RAL-ADDRESS-1             PIC X(15) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-CITY                  PIC X(15) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-STATE                 PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-ZIP-CODE              PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-ARCHIVED              PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-RCL-PO-LINE.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE 'PO '.
           05  RPO-PO-NUMBER             PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE
                                             '  ORDERED '.
           05  RPO-ORDER-DATE            PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE '  QTY '.
           05  RPO-QUANTITY              PIC -(6)9.
           05  FILLER                    PIC X(11) VALUE
                                             '  RECEIVED '.
           05  RPO-QTY-RECEIVED          PIC -(6)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPO-RECEIPT               PIC X(27) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPO-STATUS                PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(27) VALUE SPACES.

      * End-of-job control counts.
       01  WS-CONTROL-COUNTERS.
           05  WS-PARTS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-MATCHED          PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-UNCERTAIN        PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTS-NO-SUPPLIER      PIC 9(07) COMP VALUE ZERO.
           05  WS-SOURCES-LISTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPPLIERS-LISTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPPLIERS-ARCHIVED     PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-READ                PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-POS-LISTED             PIC 9(07) COMP VALUE ZERO.
           05  WS-POS-PURGED             PIC 9(07) COMP VALUE ZERO.
           05  WS-POS-RECEIVED           PIC 9(07) COMP VALUE ZERO.
           05  WS-POS-OPEN               PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-TRACEMAIN.
           PERFORM 100-INITIALIZATION.
           SORT TRCSORT
               ON ASCENDING KEY TRC-SRT-PART-NUMBER
                                TRC-SRT-LEVEL
                                TRC-SRT-SUPPLIER
                                TRC-SRT-DTL-TYPE
                                TRC-SRT-PO-NUMBER
               INPUT PROCEDURE IS 200-SELECT-RECALL THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-PRINT-TRACE THRU 300-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           PERFORM 105-READ-RECALL-CARD THRU 105-EXIT.

      *   Open files
      *   No SRCMAST means no approved sources yet - the POs still
      *   name every supplier the part was bought from.
           OPEN INPUT PARTMAST.
           IF PM-NOT-FOUND
               DISPLAY 'RCLTRACE - PARTMAST DOES NOT EXIST - '
                   'NOTHING TO TRACE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POMAST.
           IF OM-NOT-FOUND
               DISPLAY 'RCLTRACE - POMAST DOES NOT EXIST - '
                   'NOTHING TO TRACE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST.
           IF SM-NOT-FOUND
               DISPLAY 'RCLTRACE - SUPPMAST DOES NOT EXIST - '
                   'NOTHING TO TRACE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADDRMAST.
           IF AM-NOT-FOUND
               DISPLAY 'RCLTRACE - ADDRMAST DOES NOT EXIST - '
                   'NOTHING TO TRACE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SRCMAST.
           IF SC-NOT-FOUND
               MOVE 'N' TO SW-SRCMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-SRCMAST-OPEN
           END-IF.
      *   No POHIST means PORECV has never purged a PO, and no
      *   ARCHMAST that SUPARCH has never archived a supplier.
           OPEN INPUT POHIST.
           IF PH-NOT-FOUND
               MOVE 'N' TO SW-POHIST-OPEN
           ELSE
               MOVE 'Y' TO SW-POHIST-OPEN
           END-IF.
           OPEN INPUT ARCHMAST.
           IF AR-NOT-FOUND
               MOVE 'N' TO SW-ARCHMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-ARCHMAST-OPEN
           END-IF.
           OPEN OUTPUT RCLRPT.

      * The make is required; a model year range is optional, and
      * a single year is a range of one.
       105-READ-RECALL-CARD.
           MOVE SPACES TO RCL-CARD-REC.
           OPEN INPUT RCLCARD.
           IF RC-VALID
               READ RCLCARD
                   AT END
                       MOVE SPACES TO RCL-CARD-REC
               END-READ
               CLOSE RCLCARD
           END-IF.
           MOVE RCL-CARD-REC TO WS-RECALL-CARD.
           IF RCL-VEHICLE-MAKE = SPACES
               DISPLAY 'RCLTRACE - RCLCARD NAMES NO VEHICLE MAKE - '
                   'NOTHING TRACED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RCL-YEAR-FROM-X = SPACES
               AND RCL-YEAR-TO-X = SPACES
               GO TO 105-EXIT
           END-IF.
           IF RCL-YEAR-FROM-X NOT NUMERIC
               DISPLAY 'RCLTRACE - RCLCARD FIRST YEAR '
                   RCL-YEAR-FROM-X ' IS NOT A YEAR - NOTHING TRACED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RCL-YEAR-FROM-X TO WS-YEAR-FROM.
           IF RCL-YEAR-TO-X = SPACES
               MOVE WS-YEAR-FROM TO WS-YEAR-TO
           ELSE
               IF RCL-YEAR-TO-X NOT NUMERIC
                   DISPLAY 'RCLTRACE - RCLCARD LAST YEAR '
                       RCL-YEAR-TO-X ' IS NOT A YEAR - NOTHING TRACED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RCL-YEAR-TO-X TO WS-YEAR-TO
           END-IF.
           IF WS-YEAR-FROM > WS-YEAR-TO
               DISPLAY 'RCLTRACE - RCLCARD FIRST YEAR ' WS-YEAR-FROM
                   ' IS AFTER LAST YEAR ' WS-YEAR-TO
                   ' - NOTHING TRACED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       105-EXIT.
           EXIT.

      * Input procedure - the matching parts and their approved
      * sources off PARTMAST and SRCMAST, then one pass of POMAST
      * and one of POHIST for every PO against a matching part.
       200-SELECT-RECALL.
           MOVE 'N' TO SW-MORE-PARTS.
           PERFORM 210-SELECT-ONE-PART THRU 210-EXIT
               UNTIL END-OF-PARTS.
           IF WS-RCL-COUNT = ZERO
               GO TO 200-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-POS.
           PERFORM 240-SELECT-ONE-PO THRU 240-EXIT
               UNTIL END-OF-POS.
           IF NOT POHIST-OPEN
               GO TO 200-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-HIST.
           PERFORM 250-SELECT-ONE-PURGED-PO THRU 250-EXIT
               UNTIL END-OF-HIST.
       200-EXIT.
           EXIT.

      * A part is in when its make matches and its model and year
      * fall inside the recall - or were never recorded, in which
      * case it is in and flagged.
       210-SELECT-ONE-PART.
           READ PARTMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-PARTS
                   GO TO 210-EXIT
           END-READ.
           ADD 1 TO WS-PARTS-READ.
           IF PM-VEHICLE-MAKE NOT = RCL-VEHICLE-MAKE
               GO TO 210-EXIT
           END-IF.
           MOVE 'N' TO WS-PART-UNCERTAIN.
           IF RCL-VEHICLE-MODEL NOT = SPACES
               IF PM-VEHICLE-MODEL = SPACES
                   MOVE 'Y' TO WS-PART-UNCERTAIN
               ELSE
                   IF PM-VEHICLE-MODEL NOT = RCL-VEHICLE-MODEL
                       GO TO 210-EXIT
                   END-IF
               END-IF
           END-IF.
           IF RCL-YEAR-FROM-X NOT = SPACES
               IF PM-VEHICLE-YEAR NOT NUMERIC
                   OR PM-VEHICLE-YEAR = '0000'
                   MOVE 'Y' TO WS-PART-UNCERTAIN
               ELSE
                   MOVE PM-VEHICLE-YEAR TO WS-PART-YEAR
                   IF WS-PART-YEAR < WS-YEAR-FROM
                       OR WS-PART-YEAR > WS-YEAR-TO
                       GO TO 210-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WS-RCL-COUNT NOT < 2000
               DISPLAY 'RCLTRACE - WS-RCL-TABLE IS FULL AT 2000 '
                   'ENTRIES - NARROW THE RECALL BY MODEL OR YEAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RCL-COUNT.
           ADD 1 TO WS-PARTS-MATCHED.
           IF WS-PART-UNCERTAIN = 'Y'
               ADD 1 TO WS-PARTS-UNCERTAIN
           END-IF.
           MOVE PM-PART-NUMBER TO WS-RCL-PART-NUMBER (WS-RCL-COUNT).
           MOVE PM-PART-NAME TO WS-RCL-PART-NAME (WS-RCL-COUNT).
           MOVE PM-VEHICLE-MODEL TO WS-RCL-MODEL (WS-RCL-COUNT).
           MOVE PM-VEHICLE-YEAR TO WS-RCL-YEAR (WS-RCL-COUNT).
           MOVE PM-SPEC-NUMBER TO WS-RCL-SPEC-NUMBER (WS-RCL-COUNT).
           MOVE PM-BLUEPRINT-NUMBER TO WS-RCL-BLUEPRINT (WS-RCL-COUNT).
           MOVE WS-PART-UNCERTAIN TO WS-RCL-UNCERTAIN (WS-RCL-COUNT).
           MOVE SPACES TO TRC-SORT-REC.
           MOVE PM-PART-NUMBER TO TRC-SRT-PART-NUMBER.
           MOVE '0' TO TRC-SRT-LEVEL.
           MOVE ZERO TO TRC-SRT-QUANTITY.
           MOVE ZERO TO TRC-SRT-QTY-RECEIVED.
           MOVE ZERO TO TRC-SRT-ORDER-DATE.
           MOVE ZERO TO TRC-SRT-RECEIPT-DATE.
           RELEASE TRC-SORT-REC.
           PERFORM 220-SELECT-SOURCES THRU 220-EXIT.
       210-EXIT.
           EXIT.

      * Every SRCMAST row for the part, active or not - a source
      * since made inactive may still have shipped recalled stock.
       220-SELECT-SOURCES.
           IF NOT SRCMAST-OPEN
               GO TO 220-EXIT
           END-IF.
           MOVE PM-PART-NUMBER TO SC-PART-NUMBER.
           MOVE LOW-VALUES TO SC-SUPPLIER-CODE.
           MOVE 'N' TO SW-MORE-SOURCES.
           START SRCMAST KEY IS NOT LESS THAN SC-SOURCE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-SOURCES
           END-START.
           PERFORM 230-SELECT-ONE-SOURCE THRU 230-EXIT
               UNTIL END-OF-SOURCES.
       220-EXIT.
           EXIT.

       230-SELECT-ONE-SOURCE.
           READ SRCMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-SOURCES
                   GO TO 230-EXIT
           END-READ.
           IF SC-PART-NUMBER NOT = PM-PART-NUMBER
               MOVE 'Y' TO SW-MORE-SOURCES
               GO TO 230-EXIT
           END-IF.
           ADD 1 TO WS-SOURCES-LISTED.
           MOVE SPACES TO TRC-SORT-REC.
           MOVE SC-PART-NUMBER TO TRC-SRT-PART-NUMBER.
           MOVE '1' TO TRC-SRT-LEVEL.
           MOVE SC-SUPPLIER-CODE TO TRC-SRT-SUPPLIER.
           MOVE '1' TO TRC-SRT-DTL-TYPE.
           MOVE SC-SOURCE-STATUS TO TRC-SRT-SOURCE-STATUS.
           MOVE ZERO TO TRC-SRT-QUANTITY.
           MOVE ZERO TO TRC-SRT-QTY-RECEIVED.
           MOVE ZERO TO TRC-SRT-ORDER-DATE.
           MOVE ZERO TO TRC-SRT-RECEIPT-DATE.
           RELEASE TRC-SORT-REC.
       230-EXIT.
           EXIT.

       240-SELECT-ONE-PO.
           READ POMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-POS
                   GO TO 240-EXIT
           END-READ.
           ADD 1 TO WS-PO-READ.
           SET RCL-IDX TO 1.
           SEARCH WS-RCL-ENTRY
               AT END
                   GO TO 240-EXIT
               WHEN WS-RCL-PART-NUMBER (RCL-IDX) = OM-PART-NUMBER
                   CONTINUE
           END-SEARCH.
           MOVE SPACES TO TRC-SORT-REC.
           MOVE OM-PART-NUMBER TO TRC-SRT-PART-NUMBER.
           MOVE '1' TO TRC-SRT-LEVEL.
           MOVE OM-SUPPLIER-CODE TO TRC-SRT-SUPPLIER.
           MOVE '2' TO TRC-SRT-DTL-TYPE.
           MOVE OM-PO-NUMBER TO TRC-SRT-PO-NUMBER.
           MOVE OM-QUANTITY TO TRC-SRT-QUANTITY.
           MOVE OM-QTY-RECEIVED TO TRC-SRT-QTY-RECEIVED.
           MOVE OM-ORDER-DATE TO TRC-SRT-ORDER-DATE.
           MOVE OM-LAST-RECEIPT-DATE TO TRC-SRT-RECEIPT-DATE.
           MOVE OM-PO-STATUS TO TRC-SRT-PO-STATUS.
           RELEASE TRC-SORT-REC.
       240-EXIT.
           EXIT.

      * A purged PO goes in like one still on POMAST, its status
      * 'P' so the trace shows it was purged.
       250-SELECT-ONE-PURGED-PO.
           READ POHIST
               AT END
                   MOVE 'Y' TO SW-MORE-HIST
                   GO TO 250-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
           SET RCL-IDX TO 1.
           SEARCH WS-RCL-ENTRY
               AT END
                   GO TO 250-EXIT
               WHEN WS-RCL-PART-NUMBER (RCL-IDX) = PH-PART-NUMBER
                   CONTINUE
           END-SEARCH.
           MOVE SPACES TO TRC-SORT-REC.
           MOVE PH-PART-NUMBER TO TRC-SRT-PART-NUMBER.
           MOVE '1' TO TRC-SRT-LEVEL.
           MOVE PH-SUPPLIER-CODE TO TRC-SRT-SUPPLIER.
           MOVE '2' TO TRC-SRT-DTL-TYPE.
           MOVE PH-PO-NUMBER TO TRC-SRT-PO-NUMBER.
           MOVE PH-QUANTITY TO TRC-SRT-QUANTITY.
           MOVE PH-QTY-RECEIVED TO TRC-SRT-QTY-RECEIVED.
           MOVE PH-ORDER-DATE TO TRC-SRT-ORDER-DATE.
           MOVE PH-LAST-RECEIPT-DATE TO TRC-SRT-RECEIPT-DATE.
           MOVE 'P' TO TRC-SRT-PO-STATUS.
           RELEASE TRC-SORT-REC.
       250-EXIT.
           EXIT.

      * Output procedure - part, then each supplier with its
      * addresses, then that supplier's POs.
       300-PRINT-TRACE.
           MOVE SPACES TO WS-RCL-COL-HEADER.
           MOVE 'PART / SUPPLIER / PO' TO WS-RCL-COL-HEADER (1:20).
           MOVE 'N' TO SW-MORE-SORT.
           MOVE 'N' TO WS-BRK-ACTIVE.
           PERFORM 310-RETURN-TRACE THRU 310-EXIT
               UNTIL END-OF-SORT.
           IF WS-BRK-ACTIVE = 'Y'
               PERFORM 315-END-PART THRU 315-EXIT
           END-IF.
           IF WS-PARTS-MATCHED = ZERO
               MOVE 'NO PART ON PARTMAST MATCHES THE RECALL'
                   TO WS-RPT-PRINT-LINE (1:38)
               PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT
           END-IF.
       300-EXIT.
           EXIT.

       310-RETURN-TRACE.
           RETURN TRCSORT
               AT END
                   MOVE 'Y' TO SW-MORE-SORT
                   GO TO 310-EXIT
           END-RETURN.
           IF TRC-SRT-LEVEL = '0'
               IF WS-BRK-ACTIVE = 'Y'
                   PERFORM 315-END-PART THRU 315-EXIT
               END-IF
               PERFORM 320-PRINT-PART THRU 320-EXIT
               GO TO 310-EXIT
           END-IF.
           IF TRC-SRT-SUPPLIER NOT = WS-BRK-SUPPLIER
               PERFORM 330-PRINT-SUPPLIER THRU 330-EXIT
           END-IF.
           IF TRC-SRT-DTL-TYPE = '2'
               PERFORM 340-PRINT-PO THRU 340-EXIT
           END-IF.
       310-EXIT.
           EXIT.

       315-END-PART.
           IF WS-BRK-SUPPLIERS = ZERO
               ADD 1 TO WS-PARTS-NO-SUPPLIER
               MOVE '    NO APPROVED SOURCE AND NO PO ON FILE'
                   TO WS-RPT-PRINT-LINE (1:40)
               PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT
           END-IF.
           PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT.
       315-EXIT.
           EXIT.

       320-PRINT-PART.
           MOVE 'Y' TO WS-BRK-ACTIVE.
           MOVE TRC-SRT-PART-NUMBER TO WS-BRK-PART-NUMBER.
           MOVE SPACES TO WS-BRK-SUPPLIER.
           MOVE ZERO TO WS-BRK-SUPPLIERS.
           SET RCL-IDX TO 1.
           SEARCH WS-RCL-ENTRY
               AT END
                   GO TO 320-EXIT
               WHEN WS-RCL-PART-NUMBER (RCL-IDX) = TRC-SRT-PART-NUMBER
                   CONTINUE
           END-SEARCH.
           IF WS-RCL-LINE-COUNT > WS-RPT-LINES-PER-PAGE - 6
               MOVE 99 TO WS-RCL-LINE-COUNT
           END-IF.
           MOVE WS-RCL-PART-NUMBER (RCL-IDX) TO RPL-PART-NUMBER.
           MOVE WS-RCL-PART-NAME (RCL-IDX) TO RPL-PART-NAME.
           MOVE WS-RCL-MODEL (RCL-IDX) TO RPL-MODEL.
           MOVE WS-RCL-YEAR (RCL-IDX) TO RPL-YEAR.
           MOVE WS-RCL-SPEC-NUMBER (RCL-IDX) TO RPL-SPEC-NUMBER.
           MOVE WS-RCL-BLUEPRINT (RCL-IDX) TO RPL-BLUEPRINT.
           MOVE WS-RCL-PART-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT.
           IF WS-RCL-UNCERTAIN (RCL-IDX) = 'Y'
               MOVE '    *** MODEL OR YEAR NOT RECORDED ON PARTMAST '
                   TO WS-RPT-PRINT-LINE (1:47)
               MOVE '- CHECK THE PART AGAINST THE RECALL ***'
                   TO WS-RPT-PRINT-LINE (48:39)
               PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT
           END-IF.
       320-EXIT.
           EXIT.

      * The supplier, whether it is an approved source for the part,
      * and where to reach it - remit-to and order addresses. One
      * gone from SUPPMAST is looked for on the archive.
       330-PRINT-SUPPLIER.
           MOVE TRC-SRT-SUPPLIER TO WS-BRK-SUPPLIER.
           ADD 1 TO WS-BRK-SUPPLIERS.
           ADD 1 TO WS-SUPPLIERS-LISTED.
           IF WS-RCL-LINE-COUNT > WS-RPT-LINES-PER-PAGE - 4
               MOVE 99 TO WS-RCL-LINE-COUNT
           END-IF.
           MOVE SPACES TO RSL-NAME.
           MOVE SPACES TO RSL-RATING.
           MOVE SPACES TO RSL-STATUS.
           MOVE SPACES TO RSL-ARCHIVED.
           MOVE TRC-SRT-SUPPLIER TO RSL-SUPPLIER.
           MOVE TRC-SRT-SUPPLIER TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   MOVE '(NOT ON SUPPMAST)' TO RSL-NAME
                   PERFORM 331-ARCHIVED-SUPPLIER THRU 331-EXIT
               NOT INVALID KEY
                   MOVE SM-SUPPLIER-NAME TO RSL-NAME
                   MOVE SM-SUPPLIER-RATING TO RSL-RATING
                   MOVE SM-SUPPLIER-STATUS TO RSL-STATUS
           END-READ.
           EVALUATE TRUE
                WHEN TRC-SRT-DTL-TYPE = '2'
                    MOVE 'NOT AN APPROVED SOURCE - PO ONLY'
                        TO RSL-SOURCE
                WHEN TRC-SRT-SOURCE-STATUS = 'A'
                    MOVE 'APPROVED SOURCE - ACTIVE' TO RSL-SOURCE
                WHEN OTHER
                    MOVE 'APPROVED SOURCE - INACTIVE' TO RSL-SOURCE
           END-EVALUATE.
           MOVE WS-RCL-SUPP-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT.
           MOVE 'REMIT-TO' TO RAL-TYPE.
           MOVE '3' TO AM-ADDRESS-TYPE.
           PERFORM 335-PRINT-ADDRESS THRU 335-EXIT.
           MOVE 'ORDER' TO RAL-TYPE.
           MOVE '1' TO AM-ADDRESS-TYPE.
           PERFORM 335-PRINT-ADDRESS THRU 335-EXIT.
       330-EXIT.
           EXIT.

       331-ARCHIVED-SUPPLIER.
           IF NOT ARCHMAST-OPEN
               GO TO 331-EXIT
           END-IF.
           MOVE TRC-SRT-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE 'S' TO AR-ROW-TYPE.
           READ ARCHMAST
               INVALID KEY
                   GO TO 331-EXIT
           END-READ.
           ADD 1 TO WS-SUPPLIERS-ARCHIVED.
           MOVE AR-MASTER-IMAGE TO SM-REC.
           MOVE SM-SUPPLIER-NAME TO RSL-NAME.
           MOVE SM-SUPPLIER-RATING TO RSL-RATING.
           MOVE SM-SUPPLIER-STATUS TO RSL-STATUS.
           MOVE 'ARCHIVED' TO RSL-ARCHIVED.
       331-EXIT.
           EXIT.

       335-PRINT-ADDRESS.
           MOVE TRC-SRT-SUPPLIER TO AM-SUPPLIER-CODE.
           MOVE AM-ADDRESS-TYPE TO WS-BRK-ADDR-TYPE.
           MOVE SPACES TO RAL-ADDRESS-1.
           MOVE SPACES TO RAL-CITY.
           MOVE SPACES TO RAL-STATE.
           MOVE SPACES TO RAL-ZIP-CODE.
           MOVE SPACES TO RAL-ARCHIVED.
           READ ADDRMAST
               INVALID KEY
                   MOVE 'NONE ON FILE' TO RAL-ADDRESS-1
                   PERFORM 336-ARCHIVED-ADDRESS THRU 336-EXIT
               NOT INVALID KEY
                   MOVE AM-ADDRESS-1 TO RAL-ADDRESS-1
                   MOVE AM-CITY TO RAL-CITY
                   MOVE AM-ADDR-STATE TO RAL-STATE
                   MOVE AM-ZIP-CODE TO RAL-ZIP-CODE
           END-READ.
           MOVE WS-RCL-ADDR-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT.
       335-EXIT.
           EXIT.

       336-ARCHIVED-ADDRESS.
           IF NOT ARCHMAST-OPEN
               GO TO 336-EXIT
           END-IF.
           MOVE TRC-SRT-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE WS-BRK-ADDR-TYPE TO AR-ROW-TYPE.
           READ ARCHMAST
               INVALID KEY
                   GO TO 336-EXIT
           END-READ.
           MOVE AR-MASTER-IMAGE TO AM-REC (1:100).
           MOVE AM-ADDRESS-1 TO RAL-ADDRESS-1.
           MOVE AM-CITY TO RAL-CITY.
           MOVE AM-ADDR-STATE TO RAL-STATE.
           MOVE AM-ZIP-CODE TO RAL-ZIP-CODE.
           MOVE 'ARCHIVED' TO RAL-ARCHIVED.
       336-EXIT.
           EXIT.

       340-PRINT-PO.
           ADD 1 TO WS-POS-LISTED.
           MOVE TRC-SRT-PO-NUMBER TO RPO-PO-NUMBER.
           MOVE TRC-SRT-ORDER-DATE TO WS-FMT-DATE-IN.
           PERFORM 880-FORMAT-DATE THRU 880-EXIT.
           MOVE WS-FMT-DATE-OUT TO RPO-ORDER-DATE.
           MOVE TRC-SRT-QUANTITY TO RPO-QUANTITY.
           MOVE TRC-SRT-QTY-RECEIVED TO RPO-QTY-RECEIVED.
           MOVE SPACES TO RPO-RECEIPT.
           IF TRC-SRT-QTY-RECEIVED > ZERO
               ADD 1 TO WS-POS-RECEIVED
               MOVE TRC-SRT-RECEIPT-DATE TO WS-FMT-DATE-IN
               PERFORM 880-FORMAT-DATE THRU 880-EXIT
               MOVE 'LAST RECEIPT ' TO RPO-RECEIPT (1:13)
               MOVE WS-FMT-DATE-OUT TO RPO-RECEIPT (14:10)
           ELSE
               MOVE 'NOTHING RECEIVED' TO RPO-RECEIPT
           END-IF.
           EVALUATE TRC-SRT-PO-STATUS
                WHEN 'O'
                    ADD 1 TO WS-POS-OPEN
                    MOVE 'OPEN' TO RPO-STATUS
                WHEN 'P'
                    ADD 1 TO WS-POS-PURGED
                    MOVE 'PURGED' TO RPO-STATUS
                WHEN OTHER
                    MOVE 'CLOSED' TO RPO-STATUS
           END-EVALUATE.
           MOVE WS-RCL-PO-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT.
       340-EXIT.
           EXIT.

      * One line to the trace, breaking to a fresh page with the
      * heading and column header when the page fills.
       820-WRITE-RCL-LINE.
           IF WS-RCL-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-RCL-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE RCL-RPT-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RCL-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

      * The title names the recall - make, model if given, and the
      * model years.
       821-RCL-PAGE-HEADING.
           ADD 1 TO WS-RCL-PAGE-COUNT.
           MOVE SPACES TO WS-HDG-TITLE.
           MOVE 'VEHICLE RECALL TRACE - ' TO WS-HDG-TITLE (1:23).
           MOVE RCL-VEHICLE-MAKE TO WS-HDG-TITLE (24:3).
           MOVE RCL-VEHICLE-MODEL TO WS-HDG-TITLE (28:10).
           IF RCL-YEAR-FROM-X = SPACES
               MOVE 'ALL YEARS' TO WS-HDG-TITLE (39:9)
           ELSE
               MOVE WS-YEAR-FROM TO WS-HDG-TITLE (39:4)
               MOVE ' - ' TO WS-HDG-TITLE (43:3)
               MOVE WS-YEAR-TO TO WS-HDG-TITLE (46:4)
           END-IF.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-RCL-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RCL-RPT-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RCL-RPT-REC.
           WRITE RCL-RPT-REC AFTER ADVANCING 1 LINE.
           WRITE RCL-RPT-REC FROM WS-RCL-COL-HEADER
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RCL-RPT-REC.
           WRITE RCL-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-RCL-LINE-COUNT.
       821-EXIT.
           EXIT.

      * WS-FMT-DATE-IN (MMDDYYYY) as MM/DD/YYYY - blank when it is
      * not a date at all.
       880-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE-OUT.
           IF WS-FMT-DATE-IN NOT NUMERIC
               OR WS-FMT-DATE-IN = ZEROES
               GO TO 880-EXIT
           END-IF.
           MOVE WS-FMT-DATE-IN (1:2) TO WS-FMT-DATE-OUT (1:2).
           MOVE '/' TO WS-FMT-DATE-OUT (3:1).
           MOVE WS-FMT-DATE-IN (3:2) TO WS-FMT-DATE-OUT (4:2).
           MOVE '/' TO WS-FMT-DATE-OUT (6:1).
           MOVE WS-FMT-DATE-IN (5:4) TO WS-FMT-DATE-OUT (7:4).
       880-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           MOVE SPACES TO WS-RCL-COL-HEADER.
           MOVE 'TRACE TOTALS' TO WS-RCL-COL-HEADER (1:12).
           MOVE 99 TO WS-RCL-LINE-COUNT.
           MOVE 'PARTMAST ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-PARTS-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE 'PARTS IN THE RECALL' TO WS-CNT-LABEL.
           MOVE WS-PARTS-MATCHED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE '  MODEL OR YEAR NOT RECORDED' TO WS-CNT-LABEL.
           MOVE WS-PARTS-UNCERTAIN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE '  NO SOURCE AND NO PO' TO WS-CNT-LABEL.
           MOVE WS-PARTS-NO-SUPPLIER TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE 'APPROVED SOURCES FOUND' TO WS-CNT-LABEL.
           MOVE WS-SOURCES-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE 'PART/SUPPLIER PAIRS LISTED' TO WS-CNT-LABEL.
           MOVE WS-SUPPLIERS-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE '  SUPPLIER FROM THE ARCHIVE' TO WS-CNT-LABEL.
           MOVE WS-SUPPLIERS-ARCHIVED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE 'POMAST ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-PO-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE 'POHIST ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-HIST-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE 'POS LISTED' TO WS-CNT-LABEL.
           MOVE WS-POS-LISTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE '  WITH QUANTITY RECEIVED' TO WS-CNT-LABEL.
           MOVE WS-POS-RECEIVED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE '  STILL OPEN' TO WS-CNT-LABEL.
           MOVE WS-POS-OPEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           MOVE '  PURGED - FROM POHIST' TO WS-CNT-LABEL.
           MOVE WS-POS-PURGED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-RCL-COUNT THRU 910-EXIT.
           IF NOT SRCMAST-OPEN
               MOVE 'SRCMAST NOT PRESENT - SUPPLIERS TAKEN FROM POS '
                   TO WS-RPT-PRINT-LINE (1:47)
               MOVE 'ONLY' TO WS-RPT-PRINT-LINE (48:4)
               PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT
           END-IF.
       900-EXIT.
           EXIT.

       910-PRINT-RCL-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-RCL-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE PARTMAST.
           CLOSE POMAST.
           CLOSE SUPPMAST.
           CLOSE ADDRMAST.
           IF SRCMAST-OPEN
               CLOSE SRCMAST
           END-IF.
           IF POHIST-OPEN
               CLOSE POHIST
           END-IF.
           IF ARCHMAST-OPEN
               CLOSE ARCHMAST
           END-IF.
           CLOSE RCLRPT.
       950-EXIT.
           EXIT.

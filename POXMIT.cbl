       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POXMIT.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Purchase order transmittal step, run after PSAPPLY. Reads
      * APPLPO - every PO action PSAPPLY actually applied this
      * cycle, with the full POMAST row - and turns each one into a
      * supplier document on EDIFILE, the fixed-format interchange
      * the EDI translator picks up: an applied Add becomes a new
      * order, a Change a change order, and a Delete a cancellation
      * notice. Documents are sorted and grouped per supplier, each
      * group addressed to the supplier's order address (ADDRMAST
      * type 1) and bracketed by supplier header and trailer
      * segments, the whole interchange by control segments
      * carrying the cycle. A supplier with no order address gets
      * nothing sent: its documents go on the exception list and
      * are carried on the pending file to go out on a later run
      * once the address is keyed - unless the supplier itself is
      * gone from SUPPMAST, when the list tells the buyer to send
      * them by hand. A cancellation for a supplier or address
      * deleted in the same cycle carries the order address as it
      * stood before the delete, and goes out to that address.
      * Every document, sent or not, is written to
      * XMITLOG, the cumulative transmittal log by cycle, supplier
      * and PO number, and printed on the transmittal listing.
      * APPLPO must carry the cycle CYCLCTL says PSAPPLY last
      * applied, and a cycle already on XMITCTL is never sent twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLPO
           ASSIGN TO APPLPO
             FILE STATUS IS AOCODE.

           SELECT PENDIN
           ASSIGN TO PENDIN
             FILE STATUS IS PICODE.

           SELECT PENDOUT
           ASSIGN TO PENDOUT
             FILE STATUS IS PNCODE.

           SELECT CYCLCTL
           ASSIGN TO CYCLCTL
             FILE STATUS IS CYCODE.

           SELECT XMITCTL
           ASSIGN TO XMITCTL
             FILE STATUS IS XCCODE.

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

           SELECT EDIFILE
           ASSIGN TO EDIFILE
             FILE STATUS IS EDCODE.

           SELECT XMITLOG
           ASSIGN TO XMITLOG
             FILE STATUS IS XLCODE.

           SELECT XMITRPT
           ASSIGN TO XMITRPT
             FILE STATUS IS XRCODE.

           SELECT XMITEXC
           ASSIGN TO XMITEXC
             FILE STATUS IS XECODE.

           SELECT XMITSORT
           ASSIGN TO XMITSORT.

       DATA DIVISION.
       FILE SECTION.
      * Applied PO actions exactly as PSAPPLY's 520-WRITE-APPLIED-PO
      * writes them, between an 'H' header and a 'T' trailer.
       FD  APPLPO
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS APO-REC.
       01  APO-REC  PIC X(190).

      * Documents that could not be addressed, carried forward with
      * the cycle they were applied in and how many runs they have
      * waited.
       FD  PENDIN
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS PEND-IN-REC.
       01  PEND-IN-REC  PIC X(140).

       FD  PENDOUT
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS PEND-OUT-REC.
       01  PEND-OUT-REC  PIC X(140).

      * PSAPPLY's last applied cycle.
       FD  CYCLCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS CYC-REC.
       01  CYC-REC  PIC 9(05).

      * Last cycle this step transmitted.
       FD  XMITCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS XCT-REC.
       01  XCT-REC  PIC 9(05).

      * The masters exactly as PSAPPLY builds them.
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

      * Fixed-format interchange for the EDI translator - every
      * segment 120 bytes with a two-byte segment id leading.
       FD  EDIFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EDI-REC.
       01  EDI-REC  PIC X(120).

      * Cumulative transmittal log - one record per document per
      * run, sent or pending. Opened EXTEND so runs accumulate.
       FD  XMITLOG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XLOG-REC.
       01  XLOG-REC  PIC X(80).

       FD  XMITRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS XRP-REC.
       01  XRP-REC  PIC X(132).

       FD  XMITEXC
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS XEX-REC.
       01  XEX-REC  PIC X(132).

      * Documents sorted by supplier, in the order they were applied
      * within each supplier - carried-forward documents ahead of
      * this cycle's, so a pending Add still goes out before the
      * Change that follows it.
       SD  XMITSORT.
       01  XS-SORT-REC.
           05  XS-SUPPLIER-CODE          PIC X(10).
           05  XS-SEQ                    PIC 9(07).
           05  XS-TRANS-CODE             PIC X(01).
           05  XS-APPLY-CYCLE            PIC 9(05).
           05  XS-TIMES-PENDED           PIC 9(03).
           05  XS-PO-IMAGE               PIC X(122).
           05  XS-ADDRESS-CARRIED        PIC X(01).
               88  XS-CARRIES-ADDRESS          VALUE 'Y'.
           05  XS-SUPPLIER-NAME          PIC X(15).
           05  XS-ADDRESS-1              PIC X(15).
           05  XS-CITY                   PIC X(15).
           05  XS-ADDR-STATE             PIC X(02).
           05  XS-ZIP-CODE               PIC 9(10).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  AOCODE                  PIC X(2).
               88 AO-VALID      VALUE '00'.
           05  PICODE                  PIC X(2).
               88 PI-VALID      VALUE '00'.
           05  PNCODE                  PIC X(2).
               88 PN-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  CYCODE                  PIC X(2).
               88 CY-VALID      VALUE '00'.
           05  XCCODE                  PIC X(2).
               88 XC-VALID      VALUE '00'.
           05  SMCODE                  PIC X(2).
               88 SM-NOT-FOUND  VALUE '35'.
           05  AMCODE                  PIC X(2).
               88 AM-NOT-FOUND  VALUE '35'.
           05  EDCODE                  PIC X(2).
               88 ED-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  XLCODE                  PIC X(2).
               88 XL-NOT-FOUND  VALUE '35'.
           05  XRCODE                  PIC X(2).
               88 XR-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  XECODE                  PIC X(2).
               88 XE-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-APPLIED           PIC X VALUE 'N'.
               88  END-OF-APPLIED              VALUE 'Y'.
           05  SW-MORE-PENDING           PIC X VALUE 'N'.
               88  END-OF-PENDING              VALUE 'Y'.
           05  SW-MORE-SORT              PIC X VALUE 'N'.
               88  END-OF-SORT                 VALUE 'Y'.
           05  SW-TRAILER-FOUND          PIC X VALUE 'N'.
               88  TRAILER-FOUND               VALUE 'Y'.
           05  SW-BREAK-ACTIVE           PIC X VALUE 'N'.
               88  BREAK-ACTIVE                VALUE 'Y'.
           05  SW-SUPPLIER-ON-FILE       PIC X VALUE 'N'.
               88  SUPPLIER-ON-FILE            VALUE 'Y'.
           05  SW-ORDER-ADDRESS          PIC X VALUE 'N'.
               88  ORDER-ADDRESS-FOUND         VALUE 'Y'.
           05  SW-XMITCTL-FOUND          PIC X VALUE 'N'.
               88  XMITCTL-FOUND               VALUE 'Y'.

      * APPLPO header and trailer control records, as PSAPPLY
      * writes them.
       01  WS-HEADER-REC.
           05  HDR-RECORD-TYPE           PIC X(01) VALUE SPACES.
           05  HDR-FILE-ID               PIC X(08) VALUE SPACES.
           05  HDR-RUN-DATE              PIC X(08) VALUE SPACES.
           05  HDR-CYCLE-NUMBER          PIC 9(05) VALUE ZERO.

       01  WS-TRAILER-REC.
           05  TRL-RECORD-TYPE           PIC X(01) VALUE SPACES.
           05  TRL-FILE-ID               PIC X(08) VALUE SPACES.
           05  TRL-RECORD-COUNT          PIC 9(07) VALUE ZERO.
           05  TRL-QTY-HASH              PIC 9(13) VALUE ZERO.
           05  TRL-PRICE-HASH            PIC 9(13)V99 VALUE ZERO.

       01  WS-APPLIED-PO-REC.
           05  APO-TRANS-CODE            PIC X(01) VALUE SPACES.
           05  APO-PO-IMAGE              PIC X(122) VALUE SPACES.
           05  APO-ADDRESS-CARRIED       PIC X(01) VALUE SPACES.
           05  APO-SUPPLIER-NAME         PIC X(15) VALUE SPACES.
           05  APO-ADDRESS-1             PIC X(15) VALUE SPACES.
           05  APO-CITY                  PIC X(15) VALUE SPACES.
           05  APO-ADDR-STATE            PIC X(02) VALUE SPACES.
           05  APO-ZIP-CODE              PIC 9(10) VALUE ZERO.
           05  FILLER                    PIC X(09) VALUE SPACES.

       01  WS-PENDING-REC.
           05  PND-TRANS-CODE            PIC X(01) VALUE SPACES.
           05  PND-APPLY-CYCLE           PIC 9(05) VALUE ZERO.
           05  PND-TIMES-PENDED          PIC 9(03) VALUE ZERO.
           05  PND-PO-IMAGE              PIC X(122) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE SPACES.

      * The POMAST row carried on a document, broken out.
       01  WS-XMIT-PO.
           05  XPO-PO-KEY.
               10  XPO-SUPPLIER-CODE     PIC X(10).
               10  XPO-PO-NUMBER         PIC X(06).
           05  XPO-BUYER-CODE            PIC X(03).
           05  XPO-QUANTITY              PIC S9(07).
           05  XPO-UNIT-PRICE            PIC S9(07)V99.
           05  XPO-ORDER-DATE            PIC 9(08).
           05  XPO-DELIVERY-DATE         PIC 9(08).
           05  XPO-QTY-RECEIVED          PIC S9(07).
           05  XPO-LAST-RECEIPT-DATE     PIC 9(08).
           05  XPO-PO-STATUS             PIC X(01).
           05  XPO-CURRENCY-CODE         PIC X(03).
           05  XPO-USD-PRICE             PIC S9(07)V99.
           05  XPO-PART-NUMBER           PIC X(23).
           05  XPO-QTY-INVOICED          PIC S9(07).
           05  FILLER                    PIC X(13).

      * Cycle controls - what PSAPPLY last applied, what this step
      * last sent, and the cycle APPLPO carries.
       01  WS-CYCLE-CONTROL.
           05  WS-APPLIED-CYCLE          PIC 9(05) COMP VALUE ZERO.
           05  WS-XMIT-LAST-CYCLE        PIC 9(05) COMP VALUE ZERO.
           05  WS-THIS-CYCLE             PIC 9(05) COMP VALUE ZERO.
           05  WS-UNSENT-FROM            PIC 9(05) VALUE ZERO.
           05  WS-UNSENT-THRU            PIC 9(05) VALUE ZERO.
           05  WS-SORT-SEQ               PIC 9(07) COMP VALUE ZERO.

      * The supplier being accumulated and how its documents went.
       01  WS-SUPPLIER-BREAK-WORK.
           05  WS-BRK-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  WS-BRK-SUPPLIER-NAME      PIC X(15) VALUE SPACES.
           05  WS-BRK-DOC-COUNT          PIC 9(05) COMP VALUE ZERO.

      * Interchange segments. IH and IT bracket the whole run, SH
      * and ST each supplier's group, and PO is one document. The
      * transaction set and purpose code follow the translator's
      * mapping: 850 original for a new order, 860 change or
      * cancellation for the rest.
       01  WS-EDI-IH-SEGMENT.
           05  EDI-IH-SEGMENT-ID         PIC X(02) VALUE 'IH'.
           05  EDI-IH-SENDER-ID          PIC X(15)
                                             VALUE 'PURCHASING'.
           05  EDI-IH-CONTROL-NUMBER     PIC 9(09) VALUE ZERO.
           05  EDI-IH-RUN-DATE           PIC X(08) VALUE ZEROES.
           05  EDI-IH-CYCLE-NUMBER       PIC 9(05) VALUE ZERO.
           05  FILLER                    PIC X(81) VALUE SPACES.

       01  WS-EDI-SH-SEGMENT.
           05  EDI-SH-SEGMENT-ID         PIC X(02) VALUE 'SH'.
           05  EDI-SH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  EDI-SH-SUPPLIER-NAME      PIC X(15) VALUE SPACES.
           05  EDI-SH-ADDRESS-1          PIC X(15) VALUE SPACES.
           05  EDI-SH-CITY               PIC X(15) VALUE SPACES.
           05  EDI-SH-ADDR-STATE         PIC X(02) VALUE SPACES.
           05  EDI-SH-ZIP-CODE           PIC 9(10) VALUE ZERO.
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  WS-EDI-PO-SEGMENT.
           05  EDI-PO-SEGMENT-ID         PIC X(02) VALUE 'PO'.
           05  EDI-PO-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  EDI-PO-TRANS-SET          PIC 9(03) VALUE ZERO.
           05  EDI-PO-PURPOSE            PIC X(02) VALUE SPACES.
           05  EDI-PO-DOC-TYPE           PIC X(03) VALUE SPACES.
               88  EDI-NEW-ORDER               VALUE 'NEW'.
               88  EDI-CHANGE-ORDER            VALUE 'CHG'.
               88  EDI-CANCELLATION            VALUE 'CAN'.
           05  EDI-PO-PO-NUMBER          PIC X(06) VALUE SPACES.
           05  EDI-PO-BUYER-CODE         PIC X(03) VALUE SPACES.
           05  EDI-PO-PART-NUMBER        PIC X(23) VALUE SPACES.
           05  EDI-PO-QUANTITY           PIC 9(07) VALUE ZERO.
           05  EDI-PO-UNIT-PRICE         PIC 9(07)V99 VALUE ZERO.
           05  EDI-PO-CURRENCY-CODE      PIC X(03) VALUE SPACES.
           05  EDI-PO-ORDER-DATE         PIC 9(08) VALUE ZERO.
           05  EDI-PO-DELIVERY-DATE      PIC 9(08) VALUE ZERO.
           05  EDI-PO-APPLY-CYCLE        PIC 9(05) VALUE ZERO.
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-EDI-ST-SEGMENT.
           05  EDI-ST-SEGMENT-ID         PIC X(02) VALUE 'ST'.
           05  EDI-ST-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  EDI-ST-DOC-COUNT          PIC 9(05) VALUE ZERO.
           05  FILLER                    PIC X(103) VALUE SPACES.

       01  WS-EDI-IT-SEGMENT.
           05  EDI-IT-SEGMENT-ID         PIC X(02) VALUE 'IT'.
           05  EDI-IT-CONTROL-NUMBER     PIC 9(09) VALUE ZERO.
           05  EDI-IT-SUPPLIER-COUNT     PIC 9(05) VALUE ZERO.
           05  EDI-IT-DOC-COUNT          PIC 9(07) VALUE ZERO.
           05  EDI-IT-QTY-HASH           PIC 9(13) VALUE ZERO.
           05  FILLER                    PIC X(84) VALUE SPACES.

      * Transmittal log record - the cycle transmitted, the cycle
      * the PO action was applied in, and S for sent or P for left
      * pending, X for dropped to be sent by hand.
       01  WS-XMIT-LOG-REC.
           05  LOG-XMIT-CYCLE            PIC 9(05) VALUE ZERO.
           05  LOG-APPLY-CYCLE           PIC 9(05) VALUE ZERO.
           05  LOG-RUN-DATE              PIC X(08) VALUE ZEROES.
           05  LOG-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
           05  LOG-PO-NUMBER             PIC X(06) VALUE SPACES.
           05  LOG-DOC-TYPE              PIC X(03) VALUE SPACES.
           05  LOG-STATUS                PIC X(01) VALUE SPACES.
               88  LOG-SENT                    VALUE 'S'.
               88  LOG-PENDING                 VALUE 'P'.
               88  LOG-DROPPED                 VALUE 'X'.
           05  FILLER                    PIC X(42) VALUE SPACES.

      * Page control and line layouts for the transmittal listing
      * and the exception list - title, run date and page number on
      * every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-XRP-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-XRP-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-XEX-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-XEX-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
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

      * Both listings share one column layout.
       01  WS-XMIT-COLUMN-HDR.
           05  FILLER                    PIC X(49) VALUE
               'CYCLE  SUPPLIER    NAME             PO      TYPE'.
           05  FILLER                    PIC X(51) VALUE
               'PART NUMBER                  QTY  DELIVERY  STATUS'.
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  WS-XMIT-PRINT-LINE.
           05  XPL-APPLY-CYCLE           PIC Z(04)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-SUPPLIER-NAME         PIC X(15) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-PO-NUMBER             PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-DOC-TYPE              PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-PART-NUMBER           PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-QUANTITY              PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-DELIVERY-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  XPL-STATUS                PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE SPACES.

      * End-of-job control/balancing counts. Every document in -
      * carried forward or applied this cycle - goes out sent,
      * pending or dropped.
       01  WS-CONTROL-COUNTERS.
           05  WS-PENDING-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-APPLIED-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-SORTED            PIC 9(07) COMP VALUE ZERO.
           05  WS-NEW-ORDERS-SENT        PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGE-ORDERS-SENT     PIC 9(07) COMP VALUE ZERO.
           05  WS-CANCELS-SENT           PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-SENT              PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-PENDED            PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-DROPPED           PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-BAD-CODE          PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPPLIERS-SENT         PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPPLIERS-EXCEPTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-EDI-SEGMENTS           PIC 9(07) COMP VALUE ZERO.
           05  WS-EDI-QTY-HASH           PIC 9(13) VALUE ZERO.


       PROCEDURE DIVISION.
       000-XMITMAIN.
           PERFORM 100-INITIALIZATION.
           SORT XMITSORT
               ON ASCENDING KEY XS-SUPPLIER-CODE
                                XS-SEQ
               INPUT PROCEDURE IS 200-GATHER-DOCUMENTS
                   THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-TRANSMIT-DOCUMENTS
                   THRU 300-EXIT.
           PERFORM 900-CONTROL-REPORT.
      * A run whose counts do not balance has sent nothing usable -
      * the cycle stays unsent so it can be run again.
           IF RETURN-CODE < 16
               PERFORM 850-UPDATE-XMIT-CONTROL THRU 850-EXIT
           ELSE
               DISPLAY 'POXMIT - XMITCTL LEFT AT CYCLE '
                   WS-XMIT-LAST-CYCLE ' - CORRECT AND RERUN'
           END-IF.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           PERFORM 105-READ-CYCLE-CONTROLS THRU 105-EXIT.
           PERFORM 110-CHECK-APPLPO-HEADER THRU 110-EXIT.

      *   Open files
      *   Documents cannot be addressed off masters PSAPPLY has never
      *   primed - that is an operations error, not an empty run.
           OPEN INPUT SUPPMAST.
           IF SM-NOT-FOUND
               DISPLAY 'POXMIT - SUPPMAST DOES NOT EXIST - '
                   'NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADDRMAST.
           IF AM-NOT-FOUND
               DISPLAY 'POXMIT - ADDRMAST DOES NOT EXIST - '
                   'NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *   The first run has nothing carried forward and no PENDIN
      *   dataset at all - treat a failed open as an empty file.
           OPEN INPUT PENDIN.
           IF NOT PI-VALID
               MOVE 'Y' TO SW-MORE-PENDING
           END-IF.
           OPEN OUTPUT PENDOUT.
           OPEN OUTPUT EDIFILE.
           OPEN OUTPUT XMITRPT.
           OPEN OUTPUT XMITEXC.
      *   The log accumulates across runs - create it on the very
      *   first transmittal, extend it ever after.
           OPEN EXTEND XMITLOG.
           IF XL-NOT-FOUND
               OPEN OUTPUT XMITLOG
           END-IF.

      * PSAPPLY's last applied cycle and this step's last sent cycle.
      * A missing XMITCTL (very first transmittal) reads as zero.
       105-READ-CYCLE-CONTROLS.
           MOVE ZERO TO WS-APPLIED-CYCLE.
           OPEN INPUT CYCLCTL.
           IF CY-VALID
               READ CYCLCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYC-REC NUMERIC
                           MOVE CYC-REC TO WS-APPLIED-CYCLE
                       END-IF
               END-READ
               CLOSE CYCLCTL
           END-IF.
           MOVE ZERO TO WS-XMIT-LAST-CYCLE.
           OPEN INPUT XMITCTL.
           IF XC-VALID
               MOVE 'Y' TO SW-XMITCTL-FOUND
               READ XMITCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XCT-REC NUMERIC
                           MOVE XCT-REC TO WS-XMIT-LAST-CYCLE
                       END-IF
               END-READ
               CLOSE XMITCTL
           END-IF.
       105-EXIT.
           EXIT.

      * APPLPO must lead with its header, and the header must carry
      * the cycle PSAPPLY last finished - anything older is a stale
      * file left by an apply that stopped early. A cycle already
      * sent is never sent again: suppliers would get every order
      * twice.
       110-CHECK-APPLPO-HEADER.
           OPEN INPUT APPLPO.
           IF NOT AO-VALID
               DISPLAY 'POXMIT - APPLPO CANNOT BE OPENED - RUN '
                   'PSAPPLY FIRST - NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ APPLPO
               AT END
                   MOVE SPACES TO APO-REC
           END-READ.
           MOVE APO-REC (1:22) TO WS-HEADER-REC.
           IF HDR-RECORD-TYPE NOT = 'H'
               OR HDR-CYCLE-NUMBER NOT NUMERIC
               DISPLAY 'POXMIT - APPLPO HAS NO HEADER RECORD - '
                   'NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE HDR-CYCLE-NUMBER TO WS-THIS-CYCLE.
           IF WS-THIS-CYCLE NOT = WS-APPLIED-CYCLE
               DISPLAY 'POXMIT - APPLPO CARRIES CYCLE '
                   HDR-CYCLE-NUMBER ' BUT PSAPPLY LAST APPLIED '
                   'CYCLE ' WS-APPLIED-CYCLE ' - STALE FILE - '
                   'NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-THIS-CYCLE NOT > WS-XMIT-LAST-CYCLE
               DISPLAY 'POXMIT - CYCLE ' HDR-CYCLE-NUMBER
                   ' ALREADY TRANSMITTED - NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * PSAPPLY rewrites APPLPO every cycle, so a cycle this step
      * never ran for is gone for good - stop rather than let its
      * orders go unsent without a word. SUPMERGE and SUPARCH step
      * XMITCTL past their own cycles, which carry no documents, so
      * anything short of the cycle before this one is a real gap.
      * The very first transmittal has no XMITCTL to hold it to.
           IF XMITCTL-FOUND
               AND WS-THIS-CYCLE > WS-XMIT-LAST-CYCLE + 1
               COMPUTE WS-UNSENT-FROM = WS-XMIT-LAST-CYCLE + 1
               COMPUTE WS-UNSENT-THRU = WS-THIS-CYCLE - 1
               DISPLAY 'POXMIT - CYCLES ' WS-UNSENT-FROM ' THRU '
                   WS-UNSENT-THRU ' WERE APPLIED BUT NEVER SENT - '
                   'NOTHING SENT'
               DISPLAY 'POXMIT - SEND THEIR ORDERS BY HAND FROM THE '
                   'JOURNAL, SET XMITCTL TO ' WS-UNSENT-THRU
                   ' AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       110-EXIT.
           EXIT.

      * Sort input: everything carried forward first, then this
      * cycle's applied actions, each numbered in the order read so
      * the sort keeps that order within a supplier.
       200-GATHER-DOCUMENTS.
           PERFORM 210-RELEASE-ONE-PENDING THRU 210-EXIT
               UNTIL END-OF-PENDING.
           PERFORM 220-RELEASE-ONE-APPLIED THRU 220-EXIT
               UNTIL END-OF-APPLIED.
           IF NOT TRAILER-FOUND
               DISPLAY 'POXMIT - APPLPO HAS NO TRAILER RECORD - '
                   'FILE MAY BE TRUNCATED - NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TRL-RECORD-COUNT NOT = WS-APPLIED-READ
               DISPLAY 'POXMIT - APPLPO RECORD COUNT DOES NOT '
                   'BALANCE TO TRAILER - NOTHING SENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-EXIT.
           EXIT.

       210-RELEASE-ONE-PENDING.
           READ PENDIN
               AT END
                   MOVE 'Y' TO SW-MORE-PENDING
                   GO TO 210-EXIT
           END-READ.
           ADD 1 TO WS-PENDING-READ.
           MOVE PEND-IN-REC TO WS-PENDING-REC.
           MOVE PND-PO-IMAGE TO WS-XMIT-PO.
           ADD 1 TO WS-SORT-SEQ.
           MOVE XPO-SUPPLIER-CODE TO XS-SUPPLIER-CODE.
           MOVE WS-SORT-SEQ TO XS-SEQ.
           MOVE PND-TRANS-CODE TO XS-TRANS-CODE.
           MOVE PND-APPLY-CYCLE TO XS-APPLY-CYCLE.
           MOVE PND-TIMES-PENDED TO XS-TIMES-PENDED.
           MOVE PND-PO-IMAGE TO XS-PO-IMAGE.
           MOVE 'N' TO XS-ADDRESS-CARRIED.
           MOVE SPACES TO XS-SUPPLIER-NAME.
           MOVE SPACES TO XS-ADDRESS-1.
           MOVE SPACES TO XS-CITY.
           MOVE SPACES TO XS-ADDR-STATE.
           MOVE ZERO TO XS-ZIP-CODE.
           RELEASE XS-SORT-REC.
           ADD 1 TO WS-DOCS-SORTED.
       210-EXIT.
           EXIT.

       220-RELEASE-ONE-APPLIED.
           READ APPLPO
               AT END
                   MOVE 'Y' TO SW-MORE-APPLIED
                   GO TO 220-EXIT
           END-READ.
           MOVE APO-REC TO WS-APPLIED-PO-REC.
           EVALUATE APO-TRANS-CODE
                WHEN 'H'
                    GO TO 220-EXIT
                WHEN 'T'
                    MOVE APO-REC (1:44) TO WS-TRAILER-REC
                    MOVE 'Y' TO SW-TRAILER-FOUND
                    GO TO 220-EXIT
                WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-APPLIED-READ.
           MOVE APO-PO-IMAGE TO WS-XMIT-PO.
           ADD 1 TO WS-SORT-SEQ.
           MOVE XPO-SUPPLIER-CODE TO XS-SUPPLIER-CODE.
           MOVE WS-SORT-SEQ TO XS-SEQ.
           MOVE APO-TRANS-CODE TO XS-TRANS-CODE.
           MOVE WS-THIS-CYCLE TO XS-APPLY-CYCLE.
           MOVE ZERO TO XS-TIMES-PENDED.
           MOVE APO-PO-IMAGE TO XS-PO-IMAGE.
           MOVE 'N' TO XS-ADDRESS-CARRIED.
           MOVE SPACES TO XS-SUPPLIER-NAME.
           MOVE SPACES TO XS-ADDRESS-1.
           MOVE SPACES TO XS-CITY.
           MOVE SPACES TO XS-ADDR-STATE.
           MOVE ZERO TO XS-ZIP-CODE.
           IF APO-TRANS-CODE = 'D'
               MOVE APO-SUPPLIER-NAME TO XS-SUPPLIER-NAME
               IF APO-ADDRESS-CARRIED = 'Y'
                   AND APO-ZIP-CODE NUMERIC
                   MOVE 'Y' TO XS-ADDRESS-CARRIED
                   MOVE APO-ADDRESS-1 TO XS-ADDRESS-1
                   MOVE APO-CITY TO XS-CITY
                   MOVE APO-ADDR-STATE TO XS-ADDR-STATE
                   MOVE APO-ZIP-CODE TO XS-ZIP-CODE
               END-IF
           END-IF.
           RELEASE XS-SORT-REC.
           ADD 1 TO WS-DOCS-SORTED.
       220-EXIT.
           EXIT.

      * Sort output: one supplier group at a time, bracketed by the
      * interchange control segments.
       300-TRANSMIT-DOCUMENTS.
           MOVE WS-THIS-CYCLE TO EDI-IH-CONTROL-NUMBER.
           MOVE WS-RUN-TODAY TO EDI-IH-RUN-DATE.
           MOVE WS-THIS-CYCLE TO EDI-IH-CYCLE-NUMBER.
           MOVE WS-EDI-IH-SEGMENT TO EDI-REC.
           PERFORM 380-WRITE-EDI-SEGMENT THRU 380-EXIT.
           MOVE 'N' TO SW-MORE-SORT.
           PERFORM 310-RETURN-ONE-DOCUMENT THRU 310-EXIT
               UNTIL END-OF-SORT.
           IF BREAK-ACTIVE
               PERFORM 330-END-SUPPLIER THRU 330-EXIT
           END-IF.
           MOVE WS-THIS-CYCLE TO EDI-IT-CONTROL-NUMBER.
           MOVE WS-SUPPLIERS-SENT TO EDI-IT-SUPPLIER-COUNT.
           MOVE WS-DOCS-SENT TO EDI-IT-DOC-COUNT.
           MOVE WS-EDI-QTY-HASH TO EDI-IT-QTY-HASH.
           MOVE WS-EDI-IT-SEGMENT TO EDI-REC.
           PERFORM 380-WRITE-EDI-SEGMENT THRU 380-EXIT.
       300-EXIT.
           EXIT.

       310-RETURN-ONE-DOCUMENT.
           RETURN XMITSORT
               AT END
                   MOVE 'Y' TO SW-MORE-SORT
                   GO TO 310-EXIT
           END-RETURN.
           IF BREAK-ACTIVE
               AND XS-SUPPLIER-CODE NOT = WS-BRK-SUPPLIER-CODE
               PERFORM 330-END-SUPPLIER THRU 330-EXIT
           END-IF.
           IF NOT BREAK-ACTIVE
               PERFORM 320-START-SUPPLIER THRU 320-EXIT
           END-IF.
           IF WS-BRK-SUPPLIER-NAME = SPACES
               MOVE XS-SUPPLIER-NAME TO WS-BRK-SUPPLIER-NAME
           END-IF.
           IF NOT ORDER-ADDRESS-FOUND
               AND XS-CARRIES-ADDRESS
               PERFORM 325-ADDRESS-FROM-COPY THRU 325-EXIT
           END-IF.
           MOVE XS-PO-IMAGE TO WS-XMIT-PO.
           MOVE SPACES TO EDI-PO-DOC-TYPE.
           EVALUATE XS-TRANS-CODE
                WHEN 'A'
                    MOVE 850 TO EDI-PO-TRANS-SET
                    MOVE '00' TO EDI-PO-PURPOSE
                    MOVE 'NEW' TO EDI-PO-DOC-TYPE
                WHEN 'C'
                    MOVE 860 TO EDI-PO-TRANS-SET
                    MOVE '04' TO EDI-PO-PURPOSE
                    MOVE 'CHG' TO EDI-PO-DOC-TYPE
                WHEN 'D'
                    MOVE 860 TO EDI-PO-TRANS-SET
                    MOVE '01' TO EDI-PO-PURPOSE
                    MOVE 'CAN' TO EDI-PO-DOC-TYPE
                WHEN OTHER
                    ADD 1 TO WS-DOCS-BAD-CODE
                    ADD 1 TO WS-DOCS-DROPPED
                    DISPLAY 'POXMIT - DOCUMENT DROPPED - BAD ACTION '
                        'CODE - ' XPO-SUPPLIER-CODE '/' XPO-PO-NUMBER
                    GO TO 310-EXIT
           END-EVALUATE.
           EVALUATE TRUE
                WHEN ORDER-ADDRESS-FOUND
                    PERFORM 340-SEND-DOCUMENT THRU 340-EXIT
                WHEN SUPPLIER-ON-FILE
                    PERFORM 350-PEND-DOCUMENT THRU 350-EXIT
                WHEN OTHER
                    PERFORM 360-DROP-DOCUMENT THRU 360-EXIT
           END-EVALUATE.
       310-EXIT.
           EXIT.

      * A new supplier group. The order address decides whether the
      * group can be sent at all; the supplier header segment goes
      * out here when it can.
       320-START-SUPPLIER.
           MOVE XS-SUPPLIER-CODE TO WS-BRK-SUPPLIER-CODE.
           MOVE SPACES TO WS-BRK-SUPPLIER-NAME.
           MOVE ZERO TO WS-BRK-DOC-COUNT.
           MOVE 'Y' TO SW-BREAK-ACTIVE.
           MOVE XS-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   MOVE 'N' TO SW-SUPPLIER-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-SUPPLIER-ON-FILE
                   MOVE SM-SUPPLIER-NAME TO WS-BRK-SUPPLIER-NAME
           END-READ.
           MOVE XS-SUPPLIER-CODE TO AM-SUPPLIER-CODE.
           MOVE '1' TO AM-ADDRESS-TYPE.
           READ ADDRMAST
               INVALID KEY
                   MOVE 'N' TO SW-ORDER-ADDRESS
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ORDER-ADDRESS
           END-READ.
           IF NOT ORDER-ADDRESS-FOUND
               ADD 1 TO WS-SUPPLIERS-EXCEPTED
               GO TO 320-EXIT
           END-IF.
           ADD 1 TO WS-SUPPLIERS-SENT.
           MOVE XS-SUPPLIER-CODE TO EDI-SH-SUPPLIER-CODE.
           MOVE WS-BRK-SUPPLIER-NAME TO EDI-SH-SUPPLIER-NAME.
           MOVE AM-ADDRESS-1 TO EDI-SH-ADDRESS-1.
           MOVE AM-CITY TO EDI-SH-CITY.
           MOVE AM-ADDR-STATE TO EDI-SH-ADDR-STATE.
           MOVE AM-ZIP-CODE TO EDI-SH-ZIP-CODE.
           MOVE WS-EDI-SH-SEGMENT TO EDI-REC.
           PERFORM 380-WRITE-EDI-SEGMENT THRU 380-EXIT.
       320-EXIT.
           EXIT.

      * The order address is gone from ADDRMAST but the document
      * carries it as it stood before the delete - PSAPPLY copies it
      * onto a cancellation whose supplier or address went earlier
      * in the same cycle. The group goes out to that address.
       325-ADDRESS-FROM-COPY.
           MOVE 'Y' TO SW-ORDER-ADDRESS.
           SUBTRACT 1 FROM WS-SUPPLIERS-EXCEPTED.
           ADD 1 TO WS-SUPPLIERS-SENT.
           MOVE XS-SUPPLIER-CODE TO EDI-SH-SUPPLIER-CODE.
           MOVE WS-BRK-SUPPLIER-NAME TO EDI-SH-SUPPLIER-NAME.
           MOVE XS-ADDRESS-1 TO EDI-SH-ADDRESS-1.
           MOVE XS-CITY TO EDI-SH-CITY.
           MOVE XS-ADDR-STATE TO EDI-SH-ADDR-STATE.
           MOVE XS-ZIP-CODE TO EDI-SH-ZIP-CODE.
           MOVE WS-EDI-SH-SEGMENT TO EDI-REC.
           PERFORM 380-WRITE-EDI-SEGMENT THRU 380-EXIT.
       325-EXIT.
           EXIT.

       330-END-SUPPLIER.
           IF ORDER-ADDRESS-FOUND
               MOVE WS-BRK-SUPPLIER-CODE TO EDI-ST-SUPPLIER-CODE
               MOVE WS-BRK-DOC-COUNT TO EDI-ST-DOC-COUNT
               MOVE WS-EDI-ST-SEGMENT TO EDI-REC
               PERFORM 380-WRITE-EDI-SEGMENT THRU 380-EXIT
           END-IF.
           MOVE 'N' TO SW-BREAK-ACTIVE.
       330-EXIT.
           EXIT.

       340-SEND-DOCUMENT.
           MOVE XPO-SUPPLIER-CODE TO EDI-PO-SUPPLIER-CODE.
           MOVE XPO-PO-NUMBER TO EDI-PO-PO-NUMBER.
           MOVE XPO-BUYER-CODE TO EDI-PO-BUYER-CODE.
           MOVE XPO-PART-NUMBER TO EDI-PO-PART-NUMBER.
           MOVE XPO-QUANTITY TO EDI-PO-QUANTITY.
           MOVE XPO-UNIT-PRICE TO EDI-PO-UNIT-PRICE.
           MOVE XPO-CURRENCY-CODE TO EDI-PO-CURRENCY-CODE.
           IF EDI-PO-CURRENCY-CODE = SPACES
               MOVE 'USD' TO EDI-PO-CURRENCY-CODE
           END-IF.
           MOVE XPO-ORDER-DATE TO EDI-PO-ORDER-DATE.
           MOVE XPO-DELIVERY-DATE TO EDI-PO-DELIVERY-DATE.
           MOVE XS-APPLY-CYCLE TO EDI-PO-APPLY-CYCLE.
           MOVE WS-EDI-PO-SEGMENT TO EDI-REC.
           PERFORM 380-WRITE-EDI-SEGMENT THRU 380-EXIT.
           ADD 1 TO WS-BRK-DOC-COUNT.
           ADD 1 TO WS-DOCS-SENT.
           ADD EDI-PO-QUANTITY TO WS-EDI-QTY-HASH.
           EVALUATE TRUE
                WHEN EDI-NEW-ORDER
                    ADD 1 TO WS-NEW-ORDERS-SENT
                WHEN EDI-CHANGE-ORDER
                    ADD 1 TO WS-CHANGE-ORDERS-SENT
                WHEN OTHER
                    ADD 1 TO WS-CANCELS-SENT
           END-EVALUATE.
           MOVE 'S' TO LOG-STATUS.
           PERFORM 700-LOG-DOCUMENT THRU 700-EXIT.
           MOVE 'SENT' TO XPL-STATUS.
           PERFORM 710-PRINT-DOCUMENT THRU 710-EXIT.
       340-EXIT.
           EXIT.

      * No order address on file for a supplier that still exists -
      * carry the document forward and tell the buyer.
       350-PEND-DOCUMENT.
           MOVE SPACES TO WS-PENDING-REC.
           MOVE XS-TRANS-CODE TO PND-TRANS-CODE.
           MOVE XS-APPLY-CYCLE TO PND-APPLY-CYCLE.
           COMPUTE PND-TIMES-PENDED = XS-TIMES-PENDED + 1.
           MOVE XS-PO-IMAGE TO PND-PO-IMAGE.
           MOVE WS-PENDING-REC TO PEND-OUT-REC.
           WRITE PEND-OUT-REC.
           ADD 1 TO WS-DOCS-PENDED.
           MOVE 'P' TO LOG-STATUS.
           PERFORM 700-LOG-DOCUMENT THRU 700-EXIT.
           MOVE 'HELD - NO ORDER ADDRESS' TO XPL-STATUS.
           PERFORM 710-PRINT-DOCUMENT THRU 710-EXIT.
           MOVE 'NO ORDER ADDRESS - HELD FOR NEXT RUN'
               TO XPL-STATUS.
           PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT.
       350-EXIT.
           EXIT.

      * The supplier itself is gone from SUPPMAST - its addresses
      * went with it and no later run will ever find one, so the
      * document is dropped onto the exception list for the buyer
      * to send by hand instead of carried forward for ever. Only a
      * document with no order address carried on it comes here.
       360-DROP-DOCUMENT.
           ADD 1 TO WS-DOCS-DROPPED.
           MOVE 'X' TO LOG-STATUS.
           PERFORM 700-LOG-DOCUMENT THRU 700-EXIT.
           MOVE 'NOT SENT - SUPPLIER GONE' TO XPL-STATUS.
           PERFORM 710-PRINT-DOCUMENT THRU 710-EXIT.
           MOVE 'SUPPLIER NOT ON SUPPMAST - SEND BY HAND'
               TO XPL-STATUS.
           PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT.
       360-EXIT.
           EXIT.

       380-WRITE-EDI-SEGMENT.
           WRITE EDI-REC.
           ADD 1 TO WS-EDI-SEGMENTS.
       380-EXIT.
           EXIT.

      * One transmittal log record for the document in hand. The
      * caller has set LOG-STATUS.
       700-LOG-DOCUMENT.
           MOVE WS-THIS-CYCLE TO LOG-XMIT-CYCLE.
           MOVE XS-APPLY-CYCLE TO LOG-APPLY-CYCLE.
           MOVE WS-RUN-TODAY TO LOG-RUN-DATE.
           MOVE XPO-SUPPLIER-CODE TO LOG-SUPPLIER-CODE.
           MOVE XPO-PO-NUMBER TO LOG-PO-NUMBER.
           MOVE EDI-PO-DOC-TYPE TO LOG-DOC-TYPE.
           MOVE WS-XMIT-LOG-REC TO XLOG-REC.
           WRITE XLOG-REC.
       700-EXIT.
           EXIT.

      * The document in hand as a print line - the caller has set
      * XPL-STATUS.
       705-BUILD-PRINT-LINE.
           MOVE XS-APPLY-CYCLE TO XPL-APPLY-CYCLE.
           MOVE XPO-SUPPLIER-CODE TO XPL-SUPPLIER-CODE.
           MOVE WS-BRK-SUPPLIER-NAME TO XPL-SUPPLIER-NAME.
           MOVE XPO-PO-NUMBER TO XPL-PO-NUMBER.
           MOVE EDI-PO-DOC-TYPE TO XPL-DOC-TYPE.
           MOVE XPO-PART-NUMBER TO XPL-PART-NUMBER.
           MOVE XPO-QUANTITY TO XPL-QUANTITY.
           MOVE XPO-DELIVERY-DATE TO XPL-DELIVERY-DATE.
           MOVE WS-XMIT-PRINT-LINE TO WS-RPT-PRINT-LINE.
       705-EXIT.
           EXIT.

       710-PRINT-DOCUMENT.
           PERFORM 705-BUILD-PRINT-LINE THRU 705-EXIT.
           PERFORM 820-WRITE-XRP-LINE THRU 820-EXIT.
       710-EXIT.
           EXIT.

       720-PRINT-EXCEPTION.
           PERFORM 705-BUILD-PRINT-LINE THRU 705-EXIT.
           PERFORM 830-WRITE-XEX-LINE THRU 830-EXIT.
       720-EXIT.
           EXIT.

      * One line to the transmittal listing, breaking to a fresh
      * page with the report heading when the page fills.
       820-WRITE-XRP-LINE.
           IF WS-XRP-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-XRP-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE XRP-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-XRP-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-XRP-PAGE-HEADING.
           ADD 1 TO WS-XRP-PAGE-COUNT.
           MOVE 'PURCHASE ORDER TRANSMITTAL LOG' TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-XRP-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE XRP-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO XRP-REC.
           WRITE XRP-REC AFTER ADVANCING 1 LINE.
           WRITE XRP-REC FROM WS-XMIT-COLUMN-HDR
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO XRP-REC.
           WRITE XRP-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-XRP-LINE-COUNT.
       821-EXIT.
           EXIT.

      * One line to the exception list, same paging as the log.
       830-WRITE-XEX-LINE.
           IF WS-XEX-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 831-XEX-PAGE-HEADING THRU 831-EXIT
           END-IF.
           WRITE XEX-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-XEX-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       830-EXIT.
           EXIT.

       831-XEX-PAGE-HEADING.
           ADD 1 TO WS-XEX-PAGE-COUNT.
           MOVE 'PO TRANSMITTAL EXCEPTIONS - NO ORDER ADDRESS'
               TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-XEX-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE XEX-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO XEX-REC.
           WRITE XEX-REC AFTER ADVANCING 1 LINE.
           WRITE XEX-REC FROM WS-XMIT-COLUMN-HDR
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO XEX-REC.
           WRITE XEX-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-XEX-LINE-COUNT.
       831-EXIT.
           EXIT.

      * The cycle is recorded as sent only once the whole
      * interchange has been written.
       850-UPDATE-XMIT-CONTROL.
           OPEN OUTPUT XMITCTL.
           MOVE WS-THIS-CYCLE TO XCT-REC.
           WRITE XCT-REC.
           CLOSE XMITCTL.
       850-EXIT.
           EXIT.

       900-CONTROL-REPORT.
      * An empty listing still prints its page heading, so a run
      * with nothing to send or nothing held is visibly clean.
           IF WS-XRP-PAGE-COUNT = ZERO
               PERFORM 821-XRP-PAGE-HEADING THRU 821-EXIT
               MOVE 'NO PURCHASE ORDER DOCUMENTS THIS CYCLE'
                   TO WS-RPT-PRINT-LINE
               PERFORM 820-WRITE-XRP-LINE THRU 820-EXIT
           END-IF.
           IF WS-XEX-PAGE-COUNT = ZERO
               PERFORM 831-XEX-PAGE-HEADING THRU 831-EXIT
               MOVE 'NO TRANSMITTAL EXCEPTIONS THIS CYCLE'
                   TO WS-RPT-PRINT-LINE
               PERFORM 830-WRITE-XEX-LINE THRU 830-EXIT
           END-IF.
           DISPLAY ' '.
           DISPLAY '---- POXMIT CONTROL / BALANCING REPORT ----'.
           DISPLAY 'CYCLE TRANSMITTED  . . . . . '
               WS-THIS-CYCLE.
           DISPLAY 'DOCUMENTS CARRIED IN . . . . '
               WS-PENDING-READ.
           DISPLAY 'APPLIED PO ACTIONS READ  . . '
               WS-APPLIED-READ.
           DISPLAY ' '.
           DISPLAY 'NEW ORDERS SENT  . . . . . . '
               WS-NEW-ORDERS-SENT.
           DISPLAY 'CHANGE ORDERS SENT . . . . . '
               WS-CHANGE-ORDERS-SENT.
           DISPLAY 'CANCELLATIONS SENT . . . . . '
               WS-CANCELS-SENT.
           DISPLAY 'DOCUMENTS SENT . . . . . . . '
               WS-DOCS-SENT.
           DISPLAY 'DOCUMENTS HELD - NO ADDRESS  '
               WS-DOCS-PENDED.
           DISPLAY 'DOCUMENTS DROPPED  . . . . . '
               WS-DOCS-DROPPED.
           DISPLAY '  OF WHICH BAD ACTION CODE . '
               WS-DOCS-BAD-CODE.
           DISPLAY ' '.
           DISPLAY 'SUPPLIERS SENT . . . . . . . '
               WS-SUPPLIERS-SENT.
           DISPLAY 'SUPPLIERS W/NO ORDER ADDRESS '
               WS-SUPPLIERS-EXCEPTED.
           DISPLAY 'EDIFILE SEGMENTS WRITTEN . . '
               WS-EDI-SEGMENTS.
      * Every document carried in or applied must come out sent,
      * held or dropped.
           IF WS-PENDING-READ + WS-APPLIED-READ
                   NOT = WS-DOCS-SENT + WS-DOCS-PENDED
                       + WS-DOCS-DROPPED
               DISPLAY '** DOCUMENT COUNTS OUT OF BALANCE - DO NOT '
                   'RELEASE EDIFILE **'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-DOCS-PENDED > ZERO
               OR WS-DOCS-DROPPED > ZERO
               DISPLAY '** DOCUMENTS NOT SENT - SEE EXCEPTION '
                   'LIST **'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY '----------------------------------------------'.
       900-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE APPLPO.
           CLOSE PENDIN.
           CLOSE PENDOUT.
           CLOSE SUPPMAST.
           CLOSE ADDRMAST.
           CLOSE EDIFILE.
           CLOSE XMITLOG.
           CLOSE XMITRPT.
           CLOSE XMITEXC.
       950-EXIT.
           EXIT.

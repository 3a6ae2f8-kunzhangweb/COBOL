       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPMERGE.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Supplier merge and re-key utility. Driven by one MRGCARD
      * control card naming an old supplier code and the surviving
      * code, it moves every row the old code owns to the survivor
      * in place - ADDRMAST, POMAST, RELMAST, INVHIST, SRCMAST,
      * PRICEHIST and the CLOSEDPO drop list - so nothing is lost
      * the way a Delete and re-Add through PARTSUPP loses receipt,
      * invoice and release history. Where the survivor already
      * holds the same key the collision is settled by rule and the
      * settlement printed on the MRGEXC exception report: an
      * address type, source or invoice number the survivor already
      * has keeps the survivor's row and drops the old one; the
      * price history keeps whichever price is later; a PO number
      * the survivor already uses is left under the old code with
      * its releases, to be reissued by hand, and the old supplier
      * then stays on SUPPMAST so that PO is never orphaned. Every
      * row moved, dropped or updated is journaled to JRNLFILE with
      * its before-image under a cycle of its own - the one after
      * the last applied cycle - and both cycle controls advance to
      * it, so PSBACKOUT can undo a bad merge like any apply cycle.
      * The merge refuses to run with an extract cut but not yet
      * applied, or with an applied cycle not yet transmitted, so
      * the cycle sequence is never broken under either step, and
      * while INVMATCH holds invoices or POXMIT holds pending
      * documents under the old code, since neither would find the
      * PO or address once it had moved. The CLOSEDPO drop list is
      * re-keyed but not journaled - PORECV rebuilds it from POMAST
      * on every run. Every PO moved is also written to MRGPOMAP,
      * the cumulative old-to-new PO key list MTHCLOSE applies to
      * its snapshot, so a moved PO is not taken for a cancellation
      * under the old code and a new order under the survivor; a
      * merge backed out by PSBACKOUT must have its entries taken
      * off MRGPOMAP before the next month-end close. The MRGRPT
      * control report balances every master: rows found under the
      * old code must equal rows moved, dropped and left behind.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGCARD
           ASSIGN TO MRGCARD
             FILE STATUS IS MCCODE.

           SELECT CYCLCTL
           ASSIGN TO CYCLCTL
             FILE STATUS IS CYCODE.

           SELECT CYCLEFILE
           ASSIGN TO CYCLEFILE
             FILE STATUS IS CFCODE.

           SELECT APPLPO
           ASSIGN TO APPLPO
             FILE STATUS IS AOCODE.

           SELECT XMITCTL
           ASSIGN TO XMITCTL
             FILE STATUS IS XCCODE.

           SELECT HOLDIN
           ASSIGN TO HOLDIN
             FILE STATUS IS HICODE.

           SELECT PENDIN
           ASSIGN TO PENDIN
             FILE STATUS IS PICODE.

           SELECT SUPPMAST
           ASSIGN TO SUPPMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SUPPLIER-CODE
             FILE STATUS IS SMCODE.

           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AM-ADDRESS-KEY
             FILE STATUS IS AMCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT RELMAST
           ASSIGN TO RELMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RM-RELEASE-KEY
             FILE STATUS IS RMCODE.

           SELECT INVHIST
           ASSIGN TO INVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IH-INVOICE-KEY
             FILE STATUS IS IHCODE.

           SELECT SRCMAST
           ASSIGN TO SRCMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SC-SOURCE-KEY
             FILE STATUS IS SCCODE.

           SELECT PRICEHIST
           ASSIGN TO PRICEHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PH-PART-SUPP-KEY
             FILE STATUS IS PHCODE.

           SELECT CLOSEDPO
           ASSIGN TO CLOSEDPO
             FILE STATUS IS CLCODE.

           SELECT JRNLFILE
           ASSIGN TO JRNLFILE
             FILE STATUS IS JNCODE.

           SELECT MRGPOMAP
           ASSIGN TO MRGPOMAP
             FILE STATUS IS MPCODE.

           SELECT MRGRPT
           ASSIGN TO MRGRPT
             FILE STATUS IS MRCODE.

           SELECT MRGEXC
           ASSIGN TO MRGEXC
             FILE STATUS IS MXCODE.

       DATA DIVISION.
       FILE SECTION.
      * Old supplier code in columns 1-10, surviving code in 11-20.
       FD  MRGCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MRG-CARD-REC.
       01  MRG-CARD-REC  PIC X(80).

      * PSAPPLY's last applied cycle - the merge takes the next one.
       FD  CYCLCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS CYC-REC.
       01  CYC-REC  PIC 9(05).

      * PARTSUPP's last extract cycle - kept in step with CYCLCTL.
       FD  CYCLEFILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS CYCLE-REC.
       01  CYCLE-REC  PIC 9(05).

      * Only the header is read - the cycle the last apply wrote.
       FD  APPLPO
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS APO-REC.
       01  APO-REC  PIC X(190).

      * Last cycle POXMIT transmitted.
       FD  XMITCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS XCT-REC.
       01  XCT-REC  PIC 9(05).

      * INVMATCH's held invoices and POXMIT's pending documents, as
      * the next run of each will read them - only looked through
      * for rows still under the old code.
       FD  HOLDIN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOLD-IN-REC.
       01  HOLD-IN-REC.
           05  HLD-SUPPLIER-CODE         PIC X(10).
           05  FILLER                    PIC X(90).

       FD  PENDIN
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS PEND-IN-REC.
       01  PEND-IN-REC.
           05  FILLER                    PIC X(09).
           05  PND-SUPPLIER-CODE         PIC X(10).
           05  FILLER                    PIC X(121).

      * The masters exactly as PSAPPLY, PORECV, INVMATCH and
      * PARTSUPP build them.
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

       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
               10  OM-SUPPLIER-CODE      PIC X(10).
               10  OM-PO-NUMBER          PIC X(06).
           05  FILLER                    PIC X(106).

       FD  RELMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RM-REC.
       01  RM-REC.
           05  RM-RELEASE-KEY.
               10  RM-SUPPLIER-CODE      PIC X(10).
               10  RM-PO-NUMBER          PIC X(06).
               10  RM-RELEASE-NUMBER     PIC 9(03).
           05  FILLER                    PIC X(113).

       FD  INVHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IH-REC.
       01  IH-REC.
           05  IH-INVOICE-KEY.
               10  IH-SUPPLIER-CODE      PIC X(10).
               10  IH-INVOICE-NUMBER     PIC X(12).
           05  IH-PO-NUMBER              PIC X(06).
           05  FILLER                    PIC X(52).

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

       FD  PRICEHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PH-REC.
       01  PH-REC.
           05  PH-PART-SUPP-KEY.
               10  PH-PART-NUMBER        PIC X(23).
               10  PH-SUPPLIER-CODE      PIC X(10).
           05  PH-LAST-PRICE             PIC 9(07)V99.
           05  PH-LAST-DATE              PIC 9(08).
           05  FILLER                    PIC X(30).

      * Drop list of closed PO keys as PORECV writes it.
       FD  CLOSEDPO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLS-REC.
       01  CLS-REC.
           05  CLS-SUPPLIER-CODE         PIC X(10).
           05  CLS-PO-NUMBER             PIC X(06).
           05  FILLER                    PIC X(64).

      * Journal shared with PSAPPLY - before and after images. Opened
      * EXTEND so the merge cycle follows the apply cycles before it.
       FD  JRNLFILE
           RECORD CONTAINS 330 CHARACTERS
           DATA RECORD IS JRN-REC.
       01  JRN-REC  PIC X(330).

      * Cumulative list of PO keys moved by a merge - old key, new
      * key, the merge cycle and the run date. Opened EXTEND.
       FD  MRGPOMAP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAP-REC.
       01  MAP-REC  PIC X(80).

       FD  MRGRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MRP-REC.
       01  MRP-REC  PIC X(132).

       FD  MRGEXC
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MEX-REC.
       01  MEX-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MCCODE                  PIC X(2).
               88 MC-VALID      VALUE '00'.
           05  CYCODE                  PIC X(2).
               88 CY-VALID      VALUE '00'.
           05  CFCODE                  PIC X(2).
               88 CF-VALID      VALUE '00'.
           05  AOCODE                  PIC X(2).
               88 AO-VALID      VALUE '00'.
           05  XCCODE                  PIC X(2).
               88 XC-VALID      VALUE '00'.
           05  HICODE                  PIC X(2).
               88 HI-VALID      VALUE '00'.
           05  PICODE                  PIC X(2).
               88 PI-VALID      VALUE '00'.
           05  SMCODE                  PIC X(2).
               88 SM-NOT-FOUND  VALUE '35'.
           05  AMCODE                  PIC X(2).
               88 AM-NOT-FOUND  VALUE '35'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  RMCODE                  PIC X(2).
               88 RM-NOT-FOUND  VALUE '35'.
           05  IHCODE                  PIC X(2).
               88 IH-NOT-FOUND  VALUE '35'.
           05  SCCODE                  PIC X(2).
               88 SC-NOT-FOUND  VALUE '35'.
           05  PHCODE                  PIC X(2).
               88 PH-NOT-FOUND  VALUE '35'.
           05  CLCODE                  PIC X(2).
               88 CL-VALID      VALUE '00'.
           05  JNCODE                  PIC X(2).
               88 JN-NOT-FOUND  VALUE '35'.
           05  MPCODE                  PIC X(2).
               88 MP-NOT-FOUND  VALUE '35'.
           05  MRCODE                  PIC X(2).
               88 MR-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  MXCODE                  PIC X(2).
               88 MX-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-ROWS              PIC X VALUE 'N'.
               88  END-OF-ROWS                 VALUE 'Y'.
           05  SW-SURVIVOR-ON-FILE       PIC X VALUE 'N'.
               88  SURVIVOR-ON-FILE            VALUE 'Y'.
           05  SW-ROWS-LEFT              PIC X VALUE 'N'.
               88  ROWS-LEFT-UNDER-OLD         VALUE 'Y'.
           05  SW-ROW-MOVED              PIC X VALUE 'N'.
               88  ROW-MOVED                   VALUE 'Y'.
           05  SW-PO-STAYED              PIC X VALUE 'N'.
               88  PO-STAYED                   VALUE 'Y'.
           05  SW-RELMAST-OPEN           PIC X VALUE 'N'.
               88  RELMAST-OPEN                VALUE 'Y'.
           05  SW-INVHIST-OPEN           PIC X VALUE 'N'.
               88  INVHIST-OPEN                VALUE 'Y'.
           05  SW-SRCMAST-OPEN           PIC X VALUE 'N'.
               88  SRCMAST-OPEN                VALUE 'Y'.
           05  SW-PRICEHIST-OPEN         PIC X VALUE 'N'.
               88  PRICEHIST-OPEN              VALUE 'Y'.
           05  SW-MORE-CLOSED            PIC X VALUE 'N'.
               88  END-OF-CLOSED               VALUE 'Y'.
           05  SW-MORE-CARRIED           PIC X VALUE 'N'.
               88  END-OF-CARRIED              VALUE 'Y'.

      * The control card - old code first, survivor second.
       01  WS-MERGE-CARD.
           05  MRG-OLD-CODE              PIC X(10) VALUE SPACES.
           05  MRG-NEW-CODE              PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(60) VALUE SPACES.

      * Header control record as PSAPPLY writes it on APPLPO.
       01  WS-HEADER-REC.
           05  HDR-RECORD-TYPE           PIC X(01) VALUE SPACES.
           05  HDR-FILE-ID               PIC X(08) VALUE SPACES.
           05  HDR-RUN-DATE              PIC X(08) VALUE SPACES.
           05  HDR-CYCLE-NUMBER          PIC 9(05) VALUE ZERO.

      * Cycle sequencing - the merge is journaled as the cycle after
      * the last one applied, and both controls advance to it.
       01  WS-CYCLE-CONTROL.
           05  WS-LAST-APPLIED           PIC 9(05) COMP VALUE ZERO.
           05  WS-LAST-EXTRACT           PIC 9(05) COMP VALUE ZERO.
           05  WS-APPLPO-CYCLE           PIC 9(05) COMP VALUE ZERO.
           05  WS-XMIT-LAST-CYCLE        PIC 9(05) COMP VALUE ZERO.
           05  WS-MERGE-CYCLE            PIC 9(05) COMP VALUE ZERO.
           05  WS-HOLDS-FOR-OLD          PIC 9(05) VALUE ZERO.
           05  WS-PENDING-FOR-OLD        PIC 9(05) VALUE ZERO.

      * One journal record per row action, laid out as PSAPPLY's
      * 860-WRITE-JOURNAL lays it out. A key longer than the
      * record-key field (part plus supplier) carries the supplier
      * in the key extension.
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

      * One moved PO on MRGPOMAP. The run date is YYYYMMDD.
       01  WS-PO-MAP-REC.
           05  MAP-OLD-PO-KEY            PIC X(16) VALUE SPACES.
           05  MAP-NEW-PO-KEY            PIC X(16) VALUE SPACES.
           05  MAP-MERGE-CYCLE           PIC 9(05) VALUE ZERO.
           05  MAP-RUN-DATE              PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(35) VALUE SPACES.

      * The row as it stood under the old code, its key for the
      * re-position after each row, and the survivor's row before
      * a collision rule updates it.
       01  WS-MERGE-WORK.
           05  WS-MRG-OLD-IMAGE          PIC X(132) VALUE SPACES.
           05  WS-MRG-SCAN-KEY           PIC X(33) VALUE SPACES.
           05  WS-MRG-SURVIVOR-IMAGE     PIC X(132) VALUE SPACES.
           05  WS-OLD-SUPP-HOLD          PIC X(132) VALUE SPACES.
           05  WS-OLD-SOURCE-STATUS      PIC X(01) VALUE SPACES.
           05  WS-OLD-LAST-PRICE         PIC 9(07)V99 VALUE ZERO.
           05  WS-OLD-LAST-DATE          PIC 9(08) VALUE ZERO.
           05  WS-OLD-ACT-DATE           PIC 9(08) VALUE ZERO.
           05  WS-OLD-STATUS             PIC X(01) VALUE SPACES.

      * MMDDYYYY dates put into YYYYMMDD order before comparing -
      * the same convention PARTSUPP uses on its PO dates.
       01  WS-CMP-DATE                   PIC X(08) VALUE SPACES.
       01  WS-CMP-DATE-PARTS REDEFINES WS-CMP-DATE.
           05  WS-CMP-MONTH              PIC 9(02).
           05  WS-CMP-DAY                PIC 9(02).
           05  WS-CMP-YEAR               PIC 9(04).

       01  WS-DATE-COMPARE.
           05  WS-CMP-YMD                PIC 9(08) VALUE ZERO.
           05  WS-OLD-YMD                PIC 9(08) VALUE ZERO.
           05  WS-SURVIVOR-YMD           PIC 9(08) VALUE ZERO.

      * Page control and line layouts for the two print files -
      * title, run date and page number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-MRP-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-MRP-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-MEX-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-MEX-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-RUN-TODAY              PIC X(08) VALUE ZEROES.
           05  WS-RUN-TIME               PIC X(06) VALUE ZEROES.

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

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  WS-MERGE-TITLE-LINE.
           05  FILLER                    PIC X(09) VALUE 'SUPPLIER '.
           05  MTL-OLD-CODE              PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(13) VALUE
               ' MERGED INTO '.
           05  MTL-NEW-CODE              PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  WS-MEX-COLUMN-HDR.
           05  FILLER                    PIC X(36) VALUE
               'MASTER    KEY UNDER OLD CODE'.
           05  FILLER                    PIC X(52) VALUE
               'SETTLEMENT'.
           05  FILLER                    PIC X(44) VALUE
               'DETAIL'.

       01  WS-MEX-PRINT-LINE.
           05  MXL-FILE-ID               PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MXL-OLD-KEY               PIC X(24) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MXL-RULE                  PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MXL-DETAIL                PIC X(44) VALUE SPACES.

      * End-of-job control/balancing counts. On every master the
      * rows found under the old code must come out moved, dropped
      * in favor of the survivor's row, or left under the old code.
       01  WS-CONTROL-COUNTERS.
           05  WS-SUPP-FOUND             PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-MOVED             PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-DROPPED           PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-LEFT              PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-UPDATED           PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-FOUND             PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-MOVED             PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-DROPPED           PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-LEFT              PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-FOUND               PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-MOVED               PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-DROPPED             PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-LEFT                PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-FOUND              PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-MOVED              PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-DROPPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-LEFT               PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-FOUND              PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-MOVED              PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-DROPPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-LEFT               PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-FOUND              PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-MOVED              PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-DROPPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-LEFT               PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-UPDATED            PIC 9(07) COMP VALUE ZERO.
           05  WS-PRC-FOUND              PIC 9(07) COMP VALUE ZERO.
           05  WS-PRC-MOVED              PIC 9(07) COMP VALUE ZERO.
           05  WS-PRC-DROPPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-PRC-LEFT               PIC 9(07) COMP VALUE ZERO.
           05  WS-PRC-UPDATED            PIC 9(07) COMP VALUE ZERO.
           05  WS-CLS-FOUND              PIC 9(07) COMP VALUE ZERO.
           05  WS-CLS-MOVED              PIC 9(07) COMP VALUE ZERO.
           05  WS-CLS-DROPPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-CLS-LEFT               PIC 9(07) COMP VALUE ZERO.
           05  WS-JRN-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACTIONS-FAILED         PIC 9(07) COMP VALUE ZERO.
           05  WS-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
           05  WS-OUT-OF-BALANCE         PIC 9(07) COMP VALUE ZERO.

      * Balance work for one master at a time on the report.
       01  WS-BALANCE-WORK.
           05  WS-BAL-NAME               PIC X(08) VALUE SPACES.
           05  WS-BAL-FOUND              PIC 9(07) COMP VALUE ZERO.
           05  WS-BAL-MOVED              PIC 9(07) COMP VALUE ZERO.
           05  WS-BAL-DROPPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-BAL-LEFT               PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-MERGEMAIN.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-CHECK-SUPPLIERS THRU 200-EXIT.
           PERFORM 300-MERGE-ADDRESSES THRU 300-EXIT.
           PERFORM 400-MERGE-POS THRU 400-EXIT.
           IF RELMAST-OPEN
               PERFORM 450-MERGE-RELEASES THRU 450-EXIT
           END-IF.
           IF INVHIST-OPEN
               PERFORM 500-MERGE-INVOICES THRU 500-EXIT
           END-IF.
           IF SRCMAST-OPEN
               PERFORM 600-MERGE-SOURCES THRU 600-EXIT
           END-IF.
           IF PRICEHIST-OPEN
               PERFORM 650-MERGE-PRICES THRU 650-EXIT
           END-IF.
           PERFORM 700-MERGE-CLOSED-LIST THRU 700-EXIT.
           PERFORM 800-SETTLE-OLD-SUPPLIER THRU 800-EXIT.
           PERFORM 850-UPDATE-CYCLE-CONTROLS THRU 850-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           PERFORM 105-READ-MERGE-CARD THRU 105-EXIT.
           PERFORM 110-CHECK-CYCLE-CONTROLS THRU 110-EXIT.
           PERFORM 115-CHECK-CARRY-FORWARDS THRU 115-EXIT.

      *   Open files
      *   There is nothing to merge on masters PSAPPLY has never
      *   primed - that is an operations error, not an empty run.
           OPEN I-O SUPPMAST.
           IF SM-NOT-FOUND
               DISPLAY 'SUPMERGE - SUPPMAST DOES NOT EXIST - '
                   'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ADDRMAST.
           IF AM-NOT-FOUND
               DISPLAY 'SUPMERGE - ADDRMAST DOES NOT EXIST - '
                   'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POMAST.
           IF OM-NOT-FOUND
               DISPLAY 'SUPMERGE - POMAST DOES NOT EXIST - '
                   'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *   The masters the later steps keep only exist once those
      *   steps have run - a missing one just has nothing to move.
           OPEN I-O RELMAST.
           IF RM-NOT-FOUND
               MOVE 'N' TO SW-RELMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-RELMAST-OPEN
           END-IF.
           OPEN I-O INVHIST.
           IF IH-NOT-FOUND
               MOVE 'N' TO SW-INVHIST-OPEN
           ELSE
               MOVE 'Y' TO SW-INVHIST-OPEN
           END-IF.
           OPEN I-O SRCMAST.
           IF SC-NOT-FOUND
               MOVE 'N' TO SW-SRCMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-SRCMAST-OPEN
           END-IF.
           OPEN I-O PRICEHIST.
           IF PH-NOT-FOUND
               MOVE 'N' TO SW-PRICEHIST-OPEN
           ELSE
               MOVE 'Y' TO SW-PRICEHIST-OPEN
           END-IF.

      *   The journal accumulates across cycles - the merge cycle is
      *   appended after the apply cycles ahead of it.
           OPEN EXTEND JRNLFILE.
           IF JN-NOT-FOUND
               OPEN OUTPUT JRNLFILE
           END-IF.
           OPEN EXTEND MRGPOMAP.
           IF MP-NOT-FOUND
               OPEN OUTPUT MRGPOMAP
           END-IF.
           OPEN OUTPUT MRGRPT.
           OPEN OUTPUT MRGEXC.
           PERFORM 120-PRINT-SETTLEMENT-RULES THRU 120-EXIT.

      * The card must name two different, non-blank codes - a merge
      * with either code missing is an operations error, not a
      * default.
       105-READ-MERGE-CARD.
           OPEN INPUT MRGCARD.
           IF NOT MC-VALID
               DISPLAY 'SUPMERGE - MRGCARD IS MISSING - NAME THE OLD '
                   'AND SURVIVING SUPPLIER CODES - NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MRGCARD
               AT END
                   DISPLAY 'SUPMERGE - MRGCARD IS EMPTY - NAME THE '
                       'OLD AND SURVIVING SUPPLIER CODES - NOTHING '
                       'MERGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE MRG-CARD-REC TO WS-MERGE-CARD
           END-READ.
           CLOSE MRGCARD.
           IF MRG-OLD-CODE = SPACES OR MRG-NEW-CODE = SPACES
               DISPLAY 'SUPMERGE - MRGCARD MUST CARRY BOTH THE OLD '
                   'AND THE SURVIVING CODE - NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MRG-OLD-CODE = MRG-NEW-CODE
               DISPLAY 'SUPMERGE - OLD AND SURVIVING CODES ARE THE '
                   'SAME - ' MRG-OLD-CODE ' - NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       105-EXIT.
           EXIT.

      * The merge is journaled as the cycle after the last applied
      * one, so PSBACKOUT can name it. That is only safe with both
      * controls in step - an extract cut but not applied would be
      * refused by PSAPPLY once the merge took its number - and with
      * the last applied cycle already transmitted, since POXMIT
      * only sends the cycle CYCLCTL names.
       110-CHECK-CYCLE-CONTROLS.
           OPEN INPUT CYCLCTL.
           IF NOT CY-VALID
               DISPLAY 'SUPMERGE - CYCLCTL DOES NOT EXIST - NO '
                   'CYCLE HAS EVER BEEN APPLIED - NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF CYC-REC NUMERIC
                       MOVE CYC-REC TO WS-LAST-APPLIED
                   END-IF
           END-READ.
           CLOSE CYCLCTL.
           OPEN INPUT CYCLEFILE.
           IF CF-VALID
               READ CYCLEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYCLE-REC NUMERIC
                           MOVE CYCLE-REC TO WS-LAST-EXTRACT
                       END-IF
               END-READ
               CLOSE CYCLEFILE
           END-IF.
           IF WS-LAST-EXTRACT NOT = WS-LAST-APPLIED
               DISPLAY 'SUPMERGE - EXTRACT CYCLE ' WS-LAST-EXTRACT
                   ' IS NOT THE LAST APPLIED CYCLE ' WS-LAST-APPLIED
                   ' - APPLY OR BACK OUT THE WAITING EXTRACT FIRST - '
                   'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT APPLPO.
           IF AO-VALID
               READ APPLPO
                   AT END
                       MOVE SPACES TO APO-REC
               END-READ
               MOVE APO-REC (1:22) TO WS-HEADER-REC
               IF HDR-RECORD-TYPE = 'H'
                   AND HDR-CYCLE-NUMBER NUMERIC
                   MOVE HDR-CYCLE-NUMBER TO WS-APPLPO-CYCLE
               END-IF
               CLOSE APPLPO
           END-IF.
           OPEN INPUT XMITCTL.
           IF XC-VALID
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
           IF WS-APPLPO-CYCLE = WS-LAST-APPLIED
               AND WS-APPLPO-CYCLE > WS-XMIT-LAST-CYCLE
               DISPLAY 'SUPMERGE - APPLIED CYCLE ' WS-APPLPO-CYCLE
                   ' HAS NOT BEEN TRANSMITTED - RUN POXMIT FIRST - '
                   'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-MERGE-CYCLE = WS-LAST-APPLIED + 1.
       110-EXIT.
           EXIT.

      * A held invoice or a pending document carries the supplier
      * code it was written under, and its PO or order address is
      * looked up by that code when INVMATCH or POXMIT picks it up
      * again. Once those move to the survivor it is never found, so
      * the merge waits until both are clear of the old code -
      * release or cancel the holds, and give the pending orders an
      * order address so the next transmittal sends them.
       115-CHECK-CARRY-FORWARDS.
           OPEN INPUT HOLDIN.
           IF HI-VALID
               MOVE 'N' TO SW-MORE-CARRIED
               PERFORM 116-COUNT-ONE-HOLD THRU 116-EXIT
                   UNTIL END-OF-CARRIED
               CLOSE HOLDIN
           END-IF.
           OPEN INPUT PENDIN.
           IF PI-VALID
               MOVE 'N' TO SW-MORE-CARRIED
               PERFORM 117-COUNT-ONE-PENDING THRU 117-EXIT
                   UNTIL END-OF-CARRIED
               CLOSE PENDIN
           END-IF.
           IF WS-HOLDS-FOR-OLD > ZERO
               DISPLAY 'SUPMERGE - ' WS-HOLDS-FOR-OLD
                   ' INVOICES ON HOLDIN ARE HELD UNDER ' MRG-OLD-CODE
                   ' - RELEASE OR CANCEL THEM FIRST'
           END-IF.
           IF WS-PENDING-FOR-OLD > ZERO
               DISPLAY 'SUPMERGE - ' WS-PENDING-FOR-OLD
                   ' DOCUMENTS ON PENDIN ARE WAITING UNDER '
                   MRG-OLD-CODE ' - TRANSMIT THEM FIRST'
           END-IF.
           IF WS-HOLDS-FOR-OLD > ZERO OR WS-PENDING-FOR-OLD > ZERO
               DISPLAY 'SUPMERGE - NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       115-EXIT.
           EXIT.

       116-COUNT-ONE-HOLD.
           READ HOLDIN
               AT END
                   MOVE 'Y' TO SW-MORE-CARRIED
                   GO TO 116-EXIT
           END-READ.
           IF HLD-SUPPLIER-CODE = MRG-OLD-CODE
               ADD 1 TO WS-HOLDS-FOR-OLD
           END-IF.
       116-EXIT.
           EXIT.

       117-COUNT-ONE-PENDING.
           READ PENDIN
               AT END
                   MOVE 'Y' TO SW-MORE-CARRIED
                   GO TO 117-EXIT
           END-READ.
           IF PND-SUPPLIER-CODE = MRG-OLD-CODE
               ADD 1 TO WS-PENDING-FOR-OLD
           END-IF.
       117-EXIT.
           EXIT.

      * The collision rules head the exception report so every
      * settlement below can be read against them.
       120-PRINT-SETTLEMENT-RULES.
           MOVE 'SETTLEMENT RULES WHERE THE SURVIVOR ALREADY HOLDS '
               TO WS-RPT-PRINT-LINE (1:50).
           MOVE 'THE KEY:' TO WS-RPT-PRINT-LINE (51:8).
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           MOVE '  ADDRESS TYPE, SOURCE, INVOICE NUMBER - SURVIVOR''S '
               TO WS-RPT-PRINT-LINE (1:53).
           MOVE 'ROW KEPT, OLD ROW DROPPED'
               TO WS-RPT-PRINT-LINE (54:25).
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           MOVE '  APPROVED SOURCE - AN INACTIVE SURVIVOR SOURCE IS '
               TO WS-RPT-PRINT-LINE (1:51).
           MOVE 'REACTIVATED IF THE OLD CODE WAS ACTIVE'
               TO WS-RPT-PRINT-LINE (52:38).
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           MOVE '  PRICE HISTORY - THE LATER PRICE IS KEPT ON THE '
               TO WS-RPT-PRINT-LINE (1:49).
           MOVE 'SURVIVOR' TO WS-RPT-PRINT-LINE (50:8).
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           MOVE '  PO NUMBER - LEFT UNDER THE OLD CODE WITH ITS '
               TO WS-RPT-PRINT-LINE (1:47).
           MOVE 'RELEASES AND INVOICES - REISSUE BY HAND'
               TO WS-RPT-PRINT-LINE (48:39).
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           MOVE '  ANY ROW LEFT UNDER THE OLD CODE KEEPS THE OLD '
               TO WS-RPT-PRINT-LINE (1:48).
           MOVE 'SUPPLIER ON SUPPMAST' TO WS-RPT-PRINT-LINE (49:20).
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           MOVE WS-MEX-COLUMN-HDR TO WS-RPT-PRINT-LINE.
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
       120-EXIT.
           EXIT.

      * The old code must be on SUPPMAST - otherwise the card names
      * the wrong supplier. The survivor may or may not be: when it
      * is not, the old supplier row itself is re-keyed at the end.
       200-CHECK-SUPPLIERS.
           MOVE MRG-OLD-CODE TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   DISPLAY 'SUPMERGE - OLD SUPPLIER ' MRG-OLD-CODE
                       ' IS NOT ON SUPPMAST - NOTHING MERGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           ADD 1 TO WS-SUPP-FOUND.
           MOVE SM-REC TO WS-OLD-SUPP-HOLD.
           MOVE SM-SUPPLIER-ACT-DATE TO WS-OLD-ACT-DATE.
           MOVE SM-SUPPLIER-STATUS TO WS-OLD-STATUS.
           MOVE MRG-NEW-CODE TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   MOVE 'N' TO SW-SURVIVOR-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-SURVIVOR-ON-FILE
           END-READ.
      *   A government/commercial status that differs between the
      *   two codes is the contracts office's call - the survivor's
      *   stands, and the list says so.
           IF SURVIVOR-ON-FILE
               AND SM-SUPPLIER-STATUS NOT = WS-OLD-STATUS
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'SUPPMAST' TO MXL-FILE-ID
               MOVE MRG-OLD-CODE TO MXL-OLD-KEY
               MOVE 'SUPPLIER STATUS DIFFERS - SURVIVOR''S STATUS KEPT'
                   TO MXL-RULE
               MOVE 'OLD STATUS ' TO MXL-DETAIL (1:11)
               MOVE WS-OLD-STATUS TO MXL-DETAIL (12:1)
               MOVE ' SURVIVOR STATUS ' TO MXL-DETAIL (13:17)
               MOVE SM-SUPPLIER-STATUS TO MXL-DETAIL (30:1)
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
           END-IF.
       200-EXIT.
           EXIT.

      * Every ADDRMAST row under the old code, browsed in key order.
      * Each pass re-positions past the row just settled, so the
      * writes and deletes along the way never disturb the browse.
       300-MERGE-ADDRESSES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE MRG-OLD-CODE TO AM-SUPPLIER-CODE.
           MOVE LOW-VALUES TO AM-ADDRESS-TYPE.
           START ADDRMAST KEY IS NOT LESS THAN AM-ADDRESS-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 310-MERGE-ONE-ADDRESS THRU 310-EXIT
               UNTIL END-OF-ROWS.
       300-EXIT.
           EXIT.

      * An address type the survivor has already keeps the
      * survivor's address - the old one is dropped and listed.
       310-MERGE-ONE-ADDRESS.
           READ ADDRMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 310-EXIT
           END-READ.
           IF AM-SUPPLIER-CODE NOT = MRG-OLD-CODE
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 310-EXIT
           END-IF.
           ADD 1 TO WS-ADDR-FOUND.
           MOVE AM-REC TO WS-MRG-OLD-IMAGE.
           MOVE AM-ADDRESS-KEY TO WS-MRG-SCAN-KEY.
           MOVE MRG-NEW-CODE TO AM-SUPPLIER-CODE.
           WRITE AM-REC
               INVALID KEY
                   MOVE 'N' TO SW-ROW-MOVED
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ROW-MOVED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'ADDRMAST' TO JRN-FILE-ID
                   MOVE 'A' TO JRN-ACTION
                   MOVE AM-ADDRESS-KEY TO JRN-RECORD-KEY
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-WRITE.
           IF ROW-MOVED
               ADD 1 TO WS-ADDR-MOVED
           ELSE
               ADD 1 TO WS-ADDR-DROPPED
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'ADDRMAST' TO MXL-FILE-ID
               MOVE WS-MRG-SCAN-KEY (1:10) TO MXL-OLD-KEY (1:10)
               MOVE '/' TO MXL-OLD-KEY (11:1)
               MOVE WS-MRG-SCAN-KEY (11:1) TO MXL-OLD-KEY (12:1)
               EVALUATE WS-MRG-SCAN-KEY (11:1)
                    WHEN '1'
                        MOVE 'ORDER ADDR ON SURVIVOR KEPT, OLD DROPPED'
                            TO MXL-RULE
                    WHEN '2'
                        MOVE 'SCHED ADDR ON SURVIVOR KEPT, OLD DROPPED'
                            TO MXL-RULE
                    WHEN '3'
                        MOVE 'REMIT-TO ON SURVIVOR KEPT - VERIFY IT'
                            TO MXL-RULE
                    WHEN OTHER
                        MOVE 'ADDR TYPE ON SURVIVOR KEPT, OLD DROPPED'
                            TO MXL-RULE
               END-EVALUATE
               MOVE WS-MRG-OLD-IMAGE (12:30) TO MXL-DETAIL
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
           END-IF.
           MOVE WS-MRG-SCAN-KEY (1:11) TO AM-ADDRESS-KEY.
           DELETE ADDRMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPMERGE - ADDR DELETE FAILED - '
                       WS-MRG-SCAN-KEY (1:11)
               NOT INVALID KEY
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'ADDRMAST' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-MRG-SCAN-KEY (1:11) TO JRN-RECORD-KEY
                   MOVE WS-MRG-OLD-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
           MOVE WS-MRG-SCAN-KEY (1:11) TO AM-ADDRESS-KEY.
           START ADDRMAST KEY IS GREATER THAN AM-ADDRESS-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       310-EXIT.
           EXIT.

      * Every POMAST row under the old code. The whole row moves -
      * receipts, invoicing and status ride along untouched.
       400-MERGE-POS.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE MRG-OLD-CODE TO OM-SUPPLIER-CODE.
           MOVE LOW-VALUES TO OM-PO-NUMBER.
           START POMAST KEY IS NOT LESS THAN OM-PO-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 410-MERGE-ONE-PO THRU 410-EXIT
               UNTIL END-OF-ROWS.
       400-EXIT.
           EXIT.

      * A PO number the survivor already uses cannot be merged - two
      * different orders would share one key. The old PO stays where
      * it is, its releases and invoices stay with it, and the buyer
      * reissues it by hand.
       410-MERGE-ONE-PO.
           READ POMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 410-EXIT
           END-READ.
           IF OM-SUPPLIER-CODE NOT = MRG-OLD-CODE
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 410-EXIT
           END-IF.
           ADD 1 TO WS-PO-FOUND.
           MOVE OM-REC TO WS-MRG-OLD-IMAGE.
           MOVE OM-PO-KEY TO WS-MRG-SCAN-KEY.
           MOVE MRG-NEW-CODE TO OM-SUPPLIER-CODE.
           WRITE OM-REC
               INVALID KEY
                   MOVE 'N' TO SW-ROW-MOVED
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ROW-MOVED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'POMAST  ' TO JRN-FILE-ID
                   MOVE 'A' TO JRN-ACTION
                   MOVE OM-PO-KEY TO JRN-RECORD-KEY
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-WRITE.
           IF ROW-MOVED
               ADD 1 TO WS-PO-MOVED
               MOVE WS-MRG-SCAN-KEY (1:16) TO OM-PO-KEY
               DELETE POMAST
                   INVALID KEY
                       ADD 1 TO WS-ACTIONS-FAILED
                       DISPLAY 'SUPMERGE - PO DELETE FAILED - '
                           WS-MRG-SCAN-KEY (1:16)
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JOURNAL-REC
                       MOVE 'POMAST  ' TO JRN-FILE-ID
                       MOVE 'D' TO JRN-ACTION
                       MOVE WS-MRG-SCAN-KEY (1:16) TO JRN-RECORD-KEY
                       MOVE WS-MRG-OLD-IMAGE TO JRN-BEFORE-IMAGE
                       PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                       PERFORM 415-WRITE-PO-MAP THRU 415-EXIT
               END-DELETE
           ELSE
               ADD 1 TO WS-PO-LEFT
               MOVE 'Y' TO SW-ROWS-LEFT
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'POMAST' TO MXL-FILE-ID
               MOVE WS-MRG-SCAN-KEY (1:10) TO MXL-OLD-KEY (1:10)
               MOVE '/' TO MXL-OLD-KEY (11:1)
               MOVE WS-MRG-SCAN-KEY (11:6) TO MXL-OLD-KEY (12:6)
               MOVE 'PO NUMBER ON SURVIVOR - LEFT UNDER OLD CODE'
                   TO MXL-RULE
               MOVE 'REISSUE UNDER A NEW PO NUMBER BY HAND'
                   TO MXL-DETAIL
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
           END-IF.
           MOVE WS-MRG-SCAN-KEY (1:16) TO OM-PO-KEY.
           START POMAST KEY IS GREATER THAN OM-PO-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       410-EXIT.
           EXIT.

      * The moved PO's old and new keys, for the month-end close.
       415-WRITE-PO-MAP.
           MOVE SPACES TO WS-PO-MAP-REC.
           MOVE WS-MRG-SCAN-KEY (1:16) TO MAP-OLD-PO-KEY.
           MOVE MRG-NEW-CODE TO MAP-NEW-PO-KEY (1:10).
           MOVE WS-MRG-SCAN-KEY (11:6) TO MAP-NEW-PO-KEY (11:6).
           MOVE WS-MERGE-CYCLE TO MAP-MERGE-CYCLE.
           MOVE WS-RUN-TODAY TO MAP-RUN-DATE.
           MOVE WS-PO-MAP-REC TO MAP-REC.
           WRITE MAP-REC.
       415-EXIT.
           EXIT.

      * Every RELMAST row under the old code. A release follows its
      * PO - if the PO stayed under the old code, so does the
      * release.
       450-MERGE-RELEASES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE MRG-OLD-CODE TO RM-SUPPLIER-CODE.
           MOVE LOW-VALUES TO RM-PO-NUMBER.
           MOVE ZERO TO RM-RELEASE-NUMBER.
           START RELMAST KEY IS NOT LESS THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 460-MERGE-ONE-RELEASE THRU 460-EXIT
               UNTIL END-OF-ROWS.
       450-EXIT.
           EXIT.

       460-MERGE-ONE-RELEASE.
           READ RELMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 460-EXIT
           END-READ.
           IF RM-SUPPLIER-CODE NOT = MRG-OLD-CODE
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 460-EXIT
           END-IF.
           ADD 1 TO WS-REL-FOUND.
           MOVE RM-REC TO WS-MRG-OLD-IMAGE.
           MOVE RM-RELEASE-KEY TO WS-MRG-SCAN-KEY.
           MOVE RM-PO-NUMBER TO OM-PO-NUMBER.
           PERFORM 470-CHECK-PO-STAYED THRU 470-EXIT.
           MOVE 'N' TO SW-ROW-MOVED.
           IF NOT PO-STAYED
               MOVE WS-MRG-OLD-IMAGE TO RM-REC
               MOVE MRG-NEW-CODE TO RM-SUPPLIER-CODE
               WRITE RM-REC
                   INVALID KEY
                       MOVE 'N' TO SW-ROW-MOVED
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-ROW-MOVED
                       MOVE SPACES TO WS-JOURNAL-REC
                       MOVE 'RELMAST ' TO JRN-FILE-ID
                       MOVE 'A' TO JRN-ACTION
                       MOVE RM-RELEASE-KEY TO JRN-RECORD-KEY
                       PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
               END-WRITE
           END-IF.
           IF ROW-MOVED
               ADD 1 TO WS-REL-MOVED
               MOVE WS-MRG-SCAN-KEY (1:19) TO RM-RELEASE-KEY
               DELETE RELMAST
                   INVALID KEY
                       ADD 1 TO WS-ACTIONS-FAILED
                       DISPLAY 'SUPMERGE - RELEASE DELETE FAILED - '
                           WS-MRG-SCAN-KEY (1:19)
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JOURNAL-REC
                       MOVE 'RELMAST ' TO JRN-FILE-ID
                       MOVE 'D' TO JRN-ACTION
                       MOVE WS-MRG-SCAN-KEY (1:19) TO JRN-RECORD-KEY
                       MOVE WS-MRG-OLD-IMAGE TO JRN-BEFORE-IMAGE
                       PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
               END-DELETE
           ELSE
               ADD 1 TO WS-REL-LEFT
               MOVE 'Y' TO SW-ROWS-LEFT
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'RELMAST' TO MXL-FILE-ID
               MOVE WS-MRG-SCAN-KEY (1:10) TO MXL-OLD-KEY (1:10)
               MOVE '/' TO MXL-OLD-KEY (11:1)
               MOVE WS-MRG-SCAN-KEY (11:6) TO MXL-OLD-KEY (12:6)
               MOVE '/' TO MXL-OLD-KEY (18:1)
               MOVE WS-MRG-SCAN-KEY (17:3) TO MXL-OLD-KEY (19:3)
               IF PO-STAYED
                   MOVE 'PO LEFT UNDER OLD CODE - RELEASE STAYS WITH IT'
                       TO MXL-RULE
               ELSE
                   MOVE 'RELEASE ON SURVIVOR - LEFT UNDER OLD CODE'
                       TO MXL-RULE
               END-IF
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
           END-IF.
           MOVE WS-MRG-SCAN-KEY (1:19) TO RM-RELEASE-KEY.
           START RELMAST KEY IS GREATER THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       460-EXIT.
           EXIT.

      * Is the PO in OM-PO-NUMBER still on POMAST under the old code
      * - left there by the PO collision rule? Its releases and
      * invoices must stay with it.
       470-CHECK-PO-STAYED.
           MOVE MRG-OLD-CODE TO OM-SUPPLIER-CODE.
           READ POMAST
               INVALID KEY
                   MOVE 'N' TO SW-PO-STAYED
               NOT INVALID KEY
                   MOVE 'Y' TO SW-PO-STAYED
           END-READ.
       470-EXIT.
           EXIT.

      * Every INVHIST row under the old code. An invoice number the
      * survivor has already seen keeps the survivor's history - it
      * still catches a duplicate of that number under the new code.
       500-MERGE-INVOICES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE MRG-OLD-CODE TO IH-SUPPLIER-CODE.
           MOVE LOW-VALUES TO IH-INVOICE-NUMBER.
           START INVHIST KEY IS NOT LESS THAN IH-INVOICE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 510-MERGE-ONE-INVOICE THRU 510-EXIT
               UNTIL END-OF-ROWS.
       500-EXIT.
           EXIT.

       510-MERGE-ONE-INVOICE.
           READ INVHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 510-EXIT
           END-READ.
           IF IH-SUPPLIER-CODE NOT = MRG-OLD-CODE
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 510-EXIT
           END-IF.
           ADD 1 TO WS-INV-FOUND.
           MOVE IH-REC TO WS-MRG-OLD-IMAGE.
           MOVE IH-INVOICE-KEY TO WS-MRG-SCAN-KEY.
           MOVE IH-PO-NUMBER TO OM-PO-NUMBER.
           PERFORM 470-CHECK-PO-STAYED THRU 470-EXIT.
           IF PO-STAYED
               ADD 1 TO WS-INV-LEFT
               MOVE 'Y' TO SW-ROWS-LEFT
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'INVHIST' TO MXL-FILE-ID
               MOVE WS-MRG-SCAN-KEY (1:22) TO MXL-OLD-KEY
               MOVE 'PO LEFT UNDER OLD CODE - INVOICE STAYS WITH IT'
                   TO MXL-RULE
               MOVE 'PO ' TO MXL-DETAIL (1:3)
               MOVE WS-MRG-OLD-IMAGE (23:6) TO MXL-DETAIL (4:6)
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
               GO TO 510-REPOSITION
           END-IF.
           MOVE WS-MRG-OLD-IMAGE TO IH-REC.
           MOVE MRG-NEW-CODE TO IH-SUPPLIER-CODE.
           WRITE IH-REC
               INVALID KEY
                   MOVE 'N' TO SW-ROW-MOVED
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ROW-MOVED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'INVHIST ' TO JRN-FILE-ID
                   MOVE 'A' TO JRN-ACTION
                   MOVE IH-INVOICE-KEY TO JRN-RECORD-KEY
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-WRITE.
           IF ROW-MOVED
               ADD 1 TO WS-INV-MOVED
           ELSE
               ADD 1 TO WS-INV-DROPPED
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'INVHIST' TO MXL-FILE-ID
               MOVE WS-MRG-SCAN-KEY (1:22) TO MXL-OLD-KEY
               MOVE 'INVOICE NUMBER ON SURVIVOR KEPT - OLD DROPPED'
                   TO MXL-RULE
               MOVE 'PO ' TO MXL-DETAIL (1:3)
               MOVE WS-MRG-OLD-IMAGE (23:6) TO MXL-DETAIL (4:6)
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
           END-IF.
           MOVE WS-MRG-SCAN-KEY (1:22) TO IH-INVOICE-KEY.
           DELETE INVHIST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPMERGE - INVOICE DELETE FAILED - '
                       WS-MRG-SCAN-KEY (1:22)
               NOT INVALID KEY
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'INVHIST ' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-MRG-SCAN-KEY (1:22) TO JRN-RECORD-KEY
                   MOVE WS-MRG-OLD-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
       510-REPOSITION.
           MOVE WS-MRG-SCAN-KEY (1:22) TO IH-INVOICE-KEY.
           START INVHIST KEY IS GREATER THAN IH-INVOICE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       510-EXIT.
           EXIT.

      * SRCMAST is keyed part first, so the old code's sources are
      * found by browsing the whole file.
       600-MERGE-SOURCES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE LOW-VALUES TO SC-SOURCE-KEY.
           START SRCMAST KEY IS NOT LESS THAN SC-SOURCE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 610-MERGE-ONE-SOURCE THRU 610-EXIT
               UNTIL END-OF-ROWS.
       600-EXIT.
           EXIT.

      * A part the survivor is already a source for keeps the
      * survivor's row - but if the survivor's approval had been
      * withdrawn while the old code's was still active, the merged
      * supplier is approved, so the survivor's row is reactivated.
       610-MERGE-ONE-SOURCE.
           READ SRCMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 610-EXIT
           END-READ.
           IF SC-SUPPLIER-CODE NOT = MRG-OLD-CODE
               GO TO 610-EXIT
           END-IF.
           ADD 1 TO WS-SRC-FOUND.
           MOVE SC-REC TO WS-MRG-OLD-IMAGE.
           MOVE SC-SOURCE-KEY TO WS-MRG-SCAN-KEY.
           MOVE SC-SOURCE-STATUS TO WS-OLD-SOURCE-STATUS.
           MOVE MRG-NEW-CODE TO SC-SUPPLIER-CODE.
           WRITE SC-REC
               INVALID KEY
                   MOVE 'N' TO SW-ROW-MOVED
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ROW-MOVED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'SRCMAST ' TO JRN-FILE-ID
                   MOVE 'A' TO JRN-ACTION
                   MOVE SC-PART-NUMBER TO JRN-RECORD-KEY
                   MOVE SC-SUPPLIER-CODE TO JRN-KEY-EXTENSION
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-WRITE.
           IF ROW-MOVED
               ADD 1 TO WS-SRC-MOVED
           ELSE
               ADD 1 TO WS-SRC-DROPPED
               PERFORM 620-SETTLE-SOURCE THRU 620-EXIT
           END-IF.
           MOVE WS-MRG-SCAN-KEY (1:33) TO SC-SOURCE-KEY.
           DELETE SRCMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPMERGE - SOURCE DELETE FAILED - '
                       WS-MRG-SCAN-KEY (1:33)
               NOT INVALID KEY
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'SRCMAST ' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-MRG-SCAN-KEY (1:23) TO JRN-RECORD-KEY
                   MOVE WS-MRG-SCAN-KEY (24:10) TO JRN-KEY-EXTENSION
                   MOVE WS-MRG-OLD-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
           MOVE WS-MRG-SCAN-KEY (1:33) TO SC-SOURCE-KEY.
           START SRCMAST KEY IS GREATER THAN SC-SOURCE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       610-EXIT.
           EXIT.

       620-SETTLE-SOURCE.
           MOVE SPACES TO WS-MEX-PRINT-LINE.
           MOVE 'SRCMAST' TO MXL-FILE-ID.
           MOVE WS-MRG-SCAN-KEY (1:23) TO MXL-OLD-KEY.
           MOVE 'SOURCE ALREADY ON SURVIVOR - SURVIVOR''S KEPT'
               TO MXL-RULE.
           MOVE WS-MRG-SCAN-KEY (1:23) TO SC-PART-NUMBER.
           MOVE MRG-NEW-CODE TO SC-SUPPLIER-CODE.
           READ SRCMAST
               INVALID KEY
                   GO TO 620-PRINT
           END-READ.
           IF WS-OLD-SOURCE-STATUS = 'A' AND SC-SOURCE-INACTIVE
               MOVE SC-REC TO WS-MRG-SURVIVOR-IMAGE
               MOVE 'A' TO SC-SOURCE-STATUS
               MOVE WS-MERGE-CYCLE TO SC-LAST-CHANGE-CYCLE
               REWRITE SC-REC
                   INVALID KEY
                       ADD 1 TO WS-ACTIONS-FAILED
                       DISPLAY 'SUPMERGE - SOURCE REWRITE FAILED - '
                           SC-SOURCE-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-SRC-UPDATED
                       MOVE SPACES TO WS-JOURNAL-REC
                       MOVE 'SRCMAST ' TO JRN-FILE-ID
                       MOVE 'C' TO JRN-ACTION
                       MOVE SC-PART-NUMBER TO JRN-RECORD-KEY
                       MOVE SC-SUPPLIER-CODE TO JRN-KEY-EXTENSION
                       MOVE WS-MRG-SURVIVOR-IMAGE TO JRN-BEFORE-IMAGE
                       PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                       MOVE 'SURVIVOR''S SOURCE REACTIVATED'
                           TO MXL-RULE
               END-REWRITE
           END-IF.
       620-PRINT.
           PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT.
       620-EXIT.
           EXIT.

      * PRICEHIST is PARTSUPP's keyed file, keyed part first like
      * SRCMAST, so it is browsed whole the same way.
       650-MERGE-PRICES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE LOW-VALUES TO PH-PART-SUPP-KEY.
           START PRICEHIST KEY IS NOT LESS THAN PH-PART-SUPP-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 660-MERGE-ONE-PRICE THRU 660-EXIT
               UNTIL END-OF-ROWS.
       650-EXIT.
           EXIT.

      * A part the survivor already has a price for keeps whichever
      * price was paid last - the price-jump edit in PARTSUPP should
      * compare against the most recent price for the merged
      * supplier, whichever code it was paid under.
       660-MERGE-ONE-PRICE.
           READ PRICEHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 660-EXIT
           END-READ.
           IF PH-SUPPLIER-CODE NOT = MRG-OLD-CODE
               GO TO 660-EXIT
           END-IF.
           ADD 1 TO WS-PRC-FOUND.
           MOVE PH-REC TO WS-MRG-OLD-IMAGE.
           MOVE PH-PART-SUPP-KEY TO WS-MRG-SCAN-KEY.
           MOVE PH-LAST-PRICE TO WS-OLD-LAST-PRICE.
           MOVE PH-LAST-DATE TO WS-OLD-LAST-DATE.
           MOVE MRG-NEW-CODE TO PH-SUPPLIER-CODE.
           WRITE PH-REC
               INVALID KEY
                   MOVE 'N' TO SW-ROW-MOVED
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ROW-MOVED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'PRICEHST' TO JRN-FILE-ID
                   MOVE 'A' TO JRN-ACTION
                   MOVE PH-PART-NUMBER TO JRN-RECORD-KEY
                   MOVE PH-SUPPLIER-CODE TO JRN-KEY-EXTENSION
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-WRITE.
           IF ROW-MOVED
               ADD 1 TO WS-PRC-MOVED
           ELSE
               ADD 1 TO WS-PRC-DROPPED
               PERFORM 670-SETTLE-PRICE THRU 670-EXIT
           END-IF.
           MOVE WS-MRG-SCAN-KEY (1:33) TO PH-PART-SUPP-KEY.
           DELETE PRICEHIST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPMERGE - PRICE DELETE FAILED - '
                       WS-MRG-SCAN-KEY (1:33)
               NOT INVALID KEY
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'PRICEHST' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-MRG-SCAN-KEY (1:23) TO JRN-RECORD-KEY
                   MOVE WS-MRG-SCAN-KEY (24:10) TO JRN-KEY-EXTENSION
                   MOVE WS-MRG-OLD-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
           MOVE WS-MRG-SCAN-KEY (1:33) TO PH-PART-SUPP-KEY.
           START PRICEHIST KEY IS GREATER THAN PH-PART-SUPP-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       660-EXIT.
           EXIT.

       670-SETTLE-PRICE.
           MOVE SPACES TO WS-MEX-PRINT-LINE.
           MOVE 'PRICEHST' TO MXL-FILE-ID.
           MOVE WS-MRG-SCAN-KEY (1:23) TO MXL-OLD-KEY.
           MOVE 'SURVIVOR''S PRICE IS LATER - KEPT, OLD DROPPED'
               TO MXL-RULE.
           MOVE WS-MRG-SCAN-KEY (1:23) TO PH-PART-NUMBER.
           MOVE MRG-NEW-CODE TO PH-SUPPLIER-CODE.
           READ PRICEHIST
               INVALID KEY
                   GO TO 670-PRINT
           END-READ.
           MOVE WS-OLD-LAST-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           MOVE WS-CMP-YMD TO WS-OLD-YMD.
           MOVE PH-LAST-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           MOVE WS-CMP-YMD TO WS-SURVIVOR-YMD.
           IF WS-OLD-YMD > WS-SURVIVOR-YMD
               MOVE PH-REC TO WS-MRG-SURVIVOR-IMAGE
               MOVE WS-OLD-LAST-PRICE TO PH-LAST-PRICE
               MOVE WS-OLD-LAST-DATE TO PH-LAST-DATE
               REWRITE PH-REC
                   INVALID KEY
                       ADD 1 TO WS-ACTIONS-FAILED
                       DISPLAY 'SUPMERGE - PRICE REWRITE FAILED - '
                           PH-PART-SUPP-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-PRC-UPDATED
                       MOVE SPACES TO WS-JOURNAL-REC
                       MOVE 'PRICEHST' TO JRN-FILE-ID
                       MOVE 'C' TO JRN-ACTION
                       MOVE PH-PART-NUMBER TO JRN-RECORD-KEY
                       MOVE PH-SUPPLIER-CODE TO JRN-KEY-EXTENSION
                       MOVE WS-MRG-SURVIVOR-IMAGE TO JRN-BEFORE-IMAGE
                       PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                       MOVE 'LATER OLD-CODE PRICE TAKEN ONTO SURVIVOR'
                           TO MXL-RULE
               END-REWRITE
           END-IF.
       670-PRINT.
           PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT.
       670-EXIT.
           EXIT.

      * The drop list is re-keyed in place for every closed PO that
      * moved - a PO left under the old code keeps its old entry.
      * A missing list (receipt posting has not run yet) is skipped.
       700-MERGE-CLOSED-LIST.
           OPEN I-O CLOSEDPO.
           IF NOT CL-VALID
               GO TO 700-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-CLOSED.
           PERFORM 710-MERGE-ONE-CLOSED THRU 710-EXIT
               UNTIL END-OF-CLOSED.
           CLOSE CLOSEDPO.
       700-EXIT.
           EXIT.

       710-MERGE-ONE-CLOSED.
           READ CLOSEDPO
               AT END
                   MOVE 'Y' TO SW-MORE-CLOSED
                   GO TO 710-EXIT
           END-READ.
           IF CLS-SUPPLIER-CODE NOT = MRG-OLD-CODE
               GO TO 710-EXIT
           END-IF.
           ADD 1 TO WS-CLS-FOUND.
           MOVE CLS-PO-NUMBER TO OM-PO-NUMBER.
           PERFORM 470-CHECK-PO-STAYED THRU 470-EXIT.
           IF PO-STAYED
               ADD 1 TO WS-CLS-LEFT
               GO TO 710-EXIT
           END-IF.
           MOVE MRG-NEW-CODE TO CLS-SUPPLIER-CODE.
           REWRITE CLS-REC.
           ADD 1 TO WS-CLS-MOVED.
       710-EXIT.
           EXIT.

      * One exception line, counted.
       720-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE WS-MEX-PRINT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT.
       720-EXIT.
           EXIT.

      * The old supplier row itself, once its dependents are settled.
      * With a survivor on file the old row goes, and the survivor
      * takes the later activity date so the merged supplier does
      * not look dormant for want of the old code's activity. With
      * no survivor the old row is re-keyed to the new code. Either
      * way, a row left under the old code keeps the old supplier
      * on SUPPMAST so it is never orphaned.
       800-SETTLE-OLD-SUPPLIER.
           IF SURVIVOR-ON-FILE
               PERFORM 810-UPDATE-SURVIVOR THRU 810-EXIT
           ELSE
               MOVE WS-OLD-SUPP-HOLD TO SM-REC
               MOVE MRG-NEW-CODE TO SM-SUPPLIER-CODE
               WRITE SM-REC
                   INVALID KEY
                       ADD 1 TO WS-ACTIONS-FAILED
                       DISPLAY 'SUPMERGE - SUPP RE-KEY FAILED - '
                           MRG-NEW-CODE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JOURNAL-REC
                       MOVE 'SUPPMAST' TO JRN-FILE-ID
                       MOVE 'A' TO JRN-ACTION
                       MOVE SM-SUPPLIER-CODE TO JRN-RECORD-KEY
                       PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
               END-WRITE
           END-IF.
           IF ROWS-LEFT-UNDER-OLD
               ADD 1 TO WS-SUPP-LEFT
               MOVE SPACES TO WS-MEX-PRINT-LINE
               MOVE 'SUPPMAST' TO MXL-FILE-ID
               MOVE MRG-OLD-CODE TO MXL-OLD-KEY
               MOVE 'ROWS LEFT UNDER OLD CODE - OLD SUPPLIER KEPT'
                   TO MXL-RULE
               MOVE 'MERGE AGAIN ONCE THE LISTED POS ARE REISSUED'
                   TO MXL-DETAIL
               PERFORM 720-PRINT-EXCEPTION THRU 720-EXIT
               GO TO 800-EXIT
           END-IF.
           MOVE MRG-OLD-CODE TO SM-SUPPLIER-CODE.
           DELETE SUPPMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPMERGE - SUPP DELETE FAILED - '
                       MRG-OLD-CODE
               NOT INVALID KEY
                   IF SURVIVOR-ON-FILE
                       ADD 1 TO WS-SUPP-DROPPED
                   ELSE
                       ADD 1 TO WS-SUPP-MOVED
                   END-IF
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'SUPPMAST' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE MRG-OLD-CODE TO JRN-RECORD-KEY
                   MOVE WS-OLD-SUPP-HOLD TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
       800-EXIT.
           EXIT.

       810-UPDATE-SURVIVOR.
           MOVE MRG-NEW-CODE TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   GO TO 810-EXIT
           END-READ.
           MOVE WS-OLD-ACT-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           MOVE WS-CMP-YMD TO WS-OLD-YMD.
           MOVE SM-SUPPLIER-ACT-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           MOVE WS-CMP-YMD TO WS-SURVIVOR-YMD.
           IF WS-OLD-YMD NOT > WS-SURVIVOR-YMD
               GO TO 810-EXIT
           END-IF.
           MOVE SM-REC TO WS-MRG-SURVIVOR-IMAGE.
           MOVE WS-OLD-ACT-DATE TO SM-SUPPLIER-ACT-DATE.
           REWRITE SM-REC
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPMERGE - SUPP REWRITE FAILED - '
                       MRG-NEW-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-SUPP-UPDATED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'SUPPMAST' TO JRN-FILE-ID
                   MOVE 'C' TO JRN-ACTION
                   MOVE SM-SUPPLIER-CODE TO JRN-RECORD-KEY
                   MOVE WS-MRG-SURVIVOR-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-REWRITE.
       810-EXIT.
           EXIT.

      * One line to the control report, breaking to a fresh page
      * with the report heading when the page fills.
       820-WRITE-MRP-LINE.
           IF WS-MRP-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-MRP-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE MRP-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MRP-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-MRP-PAGE-HEADING.
           ADD 1 TO WS-MRP-PAGE-COUNT.
           MOVE 'SUPMERGE CONTROL / BALANCING REPORT'
               TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-MRP-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE MRP-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO MRP-REC.
           WRITE MRP-REC AFTER ADVANCING 1 LINE.
           MOVE 3 TO WS-MRP-LINE-COUNT.
       821-EXIT.
           EXIT.

      * One line to the exception report, same paging.
       830-WRITE-MEX-LINE.
           IF WS-MEX-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 831-MEX-PAGE-HEADING THRU 831-EXIT
           END-IF.
           WRITE MEX-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MEX-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       830-EXIT.
           EXIT.

       831-MEX-PAGE-HEADING.
           ADD 1 TO WS-MEX-PAGE-COUNT.
           MOVE 'SUPPLIER MERGE EXCEPTIONS AND SETTLEMENTS'
               TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-MEX-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE MEX-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO MEX-REC.
           WRITE MEX-REC AFTER ADVANCING 1 LINE.
           WRITE MEX-REC FROM WS-MEX-COLUMN-HDR
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MEX-REC.
           WRITE MEX-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-MEX-LINE-COUNT.
       831-EXIT.
           EXIT.

      * The merge is recorded as a cycle only once every master has
      * been worked - both controls step forward together so the
      * next extract and the next apply both expect the cycle after
      * it, and PSBACKOUT can name it.
      * The cycle has no orders for POXMIT to send, so when every
      * applied cycle has already gone out XMITCTL steps past it as
      * well - the next transmittal must not take it for a gap.
       850-UPDATE-CYCLE-CONTROLS.
           OPEN OUTPUT CYCLCTL.
           MOVE WS-MERGE-CYCLE TO CYC-REC.
           WRITE CYC-REC.
           CLOSE CYCLCTL.
           OPEN OUTPUT CYCLEFILE.
           MOVE WS-MERGE-CYCLE TO CYCLE-REC.
           WRITE CYCLE-REC.
           CLOSE CYCLEFILE.
           IF WS-XMIT-LAST-CYCLE = WS-LAST-APPLIED
               OPEN OUTPUT XMITCTL
               MOVE WS-MERGE-CYCLE TO XCT-REC
               WRITE XCT-REC
               CLOSE XMITCTL
           END-IF.
       850-EXIT.
           EXIT.

      * The record area of the file named still holds the row just
      * written - the after-image of an Add or Change.
       860-WRITE-JOURNAL.
           MOVE WS-MERGE-CYCLE TO JRN-CYCLE-NUMBER.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           IF JRN-ACTION NOT = 'D'
               EVALUATE JRN-FILE-ID
                    WHEN 'SUPPMAST'
                        MOVE SM-REC TO JRN-AFTER-IMAGE
                    WHEN 'ADDRMAST'
                        MOVE AM-REC TO JRN-AFTER-IMAGE
                    WHEN 'POMAST  '
                        MOVE OM-REC TO JRN-AFTER-IMAGE
                    WHEN 'RELMAST '
                        MOVE RM-REC TO JRN-AFTER-IMAGE
                    WHEN 'INVHIST '
                        MOVE IH-REC TO JRN-AFTER-IMAGE
                    WHEN 'SRCMAST '
                        MOVE SC-REC TO JRN-AFTER-IMAGE
                    WHEN 'PRICEHST'
                        MOVE PH-REC TO JRN-AFTER-IMAGE
               END-EVALUATE
           END-IF.
           MOVE WS-RUN-TODAY TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME TO JRN-RUN-TIME.
           MOVE WS-JOURNAL-REC TO JRN-REC.
           WRITE JRN-REC.
           ADD 1 TO WS-JRN-WRITTEN.
       860-EXIT.
           EXIT.

      * WS-CMP-DATE (MMDDYYYY) into WS-CMP-YMD - zero when it is not
      * a date at all, so any real date compares later.
       880-DATE-TO-YMD.
           IF WS-CMP-DATE NUMERIC
               COMPUTE WS-CMP-YMD =
                   WS-CMP-YEAR * 10000
                       + WS-CMP-MONTH * 100
                       + WS-CMP-DAY
           ELSE
               MOVE ZERO TO WS-CMP-YMD
           END-IF.
       880-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           IF WS-EXCEPTIONS = ZERO
               MOVE 'NO COLLISIONS - EVERY ROW MOVED TO THE SURVIVOR'
                   TO WS-RPT-PRINT-LINE
               PERFORM 830-WRITE-MEX-LINE THRU 830-EXIT
           END-IF.
           MOVE MRG-OLD-CODE TO MTL-OLD-CODE.
           MOVE MRG-NEW-CODE TO MTL-NEW-CODE.
           MOVE WS-MERGE-TITLE-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'MERGE JOURNALED AS CYCLE' TO WS-CNT-LABEL.
           MOVE WS-MERGE-CYCLE TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'SUPPMAST' TO WS-BAL-NAME.
           MOVE WS-SUPP-FOUND TO WS-BAL-FOUND.
           MOVE WS-SUPP-MOVED TO WS-BAL-MOVED.
           MOVE WS-SUPP-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-SUPP-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           MOVE '  SURVIVOR ACTIVITY DATE UPDATED' TO WS-CNT-LABEL.
           MOVE WS-SUPP-UPDATED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'ADDRMAST' TO WS-BAL-NAME.
           MOVE WS-ADDR-FOUND TO WS-BAL-FOUND.
           MOVE WS-ADDR-MOVED TO WS-BAL-MOVED.
           MOVE WS-ADDR-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-ADDR-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'POMAST' TO WS-BAL-NAME.
           MOVE WS-PO-FOUND TO WS-BAL-FOUND.
           MOVE WS-PO-MOVED TO WS-BAL-MOVED.
           MOVE WS-PO-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-PO-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'RELMAST' TO WS-BAL-NAME.
           MOVE WS-REL-FOUND TO WS-BAL-FOUND.
           MOVE WS-REL-MOVED TO WS-BAL-MOVED.
           MOVE WS-REL-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-REL-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'INVHIST' TO WS-BAL-NAME.
           MOVE WS-INV-FOUND TO WS-BAL-FOUND.
           MOVE WS-INV-MOVED TO WS-BAL-MOVED.
           MOVE WS-INV-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-INV-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'SRCMAST' TO WS-BAL-NAME.
           MOVE WS-SRC-FOUND TO WS-BAL-FOUND.
           MOVE WS-SRC-MOVED TO WS-BAL-MOVED.
           MOVE WS-SRC-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-SRC-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           MOVE '  SURVIVOR SOURCES REACTIVATED' TO WS-CNT-LABEL.
           MOVE WS-SRC-UPDATED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'PRICEHST' TO WS-BAL-NAME.
           MOVE WS-PRC-FOUND TO WS-BAL-FOUND.
           MOVE WS-PRC-MOVED TO WS-BAL-MOVED.
           MOVE WS-PRC-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-PRC-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           MOVE '  SURVIVOR PRICES TAKEN FROM OLD' TO WS-CNT-LABEL.
           MOVE WS-PRC-UPDATED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'CLOSEDPO' TO WS-BAL-NAME.
           MOVE WS-CLS-FOUND TO WS-BAL-FOUND.
           MOVE WS-CLS-MOVED TO WS-BAL-MOVED.
           MOVE WS-CLS-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-CLS-LEFT TO WS-BAL-LEFT.
           PERFORM 920-PRINT-MASTER-BALANCE THRU 920-EXIT.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
           MOVE 'JOURNAL RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-JRN-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           MOVE 'EXCEPTIONS LISTED' TO WS-CNT-LABEL.
           MOVE WS-EXCEPTIONS TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           MOVE 'ROW ACTIONS FAILED' TO WS-CNT-LABEL.
           MOVE WS-ACTIONS-FAILED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           IF WS-OUT-OF-BALANCE > ZERO
               OR WS-ACTIONS-FAILED > ZERO
               PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT
               MOVE '** MERGE DOES NOT BALANCE - BACK OUT THIS CYCLE '
                   TO WS-RPT-PRINT-LINE (1:48)
               MOVE 'WITH PSBACKOUT **' TO WS-RPT-PRINT-LINE (49:17)
               PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTIONS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       900-EXIT.
           EXIT.

       910-PRINT-MRG-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

      * The four counts for one master, and the proof that every row
      * found under the old code came out one way or another.
       920-PRINT-MASTER-BALANCE.
           MOVE SPACES TO WS-CNT-LABEL.
           MOVE WS-BAL-NAME TO WS-CNT-LABEL (1:8).
           MOVE ' ROWS UNDER OLD CODE' TO WS-CNT-LABEL (9:20).
           MOVE WS-BAL-FOUND TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           MOVE '  MOVED TO SURVIVOR' TO WS-CNT-LABEL.
           MOVE WS-BAL-MOVED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           MOVE '  DROPPED - SURVIVOR''S KEPT' TO WS-CNT-LABEL.
           MOVE WS-BAL-DROPPED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           MOVE '  LEFT UNDER OLD CODE' TO WS-CNT-LABEL.
           MOVE WS-BAL-LEFT TO WS-CNT-VALUE.
           PERFORM 910-PRINT-MRG-COUNT THRU 910-EXIT.
           IF WS-BAL-FOUND NOT =
                   WS-BAL-MOVED + WS-BAL-DROPPED + WS-BAL-LEFT
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE '** OUT OF BALANCE **' TO WS-RPT-PRINT-LINE
               PERFORM 820-WRITE-MRP-LINE THRU 820-EXIT
           END-IF.
       920-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE SUPPMAST.
           CLOSE ADDRMAST.
           CLOSE POMAST.
           IF RELMAST-OPEN
               CLOSE RELMAST
           END-IF.
           IF INVHIST-OPEN
               CLOSE INVHIST
           END-IF.
           IF SRCMAST-OPEN
               CLOSE SRCMAST
           END-IF.
           IF PRICEHIST-OPEN
               CLOSE PRICEHIST
           END-IF.
           CLOSE JRNLFILE.
           CLOSE MRGPOMAP.
           CLOSE MRGRPT.
           CLOSE MRGEXC.
       950-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * PROGRAM-ID : ITMRECV
      * Receiving step against the open-order file ITMPOBLD keeps.
      * The dock's receipts (RCVIN) name the order, the entry, and
      * the quantity taken in; each is matched to its open order
      * line and posted.  A partial receipt leaves the line open for
      * the rest; a receipt that completes the line closes it; an
      * over-receipt inside the RCVCTL OVER-PCT= tolerance is taken
      * and closes the line, one beyond it is held at the dock for
      * the buyer and posts nothing.  Posted quantity reaches the
      * book the audited way ITMCYCLE's adjustments do: one 'C'
      * transaction per entry on TRANFIL, the master image with its
      * quantity raised by everything received against it today,
      * for ITMLOAD's delta mode to apply.  Every posted receipt is
      * also appended to the RCVHIST receipt history.  OPENPO is
      * rewritten with only the lines still open, and any of those
      * past their due date are listed on OVDUERPT for the buyers to
      * chase - run with no receipts at all, the step still cuts
      * that report.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMRECV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT RECV-CONTROL ASSIGN TO 'RCVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-CONTROL-STATUS.
           SELECT RECEIPTS-IN ASSIGN TO 'RCVIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
           SELECT OPEN-ORDERS ASSIGN TO 'OPENPO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ORDERS-STATUS.
           SELECT TRAN-OUT ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT RECEIPT-HISTORY ASSIGN TO 'RCVHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HIST-STATUS.
           SELECT RECV-RPT ASSIGN TO 'RCVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-RPT-STATUS.
           SELECT OVERDUE-RPT ASSIGN TO 'OVDUERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDUE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

       FD  RECV-CONTROL
           RECORDING MODE IS F.
       01  VC-CONTROL-REC                   PIC X(80).

      *--------------------------------------------------------------
      * One line per receipt as the dock keys it: the order number
      * off the packing slip, the entry it was put away to, the
      * quantity counted in, and the date it came off the truck.
      *--------------------------------------------------------------
       FD  RECEIPTS-IN
           RECORDING MODE IS F.
       01  RV-RECEIPT-REC.
           05  RV-ORDER-NO                  PIC X(8).
           05  RV-ITEM-CODE                 PIC X(10).
           05  RV-ITEM-LOC                  PIC X(2).
           05  RV-RECEIVED-QTY              PIC 9(7).
           05  RV-RECEIPT-DATE              PIC 9(8).

      *--------------------------------------------------------------
      * The open-order record exactly as ITMPOBLD writes it.
      *--------------------------------------------------------------
       FD  OPEN-ORDERS
           RECORDING MODE IS F.
       01  PO-ORDER-REC.
           05  PO-ORDER-NO                  PIC X(8).
           05  PO-ITEM-CODE                 PIC X(10).
           05  PO-ITEM-LOC                  PIC X(2).
           05  PO-SUPPLIER                  PIC X(8).
           05  PO-ORDER-DATE                PIC 9(8).
           05  PO-DUE-DATE                  PIC 9(8).
           05  PO-ORDER-QTY                 PIC 9(7).
           05  PO-RECEIVED-QTY              PIC 9(7).
           05  PO-LAST-RECEIPT-DATE         PIC 9(8).
           05  PO-STATUS                    PIC X(1).
               88  PO-STATUS-OPEN                     VALUE 'O'.
           05  FILLER                       PIC X(13).

      *--------------------------------------------------------------
      * The same transaction record ITMLOAD's delta mode consumes,
      * built from the master image with only the quantity raised,
      * and tagged 'RC' so the ledger extract books it as a receipt.
      *--------------------------------------------------------------
       FD  TRAN-OUT
           RECORDING MODE IS F.
       01  TX-TRAN-REC.
           05  TX-ACTION                    PIC X(1).
           05  TX-ITEM.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==TX==
                                       ==05==         BY ==10==.
           05  TX-MOVE-CLASS                PIC X(2).

      *--------------------------------------------------------------
      * Every receipt that reached TRANFIL, appended run over run:
      * the business date it was posted on, the order and entry, the
      * supplier, the quantity, and the unit cost it was taken in
      * at.  Stock that rose because it was received is not stock
      * that was used less, and this is where that is told apart.
      *--------------------------------------------------------------
       FD  RECEIPT-HISTORY
           RECORDING MODE IS F.
       01  RH-HISTORY-REC.
           05  RH-POST-DATE                 PIC 9(8).
           05  RH-ORDER-NO                  PIC X(8).
           05  RH-ITEM-CODE                 PIC X(10).
           05  RH-ITEM-LOC                  PIC X(2).
           05  RH-SUPPLIER                  PIC X(8).
           05  RH-RECEIVED-QTY              PIC 9(7).
           05  RH-ITEM-COST                 PIC 9(5)V99.

       FD  RECV-RPT
           RECORDING MODE IS F.
       01  VR-PRINT-LINE                    PIC X(100).

       FD  OVERDUE-RPT
           RECORDING MODE IS F.
       01  OD-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-RECV-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-RECEIPTS-STATUS           PIC X(2)  VALUE '00'.
           05  WS-OPEN-ORDERS-STATUS        PIC X(2)  VALUE '00'.
           05  WS-TRAN-OUT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RECEIPT-HIST-STATUS       PIC X(2)  VALUE '00'.
           05  WS-RECV-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-OVERDUE-RPT-STATUS        PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  RECV-CONTROL-EOF                   VALUE 'Y'.
           05  WS-EOF-RECEIPTS              PIC X(1)  VALUE 'N'.
               88  RECEIPTS-IN-EOF                    VALUE 'Y'.
           05  WS-EOF-ORDERS                PIC X(1)  VALUE 'N'.
               88  OPEN-ORDERS-EOF                    VALUE 'Y'.
           05  WS-RECEIPTS-PRESENT          PIC X(1)  VALUE 'N'.
               88  RECEIPTS-ON-HAND                   VALUE 'Y'.

      *--------------------------------------------------------------
      * Over-receipt tolerance as a percentage of the order line's
      * quantity; RCVCTL's OVER-PCT= card overrides the default.
      *--------------------------------------------------------------
       01  WS-RECV-CONTROLS.
           05  WS-OVER-PCT                  PIC 9(2)  VALUE 10.
           05  WS-REMAINING-QTY             PIC 9(7)  VALUE 0.
           05  WS-ALLOWED-QTY               PIC 9(8)  VALUE 0.
           05  WS-NEW-BOOK-QTY              PIC 9(8)  VALUE 0.
           05  WS-RECV-DISPOSITION          PIC X(24) VALUE SPACES.
           05  WS-RECV-POSTED               PIC X(1)  VALUE 'N'.
               88  RECEIPT-POSTED                     VALUE 'Y'.

      *--------------------------------------------------------------
      * The open-order file held for the run; receipts raise the
      * received quantity in place and close lines they complete.
      *--------------------------------------------------------------
       01  WS-ORDER-AREA.
           05  WS-MAX-ORDERS                PIC 9(5)  VALUE 05000.
           05  WS-ORDER-COUNT               PIC 9(5)  VALUE 0.
           05  WS-ORDER-INDEX               PIC 9(5)  VALUE 0.
           05  WS-ORDER-TABLE OCCURS 5000 TIMES.
               10  WS-ORD-ORDER-NO          PIC X(8).
               10  WS-ORD-ITEM-CODE         PIC X(10).
               10  WS-ORD-ITEM-LOC          PIC X(2).
               10  WS-ORD-SUPPLIER          PIC X(8).
               10  WS-ORD-ORDER-DATE        PIC 9(8).
               10  WS-ORD-DUE-DATE          PIC 9(8).
               10  WS-ORD-ORDER-QTY         PIC 9(7).
               10  WS-ORD-RECEIVED-QTY      PIC 9(7).
               10  WS-ORD-LAST-RECEIPT      PIC 9(8).
               10  WS-ORD-STATUS            PIC X(1).

      *--------------------------------------------------------------
      * One slot per entry received against today, carrying the
      * master image as read and the day's running receipt total:
      * ITMLOAD applies a 'C' as a replacement quantity, so two
      * receipts for one entry must reach TRANFIL as ONE transaction
      * carrying both, or the second would overwrite the first.
      *--------------------------------------------------------------
       01  WS-POST-AREA.
           05  WS-MAX-POSTS                 PIC 9(5)  VALUE 05000.
           05  WS-POST-COUNT                PIC 9(5)  VALUE 0.
           05  WS-POST-INDEX                PIC 9(5)  VALUE 0.
           05  WS-POST-TABLE OCCURS 5000 TIMES.
               10  WS-PST-IMAGE.
                   15  PS-ITEM-CODE         PIC X(10).
                   15  PS-ITEM-LOC          PIC X(2).
                   15  PS-ITEM-DESC         PIC X(30).
                   15  PS-ITEM-QTY          PIC 9(7).
                   15  PS-ITEM-STATUS       PIC X(1).
                   15  PS-ITEM-BIN          PIC X(5).
                   15  PS-ITEM-SUPPLIER     PIC X(8).
                   15  PS-ITEM-COST         PIC 9(5)V99.
                   15  FILLER               PIC X(10).
               10  WS-PST-RECEIVED          PIC 9(7).

       01  WS-RECV-COUNTS.
           05  WS-RECEIPT-READ-COUNT        PIC 9(5)  VALUE 0.
           05  WS-RECEIPT-POSTED-COUNT      PIC 9(5)  VALUE 0.
           05  WS-RECEIPT-HELD-COUNT        PIC 9(5)  VALUE 0.
           05  WS-RECEIPT-REFUSED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-LINES-CLOSED-COUNT        PIC 9(5)  VALUE 0.
           05  WS-TRAN-WRITTEN-COUNT        PIC 9(5)  VALUE 0.
           05  WS-OVERDUE-COUNT             PIC 9(5)  VALUE 0.
           05  WS-OPEN-KEPT-COUNT           PIC 9(5)  VALUE 0.

       01  WS-OVERDUE-CONTROLS.
           05  WS-TODAY-INT                 PIC 9(8)  VALUE 0.
           05  WS-DUE-INT                   PIC 9(8)  VALUE 0.
           05  WS-DAYS-LATE                 PIC 9(5)  VALUE 0.
           05  WS-OUTSTANDING-QTY           PIC 9(7)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).

       01  WS-RPT-HDR-LINE.
           05  WS-H-TITLE                   PIC X(26).
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(59) VALUE SPACES.

       01  WS-RPT-RECEIPT-LINE.
           05  WS-V-ORDER-NO                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-V-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-V-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(7)  VALUE
               '  RCVD '.
           05  WS-V-RECEIVED-QTY            PIC ZZZZZZ9.
           05  FILLER                       PIC X(10) VALUE
               '  ORDERED '.
           05  WS-V-ORDER-QTY               PIC ZZZZZZ9.
           05  FILLER                       PIC X(9)  VALUE
               '  TO DATE'.
           05  WS-V-TO-DATE-QTY             PIC ZZZZZZ9.
           05  FILLER                       PIC X(3)  VALUE ' - '.
           05  WS-V-DISPOSITION             PIC X(24).
           05  FILLER                       PIC X(3)  VALUE SPACES.

       01  WS-RPT-OVERDUE-LINE.
           05  WS-O-ORDER-NO                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-O-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-O-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-O-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(6)  VALUE
               '  DUE '.
           05  WS-O-DUE-DATE                PIC 9(8).
           05  FILLER                       PIC X(7)  VALUE
               '  LATE '.
           05  WS-O-DAYS-LATE               PIC ZZZZ9.
           05  FILLER                       PIC X(10) VALUE
               '  ORDERED '.
           05  WS-O-ORDER-QTY               PIC ZZZZZZ9.
           05  FILLER                       PIC X(14) VALUE
               '  OUTSTANDING '.
           05  WS-O-OUTSTANDING             PIC ZZZZZZ9.
           05  FILLER                       PIC X(3)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZ9.
           05  FILLER                       PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF RECEIPTS-ON-HAND
               PERFORM 2000-POST-RECEIPTS
               PERFORM 3000-CUT-TRANSACTIONS
           END-IF
           PERFORM 4000-REWRITE-OPEN-ORDERS
           PERFORM 5000-PRINT-OVERDUE-ORDERS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1010-READ-CONTROL-CARDS
           PERFORM 1100-LOAD-OPEN-ORDERS
           OPEN INPUT RECEIPTS-IN
           IF WS-RECEIPTS-STATUS = '00'
               SET RECEIPTS-ON-HAND TO TRUE
           ELSE
               DISPLAY 'ITMRECV: no receipt file on hand, status '
                   WS-RECEIPTS-STATUS ' - overdue report only'
           END-IF
           OPEN OUTPUT RECV-RPT
           IF WS-RECV-RPT-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot open receiving report, '
                   'status ' WS-RECV-RPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT OVERDUE-RPT
           IF WS-OVERDUE-RPT-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot open overdue report, '
                   'status ' WS-OVERDUE-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE 'RECEIVING REPORT          ' TO WS-H-TITLE
           WRITE VR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO VR-PRINT-LINE
           WRITE VR-PRINT-LINE
           IF RECEIPTS-ON-HAND
               PERFORM 1200-OPEN-POSTING-FILES
           END-IF.

       1010-READ-CONTROL-CARDS.
           OPEN INPUT RECV-CONTROL
           IF WS-RECV-CONTROL-STATUS = '00'
               PERFORM UNTIL RECV-CONTROL-EOF
                   READ RECV-CONTROL
                       AT END
                           SET RECV-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE RECV-CONTROL
           END-IF.

       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN VC-CONTROL-REC(1:1) = '*'
               WHEN VC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN VC-CONTROL-REC(1:9) = 'OVER-PCT='
                   IF VC-CONTROL-REC(10:2) IS NOT NUMERIC
                       DISPLAY 'ITMRECV: OVER-PCT= must be 00-99'
                       STOP RUN
                   END-IF
                   MOVE VC-CONTROL-REC(10:2) TO WS-OVER-PCT
               WHEN OTHER
                   DISPLAY 'ITMRECV: unrecognized control card: '
                       VC-CONTROL-REC
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * Without an open-order file there is nothing a receipt could
      * be matched to - every one would be refused - so that is an
      * operational error, not an empty day.
      *--------------------------------------------------------------
       1100-LOAD-OPEN-ORDERS.
           OPEN INPUT OPEN-ORDERS
           IF WS-OPEN-ORDERS-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot open open-order file, '
                   'status ' WS-OPEN-ORDERS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPEN-ORDERS-EOF
               READ OPEN-ORDERS
                   AT END
                       SET OPEN-ORDERS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-OPEN-ORDER
               END-READ
           END-PERFORM
           CLOSE OPEN-ORDERS.

       1150-TAKE-OPEN-ORDER.
           IF WS-ORDER-COUNT >= WS-MAX-ORDERS
               DISPLAY 'ITMRECV: more than ' WS-MAX-ORDERS
                   ' open order lines - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           MOVE PO-ORDER-NO     TO WS-ORD-ORDER-NO(WS-ORDER-COUNT)
           MOVE PO-ITEM-CODE    TO WS-ORD-ITEM-CODE(WS-ORDER-COUNT)
           MOVE PO-ITEM-LOC     TO WS-ORD-ITEM-LOC(WS-ORDER-COUNT)
           MOVE PO-SUPPLIER     TO WS-ORD-SUPPLIER(WS-ORDER-COUNT)
           MOVE PO-ORDER-DATE   TO WS-ORD-ORDER-DATE(WS-ORDER-COUNT)
           MOVE PO-DUE-DATE     TO WS-ORD-DUE-DATE(WS-ORDER-COUNT)
           MOVE PO-ORDER-QTY    TO WS-ORD-ORDER-QTY(WS-ORDER-COUNT)
           MOVE PO-RECEIVED-QTY
               TO WS-ORD-RECEIVED-QTY(WS-ORDER-COUNT)
           MOVE PO-LAST-RECEIPT-DATE
               TO WS-ORD-LAST-RECEIPT(WS-ORDER-COUNT)
           MOVE PO-STATUS       TO WS-ORD-STATUS(WS-ORDER-COUNT).

       1200-OPEN-POSTING-FILES.
           OPEN INPUT MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot open item master, '
                   'status ' WS-MASTER-KEY-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRAN-OUT
           IF WS-TRAN-OUT-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot open transaction file, '
                   'status ' WS-TRAN-OUT-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RECEIPT-HISTORY
           IF WS-RECEIPT-HIST-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot open receipt history, '
                   'status ' WS-RECEIPT-HIST-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-POST-RECEIPTS.
           PERFORM UNTIL RECEIPTS-IN-EOF
               READ RECEIPTS-IN
                   AT END
                       SET RECEIPTS-IN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECEIPT-READ-COUNT
                       PERFORM 2100-POST-ONE-RECEIPT
               END-READ
           END-PERFORM
           IF WS-RECEIPT-READ-COUNT = 0
               MOVE '  (NO RECEIPTS)' TO VR-PRINT-LINE
               WRITE VR-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------
      * A receipt with no open line to land on, an entry the master
      * no longer carries, or an unreadable quantity is refused and
      * reported - it never reaches the book by guesswork.
      *--------------------------------------------------------------
       2100-POST-ONE-RECEIPT.
           MOVE 'N' TO WS-RECV-POSTED
           MOVE SPACES TO WS-RECV-DISPOSITION
           PERFORM 2200-FIND-ORDER-LINE
           EVALUATE TRUE
               WHEN RV-RECEIVED-QTY IS NOT NUMERIC
                       OR RV-RECEIVED-QTY = 0
                   MOVE 'REFUSED - BAD QUANTITY'
                       TO WS-RECV-DISPOSITION
               WHEN WS-ORDER-INDEX > WS-ORDER-COUNT
                   MOVE 'REFUSED - NO OPEN ORDER'
                       TO WS-RECV-DISPOSITION
               WHEN OTHER
                   PERFORM 2300-CHECK-RECEIPT-QTY
           END-EVALUATE
           IF NOT RECEIPT-POSTED
                   AND WS-RECV-DISPOSITION(1:4) = 'REFU'
               ADD 1 TO WS-RECEIPT-REFUSED-COUNT
           END-IF
           PERFORM 2700-WRITE-RECEIPT-LINE.

       2200-FIND-ORDER-LINE.
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1
                   UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
                   OR (WS-ORD-ORDER-NO(WS-ORDER-INDEX) = RV-ORDER-NO
                       AND WS-ORD-ITEM-CODE(WS-ORDER-INDEX)
                           = RV-ITEM-CODE
                       AND WS-ORD-ITEM-LOC(WS-ORDER-INDEX)
                           = RV-ITEM-LOC
                       AND WS-ORD-STATUS(WS-ORDER-INDEX) = 'O')
               CONTINUE
           END-PERFORM.

      *--------------------------------------------------------------
      * Up to the remaining quantity is an ordinary receipt; past it
      * by no more than the tolerance is an over-receipt the buyer
      * is told about but the book takes; past the tolerance is held
      * at the dock - the buyer either raises the order or the goods
      * go back, and neither is this step's decision.
      *--------------------------------------------------------------
       2300-CHECK-RECEIPT-QTY.
           COMPUTE WS-REMAINING-QTY =
               WS-ORD-ORDER-QTY(WS-ORDER-INDEX)
                   - WS-ORD-RECEIVED-QTY(WS-ORDER-INDEX)
           COMPUTE WS-ALLOWED-QTY = WS-REMAINING-QTY
               + (WS-ORD-ORDER-QTY(WS-ORDER-INDEX) * WS-OVER-PCT)
                   / 100
           EVALUATE TRUE
               WHEN RV-RECEIVED-QTY > WS-ALLOWED-QTY
                   ADD 1 TO WS-RECEIPT-HELD-COUNT
                   MOVE 'HELD - OVER TOLERANCE'
                       TO WS-RECV-DISPOSITION
               WHEN RV-RECEIVED-QTY > WS-REMAINING-QTY
                   MOVE 'POSTED - OVER-RECEIPT'
                       TO WS-RECV-DISPOSITION
                   PERFORM 2400-ACCUMULATE-POSTING
               WHEN RV-RECEIVED-QTY = WS-REMAINING-QTY
                   MOVE 'POSTED - LINE COMPLETE'
                       TO WS-RECV-DISPOSITION
                   PERFORM 2400-ACCUMULATE-POSTING
               WHEN OTHER
                   MOVE 'POSTED - PARTIAL'
                       TO WS-RECV-DISPOSITION
                   PERFORM 2400-ACCUMULATE-POSTING
           END-EVALUATE.

      *--------------------------------------------------------------
      * The master is read once per entry, the first time a receipt
      * lands on it today; later receipts for the same entry only
      * add to its running total.
      *--------------------------------------------------------------
       2400-ACCUMULATE-POSTING.
           PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
                   OR (PS-ITEM-CODE(WS-POST-INDEX) = RV-ITEM-CODE
                       AND PS-ITEM-LOC(WS-POST-INDEX)
                           = RV-ITEM-LOC)
               CONTINUE
           END-PERFORM
           IF WS-POST-INDEX > WS-POST-COUNT
               MOVE RV-ITEM-CODE TO MK-ITEM-CODE
               MOVE RV-ITEM-LOC  TO MK-ITEM-LOC
               READ MASTER-BY-KEY
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY-STATUS NOT = '00'
                       MOVE 'REFUSED - NOT ON MASTER'
                           TO WS-RECV-DISPOSITION
                   WHEN WS-POST-COUNT >= WS-MAX-POSTS
                       MOVE 'REFUSED - POSTING TABLE FULL'
                           TO WS-RECV-DISPOSITION
                   WHEN OTHER
                       ADD 1 TO WS-POST-COUNT
                       MOVE WS-POST-COUNT TO WS-POST-INDEX
                       MOVE MK-ITEM-REC TO WS-PST-IMAGE(WS-POST-INDEX)
                       MOVE 0 TO WS-PST-RECEIVED(WS-POST-INDEX)
               END-EVALUATE
           END-IF
           IF WS-RECV-DISPOSITION(1:4) NOT = 'REFU'
               COMPUTE WS-NEW-BOOK-QTY =
                   PS-ITEM-QTY(WS-POST-INDEX)
                       + WS-PST-RECEIVED(WS-POST-INDEX)
                       + RV-RECEIVED-QTY
               IF WS-NEW-BOOK-QTY > 9999999
                   MOVE 'REFUSED - QTY OVERFLOW'
                       TO WS-RECV-DISPOSITION
               ELSE
                   PERFORM 2500-APPLY-RECEIPT
               END-IF
           END-IF.

       2500-APPLY-RECEIPT.
           SET RECEIPT-POSTED TO TRUE
           ADD 1 TO WS-RECEIPT-POSTED-COUNT
           ADD RV-RECEIVED-QTY TO WS-PST-RECEIVED(WS-POST-INDEX)
           ADD RV-RECEIVED-QTY
               TO WS-ORD-RECEIVED-QTY(WS-ORDER-INDEX)
           MOVE RV-RECEIPT-DATE
               TO WS-ORD-LAST-RECEIPT(WS-ORDER-INDEX)
           IF WS-ORD-RECEIVED-QTY(WS-ORDER-INDEX)
                   >= WS-ORD-ORDER-QTY(WS-ORDER-INDEX)
               MOVE 'C' TO WS-ORD-STATUS(WS-ORDER-INDEX)
               ADD 1 TO WS-LINES-CLOSED-COUNT
           END-IF
           MOVE WS-RUN-DATE     TO RH-POST-DATE
           MOVE RV-ORDER-NO     TO RH-ORDER-NO
           MOVE RV-ITEM-CODE    TO RH-ITEM-CODE
           MOVE RV-ITEM-LOC     TO RH-ITEM-LOC
           MOVE WS-ORD-SUPPLIER(WS-ORDER-INDEX) TO RH-SUPPLIER
           MOVE RV-RECEIVED-QTY TO RH-RECEIVED-QTY
           MOVE PS-ITEM-COST(WS-POST-INDEX) TO RH-ITEM-COST
           WRITE RH-HISTORY-REC.

       2700-WRITE-RECEIPT-LINE.
           MOVE RV-ORDER-NO  TO WS-V-ORDER-NO
           MOVE RV-ITEM-CODE TO WS-V-ITEM-CODE
           MOVE RV-ITEM-LOC  TO WS-V-ITEM-LOC
           IF RV-RECEIVED-QTY IS NUMERIC
               MOVE RV-RECEIVED-QTY TO WS-V-RECEIVED-QTY
           ELSE
               MOVE 0 TO WS-V-RECEIVED-QTY
           END-IF
           IF WS-ORDER-INDEX > WS-ORDER-COUNT
               MOVE 0 TO WS-V-ORDER-QTY
               MOVE 0 TO WS-V-TO-DATE-QTY
           ELSE
               MOVE WS-ORD-ORDER-QTY(WS-ORDER-INDEX)
                   TO WS-V-ORDER-QTY
               MOVE WS-ORD-RECEIVED-QTY(WS-ORDER-INDEX)
                   TO WS-V-TO-DATE-QTY
           END-IF
           MOVE WS-RECV-DISPOSITION TO WS-V-DISPOSITION
           WRITE VR-PRINT-LINE FROM WS-RPT-RECEIPT-LINE.

      *--------------------------------------------------------------
      * One 'C' per entry received against: the master image as
      * read, its quantity raised by the day's posted receipts.
      *--------------------------------------------------------------
       3000-CUT-TRANSACTIONS.
           PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
               IF WS-PST-RECEIVED(WS-POST-INDEX) > 0
                   PERFORM 3100-WRITE-RECEIPT-TRAN
               END-IF
           END-PERFORM
           CLOSE RECEIPTS-IN
           CLOSE MASTER-BY-KEY
           CLOSE TRAN-OUT
           CLOSE RECEIPT-HISTORY.

       3100-WRITE-RECEIPT-TRAN.
           ADD 1 TO WS-TRAN-WRITTEN-COUNT
           MOVE SPACES TO TX-TRAN-REC
           MOVE 'C' TO TX-ACTION
           MOVE PS-ITEM-CODE(WS-POST-INDEX)   TO TX-ITEM-CODE
           MOVE PS-ITEM-DESC(WS-POST-INDEX)   TO TX-ITEM-DESC
           COMPUTE TX-ITEM-QTY = PS-ITEM-QTY(WS-POST-INDEX)
               + WS-PST-RECEIVED(WS-POST-INDEX)
           MOVE PS-ITEM-STATUS(WS-POST-INDEX) TO TX-ITEM-STATUS
           MOVE PS-ITEM-LOC(WS-POST-INDEX)    TO TX-ITEM-LOC
           MOVE PS-ITEM-BIN(WS-POST-INDEX)    TO TX-ITEM-BIN
           MOVE PS-ITEM-SUPPLIER(WS-POST-INDEX)
               TO TX-ITEM-SUPPLIER
           MOVE PS-ITEM-COST(WS-POST-INDEX)   TO TX-ITEM-COST
           MOVE 'RC' TO TX-MOVE-CLASS
           WRITE TX-TRAN-REC.

      *--------------------------------------------------------------
      * Lines the day closed drop off; everything else is still on
      * its way and goes back on file with its received-to-date.
      *--------------------------------------------------------------
       4000-REWRITE-OPEN-ORDERS.
           OPEN OUTPUT OPEN-ORDERS
           IF WS-OPEN-ORDERS-STATUS NOT = '00'
               DISPLAY 'ITMRECV: cannot rewrite open-order file, '
                   'status ' WS-OPEN-ORDERS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1
                   UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
               IF WS-ORD-STATUS(WS-ORDER-INDEX) = 'O'
                   ADD 1 TO WS-OPEN-KEPT-COUNT
                   MOVE SPACES TO PO-ORDER-REC
                   MOVE WS-ORD-ORDER-NO(WS-ORDER-INDEX)
                       TO PO-ORDER-NO
                   MOVE WS-ORD-ITEM-CODE(WS-ORDER-INDEX)
                       TO PO-ITEM-CODE
                   MOVE WS-ORD-ITEM-LOC(WS-ORDER-INDEX)
                       TO PO-ITEM-LOC
                   MOVE WS-ORD-SUPPLIER(WS-ORDER-INDEX)
                       TO PO-SUPPLIER
                   MOVE WS-ORD-ORDER-DATE(WS-ORDER-INDEX)
                       TO PO-ORDER-DATE
                   MOVE WS-ORD-DUE-DATE(WS-ORDER-INDEX)
                       TO PO-DUE-DATE
                   MOVE WS-ORD-ORDER-QTY(WS-ORDER-INDEX)
                       TO PO-ORDER-QTY
                   MOVE WS-ORD-RECEIVED-QTY(WS-ORDER-INDEX)
                       TO PO-RECEIVED-QTY
                   MOVE WS-ORD-LAST-RECEIPT(WS-ORDER-INDEX)
                       TO PO-LAST-RECEIPT-DATE
                   MOVE WS-ORD-STATUS(WS-ORDER-INDEX) TO PO-STATUS
                   WRITE PO-ORDER-REC
               END-IF
           END-PERFORM
           CLOSE OPEN-ORDERS.

      *--------------------------------------------------------------
      * Still open and past due as of the run date, oldest promise
      * first in file order - the buyers' chase list.
      *--------------------------------------------------------------
       5000-PRINT-OVERDUE-ORDERS.
           MOVE 'OVERDUE PURCHASE ORDERS   ' TO WS-H-TITLE
           WRITE OD-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO OD-PRINT-LINE
           WRITE OD-PRINT-LINE
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1
                   UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
               IF WS-ORD-STATUS(WS-ORDER-INDEX) = 'O'
                       AND WS-ORD-DUE-DATE(WS-ORDER-INDEX)
                           < WS-RUN-DATE
                   PERFORM 5100-PRINT-ONE-OVERDUE
               END-IF
           END-PERFORM
           IF WS-OVERDUE-COUNT = 0
               MOVE '  (NONE)' TO OD-PRINT-LINE
               WRITE OD-PRINT-LINE
           END-IF
           MOVE SPACES TO OD-PRINT-LINE
           WRITE OD-PRINT-LINE
           MOVE 'ORDER LINES OVERDUE:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT-VALUE
           WRITE OD-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ORDER LINES STILL OPEN:       '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-OPEN-KEPT-COUNT TO WS-RPT-COUNT-VALUE
           WRITE OD-PRINT-LINE FROM WS-RPT-COUNT-LINE.

       5100-PRINT-ONE-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
               (WS-ORD-DUE-DATE(WS-ORDER-INDEX))
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT
           COMPUTE WS-OUTSTANDING-QTY =
               WS-ORD-ORDER-QTY(WS-ORDER-INDEX)
                   - WS-ORD-RECEIVED-QTY(WS-ORDER-INDEX)
           MOVE WS-ORD-ORDER-NO(WS-ORDER-INDEX)  TO WS-O-ORDER-NO
           MOVE WS-ORD-ITEM-CODE(WS-ORDER-INDEX) TO WS-O-ITEM-CODE
           MOVE WS-ORD-ITEM-LOC(WS-ORDER-INDEX)  TO WS-O-ITEM-LOC
           MOVE WS-ORD-SUPPLIER(WS-ORDER-INDEX)  TO WS-O-SUPPLIER
           MOVE WS-ORD-DUE-DATE(WS-ORDER-INDEX)  TO WS-O-DUE-DATE
           MOVE WS-DAYS-LATE                     TO WS-O-DAYS-LATE
           MOVE WS-ORD-ORDER-QTY(WS-ORDER-INDEX) TO WS-O-ORDER-QTY
           MOVE WS-OUTSTANDING-QTY               TO WS-O-OUTSTANDING
           WRITE OD-PRINT-LINE FROM WS-RPT-OVERDUE-LINE.

      *--------------------------------------------------------------
      * 0004 marks a receiving run that left work at the dock -
      * refused receipts or over-tolerance receipts held for a
      * buyer's decision.
      *--------------------------------------------------------------
       9000-TERMINATION.
           MOVE SPACES TO VR-PRINT-LINE
           WRITE VR-PRINT-LINE
           MOVE 'RECEIPTS READ:                '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RECEIPT-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RECEIPTS POSTED:              '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RECEIPT-POSTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'HELD OVER TOLERANCE:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RECEIPT-HELD-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RECEIPTS REFUSED:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RECEIPT-REFUSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ORDER LINES CLOSED:           '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LINES-CLOSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'TRANSACTIONS CUT:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-TRAN-WRITTEN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE RECV-RPT
           CLOSE OVERDUE-RPT
           DISPLAY 'ITMRECV: ' WS-RECEIPT-READ-COUNT ' receipts read, '
               WS-RECEIPT-POSTED-COUNT ' posted, '
               WS-OVERDUE-COUNT ' order line(s) overdue - see '
               'RCVRPT and OVDUERPT'
           IF WS-RECEIPT-HELD-COUNT > 0
                   OR WS-RECEIPT-REFUSED-COUNT > 0
               MOVE 0004 TO RETURN-CODE
           END-IF.

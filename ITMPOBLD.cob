      *--------------------------------------------------------------
      * PROGRAM-ID : ITMPOBLD
      * Open purchase order build, run after the buyers have worked
      * the morning's SUGORD suggestions.  A suggestion the buyers
      * turn into an order comes back on SUGACPT: the SUGORD record
      * as ITMREORD cut it, with the purchase order number, the due
      * date, the quantity actually ordered, and an 'A' acceptance
      * byte.  Each accepted line becomes an open order on OPENPO,
      * stamped with the entry's supplier of record off the keyed
      * master, so tomorrow's ITMREORD counts the stock already on
      * its way instead of suggesting the same short entry again,
      * and ITMRECV has something to match the dock's receipts to.
      * Suggestions the buyers did not accept are only counted; a
      * line that cannot become a trustworthy order is refused onto
      * the build report with its reason, never half-filed.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMPOBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT ACCEPTED-IN ASSIGN TO 'SUGACPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.
           SELECT OPEN-ORDERS ASSIGN TO 'OPENPO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ORDERS-STATUS.
           SELECT BUILD-RPT ASSIGN TO 'POBLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

      *--------------------------------------------------------------
      * The SUGORD record exactly as ITMREORD writes it, followed by
      * what the buyer filled in: the order number, the due date,
      * the quantity ordered (zero takes the suggested quantity as
      * it stands), and the 'A' byte that says the line was placed.
      *--------------------------------------------------------------
       FD  ACCEPTED-IN
           RECORDING MODE IS F.
       01  SA-ACCEPT-REC.
           05  SA-SUGGESTION.
               10  SA-ITEM-CODE             PIC X(10).
               10  SA-ITEM-LOC              PIC X(2).
               10  SA-ON-HAND-QTY           PIC 9(7).
               10  SA-REORDER-POINT         PIC 9(7).
               10  SA-TARGET-STOCK          PIC 9(7).
               10  SA-SUGGEST-QTY           PIC 9(7).
               10  SA-ON-ORDER-QTY          PIC 9(7).
           05  SA-ORDER-NO                  PIC X(8).
           05  SA-DUE-DATE                  PIC 9(8).
           05  SA-ORDER-QTY                 PIC 9(7).
           05  SA-ACCEPTED                  PIC X(1).
               88  SA-LINE-ACCEPTED                   VALUE 'A'.

      *--------------------------------------------------------------
      * One record per order line still open: which entry it feeds,
      * from whom, when it is due, how much was ordered and how much
      * the dock has taken in against it so far.  ITMRECV rewrites
      * the file after every receiving run and drops the lines it
      * closes, so what is on file is by definition still coming.
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

       FD  BUILD-RPT
           RECORDING MODE IS F.
       01  BR-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-ACCEPTED-STATUS           PIC X(2)  VALUE '00'.
           05  WS-OPEN-ORDERS-STATUS        PIC X(2)  VALUE '00'.
           05  WS-BUILD-RPT-STATUS          PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-ACCEPTED              PIC X(1)  VALUE 'N'.
               88  ACCEPTED-IN-EOF                    VALUE 'Y'.
           05  WS-EOF-ORDERS                PIC X(1)  VALUE 'N'.
               88  OPEN-ORDERS-EOF                    VALUE 'Y'.

      *--------------------------------------------------------------
      * The open-order file held for the run: yesterday's open lines
      * first, today's new ones appended, the whole table written
      * back once at the end.
      *--------------------------------------------------------------
       01  WS-ORDER-AREA.
           05  WS-MAX-ORDERS                PIC 9(5)  VALUE 05000.
           05  WS-ORDER-COUNT               PIC 9(5)  VALUE 0.
           05  WS-ORDER-INDEX               PIC 9(5)  VALUE 0.
           05  WS-ORDER-TABLE OCCURS 5000 TIMES.
               10  WS-ORD-RECORD            PIC X(80).
               10  WS-ORD-KEY REDEFINES WS-ORD-RECORD.
                   15  WS-ORD-ORDER-NO      PIC X(8).
                   15  WS-ORD-ITEM-CODE     PIC X(10).
                   15  WS-ORD-ITEM-LOC      PIC X(2).
                   15  FILLER               PIC X(60).

       01  WS-BUILD-CONTROLS.
           05  WS-ACCEPT-READ-COUNT         PIC 9(5)  VALUE 0.
           05  WS-NOT-ACCEPTED-COUNT        PIC 9(5)  VALUE 0.
           05  WS-BUILT-COUNT               PIC 9(5)  VALUE 0.
           05  WS-REFUSED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-CARRIED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-BUILD-REASON              PIC X(30) VALUE SPACES.
           05  WS-NEW-ORDER-QTY             PIC 9(7)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'OPEN ORDER BUILD REPORT   '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(59) VALUE SPACES.

       01  WS-RPT-TITLE-LINE                PIC X(100) VALUE SPACES.

       01  WS-RPT-BUILT-LINE.
           05  WS-B-ORDER-NO                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-B-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-B-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(7)  VALUE
               '  SUPP '.
           05  WS-B-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-B-ORDER-QTY               PIC ZZZZZZ9.
           05  FILLER                       PIC X(6)  VALUE
               '  DUE '.
           05  WS-B-DUE-DATE                PIC 9(8).
           05  FILLER                       PIC X(35) VALUE SPACES.

       01  WS-RPT-REFUSED-LINE.
           05  WS-R-ORDER-NO                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-R-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-R-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(3)  VALUE ' - '.
           05  WS-R-REASON                  PIC X(30).
           05  FILLER                       PIC X(44) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZ9.
           05  FILLER                       PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-BUILD-ORDERS
           PERFORM 3000-REWRITE-OPEN-ORDERS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-OPEN-ORDERS
           OPEN INPUT ACCEPTED-IN
           IF WS-ACCEPTED-STATUS NOT = '00'
               DISPLAY 'ITMPOBLD: cannot open accepted suggestions, '
                   'status ' WS-ACCEPTED-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               DISPLAY 'ITMPOBLD: cannot open item master, '
                   'status ' WS-MASTER-KEY-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUILD-RPT
           IF WS-BUILD-RPT-STATUS NOT = '00'
               DISPLAY 'ITMPOBLD: cannot open build report, '
                   'status ' WS-BUILD-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           WRITE BR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO BR-PRINT-LINE
           WRITE BR-PRINT-LINE.

      *--------------------------------------------------------------
      * No OPENPO yet is the first day's answer, not an error: there
      * is simply nothing on order before the first build.
      *--------------------------------------------------------------
       1100-LOAD-OPEN-ORDERS.
           OPEN INPUT OPEN-ORDERS
           IF WS-OPEN-ORDERS-STATUS NOT = '00'
               DISPLAY 'ITMPOBLD: no open-order file on hand, '
                   'status ' WS-OPEN-ORDERS-STATUS
                   ' - starting an empty one'
           ELSE
               PERFORM UNTIL OPEN-ORDERS-EOF
                   READ OPEN-ORDERS
                       AT END
                           SET OPEN-ORDERS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-TAKE-OPEN-ORDER
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDERS
           END-IF
           MOVE WS-ORDER-COUNT TO WS-CARRIED-COUNT.

       1150-TAKE-OPEN-ORDER.
           IF WS-ORDER-COUNT >= WS-MAX-ORDERS
               DISPLAY 'ITMPOBLD: more than ' WS-MAX-ORDERS
                   ' open order lines - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           MOVE PO-ORDER-REC TO WS-ORD-RECORD(WS-ORDER-COUNT).

       2000-BUILD-ORDERS.
           MOVE 'ORDER LINES OPENED' TO WS-RPT-TITLE-LINE
           WRITE BR-PRINT-LINE FROM WS-RPT-TITLE-LINE
           PERFORM UNTIL ACCEPTED-IN-EOF
               READ ACCEPTED-IN
                   AT END
                       SET ACCEPTED-IN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCEPT-READ-COUNT
                       PERFORM 2100-BUILD-ONE-ORDER
               END-READ
           END-PERFORM
           IF WS-BUILT-COUNT = 0
               MOVE '  (NONE)' TO BR-PRINT-LINE
               WRITE BR-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------
      * The edits an order line must pass before it is allowed to
      * suppress tomorrow's suggestion: a real order number, a real
      * due date, a real quantity, an entry the master still
      * carries, and not the same order line filed twice.
      *--------------------------------------------------------------
       2100-BUILD-ONE-ORDER.
           IF NOT SA-LINE-ACCEPTED
               ADD 1 TO WS-NOT-ACCEPTED-COUNT
           ELSE
               MOVE SPACES TO WS-BUILD-REASON
               PERFORM 2200-FIND-ORDER-LINE
               EVALUATE TRUE
                   WHEN SA-ORDER-NO = SPACES
                       MOVE 'BLANK ORDER NUMBER' TO WS-BUILD-REASON
                   WHEN SA-ITEM-CODE = SPACES
                           OR SA-ITEM-LOC = SPACES
                       MOVE 'BLANK CODE OR LOCATION'
                           TO WS-BUILD-REASON
                   WHEN SA-DUE-DATE IS NOT NUMERIC
                       MOVE 'DUE DATE NOT NUMERIC' TO WS-BUILD-REASON
                   WHEN SA-DUE-DATE < WS-RUN-DATE
                       MOVE 'DUE DATE ALREADY PAST'
                           TO WS-BUILD-REASON
                   WHEN SA-ORDER-QTY IS NOT NUMERIC
                       MOVE 'ORDER QTY NOT NUMERIC'
                           TO WS-BUILD-REASON
                   WHEN SA-ORDER-QTY = 0
                           AND (SA-SUGGEST-QTY IS NOT NUMERIC
                               OR SA-SUGGEST-QTY = 0)
                       MOVE 'NO QUANTITY TO ORDER' TO WS-BUILD-REASON
                   WHEN WS-ORDER-INDEX <= WS-ORDER-COUNT
                       MOVE 'ORDER LINE ALREADY OPEN'
                           TO WS-BUILD-REASON
                   WHEN WS-ORDER-COUNT >= WS-MAX-ORDERS
                       MOVE 'OPEN-ORDER TABLE FULL' TO WS-BUILD-REASON
                   WHEN OTHER
                       MOVE SA-ITEM-CODE TO MK-ITEM-CODE
                       MOVE SA-ITEM-LOC  TO MK-ITEM-LOC
                       READ MASTER-BY-KEY
                       IF WS-MASTER-KEY-STATUS NOT = '00'
                           MOVE 'ENTRY NOT ON MASTER'
                               TO WS-BUILD-REASON
                       ELSE
                           PERFORM 2300-OPEN-ORDER-LINE
                       END-IF
               END-EVALUATE
               IF WS-BUILD-REASON NOT = SPACES
                   PERFORM 2400-REPORT-REFUSAL
               END-IF
           END-IF.

       2200-FIND-ORDER-LINE.
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1
                   UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
                   OR (WS-ORD-ORDER-NO(WS-ORDER-INDEX) = SA-ORDER-NO
                       AND WS-ORD-ITEM-CODE(WS-ORDER-INDEX)
                           = SA-ITEM-CODE
                       AND WS-ORD-ITEM-LOC(WS-ORDER-INDEX)
                           = SA-ITEM-LOC)
               CONTINUE
           END-PERFORM.

      *--------------------------------------------------------------
      * The supplier comes off the master, not off the buyer's line:
      * the order is placed with the entry's supplier of record, and
      * that is the stamp ITMRECV and the overdue report carry.
      *--------------------------------------------------------------
       2300-OPEN-ORDER-LINE.
           IF SA-ORDER-QTY = 0
               MOVE SA-SUGGEST-QTY TO WS-NEW-ORDER-QTY
           ELSE
               MOVE SA-ORDER-QTY TO WS-NEW-ORDER-QTY
           END-IF
           MOVE SPACES TO PO-ORDER-REC
           MOVE SA-ORDER-NO      TO PO-ORDER-NO
           MOVE SA-ITEM-CODE     TO PO-ITEM-CODE
           MOVE SA-ITEM-LOC      TO PO-ITEM-LOC
           MOVE MK-ITEM-SUPPLIER TO PO-SUPPLIER
           MOVE WS-RUN-DATE      TO PO-ORDER-DATE
           MOVE SA-DUE-DATE      TO PO-DUE-DATE
           MOVE WS-NEW-ORDER-QTY TO PO-ORDER-QTY
           MOVE 0                TO PO-RECEIVED-QTY
           MOVE 0                TO PO-LAST-RECEIPT-DATE
           MOVE 'O'              TO PO-STATUS
           ADD 1 TO WS-ORDER-COUNT
           MOVE PO-ORDER-REC TO WS-ORD-RECORD(WS-ORDER-COUNT)
           ADD 1 TO WS-BUILT-COUNT
           MOVE PO-ORDER-NO   TO WS-B-ORDER-NO
           MOVE PO-ITEM-CODE  TO WS-B-ITEM-CODE
           MOVE PO-ITEM-LOC   TO WS-B-ITEM-LOC
           MOVE PO-SUPPLIER   TO WS-B-SUPPLIER
           MOVE PO-ORDER-QTY  TO WS-B-ORDER-QTY
           MOVE PO-DUE-DATE   TO WS-B-DUE-DATE
           WRITE BR-PRINT-LINE FROM WS-RPT-BUILT-LINE.

       2400-REPORT-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SA-ORDER-NO     TO WS-R-ORDER-NO
           MOVE SA-ITEM-CODE    TO WS-R-ITEM-CODE
           MOVE SA-ITEM-LOC     TO WS-R-ITEM-LOC
           MOVE WS-BUILD-REASON TO WS-R-REASON
           IF WS-REFUSED-COUNT = 1
               MOVE SPACES TO BR-PRINT-LINE
               WRITE BR-PRINT-LINE
               MOVE 'ACCEPTED LINES REFUSED - NOT ON ORDER FILE'
                   TO WS-RPT-TITLE-LINE
               WRITE BR-PRINT-LINE FROM WS-RPT-TITLE-LINE
           END-IF
           WRITE BR-PRINT-LINE FROM WS-RPT-REFUSED-LINE.

       3000-REWRITE-OPEN-ORDERS.
           OPEN OUTPUT OPEN-ORDERS
           IF WS-OPEN-ORDERS-STATUS NOT = '00'
               DISPLAY 'ITMPOBLD: cannot rewrite open-order file, '
                   'status ' WS-OPEN-ORDERS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1
                   UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
               MOVE WS-ORD-RECORD(WS-ORDER-INDEX) TO PO-ORDER-REC
               WRITE PO-ORDER-REC
           END-PERFORM
           CLOSE OPEN-ORDERS.

      *--------------------------------------------------------------
      * 0004 tells the buyers some of what they placed is not on
      * file - the refusal section of POBLDRPT says which and why.
      *--------------------------------------------------------------
       9000-TERMINATION.
           MOVE SPACES TO BR-PRINT-LINE
           WRITE BR-PRINT-LINE
           MOVE 'SUGGESTION LINES READ:        '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ACCEPT-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NOT ACCEPTED BY BUYERS:       '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NOT-ACCEPTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ORDER LINES OPENED:           '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-BUILT-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ACCEPTED LINES REFUSED:       '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN LINES CARRIED FORWARD:   '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CARRIED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE ACCEPTED-IN
           CLOSE MASTER-BY-KEY
           CLOSE BUILD-RPT
           DISPLAY 'ITMPOBLD: ' WS-BUILT-COUNT ' order line(s) '
               'opened, ' WS-REFUSED-COUNT ' refused - see POBLDRPT'
           IF WS-REFUSED-COUNT > 0
               MOVE 0004 TO RETURN-CODE
           END-IF.

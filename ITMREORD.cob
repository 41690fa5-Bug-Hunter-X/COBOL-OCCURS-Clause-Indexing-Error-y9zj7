      * somebody decides about them instead of nobody seeing them.
      * Entries with no REORDPT policy record are only counted: no
      * policy means no opinion, not an implicit zero.
      * Stock already ordered counts: the outstanding quantity on
      * every open OPENPO line (ordered less received) is added to
      * on hand before the entry is judged short, and the suggestion
      * is sized from that position, so an entry whose order is
      * still on the truck is not ordered a second time.
      * Stock already promised counts the other way: everything
      * RESVFIL holds for open customer orders is taken off on hand
      * before the test, since a unit reserved for an order is as
      * good as gone - an entry that merely looks stocked while its
      * shelf is spoken for is ordered like any other short one.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMREORD.
           SELECT REORDER-POINTS ASSIGN TO 'REORDPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.
           SELECT OPEN-ORDERS ASSIGN TO 'OPENPO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ORDERS-STATUS.
           SELECT RESERVATIONS ASSIGN TO 'RESVFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.
           SELECT SUGGEST-OUT ASSIGN TO 'SUGORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGEST-STATUS.
           05  RP-REORDER-POINT             PIC 9(7).
           05  RP-TARGET-STOCK              PIC 9(7).

      *--------------------------------------------------------------
      * The open-order file exactly as ITMPOBLD and ITMRECV keep it;
      * only the entry, the quantities and the status matter here.
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
      * Customer order reservations exactly as ITMRESV keeps them;
      * only the entry and the reserved quantity matter here.
      *--------------------------------------------------------------
       FD  RESERVATIONS
           RECORDING MODE IS F.
       01  RS-RESERVATION-REC.
           05  RS-RESV-KEY.
               10  RS-ITEM-CODE             PIC X(10).
               10  RS-ITEM-LOC              PIC X(2).
               10  RS-ORDER-NO              PIC X(10).
           05  RS-RESERVED-QTY              PIC 9(7).
           05  RS-RESERVE-DATE              PIC 9(8).
           05  RS-LAST-ACTIVITY-DATE        PIC 9(8).
           05  FILLER                       PIC X(5).

      *--------------------------------------------------------------
      * Machine-readable suggestion per short active entry, sized to
      * bring it from on hand plus on order back up to target, for
      * the buyers' ordering system to take without rekeying the
      * report.  The on-order quantity it was sized against rides
      * along so the buyer can see why it is smaller than the gap.
      *--------------------------------------------------------------
       FD  SUGGEST-OUT
           RECORDING MODE IS F.
           05  SU-REORDER-POINT             PIC 9(7).
           05  SU-TARGET-STOCK              PIC 9(7).
           05  SU-SUGGEST-QTY               PIC 9(7).
           05  SU-ON-ORDER-QTY              PIC 9(7).

       FD  SHORT-RPT
           RECORDING MODE IS F.
       01  SR-PRINT-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-REORDER-STATUS            PIC X(2)  VALUE '00'.
           05  WS-OPEN-ORDERS-STATUS        PIC X(2)  VALUE '00'.
           05  WS-RESERVATIONS-STATUS       PIC X(2)  VALUE '00'.
           05  WS-SUGGEST-STATUS            PIC X(2)  VALUE '00'.
           05  WS-SHORT-RPT-STATUS          PIC X(2)  VALUE '00'.

               88  REORDER-POINTS-EOF                 VALUE 'Y'.
           05  WS-POLICY-FOUND              PIC X(1)  VALUE 'N'.
               88  POLICY-RECORD-FOUND                VALUE 'Y'.
           05  WS-EOF-ORDERS                PIC X(1)  VALUE 'N'.
               88  OPEN-ORDERS-EOF                    VALUE 'Y'.
           05  WS-ON-ORDER-FOUND            PIC X(1)  VALUE 'N'.
               88  ON-ORDER-ENTRY-FOUND               VALUE 'Y'.
           05  WS-EOF-RESERVATIONS          PIC X(1)  VALUE 'N'.
               88  RESERVATIONS-EOF                   VALUE 'Y'.
           05  WS-RESERVED-FOUND            PIC X(1)  VALUE 'N'.
               88  RESERVED-ENTRY-FOUND               VALUE 'Y'.

      *--------------------------------------------------------------
      * The buyers' policy records, loaded up front and probed once
               10  WS-POL-REORDER-POINT     PIC 9(7).
               10  WS-POL-TARGET-STOCK      PIC 9(7).

      *--------------------------------------------------------------
      * Outstanding open-order quantity summed per code-plus-location
      * entry - several order lines may be open against one entry.
      *--------------------------------------------------------------
       01  WS-ON-ORDER-AREA.
           05  WS-MAX-ON-ORDER              PIC 9(5)  VALUE 05000.
           05  WS-ON-ORDER-COUNT            PIC 9(5)  VALUE 0.
           05  WS-ON-ORDER-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ON-ORDER-COUNT
                   INDEXED BY WS-OO-IDX.
               10  WS-OO-ITEM-CODE          PIC X(10).
               10  WS-OO-ITEM-LOC           PIC X(2).
               10  WS-OO-QTY                PIC 9(7).
           05  WS-ON-ORDER-QTY              PIC 9(7)  VALUE 0.
           05  WS-OUTSTANDING-QTY           PIC 9(7)  VALUE 0.
           05  WS-POSITION-QTY              PIC S9(8) VALUE 0.
           05  WS-NET-ON-HAND-QTY           PIC S9(8) VALUE 0.

      *--------------------------------------------------------------
      * Reserved quantity summed per code-plus-location entry, one
      * slot per entry however many orders hold stock on it.
      *--------------------------------------------------------------
       01  WS-RESERVED-AREA.
           05  WS-MAX-RESERVED              PIC 9(5)  VALUE 05000.
           05  WS-RESERVED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-RESERVED-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RESERVED-COUNT
                   INDEXED BY WS-RV-IDX.
               10  WS-RV-ITEM-CODE          PIC X(10).
               10  WS-RV-ITEM-LOC           PIC X(2).
               10  WS-RV-QTY                PIC 9(8).
           05  WS-RESERVED-QTY              PIC 9(8)  VALUE 0.

      *--------------------------------------------------------------
      * Short entries on hold or cancelled status, held back while
      * the active suggestions print so they land in their own
               10  WS-HELD-ITEM-LOC         PIC X(2).
               10  WS-HELD-ITEM-QTY         PIC 9(7).
               10  WS-HELD-REORDER-POINT    PIC 9(7).
               10  WS-HELD-ON-ORDER         PIC 9(7).
               10  WS-HELD-RESERVED         PIC 9(8).
               10  WS-HELD-STATUS           PIC X(1).

       01  WS-REORDER-COUNTS.
           05  WS-MASTER-READ-COUNT         PIC 9(7)  VALUE 0.
           05  WS-SUGGEST-COUNT             PIC 9(5)  VALUE 0.
           05  WS-NO-POLICY-COUNT           PIC 9(5)  VALUE 0.
           05  WS-COVERED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-OPEN-LINE-COUNT           PIC 9(5)  VALUE 0.
           05  WS-RESERVED-LINE-COUNT       PIC 9(5)  VALUE 0.
           05  WS-SUGGEST-QTY               PIC 9(7)  VALUE 0.
           05  WS-SECTION-HITS              PIC 9(5)  VALUE 0.

           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(79) VALUE SPACES.

       01  WS-RPT-TITLE-LINE                PIC X(120) VALUE SPACES.

       01  WS-RPT-SUGGEST-LINE.
           05  WS-S-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(11) VALUE
               '  SUGGEST '.
           05  WS-S-SUGGEST                 PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  ON ORDER '.
           05  WS-S-ON-ORDER                PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  RESERVED '.
           05  WS-S-RESERVED                PIC ZZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.

       01  WS-RPT-HELD-LINE.
           05  WS-X-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(10) VALUE
               '  STATUS '.
           05  WS-X-STATUS                  PIC X(1).
           05  FILLER                       PIC X(11) VALUE
               '  ON ORDER '.
           05  WS-X-ON-ORDER                PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  RESERVED '.
           05  WS-X-RESERVED                PIC ZZZZZZZ9.
           05  FILLER                       PIC X(26) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-REORDER-POINTS
           PERFORM 1160-LOAD-OPEN-ORDERS
           PERFORM 1190-LOAD-RESERVATIONS
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMREORD: cannot open item master, '
           MOVE RP-TARGET-STOCK
               TO WS-POL-TARGET-STOCK(WS-POLICY-COUNT).

      *--------------------------------------------------------------
      * Unlike the policy file, no open-order file is a legitimate
      * state - nothing has been placed yet, or everything placed
      * has arrived - so its absence means nothing on order.
      *--------------------------------------------------------------
       1160-LOAD-OPEN-ORDERS.
           OPEN INPUT OPEN-ORDERS
           IF WS-OPEN-ORDERS-STATUS NOT = '00'
               DISPLAY 'ITMREORD: no open-order file, status '
                   WS-OPEN-ORDERS-STATUS ' - nothing counted on order'
           ELSE
               PERFORM UNTIL OPEN-ORDERS-EOF
                   READ OPEN-ORDERS
                       AT END
                           SET OPEN-ORDERS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1170-TAKE-OPEN-ORDER
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDERS
           END-IF.

       1170-TAKE-OPEN-ORDER.
           IF PO-STATUS-OPEN
                   AND PO-ORDER-QTY IS NUMERIC
                   AND PO-RECEIVED-QTY IS NUMERIC
                   AND PO-ORDER-QTY > PO-RECEIVED-QTY
               ADD 1 TO WS-OPEN-LINE-COUNT
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
               PERFORM 1180-ADD-TO-ON-ORDER
           END-IF.

       1180-ADD-TO-ON-ORDER.
           MOVE 'N' TO WS-ON-ORDER-FOUND
           IF WS-ON-ORDER-COUNT > 0
               SET WS-OO-IDX TO 1
               SEARCH WS-ON-ORDER-TABLE
                   WHEN WS-OO-ITEM-CODE(WS-OO-IDX) = PO-ITEM-CODE
                       AND WS-OO-ITEM-LOC(WS-OO-IDX) = PO-ITEM-LOC
                       SET ON-ORDER-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ON-ORDER-ENTRY-FOUND
               ADD WS-OUTSTANDING-QTY TO WS-OO-QTY(WS-OO-IDX)
           ELSE
               IF WS-ON-ORDER-COUNT >= WS-MAX-ON-ORDER
                   DISPLAY 'ITMREORD: more than ' WS-MAX-ON-ORDER
                       ' entries on order - run refused'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ON-ORDER-COUNT
               MOVE PO-ITEM-CODE
                   TO WS-OO-ITEM-CODE(WS-ON-ORDER-COUNT)
               MOVE PO-ITEM-LOC
                   TO WS-OO-ITEM-LOC(WS-ON-ORDER-COUNT)
               MOVE WS-OUTSTANDING-QTY
                   TO WS-OO-QTY(WS-ON-ORDER-COUNT)
           END-IF.

      *--------------------------------------------------------------
      * No reservation file is read as nothing reserved - the state
      * before the order desk's first posting - and said so on the
      * console, the way a missing open-order file is.
      *--------------------------------------------------------------
       1190-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATIONS
           IF WS-RESERVATIONS-STATUS NOT = '00'
               DISPLAY 'ITMREORD: no reservation file, status '
                   WS-RESERVATIONS-STATUS ' - nothing counted reserved'
           ELSE
               PERFORM UNTIL RESERVATIONS-EOF
                   READ RESERVATIONS
                       AT END
                           SET RESERVATIONS-EOF TO TRUE
                       NOT AT END
                           IF RS-RESERVED-QTY IS NUMERIC
                               ADD 1 TO WS-RESERVED-LINE-COUNT
                               PERFORM 1195-ADD-TO-RESERVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONS
           END-IF.

       1195-ADD-TO-RESERVED.
           MOVE 'N' TO WS-RESERVED-FOUND
           IF WS-RESERVED-COUNT > 0
               SET WS-RV-IDX TO 1
               SEARCH WS-RESERVED-TABLE
                   WHEN WS-RV-ITEM-CODE(WS-RV-IDX) = RS-ITEM-CODE
                       AND WS-RV-ITEM-LOC(WS-RV-IDX) = RS-ITEM-LOC
                       SET RESERVED-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF RESERVED-ENTRY-FOUND
               ADD RS-RESERVED-QTY TO WS-RV-QTY(WS-RV-IDX)
           ELSE
               IF WS-RESERVED-COUNT >= WS-MAX-RESERVED
                   DISPLAY 'ITMREORD: more than ' WS-MAX-RESERVED
                       ' entries reserved - run refused'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RESERVED-COUNT
               MOVE RS-ITEM-CODE
                   TO WS-RV-ITEM-CODE(WS-RESERVED-COUNT)
               MOVE RS-ITEM-LOC
                   TO WS-RV-ITEM-LOC(WS-RESERVED-COUNT)
               MOVE RS-RESERVED-QTY
                   TO WS-RV-QTY(WS-RESERVED-COUNT)
           END-IF.

       1200-PRINT-REPORT-HEADER.
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           IF NOT POLICY-RECORD-FOUND
               ADD 1 TO WS-NO-POLICY-COUNT
           ELSE
               PERFORM 2250-FIND-ON-ORDER
               PERFORM 2270-FIND-RESERVED
               COMPUTE WS-NET-ON-HAND-QTY =
                   SN-ITEM-QTY - WS-RESERVED-QTY
               COMPUTE WS-POSITION-QTY =
                   WS-NET-ON-HAND-QTY + WS-ON-ORDER-QTY
               IF WS-POSITION-QTY <=
                       WS-POL-REORDER-POINT(WS-POL-IDX)
                   IF SN-STATUS-ACTIVE
                       PERFORM 2300-WRITE-SUGGESTION
                   ELSE
                       PERFORM 2400-HOLD-BACK-ENTRY
                   END-IF
               ELSE
                   IF WS-NET-ON-HAND-QTY <=
                           WS-POL-REORDER-POINT(WS-POL-IDX)
                       ADD 1 TO WS-COVERED-COUNT
                   END-IF
               END-IF
           END-IF.

               END-SEARCH
           END-IF.

       2250-FIND-ON-ORDER.
           MOVE 0 TO WS-ON-ORDER-QTY
           IF WS-ON-ORDER-COUNT > 0
               SET WS-OO-IDX TO 1
               SEARCH WS-ON-ORDER-TABLE
                   WHEN WS-OO-ITEM-CODE(WS-OO-IDX) = SN-ITEM-CODE
                       AND WS-OO-ITEM-LOC(WS-OO-IDX) = SN-ITEM-LOC
                       MOVE WS-OO-QTY(WS-OO-IDX) TO WS-ON-ORDER-QTY
               END-SEARCH
           END-IF.

       2270-FIND-RESERVED.
           MOVE 0 TO WS-RESERVED-QTY
           IF WS-RESERVED-COUNT > 0
               SET WS-RV-IDX TO 1
               SEARCH WS-RESERVED-TABLE
                   WHEN WS-RV-ITEM-CODE(WS-RV-IDX) = SN-ITEM-CODE
                       AND WS-RV-ITEM-LOC(WS-RV-IDX) = SN-ITEM-LOC
                       MOVE WS-RV-QTY(WS-RV-IDX) TO WS-RESERVED-QTY
               END-SEARCH
           END-IF.

       2300-WRITE-SUGGESTION.
           ADD 1 TO WS-SUGGEST-COUNT
           COMPUTE WS-SUGGEST-QTY =
               WS-POL-TARGET-STOCK(WS-POL-IDX) - WS-POSITION-QTY
           MOVE SN-ITEM-CODE TO SU-ITEM-CODE
           MOVE SN-ITEM-LOC  TO SU-ITEM-LOC
           MOVE SN-ITEM-QTY  TO SU-ON-HAND-QTY
           MOVE WS-POL-TARGET-STOCK(WS-POL-IDX)
               TO SU-TARGET-STOCK
           MOVE WS-SUGGEST-QTY TO SU-SUGGEST-QTY
           MOVE WS-ON-ORDER-QTY TO SU-ON-ORDER-QTY
           WRITE SU-SUGGEST-REC
           MOVE SN-ITEM-CODE TO WS-S-ITEM-CODE
           MOVE SN-ITEM-LOC  TO WS-S-ITEM-LOC
           MOVE WS-POL-TARGET-STOCK(WS-POL-IDX)
               TO WS-S-TARGET
           MOVE WS-SUGGEST-QTY TO WS-S-SUGGEST
           MOVE WS-ON-ORDER-QTY TO WS-S-ON-ORDER
           MOVE WS-RESERVED-QTY TO WS-S-RESERVED
           WRITE SR-PRINT-LINE FROM WS-RPT-SUGGEST-LINE.

       2400-HOLD-BACK-ENTRY.
                   TO WS-HELD-ITEM-QTY(WS-HELD-COUNT)
               MOVE WS-POL-REORDER-POINT(WS-POL-IDX)
                   TO WS-HELD-REORDER-POINT(WS-HELD-COUNT)
               MOVE WS-ON-ORDER-QTY
                   TO WS-HELD-ON-ORDER(WS-HELD-COUNT)
               MOVE WS-RESERVED-QTY
                   TO WS-HELD-RESERVED(WS-HELD-COUNT)
               MOVE SN-ITEM-STATUS
                   TO WS-HELD-STATUS(WS-HELD-COUNT)
           END-IF.
                   TO WS-X-REORDER-POINT
               MOVE WS-HELD-STATUS(WS-HELD-INDEX)
                   TO WS-X-STATUS
               MOVE WS-HELD-ON-ORDER(WS-HELD-INDEX)
                   TO WS-X-ON-ORDER
               MOVE WS-HELD-RESERVED(WS-HELD-INDEX)
                   TO WS-X-RESERVED
               WRITE SR-PRINT-LINE FROM WS-RPT-HELD-LINE
           END-PERFORM
           IF WS-SECTION-HITS = 0
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NO-POLICY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'SHORT BUT COVERED BY ORDERS:  '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-COVERED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN ORDER LINES COUNTED:     '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-OPEN-LINE-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RESERVATION LINES COUNTED:    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RESERVED-LINE-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE ITEM-MASTER
           CLOSE SUGGEST-OUT
           CLOSE SHORT-RPT

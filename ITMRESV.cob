      *--------------------------------------------------------------
      * PROGRAM-ID : ITMRESV
      * Customer order reservation step.  SNAPOUT knows only what is
      * on the shelf; RESVFIL knows what of it is already promised:
      * one reservation per open customer order per code-plus-
      * location entry, with the quantity held for it.  The order
      * desk's day of activity (RESVIN) is posted here - 'R' holds
      * stock for a new order, 'S' releases what shipped (all of it,
      * or part of it on a partial shipment), 'X' releases a
      * cancelled order outright.  RESVFIL is rewritten in code,
      * location, order sequence, so the readers that total an
      * entry's reservations - ITMINQ's available-to-promise and
      * ITMREORD's reorder test - meet each entry's lines together.
      * Every posting and refusal is listed on RESVRPT.  Run with no
      * activity at all, the step still checks the whole file
      * against the master and lists on RESVEXC every entry whose
      * reservations exceed what it has on hand - orders customer
      * service has promised and the warehouse cannot fill.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMRESV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT RESV-ACTIVITY ASSIGN TO 'RESVIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT RESERVATIONS ASSIGN TO 'RESVFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.
           SELECT RESV-RPT ASSIGN TO 'RESVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-RPT-STATUS.
           SELECT EXCEPTION-RPT ASSIGN TO 'RESVEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

      *--------------------------------------------------------------
      * One line per order-desk event: what happened, the customer
      * order, the entry it draws on, the quantity, and the date.
      * The quantity on an 'S' is what shipped; zero or blank, or
      * all of it, releases the whole reservation.  It is ignored on
      * an 'X'.
      *--------------------------------------------------------------
       FD  RESV-ACTIVITY
           RECORDING MODE IS F.
       01  RI-ACTIVITY-REC.
           05  RI-ACTION                    PIC X(1).
               88  RI-RESERVE                         VALUE 'R'.
               88  RI-SHIPPED                         VALUE 'S'.
               88  RI-CANCELLED                       VALUE 'X'.
           05  RI-ORDER-NO                  PIC X(10).
           05  RI-ITEM-CODE                 PIC X(10).
           05  RI-ITEM-LOC                  PIC X(2).
           05  RI-QTY                       PIC 9(7).
           05  RI-ACTIVITY-DATE             PIC 9(8).

      *--------------------------------------------------------------
      * The reservation file: keyed code, location, customer order,
      * the quantity still held for that order, the date the hold
      * was first placed, and the date it last moved.
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

       FD  RESV-RPT
           RECORDING MODE IS F.
       01  RR-PRINT-LINE                    PIC X(100).

       FD  EXCEPTION-RPT
           RECORDING MODE IS F.
       01  RX-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-ACTIVITY-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RESERVATIONS-STATUS       PIC X(2)  VALUE '00'.
           05  WS-RESV-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-EXCEPTION-RPT-STATUS      PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-ACTIVITY              PIC X(1)  VALUE 'N'.
               88  RESV-ACTIVITY-EOF                  VALUE 'Y'.
           05  WS-EOF-RESERVATIONS          PIC X(1)  VALUE 'N'.
               88  RESERVATIONS-EOF                   VALUE 'Y'.
           05  WS-ACTIVITY-PRESENT          PIC X(1)  VALUE 'N'.
               88  ACTIVITY-ON-HAND                   VALUE 'Y'.
           05  WS-RESV-FOUND                PIC X(1)  VALUE 'N'.
               88  RESERVATION-FOUND                  VALUE 'Y'.

      *--------------------------------------------------------------
      * The reservation file held for the run in key sequence.  A
      * new reservation is slotted in at its place in that sequence;
      * a released one is only marked, and drops off at the rewrite.
      *--------------------------------------------------------------
       01  WS-RESV-AREA.
           05  WS-MAX-RESV                  PIC 9(5)  VALUE 05000.
           05  WS-RESV-COUNT                PIC 9(5)  VALUE 0.
           05  WS-RESV-INDEX                PIC 9(5)  VALUE 0.
           05  WS-SHIFT-INDEX               PIC 9(5)  VALUE 0.
           05  WS-RESV-TABLE OCCURS 5000 TIMES.
               10  WS-RSV-KEY.
                   15  WS-RSV-ITEM-CODE     PIC X(10).
                   15  WS-RSV-ITEM-LOC      PIC X(2).
                   15  WS-RSV-ORDER-NO      PIC X(10).
               10  WS-RSV-QTY               PIC 9(7).
               10  WS-RSV-RESERVE-DATE      PIC 9(8).
               10  WS-RSV-LAST-DATE         PIC 9(8).
               10  WS-RSV-STATE             PIC X(1).
                   88  WS-RSV-OPEN                    VALUE 'O'.
                   88  WS-RSV-RELEASED                VALUE 'R'.

       01  WS-RESV-CONTROLS.
           05  WS-ACTIVITY-KEY.
               10  WS-ACT-ITEM-CODE         PIC X(10).
               10  WS-ACT-ITEM-LOC          PIC X(2).
               10  WS-ACT-ORDER-NO          PIC X(10).
           05  WS-PRIOR-KEY                 PIC X(22) VALUE LOW-VALUES.
           05  WS-RESV-DISPOSITION          PIC X(26) VALUE SPACES.
           05  WS-HELD-NOW-QTY              PIC 9(7)  VALUE 0.

      *--------------------------------------------------------------
      * Totals for one entry while the exception check walks the
      * table - its lines sit together, so a change of code or
      * location closes the entry.
      *--------------------------------------------------------------
       01  WS-ENTRY-CONTROLS.
           05  WS-ENTRY-CODE                PIC X(10) VALUE SPACES.
           05  WS-ENTRY-LOC                 PIC X(2)  VALUE SPACES.
           05  WS-ENTRY-RESERVED            PIC 9(8)  VALUE 0.
           05  WS-ENTRY-ORDERS              PIC 9(5)  VALUE 0.
           05  WS-ENTRY-SHORT-QTY           PIC 9(8)  VALUE 0.

       01  WS-RESV-COUNTS.
           05  WS-ACTIVITY-READ-COUNT       PIC 9(5)  VALUE 0.
           05  WS-RESERVED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-RELEASED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-REDUCED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-REFUSED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-RESV-KEPT-COUNT           PIC 9(5)  VALUE 0.
           05  WS-ENTRY-COUNT               PIC 9(5)  VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(5)  VALUE 0.

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

       01  WS-RPT-ACTIVITY-LINE.
           05  WS-V-ACTION                  PIC X(1).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-V-ORDER-NO                PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-V-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-V-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-V-QTY                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  HELD NOW '.
           05  WS-V-HELD-NOW                PIC ZZZZZZ9.
           05  FILLER                       PIC X(3)  VALUE ' - '.
           05  WS-V-DISPOSITION             PIC X(26).
           05  FILLER                       PIC X(12) VALUE SPACES.

       01  WS-RPT-EXCEPTION-LINE.
           05  WS-E-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-E-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(9)  VALUE
               '  STATUS '.
           05  WS-E-STATUS                  PIC X(1).
           05  FILLER                       PIC X(10) VALUE
               '  ON HAND '.
           05  WS-E-ON-HAND                 PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  RESERVED '.
           05  WS-E-RESERVED                PIC ZZZZZZZ9.
           05  FILLER                       PIC X(10) VALUE
               '  SHORT   '.
           05  WS-E-SHORT                   PIC ZZZZZZZ9.
           05  FILLER                       PIC X(9)  VALUE
               '  ORDERS '.
           05  WS-E-ORDERS                  PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-E-NOTE                    PIC X(7).

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZ9.
           05  FILLER                       PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF ACTIVITY-ON-HAND
               PERFORM 2000-POST-ACTIVITY
           END-IF
           PERFORM 3000-REWRITE-RESERVATIONS
           PERFORM 4000-PRINT-EXCEPTIONS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-RESERVATIONS
           OPEN INPUT RESV-ACTIVITY
           IF WS-ACTIVITY-STATUS = '00'
               SET ACTIVITY-ON-HAND TO TRUE
           ELSE
               DISPLAY 'ITMRESV: no reservation activity on hand, '
                   'status ' WS-ACTIVITY-STATUS
                   ' - exception report only'
           END-IF
           OPEN INPUT MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               DISPLAY 'ITMRESV: cannot open item master, '
                   'status ' WS-MASTER-KEY-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESV-RPT
           IF WS-RESV-RPT-STATUS NOT = '00'
               DISPLAY 'ITMRESV: cannot open reservation report, '
                   'status ' WS-RESV-RPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-RPT
           IF WS-EXCEPTION-RPT-STATUS NOT = '00'
               DISPLAY 'ITMRESV: cannot open exception report, '
                   'status ' WS-EXCEPTION-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE 'RESERVATION POSTING       ' TO WS-H-TITLE
           WRITE RR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE.

      *--------------------------------------------------------------
      * A missing reservation file is an operational error, not an
      * empty book: starting over from nothing would quietly free
      * every unit promised to every open order.  A file out of key
      * sequence stops the run too - the totals the readers take
      * depend on each entry's lines sitting together.
      *--------------------------------------------------------------
       1100-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATIONS
           IF WS-RESERVATIONS-STATUS NOT = '00'
               DISPLAY 'ITMRESV: cannot open reservation file, '
                   'status ' WS-RESERVATIONS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL RESERVATIONS-EOF
               READ RESERVATIONS
                   AT END
                       SET RESERVATIONS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-RESERVATION
               END-READ
           END-PERFORM
           CLOSE RESERVATIONS.

       1150-TAKE-RESERVATION.
           IF RS-RESV-KEY NOT > WS-PRIOR-KEY
               DISPLAY 'ITMRESV: reservation file out of sequence at '
                   RS-ITEM-CODE ' ' RS-ITEM-LOC ' ' RS-ORDER-NO
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RS-RESERVED-QTY IS NOT NUMERIC
               DISPLAY 'ITMRESV: bad reserved quantity for '
                   RS-ITEM-CODE ' ' RS-ITEM-LOC ' ' RS-ORDER-NO
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESV-COUNT >= WS-MAX-RESV
               DISPLAY 'ITMRESV: more than ' WS-MAX-RESV
                   ' reservations - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RS-RESV-KEY TO WS-PRIOR-KEY
           ADD 1 TO WS-RESV-COUNT
           MOVE RS-RESV-KEY     TO WS-RSV-KEY(WS-RESV-COUNT)
           MOVE RS-RESERVED-QTY TO WS-RSV-QTY(WS-RESV-COUNT)
           MOVE RS-RESERVE-DATE TO WS-RSV-RESERVE-DATE(WS-RESV-COUNT)
           MOVE RS-LAST-ACTIVITY-DATE
               TO WS-RSV-LAST-DATE(WS-RESV-COUNT)
           MOVE 'O' TO WS-RSV-STATE(WS-RESV-COUNT).

       2000-POST-ACTIVITY.
           PERFORM UNTIL RESV-ACTIVITY-EOF
               READ RESV-ACTIVITY
                   AT END
                       SET RESV-ACTIVITY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACTIVITY-READ-COUNT
                       PERFORM 2100-POST-ONE-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE RESV-ACTIVITY
           IF WS-ACTIVITY-READ-COUNT = 0
               MOVE '  (NO ACTIVITY)' TO RR-PRINT-LINE
               WRITE RR-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------
      * A line that names no order or entry, or an action this step
      * does not know, is refused and reported - it never moves a
      * reservation by guesswork.
      *--------------------------------------------------------------
       2100-POST-ONE-ACTIVITY.
           MOVE SPACES TO WS-RESV-DISPOSITION
           MOVE 0 TO WS-HELD-NOW-QTY
           MOVE RI-ITEM-CODE TO WS-ACT-ITEM-CODE
           MOVE RI-ITEM-LOC  TO WS-ACT-ITEM-LOC
           MOVE RI-ORDER-NO  TO WS-ACT-ORDER-NO
           PERFORM 2200-FIND-RESERVATION
           EVALUATE TRUE
               WHEN RI-ITEM-CODE = SPACES
                       OR RI-ITEM-LOC = SPACES
                       OR RI-ORDER-NO = SPACES
                   MOVE 'REFUSED - MISSING KEY'
                       TO WS-RESV-DISPOSITION
               WHEN RI-RESERVE
                   PERFORM 2300-PLACE-RESERVATION
               WHEN RI-SHIPPED OR RI-CANCELLED
                   PERFORM 2500-RELEASE-RESERVATION
               WHEN OTHER
                   MOVE 'REFUSED - BAD ACTION'
                       TO WS-RESV-DISPOSITION
           END-EVALUATE
           IF WS-RESV-DISPOSITION(1:4) = 'REFU'
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM 2700-WRITE-ACTIVITY-LINE.

      *--------------------------------------------------------------
      * Leaves WS-RESV-INDEX on the order's line when there is one,
      * otherwise on the first line past where it would sit - the
      * slot a new reservation is inserted at.
      *--------------------------------------------------------------
       2200-FIND-RESERVATION.
           MOVE 'N' TO WS-RESV-FOUND
           PERFORM VARYING WS-RESV-INDEX FROM 1 BY 1
                   UNTIL WS-RESV-INDEX > WS-RESV-COUNT
                   OR WS-RSV-KEY(WS-RESV-INDEX) NOT < WS-ACTIVITY-KEY
               CONTINUE
           END-PERFORM
           IF WS-RESV-INDEX <= WS-RESV-COUNT
               IF WS-RSV-KEY(WS-RESV-INDEX) = WS-ACTIVITY-KEY
                   SET RESERVATION-FOUND TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * Stock is held only against an active entry the master
      * carries: a hold or cancelled code is not something to
      * promise.  A second 'R' for an order already holding stock on
      * the entry is refused rather than silently doubled or
      * replaced - the desk releases and re-reserves to change it.
      * Reserving more than is on hand is allowed; it is exactly
      * what RESVEXC exists to surface.
      *--------------------------------------------------------------
       2300-PLACE-RESERVATION.
           MOVE RI-ITEM-CODE TO MK-ITEM-CODE
           MOVE RI-ITEM-LOC  TO MK-ITEM-LOC
           READ MASTER-BY-KEY
           EVALUATE TRUE
               WHEN RI-QTY IS NOT NUMERIC OR RI-QTY = 0
                   MOVE 'REFUSED - BAD QUANTITY'
                       TO WS-RESV-DISPOSITION
               WHEN RESERVATION-FOUND
                       AND WS-RSV-OPEN(WS-RESV-INDEX)
                   MOVE 'REFUSED - ALREADY RESERVED'
                       TO WS-RESV-DISPOSITION
                   MOVE WS-RSV-QTY(WS-RESV-INDEX) TO WS-HELD-NOW-QTY
               WHEN WS-MASTER-KEY-STATUS NOT = '00'
                   MOVE 'REFUSED - NOT ON MASTER'
                       TO WS-RESV-DISPOSITION
               WHEN NOT MK-STATUS-ACTIVE
                   MOVE 'REFUSED - ENTRY NOT ACTIVE'
                       TO WS-RESV-DISPOSITION
               WHEN RESERVATION-FOUND
                   PERFORM 2350-REOPEN-RESERVATION
               WHEN WS-RESV-COUNT >= WS-MAX-RESV
                   MOVE 'REFUSED - TABLE FULL'
                       TO WS-RESV-DISPOSITION
               WHEN OTHER
                   PERFORM 2400-INSERT-RESERVATION
           END-EVALUATE.

      *--------------------------------------------------------------
      * An order released earlier in this same run and reserved
      * again reuses its slot.
      *--------------------------------------------------------------
       2350-REOPEN-RESERVATION.
           ADD 1 TO WS-RESERVED-COUNT
           MOVE 'O'              TO WS-RSV-STATE(WS-RESV-INDEX)
           MOVE RI-QTY           TO WS-RSV-QTY(WS-RESV-INDEX)
           MOVE RI-ACTIVITY-DATE TO WS-RSV-RESERVE-DATE(WS-RESV-INDEX)
           MOVE RI-ACTIVITY-DATE TO WS-RSV-LAST-DATE(WS-RESV-INDEX)
           MOVE RI-QTY           TO WS-HELD-NOW-QTY
           MOVE 'RESERVED' TO WS-RESV-DISPOSITION.

       2400-INSERT-RESERVATION.
           ADD 1 TO WS-RESERVED-COUNT
           PERFORM VARYING WS-SHIFT-INDEX FROM WS-RESV-COUNT BY -1
                   UNTIL WS-SHIFT-INDEX < WS-RESV-INDEX
               MOVE WS-RESV-TABLE(WS-SHIFT-INDEX)
                   TO WS-RESV-TABLE(WS-SHIFT-INDEX + 1)
           END-PERFORM
           ADD 1 TO WS-RESV-COUNT
           MOVE WS-ACTIVITY-KEY  TO WS-RSV-KEY(WS-RESV-INDEX)
           MOVE RI-QTY           TO WS-RSV-QTY(WS-RESV-INDEX)
           MOVE RI-ACTIVITY-DATE TO WS-RSV-RESERVE-DATE(WS-RESV-INDEX)
           MOVE RI-ACTIVITY-DATE TO WS-RSV-LAST-DATE(WS-RESV-INDEX)
           MOVE 'O'              TO WS-RSV-STATE(WS-RESV-INDEX)
           MOVE RI-QTY           TO WS-HELD-NOW-QTY
           MOVE 'RESERVED' TO WS-RESV-DISPOSITION.

      *--------------------------------------------------------------
      * A shipment short of the reserved quantity leaves the rest
      * held for the order's next shipment; anything else - the
      * full quantity, more, or no quantity given - and every
      * cancellation releases the whole reservation.
      *--------------------------------------------------------------
       2500-RELEASE-RESERVATION.
           EVALUATE TRUE
               WHEN NOT RESERVATION-FOUND
                   MOVE 'REFUSED - NO RESERVATION'
                       TO WS-RESV-DISPOSITION
               WHEN WS-RSV-RELEASED(WS-RESV-INDEX)
                   MOVE 'REFUSED - NO RESERVATION'
                       TO WS-RESV-DISPOSITION
               WHEN RI-SHIPPED
                       AND RI-QTY IS NUMERIC
                       AND RI-QTY > 0
                       AND RI-QTY < WS-RSV-QTY(WS-RESV-INDEX)
                   ADD 1 TO WS-REDUCED-COUNT
                   SUBTRACT RI-QTY FROM WS-RSV-QTY(WS-RESV-INDEX)
                   MOVE RI-ACTIVITY-DATE
                       TO WS-RSV-LAST-DATE(WS-RESV-INDEX)
                   MOVE WS-RSV-QTY(WS-RESV-INDEX) TO WS-HELD-NOW-QTY
                   MOVE 'PARTIAL SHIP - REST HELD'
                       TO WS-RESV-DISPOSITION
               WHEN RI-SHIPPED
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'R' TO WS-RSV-STATE(WS-RESV-INDEX)
                   MOVE 'RELEASED - SHIPPED'
                       TO WS-RESV-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'R' TO WS-RSV-STATE(WS-RESV-INDEX)
                   MOVE 'RELEASED - CANCELLED'
                       TO WS-RESV-DISPOSITION
           END-EVALUATE.

       2700-WRITE-ACTIVITY-LINE.
           MOVE RI-ACTION    TO WS-V-ACTION
           MOVE RI-ORDER-NO  TO WS-V-ORDER-NO
           MOVE RI-ITEM-CODE TO WS-V-ITEM-CODE
           MOVE RI-ITEM-LOC  TO WS-V-ITEM-LOC
           IF RI-QTY IS NUMERIC
               MOVE RI-QTY TO WS-V-QTY
           ELSE
               MOVE 0 TO WS-V-QTY
           END-IF
           MOVE WS-HELD-NOW-QTY     TO WS-V-HELD-NOW
           MOVE WS-RESV-DISPOSITION TO WS-V-DISPOSITION
           WRITE RR-PRINT-LINE FROM WS-RPT-ACTIVITY-LINE.

      *--------------------------------------------------------------
      * Released reservations drop off; every open one goes back on
      * file in key sequence.
      *--------------------------------------------------------------
       3000-REWRITE-RESERVATIONS.
           OPEN OUTPUT RESERVATIONS
           IF WS-RESERVATIONS-STATUS NOT = '00'
               DISPLAY 'ITMRESV: cannot rewrite reservation file, '
                   'status ' WS-RESERVATIONS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RESV-INDEX FROM 1 BY 1
                   UNTIL WS-RESV-INDEX > WS-RESV-COUNT
               IF WS-RSV-OPEN(WS-RESV-INDEX)
                   ADD 1 TO WS-RESV-KEPT-COUNT
                   MOVE SPACES TO RS-RESERVATION-REC
                   MOVE WS-RSV-KEY(WS-RESV-INDEX) TO RS-RESV-KEY
                   MOVE WS-RSV-QTY(WS-RESV-INDEX) TO RS-RESERVED-QTY
                   MOVE WS-RSV-RESERVE-DATE(WS-RESV-INDEX)
                       TO RS-RESERVE-DATE
                   MOVE WS-RSV-LAST-DATE(WS-RESV-INDEX)
                       TO RS-LAST-ACTIVITY-DATE
                   WRITE RS-RESERVATION-REC
               END-IF
           END-PERFORM
           CLOSE RESERVATIONS.

      *--------------------------------------------------------------
      * One pass over the open reservations in key order, totalling
      * each entry's lines and holding the total against the
      * entry's on-hand quantity on the master.  An entry the master
      * no longer carries has nothing on hand at all.
      *--------------------------------------------------------------
       4000-PRINT-EXCEPTIONS.
           MOVE 'RESERVED OVER ON HAND     ' TO WS-H-TITLE
           WRITE RX-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO RX-PRINT-LINE
           WRITE RX-PRINT-LINE
           MOVE SPACES TO WS-ENTRY-CODE
           MOVE SPACES TO WS-ENTRY-LOC
           MOVE 0 TO WS-ENTRY-ORDERS
           PERFORM VARYING WS-RESV-INDEX FROM 1 BY 1
                   UNTIL WS-RESV-INDEX > WS-RESV-COUNT
               IF WS-RSV-OPEN(WS-RESV-INDEX)
                   IF WS-RSV-ITEM-CODE(WS-RESV-INDEX)
                           NOT = WS-ENTRY-CODE
                           OR WS-RSV-ITEM-LOC(WS-RESV-INDEX)
                               NOT = WS-ENTRY-LOC
                       IF WS-ENTRY-ORDERS > 0
                           PERFORM 4100-CHECK-ONE-ENTRY
                       END-IF
                       MOVE WS-RSV-ITEM-CODE(WS-RESV-INDEX)
                           TO WS-ENTRY-CODE
                       MOVE WS-RSV-ITEM-LOC(WS-RESV-INDEX)
                           TO WS-ENTRY-LOC
                       MOVE 0 TO WS-ENTRY-RESERVED
                       MOVE 0 TO WS-ENTRY-ORDERS
                   END-IF
                   ADD WS-RSV-QTY(WS-RESV-INDEX) TO WS-ENTRY-RESERVED
                   ADD 1 TO WS-ENTRY-ORDERS
               END-IF
           END-PERFORM
           IF WS-ENTRY-ORDERS > 0
               PERFORM 4100-CHECK-ONE-ENTRY
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               MOVE '  (NONE)' TO RX-PRINT-LINE
               WRITE RX-PRINT-LINE
           END-IF
           MOVE SPACES TO RX-PRINT-LINE
           WRITE RX-PRINT-LINE
           MOVE 'ENTRIES WITH RESERVATIONS:    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RX-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RESERVED OVER ON HAND:        '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RX-PRINT-LINE FROM WS-RPT-COUNT-LINE.

       4100-CHECK-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-CODE TO MK-ITEM-CODE
           MOVE WS-ENTRY-LOC  TO MK-ITEM-LOC
           READ MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               MOVE 0 TO MK-ITEM-QTY
               MOVE SPACE TO MK-ITEM-STATUS
               MOVE 'NO ITEM' TO WS-E-NOTE
           ELSE
               MOVE SPACES TO WS-E-NOTE
           END-IF
           IF WS-ENTRY-RESERVED > MK-ITEM-QTY
               ADD 1 TO WS-EXCEPTION-COUNT
               COMPUTE WS-ENTRY-SHORT-QTY =
                   WS-ENTRY-RESERVED - MK-ITEM-QTY
               MOVE WS-ENTRY-CODE      TO WS-E-ITEM-CODE
               MOVE WS-ENTRY-LOC       TO WS-E-ITEM-LOC
               MOVE MK-ITEM-STATUS     TO WS-E-STATUS
               MOVE MK-ITEM-QTY        TO WS-E-ON-HAND
               MOVE WS-ENTRY-RESERVED  TO WS-E-RESERVED
               MOVE WS-ENTRY-SHORT-QTY TO WS-E-SHORT
               MOVE WS-ENTRY-ORDERS    TO WS-E-ORDERS
               WRITE RX-PRINT-LINE FROM WS-RPT-EXCEPTION-LINE
           END-IF.

      *--------------------------------------------------------------
      * 0004 marks a run that left something for a person: refused
      * activity, or entries promised beyond their stock.
      *--------------------------------------------------------------
       9000-TERMINATION.
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE 'ACTIVITY READ:                '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ACTIVITY-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RESERVATIONS PLACED:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RESERVED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RESERVATIONS RELEASED:        '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'REDUCED BY PARTIAL SHIPMENT:  '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REDUCED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ACTIVITY REFUSED:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RESERVATIONS ON FILE:         '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RESV-KEPT-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE MASTER-BY-KEY
           CLOSE RESV-RPT
           CLOSE EXCEPTION-RPT
           DISPLAY 'ITMRESV: ' WS-ACTIVITY-READ-COUNT
               ' activity read, ' WS-RESERVED-COUNT ' reserved, '
               WS-RELEASED-COUNT ' released, ' WS-EXCEPTION-COUNT
               ' entr(ies) over on hand - see RESVRPT and RESVEXC'
           IF WS-REFUSED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               MOVE 0004 TO RETURN-CODE
           END-IF.

      * and cuts approved adjustments as 'C' transactions on TRANFIL
      * for ITMLOAD's delta mode, so the book is corrected through
      * the normal audited path - never by hand at the ITMINQ
      * screen.  A transfer still open on XFROPEN is already on the
      * receiving location's book but not yet on its floor, so its
      * quantity is added to that location's count before the
      * variance is taken - stock on the road is neither written
      * off by the count nor counted twice once it lands.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMCYCLE.
           SELECT TRAN-OUT ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT XFR-OPEN ASSIGN TO 'XFROPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-OPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * action code ahead of a full item image.  Built here from the
      * master record with only the quantity replaced, so the
      * adjustment rides through the register and audit trail like
      * any other change.  The 'CY' class tag has the ledger extract
      * book it as a count adjustment.
      *--------------------------------------------------------------
       FD  TRAN-OUT
           RECORDING MODE IS F.
           05  TX-ITEM.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==TX==
                                       ==05==         BY ==10==.
           05  TX-MOVE-CLASS                PIC X(2).

      *--------------------------------------------------------------
      * Transfers shipped and not yet confirmed received, as
      * ITMLOAD appends them and ITMXFER clears them.
      *--------------------------------------------------------------
       FD  XFR-OPEN
           RECORDING MODE IS F.
       01  XO-TRANSIT-REC.
           05  XO-XFR-REF                   PIC X(8).
           05  XO-ITEM-CODE                 PIC X(10).
           05  XO-FROM-LOC                  PIC X(2).
           05  XO-TO-LOC                    PIC X(2).
           05  XO-XFR-QTY                   PIC 9(7).
           05  XO-SHIP-DATE                 PIC 9(8).
           05  XO-JOB-ID                    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-COUNT-IN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-VARIANCE-RPT-STATUS       PIC X(2)  VALUE '00'.
           05  WS-TRAN-OUT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-XFR-OPEN-STATUS           PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  CYCLE-SCHED-EOF                    VALUE 'Y'.
           05  WS-EOF-COUNT-IN              PIC X(1)  VALUE 'N'.
               88  COUNT-IN-EOF                       VALUE 'Y'.
           05  WS-EOF-XFR-OPEN              PIC X(1)  VALUE 'N'.
               88  XFR-OPEN-EOF                       VALUE 'Y'.

       01  WS-JOB-CONTROLS.
           05  WS-RUN-MODE                  PIC X(1)  VALUE ' '.
               10  WS-SCH-LOC               PIC X(2).
               10  WS-SCH-LAST-DATE         PIC 9(8).

      *--------------------------------------------------------------
      * The open transfers for a posting run, one slot per shipment:
      * what each receiving location is owed off the road.
      *--------------------------------------------------------------
       01  WS-TRANSIT-AREA.
           05  WS-MAX-TRANSIT               PIC 9(5)  VALUE 05000.
           05  WS-TRANSIT-COUNT             PIC 9(5)  VALUE 0.
           05  WS-TRANSIT-INDEX             PIC 9(5)  VALUE 0.
           05  WS-TRANSIT-TABLE OCCURS 5000 TIMES.
               10  WS-TRN-ITEM-CODE         PIC X(10).
               10  WS-TRN-TO-LOC            PIC X(2).
               10  WS-TRN-XFR-QTY           PIC 9(7).

       01  WS-POST-CONTROLS.
           05  WS-COUNT-READ                PIC 9(5)  VALUE 0.
           05  WS-COUNT-MATCHED             PIC 9(5)  VALUE 0.
           05  WS-POSTED-COUNT              PIC 9(5)  VALUE 0.
           05  WS-HELD-COUNT                PIC 9(5)  VALUE 0.
           05  WS-QTY-VARIANCE              PIC S9(7) VALUE 0.
           05  WS-TRANSIT-QTY               PIC 9(7)  VALUE 0.
           05  WS-COUNTED-TOTAL             PIC 9(7)  VALUE 0.
           05  WS-SHEET-LINE-COUNT          PIC 9(5)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  FILLER                       PIC X(10) VALUE
               '  COUNTED '.
           05  WS-R-COUNTED-QTY             PIC ZZZZZZ9.
           05  FILLER                       PIC X(10) VALUE
               '  TRANSIT '.
           05  WS-R-TRANSIT-QTY             PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  VARIANCE '.
           05  WS-R-VARIANCE                PIC -(6)9.
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-R-DISPOSITION             PIC X(12).
           05  FILLER                       PIC X(6)  VALUE SPACES.

       01  WS-VAR-MISS-LINE.
           05  WS-M-ITEM-CODE               PIC X(10).
      * unapproved variances are reported and held, never posted.
      *--------------------------------------------------------------
       3000-POST-COUNTS.
           PERFORM 3050-LOAD-OPEN-TRANSFERS
           OPEN INPUT COUNT-IN
           IF WS-COUNT-IN-STATUS NOT = '00'
               DISPLAY 'ITMCYCLE: cannot open counted file, '
           CLOSE VARIANCE-RPT
           CLOSE TRAN-OUT.

      *--------------------------------------------------------------
      * No in-transit file means no delta run has posted a transfer
      * yet - nothing on the road, not an error.
      *--------------------------------------------------------------
       3050-LOAD-OPEN-TRANSFERS.
           OPEN INPUT XFR-OPEN
           IF WS-XFR-OPEN-STATUS = '00'
               PERFORM UNTIL XFR-OPEN-EOF
                   READ XFR-OPEN
                       AT END
                           SET XFR-OPEN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3060-TAKE-OPEN-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE XFR-OPEN
           END-IF.

       3060-TAKE-OPEN-TRANSFER.
           IF WS-TRANSIT-COUNT >= WS-MAX-TRANSIT
               DISPLAY 'ITMCYCLE: more than ' WS-MAX-TRANSIT
                   ' transfers in transit - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRANSIT-COUNT
           MOVE XO-ITEM-CODE TO WS-TRN-ITEM-CODE(WS-TRANSIT-COUNT)
           MOVE XO-TO-LOC    TO WS-TRN-TO-LOC(WS-TRANSIT-COUNT)
           MOVE XO-XFR-QTY   TO WS-TRN-XFR-QTY(WS-TRANSIT-COUNT).

      *--------------------------------------------------------------
      * An unreadable count and a key the master does not carry are
      * different failures and say so on the report - the floor
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * Everything still on the road to the counted location for
      * the counted code, however many shipments it came in.
      *--------------------------------------------------------------
       3150-FIND-IN-TRANSIT.
           MOVE 0 TO WS-TRANSIT-QTY
           PERFORM VARYING WS-TRANSIT-INDEX FROM 1 BY 1
                   UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               IF WS-TRN-ITEM-CODE(WS-TRANSIT-INDEX) = CI-ITEM-CODE
                       AND WS-TRN-TO-LOC(WS-TRANSIT-INDEX)
                           = CI-ITEM-LOC
                   ADD WS-TRN-XFR-QTY(WS-TRANSIT-INDEX)
                       TO WS-TRANSIT-QTY
               END-IF
           END-PERFORM.

       3200-REPORT-VARIANCE.
           PERFORM 3150-FIND-IN-TRANSIT
           COMPUTE WS-COUNTED-TOTAL = CI-COUNTED-QTY + WS-TRANSIT-QTY
           COMPUTE WS-QTY-VARIANCE = WS-COUNTED-TOTAL - MK-ITEM-QTY
           MOVE CI-ITEM-CODE   TO WS-R-ITEM-CODE
           MOVE CI-ITEM-LOC    TO WS-R-ITEM-LOC
           MOVE MK-ITEM-QTY    TO WS-R-BOOK-QTY
           MOVE CI-COUNTED-QTY TO WS-R-COUNTED-QTY
           MOVE WS-TRANSIT-QTY TO WS-R-TRANSIT-QTY
           MOVE WS-QTY-VARIANCE TO WS-R-VARIANCE
           EVALUATE TRUE
               WHEN WS-QTY-VARIANCE = 0

      *--------------------------------------------------------------
      * The adjustment is the master record with only the quantity
      * replaced by the count plus anything still in transit to the
      * entry, so the delta run's field edits see a complete, honest
      * image and the audit trail carries the whole entry as
      * adjusted.
      *--------------------------------------------------------------
       3300-WRITE-ADJUSTMENT.
           ADD 1 TO WS-POSTED-COUNT
           MOVE 'C' TO TX-ACTION
           MOVE MK-ITEM-CODE     TO TX-ITEM-CODE
           MOVE MK-ITEM-DESC     TO TX-ITEM-DESC
           MOVE WS-COUNTED-TOTAL TO TX-ITEM-QTY
           MOVE MK-ITEM-STATUS   TO TX-ITEM-STATUS
           MOVE MK-ITEM-LOC      TO TX-ITEM-LOC
           MOVE MK-ITEM-BIN      TO TX-ITEM-BIN
           MOVE MK-ITEM-SUPPLIER TO TX-ITEM-SUPPLIER
           MOVE MK-ITEM-COST     TO TX-ITEM-COST
           MOVE 'CY'             TO TX-MOVE-CLASS
           WRITE TX-TRAN-REC.

       3500-PRINT-POST-SUMMARY.

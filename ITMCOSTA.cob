      *--------------------------------------------------------------
      * PROGRAM-ID : ITMCOSTA
      * Posts the buyers' decisions on the unit-cost approval queue.
      * ITMEDIT holds a supplier's cost that moved beyond tolerance
      * against the master: the detail loads at the prior cost and
      * the change waits on COSTQUE.  The buyer marks each queued
      * change 'A' (approve) or 'R' (reject) and signs it with their
      * id, the way count records come back on CNTIN.  This run
      * re-reads each approved change's entry by key and, only if
      * the master still carries the cost the change was measured
      * against, cuts it as a 'C' transaction for ITMLOAD's delta
      * mode and appends it to the entry's cost history (COSTHIST).
      * A rejected change is dropped and the prior cost simply stays
      * in effect.  Every line read is listed with its outcome on
      * COSTPOST, and COSTQUE is rewritten with only the changes
      * still awaiting a decision.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMCOSTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-QUEUE ASSIGN TO 'COSTQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-QUEUE-STATUS.
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT COST-HISTORY ASSIGN TO 'COSTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-HISTORY-STATUS.
           SELECT POST-RPT ASSIGN TO 'COSTPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-RPT-STATUS.
           SELECT TRAN-OUT ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------
      * The queue line as ITMEDIT writes it, with the buyer's
      * decision byte and id filled in.
      *--------------------------------------------------------------
       FD  COST-QUEUE
           RECORDING MODE IS F.
       01  CQ-QUEUE-REC.
           05  CQ-QUEUE-DATE                PIC 9(8).
           05  CQ-ITEM-CODE                 PIC X(10).
           05  CQ-ITEM-LOC                  PIC X(2).
           05  CQ-SUPPLIER                  PIC X(8).
           05  CQ-OLD-COST                  PIC 9(5)V99.
           05  CQ-NEW-COST                  PIC 9(5)V99.
           05  CQ-ITEM-QTY                  PIC 9(7).
           05  CQ-DECISION                  PIC X(1).
               88  CQ-CHANGE-APPROVED                 VALUE 'A'.
               88  CQ-CHANGE-REJECTED                 VALUE 'R'.
           05  CQ-BUYER-ID                  PIC X(8).

       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

      *--------------------------------------------------------------
      * One record per approved change posted, appended run after
      * run: the date posted, the date it was queued, the entry, the
      * supplier who sent it, the cost it replaced and the cost
      * approved, the quantity it revalued, and the approving buyer.
      * Read by code and location it is the entry's cost history.
      *--------------------------------------------------------------
       FD  COST-HISTORY
           RECORDING MODE IS F.
       01  CH-HISTORY-REC.
           05  CH-POSTED-DATE               PIC 9(8).
           05  CH-QUEUE-DATE                PIC 9(8).
           05  CH-ITEM-CODE                 PIC X(10).
           05  CH-ITEM-LOC                  PIC X(2).
           05  CH-SUPPLIER                  PIC X(8).
           05  CH-OLD-COST                  PIC 9(5)V99.
           05  CH-NEW-COST                  PIC 9(5)V99.
           05  CH-ITEM-QTY                  PIC 9(7).
           05  CH-BUYER-ID                  PIC X(8).

       FD  POST-RPT
           RECORDING MODE IS F.
       01  PR-PRINT-LINE                    PIC X(120).

      *--------------------------------------------------------------
      * The same transaction record ITMLOAD's delta mode consumes.
      * An approved change is the master record with only the cost
      * replaced.  The class is left blank: the ledger extract books
      * a cost change as a revaluation whatever cut it.
      *--------------------------------------------------------------
       FD  TRAN-OUT
           RECORDING MODE IS F.
       01  TX-TRAN-REC.
           05  TX-ACTION                    PIC X(1).
           05  TX-ITEM.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==TX==
                                       ==05==         BY ==10==.
           05  TX-MOVE-CLASS                PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-COST-QUEUE-STATUS         PIC X(2)  VALUE '00'.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-COST-HISTORY-STATUS       PIC X(2)  VALUE '00'.
           05  WS-POST-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-TRAN-OUT-STATUS           PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-COST-QUEUE            PIC X(1)  VALUE 'N'.
               88  COST-QUEUE-EOF                     VALUE 'Y'.
           05  WS-LATER-APPROVAL            PIC X(1)  VALUE 'N'.
               88  LATER-APPROVAL-FOUND               VALUE 'Y'.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).

       01  WS-POST-COUNTS.
           05  WS-QUEUE-READ-COUNT          PIC 9(5)  VALUE 0.
           05  WS-POSTED-COUNT              PIC 9(5)  VALUE 0.
           05  WS-REJECTED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-REFUSED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-AWAITING-COUNT            PIC 9(5)  VALUE 0.
           05  WS-COST-CHANGE               PIC S9(5)V99 VALUE 0.
           05  WS-COST-PCT                  PIC S9(5)V99 VALUE 0.

      *--------------------------------------------------------------
      * The whole queue, held for the run in the order it was
      * queued, so a change can be checked against any later change
      * for the same entry and the undecided lines written back.
      *--------------------------------------------------------------
       01  WS-QUEUE-AREA.
           05  WS-MAX-QUEUE-LINES           PIC 9(5)  VALUE 02000.
           05  WS-QUEUE-COUNT               PIC 9(5)  VALUE 0.
           05  WS-QUEUE-INDEX               PIC 9(5)  VALUE 0.
           05  WS-LATER-INDEX               PIC 9(5)  VALUE 0.
           05  WS-QUEUE-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QUEUE-COUNT.
               10  WS-QL-LINE.
                   15  WS-QL-QUEUE-DATE     PIC 9(8).
                   15  WS-QL-ITEM-CODE      PIC X(10).
                   15  WS-QL-ITEM-LOC       PIC X(2).
                   15  WS-QL-SUPPLIER       PIC X(8).
                   15  WS-QL-OLD-COST       PIC 9(5)V99.
                   15  WS-QL-NEW-COST       PIC 9(5)V99.
                   15  WS-QL-ITEM-QTY       PIC 9(7).
                   15  WS-QL-DECISION       PIC X(1).
                   15  WS-QL-BUYER-ID       PIC X(8).
               10  WS-QL-KEEP               PIC X(1).
                   88  WS-QL-STAYS-QUEUED             VALUE 'Y'.

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'COST APPROVALS POSTED     '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(79) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(44) VALUE
               'CODE       LC SUPPLIER  OLD COST  NEW COST  '.
           05  FILLER                       PIC X(46) VALUE
               '  PCT CHG     QUEUED  BUYER     DISPOSITION   '.
           05  FILLER                       PIC X(30) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  WS-D-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-COST                PIC ZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-COST                PIC ZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-PCT                     PIC -(5)9.99.
           05  FILLER                       PIC X(1)  VALUE '%'.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-QUEUE-DATE              PIC 9(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-BUYER-ID                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-DISPOSITION             PIC X(36).
           05  FILLER                       PIC X(8)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZ9.
           05  FILLER                       PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-COST-QUEUE
           PERFORM 2000-POST-DECISIONS
           PERFORM 3000-REWRITE-COST-QUEUE
           PERFORM 4000-PRINT-POST-SUMMARY
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               DISPLAY 'ITMCOSTA: cannot open item master, '
                   'status ' WS-MASTER-KEY-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POST-RPT
           IF WS-POST-RPT-STATUS NOT = '00'
               DISPLAY 'ITMCOSTA: cannot open cost posting report, '
                   'status ' WS-POST-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           WRITE PR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           WRITE PR-PRINT-LINE FROM WS-RPT-COLUMN-LINE.

      *--------------------------------------------------------------
      * No queue file yet means nothing has ever been held: the run
      * posts nothing and leaves an empty queue behind.  A queue
      * longer than the table is refused whole rather than posted in
      * part and rewritten short.
      *--------------------------------------------------------------
       1100-LOAD-COST-QUEUE.
           OPEN INPUT COST-QUEUE
           EVALUATE WS-COST-QUEUE-STATUS
               WHEN '00'
                   PERFORM UNTIL COST-QUEUE-EOF
                       READ COST-QUEUE
                           AT END
                               SET COST-QUEUE-EOF TO TRUE
                           NOT AT END
                               PERFORM 1150-TAKE-QUEUE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE COST-QUEUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ITMCOSTA: cannot open cost approval '
                       'queue, status ' WS-COST-QUEUE-STATUS
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1150-TAKE-QUEUE-LINE.
           IF WS-QUEUE-COUNT >= WS-MAX-QUEUE-LINES
               DISPLAY 'ITMCOSTA: more than ' WS-MAX-QUEUE-LINES
                   ' lines on the cost approval queue - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QUEUE-READ-COUNT
           ADD 1 TO WS-QUEUE-COUNT
           MOVE CQ-QUEUE-REC TO WS-QL-LINE(WS-QUEUE-COUNT)
           MOVE 'N' TO WS-QL-KEEP(WS-QUEUE-COUNT).

      *--------------------------------------------------------------
      * TRANFIL and the history are opened only once the queue is
      * safely in hand, so a refused run leaves neither touched.
      *--------------------------------------------------------------
       2000-POST-DECISIONS.
           OPEN OUTPUT TRAN-OUT
           IF WS-TRAN-OUT-STATUS NOT = '00'
               DISPLAY 'ITMCOSTA: cannot open transaction file, '
                   'status ' WS-TRAN-OUT-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND COST-HISTORY
           IF WS-COST-HISTORY-STATUS = '35'
               OPEN OUTPUT COST-HISTORY
           END-IF
           IF WS-COST-HISTORY-STATUS NOT = '00'
               DISPLAY 'ITMCOSTA: cannot open cost history, '
                   'status ' WS-COST-HISTORY-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
               PERFORM 2100-DECIDE-ONE-LINE
           END-PERFORM
           IF WS-QUEUE-COUNT = 0
               MOVE '  (NONE)' TO PR-PRINT-LINE
               WRITE PR-PRINT-LINE
           END-IF
           CLOSE TRAN-OUT
           CLOSE COST-HISTORY.

      *--------------------------------------------------------------
      * A decision counts only when signed: an 'A' or 'R' with no
      * buyer id, or any other byte, stays on the queue untouched
      * for the buyer to put right.
      *--------------------------------------------------------------
       2100-DECIDE-ONE-LINE.
           MOVE WS-QL-ITEM-CODE(WS-QUEUE-INDEX) TO WS-D-ITEM-CODE
           MOVE WS-QL-ITEM-LOC(WS-QUEUE-INDEX)  TO WS-D-ITEM-LOC
           MOVE WS-QL-SUPPLIER(WS-QUEUE-INDEX)  TO WS-D-SUPPLIER
           MOVE WS-QL-OLD-COST(WS-QUEUE-INDEX)  TO WS-D-OLD-COST
           MOVE WS-QL-NEW-COST(WS-QUEUE-INDEX)  TO WS-D-NEW-COST
           MOVE WS-QL-QUEUE-DATE(WS-QUEUE-INDEX) TO WS-D-QUEUE-DATE
           MOVE WS-QL-BUYER-ID(WS-QUEUE-INDEX)  TO WS-D-BUYER-ID
           PERFORM 2150-FIGURE-PERCENT-CHANGE
           EVALUATE TRUE
               WHEN WS-QL-DECISION(WS-QUEUE-INDEX) = SPACE
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE 'Y' TO WS-QL-KEEP(WS-QUEUE-INDEX)
                   MOVE 'AWAITING BUYER' TO WS-D-DISPOSITION
               WHEN WS-QL-DECISION(WS-QUEUE-INDEX) NOT = 'A'
                       AND WS-QL-DECISION(WS-QUEUE-INDEX) NOT = 'R'
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE 'Y' TO WS-QL-KEEP(WS-QUEUE-INDEX)
                   MOVE 'INVALID DECISION - KEPT ON QUEUE'
                       TO WS-D-DISPOSITION
               WHEN WS-QL-BUYER-ID(WS-QUEUE-INDEX) = SPACES
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE 'Y' TO WS-QL-KEEP(WS-QUEUE-INDEX)
                   MOVE 'NO BUYER ID - KEPT ON QUEUE'
                       TO WS-D-DISPOSITION
               WHEN WS-QL-DECISION(WS-QUEUE-INDEX) = 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PRIOR COST KEPT'
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   PERFORM 2200-POST-APPROVAL
           END-EVALUATE
           WRITE PR-PRINT-LINE FROM WS-RPT-DETAIL-LINE.

       2150-FIGURE-PERCENT-CHANGE.
           MOVE 0 TO WS-COST-PCT
           IF WS-QL-OLD-COST(WS-QUEUE-INDEX) > 0
               COMPUTE WS-COST-CHANGE =
                   WS-QL-NEW-COST(WS-QUEUE-INDEX)
                   - WS-QL-OLD-COST(WS-QUEUE-INDEX)
               COMPUTE WS-COST-PCT ROUNDED =
                   WS-COST-CHANGE * 100
                   / WS-QL-OLD-COST(WS-QUEUE-INDEX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-COST-PCT
               END-COMPUTE
           END-IF
           MOVE WS-COST-PCT TO WS-D-PCT.

      *--------------------------------------------------------------
      * An approved change is posted only if it is the latest
      * approved change for its entry on the queue, and only if the
      * master still carries the cost it was measured against - a
      * cost moved since by anything else means the buyer approved
      * a change from a price that is no longer in effect.  Either
      * way the line leaves the queue; if the supplier is still
      * sending the cost, tomorrow's edit measures it afresh.
      *--------------------------------------------------------------
       2200-POST-APPROVAL.
           PERFORM 2210-FIND-LATER-APPROVAL
           IF LATER-APPROVAL-FOUND
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'SUPERSEDED BY LATER APPROVAL'
                   TO WS-D-DISPOSITION
           ELSE
               MOVE WS-QL-ITEM-CODE(WS-QUEUE-INDEX) TO MK-ITEM-CODE
               MOVE WS-QL-ITEM-LOC(WS-QUEUE-INDEX)  TO MK-ITEM-LOC
               READ MASTER-BY-KEY
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY-STATUS NOT = '00'
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'NOT ON MASTER - NOT POSTED'
                           TO WS-D-DISPOSITION
                   WHEN MK-ITEM-COST NOT =
                           WS-QL-OLD-COST(WS-QUEUE-INDEX)
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'MASTER COST CHANGED - NOT POSTED'
                           TO WS-D-DISPOSITION
                   WHEN OTHER
                       PERFORM 2300-WRITE-COST-CHANGE
                       PERFORM 2400-WRITE-COST-HISTORY
                       MOVE 'NEW COST POSTED' TO WS-D-DISPOSITION
               END-EVALUATE
           END-IF.

       2210-FIND-LATER-APPROVAL.
           MOVE 'N' TO WS-LATER-APPROVAL
           PERFORM VARYING WS-LATER-INDEX FROM WS-QUEUE-INDEX BY 1
                   UNTIL WS-LATER-INDEX >= WS-QUEUE-COUNT
               IF WS-QL-ITEM-CODE(WS-LATER-INDEX + 1)
                       = WS-QL-ITEM-CODE(WS-QUEUE-INDEX)
                       AND WS-QL-ITEM-LOC(WS-LATER-INDEX + 1)
                           = WS-QL-ITEM-LOC(WS-QUEUE-INDEX)
                       AND WS-QL-DECISION(WS-LATER-INDEX + 1) = 'A'
                       AND WS-QL-BUYER-ID(WS-LATER-INDEX + 1)
                           NOT = SPACES
                   SET LATER-APPROVAL-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2300-WRITE-COST-CHANGE.
           ADD 1 TO WS-POSTED-COUNT
           MOVE SPACES TO TX-TRAN-REC
           MOVE 'C' TO TX-ACTION
           MOVE MK-ITEM-CODE     TO TX-ITEM-CODE
           MOVE MK-ITEM-DESC     TO TX-ITEM-DESC
           MOVE MK-ITEM-QTY      TO TX-ITEM-QTY
           MOVE MK-ITEM-STATUS   TO TX-ITEM-STATUS
           MOVE MK-ITEM-LOC      TO TX-ITEM-LOC
           MOVE MK-ITEM-BIN      TO TX-ITEM-BIN
           MOVE MK-ITEM-SUPPLIER TO TX-ITEM-SUPPLIER
           MOVE WS-QL-NEW-COST(WS-QUEUE-INDEX) TO TX-ITEM-COST
           WRITE TX-TRAN-REC.

       2400-WRITE-COST-HISTORY.
           MOVE WS-RUN-DATE TO CH-POSTED-DATE
           MOVE WS-QL-QUEUE-DATE(WS-QUEUE-INDEX) TO CH-QUEUE-DATE
           MOVE WS-QL-ITEM-CODE(WS-QUEUE-INDEX)  TO CH-ITEM-CODE
           MOVE WS-QL-ITEM-LOC(WS-QUEUE-INDEX)   TO CH-ITEM-LOC
           MOVE WS-QL-SUPPLIER(WS-QUEUE-INDEX)   TO CH-SUPPLIER
           MOVE WS-QL-OLD-COST(WS-QUEUE-INDEX)   TO CH-OLD-COST
           MOVE WS-QL-NEW-COST(WS-QUEUE-INDEX)   TO CH-NEW-COST
           MOVE MK-ITEM-QTY                      TO CH-ITEM-QTY
           MOVE WS-QL-BUYER-ID(WS-QUEUE-INDEX)   TO CH-BUYER-ID
           WRITE CH-HISTORY-REC.

       3000-REWRITE-COST-QUEUE.
           OPEN OUTPUT COST-QUEUE
           IF WS-COST-QUEUE-STATUS NOT = '00'
               DISPLAY 'ITMCOSTA: cannot rewrite cost approval '
                   'queue, status ' WS-COST-QUEUE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
               IF WS-QL-STAYS-QUEUED(WS-QUEUE-INDEX)
                   MOVE WS-QL-LINE(WS-QUEUE-INDEX) TO CQ-QUEUE-REC
                   WRITE CQ-QUEUE-REC
               END-IF
           END-PERFORM
           CLOSE COST-QUEUE.

       4000-PRINT-POST-SUMMARY.
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 'QUEUE LINES READ:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-QUEUE-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NEW COSTS POSTED:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-POSTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'REJECTED - PRIOR COST KEPT:   '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'APPROVED BUT NOT POSTED:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'STILL AWAITING A DECISION:    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-AWAITING-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE.

      *--------------------------------------------------------------
      * 0004 when an approved change could not be posted, so the
      * buyer is told the price they approved never took effect.
      *--------------------------------------------------------------
       9000-TERMINATION.
           CLOSE MASTER-BY-KEY
           CLOSE POST-RPT
           DISPLAY 'ITMCOSTA: ' WS-QUEUE-READ-COUNT ' queued, '
               WS-POSTED-COUNT ' posted, '
               WS-REJECTED-COUNT ' rejected, '
               WS-AWAITING-COUNT ' awaiting'
           IF WS-REFUSED-COUNT > 0
               DISPLAY 'ITMCOSTA: ' WS-REFUSED-COUNT
                   ' approved change(s) not posted - see COSTPOST'
               MOVE 0004 TO RETURN-CODE
           END-IF.

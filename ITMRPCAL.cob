      *--------------------------------------------------------------
      * PROGRAM-ID : ITMRPCAL
      * Periodic reorder-point recalculation from actual usage.  The
      * REORDPT policies the buyers keep by hand are checked against
      * what the retained snapshot generations (SNAPCAT) say each
      * code-plus-location entry really uses: day over day, the fall
      * in quantity is usage.  A rise is never usage - receipts and
      * upward cycle counts put stock back, they do not consume it -
      * so each day's receipts off RCVHIST are added back before the
      * day is judged, and a day that still shows a rise counts as
      * a day of no usage.  Nor is every fall usage: a transfer out
      * moves stock, and a cycle count only corrects the book, so
      * each day's transfer ('XF') and count ('CY') movements off
      * MOVELOG are backed out the same way receipts are added
      * back.  From the daily figures come the average usage and
      * its variability, and from those a proposed reorder point
      * (usage over the lead time plus safety stock for the
      * variability) and target stock (reorder point plus usage over
      * the review period).  The proposal report (RPCALRPT) puts old
      * and new side by side; the proposed policy file (REORDPRP,
      * REORDPT's layout) is what the buyers approve and put in
      * REORDPT's place - this job never touches REORDPT itself.  An
      * entry with fewer usable days than RPCALCTL's MIN-DAYS= is
      * flagged and carried to REORDPRP at its old values.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMRPCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPCAL-CONTROL ASSIGN TO 'RPCALCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPCAL-CONTROL-STATUS.
           SELECT REORDER-POINTS ASSIGN TO 'REORDPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.
           SELECT SNAP-CATALOG ASSIGN TO 'SNAPCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-CATALOG-STATUS.
           SELECT SNAP-GEN-IN ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-GEN-STATUS.
           SELECT RECEIPT-HISTORY ASSIGN TO 'RCVHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HIST-STATUS.
           SELECT MOVE-LOG ASSIGN TO 'MOVELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-LOG-STATUS.
           SELECT PROPOSED-POINTS ASSIGN TO 'REORDPRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-STATUS.
           SELECT RPCAL-RPT ASSIGN TO 'RPCALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPCAL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPCAL-CONTROL
           RECORDING MODE IS F.
       01  RC-CONTROL-REC                   PIC X(80).

       FD  REORDER-POINTS
           RECORDING MODE IS F.
       01  RP-REORDER-REC.
           05  RP-ITEM-CODE                 PIC X(10).
           05  RP-ITEM-LOC                  PIC X(2).
           05  RP-REORDER-POINT             PIC 9(7).
           05  RP-TARGET-STOCK              PIC 9(7).

       FD  SNAP-CATALOG
           RECORDING MODE IS F.
       01  SC-CATALOG-REC                   PIC X(21).

       FD  SNAP-GEN-IN
           RECORDING MODE IS F.
       01  SG-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SG==.

      *--------------------------------------------------------------
      * The receipt history exactly as ITMRECV appends it.
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

      *--------------------------------------------------------------
      * The movement record as ITMLOAD appends it.
      *--------------------------------------------------------------
       FD  MOVE-LOG
           RECORDING MODE IS F.
       01  ML-MOVE-REC.
           05  ML-RUN-DATE                  PIC 9(8).
           05  ML-JOB-ID                    PIC X(8).
           05  ML-MOVE-CLASS                PIC X(2).
               88  ML-NOT-USAGE                       VALUE 'XF'
                                                            'CY'.
           05  ML-ACTION                    PIC X(1).
           05  ML-ITEM-CODE                 PIC X(10).
           05  ML-ITEM-LOC                  PIC X(2).
           05  ML-BEFORE-QTY                PIC 9(7).
           05  ML-BEFORE-COST               PIC 9(5)V99.
           05  ML-BEFORE-STATUS             PIC X(1).
           05  ML-AFTER-QTY                 PIC 9(7).
           05  ML-AFTER-COST                PIC 9(5)V99.
           05  ML-AFTER-STATUS              PIC X(1).

      *--------------------------------------------------------------
      * Same layout as REORDPT, so an approved proposal file simply
      * takes REORDPT's place.
      *--------------------------------------------------------------
       FD  PROPOSED-POINTS
           RECORDING MODE IS F.
       01  PP-REORDER-REC.
           05  PP-ITEM-CODE                 PIC X(10).
           05  PP-ITEM-LOC                  PIC X(2).
           05  PP-REORDER-POINT             PIC 9(7).
           05  PP-TARGET-STOCK              PIC 9(7).

       FD  RPCAL-RPT
           RECORDING MODE IS F.
       01  RR-PRINT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RPCAL-CONTROL-STATUS      PIC X(2)  VALUE '00'.
           05  WS-REORDER-STATUS            PIC X(2)  VALUE '00'.
           05  WS-SNAP-CATALOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-SNAP-GEN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RECEIPT-HIST-STATUS       PIC X(2)  VALUE '00'.
           05  WS-MOVE-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-PROPOSED-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RPCAL-RPT-STATUS          PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  RPCAL-CONTROL-EOF                  VALUE 'Y'.
           05  WS-EOF-REORDER               PIC X(1)  VALUE 'N'.
               88  REORDER-POINTS-EOF                 VALUE 'Y'.
           05  WS-EOF-CATALOG               PIC X(1)  VALUE 'N'.
               88  SNAP-CATALOG-EOF                   VALUE 'Y'.
           05  WS-EOF-SNAP-GEN              PIC X(1)  VALUE 'N'.
               88  SNAP-GEN-EOF                       VALUE 'Y'.
           05  WS-EOF-RECEIPTS              PIC X(1)  VALUE 'N'.
               88  RECEIPT-HISTORY-EOF                VALUE 'Y'.
           05  WS-EOF-MOVE-LOG              PIC X(1)  VALUE 'N'.
               88  MOVE-LOG-EOF                       VALUE 'Y'.

      *--------------------------------------------------------------
      * The policy knobs, each overridable by an RPCALCTL card:
      * MIN-DAYS= usable days of history an entry needs before it is
      * recalculated; LEAD-DAYS= supplier lead time the reorder
      * point must cover; REVIEW-DAYS= usage the target stock holds
      * above the reorder point; SAFETY-PCT= the safety factor on
      * the usage variability, in hundredths (165 = 1.65).
      *--------------------------------------------------------------
       01  WS-RPCAL-CONTROLS.
           05  WS-MIN-DAYS                  PIC 9(2)  VALUE 10.
           05  WS-LEAD-DAYS                 PIC 9(3)  VALUE 007.
           05  WS-REVIEW-DAYS               PIC 9(3)  VALUE 014.
           05  WS-SAFETY-PCT                PIC 9(3)  VALUE 165.

      *--------------------------------------------------------------
      * The retained generations, oldest first; the newest thirty
      * win when the catalog carries more.
      *--------------------------------------------------------------
       01  WS-GEN-AREA.
           05  WS-GEN-FILE-NAME             PIC X(13) VALUE SPACES.
           05  WS-MAX-DAYS                  PIC 9(2)  VALUE 30.
           05  WS-DAY-COUNT                 PIC 9(2)  VALUE 0.
           05  WS-DAY-INDEX                 PIC 9(2)  VALUE 0.
           05  WS-GEN-TABLE OCCURS 30 TIMES.
               10  WS-GEN-DATE              PIC 9(8).
               10  WS-GEN-FILE              PIC X(13).

       01  WS-SNAP-CAT-LINE.
           05  WS-SNAP-CAT-DATE             PIC 9(8).
           05  WS-SNAP-CAT-FILE             PIC X(13).

      *--------------------------------------------------------------
      * One row per REORDPT policy, in the policy file's order, with
      * the old values and one cell per retained day: presence, the
      * quantity on the book that day, the quantity received into
      * the entry that day, and the net quantity transfers and
      * counts moved into (+) or out of (-) the entry that day.
      *--------------------------------------------------------------
       01  WS-USAGE-AREA.
           05  WS-MAX-POLICIES              PIC 9(5)  VALUE 05000.
           05  WS-POLICY-COUNT              PIC 9(5)  VALUE 0.
           05  WS-POLICY-INDEX              PIC 9(5)  VALUE 0.
           05  WS-CELL-INDEX                PIC 9(2)  VALUE 0.
           05  WS-USAGE-TABLE OCCURS 5000 TIMES.
               10  WS-US-ITEM-CODE          PIC X(10).
               10  WS-US-ITEM-LOC           PIC X(2).
               10  WS-US-OLD-POINT          PIC 9(7).
               10  WS-US-OLD-TARGET         PIC 9(7).
               10  WS-US-DAY-CELL OCCURS 30 TIMES.
                   15  WS-US-PRESENT        PIC X(1).
                   15  WS-US-QTY            PIC 9(7).
                   15  WS-US-RECEIVED       PIC 9(7).
                   15  WS-US-OTHER-MOVED    PIC S9(8).

       01  WS-CALC-WORK.
           05  WS-USABLE-DAYS               PIC 9(3)  VALUE 0.
           05  WS-DAY-USAGE                 PIC S9(8) VALUE 0.
           05  WS-USAGE-SUM                 PIC 9(9)  VALUE 0.
           05  WS-USAGE-SQ-SUM              PIC 9(15) VALUE 0.
           05  WS-AVG-USAGE                 PIC 9(7)V9(4) VALUE 0.
           05  WS-VARIANCE                  PIC S9(13)V9(4) VALUE 0.
           05  WS-STD-DEV                   PIC 9(7)V9(4) VALUE 0.
           05  WS-LEAD-ROOT                 PIC 9(3)V9(4) VALUE 0.
           05  WS-NEW-POINT-WORK            PIC 9(9)V99 VALUE 0.
           05  WS-NEW-TARGET-WORK           PIC 9(9)V99 VALUE 0.
           05  WS-NEW-POINT                 PIC 9(7)  VALUE 0.
           05  WS-NEW-TARGET                PIC 9(7)  VALUE 0.

       01  WS-RPCAL-COUNTS.
           05  WS-RECALC-COUNT              PIC 9(5)  VALUE 0.
           05  WS-CHANGED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-SHORT-HISTORY-COUNT       PIC 9(5)  VALUE 0.
           05  WS-RECEIPT-USED-COUNT        PIC 9(7)  VALUE 0.
           05  WS-MOVEMENT-USED-COUNT       PIC 9(7)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'REORDER POINT PROPOSALS   '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(9)  VALUE
               '   DAYS: '.
           05  WS-H-DAY-COUNT               PIC Z9.
           05  FILLER                       PIC X(80) VALUE SPACES.

       01  WS-RPT-PARM-LINE.
           05  FILLER                       PIC X(10) VALUE
               'MIN DAYS: '.
           05  WS-P-MIN-DAYS                PIC Z9.
           05  FILLER                       PIC X(13) VALUE
               '  LEAD DAYS: '.
           05  WS-P-LEAD-DAYS               PIC ZZ9.
           05  FILLER                       PIC X(15) VALUE
               '  REVIEW DAYS: '.
           05  WS-P-REVIEW-DAYS             PIC ZZ9.
           05  FILLER                       PIC X(16) VALUE
               '  SAFETY FACTOR '.
           05  WS-P-SAFETY                  PIC 9.99.
           05  FILLER                       PIC X(66) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(14) VALUE
               'CODE       LC '.
           05  FILLER                       PIC X(32) VALUE
               'OLD POINT  NEW POINT OLD TARGET '.
           05  FILLER                       PIC X(26) VALUE
               'NEW TARGET     AVG/DAY    '.
           05  FILLER                       PIC X(12) VALUE
               'STD DEV DAYS'.
           05  FILLER                       PIC X(48) VALUE SPACES.

       01  WS-RPT-PROPOSAL-LINE.
           05  WS-R-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-R-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-R-OLD-POINT               PIC ZZZZZZ9.
           05  FILLER                       PIC X(4)  VALUE SPACES.
           05  WS-R-NEW-POINT               PIC ZZZZZZ9.
           05  FILLER                       PIC X(4)  VALUE SPACES.
           05  WS-R-OLD-TARGET              PIC ZZZZZZ9.
           05  FILLER                       PIC X(4)  VALUE SPACES.
           05  WS-R-NEW-TARGET              PIC ZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-R-AVG-USAGE               PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-R-STD-DEV                 PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-R-DAYS                    PIC ZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-R-FLAG                    PIC X(20).
           05  FILLER                       PIC X(26) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-USAGE-MATRIX
           PERFORM 2500-LOAD-RECEIPTS
           PERFORM 2700-LOAD-MOVEMENTS
           PERFORM 3000-PROPOSE-POLICIES
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-CONTROL-CARDS
           PERFORM 1100-LOAD-REORDER-POINTS
           PERFORM 1030-LOAD-SNAP-CATALOG
           IF WS-DAY-COUNT = 0
               DISPLAY 'ITMRPCAL: no snapshot generations on '
                   'SNAPCAT - no usage history to work from'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROPOSED-POINTS
           IF WS-PROPOSED-STATUS NOT = '00'
               DISPLAY 'ITMRPCAL: cannot open proposed policy file, '
                   'status ' WS-PROPOSED-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPCAL-RPT
           IF WS-RPCAL-RPT-STATUS NOT = '00'
               DISPLAY 'ITMRPCAL: cannot open proposal report, '
                   'status ' WS-RPCAL-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 1200-PRINT-REPORT-HEADER.

       1010-READ-CONTROL-CARDS.
           OPEN INPUT RPCAL-CONTROL
           IF WS-RPCAL-CONTROL-STATUS = '00'
               PERFORM UNTIL RPCAL-CONTROL-EOF
                   READ RPCAL-CONTROL
                       AT END
                           SET RPCAL-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE RPCAL-CONTROL
           END-IF.

       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN RC-CONTROL-REC(1:1) = '*'
               WHEN RC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN RC-CONTROL-REC(1:9) = 'MIN-DAYS='
                   IF RC-CONTROL-REC(10:2) IS NOT NUMERIC
                       OR RC-CONTROL-REC(10:2) < '02'
                       DISPLAY 'ITMRPCAL: MIN-DAYS= must be 02-99'
                       STOP RUN
                   END-IF
                   MOVE RC-CONTROL-REC(10:2) TO WS-MIN-DAYS
               WHEN RC-CONTROL-REC(1:10) = 'LEAD-DAYS='
                   IF RC-CONTROL-REC(11:3) IS NOT NUMERIC
                       OR RC-CONTROL-REC(11:3) = '000'
                       DISPLAY 'ITMRPCAL: LEAD-DAYS= must be 001-999'
                       STOP RUN
                   END-IF
                   MOVE RC-CONTROL-REC(11:3) TO WS-LEAD-DAYS
               WHEN RC-CONTROL-REC(1:12) = 'REVIEW-DAYS='
                   IF RC-CONTROL-REC(13:3) IS NOT NUMERIC
                       DISPLAY 'ITMRPCAL: REVIEW-DAYS= must be '
                           '000-999'
                       STOP RUN
                   END-IF
                   MOVE RC-CONTROL-REC(13:3) TO WS-REVIEW-DAYS
               WHEN RC-CONTROL-REC(1:11) = 'SAFETY-PCT='
                   IF RC-CONTROL-REC(12:3) IS NOT NUMERIC
                       DISPLAY 'ITMRPCAL: SAFETY-PCT= must be 000-999'
                       STOP RUN
                   END-IF
                   MOVE RC-CONTROL-REC(12:3) TO WS-SAFETY-PCT
               WHEN OTHER
                   DISPLAY 'ITMRPCAL: unrecognized control card: '
                       RC-CONTROL-REC
                   STOP RUN
           END-EVALUATE.

       1030-LOAD-SNAP-CATALOG.
           OPEN INPUT SNAP-CATALOG
           IF WS-SNAP-CATALOG-STATUS NOT = '00'
               DISPLAY 'ITMRPCAL: cannot open snapshot catalog, '
                   'status ' WS-SNAP-CATALOG-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SNAP-CATALOG-EOF
               READ SNAP-CATALOG
                   AT END
                       SET SNAP-CATALOG-EOF TO TRUE
                   NOT AT END
                       PERFORM 1040-TAKE-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE SNAP-CATALOG.

       1040-TAKE-CATALOG-ENTRY.
           MOVE SC-CATALOG-REC TO WS-SNAP-CAT-LINE
           IF WS-DAY-COUNT >= WS-MAX-DAYS
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX >= WS-DAY-COUNT
                   MOVE WS-GEN-DATE(WS-DAY-INDEX + 1)
                       TO WS-GEN-DATE(WS-DAY-INDEX)
                   MOVE WS-GEN-FILE(WS-DAY-INDEX + 1)
                       TO WS-GEN-FILE(WS-DAY-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-DAY-COUNT
           END-IF
           ADD 1 TO WS-DAY-COUNT
           MOVE WS-SNAP-CAT-DATE TO WS-GEN-DATE(WS-DAY-COUNT)
           MOVE WS-SNAP-CAT-FILE TO WS-GEN-FILE(WS-DAY-COUNT).

      *--------------------------------------------------------------
      * The policy file is what is being recalculated, so without it
      * there is nothing to propose; a policy record that cannot be
      * trusted stops the run exactly as it does in ITMREORD.
      *--------------------------------------------------------------
       1100-LOAD-REORDER-POINTS.
           OPEN INPUT REORDER-POINTS
           IF WS-REORDER-STATUS NOT = '00'
               DISPLAY 'ITMRPCAL: cannot open reorder-point file, '
                   'status ' WS-REORDER-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL REORDER-POINTS-EOF
               READ REORDER-POINTS
                   AT END
                       SET REORDER-POINTS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-POLICY-RECORD
               END-READ
           END-PERFORM
           CLOSE REORDER-POINTS.

       1150-TAKE-POLICY-RECORD.
           IF RP-REORDER-POINT IS NOT NUMERIC
                   OR RP-TARGET-STOCK IS NOT NUMERIC
               DISPLAY 'ITMRPCAL: bad reorder-point record for '
                   RP-ITEM-CODE ' ' RP-ITEM-LOC
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POLICY-COUNT >= WS-MAX-POLICIES
               DISPLAY 'ITMRPCAL: more than ' WS-MAX-POLICIES
                   ' reorder-point records - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-POLICY-COUNT
           MOVE RP-ITEM-CODE TO WS-US-ITEM-CODE(WS-POLICY-COUNT)
           MOVE RP-ITEM-LOC  TO WS-US-ITEM-LOC(WS-POLICY-COUNT)
           MOVE RP-REORDER-POINT
               TO WS-US-OLD-POINT(WS-POLICY-COUNT)
           MOVE RP-TARGET-STOCK
               TO WS-US-OLD-TARGET(WS-POLICY-COUNT)
           PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
                   UNTIL WS-CELL-INDEX > WS-MAX-DAYS
               MOVE 'N' TO
                   WS-US-PRESENT(WS-POLICY-COUNT WS-CELL-INDEX)
               MOVE 0 TO
                   WS-US-QTY(WS-POLICY-COUNT WS-CELL-INDEX)
               MOVE 0 TO
                   WS-US-RECEIVED(WS-POLICY-COUNT WS-CELL-INDEX)
               MOVE 0 TO
                   WS-US-OTHER-MOVED(WS-POLICY-COUNT WS-CELL-INDEX)
           END-PERFORM.

       1200-PRINT-REPORT-HEADER.
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE WS-DAY-COUNT TO WS-H-DAY-COUNT
           WRITE RR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE WS-MIN-DAYS    TO WS-P-MIN-DAYS
           MOVE WS-LEAD-DAYS   TO WS-P-LEAD-DAYS
           MOVE WS-REVIEW-DAYS TO WS-P-REVIEW-DAYS
           COMPUTE WS-P-SAFETY = WS-SAFETY-PCT / 100
           WRITE RR-PRINT-LINE FROM WS-RPT-PARM-LINE
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           WRITE RR-PRINT-LINE FROM WS-RPT-COLUMN-LINE.

       2000-LOAD-USAGE-MATRIX.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               PERFORM 2100-LOAD-ONE-GENERATION
           END-PERFORM.

      *--------------------------------------------------------------
      * A generation missing on disk leaves a hole: the days either
      * side of it do not pair up, so they simply yield no usage
      * figure, rather than a two-day fall read as one day's usage.
      *--------------------------------------------------------------
       2100-LOAD-ONE-GENERATION.
           MOVE WS-GEN-FILE(WS-DAY-INDEX) TO WS-GEN-FILE-NAME
           MOVE 'N' TO WS-EOF-SNAP-GEN
           OPEN INPUT SNAP-GEN-IN
           IF WS-SNAP-GEN-STATUS NOT = '00'
               DISPLAY 'ITMRPCAL: cannot open generation '
                   WS-GEN-FILE-NAME ', status ' WS-SNAP-GEN-STATUS
                   ' - day skipped'
           ELSE
               PERFORM UNTIL SNAP-GEN-EOF
                   READ SNAP-GEN-IN
                       AT END
                           SET SNAP-GEN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2200-POST-ITEM-DAY
                   END-READ
               END-PERFORM
               CLOSE SNAP-GEN-IN
           END-IF.

       2200-POST-ITEM-DAY.
           PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                   UNTIL WS-POLICY-INDEX > WS-POLICY-COUNT
                   OR (WS-US-ITEM-CODE(WS-POLICY-INDEX) = SG-ITEM-CODE
                       AND WS-US-ITEM-LOC(WS-POLICY-INDEX)
                           = SG-ITEM-LOC)
               CONTINUE
           END-PERFORM
           IF WS-POLICY-INDEX <= WS-POLICY-COUNT
               MOVE 'Y' TO
                   WS-US-PRESENT(WS-POLICY-INDEX WS-DAY-INDEX)
               MOVE SG-ITEM-QTY TO
                   WS-US-QTY(WS-POLICY-INDEX WS-DAY-INDEX)
           END-IF.

      *--------------------------------------------------------------
      * Receipts are posted to the day whose generation carries
      * them: ITMRECV stamps each with the business date it cut the
      * transaction on, the same date the delta load that applied
      * it names its generation by.  No history file means nothing
      * has been received through ITMRECV yet.
      *--------------------------------------------------------------
       2500-LOAD-RECEIPTS.
           OPEN INPUT RECEIPT-HISTORY
           IF WS-RECEIPT-HIST-STATUS = '00'
               PERFORM UNTIL RECEIPT-HISTORY-EOF
                   READ RECEIPT-HISTORY
                       AT END
                           SET RECEIPT-HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-POST-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY
           ELSE
               DISPLAY 'ITMRPCAL: no receipt history, status '
                   WS-RECEIPT-HIST-STATUS ' - no receipts added back'
           END-IF.

       2600-POST-ONE-RECEIPT.
           IF RH-POST-DATE >= WS-GEN-DATE(1)
                   AND RH-RECEIVED-QTY IS NUMERIC
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > WS-DAY-COUNT
                       OR WS-GEN-DATE(WS-DAY-INDEX) = RH-POST-DATE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                       UNTIL WS-POLICY-INDEX > WS-POLICY-COUNT
                       OR (WS-US-ITEM-CODE(WS-POLICY-INDEX)
                               = RH-ITEM-CODE
                           AND WS-US-ITEM-LOC(WS-POLICY-INDEX)
                               = RH-ITEM-LOC)
                   CONTINUE
               END-PERFORM
               IF WS-DAY-INDEX <= WS-DAY-COUNT
                       AND WS-POLICY-INDEX <= WS-POLICY-COUNT
                   ADD 1 TO WS-RECEIPT-USED-COUNT
                   ADD RH-RECEIVED-QTY TO
                       WS-US-RECEIVED(WS-POLICY-INDEX WS-DAY-INDEX)
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * Transfers and counts are posted to the day of the delta load
      * that applied them, which names its generation by the same
      * run date it stamps on MOVELOG.  No movement log means no
      * load has logged a movement yet.
      *--------------------------------------------------------------
       2700-LOAD-MOVEMENTS.
           OPEN INPUT MOVE-LOG
           IF WS-MOVE-LOG-STATUS = '00'
               PERFORM UNTIL MOVE-LOG-EOF
                   READ MOVE-LOG
                       AT END
                           SET MOVE-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 2800-POST-ONE-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE MOVE-LOG
           ELSE
               DISPLAY 'ITMRPCAL: no movement log, status '
                   WS-MOVE-LOG-STATUS
                   ' - no transfers or counts backed out'
           END-IF.

       2800-POST-ONE-MOVEMENT.
           IF ML-NOT-USAGE
                   AND ML-RUN-DATE >= WS-GEN-DATE(1)
                   AND ML-BEFORE-QTY IS NUMERIC
                   AND ML-AFTER-QTY IS NUMERIC
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > WS-DAY-COUNT
                       OR WS-GEN-DATE(WS-DAY-INDEX) = ML-RUN-DATE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                       UNTIL WS-POLICY-INDEX > WS-POLICY-COUNT
                       OR (WS-US-ITEM-CODE(WS-POLICY-INDEX)
                               = ML-ITEM-CODE
                           AND WS-US-ITEM-LOC(WS-POLICY-INDEX)
                               = ML-ITEM-LOC)
                   CONTINUE
               END-PERFORM
               IF WS-DAY-INDEX <= WS-DAY-COUNT
                       AND WS-POLICY-INDEX <= WS-POLICY-COUNT
                   ADD 1 TO WS-MOVEMENT-USED-COUNT
                   COMPUTE WS-US-OTHER-MOVED(WS-POLICY-INDEX
                           WS-DAY-INDEX) =
                       WS-US-OTHER-MOVED(WS-POLICY-INDEX WS-DAY-INDEX)
                       + ML-AFTER-QTY - ML-BEFORE-QTY
               END-IF
           END-IF.

       3000-PROPOSE-POLICIES.
           PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                   UNTIL WS-POLICY-INDEX > WS-POLICY-COUNT
               PERFORM 3100-MEASURE-USAGE
               IF WS-USABLE-DAYS < WS-MIN-DAYS
                   ADD 1 TO WS-SHORT-HISTORY-COUNT
                   MOVE WS-US-OLD-POINT(WS-POLICY-INDEX)
                       TO WS-NEW-POINT
                   MOVE WS-US-OLD-TARGET(WS-POLICY-INDEX)
                       TO WS-NEW-TARGET
                   MOVE 'TOO LITTLE HISTORY' TO WS-R-FLAG
               ELSE
                   ADD 1 TO WS-RECALC-COUNT
                   PERFORM 3200-COMPUTE-PROPOSAL
               END-IF
               PERFORM 3300-WRITE-PROPOSAL
           END-PERFORM.

      *--------------------------------------------------------------
      * Usage for a day is yesterday's quantity, less today's, plus
      * whatever was received today - the fall the receipt would
      * otherwise have hidden - plus the net the day's transfers and
      * counts moved, so stock shipped out or written down by a
      * count is not read as used, and a count or transfer in does
      * not hide the day's real usage.  What is left negative is a
      * rise nothing on the logs explains and is a day of no usage,
      * never negative usage.
      *--------------------------------------------------------------
       3100-MEASURE-USAGE.
           MOVE 0 TO WS-USABLE-DAYS
           MOVE 0 TO WS-USAGE-SUM
           MOVE 0 TO WS-USAGE-SQ-SUM
           PERFORM VARYING WS-DAY-INDEX FROM 2 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF WS-US-PRESENT(WS-POLICY-INDEX WS-DAY-INDEX) = 'Y'
                       AND WS-US-PRESENT(WS-POLICY-INDEX
                           WS-DAY-INDEX - 1) = 'Y'
                   COMPUTE WS-DAY-USAGE =
                       WS-US-QTY(WS-POLICY-INDEX WS-DAY-INDEX - 1)
                       - WS-US-QTY(WS-POLICY-INDEX WS-DAY-INDEX)
                       + WS-US-RECEIVED(WS-POLICY-INDEX
                           WS-DAY-INDEX)
                       + WS-US-OTHER-MOVED(WS-POLICY-INDEX
                           WS-DAY-INDEX)
                   IF WS-DAY-USAGE < 0
                       MOVE 0 TO WS-DAY-USAGE
                   END-IF
                   ADD 1 TO WS-USABLE-DAYS
                   ADD WS-DAY-USAGE TO WS-USAGE-SUM
                   COMPUTE WS-USAGE-SQ-SUM = WS-USAGE-SQ-SUM
                       + (WS-DAY-USAGE * WS-DAY-USAGE)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * Reorder point = average usage over the lead time, plus the
      * safety factor times the daily deviation scaled to the lead
      * time; target = reorder point plus average usage over the
      * review period.  Both round to whole units.
      *--------------------------------------------------------------
       3200-COMPUTE-PROPOSAL.
           COMPUTE WS-AVG-USAGE ROUNDED =
               WS-USAGE-SUM / WS-USABLE-DAYS
           COMPUTE WS-VARIANCE ROUNDED =
               (WS-USAGE-SQ-SUM / WS-USABLE-DAYS)
                   - (WS-AVG-USAGE * WS-AVG-USAGE)
           IF WS-VARIANCE > 0
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE 0 TO WS-STD-DEV
           END-IF
           COMPUTE WS-LEAD-ROOT ROUNDED = WS-LEAD-DAYS ** 0.5
           COMPUTE WS-NEW-POINT-WORK ROUNDED =
               (WS-AVG-USAGE * WS-LEAD-DAYS)
                   + ((WS-SAFETY-PCT * WS-STD-DEV * WS-LEAD-ROOT)
                       / 100)
           COMPUTE WS-NEW-TARGET-WORK ROUNDED = WS-NEW-POINT-WORK
               + (WS-AVG-USAGE * WS-REVIEW-DAYS)
           IF WS-NEW-TARGET-WORK > 9999999
               MOVE 9999999 TO WS-NEW-TARGET-WORK
           END-IF
           IF WS-NEW-POINT-WORK > WS-NEW-TARGET-WORK
               MOVE WS-NEW-TARGET-WORK TO WS-NEW-POINT-WORK
           END-IF
           COMPUTE WS-NEW-POINT ROUNDED = WS-NEW-POINT-WORK
           COMPUTE WS-NEW-TARGET ROUNDED = WS-NEW-TARGET-WORK
           IF WS-NEW-POINT = WS-US-OLD-POINT(WS-POLICY-INDEX)
                   AND WS-NEW-TARGET
                       = WS-US-OLD-TARGET(WS-POLICY-INDEX)
               MOVE 'NO CHANGE' TO WS-R-FLAG
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE SPACES TO WS-R-FLAG
           END-IF.

       3300-WRITE-PROPOSAL.
           MOVE WS-US-ITEM-CODE(WS-POLICY-INDEX) TO PP-ITEM-CODE
           MOVE WS-US-ITEM-LOC(WS-POLICY-INDEX)  TO PP-ITEM-LOC
           MOVE WS-NEW-POINT                     TO PP-REORDER-POINT
           MOVE WS-NEW-TARGET                    TO PP-TARGET-STOCK
           WRITE PP-REORDER-REC
           MOVE WS-US-ITEM-CODE(WS-POLICY-INDEX) TO WS-R-ITEM-CODE
           MOVE WS-US-ITEM-LOC(WS-POLICY-INDEX)  TO WS-R-ITEM-LOC
           MOVE WS-US-OLD-POINT(WS-POLICY-INDEX) TO WS-R-OLD-POINT
           MOVE WS-NEW-POINT                     TO WS-R-NEW-POINT
           MOVE WS-US-OLD-TARGET(WS-POLICY-INDEX)
               TO WS-R-OLD-TARGET
           MOVE WS-NEW-TARGET                    TO WS-R-NEW-TARGET
           MOVE WS-USABLE-DAYS                   TO WS-R-DAYS
           IF WS-USABLE-DAYS < WS-MIN-DAYS
               MOVE 0 TO WS-R-AVG-USAGE
               MOVE 0 TO WS-R-STD-DEV
           ELSE
               MOVE WS-AVG-USAGE TO WS-R-AVG-USAGE
               MOVE WS-STD-DEV   TO WS-R-STD-DEV
           END-IF
           WRITE RR-PRINT-LINE FROM WS-RPT-PROPOSAL-LINE.

      *--------------------------------------------------------------
      * 0004 tells the scheduler some policies could not be
      * recalculated for want of history; they went to REORDPRP at
      * their old values.
      *--------------------------------------------------------------
       9000-TERMINATION.
           IF WS-POLICY-COUNT = 0
               MOVE '  (NONE)' TO RR-PRINT-LINE
               WRITE RR-PRINT-LINE
           END-IF
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE 'POLICIES READ:                '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-POLICY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'POLICIES RECALCULATED:        '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RECALC-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'PROPOSED CHANGES:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'TOO LITTLE HISTORY:           '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-SHORT-HISTORY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RECEIPTS ADDED BACK:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RECEIPT-USED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'TRANSFERS/COUNTS BACKED OUT:  '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MOVEMENT-USED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE PROPOSED-POINTS
           CLOSE RPCAL-RPT
           DISPLAY 'ITMRPCAL: ' WS-RECALC-COUNT ' polic(ies) '
               'recalculated, ' WS-CHANGED-COUNT ' change(s) '
               'proposed - see RPCALRPT, approve REORDPRP'
           IF WS-SHORT-HISTORY-COUNT > 0
               MOVE 0004 TO RETURN-CODE
           END-IF.

      * quantities is called out as a supplier conflict instead of
      * dying as an ordinary duplicate the second supplier then
      * argues about.
      * Every set is also checked against the supplier master
      * (SUPPMAST): a set from a supplier not on it, or on it but
      * inactive, is refused whole - its header and trailer never
      * reach the clean file and its details go to the reject file
      * as reason 10 or 11 - without holding up anyone else's set.
      * An active supplier due to send on today's weekday whose set
      * never arrived is listed on the edit report.  How each set
      * fared is appended to the supplier log (SUPPLOG) that the
      * ITMSUPSC monthly scorecard builds from.
      * Every clean detail's unit cost is also compared with the
      * cost the master (SNAPOUT) carries for the same code and
      * location.  A change beyond the EDITCTL COST-TOL-PCT=
      * tolerance is not let through: the detail passes at the
      * prior cost, the change is queued for the buyers on COSTQUE
      * and listed on COSTHOLD with its valuation impact, and only
      * the ITMCOSTA posting of an approved change moves the master
      * to the new cost.
      * The bin is checked against the bin master (BINMAST): a
      * detail whose bin is not set up at its location, or is set
      * up but no longer active, is rejected as reason 12 so a typo
      * bin never reaches the master and the count sheets.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMEDIT.
           SELECT EDIT-RPT ASSIGN TO 'EDITRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MAST-STATUS.
           SELECT SUPPLIER-LOG ASSIGN TO 'SUPPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-LOG-STATUS.
           SELECT BIN-MASTER ASSIGN TO 'BINMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-MASTER-STATUS.
           SELECT EDIT-CONTROL ASSIGN TO 'EDITCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-CONTROL-STATUS.
      *--------------------------------------------------------------
      * Yesterday's master, read by key for the cost each detail is
      * compared with.  This step runs ahead of ITMLOAD, so SNAPOUT
      * still holds the costs in effect before tonight's load.
      *--------------------------------------------------------------
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT COST-QUEUE ASSIGN TO 'COSTQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-QUEUE-STATUS.
           SELECT COST-HOLD-RPT ASSIGN TO 'COSTHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-HOLD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  ED-PRINT-LINE                    PIC X(80).

      *--------------------------------------------------------------
      * The supplier master, maintained by purchasing: id, name,
      * status, and one byte per weekday (Monday first) set to 'Y'
      * on the days the supplier is due to send an extract.
      *--------------------------------------------------------------
       FD  SUPPLIER-MASTER
           RECORDING MODE IS F.
       01  SM-SUPPLIER-REC.
           05  SM-SUPPLIER-ID               PIC X(8).
           05  SM-SUPPLIER-NAME             PIC X(30).
           05  SM-STATUS                    PIC X(1).
               88  SM-STATUS-ACTIVE                   VALUE 'A'.
               88  SM-STATUS-INACTIVE                 VALUE 'I'.
           05  SM-SEND-DAYS.
               10  SM-SEND-DAY OCCURS 7 TIMES
                                            PIC X(1).
           05  FILLER                       PIC X(14).

      *--------------------------------------------------------------
      * One record per set received ('S') and per expected set that
      * never came ('M'), appended run after run: the set's result
      * (B balanced, O out of balance, T trailer missing, U refused
      * unknown supplier, I refused inactive supplier), its header
      * extract date, its detail and clean counts, and its rejects
      * by reason code 01 through 12.
      *--------------------------------------------------------------
       FD  SUPPLIER-LOG
           RECORDING MODE IS F.
       01  SP-LOG-REC.
           05  SP-RUN-DATE                  PIC 9(8).
           05  SP-SUPPLIER-ID               PIC X(8).
           05  SP-EVENT                     PIC X(1).
           05  SP-SET-RESULT                PIC X(1).
           05  SP-EXTRACT-DATE              PIC 9(8).
           05  SP-DETAIL-COUNT              PIC 9(7).
           05  SP-CLEAN-COUNT               PIC 9(7).
           05  SP-REASON-COUNT OCCURS 12 TIMES
                                            PIC 9(5).

      *--------------------------------------------------------------
      * The bin master, maintained by the warehouse in location and
      * bin order: one record per bin at each location with its
      * type, its capacity in units, and whether it is in use ('A')
      * or retired ('I').
      *--------------------------------------------------------------
       FD  BIN-MASTER
           RECORDING MODE IS F.
       01  BM-BIN-REC.
           05  BM-BIN-KEY.
               10  BM-BIN-LOC               PIC X(2).
               10  BM-BIN-ID                PIC X(5).
           05  BM-BIN-TYPE                  PIC X(2).
           05  BM-CAPACITY                  PIC 9(7).
           05  BM-STATUS                    PIC X(1).
               88  BM-BIN-ACTIVE                      VALUE 'A'.
               88  BM-BIN-INACTIVE                    VALUE 'I'.
           05  FILLER                       PIC X(13).

       FD  EDIT-CONTROL
           RECORDING MODE IS F.
       01  EC-CONTROL-REC                   PIC X(80).

       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

      *--------------------------------------------------------------
      * One line per cost change held for the buyers: the date it
      * was queued, the key, the supplier who sent it, the cost in
      * effect and the cost sent, and the master quantity it was
      * valued at.  The decision byte goes out blank; the buyer sets
      * 'A' (approve) or 'R' (reject) and signs it with their id,
      * the way count records come back on CNTIN, and ITMCOSTA
      * posts the decisions and keeps the undecided lines queued.
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

       FD  COST-HOLD-RPT
           RECORDING MODE IS F.
       01  CH-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RAW-ITEMS-STATUS          PIC X(2)  VALUE '00'.
           05  WS-CLEAN-ITEMS-STATUS        PIC X(2)  VALUE '00'.
           05  WS-REJECT-ITEMS-STATUS       PIC X(2)  VALUE '00'.
           05  WS-EDIT-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SUPPLIER-MAST-STATUS      PIC X(2)  VALUE '00'.
           05  WS-SUPPLIER-LOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-BIN-MASTER-STATUS         PIC X(2)  VALUE '00'.
           05  WS-EDIT-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-COST-QUEUE-STATUS         PIC X(2)  VALUE '00'.
           05  WS-COST-HOLD-RPT-STATUS      PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-RAW                   PIC X(1)  VALUE 'N'.
               88  RAW-ITEMS-EOF                      VALUE 'Y'.
           05  WS-EOF-SUPPLIER-MAST         PIC X(1)  VALUE 'N'.
               88  SUPPLIER-MASTER-EOF                VALUE 'Y'.
           05  WS-EOF-BIN-MASTER            PIC X(1)  VALUE 'N'.
               88  BIN-MASTER-EOF                     VALUE 'Y'.
           05  WS-EOF-EDIT-CONTROL          PIC X(1)  VALUE 'N'.
               88  EDIT-CONTROL-EOF                   VALUE 'Y'.
           05  WS-EOF-COST-QUEUE            PIC X(1)  VALUE 'N'.
               88  COST-QUEUE-EOF                     VALUE 'Y'.
           05  WS-MASTER-OPEN               PIC X(1)  VALUE 'N'.
               88  MASTER-IS-OPEN                     VALUE 'Y'.

      *--------------------------------------------------------------
      * Unit-cost tolerance.  A cost differing from the master's by
      * more than WS-COST-TOL-PCT percent of the master cost is held
      * for buyer approval.  An entry new to the master, or carried
      * there at zero cost, has nothing to be compared with and
      * passes on the field edits alone.
      *--------------------------------------------------------------
       01  WS-COST-CONTROLS.
           05  WS-COST-TOL-PCT              PIC 9(3)  VALUE 020.
           05  WS-COST-CHANGE               PIC S9(5)V99 VALUE 0.
           05  WS-COST-CHANGE-ABS           PIC 9(5)V99 VALUE 0.
           05  WS-COST-PCT                  PIC S9(5)V99 VALUE 0.
           05  WS-COST-IMPACT               PIC S9(12)V99 VALUE 0.
           05  WS-COST-HELD-COUNT           PIC 9(5)  VALUE 0.
           05  WS-COST-QUEUED-COUNT         PIC 9(5)  VALUE 0.
           05  WS-COST-NET-IMPACT           PIC S9(13)V99 VALUE 0.
           05  WS-QUEUE-NOTE                PIC X(14) VALUE SPACES.

      *--------------------------------------------------------------
      * The changes already waiting on COSTQUE from earlier runs.  A
      * supplier resending a held cost night after night would
      * otherwise queue the same change once a night; it is held
      * again but queued only once.  A different new cost for the
      * same entry is a new change and is queued alongside.
      *--------------------------------------------------------------
       01  WS-QUEUED-AREA.
           05  WS-MAX-QUEUED                PIC 9(5)  VALUE 02000.
           05  WS-QUEUED-COUNT              PIC 9(5)  VALUE 0.
           05  WS-QUEUED-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QUEUED-COUNT
                   INDEXED BY WS-QUEUED-IDX.
               10  WS-QD-ITEM-CODE          PIC X(10).
               10  WS-QD-ITEM-LOC           PIC X(2).
               10  WS-QD-NEW-COST           PIC 9(5)V99.

      *--------------------------------------------------------------
      * Reason codes carried on each reject and totalled on the edit
               88  REASON-SUPPLIER-CONFLICT           VALUE '07'.
               88  REASON-STRAY-DETAIL                VALUE '08'.
               88  REASON-BAD-COST                    VALUE '09'.
               88  REASON-UNKNOWN-SUPPLIER            VALUE '10'.
               88  REASON-INACTIVE-SUPPLIER           VALUE '11'.
               88  REASON-BAD-BIN                     VALUE '12'.
           05  WS-REASON-NUM REDEFINES WS-REASON-CODE
                                            PIC 9(2).

       01  WS-EDIT-COUNTS.
           05  WS-READ-COUNT                PIC 9(5)  VALUE 0.
           05  WS-CONFLICT-COUNT            PIC 9(5)  VALUE 0.
           05  WS-STRAY-DETAIL-COUNT        PIC 9(5)  VALUE 0.
           05  WS-BAD-COST-COUNT            PIC 9(5)  VALUE 0.
           05  WS-UNKNOWN-SUP-COUNT         PIC 9(5)  VALUE 0.
           05  WS-INACTIVE-SUP-COUNT        PIC 9(5)  VALUE 0.
           05  WS-BAD-BIN-COUNT             PIC 9(5)  VALUE 0.
           05  WS-MISSING-SUP-COUNT         PIC 9(5)  VALUE 0.

      *--------------------------------------------------------------
      * Balancing of the raw extract against each supplier's own
               10  WS-SUP-TRL-HASH          PIC 9(9).
               10  WS-SUP-CLEAN-COUNT       PIC 9(7).
               10  WS-SUP-CLEAN-HASH        PIC 9(9).
      *--------------------------------------------------------------
      * 'U' or 'I' when the set's supplier is unknown to or inactive
      * on the supplier master and the whole set is being refused.
      *--------------------------------------------------------------
               10  WS-SUP-REFUSED           PIC X(1).
               10  WS-SUP-REASON-COUNT OCCURS 12 TIMES
                                            PIC 9(5).

      *--------------------------------------------------------------
      * The supplier master, held for the run.  Purchasing keeps it
      * in no promised order, so the lookup is a serial SEARCH.
      *--------------------------------------------------------------
       01  WS-MASTER-SUPPLIER-AREA.
           05  WS-MAX-MASTER-SUPPLIERS      PIC 9(3)  VALUE 500.
           05  WS-MASTER-SUP-COUNT          PIC 9(3)  VALUE 0.
           05  WS-MASTER-SUP-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MASTER-SUP-COUNT
                   INDEXED BY WS-MSUP-IDX.
               10  WS-MSUP-ID               PIC X(8).
               10  WS-MSUP-NAME             PIC X(30).
               10  WS-MSUP-STATUS           PIC X(1).
               10  WS-MSUP-SEND-DAY OCCURS 7 TIMES
                                            PIC X(1).

      *--------------------------------------------------------------
      * The bin master, held for the run.  It comes in location and
      * bin order - checked as it loads - so the lookup is a SEARCH
      * ALL.  A bin counts as good for a detail only when it is on
      * file at the detail's own location and active there.
      *--------------------------------------------------------------
       01  WS-BIN-MASTER-AREA.
           05  WS-MAX-BINS                  PIC 9(5)  VALUE 05000.
           05  WS-BIN-COUNT                 PIC 9(5)  VALUE 0.
           05  WS-PREV-BIN-KEY              PIC X(7)  VALUE LOW-VALUES.
           05  WS-BIN-CHECK                 PIC X(1)  VALUE SPACE.
               88  BIN-IS-GOOD                        VALUE 'G'.
               88  BIN-NOT-ON-FILE                    VALUE 'N'.
               88  BIN-NOT-ACTIVE                     VALUE 'I'.
           05  WS-BIN-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BIN-COUNT
                   ASCENDING KEY IS WS-BN-BIN-LOC WS-BN-BIN-ID
                   INDEXED BY WS-BIN-IDX.
               10  WS-BN-BIN-LOC            PIC X(2).
               10  WS-BN-BIN-ID             PIC X(5).
               10  WS-BN-STATUS             PIC X(1).

       01  WS-EXPECTED-CONTROLS.
           05  WS-RUN-DAY-OF-WEEK           PIC 9(1)  VALUE 0.
           05  WS-REASON-INDEX              PIC 9(2)  VALUE 0.
           05  WS-SET-ARRIVED               PIC X(1)  VALUE 'N'.
               88  EXPECTED-SET-ARRIVED               VALUE 'Y'.

      *--------------------------------------------------------------
      * Every code-plus-location that already passed clean, with the
           05  WS-RPT-SUP-RESULT            PIC X(18).
           05  FILLER                       PIC X(22) VALUE SPACES.

       01  WS-RPT-MISSING-LINE.
           05  FILLER                       PIC X(12) VALUE
               '  SUPPLIER: '.
           05  WS-RPT-MISS-ID               PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-RPT-MISS-NAME             PIC X(30).
           05  FILLER                       PIC X(28) VALUE SPACES.

       01  WS-RPT-BALANCE-LINE.
           05  WS-RPT-BAL-LABEL             PIC X(16).
           05  FILLER                       PIC X(10) VALUE
           05  WS-RPT-BAL-RECEIVED          PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(25) VALUE SPACES.

       01  WS-COST-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'UNIT COST CHANGES HELD    '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-C-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-C-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-C-YYYY                    PIC 9999.
           05  FILLER                       PIC X(14) VALUE
               '   TOLERANCE: '.
           05  WS-C-TOL-PCT                 PIC ZZ9.
           05  FILLER                       PIC X(1)  VALUE '%'.
           05  FILLER                       PIC X(41) VALUE SPACES.

       01  WS-COST-COLUMN-LINE.
           05  FILLER                       PIC X(44) VALUE
               'CODE       LC SUPPLIER  OLD COST  NEW COST  '.
           05  FILLER                       PIC X(46) VALUE
               '  PCT CHG       QTY     VALUATION IMPACT  NOTE'.
           05  FILLER                       PIC X(10) VALUE SPACES.

       01  WS-COST-DETAIL-LINE.
           05  WS-C-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-C-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-C-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-OLD-COST                PIC ZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-NEW-COST                PIC ZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-PCT                     PIC -(5)9.99.
           05  FILLER                       PIC X(1)  VALUE '%'.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-QTY                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-IMPACT                  PIC -(15)9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-NOTE                    PIC X(14).

       01  WS-COST-COUNT-LINE.
           05  WS-C-COUNT-LABEL             PIC X(30).
           05  WS-C-COUNT-VALUE             PIC ZZZZ9.
           05  FILLER                       PIC X(65) VALUE SPACES.

       01  WS-COST-IMPACT-LINE.
           05  FILLER                       PIC X(30) VALUE
               'NET VALUATION IMPACT HELD:    '.
           05  WS-C-NET-IMPACT              PIC -(17)9.99.
           05  FILLER                       PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-EDIT-ITEMS
           PERFORM 3000-PRINT-EDIT-SUMMARY
           PERFORM 3400-PRINT-COST-HOLD-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DAY-OF-WEEK FROM DAY-OF-WEEK
           PERFORM 1100-LOAD-SUPPLIER-MASTER
           PERFORM 1300-LOAD-BIN-MASTER
           PERFORM 1010-READ-CONTROL-CARDS
           PERFORM 1200-OPEN-COST-FILES
           OPEN INPUT RAW-ITEMS
           IF WS-RAW-ITEMS-STATUS NOT = '00'
               DISPLAY 'ITMEDIT: cannot open raw items file, '
               DISPLAY 'ITMEDIT: cannot open edit summary report, '
                   'status ' WS-EDIT-RPT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND SUPPLIER-LOG
           IF WS-SUPPLIER-LOG-STATUS NOT = '00'
               DISPLAY 'ITMEDIT: cannot open supplier log, '
                   'status ' WS-SUPPLIER-LOG-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.

      *--------------------------------------------------------------
      * A missing EDITCTL keeps the default tolerance.  Same card
      * conventions as ITMLOAD's RUNCTL: '*' comments and blanks
      * skipped, anything unrecognized stops the run.  A zero
      * tolerance would hold every penny of movement for a buyer,
      * so it is refused.
      *--------------------------------------------------------------
       1010-READ-CONTROL-CARDS.
           OPEN INPUT EDIT-CONTROL
           IF WS-EDIT-CONTROL-STATUS = '00'
               PERFORM UNTIL EDIT-CONTROL-EOF
                   READ EDIT-CONTROL
                       AT END
                           SET EDIT-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE EDIT-CONTROL
           END-IF.

       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN EC-CONTROL-REC(1:1) = '*'
               WHEN EC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN EC-CONTROL-REC(1:13) = 'COST-TOL-PCT='
                   IF EC-CONTROL-REC(14:3) IS NOT NUMERIC
                           OR EC-CONTROL-REC(14:3) = '000'
                       DISPLAY 'ITMEDIT: COST-TOL-PCT= must be '
                           '001-999'
                       MOVE 0016 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE EC-CONTROL-REC(14:3) TO WS-COST-TOL-PCT
               WHEN OTHER
                   DISPLAY 'ITMEDIT: unrecognized control card: '
                       EC-CONTROL-REC
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * Before the first load there is no master to compare with,
      * and every cost passes on the field edits alone; any other
      * failure to open it refuses the run rather than letting
      * every cost through unchecked.  The changes still waiting on
      * the queue are remembered before it is opened for today's.
      *--------------------------------------------------------------
       1200-OPEN-COST-FILES.
           OPEN INPUT MASTER-BY-KEY
           EVALUATE WS-MASTER-KEY-STATUS
               WHEN '00'
                   SET MASTER-IS-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'ITMEDIT: no item master yet - unit '
                       'costs not compared'
               WHEN OTHER
                   DISPLAY 'ITMEDIT: cannot open item master, '
                       'status ' WS-MASTER-KEY-STATUS
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT COST-QUEUE
           IF WS-COST-QUEUE-STATUS = '00'
               PERFORM UNTIL COST-QUEUE-EOF
                   READ COST-QUEUE
                       AT END
                           SET COST-QUEUE-EOF TO TRUE
                       NOT AT END
                           IF NOT CQ-CHANGE-REJECTED
                               PERFORM 1250-REMEMBER-QUEUED-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-QUEUE
           END-IF
           OPEN EXTEND COST-QUEUE
           IF WS-COST-QUEUE-STATUS = '35'
               OPEN OUTPUT COST-QUEUE
           END-IF
           IF WS-COST-QUEUE-STATUS NOT = '00'
               DISPLAY 'ITMEDIT: cannot open cost approval queue, '
                   'status ' WS-COST-QUEUE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COST-HOLD-RPT
           IF WS-COST-HOLD-RPT-STATUS NOT = '00'
               DISPLAY 'ITMEDIT: cannot open cost hold report, '
                   'status ' WS-COST-HOLD-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM       TO WS-C-MM
           MOVE WS-RUN-DD       TO WS-C-DD
           MOVE WS-RUN-YYYY     TO WS-C-YYYY
           MOVE WS-COST-TOL-PCT TO WS-C-TOL-PCT
           WRITE CH-PRINT-LINE FROM WS-COST-HDR-LINE
           MOVE SPACES TO CH-PRINT-LINE
           WRITE CH-PRINT-LINE
           WRITE CH-PRINT-LINE FROM WS-COST-COLUMN-LINE.

      *--------------------------------------------------------------
      * Past the table's size a change can no longer be recognized
      * as already queued; it is queued again, which the buyer sees
      * as a repeated line, not a lost one.
      *--------------------------------------------------------------
       1250-REMEMBER-QUEUED-CHANGE.
           IF WS-QUEUED-COUNT < WS-MAX-QUEUED
               ADD 1 TO WS-QUEUED-COUNT
               MOVE CQ-ITEM-CODE TO WS-QD-ITEM-CODE(WS-QUEUED-COUNT)
               MOVE CQ-ITEM-LOC  TO WS-QD-ITEM-LOC(WS-QUEUED-COUNT)
               MOVE CQ-NEW-COST  TO WS-QD-NEW-COST(WS-QUEUED-COUNT)
           END-IF.

      *--------------------------------------------------------------
      * Without the supplier master no set can be vouched for, so a
      * missing master refuses the run rather than passing every
      * supplier unchecked.
      *--------------------------------------------------------------
       1100-LOAD-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUPPLIER-MAST-STATUS NOT = '00'
               DISPLAY 'ITMEDIT: cannot open supplier master, '
                   'status ' WS-SUPPLIER-MAST-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUPPLIER-MASTER-EOF
               READ SUPPLIER-MASTER
                   AT END
                       SET SUPPLIER-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-SUPPLIER-RECORD
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER.

       1150-TAKE-SUPPLIER-RECORD.
           IF WS-MASTER-SUP-COUNT >= WS-MAX-MASTER-SUPPLIERS
               DISPLAY 'ITMEDIT: more than ' WS-MAX-MASTER-SUPPLIERS
                   ' suppliers on the master - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MASTER-SUP-COUNT
           MOVE SM-SUPPLIER-ID   TO WS-MSUP-ID(WS-MASTER-SUP-COUNT)
           MOVE SM-SUPPLIER-NAME TO WS-MSUP-NAME(WS-MASTER-SUP-COUNT)
           MOVE SM-STATUS        TO WS-MSUP-STATUS(WS-MASTER-SUP-COUNT)
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                   UNTIL WS-REASON-INDEX > 7
               MOVE SM-SEND-DAY(WS-REASON-INDEX) TO
                   WS-MSUP-SEND-DAY(WS-MASTER-SUP-COUNT
                       WS-REASON-INDEX)
           END-PERFORM.

      *--------------------------------------------------------------
      * Like the supplier master, a missing bin master refuses the
      * run rather than passing every bin unchecked.  A record out
      * of location and bin order, or a bin on file twice, means the
      * file was not kept the way the lookup depends on, and stops
      * the run too.
      *--------------------------------------------------------------
       1300-LOAD-BIN-MASTER.
           OPEN INPUT BIN-MASTER
           IF WS-BIN-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMEDIT: cannot open bin master, '
                   'status ' WS-BIN-MASTER-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BIN-MASTER-EOF
               READ BIN-MASTER
                   AT END
                       SET BIN-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1350-TAKE-BIN-RECORD
               END-READ
           END-PERFORM
           CLOSE BIN-MASTER.

       1350-TAKE-BIN-RECORD.
           IF BM-BIN-KEY NOT > WS-PREV-BIN-KEY
               DISPLAY 'ITMEDIT: bin master out of sequence at '
                   BM-BIN-LOC ' ' BM-BIN-ID ' - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BIN-COUNT >= WS-MAX-BINS
               DISPLAY 'ITMEDIT: more than ' WS-MAX-BINS
                   ' bins on the bin master - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BM-BIN-KEY TO WS-PREV-BIN-KEY
           ADD 1 TO WS-BIN-COUNT
           MOVE BM-BIN-LOC TO WS-BN-BIN-LOC(WS-BIN-COUNT)
           MOVE BM-BIN-ID  TO WS-BN-BIN-ID(WS-BIN-COUNT)
           MOVE BM-STATUS  TO WS-BN-STATUS(WS-BIN-COUNT).

       2000-EDIT-ITEMS.
           PERFORM UNTIL RAW-ITEMS-EOF
               READ RAW-ITEMS
                       PERFORM 2050-DISPATCH-RECORD
               END-READ
           END-PERFORM
           PERFORM 2600-BALANCE-RAW-EXTRACT
           PERFORM 2700-LOG-SUPPLIER-SETS.

      *--------------------------------------------------------------
      * Each header opens its supplier's set and is copied straight
               WHEN RW-HEADER-REC
                   SET HEADER-RECORD-SEEN TO TRUE
                   PERFORM 2060-OPEN-SUPPLIER-SET
                   IF WS-SUP-REFUSED(WS-CURR-SUPPLIER) = SPACE
                       MOVE RW-INPUT-REC TO CL-INPUT-REC
                       WRITE CL-INPUT-REC
                   END-IF
               WHEN RW-TRAILER-REC
                   IF WS-CURR-SUPPLIER = 0
                       SET EXTRACT-OUT-OF-BALANCE TO TRUE
                       END-IF
                       MOVE WS-SUP-ID(WS-CURR-SUPPLIER)
                           TO RW-ITEM-SUPPLIER
                       PERFORM 2080-EDIT-OR-REFUSE-DETAIL
                   END-IF
               WHEN OTHER
                   SET REASON-BAD-REC-TYPE TO TRUE
           MOVE 0 TO WS-SUP-TRL-COUNT(WS-CURR-SUPPLIER)
           MOVE 0 TO WS-SUP-TRL-HASH(WS-CURR-SUPPLIER)
           MOVE 0 TO WS-SUP-CLEAN-COUNT(WS-CURR-SUPPLIER)
           MOVE 0 TO WS-SUP-CLEAN-HASH(WS-CURR-SUPPLIER)
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                   UNTIL WS-REASON-INDEX > 12
               MOVE 0 TO WS-SUP-REASON-COUNT(WS-CURR-SUPPLIER
                   WS-REASON-INDEX)
           END-PERFORM
           MOVE SPACE TO WS-SUP-REFUSED(WS-CURR-SUPPLIER)
           SET WS-MSUP-IDX TO 1
           IF WS-MASTER-SUP-COUNT = 0
               MOVE 'U' TO WS-SUP-REFUSED(WS-CURR-SUPPLIER)
           ELSE
               SEARCH WS-MASTER-SUP-TABLE
                   AT END
                       MOVE 'U' TO WS-SUP-REFUSED(WS-CURR-SUPPLIER)
                   WHEN WS-MSUP-ID(WS-MSUP-IDX) = RW-HDR-SUPPLIER-ID
                       IF WS-MSUP-STATUS(WS-MSUP-IDX) NOT = 'A'
                           MOVE 'I' TO
                               WS-SUP-REFUSED(WS-CURR-SUPPLIER)
                       END-IF
               END-SEARCH
           END-IF.

      *--------------------------------------------------------------
      * The set is balanced the moment its trailer arrives.  Only a
      * trailer, rebuilt from that set's passing records; a set out
      * of balance is left trailerless so ITMLOAD's per-supplier
      * check refuses the load downstream.
      * A refused set is still balanced, for the supplier log, but
      * earns no clean trailer - its header never went out either -
      * and cannot put the rest of the extract out of balance.
      *--------------------------------------------------------------
       2070-CLOSE-SUPPLIER-SET.
           MOVE 'Y' TO WS-SUP-TRL-SEEN(WS-CURR-SUPPLIER)
               TO WS-SUP-TRL-COUNT(WS-CURR-SUPPLIER)
           MOVE RW-TRL-QTY-HASH
               TO WS-SUP-TRL-HASH(WS-CURR-SUPPLIER)
           IF WS-SUP-REFUSED(WS-CURR-SUPPLIER) NOT = SPACE
               IF WS-SUP-DETAIL-COUNT(WS-CURR-SUPPLIER)
                       = WS-SUP-TRL-COUNT(WS-CURR-SUPPLIER)
                       AND WS-SUP-QTY-HASH(WS-CURR-SUPPLIER)
                           = WS-SUP-TRL-HASH(WS-CURR-SUPPLIER)
                   MOVE 'Y' TO WS-SUP-BALANCED(WS-CURR-SUPPLIER)
               END-IF
           ELSE
               PERFORM 2075-BALANCE-SUPPLIER-SET
           END-IF
           MOVE 0 TO WS-CURR-SUPPLIER.

       2075-BALANCE-SUPPLIER-SET.
           IF WS-SUP-DETAIL-COUNT(WS-CURR-SUPPLIER)
                   = WS-SUP-TRL-COUNT(WS-CURR-SUPPLIER)
                   AND WS-SUP-QTY-HASH(WS-CURR-SUPPLIER)
               WRITE CL-INPUT-REC
           ELSE
               SET EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * Every detail of a refused set is rejected for its supplier,
      * not edited: the supplier has to be put right on the master
      * and the set resent, so field-level reasons would only be
      * noise on top.
      *--------------------------------------------------------------
       2080-EDIT-OR-REFUSE-DETAIL.
           EVALUATE WS-SUP-REFUSED(WS-CURR-SUPPLIER)
               WHEN 'U'
                   SET REASON-UNKNOWN-SUPPLIER TO TRUE
                   ADD 1 TO WS-UNKNOWN-SUP-COUNT
                   PERFORM 2500-WRITE-REJECT-ITEM
               WHEN 'I'
                   SET REASON-INACTIVE-SUPPLIER TO TRUE
                   ADD 1 TO WS-INACTIVE-SUP-COUNT
                   PERFORM 2500-WRITE-REJECT-ITEM
               WHEN OTHER
                   PERFORM 2100-EDIT-ONE-ITEM
           END-EVALUATE.

      *--------------------------------------------------------------
      * The edits run in a fixed order - blank code, non-numeric
      *--------------------------------------------------------------
       2100-EDIT-ONE-ITEM.
           MOVE SPACES TO WS-REASON-CODE
           PERFORM 2090-CHECK-BIN
           EVALUATE TRUE
               WHEN RW-ITEM-CODE = SPACES
                   SET REASON-BLANK-CODE TO TRUE
               WHEN RW-STATUS-ACTIVE AND RW-ITEM-COST = 0
                   SET REASON-BAD-COST TO TRUE
                   ADD 1 TO WS-BAD-COST-COUNT
      *--------------------------------------------------------------
      * The bin must be on the bin master at the detail's location
      * and active.  A cancelled entry is not being put away or
      * counted anywhere, so its bin is not held against it.
      *--------------------------------------------------------------
               WHEN NOT RW-STATUS-CANCELLED AND NOT BIN-IS-GOOD
                   SET REASON-BAD-BIN TO TRUE
                   ADD 1 TO WS-BAD-BIN-COUNT
               WHEN OTHER
                   PERFORM 2200-CHECK-DUPLICATE
           END-EVALUATE
           IF WS-REASON-CODE = SPACES
               PERFORM 2350-CHECK-COST-CHANGE
               PERFORM 2400-WRITE-CLEAN-ITEM
           ELSE
               PERFORM 2500-WRITE-REJECT-ITEM
           END-IF.

       2090-CHECK-BIN.
           SET BIN-NOT-ON-FILE TO TRUE
           IF WS-BIN-COUNT > 0
               SET WS-BIN-IDX TO 1
               SEARCH ALL WS-BIN-TABLE
                   WHEN WS-BN-BIN-LOC(WS-BIN-IDX) = RW-ITEM-LOC
                       AND WS-BN-BIN-ID(WS-BIN-IDX) = RW-ITEM-BIN
                       IF WS-BN-STATUS(WS-BIN-IDX) = 'A'
                           SET BIN-IS-GOOD TO TRUE
                       ELSE
                           SET BIN-NOT-ACTIVE TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       2200-CHECK-DUPLICATE.
           SET WS-SEEN-IDX TO 1
           SEARCH WS-SEEN-TABLE
                   TO WS-SEEN-QTY(WS-SEEN-COUNT)
           END-IF.

      *--------------------------------------------------------------
      * Tolerance check on a detail that passed every edit.  The
      * change is measured against the master cost for the same
      * code and location: beyond tolerance either way, the detail
      * goes on to the clean file at the master's cost, so the cost
      * in effect stays in effect until a buyer decides.
      *--------------------------------------------------------------
       2350-CHECK-COST-CHANGE.
           IF MASTER-IS-OPEN
               MOVE RW-ITEM-CODE TO MK-ITEM-CODE
               MOVE RW-ITEM-LOC  TO MK-ITEM-LOC
               READ MASTER-BY-KEY
               IF WS-MASTER-KEY-STATUS = '00'
                       AND MK-ITEM-COST IS NUMERIC
                       AND MK-ITEM-COST > 0
                       AND RW-ITEM-COST NOT = MK-ITEM-COST
                   COMPUTE WS-COST-CHANGE =
                       RW-ITEM-COST - MK-ITEM-COST
                   MOVE WS-COST-CHANGE TO WS-COST-CHANGE-ABS
                   IF WS-COST-CHANGE-ABS * 100
                           > MK-ITEM-COST * WS-COST-TOL-PCT
                       PERFORM 2360-HOLD-COST-CHANGE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * The impact is the change in the entry's value at the
      * quantity the master carries today.  A rise too large for
      * the percentage column prints as 99999.99.
      *--------------------------------------------------------------
       2360-HOLD-COST-CHANGE.
           ADD 1 TO WS-COST-HELD-COUNT
           COMPUTE WS-COST-PCT ROUNDED =
               WS-COST-CHANGE * 100 / MK-ITEM-COST
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-COST-PCT
           END-COMPUTE
           COMPUTE WS-COST-IMPACT = WS-COST-CHANGE * MK-ITEM-QTY
           ADD WS-COST-IMPACT TO WS-COST-NET-IMPACT
           PERFORM 2370-QUEUE-COST-CHANGE
           MOVE RW-ITEM-CODE     TO WS-C-ITEM-CODE
           MOVE RW-ITEM-LOC      TO WS-C-ITEM-LOC
           MOVE RW-ITEM-SUPPLIER TO WS-C-SUPPLIER
           MOVE MK-ITEM-COST     TO WS-C-OLD-COST
           MOVE RW-ITEM-COST     TO WS-C-NEW-COST
           MOVE WS-COST-PCT      TO WS-C-PCT
           MOVE MK-ITEM-QTY      TO WS-C-QTY
           MOVE WS-COST-IMPACT   TO WS-C-IMPACT
           MOVE WS-QUEUE-NOTE    TO WS-C-NOTE
           WRITE CH-PRINT-LINE FROM WS-COST-DETAIL-LINE
           MOVE MK-ITEM-COST TO RW-ITEM-COST.

       2370-QUEUE-COST-CHANGE.
           SET WS-QUEUED-IDX TO 1
           IF WS-QUEUED-COUNT = 0
               PERFORM 2380-WRITE-QUEUE-LINE
           ELSE
               SEARCH WS-QUEUED-TABLE
                   AT END
                       PERFORM 2380-WRITE-QUEUE-LINE
                   WHEN WS-QD-ITEM-CODE(WS-QUEUED-IDX) = RW-ITEM-CODE
                       AND WS-QD-ITEM-LOC(WS-QUEUED-IDX) = RW-ITEM-LOC
                       AND WS-QD-NEW-COST(WS-QUEUED-IDX) = RW-ITEM-COST
                       MOVE 'ALREADY QUEUED' TO WS-QUEUE-NOTE
               END-SEARCH
           END-IF.

       2380-WRITE-QUEUE-LINE.
           ADD 1 TO WS-COST-QUEUED-COUNT
           MOVE SPACES TO CQ-QUEUE-REC
           MOVE WS-RUN-DATE      TO CQ-QUEUE-DATE
           MOVE RW-ITEM-CODE     TO CQ-ITEM-CODE
           MOVE RW-ITEM-LOC      TO CQ-ITEM-LOC
           MOVE RW-ITEM-SUPPLIER TO CQ-SUPPLIER
           MOVE MK-ITEM-COST     TO CQ-OLD-COST
           MOVE RW-ITEM-COST     TO CQ-NEW-COST
           MOVE MK-ITEM-QTY      TO CQ-ITEM-QTY
           PERFORM 1250-REMEMBER-QUEUED-CHANGE
           WRITE CQ-QUEUE-REC
           MOVE 'QUEUED        ' TO WS-QUEUE-NOTE.

       2400-WRITE-CLEAN-ITEM.
           ADD 1 TO WS-CLEAN-COUNT
           ADD 1 TO WS-SUP-CLEAN-COUNT(WS-CURR-SUPPLIER)

       2500-WRITE-REJECT-ITEM.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-CURR-SUPPLIER > 0
               ADD 1 TO WS-SUP-REASON-COUNT(WS-CURR-SUPPLIER
                   WS-REASON-NUM)
           END-IF
           MOVE WS-RUN-DATE    TO WS-REJECT-DATE
           MOVE WS-REASON-CODE TO WS-REJECT-REASON
           MOVE RW-INPUT-REC TO WS-REJECT-ITEM
           PERFORM VARYING WS-SUPPLIER-INDEX FROM 1 BY 1
                   UNTIL WS-SUPPLIER-INDEX > WS-SUPPLIER-COUNT
               IF WS-SUP-TRL-SEEN(WS-SUPPLIER-INDEX) NOT = 'Y'
                       AND WS-SUP-REFUSED(WS-SUPPLIER-INDEX) = SPACE
                   SET EXTRACT-OUT-OF-BALANCE TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * One supplier-log record per set that arrived, then one per
      * active supplier due on today's weekday with no set at all.
      *--------------------------------------------------------------
       2700-LOG-SUPPLIER-SETS.
           PERFORM VARYING WS-SUPPLIER-INDEX FROM 1 BY 1
                   UNTIL WS-SUPPLIER-INDEX > WS-SUPPLIER-COUNT
               PERFORM 2710-LOG-ONE-SET
           END-PERFORM
           PERFORM VARYING WS-MSUP-IDX FROM 1 BY 1
                   UNTIL WS-MSUP-IDX > WS-MASTER-SUP-COUNT
               IF WS-MSUP-STATUS(WS-MSUP-IDX) = 'A'
                       AND WS-MSUP-SEND-DAY(WS-MSUP-IDX
                           WS-RUN-DAY-OF-WEEK) = 'Y'
                   PERFORM 2720-CHECK-EXPECTED-SET
               END-IF
           END-PERFORM.

       2710-LOG-ONE-SET.
           MOVE WS-RUN-DATE TO SP-RUN-DATE
           MOVE WS-SUP-ID(WS-SUPPLIER-INDEX) TO SP-SUPPLIER-ID
           MOVE 'S' TO SP-EVENT
           EVALUATE TRUE
               WHEN WS-SUP-REFUSED(WS-SUPPLIER-INDEX) NOT = SPACE
                   MOVE WS-SUP-REFUSED(WS-SUPPLIER-INDEX)
                       TO SP-SET-RESULT
               WHEN WS-SUP-TRL-SEEN(WS-SUPPLIER-INDEX) NOT = 'Y'
                   MOVE 'T' TO SP-SET-RESULT
               WHEN WS-SUP-BALANCED(WS-SUPPLIER-INDEX) = 'Y'
                   MOVE 'B' TO SP-SET-RESULT
               WHEN OTHER
                   MOVE 'O' TO SP-SET-RESULT
           END-EVALUATE
           MOVE WS-SUP-EXTRACT-DATE(WS-SUPPLIER-INDEX)
               TO SP-EXTRACT-DATE
           MOVE WS-SUP-DETAIL-COUNT(WS-SUPPLIER-INDEX)
               TO SP-DETAIL-COUNT
           MOVE WS-SUP-CLEAN-COUNT(WS-SUPPLIER-INDEX)
               TO SP-CLEAN-COUNT
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                   UNTIL WS-REASON-INDEX > 12
               MOVE WS-SUP-REASON-COUNT(WS-SUPPLIER-INDEX
                   WS-REASON-INDEX)
                   TO SP-REASON-COUNT(WS-REASON-INDEX)
           END-PERFORM
           WRITE SP-LOG-REC.

       2720-CHECK-EXPECTED-SET.
           MOVE 'N' TO WS-SET-ARRIVED
           PERFORM VARYING WS-SUPPLIER-INDEX FROM 1 BY 1
                   UNTIL WS-SUPPLIER-INDEX > WS-SUPPLIER-COUNT
               IF WS-SUP-ID(WS-SUPPLIER-INDEX) = WS-MSUP-ID(WS-MSUP-IDX)
                   SET EXPECTED-SET-ARRIVED TO TRUE
               END-IF
           END-PERFORM
           IF NOT EXPECTED-SET-ARRIVED
               ADD 1 TO WS-MISSING-SUP-COUNT
               MOVE SPACES TO SP-LOG-REC
               MOVE WS-RUN-DATE TO SP-RUN-DATE
               MOVE WS-MSUP-ID(WS-MSUP-IDX) TO SP-SUPPLIER-ID
               MOVE 'M' TO SP-EVENT
               MOVE 0 TO SP-EXTRACT-DATE
               MOVE 0 TO SP-DETAIL-COUNT
               MOVE 0 TO SP-CLEAN-COUNT
               PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                       UNTIL WS-REASON-INDEX > 12
                   MOVE 0 TO SP-REASON-COUNT(WS-REASON-INDEX)
               END-PERFORM
               WRITE SP-LOG-REC
           END-IF.

       3000-PRINT-EDIT-SUMMARY.
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
               TO WS-RPT-COUNT-LABEL
           MOVE WS-BAD-COST-COUNT TO WS-RPT-COUNT-VALUE
           WRITE ED-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE '  REASON 10 - UNKNOWN SUPPLIER    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNKNOWN-SUP-COUNT TO WS-RPT-COUNT-VALUE
           WRITE ED-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE '  REASON 11 - INACTIVE SUPPLIER   '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-INACTIVE-SUP-COUNT TO WS-RPT-COUNT-VALUE
           WRITE ED-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE '  REASON 12 - UNKNOWN/INACTIVE BIN'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-BAD-BIN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE ED-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO ED-PRINT-LINE
           WRITE ED-PRINT-LINE
           MOVE 'UNIT COSTS HELD FOR APPROVAL      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-COST-HELD-COUNT TO WS-RPT-COUNT-VALUE
           WRITE ED-PRINT-LINE FROM WS-RPT-COUNT-LINE
           PERFORM 3100-PRINT-BALANCE-RESULT
           PERFORM 3300-PRINT-MISSING-SUPPLIERS.

      *--------------------------------------------------------------
      * Per-supplier expected-versus-received balancing result, so
           MOVE WS-SUP-EXTRACT-DATE(WS-SUPPLIER-INDEX)
               TO WS-RPT-SUP-DATE
           EVALUATE TRUE
               WHEN WS-SUP-REFUSED(WS-SUPPLIER-INDEX) = 'U'
                   MOVE 'REFUSED - UNKNOWN ' TO WS-RPT-SUP-RESULT
               WHEN WS-SUP-REFUSED(WS-SUPPLIER-INDEX) = 'I'
                   MOVE 'REFUSED - INACTIVE' TO WS-RPT-SUP-RESULT
               WHEN WS-SUP-TRL-SEEN(WS-SUPPLIER-INDEX) NOT = 'Y'
                   MOVE 'TRAILER MISSING   ' TO WS-RPT-SUP-RESULT
               WHEN WS-SUP-BALANCED(WS-SUPPLIER-INDEX) = 'Y'
           WRITE ED-PRINT-LINE FROM WS-RPT-SUPPLIER-LINE
           IF WS-SUP-TRL-SEEN(WS-SUPPLIER-INDEX) = 'Y'
                   AND WS-SUP-BALANCED(WS-SUPPLIER-INDEX) NOT = 'Y'
                   AND WS-SUP-REFUSED(WS-SUPPLIER-INDEX) = SPACE
               MOVE 'RECORD COUNT    ' TO WS-RPT-BAL-LABEL
               MOVE WS-SUP-TRL-COUNT(WS-SUPPLIER-INDEX)
                   TO WS-RPT-BAL-EXPECTED
               WRITE ED-PRINT-LINE FROM WS-RPT-BALANCE-LINE
           END-IF.

       3300-PRINT-MISSING-SUPPLIERS.
           MOVE SPACES TO ED-PRINT-LINE
           WRITE ED-PRINT-LINE
           MOVE 'EXPECTED SUPPLIERS NOT RECEIVED' TO ED-PRINT-LINE
           WRITE ED-PRINT-LINE
           IF WS-MISSING-SUP-COUNT = 0
               MOVE '  (NONE)' TO ED-PRINT-LINE
               WRITE ED-PRINT-LINE
           ELSE
               PERFORM VARYING WS-MSUP-IDX FROM 1 BY 1
                       UNTIL WS-MSUP-IDX > WS-MASTER-SUP-COUNT
                   IF WS-MSUP-STATUS(WS-MSUP-IDX) = 'A'
                           AND WS-MSUP-SEND-DAY(WS-MSUP-IDX
                               WS-RUN-DAY-OF-WEEK) = 'Y'
                       PERFORM 3310-PRINT-IF-MISSING
                   END-IF
               END-PERFORM
           END-IF.

       3310-PRINT-IF-MISSING.
           MOVE 'N' TO WS-SET-ARRIVED
           PERFORM VARYING WS-SUPPLIER-INDEX FROM 1 BY 1
                   UNTIL WS-SUPPLIER-INDEX > WS-SUPPLIER-COUNT
               IF WS-SUP-ID(WS-SUPPLIER-INDEX) = WS-MSUP-ID(WS-MSUP-IDX)
                   SET EXPECTED-SET-ARRIVED TO TRUE
               END-IF
           END-PERFORM
           IF NOT EXPECTED-SET-ARRIVED
               MOVE WS-MSUP-ID(WS-MSUP-IDX)   TO WS-RPT-MISS-ID
               MOVE WS-MSUP-NAME(WS-MSUP-IDX) TO WS-RPT-MISS-NAME
               WRITE ED-PRINT-LINE FROM WS-RPT-MISSING-LINE
           END-IF.

       3400-PRINT-COST-HOLD-TOTALS.
           IF WS-COST-HELD-COUNT = 0
               MOVE '  (NONE)' TO CH-PRINT-LINE
               WRITE CH-PRINT-LINE
           END-IF
           MOVE SPACES TO CH-PRINT-LINE
           WRITE CH-PRINT-LINE
           MOVE 'COST CHANGES HELD:            ' TO WS-C-COUNT-LABEL
           MOVE WS-COST-HELD-COUNT TO WS-C-COUNT-VALUE
           WRITE CH-PRINT-LINE FROM WS-COST-COUNT-LINE
           MOVE 'NEWLY QUEUED ON COSTQUE:      ' TO WS-C-COUNT-LABEL
           MOVE WS-COST-QUEUED-COUNT TO WS-C-COUNT-VALUE
           WRITE CH-PRINT-LINE FROM WS-COST-COUNT-LINE
           MOVE WS-COST-NET-IMPACT TO WS-C-NET-IMPACT
           WRITE CH-PRINT-LINE FROM WS-COST-IMPACT-LINE.

      *--------------------------------------------------------------
      * Same condition-code meanings as ITMLOAD: 0016 refuses the
      * feed (out of balance - the clean file carries no trailer and
      * the load step must not run), 0004 completed but rejected
      * records or held unit costs, 0000 clean - so the scheduler
      * can condition-check this step instead of discovering a
      * refused feed one job later.
      *--------------------------------------------------------------
       9000-TERMINATION.
           CLOSE RAW-ITEMS
           CLOSE CLEAN-ITEMS
           CLOSE REJECT-ITEMS
           CLOSE EDIT-RPT
           CLOSE SUPPLIER-LOG
           CLOSE COST-QUEUE
           CLOSE COST-HOLD-RPT
           IF MASTER-IS-OPEN
               CLOSE MASTER-BY-KEY
           END-IF
           DISPLAY 'ITMEDIT: ' WS-READ-COUNT ' read, '
               WS-CLEAN-COUNT ' clean, '
               WS-REJECT-COUNT ' rejected'
                   MOVE 0016 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 0004 TO RETURN-CODE
               WHEN WS-MISSING-SUP-COUNT > 0
                   DISPLAY 'ITMEDIT: ' WS-MISSING-SUP-COUNT
                       ' expected supplier set(s) not received'
                   MOVE 0004 TO RETURN-CODE
               WHEN WS-COST-HELD-COUNT > 0
                   DISPLAY 'ITMEDIT: ' WS-COST-HELD-COUNT
                       ' unit cost change(s) held - see COSTHOLD'
                   MOVE 0004 TO RETURN-CODE
           END-EVALUATE.

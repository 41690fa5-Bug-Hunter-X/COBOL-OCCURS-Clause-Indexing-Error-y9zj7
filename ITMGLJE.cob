      *--------------------------------------------------------------
      * PROGRAM-ID : ITMGLJE
      * Month-end general ledger journal extract for inventory, so
      * accounting gets the movement behind the ITMVALUE number
      * instead of rebuilding it by hand.  Every change to the
      * SNAPOUT master in the period is valued at unit cost: the
      * MOVELOG records ITMLOAD writes for its delta adds, changes,
      * deletes and transfers (receipts and cycle-count adjustments
      * arrive classed by the job that cut them) and for a full
      * reload's difference from the prior master, plus the ITMINQ
      * corrections on CHGLOG.  A quantity change is valued at the
      * entry's cost before the change, a cost change on the
      * quantity left on hand is a revaluation of its own, and an
      * entry going on or off active status moves its value into or
      * out of the active stock the valuation carries.
      * Each valued movement is one GLJRNL journal line whose debit
      * and credit accounts come from the GLACCT map by movement
      * class and stocking location.  GLJRPT summarizes the journal
      * by class and location and proves it: the opening valuation
      * (last period's closing, carried on GLBAL), plus or minus
      * each movement class, must equal the closing valuation -
      * ITMVALUE's active-stock grand total, taken off the master as
      * it stands now.  The extract is therefore run after the
      * period's last load and before the next period's first.
      * The period is the month before the run date unless a
      * GLJECTL PERIOD=yyyymm card names another; an OPENING= card
      * (fifteen digits, cents implied) overrides the carried
      * opening for the first period or a corrected restatement.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMGLJE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJE-CONTROL ASSIGN TO 'GLJECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJE-CONTROL-STATUS.
           SELECT GL-ACCOUNT-MAP ASSIGN TO 'GLACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACCOUNT-STATUS.
           SELECT MOVE-LOG ASSIGN TO 'MOVELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-LOG-STATUS.
           SELECT CHANGE-LOG ASSIGN TO 'CHGLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT ITEM-MASTER ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-SNAP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GL-BALANCE ASSIGN TO 'GLBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-BALANCE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT GLJE-RPT ASSIGN TO 'GLJRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLJE-CONTROL
           RECORDING MODE IS F.
       01  GC-CONTROL-REC                   PIC X(80).

      *--------------------------------------------------------------
      * The account map, maintained by accounting: one record per
      * movement class and stocking location, or per class with
      * location '**' for every location not named on its own.  The
      * debit and credit accounts are those of an increase in stock
      * value; a decrease posts the same pair the other way round.
      *--------------------------------------------------------------
       FD  GL-ACCOUNT-MAP
           RECORDING MODE IS F.
       01  GA-ACCOUNT-REC.
           05  GA-MOVE-CLASS                PIC X(2).
           05  GA-ITEM-LOC                  PIC X(2).
           05  GA-DEBIT-ACCT                PIC X(10).
           05  GA-CREDIT-ACCT               PIC X(10).
           05  FILLER                       PIC X(56).

      *--------------------------------------------------------------
      * The movement record as ITMLOAD appends it.
      *--------------------------------------------------------------
       FD  MOVE-LOG
           RECORDING MODE IS F.
       01  ML-MOVE-REC.
           05  ML-RUN-DATE                  PIC 9(8).
           05  ML-JOB-ID                    PIC X(8).
           05  ML-MOVE-CLASS                PIC X(2).
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
      * The correction record as ITMINQ writes it; the before and
      * after images carry everything a correction can move.  Each
      * image slot on the file is 90 bytes with the 80-byte entry
      * left-justified in it, so the images are taken out whole and
      * read through the entry layout in WS-CG-BEFORE-ITEM and
      * WS-CG-AFTER-ITEM.
      *--------------------------------------------------------------
       FD  CHANGE-LOG
           RECORDING MODE IS F.
       01  CG-CHANGE-REC.
           05  CG-OPERATOR-ID               PIC X(8).
           05  CG-CHANGE-DATE               PIC 9(8).
           05  CG-CHANGE-TIME               PIC 9(6).
           05  CG-ITEM-CODE                 PIC X(10).
           05  CG-ITEM-LOC                  PIC X(2).
           05  CG-BEFORE-IMAGE              PIC X(90).
           05  CG-AFTER-IMAGE               PIC X(90).

       FD  ITEM-MASTER.
       01  SN-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SN==.

      *--------------------------------------------------------------
      * Closing valuation carried forward, one record appended per
      * extract run; the next period opens from the newest record
      * for the latest period before its own.
      *--------------------------------------------------------------
       FD  GL-BALANCE
           RECORDING MODE IS F.
       01  GB-BALANCE-REC.
           05  GB-PERIOD                    PIC 9(6).
           05  GB-CLOSING-VALUE             PIC 9(13)V99.
           05  GB-RUN-DATE                  PIC 9(8).

      *--------------------------------------------------------------
      * One journal line per valued movement: the period and the
      * date the movement was made, its class, entry, the account
      * pair (blank where the map has no entry for the class and
      * location), the amount, and the job or operator behind it.
      *--------------------------------------------------------------
       FD  GL-JOURNAL
           RECORDING MODE IS F.
       01  JE-JOURNAL-REC.
           05  JE-PERIOD                    PIC 9(6).
           05  JE-POST-DATE                 PIC 9(8).
           05  JE-MOVE-CLASS                PIC X(2).
           05  JE-ITEM-CODE                 PIC X(10).
           05  JE-ITEM-LOC                  PIC X(2).
           05  JE-DEBIT-ACCT                PIC X(10).
           05  JE-CREDIT-ACCT               PIC X(10).
           05  JE-AMOUNT                    PIC 9(12)V99.
           05  JE-SOURCE                    PIC X(8).

       FD  GLJE-RPT
           RECORDING MODE IS F.
       01  GR-PRINT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLJE-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-GL-ACCOUNT-STATUS         PIC X(2)  VALUE '00'.
           05  WS-MOVE-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-CHANGE-LOG-STATUS         PIC X(2)  VALUE '00'.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-GL-BALANCE-STATUS         PIC X(2)  VALUE '00'.
           05  WS-GL-JOURNAL-STATUS         PIC X(2)  VALUE '00'.
           05  WS-GLJE-RPT-STATUS           PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-GLJE-CONTROL          PIC X(1)  VALUE 'N'.
               88  GLJE-CONTROL-EOF                   VALUE 'Y'.
           05  WS-EOF-ACCOUNT-MAP           PIC X(1)  VALUE 'N'.
               88  ACCOUNT-MAP-EOF                    VALUE 'Y'.
           05  WS-EOF-MOVE-LOG              PIC X(1)  VALUE 'N'.
               88  MOVE-LOG-EOF                       VALUE 'Y'.
           05  WS-EOF-CHANGE-LOG            PIC X(1)  VALUE 'N'.
               88  CHANGE-LOG-EOF                     VALUE 'Y'.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  ITEM-MASTER-EOF                    VALUE 'Y'.
           05  WS-EOF-GL-BALANCE            PIC X(1)  VALUE 'N'.
               88  GL-BALANCE-EOF                     VALUE 'Y'.

       01  WS-GLJE-CONTROLS.
           05  WS-PERIOD                    PIC 9(6)  VALUE 0.
           05  WS-PERIOD-X REDEFINES WS-PERIOD.
               10  WS-PERIOD-YYYY           PIC 9(4).
               10  WS-PERIOD-MM             PIC 9(2).
      *--------------------------------------------------------------
      * Where the opening came from: 'B' the GLBAL carry, 'O' an
      * OPENING= card, 'N' nowhere - the proof then opens at zero
      * and says so.
      *--------------------------------------------------------------
           05  WS-OPENING-SOURCE            PIC X(1)  VALUE 'N'.
               88  OPENING-FROM-BALANCE               VALUE 'B'.
               88  OPENING-FROM-CARD                  VALUE 'O'.
               88  OPENING-NOT-FOUND                  VALUE 'N'.
           05  WS-OPENING-PERIOD            PIC 9(6)  VALUE 0.
           05  WS-OPENING-VALUE             PIC 9(13)V99 VALUE 0.
           05  WS-CLOSING-VALUE             PIC 9(13)V99 VALUE 0.
           05  WS-COMPUTED-CLOSING          PIC S9(13)V99 VALUE 0.
           05  WS-PROOF-DIFFERENCE          PIC S9(13)V99 VALUE 0.
           05  WS-CONDITION-CODE            PIC 9(4)  VALUE 0.

       01  WS-GLJE-COUNTS.
           05  WS-MOVE-READ-COUNT           PIC 9(7)  VALUE 0.
           05  WS-MOVE-USED-COUNT           PIC 9(7)  VALUE 0.
           05  WS-CHANGE-USED-COUNT         PIC 9(7)  VALUE 0.
           05  WS-JOURNAL-COUNT             PIC 9(7)  VALUE 0.
           05  WS-UNMAPPED-COUNT            PIC 9(7)  VALUE 0.
           05  WS-MASTER-READ-COUNT         PIC 9(7)  VALUE 0.

      *--------------------------------------------------------------
      * The movement being valued, from either log.  A side that is
      * absent - an entry coming onto or leaving the master - has a
      * blank status.
      *--------------------------------------------------------------
       01  WS-MOVEMENT.
           05  WS-MV-DATE                   PIC 9(8).
           05  WS-MV-CLASS                  PIC X(2).
           05  WS-MV-ITEM-CODE              PIC X(10).
           05  WS-MV-ITEM-LOC               PIC X(2).
           05  WS-MV-SOURCE                 PIC X(8).
           05  WS-MV-BEFORE-QTY             PIC 9(7).
           05  WS-MV-BEFORE-COST            PIC 9(5)V99.
           05  WS-MV-BEFORE-STATUS          PIC X(1).
               88  MV-BEFORE-ACTIVE                   VALUE 'A'.
               88  MV-BEFORE-ABSENT                   VALUE SPACE.
           05  WS-MV-AFTER-QTY              PIC 9(7).
           05  WS-MV-AFTER-COST             PIC 9(5)V99.
           05  WS-MV-AFTER-STATUS           PIC X(1).
               88  MV-AFTER-ACTIVE                    VALUE 'A'.
               88  MV-AFTER-ABSENT                    VALUE SPACE.
           05  WS-MV-VALUE                  PIC S9(13)V99.
           05  WS-MV-VALUE-CLASS            PIC X(2).

      *--------------------------------------------------------------
      * A correction's before and after entry images off CHGLOG.
      *--------------------------------------------------------------
       01  WS-CG-BEFORE-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==CGO==.

       01  WS-CG-AFTER-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==CGN==.

      *--------------------------------------------------------------
      * Movement classes in the order the proof lists them.  The
      * known classes are set up at start so every one shows on the
      * proof, moved or not; a class the table does not know (a new
      * producer's tag) is added as it is met.
      *--------------------------------------------------------------
       01  WS-CLASS-AREA.
           05  WS-MAX-CLASSES               PIC 9(2)  VALUE 30.
           05  WS-CLASS-COUNT               PIC 9(2)  VALUE 0.
           05  WS-CLASS-INDEX               PIC 9(2)  VALUE 0.
           05  WS-NEW-CLASS-CODE            PIC X(2).
           05  WS-NEW-CLASS-NAME            PIC X(30).
           05  WS-CLASS-TABLE OCCURS 30 TIMES.
               10  WS-CLS-CODE              PIC X(2).
               10  WS-CLS-NAME              PIC X(30).
               10  WS-CLS-LINES             PIC 9(7).
               10  WS-CLS-INCREASE          PIC 9(13)V99.
               10  WS-CLS-DECREASE          PIC 9(13)V99.

       01  WS-ACCOUNT-AREA.
           05  WS-MAX-ACCOUNTS              PIC 9(3)  VALUE 200.
           05  WS-ACCOUNT-COUNT             PIC 9(3)  VALUE 0.
           05  WS-ACCOUNT-INDEX             PIC 9(3)  VALUE 0.
           05  WS-ACCOUNT-TABLE OCCURS 200 TIMES.
               10  WS-ACT-CLASS             PIC X(2).
               10  WS-ACT-LOC               PIC X(2).
               10  WS-ACT-DEBIT             PIC X(10).
               10  WS-ACT-CREDIT            PIC X(10).

      *--------------------------------------------------------------
      * Journal summary, one row per class and location met, with
      * the account pair the map gave it.
      *--------------------------------------------------------------
       01  WS-POST-AREA.
           05  WS-MAX-POSTS                 PIC 9(3)  VALUE 300.
           05  WS-POST-COUNT                PIC 9(3)  VALUE 0.
           05  WS-POST-INDEX                PIC 9(3)  VALUE 0.
           05  WS-POST-TABLE OCCURS 300 TIMES.
               10  WS-PST-CLASS             PIC X(2).
               10  WS-PST-LOC               PIC X(2).
               10  WS-PST-DEBIT             PIC X(10).
               10  WS-PST-CREDIT            PIC X(10).
               10  WS-PST-LINES             PIC 9(7).
               10  WS-PST-INCREASE          PIC 9(13)V99.
               10  WS-PST-DECREASE          PIC 9(13)V99.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).
           05  WS-NET-VALUE                 PIC S9(13)V99.

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'GL INVENTORY JOURNAL      '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(11) VALUE
               '   PERIOD: '.
           05  WS-H-PERIOD                  PIC 9(6).
           05  FILLER                       PIC X(74) VALUE SPACES.

       01  WS-RPT-TITLE-LINE.
           05  WS-TITLE-TEXT                PIC X(50).
           05  FILLER                       PIC X(82) VALUE SPACES.

       01  WS-RPT-POST-COL-LINE.
           05  FILLER                       PIC X(7)  VALUE 'CLASS'.
           05  FILLER                       PIC X(5)  VALUE 'LOC'.
           05  FILLER                       PIC X(12) VALUE
               'DEBIT ACCT'.
           05  FILLER                       PIC X(12) VALUE
               'CREDIT ACCT'.
           05  FILLER                       PIC X(9)  VALUE
               '    LINES'.
           05  FILLER                       PIC X(18) VALUE
               '         INCREASES'.
           05  FILLER                       PIC X(18) VALUE
               '         DECREASES'.
           05  FILLER                       PIC X(18) VALUE
               '               NET'.
           05  FILLER                       PIC X(33) VALUE SPACES.

       01  WS-RPT-POST-LINE.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-P-CLASS                   PIC X(2).
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-P-LOC                     PIC X(2).
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-P-DEBIT                   PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-P-CREDIT                  PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-P-LINES                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-P-INCREASE                PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-P-DECREASE                PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-P-NET                     PIC -(14)9.99.
           05  FILLER                       PIC X(33) VALUE SPACES.

       01  WS-RPT-PROOF-LINE.
           05  WS-PF-LABEL                  PIC X(44).
           05  WS-PF-VALUE                  PIC -(14)9.99.
           05  FILLER                       PIC X(70) VALUE SPACES.

       01  WS-RPT-CLASS-LABEL.
           05  FILLER                       PIC X(6)  VALUE '  +/- '.
           05  WS-CL-CODE                   PIC X(2).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-CL-NAME                   PIC X(30).
           05  FILLER                       PIC X(4)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(44).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-VALUE-MOVEMENT-LOG
           PERFORM 2100-VALUE-CORRECTIONS
           PERFORM 3000-VALUE-CLOSING-MASTER
           PERFORM 4000-PRINT-JOURNAL-SUMMARY
           PERFORM 4100-PRINT-ROLL-FORWARD
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MM = 01
               COMPUTE WS-PERIOD-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
               COMPUTE WS-PERIOD-MM = WS-RUN-MM - 1
           END-IF
           PERFORM 1300-SET-UP-CLASSES
           PERFORM 1010-READ-CONTROL-CARDS
           PERFORM 1100-LOAD-ACCOUNT-MAP
           IF NOT OPENING-FROM-CARD
               PERFORM 1200-FIND-OPENING-BALANCE
           END-IF
           OPEN OUTPUT GL-JOURNAL
           IF WS-GL-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot open journal file, '
                   'status ' WS-GL-JOURNAL-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GLJE-RPT
           IF WS-GLJE-RPT-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot open journal report, '
                   'status ' WS-GLJE-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE WS-PERIOD   TO WS-H-PERIOD
           WRITE GR-PRINT-LINE FROM WS-RPT-HDR-LINE.

       1010-READ-CONTROL-CARDS.
           OPEN INPUT GLJE-CONTROL
           IF WS-GLJE-CONTROL-STATUS = '00'
               PERFORM UNTIL GLJE-CONTROL-EOF
                   READ GLJE-CONTROL
                       AT END
                           SET GLJE-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE GLJE-CONTROL
           END-IF.

       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN GC-CONTROL-REC(1:1) = '*'
               WHEN GC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN GC-CONTROL-REC(1:7) = 'PERIOD='
                   IF GC-CONTROL-REC(8:6) IS NOT NUMERIC
                       OR GC-CONTROL-REC(12:2) < '01'
                       OR GC-CONTROL-REC(12:2) > '12'
                       DISPLAY 'ITMGLJE: PERIOD= must be yyyymm'
                       STOP RUN
                   END-IF
                   MOVE GC-CONTROL-REC(8:6) TO WS-PERIOD
               WHEN GC-CONTROL-REC(1:8) = 'OPENING='
                   IF GC-CONTROL-REC(9:15) IS NOT NUMERIC
                       DISPLAY 'ITMGLJE: OPENING= must be 15 digits,'
                           ' cents implied'
                       STOP RUN
                   END-IF
                   MOVE GC-CONTROL-REC(9:15) TO WS-OPENING-VALUE
                   SET OPENING-FROM-CARD TO TRUE
               WHEN OTHER
                   DISPLAY 'ITMGLJE: unrecognized control card: '
                       GC-CONTROL-REC
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * Without the account map there is nothing to post to.
      *--------------------------------------------------------------
       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-GL-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot open account map, '
                   'status ' WS-GL-ACCOUNT-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ACCOUNT-MAP-EOF
               READ GL-ACCOUNT-MAP
                   AT END
                       SET ACCOUNT-MAP-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-STORE-ACCOUNT-PAIR
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-MAP.

       1110-STORE-ACCOUNT-PAIR.
           IF WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
               DISPLAY 'ITMGLJE: more than ' WS-MAX-ACCOUNTS
                   ' account map records - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE GA-MOVE-CLASS  TO WS-ACT-CLASS(WS-ACCOUNT-COUNT)
           MOVE GA-ITEM-LOC    TO WS-ACT-LOC(WS-ACCOUNT-COUNT)
           MOVE GA-DEBIT-ACCT  TO WS-ACT-DEBIT(WS-ACCOUNT-COUNT)
           MOVE GA-CREDIT-ACCT TO WS-ACT-CREDIT(WS-ACCOUNT-COUNT).

      *--------------------------------------------------------------
      * GLBAL has to be there - this run appends its own closing to
      * it - but may be empty before the first period is closed.
      * The opening is the newest record of the latest period before
      * this one, so a rerun period's corrected closing wins.
      *--------------------------------------------------------------
       1200-FIND-OPENING-BALANCE.
           OPEN INPUT GL-BALANCE
           IF WS-GL-BALANCE-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot open balance carry file, '
                   'status ' WS-GL-BALANCE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL GL-BALANCE-EOF
               READ GL-BALANCE
                   AT END
                       SET GL-BALANCE-EOF TO TRUE
                   NOT AT END
                       IF GB-PERIOD < WS-PERIOD
                               AND GB-PERIOD >= WS-OPENING-PERIOD
                           MOVE GB-PERIOD TO WS-OPENING-PERIOD
                           MOVE GB-CLOSING-VALUE TO WS-OPENING-VALUE
                           SET OPENING-FROM-BALANCE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE.

       1300-SET-UP-CLASSES.
           MOVE 'RC' TO WS-NEW-CLASS-CODE
           MOVE 'RECEIPTS' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'CY' TO WS-NEW-CLASS-CODE
           MOVE 'CYCLE COUNT ADJUSTMENTS' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'XF' TO WS-NEW-CLASS-CODE
           MOVE 'INTER-LOCATION TRANSFERS' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'AD' TO WS-NEW-CLASS-CODE
           MOVE 'DELTA ADDS' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'CH' TO WS-NEW-CLASS-CODE
           MOVE 'DELTA CHANGES' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'DL' TO WS-NEW-CLASS-CODE
           MOVE 'DELTA DELETES' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'IQ' TO WS-NEW-CLASS-CODE
           MOVE 'ITMINQ CORRECTIONS' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'EX' TO WS-NEW-CLASS-CODE
           MOVE 'FULL RELOAD DIFFERENCES' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'CO' TO WS-NEW-CLASS-CODE
           MOVE 'COST REVALUATION' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW
           MOVE 'ST' TO WS-NEW-CLASS-CODE
           MOVE 'STATUS TO/FROM ACTIVE' TO WS-NEW-CLASS-NAME
           PERFORM 1310-ADD-CLASS-ROW.

       1310-ADD-CLASS-ROW.
           IF WS-CLASS-COUNT >= WS-MAX-CLASSES
               DISPLAY 'ITMGLJE: more than ' WS-MAX-CLASSES
                   ' movement classes - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           MOVE WS-NEW-CLASS-CODE TO WS-CLS-CODE(WS-CLASS-COUNT)
           MOVE WS-NEW-CLASS-NAME TO WS-CLS-NAME(WS-CLASS-COUNT)
           MOVE 0 TO WS-CLS-LINES(WS-CLASS-COUNT)
           MOVE 0 TO WS-CLS-INCREASE(WS-CLASS-COUNT)
           MOVE 0 TO WS-CLS-DECREASE(WS-CLASS-COUNT).

      *--------------------------------------------------------------
      * MOVELOG has to be there: ITMLOAD appends to it on every run,
      * so its absence means the period's movement is unknown.
      *--------------------------------------------------------------
       2000-VALUE-MOVEMENT-LOG.
           OPEN INPUT MOVE-LOG
           IF WS-MOVE-LOG-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot open movement log, '
                   'status ' WS-MOVE-LOG-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MOVE-LOG-EOF
               READ MOVE-LOG
                   AT END
                       SET MOVE-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MOVE-READ-COUNT
                       IF ML-RUN-DATE(1:6) = WS-PERIOD-X
                           PERFORM 2010-TAKE-LOGGED-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVE-LOG.

       2010-TAKE-LOGGED-MOVEMENT.
           ADD 1 TO WS-MOVE-USED-COUNT
           MOVE ML-RUN-DATE      TO WS-MV-DATE
           MOVE ML-MOVE-CLASS    TO WS-MV-CLASS
           MOVE ML-ITEM-CODE     TO WS-MV-ITEM-CODE
           MOVE ML-ITEM-LOC      TO WS-MV-ITEM-LOC
           MOVE ML-JOB-ID        TO WS-MV-SOURCE
           MOVE ML-BEFORE-QTY    TO WS-MV-BEFORE-QTY
           MOVE ML-BEFORE-COST   TO WS-MV-BEFORE-COST
           MOVE ML-BEFORE-STATUS TO WS-MV-BEFORE-STATUS
           MOVE ML-AFTER-QTY     TO WS-MV-AFTER-QTY
           MOVE ML-AFTER-COST    TO WS-MV-AFTER-COST
           MOVE ML-AFTER-STATUS  TO WS-MV-AFTER-STATUS
           PERFORM 2500-VALUE-MOVEMENT.

      *--------------------------------------------------------------
      * No CHGLOG simply means no operator has corrected anything.
      *--------------------------------------------------------------
       2100-VALUE-CORRECTIONS.
           OPEN INPUT CHANGE-LOG
           IF WS-CHANGE-LOG-STATUS = '00'
               PERFORM UNTIL CHANGE-LOG-EOF
                   READ CHANGE-LOG
                       AT END
                           SET CHANGE-LOG-EOF TO TRUE
                       NOT AT END
                           IF CG-CHANGE-DATE(1:6) = WS-PERIOD-X
                               PERFORM 2110-TAKE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG
           END-IF.

       2110-TAKE-CORRECTION.
           ADD 1 TO WS-CHANGE-USED-COUNT
           MOVE CG-BEFORE-IMAGE  TO WS-CG-BEFORE-ITEM
           MOVE CG-AFTER-IMAGE   TO WS-CG-AFTER-ITEM
           MOVE CG-CHANGE-DATE   TO WS-MV-DATE
           MOVE 'IQ'             TO WS-MV-CLASS
           MOVE CG-ITEM-CODE     TO WS-MV-ITEM-CODE
           MOVE CG-ITEM-LOC      TO WS-MV-ITEM-LOC
           MOVE CG-OPERATOR-ID   TO WS-MV-SOURCE
           MOVE CGO-ITEM-QTY     TO WS-MV-BEFORE-QTY
           MOVE CGO-ITEM-COST    TO WS-MV-BEFORE-COST
           MOVE CGO-ITEM-STATUS  TO WS-MV-BEFORE-STATUS
           MOVE CGN-ITEM-QTY     TO WS-MV-AFTER-QTY
           MOVE CGN-ITEM-COST    TO WS-MV-AFTER-COST
           MOVE CGN-ITEM-STATUS  TO WS-MV-AFTER-STATUS
           PERFORM 2500-VALUE-MOVEMENT.

      *--------------------------------------------------------------
      * Only active stock is on the valuation, so a movement between
      * two inactive states moves nothing.  An absent side takes the
      * other side's status and cost with zero quantity, so an entry
      * coming onto or leaving the master is valued wholly in its
      * own class.  Otherwise, in order: an entry coming onto active
      * status brings its before value in as a status movement; the
      * quantity change is valued at the before cost in the
      * movement's class; a cost change revalues the after quantity;
      * and an entry going off active status takes its after value
      * out as a status movement.  The parts sum to exactly the
      * change in the entry's active value.
      *--------------------------------------------------------------
       2500-VALUE-MOVEMENT.
           IF MV-BEFORE-ABSENT
               MOVE WS-MV-AFTER-STATUS TO WS-MV-BEFORE-STATUS
               MOVE WS-MV-AFTER-COST   TO WS-MV-BEFORE-COST
               MOVE 0 TO WS-MV-BEFORE-QTY
           END-IF
           IF MV-AFTER-ABSENT
               MOVE WS-MV-BEFORE-STATUS TO WS-MV-AFTER-STATUS
               MOVE WS-MV-BEFORE-COST   TO WS-MV-AFTER-COST
               MOVE 0 TO WS-MV-AFTER-QTY
           END-IF
           IF MV-BEFORE-ACTIVE OR MV-AFTER-ACTIVE
               IF MV-AFTER-ACTIVE AND NOT MV-BEFORE-ACTIVE
                   COMPUTE WS-MV-VALUE =
                       WS-MV-BEFORE-QTY * WS-MV-BEFORE-COST
                   MOVE 'ST' TO WS-MV-VALUE-CLASS
                   PERFORM 2600-POST-VALUE
               END-IF
               COMPUTE WS-MV-VALUE =
                   (WS-MV-AFTER-QTY - WS-MV-BEFORE-QTY)
                   * WS-MV-BEFORE-COST
               MOVE WS-MV-CLASS TO WS-MV-VALUE-CLASS
               PERFORM 2600-POST-VALUE
               COMPUTE WS-MV-VALUE =
                   (WS-MV-AFTER-COST - WS-MV-BEFORE-COST)
                   * WS-MV-AFTER-QTY
               MOVE 'CO' TO WS-MV-VALUE-CLASS
               PERFORM 2600-POST-VALUE
               IF MV-BEFORE-ACTIVE AND NOT MV-AFTER-ACTIVE
                   COMPUTE WS-MV-VALUE =
                       0 - WS-MV-AFTER-QTY * WS-MV-AFTER-COST
                   MOVE 'ST' TO WS-MV-VALUE-CLASS
                   PERFORM 2600-POST-VALUE
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * One valued part: into its class total and its class-and-
      * location summary row, and out as a journal line.  An
      * increase debits the map's debit account; a decrease posts
      * the pair reversed, for the absolute amount.
      *--------------------------------------------------------------
       2600-POST-VALUE.
           IF WS-MV-VALUE NOT = 0
               PERFORM 2610-FIND-CLASS-ROW
               PERFORM 2620-FIND-POST-ROW
               ADD 1 TO WS-CLS-LINES(WS-CLASS-INDEX)
               ADD 1 TO WS-PST-LINES(WS-POST-INDEX)
               MOVE WS-PERIOD       TO JE-PERIOD
               MOVE WS-MV-DATE      TO JE-POST-DATE
               MOVE WS-MV-VALUE-CLASS TO JE-MOVE-CLASS
               MOVE WS-MV-ITEM-CODE TO JE-ITEM-CODE
               MOVE WS-MV-ITEM-LOC  TO JE-ITEM-LOC
               MOVE WS-MV-SOURCE    TO JE-SOURCE
               IF WS-MV-VALUE > 0
                   ADD WS-MV-VALUE TO WS-CLS-INCREASE(WS-CLASS-INDEX)
                   ADD WS-MV-VALUE TO WS-PST-INCREASE(WS-POST-INDEX)
                   MOVE WS-PST-DEBIT(WS-POST-INDEX)  TO JE-DEBIT-ACCT
                   MOVE WS-PST-CREDIT(WS-POST-INDEX) TO JE-CREDIT-ACCT
                   MOVE WS-MV-VALUE TO JE-AMOUNT
               ELSE
                   SUBTRACT WS-MV-VALUE
                       FROM WS-CLS-DECREASE(WS-CLASS-INDEX)
                   SUBTRACT WS-MV-VALUE
                       FROM WS-PST-DECREASE(WS-POST-INDEX)
                   MOVE WS-PST-CREDIT(WS-POST-INDEX) TO JE-DEBIT-ACCT
                   MOVE WS-PST-DEBIT(WS-POST-INDEX)  TO JE-CREDIT-ACCT
                   COMPUTE JE-AMOUNT = 0 - WS-MV-VALUE
               END-IF
               WRITE JE-JOURNAL-REC
               ADD 1 TO WS-JOURNAL-COUNT
               IF WS-PST-DEBIT(WS-POST-INDEX) = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-IF.

       2610-FIND-CLASS-ROW.
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                   UNTIL WS-CLASS-INDEX > WS-CLASS-COUNT
                   OR WS-CLS-CODE(WS-CLASS-INDEX) = WS-MV-VALUE-CLASS
               CONTINUE
           END-PERFORM
           IF WS-CLASS-INDEX > WS-CLASS-COUNT
               MOVE WS-MV-VALUE-CLASS TO WS-NEW-CLASS-CODE
               MOVE '*** UNLISTED MOVEMENT CLASS' TO WS-NEW-CLASS-NAME
               PERFORM 1310-ADD-CLASS-ROW
               MOVE WS-CLASS-COUNT TO WS-CLASS-INDEX
           END-IF.

       2620-FIND-POST-ROW.
           PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
                   OR (WS-PST-CLASS(WS-POST-INDEX) = WS-MV-VALUE-CLASS
                       AND WS-PST-LOC(WS-POST-INDEX) = WS-MV-ITEM-LOC)
               CONTINUE
           END-PERFORM
           IF WS-POST-INDEX > WS-POST-COUNT
               IF WS-POST-COUNT >= WS-MAX-POSTS
                   DISPLAY 'ITMGLJE: more than ' WS-MAX-POSTS
                       ' class/location pairs - run refused'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POST-COUNT
               MOVE WS-POST-COUNT TO WS-POST-INDEX
               MOVE WS-MV-VALUE-CLASS TO WS-PST-CLASS(WS-POST-INDEX)
               MOVE WS-MV-ITEM-LOC    TO WS-PST-LOC(WS-POST-INDEX)
               MOVE 0 TO WS-PST-LINES(WS-POST-INDEX)
               MOVE 0 TO WS-PST-INCREASE(WS-POST-INDEX)
               MOVE 0 TO WS-PST-DECREASE(WS-POST-INDEX)
               PERFORM 2630-MAP-ACCOUNTS
           END-IF.

      *--------------------------------------------------------------
      * The class's own entry for the location wins over its '**'
      * entry; neither leaves the pair blank, and the line unmapped.
      *--------------------------------------------------------------
       2630-MAP-ACCOUNTS.
           MOVE SPACES TO WS-PST-DEBIT(WS-POST-INDEX)
           MOVE SPACES TO WS-PST-CREDIT(WS-POST-INDEX)
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF WS-ACT-CLASS(WS-ACCOUNT-INDEX) = WS-MV-VALUE-CLASS
                   IF WS-ACT-LOC(WS-ACCOUNT-INDEX) = WS-MV-ITEM-LOC
                       OR (WS-ACT-LOC(WS-ACCOUNT-INDEX) = '**'
                           AND WS-PST-DEBIT(WS-POST-INDEX) = SPACES)
                       MOVE WS-ACT-DEBIT(WS-ACCOUNT-INDEX)
                           TO WS-PST-DEBIT(WS-POST-INDEX)
                       MOVE WS-ACT-CREDIT(WS-ACCOUNT-INDEX)
                           TO WS-PST-CREDIT(WS-POST-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * The closing valuation exactly as ITMVALUE takes it: active
      * entries only, quantity times unit cost.
      *--------------------------------------------------------------
       3000-VALUE-CLOSING-MASTER.
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot open item master, '
                   'status ' WS-MASTER-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ITEM-MASTER-EOF
               READ ITEM-MASTER
                   AT END
                       SET ITEM-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF SN-STATUS-ACTIVE
                           COMPUTE WS-CLOSING-VALUE =
                               WS-CLOSING-VALUE
                               + SN-ITEM-QTY * SN-ITEM-COST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER.

       4000-PRINT-JOURNAL-SUMMARY.
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE 'JOURNAL SUMMARY BY MOVEMENT CLASS AND LOCATION'
               TO WS-TITLE-TEXT
           WRITE GR-PRINT-LINE FROM WS-RPT-TITLE-LINE
           WRITE GR-PRINT-LINE FROM WS-RPT-POST-COL-LINE
           IF WS-POST-COUNT = 0
               MOVE '  (NONE)' TO GR-PRINT-LINE
               WRITE GR-PRINT-LINE
           END-IF
           PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
               MOVE WS-PST-CLASS(WS-POST-INDEX) TO WS-P-CLASS
               MOVE WS-PST-LOC(WS-POST-INDEX)   TO WS-P-LOC
               IF WS-PST-DEBIT(WS-POST-INDEX) = SPACES
                   MOVE '*UNMAPPED*' TO WS-P-DEBIT
                   MOVE '*UNMAPPED*' TO WS-P-CREDIT
               ELSE
                   MOVE WS-PST-DEBIT(WS-POST-INDEX)  TO WS-P-DEBIT
                   MOVE WS-PST-CREDIT(WS-POST-INDEX) TO WS-P-CREDIT
               END-IF
               MOVE WS-PST-LINES(WS-POST-INDEX)    TO WS-P-LINES
               MOVE WS-PST-INCREASE(WS-POST-INDEX) TO WS-P-INCREASE
               MOVE WS-PST-DECREASE(WS-POST-INDEX) TO WS-P-DECREASE
               COMPUTE WS-NET-VALUE =
                   WS-PST-INCREASE(WS-POST-INDEX)
                   - WS-PST-DECREASE(WS-POST-INDEX)
               MOVE WS-NET-VALUE TO WS-P-NET
               WRITE GR-PRINT-LINE FROM WS-RPT-POST-LINE
           END-PERFORM.

      *--------------------------------------------------------------
      * The proof accounting ties the ledger with.  The closing it
      * is proved against is the master's own valuation, not the
      * opening plus the journal, so a change that reached the
      * master without being logged shows up as a difference here
      * rather than disappearing.
      *--------------------------------------------------------------
       4100-PRINT-ROLL-FORWARD.
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE 'ROLL-FORWARD PROOF' TO WS-TITLE-TEXT
           WRITE GR-PRINT-LINE FROM WS-RPT-TITLE-LINE
           EVALUATE TRUE
               WHEN OPENING-FROM-BALANCE
                   MOVE 'OPENING VALUATION - CLOSING OF PERIOD'
                       TO WS-PF-LABEL
                   MOVE WS-OPENING-PERIOD TO WS-PF-LABEL(39:6)
               WHEN OPENING-FROM-CARD
                   MOVE 'OPENING VALUATION - OPENING= CARD'
                       TO WS-PF-LABEL
               WHEN OTHER
                   MOVE 'OPENING VALUATION - NONE ON GLBAL, ZERO'
                       TO WS-PF-LABEL
                   MOVE 0004 TO WS-CONDITION-CODE
           END-EVALUATE
           MOVE WS-OPENING-VALUE TO WS-PF-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-PROOF-LINE
           MOVE WS-OPENING-VALUE TO WS-COMPUTED-CLOSING
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                   UNTIL WS-CLASS-INDEX > WS-CLASS-COUNT
               COMPUTE WS-NET-VALUE =
                   WS-CLS-INCREASE(WS-CLASS-INDEX)
                   - WS-CLS-DECREASE(WS-CLASS-INDEX)
               ADD WS-NET-VALUE TO WS-COMPUTED-CLOSING
               MOVE WS-CLS-CODE(WS-CLASS-INDEX) TO WS-CL-CODE
               MOVE WS-CLS-NAME(WS-CLASS-INDEX) TO WS-CL-NAME
               MOVE WS-RPT-CLASS-LABEL TO WS-PF-LABEL
               MOVE WS-NET-VALUE TO WS-PF-VALUE
               WRITE GR-PRINT-LINE FROM WS-RPT-PROOF-LINE
           END-PERFORM
           MOVE 'COMPUTED CLOSING VALUATION' TO WS-PF-LABEL
           MOVE WS-COMPUTED-CLOSING TO WS-PF-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-PROOF-LINE
           MOVE 'CLOSING VALUATION - ACTIVE STOCK ON MASTER'
               TO WS-PF-LABEL
           MOVE WS-CLOSING-VALUE TO WS-PF-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-PROOF-LINE
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-CLOSING-VALUE - WS-COMPUTED-CLOSING
           MOVE 'DIFFERENCE' TO WS-PF-LABEL
           MOVE WS-PROOF-DIFFERENCE TO WS-PF-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-PROOF-LINE
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           IF WS-PROOF-DIFFERENCE = 0
               MOVE '*** ROLL-FORWARD IN BALANCE ***' TO GR-PRINT-LINE
           ELSE
               MOVE '*** ROLL-FORWARD OUT OF BALANCE ***'
                   TO GR-PRINT-LINE
               MOVE 0004 TO WS-CONDITION-CODE
           END-IF
           WRITE GR-PRINT-LINE
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE 'MOVELOG RECORDS IN PERIOD:' TO WS-RPT-COUNT-LABEL
           MOVE WS-MOVE-USED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CHGLOG CORRECTIONS IN PERIOD:'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CHANGE-USED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'JOURNAL LINES WRITTEN:' TO WS-RPT-COUNT-LABEL
           MOVE WS-JOURNAL-COUNT TO WS-RPT-COUNT-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'JOURNAL LINES WITH NO ACCOUNT MAPPING:'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNMAPPED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE GR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           IF WS-UNMAPPED-COUNT > 0
               MOVE 0004 TO WS-CONDITION-CODE
           END-IF.

      *--------------------------------------------------------------
      * The master's closing is carried for next period to open
      * from, in balance or not: it is what the ledger will hold.
      *--------------------------------------------------------------
       9000-TERMINATION.
           OPEN EXTEND GL-BALANCE
           IF WS-GL-BALANCE-STATUS NOT = '00'
               DISPLAY 'ITMGLJE: cannot extend balance carry file, '
                   'status ' WS-GL-BALANCE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD        TO GB-PERIOD
           MOVE WS-CLOSING-VALUE TO GB-CLOSING-VALUE
           MOVE WS-RUN-DATE      TO GB-RUN-DATE
           WRITE GB-BALANCE-REC
           CLOSE GL-BALANCE
           CLOSE GL-JOURNAL
           CLOSE GLJE-RPT
           DISPLAY 'ITMGLJE: period ' WS-PERIOD ' - '
               WS-JOURNAL-COUNT ' journal line(s) - see GLJRPT'
           IF WS-PROOF-DIFFERENCE NOT = 0
               DISPLAY 'ITMGLJE: roll-forward out of balance'
           END-IF
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY 'ITMGLJE: ' WS-UNMAPPED-COUNT
                   ' journal line(s) have no account mapping'
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE.

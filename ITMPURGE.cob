      *--------------------------------------------------------------
      * PROGRAM-ID : ITMPURGE
      * Periodic purge of long-cancelled entries off the SNAPOUT
      * item master.  A status-'C' entry is otherwise carried for
      * ever - through every night's load, every valuation and
      * every count sheet.  An entry goes when all three hold: it
      * has been cancelled longer than the RETAIN-DAYS= period on
      * the PURGCTL card, it shows zero quantity, and the buyers
      * have no REORDPT policy open against it.  The date it was
      * cancelled is the latest move into status 'C' found on the
      * movement log ITMLOAD appends (MOVELOG) or on the ITMINQ
      * correction log (CHGLOG); an entry cancelled before either
      * log begins is taken as cancelled since the log's first day.
      * Every entry purged is first appended, with the purge date,
      * to the purge archive PURGARC - the file ITMLOAD's
      * reconciliation and ITMVRFY's rebuild consult, so a purged
      * entry's disappearance is never taken for an unexplained
      * drop - and only then cut as a 'D' transaction on TRANFIL,
      * class-tagged 'PG', for ITMLOAD's delta mode to remove.  The
      * entries purged and those held for a REORDPT policy are
      * listed on PURGRPT.  A cancelled entry still showing a
      * quantity is never purged: it is listed on PURGEXC for
      * somebody to resolve, and the step ends with code 0004.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-CONTROL ASSIGN TO 'PURGCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-CONTROL-STATUS.
           SELECT ITEM-MASTER ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-SNAP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MOVE-LOG ASSIGN TO 'MOVELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-LOG-STATUS.
           SELECT CHANGE-LOG ASSIGN TO 'CHGLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT REORDER-POINTS ASSIGN TO 'REORDPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.
           SELECT PURGE-ARCHIVE ASSIGN TO 'PURGARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-ARCHIVE-STATUS.
           SELECT TRAN-OUT ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT PURGE-RPT ASSIGN TO 'PURGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-RPT-STATUS.
           SELECT EXCEPTION-RPT ASSIGN TO 'PURGEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-CONTROL
           RECORDING MODE IS F.
       01  PC-CONTROL-REC                   PIC X(80).

       FD  ITEM-MASTER.
       01  SN-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SN==.

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
      * The correction record as ITMINQ writes it; only the date,
      * the key and the status on each side matter here.  Each image
      * slot on the file is 90 bytes with the 80-byte entry
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

       FD  REORDER-POINTS
           RECORDING MODE IS F.
       01  RP-REORDER-REC.
           05  RP-ITEM-CODE                 PIC X(10).
           05  RP-ITEM-LOC                  PIC X(2).
           05  RP-REORDER-POINT             PIC 9(7).
           05  RP-TARGET-STOCK              PIC 9(7).

      *--------------------------------------------------------------
      * The purge archive: one record per entry purged, appended
      * run after run - the date of the purge, the master record
      * exactly as it stood, and the date the entry was taken as
      * cancelled from.  Key first after the date, so a reader that
      * needs only to recognize a purged entry can stop there.
      *--------------------------------------------------------------
       FD  PURGE-ARCHIVE
           RECORDING MODE IS F.
       01  PA-PURGE-REC.
           05  PA-PURGE-DATE                PIC 9(8).
           05  PA-ITEM-IMAGE                PIC X(80).
           05  PA-CANCELLED-SINCE           PIC 9(8).

      *--------------------------------------------------------------
      * The same transaction record ITMLOAD's delta mode consumes.
      * The 'PG' class tag marks the delete as a purge on the
      * movement log.
      *--------------------------------------------------------------
       FD  TRAN-OUT
           RECORDING MODE IS F.
       01  TX-TRAN-REC.
           05  TX-ACTION                    PIC X(1).
           05  TX-ITEM.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==TX==
                                       ==05==         BY ==10==.
           05  TX-MOVE-CLASS                PIC X(2).

       FD  PURGE-RPT
           RECORDING MODE IS F.
       01  PR-PRINT-LINE                    PIC X(100).

       FD  EXCEPTION-RPT
           RECORDING MODE IS F.
       01  PX-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PURGE-CONTROL-STATUS      PIC X(2)  VALUE '00'.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-MOVE-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-CHANGE-LOG-STATUS         PIC X(2)  VALUE '00'.
           05  WS-REORDER-STATUS            PIC X(2)  VALUE '00'.
           05  WS-PURGE-ARCHIVE-STATUS      PIC X(2)  VALUE '00'.
           05  WS-TRAN-OUT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-PURGE-RPT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-EXCEPTION-RPT-STATUS      PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  PURGE-CONTROL-EOF                  VALUE 'Y'.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  ITEM-MASTER-EOF                    VALUE 'Y'.
           05  WS-EOF-MOVE-LOG              PIC X(1)  VALUE 'N'.
               88  MOVE-LOG-EOF                       VALUE 'Y'.
           05  WS-EOF-CHANGE-LOG            PIC X(1)  VALUE 'N'.
               88  CHANGE-LOG-EOF                     VALUE 'Y'.
           05  WS-EOF-REORDER               PIC X(1)  VALUE 'N'.
               88  REORDER-POINTS-EOF                 VALUE 'Y'.
           05  WS-CANCEL-FOUND              PIC X(1)  VALUE 'N'.
               88  CANCELLED-ENTRY-FOUND              VALUE 'Y'.

      *--------------------------------------------------------------
      * PURGCTL cards: RETAIN-DAYS= the days an entry must have been
      * cancelled before it may go.  A missing PURGCTL keeps the
      * default of a year.
      *--------------------------------------------------------------
       01  WS-JOB-CONTROLS.
           05  WS-RETAIN-DAYS               PIC 9(4)  VALUE 0365.

       01  WS-DATE-CONTROLS.
           05  WS-RUN-INT                   PIC S9(9) VALUE 0.
           05  WS-CANCEL-INT                PIC S9(9) VALUE 0.
           05  WS-DAYS-CANCELLED            PIC S9(9) VALUE 0.
           05  WS-LOG-START-DATE            PIC 9(8)  VALUE 0.
           05  WS-LOG-DATE                  PIC 9(8)  VALUE 0.
           05  WS-LOG-ITEM-KEY.
               10  WS-LOG-ITEM-CODE         PIC X(10).
               10  WS-LOG-ITEM-LOC          PIC X(2).

      *--------------------------------------------------------------
      * Every cancelled entry on the master, in the master's own
      * code-then-location order, with the whole record kept for
      * the archive and the transaction, the date it is taken as
      * cancelled from ('+' when that is only the start of the
      * logs), whether REORDPT holds a policy for it, and what the
      * run decided for it.
      *--------------------------------------------------------------
       01  WS-CANCELLED-AREA.
           05  WS-MAX-CANCELLED             PIC 9(5)  VALUE 05000.
           05  WS-CANCELLED-INDEX           PIC 9(5)  VALUE 0.
           05  WS-CANCELLED-COUNT           PIC 9(5)  VALUE 0.
           05  WS-CANCELLED-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CANCELLED-COUNT
                   ASCENDING KEY IS WS-CX-ITEM-CODE
                                    WS-CX-ITEM-LOC
                   INDEXED BY WS-CX-IDX.
               10  WS-CX-ITEM-CODE          PIC X(10).
               10  WS-CX-ITEM-LOC           PIC X(2).
               10  WS-CX-IMAGE              PIC X(80).
               10  WS-CX-CANCEL-DATE        PIC 9(8).
               10  WS-CX-SINCE-FLAG         PIC X(1).
               10  WS-CX-POLICY             PIC X(1).
                   88  WS-CX-HAS-POLICY               VALUE 'Y'.
               10  WS-CX-DISPOSITION        PIC X(1).
                   88  WS-CX-PURGE                    VALUE 'P'.
                   88  WS-CX-RETAINED                 VALUE 'R'.
                   88  WS-CX-HELD                     VALUE 'H'.
                   88  WS-CX-STOCKED                  VALUE 'S'.

      *--------------------------------------------------------------
      * One table entry's master record, opened up for its fields.
      *--------------------------------------------------------------
       01  WS-PURGE-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==WP==.

      *--------------------------------------------------------------
      * A correction's before and after entry images off CHGLOG.
      *--------------------------------------------------------------
       01  WS-CG-BEFORE-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==CGO==.

       01  WS-CG-AFTER-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==CGN==.

       01  WS-PURGE-COUNTS.
           05  WS-MASTER-READ-COUNT         PIC 9(7)  VALUE 0.
           05  WS-PURGED-COUNT              PIC 9(5)  VALUE 0.
           05  WS-RETAINED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-HELD-COUNT                PIC 9(5)  VALUE 0.
           05  WS-STOCKED-COUNT             PIC 9(5)  VALUE 0.
           05  WS-LINES-PRINTED             PIC 9(5)  VALUE 0.

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

       01  WS-RPT-ENTRY-LINE.
           05  WS-D-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-ITEM-DESC               PIC X(30).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(12) VALUE
               '  CANCELLED '.
           05  WS-D-CANCEL-DATE             PIC 9(8).
           05  WS-D-SINCE-FLAG              PIC X(1).
           05  FILLER                       PIC X(7)  VALUE
               '  DAYS '.
           05  WS-D-DAYS                    PIC ZZZZ9.
           05  FILLER                       PIC X(12) VALUE SPACES.

       01  WS-RPT-STOCK-LINE.
           05  WS-X-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-X-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-X-ITEM-DESC               PIC X(30).
           05  FILLER                       PIC X(6)  VALUE
               '  BIN '.
           05  WS-X-BIN                     PIC X(5).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-X-QTY                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(12) VALUE
               '  CANCELLED '.
           05  WS-X-CANCEL-DATE             PIC 9(8).
           05  WS-X-SINCE-FLAG              PIC X(1).
           05  FILLER                       PIC X(10) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-CANCELLED-ENTRIES
           IF WS-CANCELLED-COUNT > 0
               PERFORM 1200-DATE-FROM-MOVEMENT-LOG
               PERFORM 1300-DATE-FROM-CHANGE-LOG
               PERFORM 1400-MARK-REORDER-POLICIES
           END-IF
           PERFORM 2000-DECIDE-ENTRIES
           PERFORM 3000-ARCHIVE-PURGED-ENTRIES
           PERFORM 4000-CUT-PURGE-TRANSACTIONS
           PERFORM 5000-PRINT-HELD-ENTRIES
           PERFORM 6000-PRINT-STOCKED-ENTRIES
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1010-READ-CONTROL-CARDS
           OPEN OUTPUT PURGE-RPT
           IF WS-PURGE-RPT-STATUS NOT = '00'
               DISPLAY 'ITMPURGE: cannot open purge report, '
                   'status ' WS-PURGE-RPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-RPT
           IF WS-EXCEPTION-RPT-STATUS NOT = '00'
               DISPLAY 'ITMPURGE: cannot open exception report, '
                   'status ' WS-EXCEPTION-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE 'ITEM MASTER PURGE         ' TO WS-H-TITLE
           WRITE PR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 'CANCELLED WITH STOCK      ' TO WS-H-TITLE
           WRITE PX-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO PX-PRINT-LINE
           WRITE PX-PRINT-LINE.

       1010-READ-CONTROL-CARDS.
           OPEN INPUT PURGE-CONTROL
           IF WS-PURGE-CONTROL-STATUS = '00'
               PERFORM UNTIL PURGE-CONTROL-EOF
                   READ PURGE-CONTROL
                       AT END
                           SET PURGE-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE PURGE-CONTROL
           END-IF.

      *--------------------------------------------------------------
      * Same conventions as ITMLOAD's RUNCTL: one keyword per card,
      * '*' comments and blanks skipped, anything unrecognized stops
      * the run.  A zero retention would purge an entry the day it
      * is cancelled, so it is refused.
      *--------------------------------------------------------------
       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN PC-CONTROL-REC(1:1) = '*'
               WHEN PC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN PC-CONTROL-REC(1:12) = 'RETAIN-DAYS='
                   IF PC-CONTROL-REC(13:4) IS NOT NUMERIC
                           OR PC-CONTROL-REC(13:4) = '0000'
                       DISPLAY 'ITMPURGE: RETAIN-DAYS= must be '
                           '0001-9999'
                       MOVE 0016 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PC-CONTROL-REC(13:4) TO WS-RETAIN-DAYS
               WHEN OTHER
                   DISPLAY 'ITMPURGE: unrecognized control card: '
                       PC-CONTROL-REC
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * The master comes in key order, so the table is built ready
      * for SEARCH ALL.  More cancelled entries than the table holds
      * stops the run rather than purging from half a picture.
      *--------------------------------------------------------------
       1100-LOAD-CANCELLED-ENTRIES.
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMPURGE: cannot open item master, '
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
                       IF SN-STATUS-CANCELLED
                           PERFORM 1150-TAKE-CANCELLED-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER.

       1150-TAKE-CANCELLED-ENTRY.
           IF WS-CANCELLED-COUNT >= WS-MAX-CANCELLED
               DISPLAY 'ITMPURGE: more than ' WS-MAX-CANCELLED
                   ' cancelled entries - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE SN-ITEM-CODE TO WS-CX-ITEM-CODE(WS-CANCELLED-COUNT)
           MOVE SN-ITEM-LOC  TO WS-CX-ITEM-LOC(WS-CANCELLED-COUNT)
           MOVE SN-ITEM-REC  TO WS-CX-IMAGE(WS-CANCELLED-COUNT)
           MOVE 0     TO WS-CX-CANCEL-DATE(WS-CANCELLED-COUNT)
           MOVE SPACE TO WS-CX-SINCE-FLAG(WS-CANCELLED-COUNT)
           MOVE 'N'   TO WS-CX-POLICY(WS-CANCELLED-COUNT)
           MOVE SPACE TO WS-CX-DISPOSITION(WS-CANCELLED-COUNT).

      *--------------------------------------------------------------
      * Every record on the movement log that takes an entry into
      * status 'C' from anything else - including an add that comes
      * on cancelled - dates a cancellation; the latest one stands,
      * since an entry reinstated and cancelled again has only been
      * cancelled since the second time.  The log's earliest date is
      * kept as the start of the evidence.  No log at all means no
      * evidence: every entry then dates from today and none is old
      * enough to go.
      *--------------------------------------------------------------
       1200-DATE-FROM-MOVEMENT-LOG.
           OPEN INPUT MOVE-LOG
           IF WS-MOVE-LOG-STATUS = '00'
               PERFORM UNTIL MOVE-LOG-EOF
                   READ MOVE-LOG
                       AT END
                           SET MOVE-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-TAKE-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE MOVE-LOG
           ELSE
               DISPLAY 'ITMPURGE: no movement log on hand, status '
                   WS-MOVE-LOG-STATUS ' - no entry can be dated'
           END-IF.

       1250-TAKE-MOVEMENT.
           IF ML-RUN-DATE IS NUMERIC
               IF WS-LOG-START-DATE = 0
                       OR ML-RUN-DATE < WS-LOG-START-DATE
                   MOVE ML-RUN-DATE TO WS-LOG-START-DATE
               END-IF
               IF ML-AFTER-STATUS = 'C'
                       AND ML-BEFORE-STATUS NOT = 'C'
                   MOVE ML-RUN-DATE  TO WS-LOG-DATE
                   MOVE ML-ITEM-CODE TO WS-LOG-ITEM-CODE
                   MOVE ML-ITEM-LOC  TO WS-LOG-ITEM-LOC
                   PERFORM 1500-DATE-CANCELLATION
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * An operator cancelling an entry at the ITMINQ screen dates
      * it the same way.  No CHGLOG simply means no operator has
      * corrected anything.
      *--------------------------------------------------------------
       1300-DATE-FROM-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG
           IF WS-CHANGE-LOG-STATUS = '00'
               PERFORM UNTIL CHANGE-LOG-EOF
                   READ CHANGE-LOG
                       AT END
                           SET CHANGE-LOG-EOF TO TRUE
                       NOT AT END
                           MOVE CG-BEFORE-IMAGE TO WS-CG-BEFORE-ITEM
                           MOVE CG-AFTER-IMAGE  TO WS-CG-AFTER-ITEM
                           IF CG-CHANGE-DATE IS NUMERIC
                                   AND CGN-STATUS-CANCELLED
                                   AND NOT CGO-STATUS-CANCELLED
                               MOVE CG-CHANGE-DATE TO WS-LOG-DATE
                               MOVE CG-ITEM-CODE
                                   TO WS-LOG-ITEM-CODE
                               MOVE CG-ITEM-LOC
                                   TO WS-LOG-ITEM-LOC
                               PERFORM 1500-DATE-CANCELLATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG
           END-IF.

      *--------------------------------------------------------------
      * A REORDPT line is an open policy - the buyers still plan to
      * stock the entry, so it stays until they take the line off.
      * No REORDPT means no policy is open against anything.
      *--------------------------------------------------------------
       1400-MARK-REORDER-POLICIES.
           OPEN INPUT REORDER-POINTS
           IF WS-REORDER-STATUS = '00'
               PERFORM UNTIL REORDER-POINTS-EOF
                   READ REORDER-POINTS
                       AT END
                           SET REORDER-POINTS-EOF TO TRUE
                       NOT AT END
                           MOVE RP-ITEM-CODE TO WS-LOG-ITEM-CODE
                           MOVE RP-ITEM-LOC  TO WS-LOG-ITEM-LOC
                           PERFORM 1550-FIND-CANCELLED-ENTRY
                           IF CANCELLED-ENTRY-FOUND
                               MOVE 'Y' TO WS-CX-POLICY(WS-CX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REORDER-POINTS
           END-IF.

       1500-DATE-CANCELLATION.
           PERFORM 1550-FIND-CANCELLED-ENTRY
           IF CANCELLED-ENTRY-FOUND
                   AND WS-LOG-DATE > WS-CX-CANCEL-DATE(WS-CX-IDX)
               MOVE WS-LOG-DATE TO WS-CX-CANCEL-DATE(WS-CX-IDX)
           END-IF.

       1550-FIND-CANCELLED-ENTRY.
           MOVE 'N' TO WS-CANCEL-FOUND
           SET WS-CX-IDX TO 1
           SEARCH ALL WS-CANCELLED-TABLE
               WHEN WS-CX-ITEM-CODE(WS-CX-IDX) = WS-LOG-ITEM-CODE
                   AND WS-CX-ITEM-LOC(WS-CX-IDX) = WS-LOG-ITEM-LOC
                   SET CANCELLED-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *--------------------------------------------------------------
      * Stock on a cancelled entry is an exception whatever its age;
      * otherwise the entry is kept until the retention has run,
      * then held while a REORDPT policy is open, then purged.
      *--------------------------------------------------------------
       2000-DECIDE-ENTRIES.
           IF WS-LOG-START-DATE = 0
               MOVE WS-RUN-DATE TO WS-LOG-START-DATE
           END-IF
           PERFORM VARYING WS-CANCELLED-INDEX FROM 1 BY 1
                   UNTIL WS-CANCELLED-INDEX > WS-CANCELLED-COUNT
               PERFORM 2100-DECIDE-ONE-ENTRY
           END-PERFORM.

       2100-DECIDE-ONE-ENTRY.
           MOVE WS-CX-IMAGE(WS-CANCELLED-INDEX) TO WS-PURGE-ITEM
           IF WS-CX-CANCEL-DATE(WS-CANCELLED-INDEX) = 0
               MOVE WS-LOG-START-DATE
                   TO WS-CX-CANCEL-DATE(WS-CANCELLED-INDEX)
               MOVE '+' TO WS-CX-SINCE-FLAG(WS-CANCELLED-INDEX)
           END-IF
           PERFORM 2200-COUNT-DAYS-CANCELLED
           EVALUATE TRUE
               WHEN WP-ITEM-QTY NOT = 0
                   MOVE 'S' TO WS-CX-DISPOSITION(WS-CANCELLED-INDEX)
                   ADD 1 TO WS-STOCKED-COUNT
               WHEN WS-DAYS-CANCELLED NOT > WS-RETAIN-DAYS
                   MOVE 'R' TO WS-CX-DISPOSITION(WS-CANCELLED-INDEX)
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN WS-CX-HAS-POLICY(WS-CANCELLED-INDEX)
                   MOVE 'H' TO WS-CX-DISPOSITION(WS-CANCELLED-INDEX)
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE 'P' TO WS-CX-DISPOSITION(WS-CANCELLED-INDEX)
                   ADD 1 TO WS-PURGED-COUNT
           END-EVALUATE.

       2200-COUNT-DAYS-CANCELLED.
           COMPUTE WS-CANCEL-INT = FUNCTION INTEGER-OF-DATE
               (WS-CX-CANCEL-DATE(WS-CANCELLED-INDEX))
           COMPUTE WS-DAYS-CANCELLED = WS-RUN-INT - WS-CANCEL-INT
           IF WS-DAYS-CANCELLED < 0
               MOVE 0 TO WS-DAYS-CANCELLED
           END-IF.

      *--------------------------------------------------------------
      * The archive is written in full and closed before a single
      * transaction is cut, so nothing can leave the master that is
      * not already on the archive.  An archive that cannot be
      * extended stops the run with TRANFIL not yet opened.
      *--------------------------------------------------------------
       3000-ARCHIVE-PURGED-ENTRIES.
           IF WS-PURGED-COUNT > 0
               OPEN EXTEND PURGE-ARCHIVE
               IF WS-PURGE-ARCHIVE-STATUS = '35'
                   OPEN OUTPUT PURGE-ARCHIVE
               END-IF
               IF WS-PURGE-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'ITMPURGE: cannot open purge archive, '
                       'status ' WS-PURGE-ARCHIVE-STATUS
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-CANCELLED-INDEX FROM 1 BY 1
                       UNTIL WS-CANCELLED-INDEX > WS-CANCELLED-COUNT
                   IF WS-CX-PURGE(WS-CANCELLED-INDEX)
                       PERFORM 3100-WRITE-ARCHIVE-RECORD
                   END-IF
               END-PERFORM
               CLOSE PURGE-ARCHIVE
           END-IF.

       3100-WRITE-ARCHIVE-RECORD.
           MOVE WS-RUN-DATE TO PA-PURGE-DATE
           MOVE WS-CX-IMAGE(WS-CANCELLED-INDEX) TO PA-ITEM-IMAGE
           MOVE WS-CX-CANCEL-DATE(WS-CANCELLED-INDEX)
               TO PA-CANCELLED-SINCE
           WRITE PA-PURGE-REC
           IF WS-PURGE-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ITMPURGE: purge archive write failed for '
                   WS-CX-ITEM-CODE(WS-CANCELLED-INDEX) ' '
                   WS-CX-ITEM-LOC(WS-CANCELLED-INDEX)
                   ', status ' WS-PURGE-ARCHIVE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.

      *--------------------------------------------------------------
      * Each archived entry goes to TRANFIL as a 'D' carrying the
      * whole record, and onto the report.
      *--------------------------------------------------------------
       4000-CUT-PURGE-TRANSACTIONS.
           OPEN OUTPUT TRAN-OUT
           IF WS-TRAN-OUT-STATUS NOT = '00'
               DISPLAY 'ITMPURGE: cannot open transaction file, '
                   'status ' WS-TRAN-OUT-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'ENTRIES PURGED:' TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM VARYING WS-CANCELLED-INDEX FROM 1 BY 1
                   UNTIL WS-CANCELLED-INDEX > WS-CANCELLED-COUNT
               IF WS-CX-PURGE(WS-CANCELLED-INDEX)
                   PERFORM 4100-WRITE-PURGE-TRANSACTION
                   PERFORM 4200-PRINT-ENTRY-LINE
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO PR-PRINT-LINE
               WRITE PR-PRINT-LINE
           END-IF
           CLOSE TRAN-OUT.

       4100-WRITE-PURGE-TRANSACTION.
           MOVE WS-CX-IMAGE(WS-CANCELLED-INDEX) TO WS-PURGE-ITEM
           MOVE SPACES TO TX-TRAN-REC
           MOVE 'D' TO TX-ACTION
           MOVE WP-ITEM-CODE     TO TX-ITEM-CODE
           MOVE WP-ITEM-DESC     TO TX-ITEM-DESC
           MOVE WP-ITEM-QTY      TO TX-ITEM-QTY
           MOVE WP-ITEM-STATUS   TO TX-ITEM-STATUS
           MOVE WP-ITEM-LOC      TO TX-ITEM-LOC
           MOVE WP-ITEM-BIN      TO TX-ITEM-BIN
           MOVE WP-ITEM-SUPPLIER TO TX-ITEM-SUPPLIER
           MOVE WP-ITEM-COST     TO TX-ITEM-COST
           MOVE 'PG'             TO TX-MOVE-CLASS
           WRITE TX-TRAN-REC.

       4200-PRINT-ENTRY-LINE.
           MOVE WS-CX-IMAGE(WS-CANCELLED-INDEX) TO WS-PURGE-ITEM
           PERFORM 2200-COUNT-DAYS-CANCELLED
           MOVE WP-ITEM-CODE     TO WS-D-ITEM-CODE
           MOVE WP-ITEM-LOC      TO WS-D-ITEM-LOC
           MOVE WP-ITEM-DESC     TO WS-D-ITEM-DESC
           MOVE WP-ITEM-SUPPLIER TO WS-D-SUPPLIER
           MOVE WS-CX-CANCEL-DATE(WS-CANCELLED-INDEX)
               TO WS-D-CANCEL-DATE
           MOVE WS-CX-SINCE-FLAG(WS-CANCELLED-INDEX)
               TO WS-D-SINCE-FLAG
           MOVE WS-DAYS-CANCELLED TO WS-D-DAYS
           WRITE PR-PRINT-LINE FROM WS-RPT-ENTRY-LINE
           ADD 1 TO WS-LINES-PRINTED.

       5000-PRINT-HELD-ENTRIES.
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 'HELD - REORDPT POLICY STILL OPEN:' TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM VARYING WS-CANCELLED-INDEX FROM 1 BY 1
                   UNTIL WS-CANCELLED-INDEX > WS-CANCELLED-COUNT
               IF WS-CX-HELD(WS-CANCELLED-INDEX)
                   PERFORM 4200-PRINT-ENTRY-LINE
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO PR-PRINT-LINE
               WRITE PR-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------
      * The exception list: stock the book says is on a cancelled
      * entry is either real - and must be moved, sold or written
      * off - or a book error to be counted out.  Either way it is
      * somebody's decision, not the purge's.
      *--------------------------------------------------------------
       6000-PRINT-STOCKED-ENTRIES.
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM VARYING WS-CANCELLED-INDEX FROM 1 BY 1
                   UNTIL WS-CANCELLED-INDEX > WS-CANCELLED-COUNT
               IF WS-CX-STOCKED(WS-CANCELLED-INDEX)
                   PERFORM 6100-PRINT-STOCKED-LINE
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO PX-PRINT-LINE
               WRITE PX-PRINT-LINE
           END-IF.

       6100-PRINT-STOCKED-LINE.
           MOVE WS-CX-IMAGE(WS-CANCELLED-INDEX) TO WS-PURGE-ITEM
           MOVE WP-ITEM-CODE     TO WS-X-ITEM-CODE
           MOVE WP-ITEM-LOC      TO WS-X-ITEM-LOC
           MOVE WP-ITEM-DESC     TO WS-X-ITEM-DESC
           MOVE WP-ITEM-BIN      TO WS-X-BIN
           MOVE WP-ITEM-QTY      TO WS-X-QTY
           MOVE WS-CX-CANCEL-DATE(WS-CANCELLED-INDEX)
               TO WS-X-CANCEL-DATE
           MOVE WS-CX-SINCE-FLAG(WS-CANCELLED-INDEX)
               TO WS-X-SINCE-FLAG
           WRITE PX-PRINT-LINE FROM WS-RPT-STOCK-LINE
           ADD 1 TO WS-LINES-PRINTED.

       9000-TERMINATION.
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 'RETENTION DAYS:               '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RETAIN-DAYS TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'MASTER ENTRIES READ:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CANCELLED ENTRIES:            '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CANCELLED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'PURGED:                       '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PURGED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'WITHIN RETENTION:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RETAINED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'HELD FOR REORDPT POLICY:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CANCELLED WITH STOCK:         '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-STOCKED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE '+ = CANCELLED BEFORE THE LOGS BEGIN; DATED FROM '
               TO PR-PRINT-LINE
           MOVE 'THEIR FIRST DAY' TO PR-PRINT-LINE(49:15)
           WRITE PR-PRINT-LINE
           CLOSE PURGE-RPT
           CLOSE EXCEPTION-RPT
           DISPLAY 'ITMPURGE: ' WS-PURGED-COUNT ' purged, '
               WS-HELD-COUNT ' held for policy, '
               WS-STOCKED-COUNT ' cancelled with stock'
           IF WS-STOCKED-COUNT > 0
               DISPLAY 'ITMPURGE: cancelled entries still show '
                   'stock - see PURGEXC'
               MOVE 0004 TO RETURN-CODE
           END-IF.

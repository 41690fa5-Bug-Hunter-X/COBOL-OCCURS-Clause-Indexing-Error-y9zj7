      * they touch the very same item.  Run as its own transaction -
      * it is never called from ITMLOAD's batch procedure division,
      * so a scheduled ITMLOAD run never waits on console input.
      * A bin keyed on the screen must be on the bin master (BINMAST)
      * at the entry's location and active there, or the change is
      * not applied.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMINQ.
           SELECT SNAP-LOCK ASSIGN TO 'SNAPLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-LOCK-STATUS.
           SELECT RESERVATIONS ASSIGN TO 'RESVFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.
           SELECT BIN-MASTER ASSIGN TO 'BINMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LK-LOCK-DATE                 PIC 9(8).
           05  LK-LOCK-TIME                 PIC 9(6).

      *--------------------------------------------------------------
      * Customer order reservations exactly as ITMRESV keeps them,
      * in code, location, order sequence - read here only to total
      * what of the entry on the screen is already promised.
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
      * The bin master as the warehouse keeps it, in location and
      * bin order: type, capacity in units, and whether the bin is
      * in use ('A') or retired ('I').
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-PROFILES-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SECURITY-LOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-SNAP-LOCK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-RESERVATIONS-STATUS       PIC X(2)  VALUE '00'.
           05  WS-BIN-MASTER-STATUS         PIC X(2)  VALUE '00'.

      *--------------------------------------------------------------
      * The lock file as read at sign-on, held so the session's own
           05  WS-SEC-ITEM-CODE             PIC X(10) VALUE SPACES.
           05  WS-SEC-ITEM-LOC              PIC X(2)  VALUE SPACES.

      *--------------------------------------------------------------
      * On hand less everything reserved for open customer orders
      * is what customer service may still promise - negative when
      * the entry is already promised past its stock.
      *--------------------------------------------------------------
       01  WS-PROMISE-CONTROLS.
           05  WS-EOF-RESERVATIONS          PIC X(1)  VALUE 'N'.
               88  RESERVATIONS-EOF                   VALUE 'Y'.
           05  WS-SCR-RESERVED-QTY          PIC 9(8)  VALUE 0.
           05  WS-SCR-ATP-QTY               PIC S9(8) VALUE 0.

      *--------------------------------------------------------------
      * Outcome of looking up a bin keyed on the screen.
      *--------------------------------------------------------------
       01  WS-BIN-CONTROLS.
           05  WS-EOF-BIN-MASTER            PIC X(1)  VALUE 'N'.
               88  BIN-MASTER-EOF                     VALUE 'Y'.
           05  WS-BIN-CHECK                 PIC X(1)  VALUE 'G'.
               88  BIN-IS-GOOD                        VALUE 'G'.
               88  BIN-NOT-ON-FILE                    VALUE 'N'.
               88  BIN-NOT-ACTIVE                     VALUE 'I'.
               88  BIN-MASTER-MISSING                 VALUE 'M'.

      *--------------------------------------------------------------
      * The entry as it stood when the operator brought it up,
      * held so the change record can carry a true before image even
      * though the screen accept has already updated the file record
      * area by the time the change is saved.
      *--------------------------------------------------------------
       01  WS-BEFORE-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==WSB==.

       SCREEN SECTION.
       01  SCR-KEY-SCREEN.
           05  LINE 6  COLUMN 14 PIC X(1) USING WS-SCR-ITEM-STATUS.
           05  LINE 7  COLUMN 1  VALUE 'Bin:        '.
           05  LINE 7  COLUMN 14 PIC X(5) USING WS-SCR-ITEM-BIN.
           05  LINE 9  COLUMN 1  VALUE 'On hand:    '.
           05  LINE 9  COLUMN 14 PIC ZZZZZZZ9 FROM WS-SCR-ITEM-QTY.
           05  LINE 10 COLUMN 1  VALUE 'Reserved:   '.
           05  LINE 10 COLUMN 14 PIC ZZZZZZZ9
                                 FROM WS-SCR-RESERVED-QTY.
           05  LINE 11 COLUMN 1  VALUE 'Available:  '.
           05  LINE 11 COLUMN 14 PIC -ZZZZZZ9 FROM WS-SCR-ATP-QTY.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE TE-ITEM-QTY    TO WS-SCR-ITEM-QTY
           MOVE TE-ITEM-STATUS TO WS-SCR-ITEM-STATUS
           MOVE TE-ITEM-BIN    TO WS-SCR-ITEM-BIN
           PERFORM 2150-TOTAL-RESERVATIONS
           DISPLAY SCR-ITEM-SCREEN
      *--------------------------------------------------------------
      * An inquiry-only operator sees the entry but is never offered
               PERFORM 2220-CHECK-SCREEN-AUTHORITY
           END-IF.

      *--------------------------------------------------------------
      * The entry's reservations sit together in the file's key
      * sequence, so the read stops at the first line past them.
      * With no reservation file the entry is shown as nothing
      * reserved, and the operator is told so, rather than the
      * inquiry being refused.
      *--------------------------------------------------------------
       2150-TOTAL-RESERVATIONS.
           MOVE 0 TO WS-SCR-RESERVED-QTY
           MOVE 'N' TO WS-EOF-RESERVATIONS
           OPEN INPUT RESERVATIONS
           IF WS-RESERVATIONS-STATUS NOT = '00'
               DISPLAY 'Reservation file not available - '
                   'reserved shown as zero'
           ELSE
               PERFORM UNTIL RESERVATIONS-EOF
                   READ RESERVATIONS
                       AT END
                           SET RESERVATIONS-EOF TO TRUE
                       NOT AT END
                           IF RS-ITEM-CODE > TE-ITEM-CODE
                                   OR (RS-ITEM-CODE = TE-ITEM-CODE
                                   AND RS-ITEM-LOC > TE-ITEM-LOC)
                               SET RESERVATIONS-EOF TO TRUE
                           ELSE
                               IF RS-ITEM-CODE = TE-ITEM-CODE
                                       AND RS-ITEM-LOC = TE-ITEM-LOC
                                   ADD RS-RESERVED-QTY
                                       TO WS-SCR-RESERVED-QTY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONS
           END-IF
           COMPUTE WS-SCR-ATP-QTY =
               TE-ITEM-QTY - WS-SCR-RESERVED-QTY.

      *--------------------------------------------------------------
      * The same status domain the front-end edit enforces on the
      * overnight extract holds here - the maintenance screen must
      * And only a supervisor may set a status to cancelled: a 'C'
      * keyed by mistake drops the item from the warehouse feed the
      * same night, so that keystroke is theirs alone and a denied
      * attempt is logged.  A bin changed on the screen is looked up
      * on the bin master; a bin left as it was is not, so an entry
      * can still be corrected while its bin is being retired.
      * Nothing is checked for an entry being cancelled.
      *--------------------------------------------------------------
       2220-CHECK-SCREEN-AUTHORITY.
           SET BIN-IS-GOOD TO TRUE
           IF WS-SCR-ITEM-BIN NOT = WSB-ITEM-BIN
                   AND WS-SCR-ITEM-STATUS NOT = 'C'
               PERFORM 2230-CHECK-BIN
           END-IF
           EVALUATE TRUE
               WHEN WS-SCR-ITEM-STATUS NOT = 'A'
                       AND WS-SCR-ITEM-STATUS NOT = 'H'
                   MOVE TE-ITEM-CODE TO WS-SEC-ITEM-CODE
                   MOVE TE-ITEM-LOC  TO WS-SEC-ITEM-LOC
                   PERFORM 2400-WRITE-SECURITY-RECORD
               WHEN BIN-NOT-ON-FILE
                   DISPLAY 'Bin ' WS-SCR-ITEM-BIN
                       ' not on bin master at location '
                       TE-ITEM-LOC ' - change not applied'
               WHEN BIN-NOT-ACTIVE
                   DISPLAY 'Bin ' WS-SCR-ITEM-BIN
                       ' inactive at location '
                       TE-ITEM-LOC ' - change not applied'
               WHEN BIN-MASTER-MISSING
                   DISPLAY 'Bin master not available - '
                       'bin change not applied'
               WHEN OTHER
                   PERFORM 2250-APPLY-SCREEN-CHANGES
           END-EVALUATE.

      *--------------------------------------------------------------
      * The bin master is in location and bin order, so the read
      * stops at the first bin past the one keyed.  Without the bin
      * master nothing can be proved, and the bin is not changed.
      *--------------------------------------------------------------
       2230-CHECK-BIN.
           SET BIN-NOT-ON-FILE TO TRUE
           MOVE 'N' TO WS-EOF-BIN-MASTER
           OPEN INPUT BIN-MASTER
           IF WS-BIN-MASTER-STATUS NOT = '00'
               SET BIN-MASTER-MISSING TO TRUE
           ELSE
               PERFORM UNTIL BIN-MASTER-EOF
                   READ BIN-MASTER
                       AT END
                           SET BIN-MASTER-EOF TO TRUE
                       NOT AT END
                           IF BM-BIN-LOC > TE-ITEM-LOC
                                   OR (BM-BIN-LOC = TE-ITEM-LOC
                                   AND BM-BIN-ID > WS-SCR-ITEM-BIN)
                               SET BIN-MASTER-EOF TO TRUE
                           ELSE
                               IF BM-BIN-LOC = TE-ITEM-LOC
                                       AND BM-BIN-ID = WS-SCR-ITEM-BIN
                                   IF BM-BIN-ACTIVE
                                       SET BIN-IS-GOOD TO TRUE
                                   ELSE
                                       SET BIN-NOT-ACTIVE TO TRUE
                                   END-IF
                                   SET BIN-MASTER-EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIN-MASTER
           END-IF.

       2250-APPLY-SCREEN-CHANGES.
           MOVE WS-SCR-ITEM-DESC   TO TE-ITEM-DESC
           MOVE WS-SCR-ITEM-QTY    TO TE-ITEM-QTY

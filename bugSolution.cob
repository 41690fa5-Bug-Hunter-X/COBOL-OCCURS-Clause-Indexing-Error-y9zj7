      * table and a small transaction file of adds, changes, and
      * deletes is applied to it, so an intraday handful of changes
      * does not need a full extract and reload.
      * Delta mode also carries the inter-location transfer: one 'T'
      * transaction names the code, the from- and to-locations and
      * the quantity moved, and both sides post together or neither
      * does.  Every transfer posted is appended to XFROPEN once the
      * master is rewritten, where it stays in transit until ITMXFER
      * sees the receiving location confirm it.
      * A delta add, a change that moves an entry to another bin,
      * and a transfer that opens a new TO entry must all name a bin
      * the bin master (BINMAST) carries as active at the entry's
      * location, the same rule ITMEDIT holds the extract to.
      * Every quantity, cost or status change either mode makes to
      * the master is logged, before and after, on MOVELOG for the
      * ITMGLJE general ledger extract.
      * An entry the ITMPURGE step has purged leaves the master
      * through this job's delta mode like any other delete, but the
      * reconciliation finds it on the purge archive (PURGARC) and
      * reports it as purged rather than as an unexplained drop.
      * The companion program ITMINQ provides on-demand viewing and
      * correction of a single table entry against the snapshot this
      * job produces, run independently of this batch step.
           SELECT TRAN-FILE ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
      *--------------------------------------------------------------
      * Transfers posted this run are collected on XFRWRK and
      * appended to XFROPEN only once the new SNAPOUT is safely
      * written, the same way MOVEWRK feeds MOVELOG, so a failed run
      * leaves nothing in transit and a rerun ships nothing twice.
      *--------------------------------------------------------------
           SELECT XFR-WORK ASSIGN TO 'XFRWRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-WORK-STATUS.
           SELECT XFR-OPEN ASSIGN TO 'XFROPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-OPEN-STATUS.
           SELECT TRAN-REGISTER ASSIGN TO 'TRANREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-REG-STATUS.
           SELECT SNAP-LOCK ASSIGN TO 'SNAPLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-LOCK-STATUS.
      *--------------------------------------------------------------
      * Every quantity, cost or status change this run makes to the
      * master, before and after, for the ITMGLJE ledger extract.
      * The run collects them on MOVEWRK and appends them to
      * MOVELOG only once the new SNAPOUT is safely written, so a
      * failed run that is simply rerun does not log its movements
      * twice.
      *--------------------------------------------------------------
           SELECT MOVE-WORK ASSIGN TO 'MOVEWRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-WORK-STATUS.
           SELECT MOVE-LOG ASSIGN TO 'MOVELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-LOG-STATUS.
           SELECT PURGE-ARCHIVE ASSIGN TO 'PURGARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-ARCHIVE-STATUS.
           SELECT BIN-MASTER ASSIGN TO 'BINMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * replacement description/quantity/status for a code already
      * there, 'D' removes one; each transaction's disposition lands
      * on the TRANREG register.
      * 'T' moves stock between two locations of one code.  Its
      * image keeps the code, the quantity moved and the FROM
      * location in their ITEMREC places (so the common edits and
      * the register read them as for any other action); the TO
      * location and the transfer reference ride in the description
      * area, and the bin to stock it in at the TO location - needed
      * only when that location does not carry the code yet - sits
      * in the bin's own place.
      *--------------------------------------------------------------
       FD  TRAN-FILE
           RECORDING MODE IS F.
               88  TX-ACTION-ADD                      VALUE 'A'.
               88  TX-ACTION-CHANGE                   VALUE 'C'.
               88  TX-ACTION-DELETE                   VALUE 'D'.
               88  TX-ACTION-TRANSFER                 VALUE 'T'.
           05  TX-ITEM.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==TX==
                                       ==05==         BY ==10==.
           05  TX-TRANSFER REDEFINES TX-ITEM.
               10  TX-XFR-ITEM-CODE         PIC X(10).
               10  TX-XFR-TO-LOC            PIC X(2).
               10  TX-XFR-REF               PIC X(8).
               10  FILLER                   PIC X(20).
               10  TX-XFR-QTY               PIC 9(7).
               10  FILLER                   PIC X(1).
               10  TX-XFR-FROM-LOC          PIC X(2).
               10  TX-XFR-TO-BIN            PIC X(5).
               10  FILLER                   PIC X(25).
      *--------------------------------------------------------------
      * The producing job's movement class for the ledger: 'RC' a
      * receipt from ITMRECV, 'CY' a count adjustment from ITMCYCLE,
      * 'PG' a purge delete from ITMPURGE.  Blank on hand-built
      * transactions, which are classed by their action instead.
      *--------------------------------------------------------------
           05  TX-MOVE-CLASS                PIC X(2).
               88  TX-CLASS-PURGE                     VALUE 'PG'.

      *--------------------------------------------------------------
      * Transfers shipped and not yet confirmed received, one record
      * per 'T' posted, appended run over run.  The book has already
      * moved the stock; this is the physical side - goods on a
      * truck between two locations - which ITMXFER clears as the
      * receiving location confirms each reference.
      *--------------------------------------------------------------
       FD  XFR-WORK
           RECORDING MODE IS F.
       01  XW-TRANSIT-REC.
           05  XW-XFR-REF                   PIC X(8).
           05  XW-ITEM-CODE                 PIC X(10).
           05  XW-FROM-LOC                  PIC X(2).
           05  XW-TO-LOC                    PIC X(2).
           05  XW-XFR-QTY                   PIC 9(7).
           05  XW-SHIP-DATE                 PIC 9(8).
           05  XW-JOB-ID                    PIC X(8).

       FD  XFR-OPEN
           RECORDING MODE IS F.
       01  XO-TRANSIT-REC                   PIC X(45).

       FD  TRAN-REGISTER
           RECORDING MODE IS F.
       01  TG-REGISTER-REC                  PIC X(60).

      *--------------------------------------------------------------
      * One record per entry this run changed: the movement class
      * ('AD'/'CH'/'DL' plain delta maintenance, 'RC'/'CY' tagged on
      * TRANFIL, 'XF' each side of a transfer, 'EX' a full reload's
      * difference from the prior master) and the quantity, unit
      * cost and status before and after.  An entry coming onto the
      * master has a zero, blank-status before side; one leaving it
      * has a zero, blank-status after side.
      *--------------------------------------------------------------
       FD  MOVE-WORK
           RECORDING MODE IS F.
       01  MW-MOVE-REC.
           05  MW-RUN-DATE                  PIC 9(8).
           05  MW-JOB-ID                    PIC X(8).
           05  MW-MOVE-CLASS                PIC X(2).
           05  MW-ACTION                    PIC X(1).
           05  MW-ITEM-CODE                 PIC X(10).
           05  MW-ITEM-LOC                  PIC X(2).
           05  MW-BEFORE-QTY                PIC 9(7).
           05  MW-BEFORE-COST               PIC 9(5)V99.
           05  MW-BEFORE-STATUS             PIC X(1).
           05  MW-AFTER-QTY                 PIC 9(7).
           05  MW-AFTER-COST                PIC 9(5)V99.
           05  MW-AFTER-STATUS              PIC X(1).

       FD  MOVE-LOG
           RECORDING MODE IS F.
       01  ML-MOVE-REC                      PIC X(61).

      *--------------------------------------------------------------
      * The purge archive as ITMPURGE appends it; only the purge
      * date and the key of the record purged matter here.
      *--------------------------------------------------------------
       FD  PURGE-ARCHIVE
           RECORDING MODE IS F.
       01  PA-PURGE-REC.
           05  PA-PURGE-DATE                PIC 9(8).
           05  PA-ITEM-CODE                 PIC X(10).
           05  PA-ITEM-LOC                  PIC X(2).
           05  FILLER                       PIC X(76).

      *--------------------------------------------------------------
      * The bin master, maintained by the warehouse in location and
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

      *--------------------------------------------------------------
      * One-page proof-of-run for operations: what was read, loaded,
      * overflowed, how the reconciliation moved, whether the run was
           05  WS-RUN-CONTROL-STATUS        PIC X(2)  VALUE '00'.
           05  WS-TRAN-FILE-STATUS          PIC X(2)  VALUE '00'.
           05  WS-TRAN-REG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-XFR-WORK-STATUS           PIC X(2)  VALUE '00'.
           05  WS-XFR-OPEN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RUN-SUMMARY-STATUS        PIC X(2)  VALUE '00'.
           05  WS-WHSE-EXTRACT-STATUS       PIC X(2)  VALUE '00'.
           05  WS-WHSE-TRANS-STATUS         PIC X(2)  VALUE '00'.
           05  WS-SNAP-GEN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SNAP-CATALOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-SNAP-LOCK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-MOVE-WORK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-MOVE-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-PURGE-ARCHIVE-STATUS      PIC X(2)  VALUE '00'.
           05  WS-BIN-MASTER-STATUS         PIC X(2)  VALUE '00'.

       01  WS-JOB-CONTROLS.
      *--------------------------------------------------------------
               88  RUN-CONTROL-EOF                    VALUE 'Y'.
           05  WS-EOF-TRAN                  PIC X(1)  VALUE 'N'.
               88  TRAN-FILE-EOF                      VALUE 'Y'.
           05  WS-EOF-PURGE-ARCHIVE         PIC X(1)  VALUE 'N'.
               88  PURGE-ARCHIVE-EOF                  VALUE 'Y'.
           05  WS-EOF-BIN-MASTER            PIC X(1)  VALUE 'N'.
               88  BIN-MASTER-EOF                     VALUE 'Y'.
      *--------------------------------------------------------------
      * Set when the checkpoint file read at startup ends with a
      * completion record, meaning the prior run finished normally and
           05  WS-SHIFT-INDEX               PIC 9(5)  VALUE 0.
           05  WS-TRAN-REASON               PIC X(24) VALUE SPACES.

      *--------------------------------------------------------------
      * A transfer is proved in full - from side found and holding
      * enough, to side found or creatable - before either side is
      * touched, so a refusal leaves both entries exactly as they
      * were.  A TO entry the transfer has to create takes the FROM
      * entry's description, status, supplier and cost.
      *--------------------------------------------------------------
       01  WS-XFR-CONTROLS.
           05  WS-XFR-APPLIED-COUNT         PIC 9(5)  VALUE 0.
           05  WS-XFR-FROM-SLOT             PIC 9(5)  VALUE 0.
           05  WS-XFR-TO-SLOT               PIC 9(5)  VALUE 0.
           05  WS-XFR-TO-FOUND              PIC X(1)  VALUE 'N'.
               88  XFR-TO-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-XFR-NEW-QTY               PIC 9(8)  VALUE 0.
           05  WS-XFR-NEW-ENTRY.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==XN==
                                       ==05==         BY ==10==.

      *--------------------------------------------------------------
      * The bin master, held for a delta run in its own location and
      * bin order for SEARCH ALL.  2635 looks up the location and
      * bin placed in WS-BIN-CHECK-LOC and WS-BIN-CHECK-ID.
      *--------------------------------------------------------------
       01  WS-BIN-CONTROLS.
           05  WS-MAX-BINS                  PIC 9(5)  VALUE 05000.
           05  WS-BIN-COUNT                 PIC 9(5)  VALUE 0.
           05  WS-PREV-BIN-KEY              PIC X(7)  VALUE LOW-VALUES.
           05  WS-BIN-CHECK-LOC             PIC X(2)  VALUE SPACES.
           05  WS-BIN-CHECK-ID              PIC X(5)  VALUE SPACES.
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

      *--------------------------------------------------------------
      * Movement logging.  A full reload is diffed against the prior
      * master by walking the two in step, both being in code-then-
      * location order; the table side's key is assembled here
      * because ITEMREC keeps the location away from the code.
      *--------------------------------------------------------------
       01  WS-MOVE-CONTROLS.
           05  WS-MOVE-COUNT                PIC 9(7)  VALUE 0.
           05  WS-MOVE-INDEX                PIC 9(5)  VALUE 0.
           05  WS-MOVE-TBL-KEY.
               10  WS-MOVE-TBL-CODE         PIC X(10).
               10  WS-MOVE-TBL-LOC          PIC X(2).
           05  WS-EOF-MOVE-WORK             PIC X(1)  VALUE 'N'.
               88  MOVE-WORK-EOF                      VALUE 'Y'.
           05  WS-EOF-XFR-WORK              PIC X(1)  VALUE 'N'.
               88  XFR-WORK-EOF                       VALUE 'Y'.
           05  WS-MOVE-PRIOR-OPEN           PIC X(1)  VALUE 'N'.
               88  PRIOR-MASTER-OPEN                  VALUE 'Y'.

       01  WS-XFR-REG-TEXT.
           05  FILLER                       PIC X(7)  VALUE 'TO LOC '.
           05  WS-XFR-REG-TO-LOC            PIC X(2).
           05  FILLER                       PIC X(5)  VALUE ' QTY '.
           05  WS-XFR-REG-QTY               PIC ZZZZZZ9.
           05  FILLER                       PIC X(3)  VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-REG-ACTION                PIC X(1).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-RECON-ADD-COUNT           PIC 9(5)  VALUE 0.
           05  WS-RECON-DROP-COUNT          PIC 9(5)  VALUE 0.
           05  WS-RECON-MOVE-COUNT          PIC 9(5)  VALUE 0.
           05  WS-RECON-PURGE-COUNT         PIC 9(5)  VALUE 0.
           05  WS-PURGED-FOUND              PIC X(1)  VALUE 'N'.
               88  ENTRY-WAS-PURGED                   VALUE 'Y'.
           05  WS-PRIOR-SNAP-DATE           PIC 9(8)  VALUE 0.
           05  WS-MOVED-NEW-LOC             PIC X(2)  VALUE SPACES.
           05  WS-MOVE-PAIRED               PIC X(1)  VALUE 'N'.
               88  ADD-IS-MOVE-TARGET                 VALUE 'Y'.
                   'status ' WS-AUDIT-FILE-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND MOVE-LOG
           IF WS-MOVE-LOG-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot open movement log, '
                   'status ' WS-MOVE-LOG-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT MOVE-WORK
           IF WS-MOVE-WORK-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot open movement work file, '
                   'status ' WS-MOVE-WORK-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.

      *--------------------------------------------------------------
               PERFORM 9050-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND XFR-OPEN
           IF WS-XFR-OPEN-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot open in-transit file, '
                   'status ' WS-XFR-OPEN-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT XFR-WORK
           IF WS-XFR-WORK-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot open transfer work file, '
                   'status ' WS-XFR-WORK-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           PERFORM 1047-LOAD-BIN-MASTER
           PERFORM 1045-WRITE-DELTA-BALANCE-NOTE.

      *--------------------------------------------------------------
      * Without the bin master no delta bin can be proved, so the
      * run is refused rather than posting bins unchecked; so is a
      * bin master out of location and bin order, which the SEARCH
      * ALL depends on.
      *--------------------------------------------------------------
       1047-LOAD-BIN-MASTER.
           OPEN INPUT BIN-MASTER
           IF WS-BIN-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot open bin master, '
                   'status ' WS-BIN-MASTER-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BIN-MASTER-EOF
               READ BIN-MASTER
                   AT END
                       SET BIN-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1048-TAKE-BIN-RECORD
               END-READ
           END-PERFORM
           CLOSE BIN-MASTER.

       1048-TAKE-BIN-RECORD.
           IF BM-BIN-KEY NOT > WS-PREV-BIN-KEY
               DISPLAY 'ITMLOAD: bin master out of sequence at '
                   BM-BIN-LOC ' ' BM-BIN-ID ' - run refused'
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BIN-COUNT >= WS-MAX-BINS
               DISPLAY 'ITMLOAD: more than ' WS-MAX-BINS
                   ' bins on the bin master - run refused'
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BM-BIN-KEY TO WS-PREV-BIN-KEY
           ADD 1 TO WS-BIN-COUNT
           MOVE BM-BIN-LOC TO WS-BN-BIN-LOC(WS-BIN-COUNT)
           MOVE BM-BIN-ID  TO WS-BN-BIN-ID(WS-BIN-COUNT)
           MOVE BM-STATUS  TO WS-BN-STATUS(WS-BIN-COUNT).

      *--------------------------------------------------------------
      * Delta mode takes no extract, so there is nothing to balance
      * - but BALRPT is still recut with a one-line note, or a
      * extract, so a transaction can no more plant a bad quantity or
      * status in the table than the overnight load can.  A delete
      * needs only a valid code - the rest of its image is ignored.
      * A transfer needs a valid code, both locations (and different
      * ones), and a nonzero quantity to move.
      *--------------------------------------------------------------
       2620-APPLY-ONE-TRAN.
           MOVE SPACES TO WS-TRAN-REASON
           EVALUATE TRUE
               WHEN NOT (TX-ACTION-ADD OR TX-ACTION-CHANGE
                       OR TX-ACTION-DELETE OR TX-ACTION-TRANSFER)
                   MOVE 'INVALID ACTION CODE' TO WS-TRAN-REASON
               WHEN TX-ITEM-CODE = SPACES
                   MOVE 'BLANK ITEM CODE' TO WS-TRAN-REASON
               WHEN (TX-ACTION-ADD OR TX-ACTION-CHANGE)
                       AND TX-STATUS-ACTIVE AND TX-ITEM-COST = 0
                   MOVE 'ZERO COST ACTIVE ITEM' TO WS-TRAN-REASON
               WHEN TX-ACTION-TRANSFER
                       AND (TX-XFR-QTY IS NOT NUMERIC
                           OR TX-XFR-QTY = 0)
                   MOVE 'INVALID TRANSFER QTY' TO WS-TRAN-REASON
               WHEN TX-ACTION-TRANSFER AND TX-XFR-TO-LOC = SPACES
                   MOVE 'BLANK TO LOCATION' TO WS-TRAN-REASON
               WHEN TX-ACTION-TRANSFER AND TX-XFR-REF = SPACES
                   MOVE 'BLANK TRANSFER REF' TO WS-TRAN-REASON
               WHEN TX-ACTION-TRANSFER
                       AND TX-XFR-TO-LOC = TX-XFR-FROM-LOC
                   MOVE 'FROM AND TO LOC SAME' TO WS-TRAN-REASON
               WHEN OTHER
                   PERFORM 2630-FIND-TRAN-CODE
                   EVALUATE TRUE
                           PERFORM 2650-APPLY-CHANGE
                       WHEN TX-ACTION-DELETE
                           PERFORM 2660-APPLY-DELETE
                       WHEN TX-ACTION-TRANSFER
                           PERFORM 2680-APPLY-TRANSFER
                   END-EVALUATE
           END-EVALUATE
           IF WS-TRAN-REASON = SPACES
               END-SEARCH
           END-IF.

       2635-CHECK-BIN.
           SET BIN-NOT-ON-FILE TO TRUE
           IF WS-BIN-COUNT > 0
               SET WS-BIN-IDX TO 1
               SEARCH ALL WS-BIN-TABLE
                   WHEN WS-BN-BIN-LOC(WS-BIN-IDX) = WS-BIN-CHECK-LOC
                       AND WS-BN-BIN-ID(WS-BIN-IDX) = WS-BIN-CHECK-ID
                       IF WS-BN-STATUS(WS-BIN-IDX) = 'A'
                           SET BIN-IS-GOOD TO TRUE
                       ELSE
                           SET BIN-NOT-ACTIVE TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

      *--------------------------------------------------------------
      * An add lands at its key position: entries from the insertion
      * point down are shifted one slot toward the (pre-grown) new
      * top of the table, then the new item takes the opened slot.
      * A cancelled entry is not stocked anywhere, so its bin is not
      * checked.
      *--------------------------------------------------------------
       2640-APPLY-ADD.
           MOVE TX-ITEM-LOC TO WS-BIN-CHECK-LOC
           MOVE TX-ITEM-BIN TO WS-BIN-CHECK-ID
           PERFORM 2635-CHECK-BIN
           EVALUATE TRUE
               WHEN TRAN-CODE-FOUND
                   MOVE 'CODE ALREADY ON SNAPSHOT' TO WS-TRAN-REASON
               WHEN WS-COUNT >= WS-MAX-ITEMS
                   MOVE 'TABLE FULL' TO WS-TRAN-REASON
               WHEN NOT TX-STATUS-CANCELLED AND BIN-NOT-ON-FILE
                   MOVE 'BIN NOT ON BIN MASTER' TO WS-TRAN-REASON
               WHEN NOT TX-STATUS-CANCELLED AND BIN-NOT-ACTIVE
                   MOVE 'BIN INACTIVE AT LOC' TO WS-TRAN-REASON
               WHEN OTHER
                   PERFORM VARYING WS-TRAN-SLOT FROM 1 BY 1
                           UNTIL WS-TRAN-SLOT > WS-COUNT
                   MOVE TX-ITEM TO WS-ITEM(WS-TRAN-SLOT)
                   MOVE WS-TRAN-SLOT TO WS-INDEX
                   PERFORM 2400-WRITE-AUDIT-RECORD
                   PERFORM 2672-START-MOVEMENT
                   PERFORM 2674-FINISH-MOVEMENT
           END-EVALUATE.

      *--------------------------------------------------------------
      * A change is held to the bin master only when it moves the
      * entry to a different bin: a receipt or count against an
      * entry whose bin has since been retired must still post, and
      * the utilization report shows what is left in retired bins.
      *--------------------------------------------------------------
       2650-APPLY-CHANGE.
           MOVE TX-ITEM-LOC TO WS-BIN-CHECK-LOC
           MOVE TX-ITEM-BIN TO WS-BIN-CHECK-ID
           PERFORM 2635-CHECK-BIN
           EVALUATE TRUE
               WHEN NOT TRAN-CODE-FOUND
                   MOVE 'CODE NOT ON SNAPSHOT' TO WS-TRAN-REASON
               WHEN TX-ITEM-BIN = WS-ITEM-BIN(WS-TRAN-SLOT)
                       OR TX-STATUS-CANCELLED OR BIN-IS-GOOD
                   PERFORM 2655-CHANGE-ENTRY
               WHEN BIN-NOT-ON-FILE
                   MOVE 'BIN NOT ON BIN MASTER' TO WS-TRAN-REASON
               WHEN OTHER
                   MOVE 'BIN INACTIVE AT LOC' TO WS-TRAN-REASON
           END-EVALUATE.

       2655-CHANGE-ENTRY.
           MOVE WS-TRAN-SLOT TO WS-INDEX
           PERFORM 2672-START-MOVEMENT
           PERFORM 2673-TAKE-BEFORE-IMAGE
           MOVE TX-ITEM-DESC   TO WS-ITEM-DESC(WS-TRAN-SLOT)
           MOVE TX-ITEM-QTY    TO WS-ITEM-QTY(WS-TRAN-SLOT)
           MOVE TX-ITEM-STATUS TO WS-ITEM-STATUS(WS-TRAN-SLOT)
           MOVE TX-ITEM-BIN    TO WS-ITEM-BIN(WS-TRAN-SLOT)
           MOVE TX-ITEM-SUPPLIER
               TO WS-ITEM-SUPPLIER(WS-TRAN-SLOT)
           MOVE TX-ITEM-COST   TO WS-ITEM-COST(WS-TRAN-SLOT)
           PERFORM 2400-WRITE-AUDIT-RECORD
           PERFORM 2674-FINISH-MOVEMENT.

      *--------------------------------------------------------------
      * A delete closes the gap by shifting everything above it up
      * one slot; the register is the record of the removal - the
      * audit trail carries items put into the table, not taken out.
      * The movement log still values what left with it.  A purge
      * delete was decided from the master as ITMPURGE saw it; an
      * entry reinstated or stocked since then is no longer
      * cancelled with nothing on hand, and is kept.
      *--------------------------------------------------------------
       2660-APPLY-DELETE.
           EVALUATE TRUE
               WHEN NOT TRAN-CODE-FOUND
                   MOVE 'CODE NOT ON SNAPSHOT' TO WS-TRAN-REASON
               WHEN TX-CLASS-PURGE
                       AND (NOT WS-STATUS-CANCELLED(WS-TRAN-SLOT)
                           OR WS-ITEM-QTY(WS-TRAN-SLOT) NOT = 0)
                   MOVE 'PURGE NO LONGER ELIGIBLE' TO WS-TRAN-REASON
               WHEN OTHER
                   MOVE WS-TRAN-SLOT TO WS-INDEX
                   PERFORM 2672-START-MOVEMENT
                   PERFORM 2673-TAKE-BEFORE-IMAGE
                   PERFORM 2675-WRITE-MOVEMENT
                   PERFORM VARYING WS-SHIFT-INDEX
                           FROM WS-TRAN-SLOT BY 1
                           UNTIL WS-SHIFT-INDEX >= WS-COUNT
                       MOVE WS-ITEM(WS-SHIFT-INDEX + 1)
                           TO WS-ITEM(WS-SHIFT-INDEX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-COUNT
           END-EVALUATE.

       2670-WRITE-REGISTER.
           MOVE TX-ACTION    TO WS-REG-ACTION
           MOVE TX-ITEM-CODE TO WS-REG-ITEM-CODE
           MOVE TX-ITEM-LOC  TO WS-REG-ITEM-LOC
           MOVE WS-TRAN-REASON TO WS-REG-REASON
           IF TX-ACTION-TRANSFER AND WS-TRAN-REASON = SPACES
               MOVE TX-XFR-TO-LOC TO WS-XFR-REG-TO-LOC
               MOVE TX-XFR-QTY    TO WS-XFR-REG-QTY
               MOVE WS-XFR-REG-TEXT TO WS-REG-REASON
           END-IF
           MOVE WS-REGISTER-LINE TO TG-REGISTER-REC
           WRITE TG-REGISTER-REC.

      *--------------------------------------------------------------
      * One movement record per entry touched.  2672 stamps the run
      * and the transaction's identity with empty before and after
      * sides; 2673 fills the before side from slot WS-INDEX ahead
      * of the change, 2674 the after side from it once the change
      * is made, and writes the record.  The class is the one the
      * producing job tagged the transaction with, or else the one
      * its action implies.
      *--------------------------------------------------------------
       2672-START-MOVEMENT.
           MOVE SPACES TO MW-MOVE-REC
           MOVE WS-RUN-DATE  TO MW-RUN-DATE
           MOVE WS-JOB-ID    TO MW-JOB-ID
           MOVE TX-ACTION    TO MW-ACTION
           MOVE TX-ITEM-CODE TO MW-ITEM-CODE
           MOVE TX-ITEM-LOC  TO MW-ITEM-LOC
           MOVE 0 TO MW-BEFORE-QTY MW-BEFORE-COST
                     MW-AFTER-QTY  MW-AFTER-COST
           EVALUATE TRUE
               WHEN TX-MOVE-CLASS NOT = SPACES
                   MOVE TX-MOVE-CLASS TO MW-MOVE-CLASS
               WHEN TX-ACTION-ADD
                   MOVE 'AD' TO MW-MOVE-CLASS
               WHEN TX-ACTION-CHANGE
                   MOVE 'CH' TO MW-MOVE-CLASS
               WHEN TX-ACTION-DELETE
                   MOVE 'DL' TO MW-MOVE-CLASS
               WHEN TX-ACTION-TRANSFER
                   MOVE 'XF' TO MW-MOVE-CLASS
           END-EVALUATE.

       2673-TAKE-BEFORE-IMAGE.
           MOVE WS-ITEM-QTY(WS-INDEX)    TO MW-BEFORE-QTY
           MOVE WS-ITEM-COST(WS-INDEX)   TO MW-BEFORE-COST
           MOVE WS-ITEM-STATUS(WS-INDEX) TO MW-BEFORE-STATUS.

       2674-FINISH-MOVEMENT.
           MOVE WS-ITEM-QTY(WS-INDEX)    TO MW-AFTER-QTY
           MOVE WS-ITEM-COST(WS-INDEX)   TO MW-AFTER-COST
           MOVE WS-ITEM-STATUS(WS-INDEX) TO MW-AFTER-STATUS
           PERFORM 2675-WRITE-MOVEMENT.

       2675-WRITE-MOVEMENT.
           WRITE MW-MOVE-REC
           IF WS-MOVE-WORK-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: movement work file write failed, '
                   'status ' WS-MOVE-WORK-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MOVE-COUNT.

      *--------------------------------------------------------------
      * 2630 has already looked up the FROM entry (the transfer's
      * code and FROM location sit where any transaction's code and
      * location do).  Every refusal is decided here, before either
      * entry changes.  A TO entry the transfer creates goes into
      * the TO bin, which must be active on the bin master at the
      * TO location unless the entry being moved is cancelled.
      *--------------------------------------------------------------
       2680-APPLY-TRANSFER.
           MOVE WS-TRAN-SLOT TO WS-XFR-FROM-SLOT
           EVALUATE TRUE
               WHEN NOT TRAN-CODE-FOUND
                   MOVE 'FROM LOC NOT ON SNAPSHOT' TO WS-TRAN-REASON
               WHEN WS-ITEM-QTY(WS-XFR-FROM-SLOT) < TX-XFR-QTY
                   MOVE 'EXCEEDS FROM LOC QTY' TO WS-TRAN-REASON
               WHEN OTHER
                   PERFORM 2685-FIND-TO-ENTRY
                   MOVE TX-XFR-TO-LOC TO WS-BIN-CHECK-LOC
                   MOVE TX-XFR-TO-BIN TO WS-BIN-CHECK-ID
                   PERFORM 2635-CHECK-BIN
                   EVALUATE TRUE
                       WHEN XFR-TO-ENTRY-FOUND
                               AND WS-XFR-NEW-QTY > 9999999
                           MOVE 'TO LOC QTY OVERFLOW'
                               TO WS-TRAN-REASON
                       WHEN NOT XFR-TO-ENTRY-FOUND
                               AND WS-COUNT >= WS-MAX-ITEMS
                           MOVE 'TABLE FULL' TO WS-TRAN-REASON
                       WHEN NOT XFR-TO-ENTRY-FOUND
                               AND TX-XFR-TO-BIN = SPACES
                           MOVE 'NEW TO ENTRY NEEDS BIN'
                               TO WS-TRAN-REASON
                       WHEN NOT XFR-TO-ENTRY-FOUND
                               AND NOT WS-STATUS-CANCELLED
                                   (WS-XFR-FROM-SLOT)
                               AND BIN-NOT-ON-FILE
                           MOVE 'TO BIN NOT ON BIN MASTER'
                               TO WS-TRAN-REASON
                       WHEN NOT XFR-TO-ENTRY-FOUND
                               AND NOT WS-STATUS-CANCELLED
                                   (WS-XFR-FROM-SLOT)
                               AND BIN-NOT-ACTIVE
                           MOVE 'TO BIN INACTIVE AT LOC'
                               TO WS-TRAN-REASON
                       WHEN OTHER
                           PERFORM 2690-POST-TRANSFER
                   END-EVALUATE
           END-EVALUATE.

       2685-FIND-TO-ENTRY.
           MOVE 'N' TO WS-XFR-TO-FOUND
           MOVE 0 TO WS-XFR-TO-SLOT
           SET WS-TBL-IDX TO 1
           SEARCH ALL WS-TABLE
               WHEN WS-ITEM-CODE(WS-TBL-IDX) = TX-XFR-ITEM-CODE
                   AND WS-ITEM-LOC(WS-TBL-IDX) = TX-XFR-TO-LOC
                   SET XFR-TO-ENTRY-FOUND TO TRUE
                   SET WS-XFR-TO-SLOT TO WS-TBL-IDX
           END-SEARCH
           IF XFR-TO-ENTRY-FOUND
               COMPUTE WS-XFR-NEW-QTY =
                   WS-ITEM-QTY(WS-XFR-TO-SLOT) + TX-XFR-QTY
           END-IF.

      *--------------------------------------------------------------
      * Both sides, back to back: the FROM entry gives up the
      * quantity, then the TO entry takes it - added to an entry
      * already there, or slotted in at its key position as a new
      * one exactly the way an add is.  Each side is audited, and
      * the shipment goes on XFRWRK to be put in transit on XFROPEN
      * once the run has rewritten the master.
      *--------------------------------------------------------------
       2690-POST-TRANSFER.
           MOVE WS-XFR-FROM-SLOT TO WS-INDEX
           PERFORM 2672-START-MOVEMENT
           PERFORM 2673-TAKE-BEFORE-IMAGE
           SUBTRACT TX-XFR-QTY FROM WS-ITEM-QTY(WS-XFR-FROM-SLOT)
           PERFORM 2400-WRITE-AUDIT-RECORD
           PERFORM 2674-FINISH-MOVEMENT
           PERFORM 2672-START-MOVEMENT
           MOVE TX-XFR-TO-LOC TO MW-ITEM-LOC
           IF XFR-TO-ENTRY-FOUND
               MOVE WS-XFR-TO-SLOT TO WS-INDEX
               PERFORM 2673-TAKE-BEFORE-IMAGE
               MOVE WS-XFR-NEW-QTY TO WS-ITEM-QTY(WS-XFR-TO-SLOT)
               PERFORM 2400-WRITE-AUDIT-RECORD
           ELSE
               MOVE WS-ITEM(WS-XFR-FROM-SLOT) TO WS-XFR-NEW-ENTRY
               MOVE TX-XFR-TO-LOC TO XN-ITEM-LOC
               MOVE TX-XFR-TO-BIN TO XN-ITEM-BIN
               MOVE TX-XFR-QTY    TO XN-ITEM-QTY
               PERFORM 2695-INSERT-TO-ENTRY
           END-IF
           PERFORM 2674-FINISH-MOVEMENT
           ADD 1 TO WS-XFR-APPLIED-COUNT
           MOVE TX-XFR-REF       TO XW-XFR-REF
           MOVE TX-XFR-ITEM-CODE TO XW-ITEM-CODE
           MOVE TX-XFR-FROM-LOC  TO XW-FROM-LOC
           MOVE TX-XFR-TO-LOC    TO XW-TO-LOC
           MOVE TX-XFR-QTY       TO XW-XFR-QTY
           MOVE WS-RUN-DATE      TO XW-SHIP-DATE
           MOVE WS-JOB-ID        TO XW-JOB-ID
           WRITE XW-TRANSIT-REC
           IF WS-XFR-WORK-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: transfer work file write failed, '
                   'status ' WS-XFR-WORK-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.

       2695-INSERT-TO-ENTRY.
           PERFORM VARYING WS-TRAN-SLOT FROM 1 BY 1
                   UNTIL WS-TRAN-SLOT > WS-COUNT
                   OR WS-ITEM-CODE(WS-TRAN-SLOT) > XN-ITEM-CODE
                   OR (WS-ITEM-CODE(WS-TRAN-SLOT) = XN-ITEM-CODE
                       AND WS-ITEM-LOC(WS-TRAN-SLOT) > XN-ITEM-LOC)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-COUNT
           PERFORM VARYING WS-SHIFT-INDEX FROM WS-COUNT BY -1
                   UNTIL WS-SHIFT-INDEX <= WS-TRAN-SLOT
               MOVE WS-ITEM(WS-SHIFT-INDEX - 1)
                   TO WS-ITEM(WS-SHIFT-INDEX)
           END-PERFORM
           MOVE WS-XFR-NEW-ENTRY TO WS-ITEM(WS-TRAN-SLOT)
           MOVE WS-TRAN-SLOT TO WS-INDEX
           PERFORM 2400-WRITE-AUDIT-RECORD.

      *--------------------------------------------------------------
      * Print the paginated item manifest from WS-TABLE instead of
      * DISPLAYing it to the job log.
       4000-RECONCILE-TABLE.
           IF NOT RECON-BYPASSED
               PERFORM 4100-LOAD-YESTERDAY-SNAPSHOT
               PERFORM 4150-FIND-PRIOR-SNAP-DATE
               PERFORM 4200-FIND-DROPPED-ITEMS
               PERFORM 4300-FIND-ADDED-ITEMS
               PERFORM 4400-WRITE-COUNT-DELTA
           END-IF
           IF FULL-RUN-MODE
               PERFORM 4450-FIND-EXTRACT-MOVEMENTS
           END-IF
           PERFORM 4500-SAVE-TODAY-SNAPSHOT
           PERFORM 4550-POST-MOVEMENT-LOG
           IF DELTA-RUN-MODE
               PERFORM 4560-POST-TRANSFERS-IN-TRANSIT
           END-IF
           PERFORM 4600-SAVE-SNAPSHOT-GENERATION.

       4100-LOAD-YESTERDAY-SNAPSHOT.
               CLOSE SNAPSHOT-IN
           END-IF.

      *--------------------------------------------------------------
      * Yesterday's snapshot is the newest generation SNAPCAT
      * carries until this run adds its own, so its date is the date
      * of the load the recon compares against.  No catalog leaves
      * the date zero: nothing earlier to hold a purge against.
      *--------------------------------------------------------------
       4150-FIND-PRIOR-SNAP-DATE.
           MOVE 0 TO WS-PRIOR-SNAP-DATE
           MOVE 'N' TO WS-EOF-SNAP-CAT
           OPEN INPUT SNAP-CATALOG
           IF WS-SNAP-CATALOG-STATUS = '00'
               PERFORM UNTIL SNAP-CATALOG-EOF
                   READ SNAP-CATALOG
                       AT END
                           SET SNAP-CATALOG-EOF TO TRUE
                       NOT AT END
                           MOVE SC-CATALOG-REC TO WS-SNAP-CAT-LINE
                           MOVE WS-SNAP-CAT-DATE
                               TO WS-PRIOR-SNAP-DATE
                   END-READ
               END-PERFORM
               CLOSE SNAP-CATALOG
           END-IF
           MOVE 'N' TO WS-EOF-SNAP-CAT.

      *--------------------------------------------------------------
      * WS-TABLE is in ascending code-then-location order, so
      * presence of a single yesterday's entry is a SEARCH ALL
      * new location is unknown here - it is the thing being found.
      * Only a location the code did NOT stock yesterday counts as
      * the move target; the code merely surviving at its other,
      * unchanged locations still leaves this entry a drop - unless
      * the purge archive shows it purged, which explains it.
      *--------------------------------------------------------------
       4250-REPORT-DROP-OR-MOVE.
           MOVE SPACES TO WS-MOVED-NEW-LOC
           MOVE WS-YEST-ITEM-LOC(WS-RECON-INDEX)
               TO WS-RECON-LOC-OLD
           IF WS-MOVED-NEW-LOC = SPACES
               PERFORM 4270-CHECK-PURGE-ARCHIVE
               IF ENTRY-WAS-PURGED
                   ADD 1 TO WS-RECON-PURGE-COUNT
                   MOVE 'PURGED'    TO WS-RECON-TYPE
               ELSE
                   ADD 1 TO WS-RECON-DROP-COUNT
                   MOVE 'DROP  '    TO WS-RECON-TYPE
               END-IF
               MOVE SPACE TO WS-RECON-LOC-SEP
               MOVE SPACES TO WS-RECON-LOC-NEW
           ELSE
               MOVE WS-ITEM-LOC(WS-INDEX) TO WS-MOVED-NEW-LOC
           END-IF.

      *--------------------------------------------------------------
      * A drop is the exception, not the rule, so the archive is
      * read through for each one rather than held in storage.  No
      * archive means nothing has ever been purged.  Only a purge
      * since yesterday's load explains today's drop - an entry
      * purged once, re-added, and now gone again is a real drop.
      * The purge date is a day, not a time, so a purge on the same
      * day as that load still counts.
      *--------------------------------------------------------------
       4270-CHECK-PURGE-ARCHIVE.
           MOVE 'N' TO WS-PURGED-FOUND
           MOVE 'N' TO WS-EOF-PURGE-ARCHIVE
           OPEN INPUT PURGE-ARCHIVE
           IF WS-PURGE-ARCHIVE-STATUS = '00'
               PERFORM UNTIL PURGE-ARCHIVE-EOF OR ENTRY-WAS-PURGED
                   READ PURGE-ARCHIVE
                       AT END
                           SET PURGE-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           IF PA-ITEM-CODE =
                                   WS-YEST-ITEM-CODE(WS-RECON-INDEX)
                               AND PA-ITEM-LOC =
                                   WS-YEST-ITEM-LOC(WS-RECON-INDEX)
                               AND PA-PURGE-DATE <= WS-RUN-DATE
                               AND PA-PURGE-DATE >= WS-PRIOR-SNAP-DATE
                               SET ENTRY-WAS-PURGED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-ARCHIVE
           END-IF.

      *--------------------------------------------------------------
      * WS-YEST-TABLE comes from a snapshot of an already-sorted
      * WS-TABLE, so it too is in ascending code-then-location order
           MOVE WS-RECON-DELTA-LINE TO RR-RECON-REC
           WRITE RR-RECON-REC.

      *--------------------------------------------------------------
      * A full reload changes the master by replacing it, so its
      * movements are found by difference: the prior SNAPOUT (still
      * on disk - 4500 has not run) against today's WS-TABLE, both in
      * code-then-location order and walked in step.  A key only on
      * the prior master left it, a key only in the table came onto
      * it, and a key on both is logged only where its quantity,
      * cost or status differs.  Corrections and delta runs since
      * the last reload are already in that prior master, so nothing
      * is counted twice.  With no prior master at all (the very
      * first load) every entry comes on.
      *--------------------------------------------------------------
       4450-FIND-EXTRACT-MOVEMENTS.
           MOVE 'N' TO WS-EOF-SNAPSHOT-IN
           OPEN INPUT SNAPSHOT-IN
           IF WS-SNAPSHOT-IN-STATUS = '00'
               SET PRIOR-MASTER-OPEN TO TRUE
               PERFORM 4460-READ-PRIOR-MASTER
           ELSE
               SET SNAPSHOT-IN-EOF TO TRUE
           END-IF
           MOVE 1 TO WS-MOVE-INDEX
           PERFORM UNTIL SNAPSHOT-IN-EOF
                   AND WS-MOVE-INDEX > WS-COUNT
               IF WS-MOVE-INDEX > WS-COUNT
                   MOVE HIGH-VALUES TO WS-MOVE-TBL-KEY
               ELSE
                   MOVE WS-ITEM-CODE(WS-MOVE-INDEX)
                       TO WS-MOVE-TBL-CODE
                   MOVE WS-ITEM-LOC(WS-MOVE-INDEX)
                       TO WS-MOVE-TBL-LOC
               END-IF
               MOVE SPACES TO MW-MOVE-REC
               MOVE WS-RUN-DATE TO MW-RUN-DATE
               MOVE WS-JOB-ID   TO MW-JOB-ID
               MOVE 'EX'        TO MW-MOVE-CLASS
               MOVE 0 TO MW-BEFORE-QTY MW-BEFORE-COST
                         MW-AFTER-QTY  MW-AFTER-COST
               EVALUATE TRUE
                   WHEN SNAPSHOT-IN-EOF
                       OR WS-MOVE-TBL-KEY < SN-SNAP-KEY
                       PERFORM 4470-LOG-EXTRACT-ADD
                       ADD 1 TO WS-MOVE-INDEX
                   WHEN WS-MOVE-TBL-KEY > SN-SNAP-KEY
                       PERFORM 4480-LOG-EXTRACT-DROP
                       PERFORM 4460-READ-PRIOR-MASTER
                   WHEN OTHER
                       PERFORM 4490-LOG-EXTRACT-CHANGE
                       ADD 1 TO WS-MOVE-INDEX
                       PERFORM 4460-READ-PRIOR-MASTER
               END-EVALUATE
           END-PERFORM
           IF PRIOR-MASTER-OPEN
               CLOSE SNAPSHOT-IN
           END-IF
           MOVE 'N' TO WS-EOF-SNAPSHOT-IN.

       4460-READ-PRIOR-MASTER.
           READ SNAPSHOT-IN
               AT END
                   SET SNAPSHOT-IN-EOF TO TRUE
           END-READ.

       4470-LOG-EXTRACT-ADD.
           MOVE 'A' TO MW-ACTION
           MOVE WS-MOVE-TBL-CODE TO MW-ITEM-CODE
           MOVE WS-MOVE-TBL-LOC  TO MW-ITEM-LOC
           MOVE WS-MOVE-INDEX TO WS-INDEX
           PERFORM 2674-FINISH-MOVEMENT.

       4480-LOG-EXTRACT-DROP.
           MOVE 'D' TO MW-ACTION
           MOVE SN-ITEM-CODE   TO MW-ITEM-CODE
           MOVE SN-ITEM-LOC    TO MW-ITEM-LOC
           MOVE SN-ITEM-QTY    TO MW-BEFORE-QTY
           MOVE SN-ITEM-COST   TO MW-BEFORE-COST
           MOVE SN-ITEM-STATUS TO MW-BEFORE-STATUS
           PERFORM 2675-WRITE-MOVEMENT.

       4490-LOG-EXTRACT-CHANGE.
           IF SN-ITEM-QTY NOT = WS-ITEM-QTY(WS-MOVE-INDEX)
                   OR SN-ITEM-COST NOT = WS-ITEM-COST(WS-MOVE-INDEX)
                   OR SN-ITEM-STATUS NOT =
                       WS-ITEM-STATUS(WS-MOVE-INDEX)
               MOVE 'C' TO MW-ACTION
               MOVE SN-ITEM-CODE   TO MW-ITEM-CODE
               MOVE SN-ITEM-LOC    TO MW-ITEM-LOC
               MOVE SN-ITEM-QTY    TO MW-BEFORE-QTY
               MOVE SN-ITEM-COST   TO MW-BEFORE-COST
               MOVE SN-ITEM-STATUS TO MW-BEFORE-STATUS
               MOVE WS-MOVE-INDEX TO WS-INDEX
               PERFORM 2674-FINISH-MOVEMENT
           END-IF.

       4500-SAVE-TODAY-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-OUT
           IF WS-SNAPSHOT-OUT-STATUS NOT = '00'
           END-PERFORM
           CLOSE SNAPSHOT-OUT.

      *--------------------------------------------------------------
      * The new master is on disk, so the run's movements are now
      * fact: they go from the work file onto the ledger's log.
      *--------------------------------------------------------------
       4550-POST-MOVEMENT-LOG.
           CLOSE MOVE-WORK
           OPEN INPUT MOVE-WORK
           IF WS-MOVE-WORK-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot reread movement work file, '
                   'status ' WS-MOVE-WORK-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MOVE-WORK-EOF
               READ MOVE-WORK
                   AT END
                       SET MOVE-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE ML-MOVE-REC FROM MW-MOVE-REC
                       IF WS-MOVE-LOG-STATUS NOT = '00'
                           DISPLAY 'ITMLOAD: movement log write '
                               'failed, status ' WS-MOVE-LOG-STATUS
                           PERFORM 9050-RELEASE-MASTER-LOCK
                           MOVE 0016 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVE-WORK.

      *--------------------------------------------------------------
      * Likewise the run's transfers are now shipped: they go from
      * the work file onto XFROPEN as in transit.
      *--------------------------------------------------------------
       4560-POST-TRANSFERS-IN-TRANSIT.
           CLOSE XFR-WORK
           OPEN INPUT XFR-WORK
           IF WS-XFR-WORK-STATUS NOT = '00'
               DISPLAY 'ITMLOAD: cannot reread transfer work file, '
                   'status ' WS-XFR-WORK-STATUS
               PERFORM 9050-RELEASE-MASTER-LOCK
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL XFR-WORK-EOF
               READ XFR-WORK
                   AT END
                       SET XFR-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE XO-TRANSIT-REC FROM XW-TRANSIT-REC
                       IF WS-XFR-OPEN-STATUS NOT = '00'
                           DISPLAY 'ITMLOAD: in-transit file write '
                               'failed, status ' WS-XFR-OPEN-STATUS
                           PERFORM 9050-RELEASE-MASTER-LOCK
                           MOVE 0016 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XFR-WORK.

      *--------------------------------------------------------------
      * Keep a dated copy of today's snapshot beside the in-place
      * SNAPOUT rewrite: the moment 4500 runs, yesterday is gone
           ELSE
               CLOSE TRAN-FILE
               CLOSE TRAN-REGISTER
               CLOSE XFR-OPEN
               DISPLAY 'Transactions applied:'
                   WS-TRAN-APPLIED-COUNT
                   ' rejected:' WS-TRAN-REJECT-COUNT
           END-IF
           CLOSE PRINT-RPT
           CLOSE AUDIT-FILE
           CLOSE MOVE-LOG
           CLOSE RECON-RPT
           DISPLAY 'Items in Table:' WS-COUNT
           IF WS-OVERFLOW-COUNT > 0
                   TO WS-SUM-COUNT-LABEL
               MOVE WS-TRAN-REJECT-COUNT TO WS-SUM-COUNT-VALUE
               WRITE RS-SUMMARY-REC FROM WS-SUM-COUNT-LINE
               MOVE 'TRANSFERS POSTED:         '
                   TO WS-SUM-COUNT-LABEL
               MOVE WS-XFR-APPLIED-COUNT TO WS-SUM-COUNT-VALUE
               WRITE RS-SUMMARY-REC FROM WS-SUM-COUNT-LINE
           END-IF
           MOVE 'RECORDS IN TABLE:         ' TO WS-SUM-COUNT-LABEL
           MOVE WS-COUNT TO WS-SUM-COUNT-VALUE
                   TO WS-SUM-COUNT-LABEL
               MOVE WS-RECON-MOVE-COUNT TO WS-SUM-COUNT-VALUE
               WRITE RS-SUMMARY-REC FROM WS-SUM-COUNT-LINE
               MOVE 'RECON PURGES:             '
                   TO WS-SUM-COUNT-LABEL
               MOVE WS-RECON-PURGE-COUNT TO WS-SUM-COUNT-VALUE
               WRITE RS-SUMMARY-REC FROM WS-SUM-COUNT-LINE
               MOVE WS-COUNT-DELTA TO WS-SUM-DELTA-VALUE
               WRITE RS-SUMMARY-REC FROM WS-SUM-DELTA-LINE
           END-IF

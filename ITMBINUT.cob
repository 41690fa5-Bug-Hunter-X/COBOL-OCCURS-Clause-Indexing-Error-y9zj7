      *--------------------------------------------------------------
      * PROGRAM-ID : ITMBINUT
      * Weekly bin utilization report for putaway and consolidation
      * planning.  Every bin on the bin master (BINMAST) is listed
      * by location with its type, capacity in units and status, the
      * total quantity the item master (SNAPOUT) has in it against
      * that capacity, and beneath it each entry stocked there.  An
      * entry counts as occupying its bin unless it is cancelled and
      * down to zero quantity.  Active bins holding nothing, and
      * bins holding more than their capacity, are listed again on
      * their own so the warehouse can see where stock can go and
      * what must be split; a retired bin still holding stock is
      * called out on the listing.  Entries sitting in a bin the bin
      * master does not carry at their location - put there before
      * the bins were checked - are listed last, to be moved or the
      * bin set up.  The step ends with code 0004 when any bin is
      * over capacity or any entry is in a bin not on the master.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMBINUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-MASTER ASSIGN TO 'BINMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-MASTER-STATUS.
           SELECT ITEM-MASTER ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-SNAP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SORT-WORK ASSIGN TO 'SRTWORK'.
           SELECT BIN-UTIL-RPT ASSIGN TO 'BINUTIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-UTIL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ITEM-MASTER.
       01  SN-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SN==.

      *--------------------------------------------------------------
      * One record per occupying entry, sorted into location and bin
      * order so each bin's occupants can be printed beneath it.
      * SR-GROUP is '1' for an entry in a bin the bin master
      * carries and '2' for one that is not, so the entries in
      * unknown bins come off the sort last, after every known bin.
      *--------------------------------------------------------------
       SD  SORT-WORK.
       01  SR-SORT-REC.
           05  SR-GROUP                     PIC X(1).
               88  SR-BIN-ON-MASTER                   VALUE '1'.
               88  SR-BIN-NOT-ON-MASTER               VALUE '2'.
           05  SR-ITEM-LOC                  PIC X(2).
           05  SR-ITEM-BIN                  PIC X(5).
           05  SR-ITEM-CODE                 PIC X(10).
           05  SR-ITEM-DESC                 PIC X(30).
           05  SR-ITEM-STATUS               PIC X(1).
           05  SR-ITEM-QTY                  PIC 9(7).

       FD  BIN-UTIL-RPT
           RECORDING MODE IS F.
       01  BU-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BIN-MASTER-STATUS         PIC X(2)  VALUE '00'.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-BIN-UTIL-RPT-STATUS       PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-BIN-MASTER            PIC X(1)  VALUE 'N'.
               88  BIN-MASTER-EOF                     VALUE 'Y'.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  ITEM-MASTER-EOF                    VALUE 'Y'.
           05  WS-EOF-SORT-WORK             PIC X(1)  VALUE 'N'.
               88  SORT-WORK-EOF                      VALUE 'Y'.

      *--------------------------------------------------------------
      * Every bin on the bin master, in its own location and bin
      * order (checked as it loads) for SEARCH ALL, with the number
      * of entries and the total quantity the item master places in
      * it.
      *--------------------------------------------------------------
       01  WS-BIN-AREA.
           05  WS-MAX-BINS                  PIC 9(5)  VALUE 05000.
           05  WS-BIN-COUNT                 PIC 9(5)  VALUE 0.
           05  WS-BIN-INDEX                 PIC 9(5)  VALUE 0.
           05  WS-PREV-BIN-KEY              PIC X(7)  VALUE LOW-VALUES.
           05  WS-BIN-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BIN-COUNT
                   ASCENDING KEY IS WS-BU-BIN-LOC WS-BU-BIN-ID
                   INDEXED BY WS-BIN-IDX.
               10  WS-BU-BIN-LOC            PIC X(2).
               10  WS-BU-BIN-ID             PIC X(5).
               10  WS-BU-BIN-TYPE           PIC X(2).
               10  WS-BU-CAPACITY           PIC 9(7).
               10  WS-BU-STATUS             PIC X(1).
                   88  WS-BU-ACTIVE                   VALUE 'A'.
               10  WS-BU-ENTRIES            PIC 9(5).
               10  WS-BU-QTY                PIC 9(9).

       01  WS-UTIL-CONTROLS.
           05  WS-UTIL-PCT                  PIC 9(5)V9 VALUE 0.
           05  WS-BIN-NOTE                  PIC X(15) VALUE SPACES.

       01  WS-UTIL-COUNTS.
           05  WS-MASTER-READ-COUNT         PIC 9(7)  VALUE 0.
           05  WS-ACTIVE-BIN-COUNT          PIC 9(5)  VALUE 0.
           05  WS-EMPTY-BIN-COUNT           PIC 9(5)  VALUE 0.
           05  WS-OVER-BIN-COUNT            PIC 9(5)  VALUE 0.
           05  WS-RETIRED-STOCK-COUNT       PIC 9(5)  VALUE 0.
           05  WS-PLACED-COUNT              PIC 9(7)  VALUE 0.
           05  WS-UNKNOWN-BIN-COUNT         PIC 9(7)  VALUE 0.
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

       01  WS-RPT-BIN-LINE.
           05  WS-B-BIN-LOC                 PIC X(2).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-B-BIN-ID                  PIC X(5).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-B-BIN-TYPE                PIC X(2).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-B-STATUS                  PIC X(1).
           05  FILLER                       PIC X(11) VALUE
               '  CAPACITY '.
           05  WS-B-CAPACITY                PIC ZZZZZZ9.
           05  FILLER                       PIC X(10) VALUE
               '  ON HAND '.
           05  WS-B-QTY                     PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(7)  VALUE
               '  UTIL '.
           05  WS-B-UTIL-PCT                PIC ZZZZ9.9.
           05  FILLER                       PIC X(1)  VALUE '%'.
           05  FILLER                       PIC X(11) VALUE
               '  ENTRIES '.
           05  WS-B-ENTRIES                 PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-B-NOTE                    PIC X(15).

       01  WS-RPT-OCCUPANT-LINE.
           05  FILLER                       PIC X(6)  VALUE SPACES.
           05  WS-O-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-O-ITEM-DESC               PIC X(30).
           05  FILLER                       PIC X(9)  VALUE
               '  STATUS '.
           05  WS-O-ITEM-STATUS             PIC X(1).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-O-ITEM-QTY                PIC ZZZZZZ9.
           05  FILLER                       PIC X(29) VALUE SPACES.

       01  WS-RPT-UNKNOWN-LINE.
           05  WS-U-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-U-ITEM-BIN                PIC X(5).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-U-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-U-ITEM-DESC               PIC X(30).
           05  FILLER                       PIC X(9)  VALUE
               '  STATUS '.
           05  WS-U-ITEM-STATUS             PIC X(1).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-U-ITEM-QTY                PIC ZZZZZZ9.
           05  FILLER                       PIC X(25) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-BIN-MASTER
           PERFORM 2000-SORT-OCCUPANTS
           PERFORM 4000-PRINT-EMPTY-BINS
           PERFORM 5000-PRINT-OVER-CAPACITY
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT BIN-UTIL-RPT
           IF WS-BIN-UTIL-RPT-STATUS NOT = '00'
               DISPLAY 'ITMBINUT: cannot open utilization report, '
                   'status ' WS-BIN-UTIL-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE 'BIN UTILIZATION           ' TO WS-H-TITLE
           WRITE BU-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE.

      *--------------------------------------------------------------
      * No bin master, or one out of location and bin order, and
      * there is nothing to report against: the run is refused.
      *--------------------------------------------------------------
       1100-LOAD-BIN-MASTER.
           OPEN INPUT BIN-MASTER
           IF WS-BIN-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMBINUT: cannot open bin master, '
                   'status ' WS-BIN-MASTER-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BIN-MASTER-EOF
               READ BIN-MASTER
                   AT END
                       SET BIN-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-BIN-RECORD
               END-READ
           END-PERFORM
           CLOSE BIN-MASTER.

       1150-TAKE-BIN-RECORD.
           IF BM-BIN-KEY NOT > WS-PREV-BIN-KEY
               DISPLAY 'ITMBINUT: bin master out of sequence at '
                   BM-BIN-LOC ' ' BM-BIN-ID ' - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BIN-COUNT >= WS-MAX-BINS
               DISPLAY 'ITMBINUT: more than ' WS-MAX-BINS
                   ' bins on the bin master - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BM-BIN-KEY TO WS-PREV-BIN-KEY
           ADD 1 TO WS-BIN-COUNT
           MOVE BM-BIN-LOC  TO WS-BU-BIN-LOC(WS-BIN-COUNT)
           MOVE BM-BIN-ID   TO WS-BU-BIN-ID(WS-BIN-COUNT)
           MOVE BM-BIN-TYPE TO WS-BU-BIN-TYPE(WS-BIN-COUNT)
           MOVE BM-CAPACITY TO WS-BU-CAPACITY(WS-BIN-COUNT)
           MOVE BM-STATUS   TO WS-BU-STATUS(WS-BIN-COUNT)
           MOVE 0 TO WS-BU-ENTRIES(WS-BIN-COUNT)
           MOVE 0 TO WS-BU-QTY(WS-BIN-COUNT)
           IF BM-BIN-ACTIVE
               ADD 1 TO WS-ACTIVE-BIN-COUNT
           END-IF.

      *--------------------------------------------------------------
      * Each occupying entry is totalled into its bin as it goes to
      * the sort, so every bin's totals are known by the time the
      * listing reaches it.
      *--------------------------------------------------------------
       2000-SORT-OCCUPANTS.
           SORT SORT-WORK
               ON ASCENDING KEY SR-GROUP SR-ITEM-LOC SR-ITEM-BIN
                                SR-ITEM-CODE
               INPUT PROCEDURE IS 2100-RELEASE-OCCUPANTS
               OUTPUT PROCEDURE IS 3000-PRINT-BIN-LISTING.

       2100-RELEASE-OCCUPANTS.
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMBINUT: cannot open item master, '
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
                       IF NOT (SN-STATUS-CANCELLED
                               AND SN-ITEM-QTY = 0)
                           PERFORM 2150-RELEASE-ONE-OCCUPANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER.

       2150-RELEASE-ONE-OCCUPANT.
           MOVE SN-ITEM-LOC    TO SR-ITEM-LOC
           MOVE SN-ITEM-BIN    TO SR-ITEM-BIN
           MOVE SN-ITEM-CODE   TO SR-ITEM-CODE
           MOVE SN-ITEM-DESC   TO SR-ITEM-DESC
           MOVE SN-ITEM-STATUS TO SR-ITEM-STATUS
           MOVE SN-ITEM-QTY    TO SR-ITEM-QTY
           SET SR-BIN-NOT-ON-MASTER TO TRUE
           IF WS-BIN-COUNT > 0
               SET WS-BIN-IDX TO 1
               SEARCH ALL WS-BIN-TABLE
                   WHEN WS-BU-BIN-LOC(WS-BIN-IDX) = SN-ITEM-LOC
                       AND WS-BU-BIN-ID(WS-BIN-IDX) = SN-ITEM-BIN
                       SET SR-BIN-ON-MASTER TO TRUE
                       ADD 1 TO WS-BU-ENTRIES(WS-BIN-IDX)
                       ADD SN-ITEM-QTY TO WS-BU-QTY(WS-BIN-IDX)
               END-SEARCH
           END-IF
           IF SR-BIN-ON-MASTER
               ADD 1 TO WS-PLACED-COUNT
           ELSE
               ADD 1 TO WS-UNKNOWN-BIN-COUNT
           END-IF
           RELEASE SR-SORT-REC.

      *--------------------------------------------------------------
      * The bins come off the table and their occupants off the
      * sort in the same location and bin order, so one pass lists
      * each bin with its occupants beneath it.  What is left on the
      * sort after the last bin is the entries in unknown bins.
      *--------------------------------------------------------------
       3000-PRINT-BIN-LISTING.
           MOVE 'BINS BY LOCATION:' TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           PERFORM 3050-RETURN-OCCUPANT
           PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1
                   UNTIL WS-BIN-INDEX > WS-BIN-COUNT
               PERFORM 3100-PRINT-ONE-BIN
           END-PERFORM
           IF WS-BIN-COUNT = 0
               MOVE '  (NONE)' TO BU-PRINT-LINE
               WRITE BU-PRINT-LINE
           END-IF
           PERFORM 3300-PRINT-UNKNOWN-BINS.

       3050-RETURN-OCCUPANT.
           RETURN SORT-WORK
               AT END
                   SET SORT-WORK-EOF TO TRUE
           END-RETURN.

      *--------------------------------------------------------------
      * Each bin is counted into the empty, over-capacity and
      * retired-with-stock totals here, once, as it is listed.
      *--------------------------------------------------------------
       3100-PRINT-ONE-BIN.
           EVALUATE TRUE
               WHEN NOT WS-BU-ACTIVE(WS-BIN-INDEX)
                       AND WS-BU-QTY(WS-BIN-INDEX) > 0
                   ADD 1 TO WS-RETIRED-STOCK-COUNT
               WHEN WS-BU-ACTIVE(WS-BIN-INDEX)
                       AND WS-BU-QTY(WS-BIN-INDEX) = 0
                   ADD 1 TO WS-EMPTY-BIN-COUNT
           END-EVALUATE
           IF WS-BU-QTY(WS-BIN-INDEX) > WS-BU-CAPACITY(WS-BIN-INDEX)
               ADD 1 TO WS-OVER-BIN-COUNT
           END-IF
           PERFORM 3200-FORMAT-BIN-LINE
           WRITE BU-PRINT-LINE FROM WS-RPT-BIN-LINE
           PERFORM UNTIL SORT-WORK-EOF
                   OR NOT SR-BIN-ON-MASTER
                   OR SR-ITEM-LOC NOT = WS-BU-BIN-LOC(WS-BIN-INDEX)
                   OR SR-ITEM-BIN NOT = WS-BU-BIN-ID(WS-BIN-INDEX)
               MOVE SR-ITEM-CODE   TO WS-O-ITEM-CODE
               MOVE SR-ITEM-DESC   TO WS-O-ITEM-DESC
               MOVE SR-ITEM-STATUS TO WS-O-ITEM-STATUS
               MOVE SR-ITEM-QTY    TO WS-O-ITEM-QTY
               WRITE BU-PRINT-LINE FROM WS-RPT-OCCUPANT-LINE
               PERFORM 3050-RETURN-OCCUPANT
           END-PERFORM.

      *--------------------------------------------------------------
      * Utilization is the bin's quantity as a percentage of its
      * capacity; a bin set up with no capacity that holds anything
      * at all shows the top of the scale.  A retired bin still
      * holding stock is noted ahead of anything else - it should
      * be holding nothing.
      *--------------------------------------------------------------
       3200-FORMAT-BIN-LINE.
           EVALUATE TRUE
               WHEN WS-BU-CAPACITY(WS-BIN-INDEX) > 0
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       WS-BU-QTY(WS-BIN-INDEX) * 100
                           / WS-BU-CAPACITY(WS-BIN-INDEX)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-UTIL-PCT
                   END-COMPUTE
               WHEN WS-BU-QTY(WS-BIN-INDEX) > 0
                   MOVE 99999.9 TO WS-UTIL-PCT
               WHEN OTHER
                   MOVE 0 TO WS-UTIL-PCT
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT WS-BU-ACTIVE(WS-BIN-INDEX)
                       AND WS-BU-QTY(WS-BIN-INDEX) > 0
                   MOVE 'RETIRED - STOCK' TO WS-BIN-NOTE
               WHEN NOT WS-BU-ACTIVE(WS-BIN-INDEX)
                   MOVE 'RETIRED' TO WS-BIN-NOTE
               WHEN WS-BU-QTY(WS-BIN-INDEX)
                       > WS-BU-CAPACITY(WS-BIN-INDEX)
                   MOVE 'OVER CAPACITY' TO WS-BIN-NOTE
               WHEN WS-BU-QTY(WS-BIN-INDEX) = 0
                   MOVE 'EMPTY' TO WS-BIN-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-BIN-NOTE
           END-EVALUATE
           MOVE WS-BU-BIN-LOC(WS-BIN-INDEX)  TO WS-B-BIN-LOC
           MOVE WS-BU-BIN-ID(WS-BIN-INDEX)   TO WS-B-BIN-ID
           MOVE WS-BU-BIN-TYPE(WS-BIN-INDEX) TO WS-B-BIN-TYPE
           MOVE WS-BU-STATUS(WS-BIN-INDEX)   TO WS-B-STATUS
           MOVE WS-BU-CAPACITY(WS-BIN-INDEX) TO WS-B-CAPACITY
           MOVE WS-BU-QTY(WS-BIN-INDEX)      TO WS-B-QTY
           MOVE WS-UTIL-PCT                  TO WS-B-UTIL-PCT
           MOVE WS-BU-ENTRIES(WS-BIN-INDEX)  TO WS-B-ENTRIES
           MOVE WS-BIN-NOTE                  TO WS-B-NOTE.

       3300-PRINT-UNKNOWN-BINS.
           MOVE SPACES TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           MOVE 'ENTRIES IN BINS NOT ON BIN MASTER:' TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           IF SORT-WORK-EOF
               MOVE '  (NONE)' TO BU-PRINT-LINE
               WRITE BU-PRINT-LINE
           END-IF
           PERFORM UNTIL SORT-WORK-EOF
               MOVE SR-ITEM-LOC    TO WS-U-ITEM-LOC
               MOVE SR-ITEM-BIN    TO WS-U-ITEM-BIN
               MOVE SR-ITEM-CODE   TO WS-U-ITEM-CODE
               MOVE SR-ITEM-DESC   TO WS-U-ITEM-DESC
               MOVE SR-ITEM-STATUS TO WS-U-ITEM-STATUS
               MOVE SR-ITEM-QTY    TO WS-U-ITEM-QTY
               WRITE BU-PRINT-LINE FROM WS-RPT-UNKNOWN-LINE
               PERFORM 3050-RETURN-OCCUPANT
           END-PERFORM.

      *--------------------------------------------------------------
      * Active bins holding nothing: where putaway can go.
      *--------------------------------------------------------------
       4000-PRINT-EMPTY-BINS.
           MOVE SPACES TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           MOVE 'EMPTY ACTIVE BINS:' TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1
                   UNTIL WS-BIN-INDEX > WS-BIN-COUNT
               IF WS-BU-ACTIVE(WS-BIN-INDEX)
                       AND WS-BU-QTY(WS-BIN-INDEX) = 0
                   PERFORM 3200-FORMAT-BIN-LINE
                   WRITE BU-PRINT-LINE FROM WS-RPT-BIN-LINE
                   ADD 1 TO WS-LINES-PRINTED
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO BU-PRINT-LINE
               WRITE BU-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------
      * Bins holding more than their capacity, retired or not: what
      * must be split or consolidated elsewhere.
      *--------------------------------------------------------------
       5000-PRINT-OVER-CAPACITY.
           MOVE SPACES TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           MOVE 'OVER-CAPACITY BINS:' TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1
                   UNTIL WS-BIN-INDEX > WS-BIN-COUNT
               IF WS-BU-QTY(WS-BIN-INDEX)
                       > WS-BU-CAPACITY(WS-BIN-INDEX)
                   PERFORM 3200-FORMAT-BIN-LINE
                   WRITE BU-PRINT-LINE FROM WS-RPT-BIN-LINE
                   ADD 1 TO WS-LINES-PRINTED
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO BU-PRINT-LINE
               WRITE BU-PRINT-LINE
           END-IF.

       9000-TERMINATION.
           MOVE SPACES TO BU-PRINT-LINE
           WRITE BU-PRINT-LINE
           MOVE 'BINS ON BIN MASTER:           '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-BIN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ACTIVE BINS:                  '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ACTIVE-BIN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'EMPTY ACTIVE BINS:            '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-EMPTY-BIN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'OVER-CAPACITY BINS:           '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-OVER-BIN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RETIRED BINS HOLDING STOCK:   '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RETIRED-STOCK-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'MASTER ENTRIES READ:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ENTRIES IN BINS ON MASTER:    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PLACED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ENTRIES IN BINS NOT ON MASTER:'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNKNOWN-BIN-COUNT TO WS-RPT-COUNT-VALUE
           WRITE BU-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE BIN-UTIL-RPT
           DISPLAY 'ITMBINUT: ' WS-BIN-COUNT ' bins, '
               WS-EMPTY-BIN-COUNT ' empty, '
               WS-OVER-BIN-COUNT ' over capacity, '
               WS-UNKNOWN-BIN-COUNT ' entries in unknown bins'
           IF WS-OVER-BIN-COUNT > 0 OR WS-UNKNOWN-BIN-COUNT > 0
               DISPLAY 'ITMBINUT: bins over capacity or entries '
                   'in unknown bins - see BINUTIL'
               MOVE 0004 TO RETURN-CODE
           END-IF.

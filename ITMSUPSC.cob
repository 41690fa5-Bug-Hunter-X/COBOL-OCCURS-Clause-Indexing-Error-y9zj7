      *--------------------------------------------------------------
      * PROGRAM-ID : ITMSUPSC
      * Monthly supplier performance scorecard, so purchasing goes
      * into a supplier meeting with facts instead of impressions.
      * Built from the supplier log ITMEDIT appends every night
      * (SUPPLOG: each set received, with its balancing result and
      * its rejects by reason, and each expected set that never
      * came) and from ITMREPR's repair register (REPRREG: each
      * reject an operator released or purged, stamped with its
      * supplier).  One line per supplier on the supplier master -
      * plus any id that sent a set without being on it - shows sets
      * received, details sent, rejects and the reject rate, reason
      * 07 supplier conflicts, sets that failed their own trailer
      * balance, sets refused outright, rejects that needed repair,
      * sets that arrived late, and expected sets that never
      * arrived; a second line breaks the rejects down by reason.
      * The month reported is the one before the run date unless an
      * SUPSCCTL MONTH=yyyymm card names another; a set counts as
      * late when its header extract date is more than LATE-DAYS=
      * (default one) days older than the night it was edited.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMSUPSC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPSC-CONTROL ASSIGN TO 'SUPSCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPSC-CONTROL-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MAST-STATUS.
           SELECT SUPPLIER-LOG ASSIGN TO 'SUPPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-LOG-STATUS.
           SELECT REPAIR-REGISTER ASSIGN TO 'REPRREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIR-REG-STATUS.
           SELECT SUPSC-RPT ASSIGN TO 'SUPSCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPSC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPSC-CONTROL
           RECORDING MODE IS F.
       01  SC-CONTROL-REC                   PIC X(80).

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
      * The supplier log exactly as ITMEDIT appends it.
      *--------------------------------------------------------------
       FD  SUPPLIER-LOG
           RECORDING MODE IS F.
       01  SP-LOG-REC.
           05  SP-RUN-DATE                  PIC 9(8).
           05  SP-RUN-DATE-X REDEFINES SP-RUN-DATE.
               10  SP-RUN-MONTH             PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  SP-SUPPLIER-ID               PIC X(8).
           05  SP-EVENT                     PIC X(1).
               88  SP-EVENT-SET                       VALUE 'S'.
               88  SP-EVENT-MISSING                   VALUE 'M'.
           05  SP-SET-RESULT                PIC X(1).
               88  SP-SET-BALANCED                    VALUE 'B'.
               88  SP-SET-OUT-OF-BALANCE              VALUE 'O' 'T'.
               88  SP-SET-REFUSED                     VALUE 'U' 'I'.
           05  SP-EXTRACT-DATE              PIC 9(8).
           05  SP-DETAIL-COUNT              PIC 9(7).
           05  SP-CLEAN-COUNT               PIC 9(7).
           05  SP-REASON-COUNT OCCURS 12 TIMES
                                            PIC 9(5).

      *--------------------------------------------------------------
      * ITMREPR's register line: operator, code, location, reason,
      * disposition, supplier of record, and the date of the repair
      * session.  Lines written before the register carried supplier
      * and date have neither and are passed over.
      *--------------------------------------------------------------
       FD  REPAIR-REGISTER
           RECORDING MODE IS F.
       01  RG-REGISTER-REC.
           05  RG-OPERATOR                  PIC X(8).
           05  FILLER                       PIC X(1).
           05  RG-ITEM-CODE                 PIC X(10).
           05  FILLER                       PIC X(1).
           05  RG-ITEM-LOC                  PIC X(2).
           05  FILLER                       PIC X(1).
           05  RG-REASON                    PIC X(2).
           05  FILLER                       PIC X(3).
           05  RG-DISPOSITION               PIC X(8).
           05  FILLER                       PIC X(1).
           05  RG-SUPPLIER                  PIC X(8).
           05  FILLER                       PIC X(1).
           05  RG-DATE                      PIC 9(8).
           05  RG-DATE-X REDEFINES RG-DATE.
               10  RG-MONTH                 PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  FILLER                       PIC X(5).

       FD  SUPSC-RPT
           RECORDING MODE IS F.
       01  SR-PRINT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SUPSC-CONTROL-STATUS      PIC X(2)  VALUE '00'.
           05  WS-SUPPLIER-MAST-STATUS      PIC X(2)  VALUE '00'.
           05  WS-SUPPLIER-LOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-REPAIR-REG-STATUS         PIC X(2)  VALUE '00'.
           05  WS-SUPSC-RPT-STATUS          PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  SUPSC-CONTROL-EOF                  VALUE 'Y'.
           05  WS-EOF-SUPPLIER-MAST         PIC X(1)  VALUE 'N'.
               88  SUPPLIER-MASTER-EOF                VALUE 'Y'.
           05  WS-EOF-SUPPLIER-LOG          PIC X(1)  VALUE 'N'.
               88  SUPPLIER-LOG-EOF                   VALUE 'Y'.
           05  WS-EOF-REGISTER              PIC X(1)  VALUE 'N'.
               88  REPAIR-REGISTER-EOF                VALUE 'Y'.

       01  WS-SUPSC-CONTROLS.
           05  WS-REPORT-MONTH              PIC 9(6)  VALUE 0.
           05  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YYYY           PIC 9(4).
               10  WS-REPORT-MM             PIC 9(2).
           05  WS-LATE-DAYS                 PIC 9(2)  VALUE 01.
           05  WS-EDIT-INT                  PIC 9(8)  VALUE 0.
           05  WS-EXTRACT-INT               PIC 9(8)  VALUE 0.
           05  WS-EXTRACT-AGE               PIC S9(8) VALUE 0.
           05  WS-REASON-INDEX              PIC 9(2)  VALUE 0.

      *--------------------------------------------------------------
      * One row per supplier: the master's suppliers in master order,
      * then any id met on the log that the master does not know.
      *--------------------------------------------------------------
       01  WS-SCORE-AREA.
           05  WS-MAX-SCORE-SUPPLIERS       PIC 9(3)  VALUE 500.
           05  WS-SCORE-COUNT               PIC 9(3)  VALUE 0.
           05  WS-SCORE-INDEX               PIC 9(3)  VALUE 0.
           05  WS-SCORE-TABLE OCCURS 500 TIMES.
               10  WS-SCR-SUPPLIER-ID       PIC X(8).
               10  WS-SCR-SUPPLIER-NAME     PIC X(30).
               10  WS-SCR-STATUS            PIC X(1).
               10  WS-SCR-SETS              PIC 9(5).
               10  WS-SCR-DETAILS           PIC 9(7).
               10  WS-SCR-REJECTS           PIC 9(7).
               10  WS-SCR-CONFLICTS         PIC 9(5).
               10  WS-SCR-OUT-OF-BAL        PIC 9(5).
               10  WS-SCR-REFUSED           PIC 9(5).
               10  WS-SCR-REPAIRED          PIC 9(5).
               10  WS-SCR-LATE              PIC 9(5).
               10  WS-SCR-MISSING           PIC 9(5).
               10  WS-SCR-REASON OCCURS 12 TIMES
                                            PIC 9(7).

       01  WS-SUPSC-COUNTS.
           05  WS-LOG-READ-COUNT            PIC 9(7)  VALUE 0.
           05  WS-LOG-USED-COUNT            PIC 9(7)  VALUE 0.
           05  WS-REPAIR-USED-COUNT         PIC 9(7)  VALUE 0.
           05  WS-UNLISTED-COUNT            PIC 9(3)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).
           05  WS-REJECT-PCT                PIC 9(3)V9 VALUE 0.

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'SUPPLIER SCORECARD        '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(10) VALUE
               '   MONTH: '.
           05  WS-H-REPORT-MM               PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-REPORT-YYYY             PIC 9999.
           05  FILLER                       PIC X(14) VALUE
               '   LATE AFTER '.
           05  WS-H-LATE-DAYS               PIC Z9.
           05  FILLER                       PIC X(5)  VALUE ' DAYS'.
           05  FILLER                       PIC X(53) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(40) VALUE
               'SUPPLIER NAME                     ST  SE'.
           05  FILLER                       PIC X(40) VALUE
               'TS  DETAILS  REJECTS  REJ%  CONFL OUTBAL'.
           05  FILLER                       PIC X(40) VALUE
               ' REFUSED  REPAIR   LATE MISSED          '.
           05  FILLER                       PIC X(12) VALUE SPACES.

       01  WS-RPT-SCORE-LINE.
           05  WS-S-SUPPLIER-ID             PIC X(8).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-S-SUPPLIER-NAME           PIC X(25).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-S-STATUS                  PIC X(1).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-S-SETS                    PIC ZZZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-S-DETAILS                 PIC ZZZZZZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-S-REJECTS                 PIC ZZZZZZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-S-REJECT-PCT              PIC ZZ9.9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-S-CONFLICTS               PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-S-OUT-OF-BAL              PIC ZZZZ9.
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-S-REFUSED                 PIC ZZZZ9.
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-S-REPAIRED                PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-S-LATE                    PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-S-MISSING                 PIC ZZZZ9.
           05  FILLER                       PIC X(22) VALUE SPACES.

       01  WS-RPT-REASON-LINE.
           05  FILLER                       PIC X(20) VALUE
               '    REJECT REASONS: '.
           05  WS-RR-REASON-CELL OCCURS 12 TIMES.
               10  WS-RR-REASON-NO          PIC 99.
               10  FILLER                   PIC X(1)  VALUE ':'.
               10  WS-RR-REASON-COUNT       PIC ZZZZ9.
               10  FILLER                   PIC X(1)  VALUE SPACE.
           05  FILLER                       PIC X(4)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SCORE-SUPPLIER-LOG
           PERFORM 2500-SCORE-REPAIRS
           PERFORM 3000-PRINT-SCORECARD
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MM = 01
               COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
               COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
           END-IF
           PERFORM 1010-READ-CONTROL-CARDS
           PERFORM 1100-LOAD-SUPPLIER-MASTER
           OPEN OUTPUT SUPSC-RPT
           IF WS-SUPSC-RPT-STATUS NOT = '00'
               DISPLAY 'ITMSUPSC: cannot open scorecard report, '
                   'status ' WS-SUPSC-RPT-STATUS
               STOP RUN
           END-IF.

       1010-READ-CONTROL-CARDS.
           OPEN INPUT SUPSC-CONTROL
           IF WS-SUPSC-CONTROL-STATUS = '00'
               PERFORM UNTIL SUPSC-CONTROL-EOF
                   READ SUPSC-CONTROL
                       AT END
                           SET SUPSC-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE SUPSC-CONTROL
           END-IF.

       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN SC-CONTROL-REC(1:1) = '*'
               WHEN SC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN SC-CONTROL-REC(1:6) = 'MONTH='
                   IF SC-CONTROL-REC(7:6) IS NOT NUMERIC
                       OR SC-CONTROL-REC(11:2) < '01'
                       OR SC-CONTROL-REC(11:2) > '12'
                       DISPLAY 'ITMSUPSC: MONTH= must be yyyymm'
                       STOP RUN
                   END-IF
                   MOVE SC-CONTROL-REC(7:6) TO WS-REPORT-MONTH
               WHEN SC-CONTROL-REC(1:10) = 'LATE-DAYS='
                   IF SC-CONTROL-REC(11:2) IS NOT NUMERIC
                       DISPLAY 'ITMSUPSC: LATE-DAYS= must be 00-99'
                       STOP RUN
                   END-IF
                   MOVE SC-CONTROL-REC(11:2) TO WS-LATE-DAYS
               WHEN OTHER
                   DISPLAY 'ITMSUPSC: unrecognized control card: '
                       SC-CONTROL-REC
                   STOP RUN
           END-EVALUATE.

       1100-LOAD-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUPPLIER-MAST-STATUS NOT = '00'
               DISPLAY 'ITMSUPSC: cannot open supplier master, '
                   'status ' WS-SUPPLIER-MAST-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUPPLIER-MASTER-EOF
               READ SUPPLIER-MASTER
                   AT END
                       SET SUPPLIER-MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE SM-SUPPLIER-ID TO SP-SUPPLIER-ID
                       PERFORM 1200-ADD-SCORE-ROW
                       MOVE SM-SUPPLIER-NAME
                           TO WS-SCR-SUPPLIER-NAME(WS-SCORE-COUNT)
                       MOVE SM-STATUS
                           TO WS-SCR-STATUS(WS-SCORE-COUNT)
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER.

       1200-ADD-SCORE-ROW.
           IF WS-SCORE-COUNT >= WS-MAX-SCORE-SUPPLIERS
               DISPLAY 'ITMSUPSC: more than '
                   WS-MAX-SCORE-SUPPLIERS ' suppliers - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCORE-COUNT
           MOVE SP-SUPPLIER-ID TO WS-SCR-SUPPLIER-ID(WS-SCORE-COUNT)
           MOVE '*** NOT ON SUPPLIER MASTER'
               TO WS-SCR-SUPPLIER-NAME(WS-SCORE-COUNT)
           MOVE '?' TO WS-SCR-STATUS(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-SETS(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-DETAILS(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-REJECTS(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-CONFLICTS(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-OUT-OF-BAL(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-REFUSED(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-REPAIRED(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-LATE(WS-SCORE-COUNT)
           MOVE 0 TO WS-SCR-MISSING(WS-SCORE-COUNT)
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                   UNTIL WS-REASON-INDEX > 12
               MOVE 0 TO WS-SCR-REASON(WS-SCORE-COUNT
                   WS-REASON-INDEX)
           END-PERFORM.

      *--------------------------------------------------------------
      * The supplier log must be there: ITMEDIT appends to it every
      * night, so its absence means the scorecard has no facts.
      *--------------------------------------------------------------
       2000-SCORE-SUPPLIER-LOG.
           OPEN INPUT SUPPLIER-LOG
           IF WS-SUPPLIER-LOG-STATUS NOT = '00'
               DISPLAY 'ITMSUPSC: cannot open supplier log, '
                   'status ' WS-SUPPLIER-LOG-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUPPLIER-LOG-EOF
               READ SUPPLIER-LOG
                   AT END
                       SET SUPPLIER-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       IF SP-RUN-MONTH = WS-REPORT-MONTH
                           ADD 1 TO WS-LOG-USED-COUNT
                           PERFORM 2100-FIND-SCORE-ROW
                           PERFORM 2200-SCORE-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-LOG.

      *--------------------------------------------------------------
      * Leaves WS-SCORE-INDEX on the row for SP-SUPPLIER-ID, adding
      * an unlisted row the first time an unknown id turns up.
      *--------------------------------------------------------------
       2100-FIND-SCORE-ROW.
           PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1
                   UNTIL WS-SCORE-INDEX > WS-SCORE-COUNT
                   OR WS-SCR-SUPPLIER-ID(WS-SCORE-INDEX)
                       = SP-SUPPLIER-ID
               CONTINUE
           END-PERFORM
           IF WS-SCORE-INDEX > WS-SCORE-COUNT
               ADD 1 TO WS-UNLISTED-COUNT
               PERFORM 1200-ADD-SCORE-ROW
               MOVE WS-SCORE-COUNT TO WS-SCORE-INDEX
           END-IF.

       2200-SCORE-LOG-RECORD.
           IF SP-EVENT-MISSING
               ADD 1 TO WS-SCR-MISSING(WS-SCORE-INDEX)
           ELSE
               ADD 1 TO WS-SCR-SETS(WS-SCORE-INDEX)
               ADD SP-DETAIL-COUNT TO WS-SCR-DETAILS(WS-SCORE-INDEX)
               EVALUATE TRUE
                   WHEN SP-SET-OUT-OF-BALANCE
                       ADD 1 TO WS-SCR-OUT-OF-BAL(WS-SCORE-INDEX)
                   WHEN SP-SET-REFUSED
                       ADD 1 TO WS-SCR-REFUSED(WS-SCORE-INDEX)
               END-EVALUATE
      *--------------------------------------------------------------
      * Log lines written before the bin check existed end after
      * reason 11; their reason-12 count reads as spaces and is
      * taken as zero.
      *--------------------------------------------------------------
               IF SP-REASON-COUNT(12) IS NOT NUMERIC
                   MOVE 0 TO SP-REASON-COUNT(12)
               END-IF
               PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                       UNTIL WS-REASON-INDEX > 12
                   ADD SP-REASON-COUNT(WS-REASON-INDEX) TO
                       WS-SCR-REASON(WS-SCORE-INDEX WS-REASON-INDEX)
                   ADD SP-REASON-COUNT(WS-REASON-INDEX) TO
                       WS-SCR-REJECTS(WS-SCORE-INDEX)
               END-PERFORM
               ADD SP-REASON-COUNT(7) TO
                   WS-SCR-CONFLICTS(WS-SCORE-INDEX)
               PERFORM 2300-CHECK-LATE-SET
           END-IF.

       2300-CHECK-LATE-SET.
           IF SP-EXTRACT-DATE IS NUMERIC
                   AND SP-EXTRACT-DATE > 16010101
               COMPUTE WS-EDIT-INT =
                   FUNCTION INTEGER-OF-DATE(SP-RUN-DATE)
               COMPUTE WS-EXTRACT-INT =
                   FUNCTION INTEGER-OF-DATE(SP-EXTRACT-DATE)
               COMPUTE WS-EXTRACT-AGE = WS-EDIT-INT - WS-EXTRACT-INT
               IF WS-EXTRACT-AGE > WS-LATE-DAYS
                   ADD 1 TO WS-SCR-LATE(WS-SCORE-INDEX)
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * Repair volume: every reject released or purged during the
      * month, charged to its supplier of record.  No register yet
      * means nothing has been repaired.
      *--------------------------------------------------------------
       2500-SCORE-REPAIRS.
           OPEN INPUT REPAIR-REGISTER
           IF WS-REPAIR-REG-STATUS NOT = '00'
               DISPLAY 'ITMSUPSC: no repair register, status '
                   WS-REPAIR-REG-STATUS ' - repairs not counted'
           ELSE
               PERFORM UNTIL REPAIR-REGISTER-EOF
                   READ REPAIR-REGISTER
                       AT END
                           SET REPAIR-REGISTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-SCORE-ONE-REPAIR
                   END-READ
               END-PERFORM
               CLOSE REPAIR-REGISTER
           END-IF.

       2600-SCORE-ONE-REPAIR.
           IF RG-DATE IS NUMERIC
                   AND RG-MONTH = WS-REPORT-MONTH
                   AND RG-SUPPLIER NOT = SPACES
               ADD 1 TO WS-REPAIR-USED-COUNT
               MOVE RG-SUPPLIER TO SP-SUPPLIER-ID
               PERFORM 2100-FIND-SCORE-ROW
               ADD 1 TO WS-SCR-REPAIRED(WS-SCORE-INDEX)
           END-IF.

       3000-PRINT-SCORECARD.
           MOVE WS-RUN-MM       TO WS-H-MM
           MOVE WS-RUN-DD       TO WS-H-DD
           MOVE WS-RUN-YYYY     TO WS-H-YYYY
           MOVE WS-REPORT-MM    TO WS-H-REPORT-MM
           MOVE WS-REPORT-YYYY  TO WS-H-REPORT-YYYY
           MOVE WS-LATE-DAYS    TO WS-H-LATE-DAYS
           WRITE SR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           WRITE SR-PRINT-LINE FROM WS-RPT-COLUMN-LINE
           IF WS-SCORE-COUNT = 0
               MOVE '  (NONE)' TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
           END-IF
           PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1
                   UNTIL WS-SCORE-INDEX > WS-SCORE-COUNT
               PERFORM 3100-PRINT-ONE-SUPPLIER
           END-PERFORM.

       3100-PRINT-ONE-SUPPLIER.
           MOVE WS-SCR-SUPPLIER-ID(WS-SCORE-INDEX)
               TO WS-S-SUPPLIER-ID
           MOVE WS-SCR-SUPPLIER-NAME(WS-SCORE-INDEX)
               TO WS-S-SUPPLIER-NAME
           MOVE WS-SCR-STATUS(WS-SCORE-INDEX)    TO WS-S-STATUS
           MOVE WS-SCR-SETS(WS-SCORE-INDEX)      TO WS-S-SETS
           MOVE WS-SCR-DETAILS(WS-SCORE-INDEX)   TO WS-S-DETAILS
           MOVE WS-SCR-REJECTS(WS-SCORE-INDEX)   TO WS-S-REJECTS
           IF WS-SCR-DETAILS(WS-SCORE-INDEX) > 0
               COMPUTE WS-REJECT-PCT ROUNDED =
                   (WS-SCR-REJECTS(WS-SCORE-INDEX) * 100)
                       / WS-SCR-DETAILS(WS-SCORE-INDEX)
           ELSE
               MOVE 0 TO WS-REJECT-PCT
           END-IF
           MOVE WS-REJECT-PCT                    TO WS-S-REJECT-PCT
           MOVE WS-SCR-CONFLICTS(WS-SCORE-INDEX) TO WS-S-CONFLICTS
           MOVE WS-SCR-OUT-OF-BAL(WS-SCORE-INDEX)
               TO WS-S-OUT-OF-BAL
           MOVE WS-SCR-REFUSED(WS-SCORE-INDEX)   TO WS-S-REFUSED
           MOVE WS-SCR-REPAIRED(WS-SCORE-INDEX)  TO WS-S-REPAIRED
           MOVE WS-SCR-LATE(WS-SCORE-INDEX)      TO WS-S-LATE
           MOVE WS-SCR-MISSING(WS-SCORE-INDEX)   TO WS-S-MISSING
           WRITE SR-PRINT-LINE FROM WS-RPT-SCORE-LINE
           IF WS-SCR-REJECTS(WS-SCORE-INDEX) > 0
               PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                       UNTIL WS-REASON-INDEX > 12
                   MOVE WS-REASON-INDEX
                       TO WS-RR-REASON-NO(WS-REASON-INDEX)
                   MOVE WS-SCR-REASON(WS-SCORE-INDEX WS-REASON-INDEX)
                       TO WS-RR-REASON-COUNT(WS-REASON-INDEX)
               END-PERFORM
               WRITE SR-PRINT-LINE FROM WS-RPT-REASON-LINE
           END-IF.

      *--------------------------------------------------------------
      * 0004 when the log names a supplier the master does not: a
      * set came in from someone purchasing has no record of.
      *--------------------------------------------------------------
       9000-TERMINATION.
           MOVE SPACES TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           MOVE 'SUPPLIER LOG RECORDS READ:    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LOG-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'LOG RECORDS IN MONTH:         '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LOG-USED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'REPAIRS IN MONTH:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REPAIR-USED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'SUPPLIERS NOT ON MASTER:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNLISTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE SR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE SUPSC-RPT
           DISPLAY 'ITMSUPSC: scorecard for ' WS-REPORT-MONTH
               ' - ' WS-SCORE-COUNT ' supplier(s), see SUPSCRPT'
           IF WS-UNLISTED-COUNT > 0
               MOVE 0004 TO RETURN-CODE
           END-IF.

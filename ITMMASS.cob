      *--------------------------------------------------------------
      * PROGRAM-ID : ITMMASS
      * Mass update of the keyed item master: one change applied to
      * every entry a set of MASSCTL selection cards picks out -
      * supplier, location, bin range, status, item code range - in
      * place of hundreds of ITMINQ screens or a hand-built TRANFIL.
      * The change is one ACTION= card: HOLD (status to 'H'), REBIN
      * (bin to NEW-BIN=, the rack move), or COST (unit cost moved
      * by COST-PCT=, a supplier's across-the-board price change).
      * Two modes, the MODE= convention ITMCYCLE uses.  MODE=PREVIEW
      * (the default) touches nothing: it lists every affected entry
      * with its before and after values on MASSRPT, with the count,
      * and leaves the before and after images on MASSPRV.  MODE=
      * RELEASE is a supervisor's alone: the operator signs on
      * against OPRPROF and must hold 'S' authority, the release is
      * logged to SECLOG either way, and each previewed entry still
      * standing on the master exactly as previewed is cut as a 'C'
      * transaction on TRANFIL, so the change reaches the master
      * through ITMLOAD's delta mode and the audit trail like any
      * other.  The release cuts what the preview showed - nothing
      * the supervisor did not see.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMMASS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASS-CONTROL ASSIGN TO 'MASSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASS-CONTROL-STATUS.
           SELECT ITEM-MASTER ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-SNAP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *--------------------------------------------------------------
      * Second file-name on the same master for the release: one
      * keyed read per previewed entry.  The two names are never
      * open at the same time.
      *--------------------------------------------------------------
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT MASS-PREVIEW ASSIGN TO 'MASSPRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASS-PREVIEW-STATUS.
           SELECT MASS-RPT ASSIGN TO 'MASSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASS-RPT-STATUS.
           SELECT OPER-PROFILES ASSIGN TO 'OPRPROF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.
           SELECT TRAN-OUT ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASS-CONTROL
           RECORDING MODE IS F.
       01  MC-CONTROL-REC                   PIC X(80).

       FD  ITEM-MASTER.
       01  SN-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SN==.

       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

      *--------------------------------------------------------------
      * One record per affected entry: the master record as the
      * preview found it and as the change leaves it.  The release
      * refuses an entry whose master record no longer matches the
      * before image - someone changed it since the preview.
      *--------------------------------------------------------------
       FD  MASS-PREVIEW
           RECORDING MODE IS F.
       01  MP-PREVIEW-REC.
           05  MP-BEFORE-IMAGE              PIC X(80).
           05  MP-AFTER-IMAGE               PIC X(80).

       FD  MASS-RPT
           RECORDING MODE IS F.
       01  MR-PRINT-LINE                    PIC X(132).

      *--------------------------------------------------------------
      * The same operator profiles ITMINQ signs its sessions on.
      *--------------------------------------------------------------
       FD  OPER-PROFILES
           RECORDING MODE IS F.
       01  OP-PROFILE-REC.
           05  OP-OPERATOR-ID               PIC X(8).
           05  OP-PASSWORD                  PIC X(8).
           05  OP-AUTHORITY                 PIC X(1).

      *--------------------------------------------------------------
      * Release sign-ons, granted and refused, appended to the same
      * SECLOG trail ITMINQ writes, in the same record shape.
      *--------------------------------------------------------------
       FD  SECURITY-LOG
           RECORDING MODE IS F.
       01  SL-SECURITY-REC.
           05  SL-OPERATOR-ID               PIC X(8).
           05  SL-EVENT-DATE                PIC 9(8).
           05  SL-EVENT-TIME                PIC 9(6).
           05  SL-EVENT-TEXT                PIC X(16).
           05  SL-ITEM-CODE                 PIC X(10).
           05  SL-ITEM-LOC                  PIC X(2).

      *--------------------------------------------------------------
      * The same transaction record ITMLOAD's delta mode consumes,
      * built from the previewed after image.  The class is left
      * blank: a status or cost change is split out by the ledger
      * extract from the before and after values, whatever cut it.
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
           05  WS-MASS-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-MASS-PREVIEW-STATUS       PIC X(2)  VALUE '00'.
           05  WS-MASS-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-PROFILES-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SECURITY-LOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-TRAN-OUT-STATUS           PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  MASS-CONTROL-EOF                   VALUE 'Y'.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  ITEM-MASTER-EOF                    VALUE 'Y'.
           05  WS-EOF-PREVIEW               PIC X(1)  VALUE 'N'.
               88  MASS-PREVIEW-EOF                   VALUE 'Y'.
           05  WS-EOF-PROFILES              PIC X(1)  VALUE 'N'.
               88  OPER-PROFILES-EOF                  VALUE 'Y'.

      *--------------------------------------------------------------
      * What the control cards asked for.  An unset range runs from
      * LOW-VALUES to HIGH-VALUES and an unset supplier, location or
      * status matches anything, but at least one selection card is
      * required - a mass update of the whole master by omission is
      * not one anybody meant.
      *--------------------------------------------------------------
       01  WS-JOB-CONTROLS.
           05  WS-RUN-MODE                  PIC X(1)  VALUE 'V'.
               88  PREVIEW-RUN-MODE                   VALUE 'V'.
               88  RELEASE-RUN-MODE                   VALUE 'R'.
           05  WS-SELECT-CARD-COUNT         PIC 9(2)  VALUE 0.
           05  WS-SEL-SUPPLIER              PIC X(8)  VALUE SPACES.
           05  WS-SEL-LOC                   PIC X(2)  VALUE SPACES.
           05  WS-SEL-STATUS                PIC X(1)  VALUE SPACE.
           05  WS-SEL-BIN-FROM              PIC X(5)  VALUE LOW-VALUES.
           05  WS-SEL-BIN-TO                PIC X(5)  VALUE HIGH-VALUES.
           05  WS-SEL-CODE-FROM             PIC X(10) VALUE LOW-VALUES.
           05  WS-SEL-CODE-TO               PIC X(10) VALUE HIGH-VALUES.
           05  WS-MASS-ACTION               PIC X(1)  VALUE SPACE.
               88  ACTION-HOLD                        VALUE 'H'.
               88  ACTION-REBIN                       VALUE 'B'.
               88  ACTION-COST                        VALUE 'C'.
           05  WS-NEW-BIN                   PIC X(5)  VALUE SPACES.
           05  WS-COST-PCT-SEEN             PIC X(1)  VALUE 'N'.
               88  COST-PCT-GIVEN                     VALUE 'Y'.
           05  WS-COST-PCT                  PIC S9(3)V99 VALUE 0.
           05  WS-CARD-PCT-WORK.
               10  WS-CARD-PCT-SIGN         PIC X(1).
               10  WS-CARD-PCT-WHOLE        PIC 9(3).
               10  WS-CARD-PCT-POINT        PIC X(1).
               10  WS-CARD-PCT-FRACTION     PIC 9(2).

       01  WS-SIGN-ON-CONTROLS.
           05  WS-SIGNED-ON                 PIC X(1)  VALUE 'N'.
               88  OPERATOR-SIGNED-ON                 VALUE 'Y'.
           05  WS-TRY-ID                    PIC X(8)  VALUE SPACES.
           05  WS-TRY-PASSWORD              PIC X(8)  VALUE SPACES.
           05  WS-OPERATOR-ID               PIC X(8)  VALUE SPACES.
           05  WS-SEC-EVENT                 PIC X(16) VALUE SPACES.
           05  WS-SEC-TIME-WORK             PIC 9(8)  VALUE 0.
           05  WS-MAX-PROFILES              PIC 9(2)  VALUE 50.
           05  WS-PROFILE-COUNT             PIC 9(2)  VALUE 0.
           05  WS-PROFILE-INDEX             PIC 9(2)  VALUE 0.
           05  WS-PROFILE-TABLE OCCURS 50 TIMES.
               10  WS-PRF-OPERATOR-ID       PIC X(8).
               10  WS-PRF-PASSWORD          PIC X(8).
               10  WS-PRF-AUTHORITY         PIC X(1).

      *--------------------------------------------------------------
      * The entry as found and as the change would leave it - from
      * the master in a preview, from MASSPRV in a release.
      *--------------------------------------------------------------
       01  WS-BEFORE-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==WB==.

       01  WS-AFTER-ITEM.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==WA==.

       01  WS-MASS-WORK.
           05  WS-NEW-COST-WORK             PIC S9(7)V99 VALUE 0.
           05  WS-ENTRY-DISPOSITION         PIC X(1)  VALUE SPACE.
               88  ENTRY-AFFECTED                     VALUE 'A'.
               88  ENTRY-UNCHANGED                    VALUE 'U'.
               88  ENTRY-REFUSED                      VALUE 'R'.
           05  WS-ENTRY-NOTE                PIC X(30) VALUE SPACES.

       01  WS-MASS-COUNTS.
           05  WS-MASTER-READ-COUNT         PIC 9(7)  VALUE 0.
           05  WS-SELECTED-COUNT            PIC 9(7)  VALUE 0.
           05  WS-AFFECTED-COUNT            PIC 9(7)  VALUE 0.
           05  WS-UNCHANGED-COUNT           PIC 9(7)  VALUE 0.
           05  WS-REFUSED-COUNT             PIC 9(7)  VALUE 0.
           05  WS-PREVIEW-READ-COUNT        PIC 9(7)  VALUE 0.
           05  WS-RELEASED-COUNT            PIC 9(7)  VALUE 0.
           05  WS-STALE-COUNT               PIC 9(7)  VALUE 0.

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
           05  FILLER                       PIC X(12) VALUE
               '   OPERATOR '.
           05  WS-H-OPERATOR                PIC X(8).
           05  FILLER                       PIC X(71) VALUE SPACES.

       01  WS-RPT-SELECT-LINE.
           05  FILLER                       PIC X(11) VALUE
               'SELECTION: '.
           05  FILLER                       PIC X(9)  VALUE
               'SUPPLIER '.
           05  WS-S-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(6)  VALUE
               '  LOC '.
           05  WS-S-LOC                     PIC X(2).
           05  FILLER                       PIC X(9)  VALUE
               '  STATUS '.
           05  WS-S-STATUS                  PIC X(1).
           05  FILLER                       PIC X(6)  VALUE
               '  BIN '.
           05  WS-S-BIN-FROM                PIC X(5).
           05  FILLER                       PIC X(1)  VALUE '-'.
           05  WS-S-BIN-TO                  PIC X(5).
           05  FILLER                       PIC X(7)  VALUE
               '  CODE '.
           05  WS-S-CODE-FROM               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE '-'.
           05  WS-S-CODE-TO                 PIC X(10).
           05  FILLER                       PIC X(41) VALUE SPACES.

       01  WS-RPT-ACTION-LINE.
           05  FILLER                       PIC X(11) VALUE
               'ACTION:    '.
           05  WS-A-ACTION-TEXT             PIC X(20).
           05  WS-A-NEW-BIN                 PIC X(5).
           05  WS-A-COST-AREA.
               10  WS-A-COST-PCT            PIC +ZZ9.99.
               10  WS-A-PCT-SIGN            PIC X(1).
           05  FILLER                       PIC X(88) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(45) VALUE
               'CODE       LC DESCRIPTION           SUPPLIER '.
           05  FILLER                       PIC X(41) VALUE
               'BEFORE: ST BIN    UNIT COST   AFTER: ST B'.
           05  FILLER                       PIC X(46) VALUE
               'IN    UNIT COST  NOTE'.

       01  WS-RPT-DETAIL-LINE.
           05  WS-D-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-ITEM-DESC               PIC X(20).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-SUPPLIER                PIC X(8).
           05  FILLER                       PIC X(9)  VALUE SPACES.
           05  WS-D-OLD-STATUS              PIC X(1).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-BIN                 PIC X(5).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-COST                PIC ZZZZ9.99.
           05  FILLER                       PIC X(10) VALUE
               '    ->    '.
           05  WS-D-NEW-STATUS              PIC X(1).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-BIN                 PIC X(5).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-COST                PIC ZZZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-NOTE                    PIC X(30).
           05  FILLER                       PIC X(1)  VALUE SPACE.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZ9.
           05  FILLER                       PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF PREVIEW-RUN-MODE
               PERFORM 2000-PREVIEW-UPDATE
           ELSE
               PERFORM 3000-RELEASE-UPDATE
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-CONTROL-CARDS
           IF PREVIEW-RUN-MODE
               PERFORM 1050-CHECK-PREVIEW-CARDS
           END-IF.

      *--------------------------------------------------------------
      * The selection and the action are the whole point of the
      * run, so there is no default to fall back on: no control
      * file stops the run.
      *--------------------------------------------------------------
       1010-READ-CONTROL-CARDS.
           OPEN INPUT MASS-CONTROL
           IF WS-MASS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open control card file, '
                   'status ' WS-MASS-CONTROL-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASS-CONTROL-EOF
               READ MASS-CONTROL
                   AT END
                       SET MASS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1020-APPLY-CONTROL-CARD
               END-READ
           END-PERFORM
           CLOSE MASS-CONTROL.

      *--------------------------------------------------------------
      * Same conventions as ITMLOAD's RUNCTL: one keyword per card,
      * '*' comments and blanks skipped, anything unrecognized stops
      * the run.  A second ACTION= card stops it too - one run, one
      * change.
      *--------------------------------------------------------------
       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN MC-CONTROL-REC(1:1) = '*'
               WHEN MC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN MC-CONTROL-REC(1:13) = 'MODE=PREVIEW '
                   MOVE 'V' TO WS-RUN-MODE
               WHEN MC-CONTROL-REC(1:13) = 'MODE=RELEASE '
                   MOVE 'R' TO WS-RUN-MODE
               WHEN MC-CONTROL-REC(1:9) = 'SUPPLIER='
                   MOVE MC-CONTROL-REC(10:8) TO WS-SEL-SUPPLIER
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:4) = 'LOC='
                   MOVE MC-CONTROL-REC(5:2) TO WS-SEL-LOC
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:7) = 'STATUS='
                   IF MC-CONTROL-REC(8:1) NOT = 'A'
                           AND MC-CONTROL-REC(8:1) NOT = 'H'
                           AND MC-CONTROL-REC(8:1) NOT = 'C'
                       DISPLAY 'ITMMASS: STATUS= must be A, H, or C'
                       MOVE 0016 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE MC-CONTROL-REC(8:1) TO WS-SEL-STATUS
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:9) = 'BIN-FROM='
                   MOVE MC-CONTROL-REC(10:5) TO WS-SEL-BIN-FROM
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:7) = 'BIN-TO='
                   MOVE MC-CONTROL-REC(8:5) TO WS-SEL-BIN-TO
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:10) = 'CODE-FROM='
                   MOVE MC-CONTROL-REC(11:10) TO WS-SEL-CODE-FROM
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:8) = 'CODE-TO='
                   MOVE MC-CONTROL-REC(9:10) TO WS-SEL-CODE-TO
                   ADD 1 TO WS-SELECT-CARD-COUNT
               WHEN MC-CONTROL-REC(1:7) = 'ACTION='
                   PERFORM 1030-TAKE-ACTION-CARD
               WHEN MC-CONTROL-REC(1:8) = 'NEW-BIN='
                   MOVE MC-CONTROL-REC(9:5) TO WS-NEW-BIN
               WHEN MC-CONTROL-REC(1:9) = 'COST-PCT='
                   PERFORM 1040-TAKE-COST-PCT-CARD
               WHEN OTHER
                   DISPLAY 'ITMMASS: unrecognized control card: '
                       MC-CONTROL-REC
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1030-TAKE-ACTION-CARD.
           IF WS-MASS-ACTION NOT = SPACE
               DISPLAY 'ITMMASS: more than one ACTION= card - '
                   'one change per run'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN MC-CONTROL-REC(8:5) = 'HOLD '
                   SET ACTION-HOLD TO TRUE
               WHEN MC-CONTROL-REC(8:6) = 'REBIN '
                   SET ACTION-REBIN TO TRUE
               WHEN MC-CONTROL-REC(8:5) = 'COST '
                   SET ACTION-COST TO TRUE
               WHEN OTHER
                   DISPLAY 'ITMMASS: ACTION= must be HOLD, REBIN, '
                       'or COST'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * COST-PCT=+nnn.nn or -nnn.nn: the percentage the unit cost
      * moves by, signed, to two decimals.  A cut of 100% or more
      * would leave no cost at all and is refused.
      *--------------------------------------------------------------
       1040-TAKE-COST-PCT-CARD.
           MOVE MC-CONTROL-REC(10:7) TO WS-CARD-PCT-WORK
           IF (WS-CARD-PCT-SIGN NOT = '+'
                   AND WS-CARD-PCT-SIGN NOT = '-')
                   OR WS-CARD-PCT-WHOLE IS NOT NUMERIC
                   OR WS-CARD-PCT-POINT NOT = '.'
                   OR WS-CARD-PCT-FRACTION IS NOT NUMERIC
               DISPLAY 'ITMMASS: COST-PCT= must be +nnn.nn or '
                   '-nnn.nn'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-COST-PCT = WS-CARD-PCT-WHOLE
               + (WS-CARD-PCT-FRACTION / 100)
           IF WS-CARD-PCT-SIGN = '-'
               COMPUTE WS-COST-PCT = 0 - WS-COST-PCT
           END-IF
           IF WS-COST-PCT <= -100
               DISPLAY 'ITMMASS: COST-PCT= cannot cut cost by 100% '
                   'or more'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           SET COST-PCT-GIVEN TO TRUE.

       1050-CHECK-PREVIEW-CARDS.
           EVALUATE TRUE
               WHEN WS-SELECT-CARD-COUNT = 0
                   DISPLAY 'ITMMASS: no selection cards - a mass '
                       'update must say which entries it is for'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               WHEN WS-MASS-ACTION = SPACE
                   DISPLAY 'ITMMASS: MASSCTL must name an ACTION= '
                       'card'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               WHEN ACTION-REBIN AND WS-NEW-BIN = SPACES
                   DISPLAY 'ITMMASS: ACTION=REBIN needs a NEW-BIN= '
                       'card'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               WHEN ACTION-COST AND NOT COST-PCT-GIVEN
                   DISPLAY 'ITMMASS: ACTION=COST needs a COST-PCT= '
                       'card'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-PRINT-REPORT-HEADER.
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           MOVE WS-OPERATOR-ID TO WS-H-OPERATOR
           WRITE MR-PRINT-LINE FROM WS-RPT-HDR-LINE.

      *--------------------------------------------------------------
      * Preview: walk the master once, build the after image of
      * every selected entry, and list each one the change would
      * actually alter.  Nothing goes near TRANFIL.
      *--------------------------------------------------------------
       2000-PREVIEW-UPDATE.
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open item master, '
                   'status ' WS-MASTER-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASS-PREVIEW
           IF WS-MASS-PREVIEW-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open preview file, '
                   'status ' WS-MASS-PREVIEW-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASS-RPT
           IF WS-MASS-RPT-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open mass update report, '
                   'status ' WS-MASS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE 'MASS UPDATE PREVIEW       ' TO WS-H-TITLE
           PERFORM 1100-PRINT-REPORT-HEADER
           PERFORM 2050-PRINT-SELECTION
           MOVE SPACES TO MR-PRINT-LINE
           WRITE MR-PRINT-LINE
           WRITE MR-PRINT-LINE FROM WS-RPT-COLUMN-LINE
           PERFORM UNTIL ITEM-MASTER-EOF
               READ ITEM-MASTER
                   AT END
                       SET ITEM-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 2100-SELECT-ENTRY
               END-READ
           END-PERFORM
           IF WS-AFFECTED-COUNT = 0 AND WS-REFUSED-COUNT = 0
               MOVE '  (NONE)' TO MR-PRINT-LINE
               WRITE MR-PRINT-LINE
           END-IF
           PERFORM 2500-PRINT-PREVIEW-SUMMARY
           CLOSE ITEM-MASTER
           CLOSE MASS-PREVIEW
           CLOSE MASS-RPT.

       2050-PRINT-SELECTION.
           MOVE WS-SEL-SUPPLIER TO WS-S-SUPPLIER
           MOVE WS-SEL-LOC      TO WS-S-LOC
           MOVE WS-SEL-STATUS   TO WS-S-STATUS
           MOVE WS-SEL-BIN-FROM TO WS-S-BIN-FROM
           MOVE WS-SEL-BIN-TO   TO WS-S-BIN-TO
           MOVE WS-SEL-CODE-FROM TO WS-S-CODE-FROM
           MOVE WS-SEL-CODE-TO  TO WS-S-CODE-TO
           IF WS-SEL-BIN-FROM = LOW-VALUES
               MOVE SPACES TO WS-S-BIN-FROM
           END-IF
           IF WS-SEL-BIN-TO = HIGH-VALUES
               MOVE SPACES TO WS-S-BIN-TO
           END-IF
           IF WS-SEL-CODE-FROM = LOW-VALUES
               MOVE SPACES TO WS-S-CODE-FROM
           END-IF
           IF WS-SEL-CODE-TO = HIGH-VALUES
               MOVE SPACES TO WS-S-CODE-TO
           END-IF
           WRITE MR-PRINT-LINE FROM WS-RPT-SELECT-LINE
           MOVE SPACES TO WS-A-NEW-BIN
           MOVE SPACES TO WS-A-COST-AREA
           EVALUATE TRUE
               WHEN ACTION-HOLD
                   MOVE 'HOLD (STATUS TO H)  ' TO WS-A-ACTION-TEXT
               WHEN ACTION-REBIN
                   MOVE 'REBIN TO BIN        ' TO WS-A-ACTION-TEXT
                   MOVE WS-NEW-BIN TO WS-A-NEW-BIN
               WHEN ACTION-COST
                   MOVE 'UNIT COST CHANGE %  ' TO WS-A-ACTION-TEXT
                   MOVE WS-COST-PCT TO WS-A-COST-PCT
                   MOVE '%' TO WS-A-PCT-SIGN
           END-EVALUATE
           WRITE MR-PRINT-LINE FROM WS-RPT-ACTION-LINE.

       2100-SELECT-ENTRY.
           IF (WS-SEL-SUPPLIER = SPACES
                   OR SN-ITEM-SUPPLIER = WS-SEL-SUPPLIER)
                   AND (WS-SEL-LOC = SPACES
                       OR SN-ITEM-LOC = WS-SEL-LOC)
                   AND (WS-SEL-STATUS = SPACE
                       OR SN-ITEM-STATUS = WS-SEL-STATUS)
                   AND SN-ITEM-BIN >= WS-SEL-BIN-FROM
                   AND SN-ITEM-BIN <= WS-SEL-BIN-TO
                   AND SN-ITEM-CODE >= WS-SEL-CODE-FROM
                   AND SN-ITEM-CODE <= WS-SEL-CODE-TO
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 2200-BUILD-AFTER-IMAGE
               EVALUATE TRUE
                   WHEN ENTRY-AFFECTED
                       ADD 1 TO WS-AFFECTED-COUNT
                       MOVE WS-BEFORE-ITEM TO MP-BEFORE-IMAGE
                       MOVE WS-AFTER-ITEM  TO MP-AFTER-IMAGE
                       WRITE MP-PREVIEW-REC
                       PERFORM 2300-PRINT-ENTRY-LINE
                   WHEN ENTRY-REFUSED
                       ADD 1 TO WS-REFUSED-COUNT
                       PERFORM 2300-PRINT-ENTRY-LINE
                   WHEN OTHER
                       ADD 1 TO WS-UNCHANGED-COUNT
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------
      * A hold never touches a cancelled entry - it would bring a
      * dead code back to life as held.  A cost change rounds to the
      * cent and is refused where the result no longer fits the
      * field or leaves an active entry at zero cost, which the
      * delta run would reject anyway.  An entry the change leaves
      * as it was is counted, not listed.
      *--------------------------------------------------------------
       2200-BUILD-AFTER-IMAGE.
           MOVE SN-ITEM-REC TO WS-BEFORE-ITEM
           MOVE SN-ITEM-REC TO WS-AFTER-ITEM
           MOVE SPACES TO WS-ENTRY-NOTE
           SET ENTRY-AFFECTED TO TRUE
           EVALUATE TRUE
               WHEN ACTION-HOLD
                   IF WB-STATUS-CANCELLED
                       SET ENTRY-UNCHANGED TO TRUE
                   ELSE
                       MOVE 'H' TO WA-ITEM-STATUS
                   END-IF
               WHEN ACTION-REBIN
                   MOVE WS-NEW-BIN TO WA-ITEM-BIN
               WHEN ACTION-COST
                   COMPUTE WS-NEW-COST-WORK ROUNDED =
                       WB-ITEM-COST * (100 + WS-COST-PCT) / 100
                   EVALUATE TRUE
                       WHEN WS-NEW-COST-WORK > 99999.99
                           SET ENTRY-REFUSED TO TRUE
                           MOVE 'NEW COST TOO LARGE - REFUSED'
                               TO WS-ENTRY-NOTE
                       WHEN WS-NEW-COST-WORK = 0
                               AND WB-STATUS-ACTIVE
                               AND WB-ITEM-COST NOT = 0
                           SET ENTRY-REFUSED TO TRUE
                           MOVE 'NEW COST ZERO - REFUSED'
                               TO WS-ENTRY-NOTE
                       WHEN OTHER
                           MOVE WS-NEW-COST-WORK TO WA-ITEM-COST
                   END-EVALUATE
           END-EVALUATE
           IF ENTRY-AFFECTED AND WS-AFTER-ITEM = WS-BEFORE-ITEM
               SET ENTRY-UNCHANGED TO TRUE
           END-IF.

       2300-PRINT-ENTRY-LINE.
           MOVE WB-ITEM-CODE     TO WS-D-ITEM-CODE
           MOVE WB-ITEM-LOC      TO WS-D-ITEM-LOC
           MOVE WB-ITEM-DESC     TO WS-D-ITEM-DESC
           MOVE WB-ITEM-SUPPLIER TO WS-D-SUPPLIER
           MOVE WB-ITEM-STATUS   TO WS-D-OLD-STATUS
           MOVE WB-ITEM-BIN      TO WS-D-OLD-BIN
           MOVE WB-ITEM-COST     TO WS-D-OLD-COST
           MOVE WA-ITEM-STATUS   TO WS-D-NEW-STATUS
           MOVE WA-ITEM-BIN      TO WS-D-NEW-BIN
           MOVE WA-ITEM-COST     TO WS-D-NEW-COST
           MOVE WS-ENTRY-NOTE    TO WS-D-NOTE
           WRITE MR-PRINT-LINE FROM WS-RPT-DETAIL-LINE.

       2500-PRINT-PREVIEW-SUMMARY.
           MOVE SPACES TO MR-PRINT-LINE
           WRITE MR-PRINT-LINE
           MOVE 'MASTER ENTRIES READ:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ENTRIES SELECTED:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-SELECTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ENTRIES TO BE CHANGED:        '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-AFFECTED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'SELECTED BUT ALREADY SO:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'SELECTED BUT REFUSED:         '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE.

      *--------------------------------------------------------------
      * Release: a supervisor signs on, then each previewed entry is
      * read back by key and cut only if the master still holds it
      * exactly as previewed.  The operator id and password are read
      * once from the job's input - a batch step has no one at a
      * screen to try again.
      *--------------------------------------------------------------
       3000-RELEASE-UPDATE.
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-LOG-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open security log, '
                   'status ' WS-SECURITY-LOG-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-SIGN-ON-SUPERVISOR
           OPEN INPUT MASS-PREVIEW
           IF WS-MASS-PREVIEW-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open preview file, '
                   'status ' WS-MASS-PREVIEW-STATUS
                   ' - run MODE=PREVIEW first'
               CLOSE SECURITY-LOG
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open item master, '
                   'status ' WS-MASTER-KEY-STATUS
               CLOSE SECURITY-LOG
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASS-RPT
           IF WS-MASS-RPT-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open mass update report, '
                   'status ' WS-MASS-RPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TRAN-OUT
           IF WS-TRAN-OUT-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open transaction file, '
                   'status ' WS-TRAN-OUT-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'MASS UPDATE RELEASE       ' TO WS-H-TITLE
           PERFORM 1100-PRINT-REPORT-HEADER
           MOVE SPACES TO MR-PRINT-LINE
           WRITE MR-PRINT-LINE
           WRITE MR-PRINT-LINE FROM WS-RPT-COLUMN-LINE
           PERFORM UNTIL MASS-PREVIEW-EOF
               READ MASS-PREVIEW
                   AT END
                       SET MASS-PREVIEW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PREVIEW-READ-COUNT
                       PERFORM 3300-RELEASE-ONE-ENTRY
               END-READ
           END-PERFORM
           IF WS-PREVIEW-READ-COUNT = 0
               MOVE '  (NONE)' TO MR-PRINT-LINE
               WRITE MR-PRINT-LINE
           END-IF
           PERFORM 3500-PRINT-RELEASE-SUMMARY
           MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE 'MASS RELEASE    ' TO WS-SEC-EVENT
           PERFORM 3250-WRITE-SECURITY-RECORD
           CLOSE MASS-PREVIEW
           CLOSE MASTER-BY-KEY
           CLOSE MASS-RPT
           CLOSE TRAN-OUT
           CLOSE SECURITY-LOG.

      *--------------------------------------------------------------
      * No profile file means no release, exactly as at the ITMINQ
      * screen.  A wrong password and a profile short of supervisor
      * authority are both refused and logged with the id tried.
      *--------------------------------------------------------------
       3100-SIGN-ON-SUPERVISOR.
           OPEN INPUT OPER-PROFILES
           IF WS-PROFILES-STATUS NOT = '00'
               DISPLAY 'ITMMASS: cannot open operator profiles, '
                   'status ' WS-PROFILES-STATUS
               CLOSE SECURITY-LOG
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPER-PROFILES-EOF
               READ OPER-PROFILES
                   AT END
                       SET OPER-PROFILES-EOF TO TRUE
                   NOT AT END
                       IF WS-PROFILE-COUNT < WS-MAX-PROFILES
                           ADD 1 TO WS-PROFILE-COUNT
                           MOVE OP-OPERATOR-ID TO
                               WS-PRF-OPERATOR-ID(WS-PROFILE-COUNT)
                           MOVE OP-PASSWORD TO
                               WS-PRF-PASSWORD(WS-PROFILE-COUNT)
                           MOVE OP-AUTHORITY TO
                               WS-PRF-AUTHORITY(WS-PROFILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-PROFILES
           DISPLAY 'Operator id:'
           ACCEPT WS-TRY-ID
           DISPLAY 'Password:'
           ACCEPT WS-TRY-PASSWORD
           PERFORM 3200-CHECK-SIGN-ON
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'ITMMASS: release refused - supervisor '
                   'sign-on required'
               CLOSE SECURITY-LOG
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.

       3200-CHECK-SIGN-ON.
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
                   UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
                   OR WS-PRF-OPERATOR-ID(WS-PROFILE-INDEX)
                       = WS-TRY-ID
               CONTINUE
           END-PERFORM
           MOVE WS-TRY-ID TO SL-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-PROFILE-INDEX > WS-PROFILE-COUNT
               WHEN WS-TRY-ID = SPACES
               WHEN WS-PRF-PASSWORD(WS-PROFILE-INDEX)
                       NOT = WS-TRY-PASSWORD
                   DISPLAY 'Sign-on refused'
                   MOVE 'SIGN-ON DENIED  ' TO WS-SEC-EVENT
                   PERFORM 3250-WRITE-SECURITY-RECORD
               WHEN WS-PRF-AUTHORITY(WS-PROFILE-INDEX) NOT = 'S'
                   DISPLAY 'Only a supervisor may release a mass '
                       'update - sign-on refused'
                   MOVE 'RELEASE DENIED  ' TO WS-SEC-EVENT
                   PERFORM 3250-WRITE-SECURITY-RECORD
               WHEN OTHER
                   SET OPERATOR-SIGNED-ON TO TRUE
                   MOVE WS-TRY-ID TO WS-OPERATOR-ID
           END-EVALUATE.

       3250-WRITE-SECURITY-RECORD.
           ACCEPT SL-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEC-TIME-WORK FROM TIME
           MOVE WS-SEC-TIME-WORK(1:6) TO SL-EVENT-TIME
           MOVE WS-SEC-EVENT TO SL-EVENT-TEXT
           MOVE SPACES TO SL-ITEM-CODE
           MOVE SPACES TO SL-ITEM-LOC
           WRITE SL-SECURITY-REC
           IF WS-SECURITY-LOG-STATUS NOT = '00'
               DISPLAY 'ITMMASS: security log write failed, '
                   'status ' WS-SECURITY-LOG-STATUS
           END-IF.

       3300-RELEASE-ONE-ENTRY.
           MOVE MP-BEFORE-IMAGE TO WS-BEFORE-ITEM
           MOVE MP-AFTER-IMAGE  TO WS-AFTER-ITEM
           MOVE SPACES TO WS-ENTRY-NOTE
           MOVE WB-ITEM-CODE TO MK-ITEM-CODE
           MOVE WB-ITEM-LOC  TO MK-ITEM-LOC
           READ MASTER-BY-KEY
           EVALUATE TRUE
               WHEN WS-MASTER-KEY-STATUS NOT = '00'
                   ADD 1 TO WS-STALE-COUNT
                   MOVE 'NOT ON MASTER - NOT RELEASED'
                       TO WS-ENTRY-NOTE
               WHEN MK-ITEM-REC NOT = WS-BEFORE-ITEM
                   ADD 1 TO WS-STALE-COUNT
                   MOVE 'CHANGED SINCE PREVIEW'
                       TO WS-ENTRY-NOTE
               WHEN OTHER
                   PERFORM 3400-WRITE-CHANGE-TRAN
                   MOVE 'RELEASED' TO WS-ENTRY-NOTE
           END-EVALUATE
           PERFORM 2300-PRINT-ENTRY-LINE.

       3400-WRITE-CHANGE-TRAN.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE SPACES TO TX-TRAN-REC
           MOVE 'C' TO TX-ACTION
           MOVE WA-ITEM-CODE     TO TX-ITEM-CODE
           MOVE WA-ITEM-DESC     TO TX-ITEM-DESC
           MOVE WA-ITEM-QTY      TO TX-ITEM-QTY
           MOVE WA-ITEM-STATUS   TO TX-ITEM-STATUS
           MOVE WA-ITEM-LOC      TO TX-ITEM-LOC
           MOVE WA-ITEM-BIN      TO TX-ITEM-BIN
           MOVE WA-ITEM-SUPPLIER TO TX-ITEM-SUPPLIER
           MOVE WA-ITEM-COST     TO TX-ITEM-COST
           WRITE TX-TRAN-REC.

       3500-PRINT-RELEASE-SUMMARY.
           MOVE SPACES TO MR-PRINT-LINE
           WRITE MR-PRINT-LINE
           MOVE 'PREVIEWED ENTRIES READ:       '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PREVIEW-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RELEASED TO TRANFIL:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NOT RELEASED (MASTER MOVED):  '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-STALE-COUNT TO WS-RPT-COUNT-VALUE
           WRITE MR-PRINT-LINE FROM WS-RPT-COUNT-LINE.

      *--------------------------------------------------------------
      * 0004 on a preview flags entries the change was refused for;
      * on a release, previewed entries the master no longer held
      * as previewed.
      *--------------------------------------------------------------
       9000-TERMINATION.
           IF PREVIEW-RUN-MODE
               DISPLAY 'ITMMASS: ' WS-AFFECTED-COUNT
                   ' entr(ies) would change - see MASSRPT'
               IF WS-REFUSED-COUNT > 0
                   MOVE 0004 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ITMMASS: ' WS-RELEASED-COUNT
                   ' change(s) released to TRANFIL by '
                   WS-OPERATOR-ID
               IF WS-STALE-COUNT > 0
                   MOVE 0004 TO RETURN-CODE
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * PROGRAM-ID : ITMXFER
      * In-transit control for inter-location transfers.  ITMLOAD's
      * delta mode moves a transfer's stock on the book the moment
      * it posts the 'T' transaction, and appends the shipment to
      * XFROPEN; the goods themselves are still on a truck until the
      * receiving location says otherwise.  That location's
      * confirmations (XFRCONF) are matched here to the open
      * shipments by transfer reference, code and TO location, and
      * each one matched comes off XFROPEN.  A confirmation for a
      * quantity other than the one shipped still closes the
      * shipment - the book moved what was shipped - but is listed
      * as a discrepancy for somebody to count; one that matches no
      * open shipment is listed as unmatched.  What remains open is
      * the in-transit report (XFRRPT), every shipment with its days
      * on the road, flagged once it passes the XFRCTL LATE-DAYS=
      * allowance.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMXFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-CONTROL ASSIGN TO 'XFRCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-CONTROL-STATUS.
           SELECT XFR-OPEN ASSIGN TO 'XFROPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-OPEN-STATUS.
           SELECT XFR-CONFIRM ASSIGN TO 'XFRCONF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-CONFIRM-STATUS.
           SELECT TRANSIT-RPT ASSIGN TO 'XFRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFER-CONTROL
           RECORDING MODE IS F.
       01  XC-CONTROL-REC                   PIC X(80).

      *--------------------------------------------------------------
      * The in-transit record exactly as ITMLOAD appends it.
      *--------------------------------------------------------------
       FD  XFR-OPEN
           RECORDING MODE IS F.
       01  XO-TRANSIT-REC.
           05  XO-XFR-REF                   PIC X(8).
           05  XO-ITEM-CODE                 PIC X(10).
           05  XO-FROM-LOC                  PIC X(2).
           05  XO-TO-LOC                    PIC X(2).
           05  XO-XFR-QTY                   PIC 9(7).
           05  XO-SHIP-DATE                 PIC 9(8).
           05  XO-JOB-ID                    PIC X(8).

      *--------------------------------------------------------------
      * One line per shipment the receiving location has taken in:
      * the transfer reference off the paperwork, the code, its own
      * location, the quantity counted, and the date it arrived.
      *--------------------------------------------------------------
       FD  XFR-CONFIRM
           RECORDING MODE IS F.
       01  XF-CONFIRM-REC.
           05  XF-XFR-REF                   PIC X(8).
           05  XF-ITEM-CODE                 PIC X(10).
           05  XF-TO-LOC                    PIC X(2).
           05  XF-RECEIVED-QTY              PIC 9(7).
           05  XF-RECEIVED-DATE             PIC 9(8).

       FD  TRANSIT-RPT
           RECORDING MODE IS F.
       01  XR-PRINT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-XFER-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-XFR-OPEN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-XFR-CONFIRM-STATUS        PIC X(2)  VALUE '00'.
           05  WS-TRANSIT-RPT-STATUS        PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  XFER-CONTROL-EOF                   VALUE 'Y'.
           05  WS-EOF-OPEN                  PIC X(1)  VALUE 'N'.
               88  XFR-OPEN-EOF                       VALUE 'Y'.
           05  WS-EOF-CONFIRM               PIC X(1)  VALUE 'N'.
               88  XFR-CONFIRM-EOF                    VALUE 'Y'.

      *--------------------------------------------------------------
      * Days a shipment may be on the road before the report flags
      * it; XFRCTL's LATE-DAYS= card overrides the default.
      *--------------------------------------------------------------
       01  WS-XFER-CONTROLS.
           05  WS-LATE-DAYS                 PIC 9(3)  VALUE 005.
           05  WS-TODAY-INT                 PIC 9(8)  VALUE 0.
           05  WS-SHIP-INT                  PIC 9(8)  VALUE 0.
           05  WS-DAYS-IN-TRANSIT           PIC 9(5)  VALUE 0.

      *--------------------------------------------------------------
      * XFROPEN held for the run; a confirmed shipment is marked 'R'
      * in place and left off the rewrite.
      *--------------------------------------------------------------
       01  WS-TRANSIT-AREA.
           05  WS-MAX-TRANSIT               PIC 9(5)  VALUE 05000.
           05  WS-TRANSIT-COUNT             PIC 9(5)  VALUE 0.
           05  WS-TRANSIT-INDEX             PIC 9(5)  VALUE 0.
           05  WS-TRANSIT-TABLE OCCURS 5000 TIMES.
               10  WS-TRN-RECORD            PIC X(45).
               10  WS-TRN-KEYS REDEFINES WS-TRN-RECORD.
                   15  WS-TRN-XFR-REF       PIC X(8).
                   15  WS-TRN-ITEM-CODE     PIC X(10).
                   15  WS-TRN-FROM-LOC      PIC X(2).
                   15  WS-TRN-TO-LOC        PIC X(2).
                   15  WS-TRN-XFR-QTY       PIC 9(7).
                   15  WS-TRN-SHIP-DATE     PIC 9(8).
                   15  WS-TRN-JOB-ID        PIC X(8).
               10  WS-TRN-STATE             PIC X(1).

       01  WS-XFER-COUNTS.
           05  WS-CONFIRM-READ-COUNT        PIC 9(5)  VALUE 0.
           05  WS-CONFIRM-MATCH-COUNT       PIC 9(5)  VALUE 0.
           05  WS-DISCREPANCY-COUNT         PIC 9(5)  VALUE 0.
           05  WS-UNMATCHED-COUNT           PIC 9(5)  VALUE 0.
           05  WS-IN-TRANSIT-COUNT          PIC 9(5)  VALUE 0.
           05  WS-LATE-COUNT                PIC 9(5)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'TRANSFERS IN TRANSIT      '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(59) VALUE SPACES.

       01  WS-RPT-TITLE-LINE                PIC X(100) VALUE SPACES.

       01  WS-RPT-TRANSIT-LINE.
           05  WS-T-XFR-REF                 PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-T-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-T-FROM-LOC                PIC X(2).
           05  FILLER                       PIC X(1)  VALUE '>'.
           05  WS-T-TO-LOC                  PIC X(2).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-T-XFR-QTY                 PIC ZZZZZZ9.
           05  FILLER                       PIC X(10) VALUE
               '  SHIPPED '.
           05  WS-T-SHIP-DATE               PIC 9(8).
           05  FILLER                       PIC X(7)  VALUE
               '  DAYS '.
           05  WS-T-DAYS                    PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-T-FLAG                    PIC X(6).
           05  FILLER                       PIC X(23) VALUE SPACES.

       01  WS-RPT-CONFIRM-LINE.
           05  WS-C-XFR-REF                 PIC X(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-C-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-C-TO-LOC                  PIC X(2).
           05  FILLER                       PIC X(10) VALUE
               '  SHIPPED '.
           05  WS-C-SHIPPED-QTY             PIC ZZZZZZ9.
           05  FILLER                       PIC X(11) VALUE
               '  RECEIVED '.
           05  WS-C-RECEIVED-QTY            PIC ZZZZZZ9.
           05  FILLER                       PIC X(3)  VALUE ' - '.
           05  WS-C-REASON                  PIC X(24).
           05  FILLER                       PIC X(15) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(30).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZ9.
           05  FILLER                       PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-APPLY-CONFIRMATIONS
           PERFORM 3000-PRINT-IN-TRANSIT
           PERFORM 4000-REWRITE-OPEN-TRANSFERS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1010-READ-CONTROL-CARDS
           PERFORM 1100-LOAD-OPEN-TRANSFERS
           OPEN OUTPUT TRANSIT-RPT
           IF WS-TRANSIT-RPT-STATUS NOT = '00'
               DISPLAY 'ITMXFER: cannot open in-transit report, '
                   'status ' WS-TRANSIT-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-H-MM
           MOVE WS-RUN-DD   TO WS-H-DD
           MOVE WS-RUN-YYYY TO WS-H-YYYY
           WRITE XR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       1010-READ-CONTROL-CARDS.
           OPEN INPUT XFER-CONTROL
           IF WS-XFER-CONTROL-STATUS = '00'
               PERFORM UNTIL XFER-CONTROL-EOF
                   READ XFER-CONTROL
                       AT END
                           SET XFER-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE XFER-CONTROL
           END-IF.

       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN XC-CONTROL-REC(1:1) = '*'
               WHEN XC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN XC-CONTROL-REC(1:10) = 'LATE-DAYS='
                   IF XC-CONTROL-REC(11:3) IS NOT NUMERIC
                       DISPLAY 'ITMXFER: LATE-DAYS= must be 000-999'
                       STOP RUN
                   END-IF
                   MOVE XC-CONTROL-REC(11:3) TO WS-LATE-DAYS
               WHEN OTHER
                   DISPLAY 'ITMXFER: unrecognized control card: '
                       XC-CONTROL-REC
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * No in-transit file means no delta run has posted a transfer
      * yet - nothing on the road, not an error.
      *--------------------------------------------------------------
       1100-LOAD-OPEN-TRANSFERS.
           OPEN INPUT XFR-OPEN
           IF WS-XFR-OPEN-STATUS = '00'
               PERFORM UNTIL XFR-OPEN-EOF
                   READ XFR-OPEN
                       AT END
                           SET XFR-OPEN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-TAKE-OPEN-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE XFR-OPEN
           END-IF.

       1150-TAKE-OPEN-TRANSFER.
           IF WS-TRANSIT-COUNT >= WS-MAX-TRANSIT
               DISPLAY 'ITMXFER: more than ' WS-MAX-TRANSIT
                   ' transfers in transit - run refused'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRANSIT-COUNT
           MOVE XO-TRANSIT-REC TO WS-TRN-RECORD(WS-TRANSIT-COUNT)
           MOVE 'O' TO WS-TRN-STATE(WS-TRANSIT-COUNT).

      *--------------------------------------------------------------
      * No confirmation file is an ordinary day with nothing
      * received; the in-transit report still prints.
      *--------------------------------------------------------------
       2000-APPLY-CONFIRMATIONS.
           MOVE 'CONFIRMATIONS NEEDING ATTENTION' TO WS-RPT-TITLE-LINE
           WRITE XR-PRINT-LINE FROM WS-RPT-TITLE-LINE
           OPEN INPUT XFR-CONFIRM
           IF WS-XFR-CONFIRM-STATUS = '00'
               PERFORM UNTIL XFR-CONFIRM-EOF
                   READ XFR-CONFIRM
                       AT END
                           SET XFR-CONFIRM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONFIRM-READ-COUNT
                           PERFORM 2100-APPLY-ONE-CONFIRMATION
                   END-READ
               END-PERFORM
               CLOSE XFR-CONFIRM
           END-IF
           IF WS-DISCREPANCY-COUNT = 0 AND WS-UNMATCHED-COUNT = 0
               MOVE '  (NONE)' TO XR-PRINT-LINE
               WRITE XR-PRINT-LINE
           END-IF
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       2100-APPLY-ONE-CONFIRMATION.
           PERFORM VARYING WS-TRANSIT-INDEX FROM 1 BY 1
                   UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
                   OR (WS-TRN-XFR-REF(WS-TRANSIT-INDEX) = XF-XFR-REF
                       AND WS-TRN-ITEM-CODE(WS-TRANSIT-INDEX)
                           = XF-ITEM-CODE
                       AND WS-TRN-TO-LOC(WS-TRANSIT-INDEX)
                           = XF-TO-LOC
                       AND WS-TRN-STATE(WS-TRANSIT-INDEX) = 'O')
               CONTINUE
           END-PERFORM
           MOVE XF-XFR-REF   TO WS-C-XFR-REF
           MOVE XF-ITEM-CODE TO WS-C-ITEM-CODE
           MOVE XF-TO-LOC    TO WS-C-TO-LOC
           IF XF-RECEIVED-QTY IS NUMERIC
               MOVE XF-RECEIVED-QTY TO WS-C-RECEIVED-QTY
           ELSE
               MOVE 0 TO WS-C-RECEIVED-QTY
           END-IF
           EVALUATE TRUE
               WHEN WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE 0 TO WS-C-SHIPPED-QTY
                   MOVE 'NO SHIPMENT IN TRANSIT' TO WS-C-REASON
                   WRITE XR-PRINT-LINE FROM WS-RPT-CONFIRM-LINE
               WHEN XF-RECEIVED-QTY IS NOT NUMERIC
                       OR XF-RECEIVED-QTY
                           NOT = WS-TRN-XFR-QTY(WS-TRANSIT-INDEX)
                   ADD 1 TO WS-CONFIRM-MATCH-COUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE 'R' TO WS-TRN-STATE(WS-TRANSIT-INDEX)
                   MOVE WS-TRN-XFR-QTY(WS-TRANSIT-INDEX)
                       TO WS-C-SHIPPED-QTY
                   MOVE 'RECEIVED QTY DIFFERS' TO WS-C-REASON
                   WRITE XR-PRINT-LINE FROM WS-RPT-CONFIRM-LINE
               WHEN OTHER
                   ADD 1 TO WS-CONFIRM-MATCH-COUNT
                   MOVE 'R' TO WS-TRN-STATE(WS-TRANSIT-INDEX)
           END-EVALUATE.

       3000-PRINT-IN-TRANSIT.
           MOVE 'SHIPPED - NOT YET CONFIRMED RECEIVED'
               TO WS-RPT-TITLE-LINE
           WRITE XR-PRINT-LINE FROM WS-RPT-TITLE-LINE
           PERFORM VARYING WS-TRANSIT-INDEX FROM 1 BY 1
                   UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               IF WS-TRN-STATE(WS-TRANSIT-INDEX) = 'O'
                   PERFORM 3100-PRINT-ONE-TRANSFER
               END-IF
           END-PERFORM
           IF WS-IN-TRANSIT-COUNT = 0
               MOVE '  (NONE)' TO XR-PRINT-LINE
               WRITE XR-PRINT-LINE
           END-IF.

       3100-PRINT-ONE-TRANSFER.
           ADD 1 TO WS-IN-TRANSIT-COUNT
           MOVE 0 TO WS-DAYS-IN-TRANSIT
           IF WS-TRN-SHIP-DATE(WS-TRANSIT-INDEX) IS NUMERIC
                   AND WS-TRN-SHIP-DATE(WS-TRANSIT-INDEX) > 0
                   AND WS-TRN-SHIP-DATE(WS-TRANSIT-INDEX)
                       < WS-RUN-DATE
               COMPUTE WS-SHIP-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TRN-SHIP-DATE(WS-TRANSIT-INDEX))
               COMPUTE WS-DAYS-IN-TRANSIT =
                   WS-TODAY-INT - WS-SHIP-INT
           END-IF
           MOVE WS-TRN-XFR-REF(WS-TRANSIT-INDEX)   TO WS-T-XFR-REF
           MOVE WS-TRN-ITEM-CODE(WS-TRANSIT-INDEX) TO WS-T-ITEM-CODE
           MOVE WS-TRN-FROM-LOC(WS-TRANSIT-INDEX)  TO WS-T-FROM-LOC
           MOVE WS-TRN-TO-LOC(WS-TRANSIT-INDEX)    TO WS-T-TO-LOC
           MOVE WS-TRN-XFR-QTY(WS-TRANSIT-INDEX)   TO WS-T-XFR-QTY
           MOVE WS-TRN-SHIP-DATE(WS-TRANSIT-INDEX) TO WS-T-SHIP-DATE
           MOVE WS-DAYS-IN-TRANSIT                 TO WS-T-DAYS
           IF WS-DAYS-IN-TRANSIT > WS-LATE-DAYS
               ADD 1 TO WS-LATE-COUNT
               MOVE '*LATE*' TO WS-T-FLAG
           ELSE
               MOVE SPACES TO WS-T-FLAG
           END-IF
           WRITE XR-PRINT-LINE FROM WS-RPT-TRANSIT-LINE.

       4000-REWRITE-OPEN-TRANSFERS.
           OPEN OUTPUT XFR-OPEN
           IF WS-XFR-OPEN-STATUS NOT = '00'
               DISPLAY 'ITMXFER: cannot rewrite in-transit file, '
                   'status ' WS-XFR-OPEN-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-TRANSIT-INDEX FROM 1 BY 1
                   UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               IF WS-TRN-STATE(WS-TRANSIT-INDEX) = 'O'
                   MOVE WS-TRN-RECORD(WS-TRANSIT-INDEX)
                       TO XO-TRANSIT-REC
                   WRITE XO-TRANSIT-REC
               END-IF
           END-PERFORM
           CLOSE XFR-OPEN.

      *--------------------------------------------------------------
      * 0004 marks a run that left something for a person: a
      * received quantity that differs from the shipment, a
      * confirmation with no shipment behind it, or a shipment on
      * the road past its allowance.
      *--------------------------------------------------------------
       9000-TERMINATION.
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE 'CONFIRMATIONS READ:           '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CONFIRM-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE XR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'SHIPMENTS CLOSED:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CONFIRM-MATCH-COUNT TO WS-RPT-COUNT-VALUE
           WRITE XR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'QUANTITY DISCREPANCIES:       '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-DISCREPANCY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE XR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'UNMATCHED CONFIRMATIONS:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE XR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'STILL IN TRANSIT:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-IN-TRANSIT-COUNT TO WS-RPT-COUNT-VALUE
           WRITE XR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'IN TRANSIT PAST ALLOWANCE:    '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LATE-COUNT TO WS-RPT-COUNT-VALUE
           WRITE XR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE TRANSIT-RPT
           DISPLAY 'ITMXFER: ' WS-CONFIRM-MATCH-COUNT
               ' shipment(s) closed, ' WS-IN-TRANSIT-COUNT
               ' still in transit - see XFRRPT'
           IF WS-DISCREPANCY-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
                   OR WS-LATE-COUNT > 0
               MOVE 0004 TO RETURN-CODE
           END-IF.

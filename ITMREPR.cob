      * report lists what is still unrepaired past the REPRCTL age
      * threshold, so the outstanding backlog is a number somebody
      * sees instead of nobody knowing it exists.
      * A reason-12 reject - a bin not on the bin master (BINMAST) at
      * its location, or retired there - is repaired the same way:
      * the operator keys a good bin and the release checks it
      * against the bin master before letting it go.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMREPR.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.
           SELECT BIN-MASTER ASSIGN TO 'BINMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SL-ITEM-CODE                 PIC X(10).
           05  SL-ITEM-LOC                  PIC X(2).

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
           05  WS-REJECT-ITEMS-STATUS       PIC X(2)  VALUE '00'.
           05  WS-REPR-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-PROFILES-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SECURITY-LOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-BIN-MASTER-STATUS         PIC X(2)  VALUE '00'.

       01  WS-SIGN-ON-CONTROLS.
           05  WS-EOF-PROFILES              PIC X(1)  VALUE 'N'.
               88  REPR-CONTROL-EOF                   VALUE 'Y'.
           05  WS-SESSION-ENDED             PIC X(1)  VALUE 'N'.
               88  SESSION-ENDED                      VALUE 'Y'.
           05  WS-EOF-BIN-MASTER            PIC X(1)  VALUE 'N'.
               88  BIN-MASTER-EOF                     VALUE 'Y'.
           05  WS-BIN-CHECK                 PIC X(1)  VALUE 'G'.
               88  BIN-IS-GOOD                        VALUE 'G'.
               88  BIN-NOT-ON-FILE                    VALUE 'N'.
               88  BIN-NOT-ACTIVE                     VALUE 'I'.
               88  BIN-MASTER-MISSING                 VALUE 'M'.

       01  WS-ONLINE-CONTROLS.
           05  WS-OPERATOR-ID               PIC X(8)  VALUE SPACES.
           05  WS-REG-REASON                PIC X(2).
           05  FILLER                       PIC X(3)  VALUE ' - '.
           05  WS-REG-DISPOSITION           PIC X(8).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-REG-SUPPLIER              PIC X(8).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-REG-DATE                  PIC 9(8).
           05  FILLER                       PIC X(5)  VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
      *--------------------------------------------------------------
      * Only the field edits a repair can honestly fix are offered a
      * way out: blank code, bad quantity, bad status, blank
      * location, a bad unit cost, or a bin not usable at the
      * location.  A duplicate or supplier conflict is not repaired
      * at a screen - releasing it would plant the very duplicate
      * ITMEDIT exists to stop - so those can only be purged once
      * the buyers have settled them.  Nor is a set refused for an
      * unknown or inactive supplier (reasons 10 and 11): the
      * supplier master is put right and the supplier resends.  The
      * release runs the same field edits ITMEDIT applies; a record
      * still failing stays a reject, with the reason shown to the
      * operator.
      *--------------------------------------------------------------
       2200-TRY-RELEASE.
           SET BIN-IS-GOOD TO TRUE
           IF WS-SCR-ITEM-STATUS NOT = 'C'
               PERFORM 2250-CHECK-BIN
           END-IF
           EVALUATE TRUE
               WHEN WS-REJ-REASON(WS-REJECT-INDEX) NOT = '01'
                       AND WS-REJ-REASON(WS-REJECT-INDEX) NOT = '02'
                       AND WS-REJ-REASON(WS-REJECT-INDEX) NOT = '03'
                       AND WS-REJ-REASON(WS-REJECT-INDEX) NOT = '06'
                       AND WS-REJ-REASON(WS-REJECT-INDEX) NOT = '09'
                       AND WS-REJ-REASON(WS-REJECT-INDEX) NOT = '12'
                   DISPLAY 'Reason '
                       WS-REJ-REASON(WS-REJECT-INDEX)
                       ' cannot be released - purge or leave it'
                       AND WS-SCR-ITEM-COST-9 = 0
                   DISPLAY 'Active item needs a nonzero unit '
                       'cost - not released'
               WHEN BIN-NOT-ON-FILE
                   DISPLAY 'Bin ' WS-SCR-ITEM-BIN
                       ' not on bin master at location '
                       WS-SCR-ITEM-LOC ' - not released'
               WHEN BIN-NOT-ACTIVE
                   DISPLAY 'Bin ' WS-SCR-ITEM-BIN
                       ' inactive at location '
                       WS-SCR-ITEM-LOC ' - not released'
               WHEN BIN-MASTER-MISSING
                   DISPLAY 'Bin master not available - '
                       'not released'
               WHEN OTHER
                   PERFORM 2300-ACCEPT-RELEASE
           END-EVALUATE.

      *--------------------------------------------------------------
      * The bin master is in location and bin order, so the read
      * stops at the first bin past the one keyed.  A cancelled
      * entry's bin is not checked, as in ITMEDIT.
      *--------------------------------------------------------------
       2250-CHECK-BIN.
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
                           IF BM-BIN-LOC > WS-SCR-ITEM-LOC
                                   OR (BM-BIN-LOC = WS-SCR-ITEM-LOC
                                   AND BM-BIN-ID > WS-SCR-ITEM-BIN)
                               SET BIN-MASTER-EOF TO TRUE
                           ELSE
                               IF BM-BIN-LOC = WS-SCR-ITEM-LOC
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

       2300-ACCEPT-RELEASE.
           MOVE WS-SCR-ITEM-CODE   TO WS-RJW-ITEM-CODE
           MOVE WS-SCR-ITEM-DESC   TO WS-RJW-ITEM-DESC
           MOVE WS-RJW-ITEM-CODE TO WS-REG-ITEM-CODE
           MOVE WS-RJW-ITEM-LOC  TO WS-REG-ITEM-LOC
           MOVE WS-REJ-REASON(WS-REJECT-INDEX) TO WS-REG-REASON
           MOVE WS-RJW-ITEM-SUPPLIER TO WS-REG-SUPPLIER
           MOVE WS-RUN-DATE      TO WS-REG-DATE
           MOVE WS-REGISTER-LINE TO RG-REGISTER-REC
           WRITE RG-REGISTER-REC.


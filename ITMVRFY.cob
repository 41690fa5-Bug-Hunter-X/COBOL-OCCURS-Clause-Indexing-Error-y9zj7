      * top, and the master is rewritten - with the report naming
      * exactly which records were restored and which corrections
      * were replayed, so the recovery is provable, not hopeful.
      * An entry the generation still carries but ITMPURGE has since
      * purged (it is on the purge archive, PURGARC, dated on or
      * after the generation) is left off the rebuilt master and
      * named on the report - a purge is not undone by a recovery.
      * A rebuild honors the SNAPLOCK interlock the same way the
      * load does: never over a live session or another batch owner.
      *--------------------------------------------------------------
           SELECT SNAP-LOCK ASSIGN TO 'SNAPLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-LOCK-STATUS.
           SELECT PURGE-ARCHIVE ASSIGN TO 'PURGARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LK-LOCK-DATE                 PIC 9(8).
           05  LK-LOCK-TIME                 PIC 9(6).

      *--------------------------------------------------------------
      * The purge archive as ITMPURGE appends it; only the purge
      * date and the key of the record purged matter here.
      *--------------------------------------------------------------
       FD  PURGE-ARCHIVE
           RECORDING MODE IS F.
       01  PA-PURGE-REC.
           05  PA-PURGE-DATE                PIC 9(8).
           05  PA-SNAP-KEY.
               10  PA-ITEM-CODE             PIC X(10).
               10  PA-ITEM-LOC              PIC X(2).
           05  FILLER                       PIC X(76).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-VRFY-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           05  WS-VRFY-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SNAP-LOCK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-PURGE-ARCHIVE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  VRFY-CONTROL-EOF                   VALUE 'Y'.
           05  WS-EOF-LOCK                  PIC X(1)  VALUE 'N'.
               88  SNAP-LOCK-EOF                      VALUE 'Y'.
           05  WS-EOF-PURGE-ARCHIVE         PIC X(1)  VALUE 'N'.
               88  PURGE-ARCHIVE-EOF                  VALUE 'Y'.
           05  WS-MASTER-DAMAGED            PIC X(1)  VALUE 'N'.
               88  MASTER-IS-DAMAGED                  VALUE 'Y'.

           05  WS-REPLAYED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-SKIPPED-CORR-COUNT        PIC 9(5)  VALUE 0.
           05  WS-RESTORED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-PURGED-LEFT-COUNT         PIC 9(5)  VALUE 0.
           05  WS-SHIFT-INDEX               PIC 9(5)  VALUE 0.
           05  WS-LOCKS-FOUND               PIC 9(2)  VALUE 0.
           05  WS-LOCK-TIME-WORK            PIC 9(8)  VALUE 0.

           PERFORM 3050-CHECK-AND-TAKE-LOCK
           PERFORM 3100-FIND-NEWEST-GENERATION
           PERFORM 3200-LOAD-GENERATION
           PERFORM 3250-LEAVE-OUT-PURGED
           PERFORM 3300-REPLAY-CORRECTIONS
           PERFORM 3400-REWRITE-MASTER
           PERFORM 3500-PRINT-REBUILD-RESULT
           END-PERFORM
           CLOSE SNAP-GEN-IN.

      *--------------------------------------------------------------
      * A purge dated on or after the generation may have been cut
      * after it, so the entry is taken back off the base; one the
      * generation no longer carries was already gone when it was
      * cut.  Purged entries are dropped before the corrections are
      * replayed, so a correction to one reads as not applicable.
      * No archive means nothing has ever been purged.
      *--------------------------------------------------------------
       3250-LEAVE-OUT-PURGED.
           OPEN INPUT PURGE-ARCHIVE
           IF WS-PURGE-ARCHIVE-STATUS = '00'
               PERFORM UNTIL PURGE-ARCHIVE-EOF
                   READ PURGE-ARCHIVE
                       AT END
                           SET PURGE-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           IF PA-PURGE-DATE >= WS-NEWEST-GEN-DATE
                               PERFORM 3260-DROP-PURGED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-ARCHIVE
           END-IF.

      *--------------------------------------------------------------
      * Each table entry holds the generation record byte for byte,
      * so its first twelve bytes are the code-plus-location key
      * exactly as the archive carries it.
      *--------------------------------------------------------------
       3260-DROP-PURGED-ENTRY.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
                   OR WS-RB-ITEM(WS-ITEM-INDEX)(1:12) = PA-SNAP-KEY
               CONTINUE
           END-PERFORM
           IF WS-ITEM-INDEX NOT > WS-ITEM-COUNT
               PERFORM VARYING WS-SHIFT-INDEX FROM WS-ITEM-INDEX BY 1
                       UNTIL WS-SHIFT-INDEX >= WS-ITEM-COUNT
                   MOVE WS-RB-ITEM(WS-SHIFT-INDEX + 1)
                       TO WS-RB-ITEM(WS-SHIFT-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-ITEM-COUNT
               ADD 1 TO WS-PURGED-LEFT-COUNT
               MOVE 'PURGED - LEFT OFF:    ' TO WS-K-TEXT
               MOVE PA-ITEM-CODE TO WS-K-ITEM-CODE
               MOVE PA-ITEM-LOC  TO WS-K-ITEM-LOC
               WRITE VY-PRINT-LINE FROM WS-RPT-KEY-LINE
           END-IF.

      *--------------------------------------------------------------
      * Only corrections dated AFTER the generation's date are laid
      * over the base - each one named on the report.  A correction
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VY-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'PURGED ENTRIES LEFT OFF:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PURGED-LEFT-COUNT TO WS-RPT-COUNT-VALUE
           WRITE VY-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CORRECTIONS REPLAYED:         '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REPLAYED-COUNT TO WS-RPT-COUNT-VALUE

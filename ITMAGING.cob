      *--------------------------------------------------------------
      * PROGRAM-ID : ITMAGING
      * Monthly slow-moving and obsolete stock aging.  An active
      * entry can sit at the same quantity for months and still
      * carry full value on the ITMVALUE valuation; this job finds,
      * for every active code-plus-location entry holding stock,
      * when its quantity last moved, and ages it in whole months
      * from then.  The movement history is the audit trail ITMLOAD
      * appends to - the ARCHCAT generations ITMARCH cut off,
      * oldest first, then the current AUDITFIL - and the retained
      * snapshot generations on SNAPCAT, which also catch a
      * quantity the audit trail missed between two full loads.
      * Stock is bucketed by months idle; the bucket boundaries and
      * each bucket's write-down reserve percentage are accounting's
      * to set on AGECTL cards, and the report (AGERPT) carries each
      * bucket's extended value and reserve.  An entry idle past the
      * OBSOLETE-MONTHS= threshold is proposed for hold on OBSPROP.
      * Nothing reaches TRANFIL from the aging run: a supervisor
      * sets the 'A' byte on the proposals approved, and the
      * MODE=POST run re-checks each against the master and cuts
      * the approved holds as status-'H' 'C' transactions for
      * ITMLOAD's delta mode, listing the outcome on OBSPOST.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-CONTROL ASSIGN TO 'AGECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-CONTROL-STATUS.
           SELECT ITEM-MASTER ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-SNAP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *--------------------------------------------------------------
      * Second file-name on the same master for the posting run: one
      * keyed read per approved proposal.  The two names are never
      * open at the same time.
      *--------------------------------------------------------------
           SELECT MASTER-BY-KEY ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-SNAP-KEY
               FILE STATUS IS WS-MASTER-KEY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ARCH-CATALOG ASSIGN TO 'ARCHCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-CATALOG-STATUS.
           SELECT ARCH-GEN-IN ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-GEN-STATUS.
           SELECT SNAP-CATALOG ASSIGN TO 'SNAPCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-CATALOG-STATUS.
           SELECT SNAP-GEN-IN ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-GEN-STATUS.
           SELECT HOLD-PROPOSALS ASSIGN TO 'OBSPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSALS-STATUS.
           SELECT AGING-RPT ASSIGN TO 'AGERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.
           SELECT POST-RPT ASSIGN TO 'OBSPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-RPT-STATUS.
           SELECT TRAN-OUT ASSIGN TO 'TRANFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-CONTROL
           RECORDING MODE IS F.
       01  AC-CONTROL-REC                   PIC X(80).

       FD  ITEM-MASTER.
       01  SN-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SN==.

       FD  MASTER-BY-KEY.
       01  MK-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==MK==.

      *--------------------------------------------------------------
      * The current trail and the archive generations carry the same
      * 101-byte audit record; both are read flat here and picked
      * apart in WS-AUDIT-WORK, as ITMHIST does.
      *--------------------------------------------------------------
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AU-AUDIT-REC                     PIC X(101).

       FD  ARCH-CATALOG
           RECORDING MODE IS F.
       01  AR-CATALOG-REC                   PIC X(22).

       FD  ARCH-GEN-IN
           RECORDING MODE IS F.
       01  AG-ARCHIVE-REC                   PIC X(101).

       FD  SNAP-CATALOG
           RECORDING MODE IS F.
       01  SC-CATALOG-REC                   PIC X(21).

       FD  SNAP-GEN-IN
           RECORDING MODE IS F.
       01  SG-ITEM-REC.
           COPY SNAPREC REPLACING LEADING ==PREFIX== BY ==SG==.

      *--------------------------------------------------------------
      * One proposed hold per obsolete entry: the key, the date its
      * quantity last moved, the months idle, and the quantity and
      * cost it was aged at.  The approval byte goes out blank; the
      * supervisor sets 'A' on each hold approved before the
      * MODE=POST run, the way count records come back on CNTIN.
      *--------------------------------------------------------------
       FD  HOLD-PROPOSALS
           RECORDING MODE IS F.
       01  OB-PROPOSAL-REC.
           05  OB-ITEM-CODE                 PIC X(10).
           05  OB-ITEM-LOC                  PIC X(2).
           05  OB-LAST-MOVE-DATE            PIC 9(8).
           05  OB-MONTHS-IDLE               PIC 9(3).
           05  OB-ITEM-QTY                  PIC 9(7).
           05  OB-ITEM-COST                 PIC 9(5)V99.
           05  OB-APPROVED                  PIC X(1).
               88  OB-HOLD-APPROVED                   VALUE 'A'.

       FD  AGING-RPT
           RECORDING MODE IS F.
       01  AR-PRINT-LINE                    PIC X(132).

       FD  POST-RPT
           RECORDING MODE IS F.
       01  PR-PRINT-LINE                    PIC X(100).

      *--------------------------------------------------------------
      * The same transaction record ITMLOAD's delta mode consumes.
      * A hold is the master record with only the status replaced,
      * so the delta run's field edits see a complete image and the
      * audit trail carries the whole entry as held.  The class is
      * left blank: the ledger extract books a move out of active
      * stock as a status movement whatever cut it.
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
           05  WS-AGING-CONTROL-STATUS      PIC X(2)  VALUE '00'.
           05  WS-MASTER-STATUS             PIC X(2)  VALUE '00'.
           05  WS-MASTER-KEY-STATUS         PIC X(2)  VALUE '00'.
           05  WS-AUDIT-FILE-STATUS         PIC X(2)  VALUE '00'.
           05  WS-ARCH-CATALOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-ARCH-GEN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SNAP-CATALOG-STATUS       PIC X(2)  VALUE '00'.
           05  WS-SNAP-GEN-STATUS           PIC X(2)  VALUE '00'.
           05  WS-PROPOSALS-STATUS          PIC X(2)  VALUE '00'.
           05  WS-AGING-RPT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-POST-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-TRAN-OUT-STATUS           PIC X(2)  VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-CONTROL               PIC X(1)  VALUE 'N'.
               88  AGING-CONTROL-EOF                  VALUE 'Y'.
           05  WS-EOF-MASTER                PIC X(1)  VALUE 'N'.
               88  ITEM-MASTER-EOF                    VALUE 'Y'.
           05  WS-EOF-AUDIT                 PIC X(1)  VALUE 'N'.
               88  AUDIT-FILE-EOF                     VALUE 'Y'.
           05  WS-EOF-ARCH-CAT              PIC X(1)  VALUE 'N'.
               88  ARCH-CATALOG-EOF                   VALUE 'Y'.
           05  WS-EOF-ARCH-GEN              PIC X(1)  VALUE 'N'.
               88  ARCH-GEN-EOF                       VALUE 'Y'.
           05  WS-EOF-SNAP-CAT              PIC X(1)  VALUE 'N'.
               88  SNAP-CATALOG-EOF                   VALUE 'Y'.
           05  WS-EOF-SNAP-GEN              PIC X(1)  VALUE 'N'.
               88  SNAP-GEN-EOF                       VALUE 'Y'.
           05  WS-EOF-PROPOSALS             PIC X(1)  VALUE 'N'.
               88  HOLD-PROPOSALS-EOF                 VALUE 'Y'.
           05  WS-ENTRY-FOUND               PIC X(1)  VALUE 'N'.
               88  AGING-ENTRY-FOUND                  VALUE 'Y'.

      *--------------------------------------------------------------
      * The run knobs, each overridable by an AGECTL card: MODE=
      * AGING (the default) or POST; AS-OF= the date months idle are
      * counted to, default the run date; OBSOLETE-MONTHS= the
      * months idle from which a hold is proposed; LIST-MONTHS= the
      * months idle from which an entry is listed line by line on
      * the report - every entry is in the bucket totals regardless.
      *--------------------------------------------------------------
       01  WS-JOB-CONTROLS.
           05  WS-RUN-MODE                  PIC X(1)  VALUE 'A'.
               88  AGING-RUN-MODE                     VALUE 'A'.
               88  POST-RUN-MODE                      VALUE 'P'.
           05  WS-AS-OF-DATE                PIC 9(8)  VALUE 0.
           05  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-YYYY            PIC 9(4).
               10  WS-AS-OF-MM              PIC 9(2).
               10  WS-AS-OF-DD              PIC 9(2).
           05  WS-OBSOLETE-MONTHS           PIC 9(3)  VALUE 024.
           05  WS-LIST-MONTHS               PIC 9(3)  VALUE 003.
           05  WS-CARD-DATE-X               PIC X(8)  VALUE SPACES.

      *--------------------------------------------------------------
      * The aging buckets, lowest first: each opens at its month
      * count and runs to the month before the next one opens; the
      * last is open-ended.  BUCKET=mmm,ppp cards from accounting
      * replace the whole default set - the first such card clears
      * it - and must start at 000 and climb.  ppp is the write-down
      * reserve percentage taken against the bucket's value.
      *--------------------------------------------------------------
       01  WS-BUCKET-AREA.
           05  WS-MAX-BUCKETS               PIC 9(2)  VALUE 10.
           05  WS-BUCKET-COUNT              PIC 9(2)  VALUE 0.
           05  WS-BUCKET-INDEX              PIC 9(2)  VALUE 0.
           05  WS-BUCKET-CARDS-SEEN         PIC X(1)  VALUE 'N'.
               88  BUCKET-CARDS-SEEN                  VALUE 'Y'.
           05  WS-BUCKET-TABLE OCCURS 10 TIMES.
               10  WS-BK-FROM-MONTHS        PIC 9(3).
               10  WS-BK-RESERVE-PCT        PIC 9(3).
               10  WS-BK-ENTRIES            PIC 9(5).
               10  WS-BK-QTY                PIC 9(9).
               10  WS-BK-VALUE              PIC 9(11)V99.
               10  WS-BK-RESERVE            PIC 9(11)V99.

      *--------------------------------------------------------------
      * The active entries holding stock, taken off the keyed master
      * in key order, so the probes from the history files can use
      * SEARCH ALL.  For each, what the audit trail and the snapshot
      * history each say: when the entry was first seen, the last
      * quantity seen and when, and the date the quantity last
      * changed from the one seen before it.
      *--------------------------------------------------------------
       01  WS-AGING-AREA.
           05  WS-MAX-ENTRIES               PIC 9(5)  VALUE 05000.
           05  WS-ENTRY-COUNT               PIC 9(5)  VALUE 0.
           05  WS-ENTRY-INDEX               PIC 9(5)  VALUE 0.
           05  WS-AGING-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ENTRY-COUNT
                   ASCENDING KEY IS WS-AG-KEY
                   INDEXED BY WS-AG-IDX.
               10  WS-AG-KEY.
                   15  WS-AG-ITEM-CODE      PIC X(10).
                   15  WS-AG-ITEM-LOC       PIC X(2).
               10  WS-AG-ITEM-DESC          PIC X(30).
               10  WS-AG-QTY                PIC 9(7).
               10  WS-AG-COST               PIC 9(5)V99.
               10  WS-AG-AUD-SEEN           PIC X(1).
               10  WS-AG-AUD-QTY            PIC 9(7).
               10  WS-AG-AUD-FIRST          PIC 9(8).
               10  WS-AG-AUD-LAST           PIC 9(8).
               10  WS-AG-AUD-MOVED          PIC 9(8).
               10  WS-AG-SNP-SEEN           PIC X(1).
               10  WS-AG-SNP-QTY            PIC 9(7).
               10  WS-AG-SNP-FIRST          PIC 9(8).
               10  WS-AG-SNP-LAST           PIC 9(8).
               10  WS-AG-SNP-MOVED          PIC 9(8).

       01  WS-PROBE-KEY.
           05  WS-PROBE-ITEM-CODE           PIC X(10).
           05  WS-PROBE-ITEM-LOC            PIC X(2).

      *--------------------------------------------------------------
      * The audit record as ITMLOAD writes it in
      * 2400-WRITE-AUDIT-RECORD, picked apart after each read.
      *--------------------------------------------------------------
       01  WS-AUDIT-WORK.
           05  AW-RUN-DATE                  PIC 9(8).
           05  AW-INDEX                     PIC 9(5).
           05  AW-JOB-ID                    PIC X(8).
           05  AW-ITEM.
               COPY ITEMREC REPLACING LEADING ==PREFIX== BY ==AW==
                                       ==05==         BY ==10==.

      *--------------------------------------------------------------
      * The archive generations as catalogued by ITMARCH, and the
      * snapshot generations as catalogued by ITMLOAD, each oldest
      * first.
      *--------------------------------------------------------------
       01  WS-ARCH-GEN-AREA.
           05  WS-ARCH-FILE-NAME            PIC X(14) VALUE SPACES.
           05  WS-MAX-ARCH-GENS             PIC 9(2)  VALUE 99.
           05  WS-ARCH-GEN-COUNT            PIC 9(2)  VALUE 0.
           05  WS-ARCH-GEN-INDEX            PIC 9(2)  VALUE 0.
           05  WS-ARCH-GEN-TABLE OCCURS 99 TIMES.
               10  WS-ARCH-GEN-FILE         PIC X(14).

       01  WS-ARCH-CAT-LINE.
           05  WS-ARCH-CAT-DATE             PIC 9(8).
           05  WS-ARCH-CAT-FILE             PIC X(14).

       01  WS-SNAP-GEN-AREA.
           05  WS-GEN-FILE-NAME             PIC X(13) VALUE SPACES.
           05  WS-MAX-SNAP-GENS             PIC 9(2)  VALUE 99.
           05  WS-SNAP-GEN-COUNT            PIC 9(2)  VALUE 0.
           05  WS-SNAP-GEN-INDEX            PIC 9(2)  VALUE 0.
           05  WS-SNAP-GEN-TABLE OCCURS 99 TIMES.
               10  WS-SNAP-GEN-DATE         PIC 9(8).
               10  WS-SNAP-GEN-FILE         PIC X(13).

       01  WS-SNAP-CAT-LINE.
           05  WS-SNAP-CAT-DATE             PIC 9(8).
           05  WS-SNAP-CAT-FILE             PIC X(13).

       01  WS-AGING-WORK.
           05  WS-SIGHT-DATE                PIC 9(8)  VALUE 0.
           05  WS-SIGHT-QTY                 PIC 9(7)  VALUE 0.
           05  WS-LAST-SEEN-DATE            PIC 9(8)  VALUE 0.
           05  WS-LAST-SEEN-QTY             PIC 9(7)  VALUE 0.
           05  WS-MOVE-DATE                 PIC 9(8)  VALUE 0.
           05  WS-MOVE-DATE-X REDEFINES WS-MOVE-DATE.
               10  WS-MOVE-YYYY             PIC 9(4).
               10  WS-MOVE-MM               PIC 9(2).
               10  WS-MOVE-DD               PIC 9(2).
           05  WS-MONTHS-WORK               PIC S9(5) VALUE 0.
           05  WS-MONTHS-IDLE               PIC 9(3)  VALUE 0.
           05  WS-AGE-BASIS                 PIC X(1)  VALUE ' '.
               88  AGE-FROM-MOVEMENT                  VALUE 'M'.
               88  AGE-FROM-FIRST-SIGHT               VALUE 'F'.
               88  AGE-NOT-IN-HISTORY                 VALUE 'N'.
           05  WS-EXT-VALUE                 PIC 9(11)V99 VALUE 0.
           05  WS-RESERVE-AMT               PIC 9(11)V99 VALUE 0.

       01  WS-AGING-COUNTS.
           05  WS-MASTER-READ-COUNT         PIC 9(7)  VALUE 0.
           05  WS-NOT-AGED-COUNT            PIC 9(7)  VALUE 0.
           05  WS-AUDIT-READ-COUNT          PIC 9(9)  VALUE 0.
           05  WS-SNAP-READ-COUNT           PIC 9(9)  VALUE 0.
           05  WS-NO-MOVE-COUNT             PIC 9(5)  VALUE 0.
           05  WS-NO-HISTORY-COUNT          PIC 9(5)  VALUE 0.
           05  WS-LISTED-COUNT              PIC 9(5)  VALUE 0.
           05  WS-PROPOSED-COUNT            PIC 9(5)  VALUE 0.
           05  WS-TOTAL-ENTRIES             PIC 9(5)  VALUE 0.
           05  WS-TOTAL-QTY                 PIC 9(9)  VALUE 0.
           05  WS-TOTAL-VALUE               PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-RESERVE             PIC 9(11)V99 VALUE 0.

       01  WS-POST-COUNTS.
           05  WS-PROPOSAL-READ-COUNT       PIC 9(5)  VALUE 0.
           05  WS-POSTED-COUNT              PIC 9(5)  VALUE 0.
           05  WS-UNAPPROVED-COUNT          PIC 9(5)  VALUE 0.
           05  WS-REFUSED-COUNT             PIC 9(5)  VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY              PIC 9(4).
               10  WS-RUN-MM                PIC 9(2).
               10  WS-RUN-DD                PIC 9(2).

       01  WS-RPT-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'SLOW-MOVING STOCK AGING   '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-H-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-YYYY                    PIC 9999.
           05  FILLER                       PIC X(10) VALUE
               '   AS OF: '.
           05  WS-H-AS-OF-MM                PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-AS-OF-DD                PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-H-AS-OF-YYYY              PIC 9999.
           05  FILLER                       PIC X(71) VALUE SPACES.

       01  WS-RPT-PARM-LINE.
           05  FILLER                       PIC X(16) VALUE
               'OBSOLETE AFTER: '.
           05  WS-P-OBSOLETE-MONTHS         PIC ZZ9.
           05  FILLER                       PIC X(24) VALUE
               ' MONTHS    LISTED FROM: '.
           05  WS-P-LIST-MONTHS             PIC ZZ9.
           05  FILLER                       PIC X(24) VALUE
               ' MONTHS IDLE   HISTORY: '.
           05  WS-P-ARCH-GENS               PIC Z9.
           05  FILLER                       PIC X(22) VALUE
               ' AUDIT ARCHIVE GENS + '.
           05  WS-P-SNAP-GENS               PIC Z9.
           05  FILLER                       PIC X(10) VALUE
               ' SNAPSHOT '.
           05  FILLER                       PIC X(26) VALUE
               'GENS                      '.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(45) VALUE
               'CODE       LC DESCRIPTION                    '.
           05  FILLER                       PIC X(36) VALUE
               '     QTY  UNIT COST  EXTENDED VALUE '.
           05  FILLER                       PIC X(36) VALUE
               'LAST MOVE  MOS RSV%        RESERVE  '.
           05  FILLER                       PIC X(15) VALUE
               'NOTE'.

       01  WS-RPT-DETAIL-LINE.
           05  WS-D-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-ITEM-DESC               PIC X(30).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-QTY                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-COST                    PIC ZZZZ9.99.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-EXT-VALUE               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-LAST-MOVE               PIC 9(8).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-MONTHS                  PIC ZZ9.
           05  WS-D-AGE-FLAG                PIC X(1).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-PCT                     PIC ZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-D-RESERVE                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-D-NOTE                    PIC X(16).
           05  FILLER                       PIC X(1)  VALUE SPACE.

       01  WS-RPT-LEGEND-LINE.
           05  FILLER                       PIC X(45) VALUE
               '  + NO QUANTITY CHANGE IN RETAINED HISTORY - '.
           05  FILLER                       PIC X(87) VALUE
               'IDLE AT LEAST THIS LONG'.

       01  WS-RPT-BUCKET-TITLE.
           05  FILLER                       PIC X(30) VALUE
               'WRITE-DOWN RESERVE BY AGE     '.
           05  FILLER                       PIC X(102) VALUE SPACES.

       01  WS-RPT-BUCKET-COLUMNS.
           05  FILLER                       PIC X(29) VALUE
               'MONTHS IDLE ENTRIES  QUANTITY'.
           05  FILLER                       PIC X(25) VALUE
               '     EXTENDED VALUE  RSV%'.
           05  FILLER                       PIC X(78) VALUE
               '           RESERVE'.

       01  WS-RPT-BUCKET-LINE.
           05  WS-B-FROM                    PIC ZZ9.
           05  FILLER                       PIC X(4)  VALUE ' TO '.
           05  WS-B-TO                      PIC ZZ9.
           05  WS-B-TO-X REDEFINES WS-B-TO  PIC X(3).
           05  FILLER                       PIC X(4)  VALUE SPACES.
           05  WS-B-ENTRIES                 PIC ZZZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-B-QTY                     PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-B-VALUE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-B-PCT                     PIC ZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-B-RESERVE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(61) VALUE SPACES.

       01  WS-RPT-BUCKET-TOTAL.
           05  FILLER                       PIC X(14) VALUE
               'TOTAL         '.
           05  WS-BT-ENTRIES                PIC ZZZZ9.
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-BT-QTY                    PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-BT-VALUE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(6)  VALUE SPACES.
           05  WS-BT-RESERVE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(61) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL           PIC X(32).
           05  WS-RPT-COUNT-VALUE           PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(91) VALUE SPACES.

       01  WS-POST-HDR-LINE.
           05  FILLER                       PIC X(26) VALUE
               'OBSOLETE STOCK HOLDS      '.
           05  FILLER                       PIC X(5)  VALUE 'DATE:'.
           05  WS-V-MM                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-V-DD                      PIC 99.
           05  FILLER                       PIC X(1)  VALUE '/'.
           05  WS-V-YYYY                    PIC 9999.
           05  FILLER                       PIC X(59) VALUE SPACES.

       01  WS-POST-DETAIL-LINE.
           05  WS-R-ITEM-CODE               PIC X(10).
           05  FILLER                       PIC X(1)  VALUE SPACE.
           05  WS-R-ITEM-LOC                PIC X(2).
           05  FILLER                       PIC X(6)  VALUE
               '  QTY '.
           05  WS-R-QTY                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(7)  VALUE
               '  IDLE '.
           05  WS-R-MONTHS                  PIC ZZ9.
           05  FILLER                       PIC X(6)  VALUE
               ' MOS  '.
           05  WS-R-DISPOSITION             PIC X(36).
           05  FILLER                       PIC X(22) VALUE SPACES.

       01  WS-POST-COUNT-LINE.
           05  WS-POST-COUNT-LABEL          PIC X(30).
           05  WS-POST-COUNT-VALUE          PIC ZZZZ9.
           05  FILLER                       PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF AGING-RUN-MODE
               PERFORM 2000-LOAD-MASTER-ENTRIES
               PERFORM 2100-SCAN-AUDIT-TRAIL
               PERFORM 2300-SCAN-SNAPSHOT-HISTORY
               PERFORM 3000-AGE-ENTRIES
               PERFORM 3500-PRINT-BUCKET-SUMMARY
           ELSE
               PERFORM 4000-POST-HOLDS
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1005-SET-DEFAULT-BUCKETS
           PERFORM 1010-READ-CONTROL-CARDS
           IF WS-AS-OF-DATE = 0
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF.

      *--------------------------------------------------------------
      * The house defaults until accounting says otherwise: nothing
      * reserved under six months idle, a quarter to a year, half
      * to two years, the lot beyond that.
      *--------------------------------------------------------------
       1005-SET-DEFAULT-BUCKETS.
           MOVE 5 TO WS-BUCKET-COUNT
           MOVE 000 TO WS-BK-FROM-MONTHS(1)
           MOVE 000 TO WS-BK-RESERVE-PCT(1)
           MOVE 003 TO WS-BK-FROM-MONTHS(2)
           MOVE 000 TO WS-BK-RESERVE-PCT(2)
           MOVE 006 TO WS-BK-FROM-MONTHS(3)
           MOVE 025 TO WS-BK-RESERVE-PCT(3)
           MOVE 012 TO WS-BK-FROM-MONTHS(4)
           MOVE 050 TO WS-BK-RESERVE-PCT(4)
           MOVE 024 TO WS-BK-FROM-MONTHS(5)
           MOVE 100 TO WS-BK-RESERVE-PCT(5).

      *--------------------------------------------------------------
      * No control file means a plain aging run on the defaults.
      *--------------------------------------------------------------
       1010-READ-CONTROL-CARDS.
           OPEN INPUT AGING-CONTROL
           IF WS-AGING-CONTROL-STATUS = '00'
               PERFORM UNTIL AGING-CONTROL-EOF
                   READ AGING-CONTROL
                       AT END
                           SET AGING-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1020-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE AGING-CONTROL
           END-IF.

      *--------------------------------------------------------------
      * Same conventions as ITMLOAD's RUNCTL: one keyword per card,
      * '*' comments and blanks skipped, anything unrecognized stops
      * the run.
      *--------------------------------------------------------------
       1020-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN AC-CONTROL-REC(1:1) = '*'
               WHEN AC-CONTROL-REC = SPACES
                   CONTINUE
               WHEN AC-CONTROL-REC(1:11) = 'MODE=AGING '
                   MOVE 'A' TO WS-RUN-MODE
               WHEN AC-CONTROL-REC(1:10) = 'MODE=POST '
                   MOVE 'P' TO WS-RUN-MODE
               WHEN AC-CONTROL-REC(1:6) = 'AS-OF='
                   MOVE AC-CONTROL-REC(7:8) TO WS-CARD-DATE-X
                   IF WS-CARD-DATE-X IS NOT NUMERIC
                       DISPLAY 'ITMAGING: AS-OF= must be yyyymmdd'
                       MOVE 0016 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-DATE-X TO WS-AS-OF-DATE
               WHEN AC-CONTROL-REC(1:16) = 'OBSOLETE-MONTHS='
                   IF AC-CONTROL-REC(17:3) IS NOT NUMERIC
                           OR AC-CONTROL-REC(17:3) = '000'
                       DISPLAY 'ITMAGING: OBSOLETE-MONTHS= must be '
                           '001-999'
                       MOVE 0016 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE AC-CONTROL-REC(17:3) TO WS-OBSOLETE-MONTHS
               WHEN AC-CONTROL-REC(1:12) = 'LIST-MONTHS='
                   IF AC-CONTROL-REC(13:3) IS NOT NUMERIC
                       DISPLAY 'ITMAGING: LIST-MONTHS= must be 000-999'
                       MOVE 0016 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE AC-CONTROL-REC(13:3) TO WS-LIST-MONTHS
               WHEN AC-CONTROL-REC(1:7) = 'BUCKET='
                   PERFORM 1030-TAKE-BUCKET-CARD
               WHEN OTHER
                   DISPLAY 'ITMAGING: unrecognized control card: '
                       AC-CONTROL-REC
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *--------------------------------------------------------------
      * BUCKET=mmm,ppp - opens a bucket at mmm months idle with a
      * ppp percent reserve.  A bucket set that does not start at
      * zero or does not climb would leave stock in no bucket or two,
      * so either stops the run rather than misstating the reserve.
      *--------------------------------------------------------------
       1030-TAKE-BUCKET-CARD.
           IF NOT BUCKET-CARDS-SEEN
               SET BUCKET-CARDS-SEEN TO TRUE
               MOVE 0 TO WS-BUCKET-COUNT
           END-IF
           IF AC-CONTROL-REC(8:3) IS NOT NUMERIC
                   OR AC-CONTROL-REC(11:1) NOT = ','
                   OR AC-CONTROL-REC(12:3) IS NOT NUMERIC
                   OR AC-CONTROL-REC(12:3) > '100'
               DISPLAY 'ITMAGING: BUCKET= must be mmm,ppp with ppp '
                   '000-100: ' AC-CONTROL-REC
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BUCKET-COUNT >= WS-MAX-BUCKETS
               DISPLAY 'ITMAGING: more than ' WS-MAX-BUCKETS
                   ' BUCKET= cards'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BUCKET-COUNT = 0
               IF AC-CONTROL-REC(8:3) NOT = '000'
                   DISPLAY 'ITMAGING: the first BUCKET= card must '
                       'open at 000 months'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF AC-CONTROL-REC(8:3) NOT >
                       WS-BK-FROM-MONTHS(WS-BUCKET-COUNT)
                   DISPLAY 'ITMAGING: BUCKET= cards must climb: '
                       AC-CONTROL-REC
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-BUCKET-COUNT
           MOVE AC-CONTROL-REC(8:3)
               TO WS-BK-FROM-MONTHS(WS-BUCKET-COUNT)
           MOVE AC-CONTROL-REC(12:3)
               TO WS-BK-RESERVE-PCT(WS-BUCKET-COUNT).

      *--------------------------------------------------------------
      * Only active entries holding stock are aged: they are what
      * the valuation carries at full cost.  Held and cancelled
      * entries are already out of the active total, and an empty
      * entry has nothing to write down.
      *--------------------------------------------------------------
       2000-LOAD-MASTER-ENTRIES.
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open item master, '
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
                       PERFORM 2010-TAKE-MASTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER.

       2010-TAKE-MASTER-ENTRY.
           IF NOT SN-STATUS-ACTIVE OR SN-ITEM-QTY = 0
               ADD 1 TO WS-NOT-AGED-COUNT
           ELSE
               IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                   DISPLAY 'ITMAGING: more than ' WS-MAX-ENTRIES
                       ' active entries with stock - run refused'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SN-ITEM-CODE TO WS-AG-ITEM-CODE(WS-ENTRY-COUNT)
               MOVE SN-ITEM-LOC  TO WS-AG-ITEM-LOC(WS-ENTRY-COUNT)
               MOVE SN-ITEM-DESC TO WS-AG-ITEM-DESC(WS-ENTRY-COUNT)
               MOVE SN-ITEM-QTY  TO WS-AG-QTY(WS-ENTRY-COUNT)
               MOVE SN-ITEM-COST TO WS-AG-COST(WS-ENTRY-COUNT)
               MOVE 'N' TO WS-AG-AUD-SEEN(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-AUD-QTY(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-AUD-FIRST(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-AUD-LAST(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-AUD-MOVED(WS-ENTRY-COUNT)
               MOVE 'N' TO WS-AG-SNP-SEEN(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-SNP-QTY(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-SNP-FIRST(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-SNP-LAST(WS-ENTRY-COUNT)
               MOVE 0   TO WS-AG-SNP-MOVED(WS-ENTRY-COUNT)
           END-IF.

      *--------------------------------------------------------------
      * The audit trail in load order: the archived generations
      * oldest first, then the current AUDITFIL.  A full load audits
      * every entry and a delta load only what it changed, so an
      * entry's sightings are uneven - but any sighting at a new
      * quantity is a movement on that run date.  No trail at all
      * is worth hearing about but leaves the snapshot history.
      *--------------------------------------------------------------
       2100-SCAN-AUDIT-TRAIL.
           PERFORM 2110-LOAD-ARCH-CATALOG
           PERFORM VARYING WS-ARCH-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-ARCH-GEN-INDEX > WS-ARCH-GEN-COUNT
               PERFORM 2120-SCAN-ONE-ARCHIVE
           END-PERFORM
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open audit trail, status '
                   WS-AUDIT-FILE-STATUS ' - current trail skipped'
           ELSE
               PERFORM UNTIL AUDIT-FILE-EOF
                   READ AUDIT-FILE
                       AT END
                           SET AUDIT-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE AU-AUDIT-REC TO WS-AUDIT-WORK
                           PERFORM 2150-POST-AUDIT-SIGHTING
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       2110-LOAD-ARCH-CATALOG.
           OPEN INPUT ARCH-CATALOG
           IF WS-ARCH-CATALOG-STATUS = '00'
               PERFORM UNTIL ARCH-CATALOG-EOF
                   READ ARCH-CATALOG
                       AT END
                           SET ARCH-CATALOG-EOF TO TRUE
                       NOT AT END
                           IF WS-ARCH-GEN-COUNT < WS-MAX-ARCH-GENS
                               ADD 1 TO WS-ARCH-GEN-COUNT
                               MOVE AR-CATALOG-REC
                                   TO WS-ARCH-CAT-LINE
                               MOVE WS-ARCH-CAT-FILE TO
                                   WS-ARCH-GEN-FILE(WS-ARCH-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CATALOG
           END-IF.

      *--------------------------------------------------------------
      * A generation named on the catalog but missing on disk is a
      * hole in the history worth hearing about, not a reason to
      * abandon the aging.
      *--------------------------------------------------------------
       2120-SCAN-ONE-ARCHIVE.
           MOVE WS-ARCH-GEN-FILE(WS-ARCH-GEN-INDEX)
               TO WS-ARCH-FILE-NAME
           MOVE 'N' TO WS-EOF-ARCH-GEN
           OPEN INPUT ARCH-GEN-IN
           IF WS-ARCH-GEN-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open archive generation '
                   WS-ARCH-FILE-NAME ', status ' WS-ARCH-GEN-STATUS
                   ' - generation skipped'
           ELSE
               PERFORM UNTIL ARCH-GEN-EOF
                   READ ARCH-GEN-IN
                       AT END
                           SET ARCH-GEN-EOF TO TRUE
                       NOT AT END
                           MOVE AG-ARCHIVE-REC TO WS-AUDIT-WORK
                           PERFORM 2150-POST-AUDIT-SIGHTING
                   END-READ
               END-PERFORM
               CLOSE ARCH-GEN-IN
           END-IF.

       2150-POST-AUDIT-SIGHTING.
           ADD 1 TO WS-AUDIT-READ-COUNT
           MOVE AW-ITEM-CODE TO WS-PROBE-ITEM-CODE
           MOVE AW-ITEM-LOC  TO WS-PROBE-ITEM-LOC
           PERFORM 2900-FIND-AGING-ENTRY
           IF AGING-ENTRY-FOUND AND AW-ITEM-QTY IS NUMERIC
               IF WS-AG-AUD-SEEN(WS-AG-IDX) = 'N'
                   MOVE 'Y' TO WS-AG-AUD-SEEN(WS-AG-IDX)
                   MOVE AW-RUN-DATE TO WS-AG-AUD-FIRST(WS-AG-IDX)
               ELSE
                   IF AW-ITEM-QTY NOT = WS-AG-AUD-QTY(WS-AG-IDX)
                       MOVE AW-RUN-DATE TO WS-AG-AUD-MOVED(WS-AG-IDX)
                   END-IF
               END-IF
               MOVE AW-ITEM-QTY TO WS-AG-AUD-QTY(WS-AG-IDX)
               MOVE AW-RUN-DATE TO WS-AG-AUD-LAST(WS-AG-IDX)
           END-IF.

      *--------------------------------------------------------------
      * The retained snapshot generations, oldest first - one full
      * picture of the book per load date, the same history
      * ITMRPCAL draws usage from.
      *--------------------------------------------------------------
       2300-SCAN-SNAPSHOT-HISTORY.
           PERFORM 2310-LOAD-SNAP-CATALOG
           PERFORM VARYING WS-SNAP-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-SNAP-GEN-INDEX > WS-SNAP-GEN-COUNT
               PERFORM 2320-SCAN-ONE-SNAPSHOT
           END-PERFORM.

       2310-LOAD-SNAP-CATALOG.
           OPEN INPUT SNAP-CATALOG
           IF WS-SNAP-CATALOG-STATUS = '00'
               PERFORM UNTIL SNAP-CATALOG-EOF
                   READ SNAP-CATALOG
                       AT END
                           SET SNAP-CATALOG-EOF TO TRUE
                       NOT AT END
                           IF WS-SNAP-GEN-COUNT < WS-MAX-SNAP-GENS
                               ADD 1 TO WS-SNAP-GEN-COUNT
                               MOVE SC-CATALOG-REC
                                   TO WS-SNAP-CAT-LINE
                               MOVE WS-SNAP-CAT-DATE TO
                                   WS-SNAP-GEN-DATE(WS-SNAP-GEN-COUNT)
                               MOVE WS-SNAP-CAT-FILE TO
                                   WS-SNAP-GEN-FILE(WS-SNAP-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAP-CATALOG
           END-IF.

       2320-SCAN-ONE-SNAPSHOT.
           MOVE WS-SNAP-GEN-FILE(WS-SNAP-GEN-INDEX)
               TO WS-GEN-FILE-NAME
           MOVE 'N' TO WS-EOF-SNAP-GEN
           OPEN INPUT SNAP-GEN-IN
           IF WS-SNAP-GEN-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open generation '
                   WS-GEN-FILE-NAME ', status ' WS-SNAP-GEN-STATUS
                   ' - generation skipped'
           ELSE
               PERFORM UNTIL SNAP-GEN-EOF
                   READ SNAP-GEN-IN
                       AT END
                           SET SNAP-GEN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2350-POST-SNAP-SIGHTING
                   END-READ
               END-PERFORM
               CLOSE SNAP-GEN-IN
           END-IF.

       2350-POST-SNAP-SIGHTING.
           ADD 1 TO WS-SNAP-READ-COUNT
           MOVE SG-ITEM-CODE TO WS-PROBE-ITEM-CODE
           MOVE SG-ITEM-LOC  TO WS-PROBE-ITEM-LOC
           PERFORM 2900-FIND-AGING-ENTRY
           IF AGING-ENTRY-FOUND AND SG-ITEM-QTY IS NUMERIC
               IF WS-AG-SNP-SEEN(WS-AG-IDX) = 'N'
                   MOVE 'Y' TO WS-AG-SNP-SEEN(WS-AG-IDX)
                   MOVE WS-SNAP-GEN-DATE(WS-SNAP-GEN-INDEX)
                       TO WS-AG-SNP-FIRST(WS-AG-IDX)
               ELSE
                   IF SG-ITEM-QTY NOT = WS-AG-SNP-QTY(WS-AG-IDX)
                       MOVE WS-SNAP-GEN-DATE(WS-SNAP-GEN-INDEX)
                           TO WS-AG-SNP-MOVED(WS-AG-IDX)
                   END-IF
               END-IF
               MOVE SG-ITEM-QTY TO WS-AG-SNP-QTY(WS-AG-IDX)
               MOVE WS-SNAP-GEN-DATE(WS-SNAP-GEN-INDEX)
                   TO WS-AG-SNP-LAST(WS-AG-IDX)
           END-IF.

      *--------------------------------------------------------------
      * The table went in in the master's key order, so the probe is
      * a binary SEARCH ALL, not a serial walk per history record.
      *--------------------------------------------------------------
       2900-FIND-AGING-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-ENTRY-COUNT > 0
               SEARCH ALL WS-AGING-TABLE
                   WHEN WS-AG-KEY(WS-AG-IDX) = WS-PROBE-KEY
                       SET AGING-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3000-AGE-ENTRIES.
           OPEN OUTPUT HOLD-PROPOSALS
           IF WS-PROPOSALS-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open hold proposal file, '
                   'status ' WS-PROPOSALS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-RPT
           IF WS-AGING-RPT-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open aging report, '
                   'status ' WS-AGING-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 3050-PRINT-REPORT-HEADER
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > WS-BUCKET-COUNT
               MOVE 0 TO WS-BK-ENTRIES(WS-BUCKET-INDEX)
               MOVE 0 TO WS-BK-QTY(WS-BUCKET-INDEX)
               MOVE 0 TO WS-BK-VALUE(WS-BUCKET-INDEX)
               MOVE 0 TO WS-BK-RESERVE(WS-BUCKET-INDEX)
           END-PERFORM
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               PERFORM 3100-FIND-LAST-MOVEMENT
               PERFORM 3200-COUNT-MONTHS-IDLE
               PERFORM 3300-BUCKET-ENTRY
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE '  (NONE)' TO AR-PRINT-LINE
               WRITE AR-PRINT-LINE
           END-IF
           CLOSE HOLD-PROPOSALS.

       3050-PRINT-REPORT-HEADER.
           MOVE WS-RUN-MM      TO WS-H-MM
           MOVE WS-RUN-DD      TO WS-H-DD
           MOVE WS-RUN-YYYY    TO WS-H-YYYY
           MOVE WS-AS-OF-MM    TO WS-H-AS-OF-MM
           MOVE WS-AS-OF-DD    TO WS-H-AS-OF-DD
           MOVE WS-AS-OF-YYYY  TO WS-H-AS-OF-YYYY
           WRITE AR-PRINT-LINE FROM WS-RPT-HDR-LINE
           MOVE WS-OBSOLETE-MONTHS TO WS-P-OBSOLETE-MONTHS
           MOVE WS-LIST-MONTHS     TO WS-P-LIST-MONTHS
           MOVE WS-ARCH-GEN-COUNT  TO WS-P-ARCH-GENS
           MOVE WS-SNAP-GEN-COUNT  TO WS-P-SNAP-GENS
           WRITE AR-PRINT-LINE FROM WS-RPT-PARM-LINE
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           WRITE AR-PRINT-LINE FROM WS-RPT-COLUMN-LINE.

      *--------------------------------------------------------------
      * The later of the two histories' last quantity changes wins.
      * A book quantity that differs from the newest sighting moved
      * after it - a screen correction since the last load - and
      * counts as moved on that sighting's date.  An entry whose
      * quantity never changed in the retained history is aged from
      * its first sighting and flagged: it has been idle at least
      * that long.  An entry no history carries at all cannot be
      * aged and is flagged at zero months rather than guessed at.
      *--------------------------------------------------------------
       3100-FIND-LAST-MOVEMENT.
           MOVE WS-AG-AUD-MOVED(WS-ENTRY-INDEX) TO WS-MOVE-DATE
           IF WS-AG-SNP-MOVED(WS-ENTRY-INDEX) > WS-MOVE-DATE
               MOVE WS-AG-SNP-MOVED(WS-ENTRY-INDEX) TO WS-MOVE-DATE
           END-IF
           MOVE WS-AG-AUD-LAST(WS-ENTRY-INDEX) TO WS-LAST-SEEN-DATE
           MOVE WS-AG-AUD-QTY(WS-ENTRY-INDEX)  TO WS-LAST-SEEN-QTY
           IF WS-AG-SNP-LAST(WS-ENTRY-INDEX) > WS-LAST-SEEN-DATE
               MOVE WS-AG-SNP-LAST(WS-ENTRY-INDEX)
                   TO WS-LAST-SEEN-DATE
               MOVE WS-AG-SNP-QTY(WS-ENTRY-INDEX) TO WS-LAST-SEEN-QTY
           END-IF
           IF WS-LAST-SEEN-DATE > 0
                   AND WS-LAST-SEEN-QTY NOT = WS-AG-QTY(WS-ENTRY-INDEX)
                   AND WS-LAST-SEEN-DATE > WS-MOVE-DATE
               MOVE WS-LAST-SEEN-DATE TO WS-MOVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-MOVE-DATE > 0
                   SET AGE-FROM-MOVEMENT TO TRUE
               WHEN WS-AG-AUD-SEEN(WS-ENTRY-INDEX) = 'Y'
                       OR WS-AG-SNP-SEEN(WS-ENTRY-INDEX) = 'Y'
                   SET AGE-FROM-FIRST-SIGHT TO TRUE
                   ADD 1 TO WS-NO-MOVE-COUNT
                   MOVE 99999999 TO WS-MOVE-DATE
                   IF WS-AG-AUD-SEEN(WS-ENTRY-INDEX) = 'Y'
                       MOVE WS-AG-AUD-FIRST(WS-ENTRY-INDEX)
                           TO WS-MOVE-DATE
                   END-IF
                   IF WS-AG-SNP-SEEN(WS-ENTRY-INDEX) = 'Y'
                           AND WS-AG-SNP-FIRST(WS-ENTRY-INDEX)
                               < WS-MOVE-DATE
                       MOVE WS-AG-SNP-FIRST(WS-ENTRY-INDEX)
                           TO WS-MOVE-DATE
                   END-IF
               WHEN OTHER
                   SET AGE-NOT-IN-HISTORY TO TRUE
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   MOVE WS-AS-OF-DATE TO WS-MOVE-DATE
           END-EVALUATE.

      *--------------------------------------------------------------
      * Whole calendar months from the movement to the as-of date:
      * a month is only counted once its day of the month has come
      * round again.  A movement dated after the as-of date ages
      * at zero.
      *--------------------------------------------------------------
       3200-COUNT-MONTHS-IDLE.
           COMPUTE WS-MONTHS-WORK =
               ((WS-AS-OF-YYYY - WS-MOVE-YYYY) * 12)
                   + WS-AS-OF-MM - WS-MOVE-MM
           IF WS-AS-OF-DD < WS-MOVE-DD
               SUBTRACT 1 FROM WS-MONTHS-WORK
           END-IF
           EVALUATE TRUE
               WHEN WS-MONTHS-WORK < 0
                   MOVE 0 TO WS-MONTHS-IDLE
               WHEN WS-MONTHS-WORK > 999
                   MOVE 999 TO WS-MONTHS-IDLE
               WHEN OTHER
                   MOVE WS-MONTHS-WORK TO WS-MONTHS-IDLE
           END-EVALUATE.

      *--------------------------------------------------------------
      * The entry lands in the highest bucket it has reached, and
      * carries that bucket's reserve percentage against its value
      * at the master's unit cost, as ITMVALUE values it.
      *--------------------------------------------------------------
       3300-BUCKET-ENTRY.
           MOVE 1 TO WS-BUCKET-INDEX
           PERFORM UNTIL WS-BUCKET-INDEX >= WS-BUCKET-COUNT
                   OR WS-BK-FROM-MONTHS(WS-BUCKET-INDEX + 1)
                       > WS-MONTHS-IDLE
               ADD 1 TO WS-BUCKET-INDEX
           END-PERFORM
           COMPUTE WS-EXT-VALUE = WS-AG-QTY(WS-ENTRY-INDEX)
               * WS-AG-COST(WS-ENTRY-INDEX)
           COMPUTE WS-RESERVE-AMT ROUNDED = WS-EXT-VALUE
               * WS-BK-RESERVE-PCT(WS-BUCKET-INDEX) / 100
           ADD 1 TO WS-BK-ENTRIES(WS-BUCKET-INDEX)
           ADD WS-AG-QTY(WS-ENTRY-INDEX) TO WS-BK-QTY(WS-BUCKET-INDEX)
           ADD WS-EXT-VALUE TO WS-BK-VALUE(WS-BUCKET-INDEX)
           ADD WS-RESERVE-AMT TO WS-BK-RESERVE(WS-BUCKET-INDEX)
           MOVE SPACES TO WS-D-NOTE
           IF WS-MONTHS-IDLE >= WS-OBSOLETE-MONTHS
                   AND NOT AGE-NOT-IN-HISTORY
               PERFORM 3400-PROPOSE-HOLD
               MOVE 'HOLD PROPOSED' TO WS-D-NOTE
           END-IF
           IF AGE-NOT-IN-HISTORY
               MOVE 'NOT IN HISTORY' TO WS-D-NOTE
           END-IF
           IF WS-MONTHS-IDLE >= WS-LIST-MONTHS
                   OR AGE-NOT-IN-HISTORY
               PERFORM 3350-PRINT-ENTRY-LINE
           END-IF.

       3350-PRINT-ENTRY-LINE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-AG-ITEM-CODE(WS-ENTRY-INDEX) TO WS-D-ITEM-CODE
           MOVE WS-AG-ITEM-LOC(WS-ENTRY-INDEX)  TO WS-D-ITEM-LOC
           MOVE WS-AG-ITEM-DESC(WS-ENTRY-INDEX) TO WS-D-ITEM-DESC
           MOVE WS-AG-QTY(WS-ENTRY-INDEX)       TO WS-D-QTY
           MOVE WS-AG-COST(WS-ENTRY-INDEX)      TO WS-D-COST
           MOVE WS-EXT-VALUE                    TO WS-D-EXT-VALUE
           IF AGE-NOT-IN-HISTORY
               MOVE 0 TO WS-D-LAST-MOVE
           ELSE
               MOVE WS-MOVE-DATE TO WS-D-LAST-MOVE
           END-IF
           MOVE WS-MONTHS-IDLE TO WS-D-MONTHS
           IF AGE-FROM-FIRST-SIGHT
               MOVE '+' TO WS-D-AGE-FLAG
           ELSE
               MOVE ' ' TO WS-D-AGE-FLAG
           END-IF
           MOVE WS-BK-RESERVE-PCT(WS-BUCKET-INDEX) TO WS-D-PCT
           MOVE WS-RESERVE-AMT TO WS-D-RESERVE
           WRITE AR-PRINT-LINE FROM WS-RPT-DETAIL-LINE.

       3400-PROPOSE-HOLD.
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE WS-AG-ITEM-CODE(WS-ENTRY-INDEX) TO OB-ITEM-CODE
           MOVE WS-AG-ITEM-LOC(WS-ENTRY-INDEX)  TO OB-ITEM-LOC
           MOVE WS-MOVE-DATE                    TO OB-LAST-MOVE-DATE
           MOVE WS-MONTHS-IDLE                  TO OB-MONTHS-IDLE
           MOVE WS-AG-QTY(WS-ENTRY-INDEX)       TO OB-ITEM-QTY
           MOVE WS-AG-COST(WS-ENTRY-INDEX)      TO OB-ITEM-COST
           MOVE SPACE                           TO OB-APPROVED
           WRITE OB-PROPOSAL-REC.

       3500-PRINT-BUCKET-SUMMARY.
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           WRITE AR-PRINT-LINE FROM WS-RPT-LEGEND-LINE
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           WRITE AR-PRINT-LINE FROM WS-RPT-BUCKET-TITLE
           WRITE AR-PRINT-LINE FROM WS-RPT-BUCKET-COLUMNS
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > WS-BUCKET-COUNT
               PERFORM 3550-PRINT-ONE-BUCKET
           END-PERFORM
           MOVE WS-TOTAL-ENTRIES TO WS-BT-ENTRIES
           MOVE WS-TOTAL-QTY     TO WS-BT-QTY
           MOVE WS-TOTAL-VALUE   TO WS-BT-VALUE
           MOVE WS-TOTAL-RESERVE TO WS-BT-RESERVE
           WRITE AR-PRINT-LINE FROM WS-RPT-BUCKET-TOTAL
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           MOVE 'MASTER ENTRIES READ:            '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ACTIVE ENTRIES WITH STOCK AGED: '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NOT AGED (INACTIVE OR EMPTY):   '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NOT-AGED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NO MOVEMENT IN HISTORY (+):     '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NO-MOVE-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NOT IN HISTORY:                 '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'HOLDS PROPOSED ON OBSPROP:      '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PROPOSED-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'AUDIT RECORDS READ:             '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'SNAPSHOT RECORDS READ:          '
               TO WS-RPT-COUNT-LABEL
           MOVE WS-SNAP-READ-COUNT TO WS-RPT-COUNT-VALUE
           WRITE AR-PRINT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE AGING-RPT.

       3550-PRINT-ONE-BUCKET.
           MOVE WS-BK-FROM-MONTHS(WS-BUCKET-INDEX) TO WS-B-FROM
           IF WS-BUCKET-INDEX < WS-BUCKET-COUNT
               COMPUTE WS-B-TO =
                   WS-BK-FROM-MONTHS(WS-BUCKET-INDEX + 1) - 1
           ELSE
               MOVE ' UP' TO WS-B-TO-X
           END-IF
           MOVE WS-BK-ENTRIES(WS-BUCKET-INDEX)     TO WS-B-ENTRIES
           MOVE WS-BK-QTY(WS-BUCKET-INDEX)         TO WS-B-QTY
           MOVE WS-BK-VALUE(WS-BUCKET-INDEX)       TO WS-B-VALUE
           MOVE WS-BK-RESERVE-PCT(WS-BUCKET-INDEX) TO WS-B-PCT
           MOVE WS-BK-RESERVE(WS-BUCKET-INDEX)     TO WS-B-RESERVE
           WRITE AR-PRINT-LINE FROM WS-RPT-BUCKET-LINE
           ADD WS-BK-ENTRIES(WS-BUCKET-INDEX) TO WS-TOTAL-ENTRIES
           ADD WS-BK-QTY(WS-BUCKET-INDEX)     TO WS-TOTAL-QTY
           ADD WS-BK-VALUE(WS-BUCKET-INDEX)   TO WS-TOTAL-VALUE
           ADD WS-BK-RESERVE(WS-BUCKET-INDEX) TO WS-TOTAL-RESERVE.

      *--------------------------------------------------------------
      * Posting: one keyed read per proposal.  Only a hold the
      * supervisor approved is cut, and only if the entry is still
      * active at the quantity it was aged at - stock that moved
      * since the proposal is no longer idle, and a hold on it would
      * be acting on yesterday's picture.
      *--------------------------------------------------------------
       4000-POST-HOLDS.
           OPEN INPUT HOLD-PROPOSALS
           IF WS-PROPOSALS-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open hold proposal file, '
                   'status ' WS-PROPOSALS-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-BY-KEY
           IF WS-MASTER-KEY-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open item master, '
                   'status ' WS-MASTER-KEY-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POST-RPT
           IF WS-POST-RPT-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open hold posting report, '
                   'status ' WS-POST-RPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TRAN-OUT
           IF WS-TRAN-OUT-STATUS NOT = '00'
               DISPLAY 'ITMAGING: cannot open transaction file, '
                   'status ' WS-TRAN-OUT-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO WS-V-MM
           MOVE WS-RUN-DD   TO WS-V-DD
           MOVE WS-RUN-YYYY TO WS-V-YYYY
           WRITE PR-PRINT-LINE FROM WS-POST-HDR-LINE
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           PERFORM UNTIL HOLD-PROPOSALS-EOF
               READ HOLD-PROPOSALS
                   AT END
                       SET HOLD-PROPOSALS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROPOSAL-READ-COUNT
                       PERFORM 4100-POST-ONE-PROPOSAL
               END-READ
           END-PERFORM
           IF WS-PROPOSAL-READ-COUNT = 0
               MOVE '  (NONE)' TO PR-PRINT-LINE
               WRITE PR-PRINT-LINE
           END-IF
           PERFORM 4500-PRINT-POST-SUMMARY
           CLOSE HOLD-PROPOSALS
           CLOSE MASTER-BY-KEY
           CLOSE POST-RPT
           CLOSE TRAN-OUT.

       4100-POST-ONE-PROPOSAL.
           MOVE OB-ITEM-CODE TO WS-R-ITEM-CODE
           MOVE OB-ITEM-LOC  TO WS-R-ITEM-LOC
           IF OB-ITEM-QTY IS NUMERIC
               MOVE OB-ITEM-QTY TO WS-R-QTY
           ELSE
               MOVE 0 TO WS-R-QTY
           END-IF
           IF OB-MONTHS-IDLE IS NUMERIC
               MOVE OB-MONTHS-IDLE TO WS-R-MONTHS
           ELSE
               MOVE 0 TO WS-R-MONTHS
           END-IF
           IF NOT OB-HOLD-APPROVED
               ADD 1 TO WS-UNAPPROVED-COUNT
               MOVE 'NOT APPROVED' TO WS-R-DISPOSITION
           ELSE
               MOVE OB-ITEM-CODE TO MK-ITEM-CODE
               MOVE OB-ITEM-LOC  TO MK-ITEM-LOC
               READ MASTER-BY-KEY
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY-STATUS NOT = '00'
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'NOT ON MASTER - NOT POSTED'
                           TO WS-R-DISPOSITION
                   WHEN NOT MK-STATUS-ACTIVE
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'NO LONGER ACTIVE - NOT POSTED'
                           TO WS-R-DISPOSITION
                   WHEN OB-ITEM-QTY IS NOT NUMERIC
                   WHEN MK-ITEM-QTY NOT = OB-ITEM-QTY
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'STOCK MOVED SINCE AGING - NOT POSTED'
                           TO WS-R-DISPOSITION
                   WHEN OTHER
                       PERFORM 4200-WRITE-HOLD
                       MOVE 'HOLD POSTED' TO WS-R-DISPOSITION
               END-EVALUATE
           END-IF
           WRITE PR-PRINT-LINE FROM WS-POST-DETAIL-LINE.

       4200-WRITE-HOLD.
           ADD 1 TO WS-POSTED-COUNT
           MOVE SPACES TO TX-TRAN-REC
           MOVE 'C' TO TX-ACTION
           MOVE MK-ITEM-CODE     TO TX-ITEM-CODE
           MOVE MK-ITEM-DESC     TO TX-ITEM-DESC
           MOVE MK-ITEM-QTY      TO TX-ITEM-QTY
           MOVE 'H'              TO TX-ITEM-STATUS
           MOVE MK-ITEM-LOC      TO TX-ITEM-LOC
           MOVE MK-ITEM-BIN      TO TX-ITEM-BIN
           MOVE MK-ITEM-SUPPLIER TO TX-ITEM-SUPPLIER
           MOVE MK-ITEM-COST     TO TX-ITEM-COST
           WRITE TX-TRAN-REC.

       4500-PRINT-POST-SUMMARY.
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE 'PROPOSALS READ:               '
               TO WS-POST-COUNT-LABEL
           MOVE WS-PROPOSAL-READ-COUNT TO WS-POST-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-POST-COUNT-LINE
           MOVE 'HOLDS POSTED:                 '
               TO WS-POST-COUNT-LABEL
           MOVE WS-POSTED-COUNT TO WS-POST-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-POST-COUNT-LINE
           MOVE 'NOT APPROVED:                 '
               TO WS-POST-COUNT-LABEL
           MOVE WS-UNAPPROVED-COUNT TO WS-POST-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-POST-COUNT-LINE
           MOVE 'APPROVED BUT REFUSED:         '
               TO WS-POST-COUNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-POST-COUNT-VALUE
           WRITE PR-PRINT-LINE FROM WS-POST-COUNT-LINE.

      *--------------------------------------------------------------
      * 0004 on the aging run tells the scheduler holds are waiting
      * for a supervisor; on the posting run, that approved holds
      * were refused against the current master.
      *--------------------------------------------------------------
       9000-TERMINATION.
           IF AGING-RUN-MODE
               DISPLAY 'ITMAGING: ' WS-ENTRY-COUNT ' entries aged, '
                   WS-PROPOSED-COUNT ' hold(s) proposed - see AGERPT'
               IF WS-PROPOSED-COUNT > 0
                   MOVE 0004 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ITMAGING: ' WS-PROPOSAL-READ-COUNT
                   ' proposals read, ' WS-POSTED-COUNT
                   ' hold(s) posted - see OBSPOST'
               IF WS-REFUSED-COUNT > 0
                   MOVE 0004 TO RETURN-CODE
               END-IF
           END-IF.

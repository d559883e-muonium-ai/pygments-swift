      * COBOL sample
      * 2026-10-05 FIBRINT - weekly cross-file referential integrity
      *            sweep. FIBPARM is the register of live sequences
      *            (with the DEFAULT fallback FIB always runs), and
      *            every other keyed file is checked against it:
      *            FIBMAST terms, FIBCKST checkpoint status and
      *            FIBLOCK lock records for a sequence no longer on
      *            FIBPARM, open FIBSUSP items for one, and FIBSUBS
      *            subscriptions to a sequence deleted, inactive or
      *            expired. A sequence whose FIBMAST terms were
      *            loaded before its last good FIBAUDIT run (a missed
      *            FIBLOAD) is flagged as stale, and the FIBCAL
      *            calendar must hold a record for every date of the
      *            coming schedule - the next 30 days, as far as
      *            FIBFCST forecasts, or to the latest next-run-date
      *            of an active entry if that is further off. One
      *            exception report (FIBRIRPT) grouped by kind.
      *            Optional cleanup cards on FIBRIIN (kind M, C, L, U
      *            or B plus seq-id, and for B the recipient or blank
      *            for all) purge a named orphan: FIBMAST, FIBCKST
      *            and FIBLOCK records are deleted, open suspense
      *            items withdrawn as FIBBKOUT withdraws them, and
      *            subscriptions left out of a FIBSUBNEW copy for the
      *            scheduler to swap over FIBSUBS, the way FIBHIST
      *            hands back FIBAUDNEW. A card only ever purges what
      *            the sweep finds to be an exception of its kind,
      *            and every purge is logged on the cumulative
      *            FIBRILOG with the FIB_USER who ran it.
      *            RETURN-CODE 4 when any exception is left
      *            unresolved, 8 when a cleanup card could not be
      *            applied, 12 when FIBPARM cannot be read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL ASSIGN TO "FIBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.
           SELECT FIBPARM ASSIGN TO "FIBPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBPARM-SEQ-ID
               FILE STATUS IS WS-FIBPARM-STATUS.
           SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDIT-STATUS.
           SELECT FIBMAST ASSIGN TO "FIBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBMAST-KEY
               FILE STATUS IS WS-FIBMAST-STATUS.
           SELECT FIBCKST ASSIGN TO "FIBCKST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBCKST-SEQ-ID
               FILE STATUS IS WS-FIBCKST-STATUS.
           SELECT FIBLOCK ASSIGN TO "FIBLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBLOCK-SEQ-ID
               FILE STATUS IS WS-FIBLOCK-STATUS.
           SELECT FIBSUSP ASSIGN TO "FIBSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBSUSP-KEY
               FILE STATUS IS WS-FIBSUSP-STATUS.
           SELECT FIBSUBS ASSIGN TO "FIBSUBS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBSUBS-STATUS.
           SELECT FIBSUBNEW ASSIGN TO "FIBSUBNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBSUBNEW-STATUS.
           SELECT FIBCAL ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBCAL-DATE
               FILE STATUS IS WS-FIBCAL-STATUS.
           SELECT FIBRIIN ASSIGN TO "FIBRIIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRIIN-STATUS.
           SELECT FIBRILOG ASSIGN TO "FIBRILOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRILOG-STATUS.
           SELECT FIBRIRPT ASSIGN TO "FIBRIRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL
           RECORDING MODE IS F.
       01  FIBCTL-REC.
           05  FIBCTL-SEQ-LEN      PIC 9(4).
           05  FIBCTL-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(66).

       FD  FIBPARM
           RECORDING MODE IS F.
           COPY FIBPARM.

       FD  FIBAUDIT
           RECORDING MODE IS F.
           COPY FIBAUDIT.

       FD  FIBMAST
           RECORDING MODE IS F.
           COPY FIBMAST.

       FD  FIBCKST
           RECORDING MODE IS F.
           COPY FIBCKST.

       FD  FIBLOCK
           RECORDING MODE IS F.
           COPY FIBLOCK.

       FD  FIBSUSP
           RECORDING MODE IS F.
           COPY FIBSUSP.

       FD  FIBSUBS
           RECORDING MODE IS F.
           COPY FIBSUBS.

       FD  FIBSUBNEW
           RECORDING MODE IS F.
       01  FIBSUBNEW-REC           PIC X(80).

       FD  FIBCAL
           RECORDING MODE IS F.
           COPY FIBCAL.

       FD  FIBRIIN
           RECORDING MODE IS F.
       01  FIBRIIN-REC.
           05  FIBRIIN-KIND        PIC X.
           05  FIBRIIN-SEQ-ID      PIC X(8).
           05  FIBRIIN-RECIP-ID    PIC X(8).
           05  FILLER              PIC X(63).

       FD  FIBRILOG
           RECORDING MODE IS F.
           COPY FIBRILOG.

       FD  FIBRIRPT
           RECORDING MODE IS F.
       01  FIBRIRPT-REC.
           05  FIBIRPT-CC          PIC X.
           05  FIBIRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
           88  WS-FIBCTL-EOF       VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPARM-EOF-SW       PIC X VALUE "N".
           88  WS-FIBPARM-EOF      VALUE "Y".
       01  WS-FIBAUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBAUDIT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBAUDIT-EOF     VALUE "Y".
       01  WS-FIBMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBMAST-EOF-SW       PIC X VALUE "N".
           88  WS-FIBMAST-EOF      VALUE "Y".
       01  WS-FIBCKST-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCKST-EOF-SW       PIC X VALUE "N".
           88  WS-FIBCKST-EOF      VALUE "Y".
       01  WS-FIBLOCK-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBLOCK-EOF-SW       PIC X VALUE "N".
           88  WS-FIBLOCK-EOF      VALUE "Y".
       01  WS-FIBSUSP-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBSUSP-EOF-SW       PIC X VALUE "N".
           88  WS-FIBSUSP-EOF      VALUE "Y".
       01  WS-FIBSUBS-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBSUBS-EOF-SW       PIC X VALUE "N".
           88  WS-FIBSUBS-EOF      VALUE "Y".
       01  WS-FIBSUBNEW-STATUS     PIC XX VALUE SPACES.
       01  WS-FIBSUBNEW-OPEN-SW    PIC X VALUE "N".
           88  WS-FIBSUBNEW-OPEN   VALUE "Y".
       01  WS-FIBCAL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBRIIN-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBRIIN-EOF-SW       PIC X VALUE "N".
           88  WS-FIBRIIN-EOF      VALUE "Y".
       01  WS-FIBRILOG-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBRILOG-USABLE-SW   PIC X VALUE "N".
           88  WS-FIBRILOG-USABLE  VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-PROCESS-INT          PIC 9(8).
       01  WS-USER-ID              PIC X(8) VALUE SPACES.
       01  WS-FOUND-SW             PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-CARD-FOUND-SW        PIC X VALUE "N".
           88  WS-CARD-FOUND       VALUE "Y".
       01  WS-LOOK-KIND            PIC X.
       01  WS-LOOK-SEQ-ID          PIC X(8).
       01  WS-LOOK-RECIP-ID        PIC X(8).
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-PURGE-COUNT          PIC 9(5) VALUE 0.
       01  WS-SUBS-PROBLEM         PIC X(40) VALUE SPACES.

      * FIBMAST is walked a sequence at a time; the terms of one
      * sequence arrive together in key order.
       01  WS-GRP-SEQ-ID           PIC X(8) VALUE SPACES.
       01  WS-GRP-OPEN-SW          PIC X VALUE "N".
           88  WS-GRP-OPEN         VALUE "Y".
       01  WS-GRP-KNOWN-SW         PIC X VALUE "N".
           88  WS-GRP-KNOWN        VALUE "Y".
       01  WS-GRP-PURGE-SW         PIC X VALUE "N".
           88  WS-GRP-PURGE        VALUE "Y".
       01  WS-GRP-PRM-SUB          PIC 9(4) COMP-3 VALUE 0.
       01  WS-GRP-TERMS            PIC 9(5) VALUE 0.
       01  WS-GRP-MIN-LOAD         PIC 9(8) VALUE 0.

      * Calendar coverage: dates from the processing date to the
      * schedule horizon, a run of missing dates reported as one gap.
       01  WS-CAL-AHEAD-DAYS       PIC 9(3) VALUE 30.
       01  WS-CAL-MAX-DAYS         PIC 9(3) VALUE 400.
       01  WS-CAL-END-INT          PIC 9(8).
       01  WS-CAL-CAP-INT          PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).
       01  WS-NEXT-RUN-INT         PIC 9(8).
       01  WS-WORK-DATE-N          PIC 9(8).
       01  WS-GAP-OPEN-SW          PIC X VALUE "N".
           88  WS-GAP-OPEN         VALUE "Y".
       01  WS-GAP-FROM             PIC 9(8).
       01  WS-GAP-TO               PIC 9(8).
       01  WS-GAP-DAYS             PIC 9(5).

      * Every live sequence, with the latest FIBAUDIT run found for
      * it (the last record appended, as FIBVERIF reads it).
       01  WS-PRM-TABLE.
           05  WS-PRM-MAX          PIC 9(4) COMP-3 VALUE 500.
           05  WS-PRM-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-PRM-ENTRY OCCURS 500 TIMES
                   INDEXED BY PRM-IX.
               10  WS-PRM-SEQ-ID   PIC X(8).
               10  WS-PRM-ACTIVE   PIC X.
                   88  WS-PRM-IS-ACTIVE VALUE "Y".
               10  WS-PRM-EXP-DATE PIC 9(8).
               10  WS-PRM-NEXT-RUN PIC 9(8).
               10  WS-PRM-AUD-SW   PIC X.
                   88  WS-PRM-AUD-FOUND VALUE "Y".
               10  WS-PRM-AUD-DATE PIC 9(8).
               10  WS-PRM-AUD-FINAL-I PIC 9(4).

       01  WS-CRD-TABLE.
           05  WS-CRD-MAX          PIC 9(4) COMP-3 VALUE 200.
           05  WS-CRD-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-CRD-ENTRY OCCURS 200 TIMES
                   INDEXED BY CRD-IX.
               10  WS-CRD-KIND     PIC X.
               10  WS-CRD-SEQ-ID   PIC X(8).
               10  WS-CRD-RECIP-ID PIC X(8).
               10  WS-CRD-USED-SW  PIC X.
                   88  WS-CRD-USED VALUE "Y".
       01  WS-SUBS-CARD-COUNT      PIC 9(4) COMP-3 VALUE 0.

      * Exception kinds in report order. The first seven are
      * integrity exceptions; P and X report the cleanup cards.
       01  WS-KIND-VALUES.
           05  FILLER              PIC X VALUE "M".
           05  FILLER              PIC X(50)
               VALUE "FIBMAST TERMS FOR SEQUENCES NOT ON FIBPARM".
           05  FILLER              PIC X VALUE "S".
           05  FILLER              PIC X(50)
               VALUE "FIBMAST TERMS LOADED BEFORE LAST FIBAUDIT RUN".
           05  FILLER              PIC X VALUE "C".
           05  FILLER              PIC X(50)
               VALUE "FIBCKST RECORDS FOR SEQUENCES NOT ON FIBPARM".
           05  FILLER              PIC X VALUE "L".
           05  FILLER              PIC X(50)
               VALUE "FIBLOCK RECORDS FOR SEQUENCES NOT ON FIBPARM".
           05  FILLER              PIC X VALUE "U".
           05  FILLER              PIC X(50)
               VALUE "OPEN FIBSUSP ITEMS FOR SEQUENCES NOT ON FIBPARM".
           05  FILLER              PIC X VALUE "B".
           05  FILLER              PIC X(50)
               VALUE "FIBSUBS FOR DELETED, INACTIVE OR EXPIRED SEQS".
           05  FILLER              PIC X VALUE "K".
           05  FILLER              PIC X(50)
               VALUE "FIBCAL DATES MISSING FROM THE COMING SCHEDULE".
           05  FILLER              PIC X VALUE "P".
           05  FILLER              PIC X(50)
               VALUE "ORPHANS PURGED BY CLEANUP CARD".
           05  FILLER              PIC X VALUE "X".
           05  FILLER              PIC X(50)
               VALUE "CLEANUP CARDS NOT APPLIED".
       01  WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
           05  WS-KND-ENTRY OCCURS 9 TIMES
                   INDEXED BY KND-IX.
               10  WS-KND-CODE     PIC X.
               10  WS-KND-TITLE    PIC X(50).
       01  WS-KND-COUNTS.
           05  WS-KND-COUNT        PIC 9(5) OCCURS 9 TIMES.
       01  WS-KND-INTEGRITY-MAX    PIC 9(1) VALUE 7.
       01  WS-KND-PURGED           PIC 9(1) VALUE 8.
       01  WS-KND-NOT-APPLIED      PIC 9(1) VALUE 9.
       01  WS-KND-SUB              PIC 9(1).
       01  WS-UNRESOLVED-COUNT     PIC 9(5) VALUE 0.

      * Exceptions are held until the sweep ends so the report can
      * print them grouped by kind.
       01  WS-EXC-TABLE.
           05  WS-EXC-MAX          PIC 9(4) COMP-3 VALUE 2000.
           05  WS-EXC-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-EXC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EXC-IX.
               10  WS-EXC-KIND     PIC X.
               10  WS-EXC-LINE     PIC X(80).
       01  WS-EXC-UNLISTED         PIC 9(5) VALUE 0.

       01  WS-EXC-NEW-KIND         PIC X.
       01  WS-EXC-NEW-LINE.
           05  WS-EXN-SEQ-ID       PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-EXN-RECIP-ID     PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-EXN-TEXT         PIC X(62).

       01  WS-ED-COUNT             PIC ZZZZ9.
       01  WS-ED-TERM              PIC ZZZ9.

      * Purge being logged to FIBRILOG.
       01  WS-LOG-KIND             PIC X.
       01  WS-LOG-FILE             PIC X(8).
       01  WS-LOG-KEY-DATE         PIC 9(8).
       01  WS-LOG-ACTION           PIC X.

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(27)
               VALUE "REFERENTIAL INTEGRITY SWEEP".
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "CYCLE OF ".
           05  WS-RPT-TITLE-CYCLE  PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "SEQ-ID   ".
           05  FILLER              PIC X(9) VALUE "RECIP    ".
           05  FILLER              PIC X(6) VALUE "DETAIL".

       01  WS-RPT-SECT-LINE.
           05  WS-RPT-SECT-TITLE   PIC X(50).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-SECT-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(11) VALUE "UNRESOLVED ".
           05  WS-RPT-FTR-UNRES    PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  PURGED  ".
           05  WS-RPT-FTR-PURGED   PIC ZZ,ZZ9.
           05  FILLER              PIC X(21)
               VALUE "  CARDS NOT APPLIED  ".
           05  WS-RPT-FTR-NOT-APPL PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           COMPUTE WS-PROCESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
           ACCEPT WS-USER-ID FROM ENVIRONMENT "FIB_USER"
           IF WS-USER-ID = SPACES
               MOVE "FIBRINT" TO WS-USER-ID
           END-IF
           INITIALIZE WS-KND-COUNTS
           PERFORM 1000-LOAD-PARMS
           PERFORM 1100-LOAD-AUDIT
           PERFORM 1200-LOAD-CARDS
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM 2000-SWEEP-MASTER
           PERFORM 2200-SWEEP-CHECKPOINTS
           PERFORM 2400-SWEEP-LOCKS
           PERFORM 2600-SWEEP-SUSPENSE
           PERFORM 2800-SWEEP-SUBSCRIPTIONS
           PERFORM 3000-CHECK-CALENDAR
           PERFORM 3500-REPORT-UNUSED-CARDS
           PERFORM 4000-PRINT-EXCEPTIONS
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBRIRPT
           IF WS-FIBRILOG-USABLE
               CLOSE FIBRILOG
           END-IF
           DISPLAY "FIBRINT UNRESOLVED:        " WS-UNRESOLVED-COUNT
           DISPLAY "FIBRINT ORPHANS PURGED:    "
               WS-KND-COUNT (WS-KND-PURGED)
           DISPLAY "FIBRINT CARDS NOT APPLIED: "
               WS-KND-COUNT (WS-KND-NOT-APPLIED)
           EVALUATE TRUE
               WHEN WS-KND-COUNT (WS-KND-NOT-APPLIED) > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNRESOLVED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0100-READ-CONTROL.
           OPEN INPUT FIBCTL
           IF WS-FIBCTL-STATUS = "00"
               READ FIBCTL
                   AT END SET WS-FIBCTL-EOF TO TRUE
               END-READ
               IF NOT WS-FIBCTL-EOF
                   IF FIBCTL-RUN-DATE IS NUMERIC AND
                           FIBCTL-RUN-DATE > 0
                       MOVE FIBCTL-RUN-DATE TO WS-PROCESS-DATE
                   END-IF
               END-IF
               CLOSE FIBCTL
           END-IF.

      * DEFAULT is always live - FIB runs it when FIBPARM has no
      * active entry - so its records are never orphans.
       1000-LOAD-PARMS.
           OPEN INPUT FIBPARM
           IF WS-FIBPARM-STATUS NOT = "00" AND
                   WS-FIBPARM-STATUS NOT = "97"
               DISPLAY "FIBRINT ABORT - FIBPARM OPEN FAILED STATUS "
                   WS-FIBPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRM-COUNT
           SET PRM-IX TO WS-PRM-COUNT
           MOVE "DEFAULT " TO WS-PRM-SEQ-ID (PRM-IX)
           MOVE "Y" TO WS-PRM-ACTIVE (PRM-IX)
           MOVE 0 TO WS-PRM-EXP-DATE (PRM-IX)
           MOVE 0 TO WS-PRM-NEXT-RUN (PRM-IX)
           MOVE "N" TO WS-PRM-AUD-SW (PRM-IX)
           MOVE 0 TO WS-PRM-AUD-DATE (PRM-IX)
           MOVE 0 TO WS-PRM-AUD-FINAL-I (PRM-IX)
           PERFORM UNTIL WS-FIBPARM-EOF
               READ FIBPARM NEXT RECORD
                   AT END SET WS-FIBPARM-EOF TO TRUE
                   NOT AT END PERFORM 1050-POST-PARM
               END-READ
           END-PERFORM
           CLOSE FIBPARM.

      * A sequence that cannot be held in the table would read as an
      * orphan everywhere, so the sweep stops rather than purge
      * anything on a partial register.
       1050-POST-PARM.
           IF WS-PRM-COUNT >= WS-PRM-MAX
               DISPLAY "FIBRINT ABORT - FIBPARM HOLDS MORE THAN "
                   WS-PRM-MAX " ENTRIES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRM-COUNT
           SET PRM-IX TO WS-PRM-COUNT
           MOVE FIBPARM-SEQ-ID TO WS-PRM-SEQ-ID (PRM-IX)
           MOVE FIBPARM-ACTIVE TO WS-PRM-ACTIVE (PRM-IX)
           MOVE 0 TO WS-PRM-EXP-DATE (PRM-IX)
           IF FIBPARM-EXP-DATE IS NUMERIC
               MOVE FIBPARM-EXP-DATE TO WS-PRM-EXP-DATE (PRM-IX)
           END-IF
           MOVE 0 TO WS-PRM-NEXT-RUN (PRM-IX)
           IF FIBPARM-NEXT-RUN-DATE IS NUMERIC
               MOVE FIBPARM-NEXT-RUN-DATE TO WS-PRM-NEXT-RUN (PRM-IX)
           END-IF
           MOVE "N" TO WS-PRM-AUD-SW (PRM-IX)
           MOVE 0 TO WS-PRM-AUD-DATE (PRM-IX)
           MOVE 0 TO WS-PRM-AUD-FINAL-I (PRM-IX).

       1100-LOAD-AUDIT.
           OPEN INPUT FIBAUDIT
           IF WS-FIBAUDIT-STATUS = "00"
               PERFORM UNTIL WS-FIBAUDIT-EOF
                   READ FIBAUDIT
                       AT END SET WS-FIBAUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE FIBAUDIT-SEQ-ID TO WS-LOOK-SEQ-ID
                           PERFORM 1500-FIND-SEQUENCE
                           IF WS-FOUND
                               SET WS-PRM-AUD-FOUND (PRM-IX) TO TRUE
                               MOVE FIBAUDIT-RUN-DATE TO
                                   WS-PRM-AUD-DATE (PRM-IX)
                               MOVE FIBAUDIT-FINAL-I TO
                                   WS-PRM-AUD-FINAL-I (PRM-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBAUDIT
           ELSE
               DISPLAY "FIBRINT WARNING - FIBAUDIT NOT AVAILABLE"
                   " (STATUS " WS-FIBAUDIT-STATUS ") -"
                   " STALE MASTER CHECK SKIPPED"
           END-IF.

      * Cards are only applied when the purge can be logged.
       1200-LOAD-CARDS.
           OPEN INPUT FIBRIIN
           IF WS-FIBRIIN-STATUS = "00"
               PERFORM UNTIL WS-FIBRIIN-EOF
                   READ FIBRIIN
                       AT END SET WS-FIBRIIN-EOF TO TRUE
                       NOT AT END PERFORM 1250-POST-CARD
                   END-READ
               END-PERFORM
               CLOSE FIBRIIN
           END-IF
           IF WS-CRD-COUNT > 0
               OPEN EXTEND FIBRILOG
               IF WS-FIBRILOG-STATUS = "35"
                   OPEN OUTPUT FIBRILOG
               END-IF
               IF WS-FIBRILOG-STATUS = "00"
                   SET WS-FIBRILOG-USABLE TO TRUE
               ELSE
                   DISPLAY "FIBRINT WARNING - FIBRILOG NOT AVAILABLE"
                       " (STATUS " WS-FIBRILOG-STATUS ") -"
                       " NO CLEANUP CARD APPLIED"
               END-IF
           END-IF.

       1250-POST-CARD.
           IF WS-CRD-COUNT < WS-CRD-MAX
               ADD 1 TO WS-CRD-COUNT
               SET CRD-IX TO WS-CRD-COUNT
               MOVE FIBRIIN-KIND TO WS-CRD-KIND (CRD-IX)
               MOVE FIBRIIN-SEQ-ID TO WS-CRD-SEQ-ID (CRD-IX)
               MOVE FIBRIIN-RECIP-ID TO WS-CRD-RECIP-ID (CRD-IX)
               MOVE "N" TO WS-CRD-USED-SW (CRD-IX)
               IF FIBRIIN-KIND = "B"
                   ADD 1 TO WS-SUBS-CARD-COUNT
               END-IF
           ELSE
               DISPLAY "FIBRINT WARNING - CARD TABLE FULL, CARD "
                   FIBRIIN-KIND " " FIBRIIN-SEQ-ID " IGNORED"
           END-IF.

       1500-FIND-SEQUENCE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING PRM-IX FROM 1 BY 1
                   UNTIL PRM-IX > WS-PRM-COUNT OR WS-FOUND
               IF WS-PRM-SEQ-ID (PRM-IX) = WS-LOOK-SEQ-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET PRM-IX DOWN BY 1
           END-IF.

      * A subscription card with a blank recipient covers every
      * recipient of the sequence.
       1600-FIND-CARD.
           MOVE "N" TO WS-CARD-FOUND-SW
           IF WS-FIBRILOG-USABLE
               PERFORM VARYING CRD-IX FROM 1 BY 1
                       UNTIL CRD-IX > WS-CRD-COUNT OR WS-CARD-FOUND
                   IF WS-CRD-KIND (CRD-IX) = WS-LOOK-KIND AND
                           WS-CRD-SEQ-ID (CRD-IX) = WS-LOOK-SEQ-ID AND
                           (WS-LOOK-KIND NOT = "B" OR
                            WS-CRD-RECIP-ID (CRD-IX) = SPACES OR
                            WS-CRD-RECIP-ID (CRD-IX) = WS-LOOK-RECIP-ID)
                       SET WS-CARD-FOUND TO TRUE
                       SET WS-CRD-USED (CRD-IX) TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2000-SWEEP-MASTER.
           OPEN I-O FIBMAST
           IF WS-FIBMAST-STATUS = "00" OR WS-FIBMAST-STATUS = "97"
               MOVE LOW-VALUES TO FIBMAST-KEY
               START FIBMAST KEY IS NOT LESS THAN FIBMAST-KEY
                   INVALID KEY SET WS-FIBMAST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBMAST-EOF
                   READ FIBMAST NEXT RECORD
                       AT END SET WS-FIBMAST-EOF TO TRUE
                       NOT AT END PERFORM 2010-POST-MASTER-TERM
                   END-READ
               END-PERFORM
               PERFORM 2100-CLOSE-MASTER-GROUP
               CLOSE FIBMAST
           ELSE
               DISPLAY "FIBRINT WARNING - FIBMAST NOT AVAILABLE"
                   " (STATUS " WS-FIBMAST-STATUS ")"
           END-IF.

       2010-POST-MASTER-TERM.
           IF NOT WS-GRP-OPEN OR FIBMAST-SEQ-ID NOT = WS-GRP-SEQ-ID
               PERFORM 2100-CLOSE-MASTER-GROUP
               PERFORM 2050-OPEN-MASTER-GROUP
           END-IF
           IF WS-GRP-PURGE
               DELETE FIBMAST RECORD
                   INVALID KEY
                       DISPLAY "FIBRINT WARNING - FIBMAST DELETE FAILED"
                           " FOR " FIBMAST-SEQ-ID " TERM " FIBMAST-I
                   NOT INVALID KEY
                       ADD 1 TO WS-GRP-TERMS
               END-DELETE
           ELSE
               ADD 1 TO WS-GRP-TERMS
               IF FIBMAST-LOAD-DATE IS NUMERIC AND
                       FIBMAST-LOAD-DATE < WS-GRP-MIN-LOAD
                   MOVE FIBMAST-LOAD-DATE TO WS-GRP-MIN-LOAD
               END-IF
           END-IF.

       2050-OPEN-MASTER-GROUP.
           MOVE FIBMAST-SEQ-ID TO WS-GRP-SEQ-ID
           SET WS-GRP-OPEN TO TRUE
           MOVE 0 TO WS-GRP-TERMS
           MOVE 99999999 TO WS-GRP-MIN-LOAD
           MOVE "N" TO WS-GRP-KNOWN-SW
           MOVE "N" TO WS-GRP-PURGE-SW
           MOVE WS-GRP-SEQ-ID TO WS-LOOK-SEQ-ID
           PERFORM 1500-FIND-SEQUENCE
           IF WS-FOUND
               SET WS-GRP-KNOWN TO TRUE
               SET WS-GRP-PRM-SUB TO PRM-IX
           ELSE
               MOVE "M" TO WS-LOOK-KIND
               MOVE SPACES TO WS-LOOK-RECIP-ID
               PERFORM 1600-FIND-CARD
               IF WS-CARD-FOUND
                   SET WS-GRP-PURGE TO TRUE
               END-IF
           END-IF.

      * A sequence whose last good run (a classic final index the
      * master holds) is newer than its oldest loaded term has
      * missed a FIBLOAD.
       2100-CLOSE-MASTER-GROUP.
           IF WS-GRP-OPEN
               MOVE SPACES TO WS-EXC-NEW-LINE
               MOVE WS-GRP-SEQ-ID TO WS-EXN-SEQ-ID
               MOVE WS-GRP-TERMS TO WS-ED-COUNT
               EVALUATE TRUE
                   WHEN WS-GRP-PURGE
                       STRING "FIBMAST " DELIMITED BY SIZE
                               WS-ED-COUNT DELIMITED BY SIZE
                               " TERMS DELETED" DELIMITED BY SIZE
                           INTO WS-EXN-TEXT
                       MOVE "M" TO WS-LOG-KIND
                       MOVE "FIBMAST" TO WS-LOG-FILE
                       MOVE 0 TO WS-LOG-KEY-DATE
                       MOVE WS-GRP-TERMS TO WS-PURGE-COUNT
                       MOVE "D" TO WS-LOG-ACTION
                       MOVE WS-GRP-SEQ-ID TO WS-LOOK-SEQ-ID
                       MOVE SPACES TO WS-LOOK-RECIP-ID
                       PERFORM 8100-LOG-PURGE
                   WHEN NOT WS-GRP-KNOWN
                       STRING WS-ED-COUNT DELIMITED BY SIZE
                               " TERMS, OLDEST LOADED "
                                   DELIMITED BY SIZE
                               WS-GRP-MIN-LOAD DELIMITED BY SIZE
                           INTO WS-EXN-TEXT
                       MOVE "M" TO WS-EXC-NEW-KIND
                       PERFORM 8000-ADD-EXCEPTION
                   WHEN OTHER
                       SET PRM-IX TO WS-GRP-PRM-SUB
                       IF WS-PRM-AUD-FOUND (PRM-IX) AND
                               WS-PRM-AUD-FINAL-I (PRM-IX) > 0 AND
                               WS-PRM-AUD-FINAL-I (PRM-IX) NOT >
                                   WS-CLASSIC-MAX-N AND
                               WS-GRP-MIN-LOAD <
                                   WS-PRM-AUD-DATE (PRM-IX)
                           STRING "OLDEST LOADED " DELIMITED BY SIZE
                                   WS-GRP-MIN-LOAD DELIMITED BY SIZE
                                   ", LAST FIBAUDIT RUN "
                                       DELIMITED BY SIZE
                                   WS-PRM-AUD-DATE (PRM-IX)
                                       DELIMITED BY SIZE
                               INTO WS-EXN-TEXT
                           MOVE "S" TO WS-EXC-NEW-KIND
                           PERFORM 8000-ADD-EXCEPTION
                       END-IF
               END-EVALUATE
               MOVE "N" TO WS-GRP-OPEN-SW
           END-IF.

      * FIBCKST, FIBLOCK and FIBSUSP only exist once FIB has used
      * them, so a missing file is not an exception.
       2200-SWEEP-CHECKPOINTS.
           OPEN I-O FIBCKST
           IF WS-FIBCKST-STATUS = "00" OR WS-FIBCKST-STATUS = "97"
               PERFORM UNTIL WS-FIBCKST-EOF
                   READ FIBCKST NEXT RECORD
                       AT END SET WS-FIBCKST-EOF TO TRUE
                       NOT AT END PERFORM 2210-TEST-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE FIBCKST
           ELSE
               DISPLAY "FIBRINT WARNING - FIBCKST NOT AVAILABLE"
                   " (STATUS " WS-FIBCKST-STATUS ")"
           END-IF.

       2210-TEST-CHECKPOINT.
           MOVE FIBCKST-SEQ-ID TO WS-LOOK-SEQ-ID
           PERFORM 1500-FIND-SEQUENCE
           IF NOT WS-FOUND
               MOVE SPACES TO WS-EXC-NEW-LINE
               MOVE FIBCKST-SEQ-ID TO WS-EXN-SEQ-ID
               MOVE "C" TO WS-LOOK-KIND
               MOVE SPACES TO WS-LOOK-RECIP-ID
               PERFORM 1600-FIND-CARD
               IF WS-CARD-FOUND
                   DELETE FIBCKST RECORD
                       INVALID KEY
                           MOVE "N" TO WS-CARD-FOUND-SW
                   END-DELETE
               END-IF
               IF WS-CARD-FOUND
                   MOVE "FIBCKST RECORD DELETED" TO WS-EXN-TEXT
                   MOVE "C" TO WS-LOG-KIND
                   MOVE "FIBCKST" TO WS-LOG-FILE
                   MOVE 0 TO WS-LOG-KEY-DATE
                   MOVE 1 TO WS-PURGE-COUNT
                   MOVE "D" TO WS-LOG-ACTION
                   PERFORM 8100-LOG-PURGE
               ELSE
                   MOVE FIBCKST-I TO WS-ED-TERM
                   STRING "STATUS " DELIMITED BY SIZE
                           FIBCKST-STATUS DELIMITED BY SIZE
                           " AT TERM " DELIMITED BY SIZE
                           WS-ED-TERM DELIMITED BY SIZE
                           " DATED " DELIMITED BY SIZE
                           FIBCKST-DATE DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
                   MOVE "C" TO WS-EXC-NEW-KIND
                   PERFORM 8000-ADD-EXCEPTION
               END-IF
           END-IF.

       2400-SWEEP-LOCKS.
           OPEN I-O FIBLOCK
           IF WS-FIBLOCK-STATUS = "00" OR WS-FIBLOCK-STATUS = "97"
               PERFORM UNTIL WS-FIBLOCK-EOF
                   READ FIBLOCK NEXT RECORD
                       AT END SET WS-FIBLOCK-EOF TO TRUE
                       NOT AT END PERFORM 2410-TEST-LOCK
                   END-READ
               END-PERFORM
               CLOSE FIBLOCK
           ELSE
               DISPLAY "FIBRINT WARNING - FIBLOCK NOT AVAILABLE"
                   " (STATUS " WS-FIBLOCK-STATUS ")"
           END-IF.

       2410-TEST-LOCK.
           MOVE FIBLOCK-SEQ-ID TO WS-LOOK-SEQ-ID
           PERFORM 1500-FIND-SEQUENCE
           IF NOT WS-FOUND
               MOVE SPACES TO WS-EXC-NEW-LINE
               MOVE FIBLOCK-SEQ-ID TO WS-EXN-SEQ-ID
               MOVE "L" TO WS-LOOK-KIND
               MOVE SPACES TO WS-LOOK-RECIP-ID
               PERFORM 1600-FIND-CARD
               IF WS-CARD-FOUND
                   DELETE FIBLOCK RECORD
                       INVALID KEY
                           MOVE "N" TO WS-CARD-FOUND-SW
                   END-DELETE
               END-IF
               IF WS-CARD-FOUND
                   MOVE "FIBLOCK RECORD DELETED" TO WS-EXN-TEXT
                   MOVE "L" TO WS-LOG-KIND
                   MOVE "FIBLOCK" TO WS-LOG-FILE
                   MOVE 0 TO WS-LOG-KEY-DATE
                   MOVE 1 TO WS-PURGE-COUNT
                   MOVE "D" TO WS-LOG-ACTION
                   PERFORM 8100-LOG-PURGE
               ELSE
                   IF FIBLOCK-IN-FLIGHT
                       STRING "IN FLIGHT SINCE " DELIMITED BY SIZE
                               FIBLOCK-DATE DELIMITED BY SIZE
                               " JOB " DELIMITED BY SIZE
                               FIBLOCK-JOB-NAME DELIMITED BY SIZE
                           INTO WS-EXN-TEXT
                   ELSE
                       STRING "CLEARED " DELIMITED BY SIZE
                               FIBLOCK-DATE DELIMITED BY SIZE
                               " JOB " DELIMITED BY SIZE
                               FIBLOCK-JOB-NAME DELIMITED BY SIZE
                           INTO WS-EXN-TEXT
                   END-IF
                   MOVE "L" TO WS-EXC-NEW-KIND
                   PERFORM 8000-ADD-EXCEPTION
               END-IF
           END-IF.

      * Only open items matter; resolved and withdrawn items are
      * history. A purged item is withdrawn, stamped with today's
      * date, the way FIBBKOUT withdraws a backed-out night's items.
       2600-SWEEP-SUSPENSE.
           OPEN I-O FIBSUSP
           IF WS-FIBSUSP-STATUS = "00" OR WS-FIBSUSP-STATUS = "97"
               PERFORM UNTIL WS-FIBSUSP-EOF
                   READ FIBSUSP NEXT RECORD
                       AT END SET WS-FIBSUSP-EOF TO TRUE
                       NOT AT END
                           IF FIBSUSP-IS-OPEN
                               PERFORM 2610-TEST-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBSUSP
           ELSE
               DISPLAY "FIBRINT WARNING - FIBSUSP NOT AVAILABLE"
                   " (STATUS " WS-FIBSUSP-STATUS ")"
           END-IF.

       2610-TEST-SUSPENSE.
           MOVE FIBSUSP-SEQ-ID TO WS-LOOK-SEQ-ID
           PERFORM 1500-FIND-SEQUENCE
           IF NOT WS-FOUND
               MOVE SPACES TO WS-EXC-NEW-LINE
               MOVE FIBSUSP-SEQ-ID TO WS-EXN-SEQ-ID
               MOVE "U" TO WS-LOOK-KIND
               MOVE SPACES TO WS-LOOK-RECIP-ID
               PERFORM 1600-FIND-CARD
               IF WS-CARD-FOUND
                   SET FIBSUSP-IS-WITHDRAWN TO TRUE
                   MOVE WS-RUN-DATE TO FIBSUSP-RES-DATE
                   REWRITE FIBSUSP-REC
                       INVALID KEY
                           MOVE "N" TO WS-CARD-FOUND-SW
                   END-REWRITE
               END-IF
               IF WS-CARD-FOUND
                   STRING "FIBSUSP ITEM OF " DELIMITED BY SIZE
                           FIBSUSP-REJ-DATE DELIMITED BY SIZE
                           " WITHDRAWN" DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
                   MOVE "U" TO WS-LOG-KIND
                   MOVE "FIBSUSP" TO WS-LOG-FILE
                   MOVE FIBSUSP-REJ-DATE TO WS-LOG-KEY-DATE
                   MOVE 1 TO WS-PURGE-COUNT
                   MOVE "W" TO WS-LOG-ACTION
                   PERFORM 8100-LOG-PURGE
               ELSE
                   STRING "REJECTED " DELIMITED BY SIZE
                           FIBSUSP-REJ-DATE DELIMITED BY SIZE
                           " REASON " DELIMITED BY SIZE
                           FIBSUSP-REASON-CD DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
                   MOVE "U" TO WS-EXC-NEW-KIND
                   PERFORM 8000-ADD-EXCEPTION
               END-IF
           END-IF.

      * FIBSUBS is sequential and is never updated in place: when
      * any B card was supplied every subscription kept is copied to
      * FIBSUBNEW for the scheduler to swap over FIBSUBS.
       2800-SWEEP-SUBSCRIPTIONS.
           OPEN INPUT FIBSUBS
           IF WS-FIBSUBS-STATUS = "00"
               IF WS-SUBS-CARD-COUNT > 0 AND WS-FIBRILOG-USABLE
                   OPEN OUTPUT FIBSUBNEW
                   IF WS-FIBSUBNEW-STATUS = "00"
                       SET WS-FIBSUBNEW-OPEN TO TRUE
                   ELSE
                       DISPLAY "FIBRINT WARNING - FIBSUBNEW OPEN "
                           "FAILED STATUS " WS-FIBSUBNEW-STATUS
                           " - NO SUBSCRIPTION PURGED"
                   END-IF
               END-IF
               PERFORM UNTIL WS-FIBSUBS-EOF
                   READ FIBSUBS
                       AT END SET WS-FIBSUBS-EOF TO TRUE
                       NOT AT END PERFORM 2810-TEST-SUBSCRIPTION
                   END-READ
               END-PERFORM
               CLOSE FIBSUBS
               IF WS-FIBSUBNEW-OPEN
                   CLOSE FIBSUBNEW
                   DISPLAY "FIBRINT FIBSUBNEW WRITTEN - SWAP OVER "
                       "FIBSUBS"
               END-IF
           ELSE
               DISPLAY "FIBRINT WARNING - FIBSUBS NOT AVAILABLE"
                   " (STATUS " WS-FIBSUBS-STATUS ")"
           END-IF.

       2810-TEST-SUBSCRIPTION.
           MOVE SPACES TO WS-SUBS-PROBLEM
           MOVE FIBSUBS-SEQ-ID TO WS-LOOK-SEQ-ID
           PERFORM 1500-FIND-SEQUENCE
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "SEQUENCE NOT ON FIBPARM" TO WS-SUBS-PROBLEM
               WHEN NOT WS-PRM-IS-ACTIVE (PRM-IX)
                   MOVE "SEQUENCE INACTIVE" TO WS-SUBS-PROBLEM
               WHEN WS-PRM-EXP-DATE (PRM-IX) > 0 AND
                       WS-PRM-EXP-DATE (PRM-IX) < WS-PROCESS-DATE
                   STRING "SEQUENCE EXPIRED " DELIMITED BY SIZE
                           WS-PRM-EXP-DATE (PRM-IX) DELIMITED BY SIZE
                       INTO WS-SUBS-PROBLEM
           END-EVALUATE
           MOVE "N" TO WS-CARD-FOUND-SW
           IF WS-SUBS-PROBLEM NOT = SPACES AND WS-FIBSUBNEW-OPEN
               MOVE "B" TO WS-LOOK-KIND
               MOVE FIBSUBS-RECIP-ID TO WS-LOOK-RECIP-ID
               PERFORM 1600-FIND-CARD
           END-IF
           IF WS-FIBSUBNEW-OPEN AND NOT WS-CARD-FOUND
               WRITE FIBSUBNEW-REC FROM FIBSUBS-REC
           END-IF
           IF WS-SUBS-PROBLEM NOT = SPACES
               MOVE SPACES TO WS-EXC-NEW-LINE
               MOVE FIBSUBS-SEQ-ID TO WS-EXN-SEQ-ID
               MOVE FIBSUBS-RECIP-ID TO WS-EXN-RECIP-ID
               IF WS-CARD-FOUND
                   STRING "SUBSCRIPTION REMOVED - " DELIMITED BY SIZE
                           WS-SUBS-PROBLEM DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
                   MOVE "B" TO WS-LOG-KIND
                   MOVE "FIBSUBS" TO WS-LOG-FILE
                   MOVE 0 TO WS-LOG-KEY-DATE
                   MOVE 1 TO WS-PURGE-COUNT
                   MOVE "R" TO WS-LOG-ACTION
                   PERFORM 8100-LOG-PURGE
               ELSE
                   MOVE WS-SUBS-PROBLEM TO WS-EXN-TEXT
                   MOVE "B" TO WS-EXC-NEW-KIND
                   PERFORM 8000-ADD-EXCEPTION
               END-IF
           END-IF.

      * The horizon is capped so a far-off next-run-date cannot send
      * the walk on through years of dates.
       3000-CHECK-CALENDAR.
           OPEN INPUT FIBCAL
           IF WS-FIBCAL-STATUS = "00" OR WS-FIBCAL-STATUS = "97"
               COMPUTE WS-CAL-END-INT =
                   WS-PROCESS-INT + WS-CAL-AHEAD-DAYS
               COMPUTE WS-CAL-CAP-INT =
                   WS-PROCESS-INT + WS-CAL-MAX-DAYS
               PERFORM VARYING PRM-IX FROM 1 BY 1
                       UNTIL PRM-IX > WS-PRM-COUNT
                   PERFORM 3050-EXTEND-HORIZON
               END-PERFORM
               PERFORM VARYING WS-DATE-INT FROM WS-PROCESS-INT BY 1
                       UNTIL WS-DATE-INT > WS-CAL-END-INT
                   PERFORM 3100-TEST-CALENDAR-DATE
               END-PERFORM
               PERFORM 3200-REPORT-GAP
               CLOSE FIBCAL
           ELSE
               MOVE SPACES TO WS-EXC-NEW-LINE
               STRING "FIBCAL NOT AVAILABLE (STATUS " DELIMITED BY SIZE
                       WS-FIBCAL-STATUS DELIMITED BY SIZE
                       ") - NO DATE COVERED" DELIMITED BY SIZE
                   INTO WS-EXN-TEXT
               MOVE "K" TO WS-EXC-NEW-KIND
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

       3050-EXTEND-HORIZON.
           IF WS-PRM-IS-ACTIVE (PRM-IX) AND
                   WS-PRM-NEXT-RUN (PRM-IX) > WS-PROCESS-DATE AND
                   (WS-PRM-EXP-DATE (PRM-IX) = 0 OR
                    WS-PRM-EXP-DATE (PRM-IX) NOT < WS-PROCESS-DATE)
               COMPUTE WS-NEXT-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRM-NEXT-RUN (PRM-IX))
               IF WS-NEXT-RUN-INT > WS-CAL-END-INT
                   MOVE WS-NEXT-RUN-INT TO WS-CAL-END-INT
               END-IF
               IF WS-CAL-END-INT > WS-CAL-CAP-INT
                   MOVE WS-CAL-CAP-INT TO WS-CAL-END-INT
               END-IF
           END-IF.

       3100-TEST-CALENDAR-DATE.
           COMPUTE WS-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-WORK-DATE-N TO FIBCAL-DATE
           READ FIBCAL
               INVALID KEY
                   IF NOT WS-GAP-OPEN
                       SET WS-GAP-OPEN TO TRUE
                       MOVE WS-WORK-DATE-N TO WS-GAP-FROM
                       MOVE 0 TO WS-GAP-DAYS
                   END-IF
                   MOVE WS-WORK-DATE-N TO WS-GAP-TO
                   ADD 1 TO WS-GAP-DAYS
               NOT INVALID KEY
                   PERFORM 3200-REPORT-GAP
           END-READ.

       3200-REPORT-GAP.
           IF WS-GAP-OPEN
               MOVE SPACES TO WS-EXC-NEW-LINE
               MOVE WS-GAP-DAYS TO WS-ED-COUNT
               STRING "NO FIBCAL RECORD " DELIMITED BY SIZE
                       WS-GAP-FROM DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-GAP-TO DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       " DAYS)" DELIMITED BY SIZE
                   INTO WS-EXN-TEXT
               MOVE "K" TO WS-EXC-NEW-KIND
               PERFORM 8000-ADD-EXCEPTION
               MOVE "N" TO WS-GAP-OPEN-SW
           END-IF.

      * A card that matched nothing purged nothing - most often the
      * sequence is back on FIBPARM or was cleaned up already.
       3500-REPORT-UNUSED-CARDS.
           PERFORM VARYING CRD-IX FROM 1 BY 1
                   UNTIL CRD-IX > WS-CRD-COUNT
               IF NOT WS-CRD-USED (CRD-IX)
                   PERFORM 3550-REPORT-UNUSED-CARD
               END-IF
           END-PERFORM.

       3550-REPORT-UNUSED-CARD.
           MOVE SPACES TO WS-EXC-NEW-LINE
           MOVE WS-CRD-SEQ-ID (CRD-IX) TO WS-EXN-SEQ-ID
           MOVE WS-CRD-RECIP-ID (CRD-IX) TO WS-EXN-RECIP-ID
           MOVE WS-CRD-SEQ-ID (CRD-IX) TO WS-LOOK-SEQ-ID
           PERFORM 1500-FIND-SEQUENCE
           EVALUATE TRUE
               WHEN WS-CRD-KIND (CRD-IX) NOT = "M" AND
                       WS-CRD-KIND (CRD-IX) NOT = "C" AND
                       WS-CRD-KIND (CRD-IX) NOT = "L" AND
                       WS-CRD-KIND (CRD-IX) NOT = "U" AND
                       WS-CRD-KIND (CRD-IX) NOT = "B"
                   STRING "CARD KIND " DELIMITED BY SIZE
                           WS-CRD-KIND (CRD-IX) DELIMITED BY SIZE
                           " - NOT M, C, L, U OR B" DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
               WHEN NOT WS-FIBRILOG-USABLE
                   STRING "CARD " DELIMITED BY SIZE
                           WS-CRD-KIND (CRD-IX) DELIMITED BY SIZE
                           " - FIBRILOG NOT AVAILABLE, NOT APPLIED"
                               DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
               WHEN WS-FOUND AND WS-CRD-KIND (CRD-IX) NOT = "B"
                   STRING "CARD " DELIMITED BY SIZE
                           WS-CRD-KIND (CRD-IX) DELIMITED BY SIZE
                           " - SEQUENCE IS ON FIBPARM, NOT AN ORPHAN"
                               DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
               WHEN OTHER
                   STRING "CARD " DELIMITED BY SIZE
                           WS-CRD-KIND (CRD-IX) DELIMITED BY SIZE
                           " - NO SUCH EXCEPTION FOUND TO PURGE"
                               DELIMITED BY SIZE
                       INTO WS-EXN-TEXT
           END-EVALUATE
           MOVE "X" TO WS-EXC-NEW-KIND
           PERFORM 8000-ADD-EXCEPTION.

       4000-PRINT-EXCEPTIONS.
           PERFORM VARYING KND-IX FROM 1 BY 1 UNTIL KND-IX > 9
               PERFORM 4100-PRINT-ONE-KIND
           END-PERFORM
           IF WS-EXC-UNLISTED > 0
               MOVE WS-EXC-UNLISTED TO WS-ED-COUNT
               MOVE SPACES TO WS-RPT-MSG
               STRING WS-ED-COUNT DELIMITED BY SIZE
                       " MORE EXCEPTIONS COUNTED BUT NOT LISTED"
                           DELIMITED BY SIZE
                   INTO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           END-IF.

       4100-PRINT-ONE-KIND.
           SET WS-KND-SUB TO KND-IX
           IF WS-RPT-LINE-COUNT + 3 >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 0725-WRITE-RPT-MSG
           MOVE WS-KND-TITLE (KND-IX) TO WS-RPT-SECT-TITLE
           MOVE WS-KND-COUNT (WS-KND-SUB) TO WS-RPT-SECT-COUNT
           MOVE WS-RPT-SECT-LINE TO WS-RPT-MSG-LINE
           PERFORM 0725-WRITE-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG-LINE
           IF WS-KND-COUNT (WS-KND-SUB) = 0
               MOVE "  NONE" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           ELSE
               PERFORM VARYING EXC-IX FROM 1 BY 1
                       UNTIL EXC-IX > WS-EXC-COUNT
                   IF WS-EXC-KIND (EXC-IX) = WS-KND-CODE (KND-IX)
                       MOVE WS-EXC-LINE (EXC-IX) TO WS-RPT-MSG-LINE
                       PERFORM 0725-WRITE-RPT-MSG
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-RPT-MSG-LINE
           END-IF.

       8000-ADD-EXCEPTION.
           PERFORM VARYING KND-IX FROM 1 BY 1
                   UNTIL KND-IX > 9 OR
                       WS-KND-CODE (KND-IX) = WS-EXC-NEW-KIND
               CONTINUE
           END-PERFORM
           IF KND-IX NOT > 9
               SET WS-KND-SUB TO KND-IX
               ADD 1 TO WS-KND-COUNT (WS-KND-SUB)
               IF WS-KND-SUB NOT > WS-KND-INTEGRITY-MAX
                   ADD 1 TO WS-UNRESOLVED-COUNT
               END-IF
           END-IF
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               SET EXC-IX TO WS-EXC-COUNT
               MOVE WS-EXC-NEW-KIND TO WS-EXC-KIND (EXC-IX)
               MOVE WS-EXC-NEW-LINE TO WS-EXC-LINE (EXC-IX)
           ELSE
               ADD 1 TO WS-EXC-UNLISTED
           END-IF.

      * Every purge is listed under P and logged to FIBRILOG; the
      * key comes from WS-EXN-SEQ-ID and WS-EXN-RECIP-ID.
       8100-LOG-PURGE.
           MOVE SPACES TO FIBRILOG-REC
           MOVE WS-RUN-DATE TO FIBRILOG-DATE
           ACCEPT FIBRILOG-TIME FROM TIME
           MOVE WS-USER-ID TO FIBRILOG-USER-ID
           MOVE WS-LOG-KIND TO FIBRILOG-KIND
           MOVE WS-LOG-FILE TO FIBRILOG-FILE
           MOVE WS-EXN-SEQ-ID TO FIBRILOG-SEQ-ID
           MOVE WS-EXN-RECIP-ID TO FIBRILOG-RECIP-ID
           MOVE WS-LOG-KEY-DATE TO FIBRILOG-KEY-DATE
           MOVE WS-PURGE-COUNT TO FIBRILOG-COUNT
           MOVE WS-LOG-ACTION TO FIBRILOG-ACTION
           WRITE FIBRILOG-REC
           IF WS-FIBRILOG-STATUS NOT = "00"
               DISPLAY "FIBRINT WARNING - FIBRILOG WRITE FAILED FOR "
                   WS-EXN-SEQ-ID " STATUS " WS-FIBRILOG-STATUS
           END-IF
           MOVE "P" TO WS-EXC-NEW-KIND
           PERFORM 8000-ADD-EXCEPTION.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBRIRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-PROCESS-DATE TO WS-RPT-TITLE-CYCLE
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBIRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBIRPT-LINE
           WRITE FIBRIRPT-REC
           MOVE " " TO FIBIRPT-CC
           MOVE SPACES TO FIBIRPT-LINE
           WRITE FIBRIRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBIRPT-LINE
           WRITE FIBRIRPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.

       0725-WRITE-RPT-MSG.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBIRPT-CC
           MOVE WS-RPT-MSG-LINE TO FIBIRPT-LINE
           WRITE FIBRIRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-UNRESOLVED-COUNT TO WS-RPT-FTR-UNRES
           MOVE WS-KND-COUNT (WS-KND-PURGED) TO WS-RPT-FTR-PURGED
           MOVE WS-KND-COUNT (WS-KND-NOT-APPLIED) TO
               WS-RPT-FTR-NOT-APPL
           MOVE " " TO FIBIRPT-CC
           MOVE SPACES TO FIBIRPT-LINE
           WRITE FIBRIRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBIRPT-LINE
           WRITE FIBRIRPT-REC.

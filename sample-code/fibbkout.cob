      * COBOL sample
      * 2026-09-21 FIBBKOUT - night back-out job. Reverses one
      *            processing date, named on the FIBBOIN card, across
      *            the FIB files so the night can be rerun clean:
      *            each FIBPARM-NEXT-RUN-DATE that FIB or FIBMERGE
      *            rolled that night is put back from its FIBROLL
      *            before-image (the image is then deleted); the
      *            night's FIBAUDIT and FIBRSTAT records are left out
      *            of FIBAUDNEW and FIBRSTNEW, written for the
      *            scheduler to swap over the cumulative files the
      *            way FIBHIST hands back FIBAUDNEW (neither file is
      *            updated in place); FIBSUSP items the night posted
      *            are marked WITHDRAWN; and every FIBCYCLE record of
      *            the date is deleted, so no step refuses the rerun
      *            as already run. When FIBSNAP rolled that night
      *            each rolled sequence's FIBPRIOR copy and retained
      *            generations are shuffled back up one slot (the
      *            generation that fell off the end cannot come back
      *            and stays duplicated); when FIBLOAD ran, FIBMAST
      *            is then reloaded from the restored prior copies -
      *            a sequence with no classic prior copy has the
      *            terms that night's load wrote purged instead.
      *            Refuses to run (RETURN-CODE 12) while any FIBLOCK
      *            record is IN-FLIGHT - a running night cannot be
      *            reversed underneath itself. Every change is listed
      *            on the FIBBORPT report; RETURN-CODE 8 when any
      *            item could not be reversed. An operator action,
      *            not a nightly step, so it posts nothing to
      *            FIBCYCLE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBBOIN ASSIGN TO "FIBBOIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBBOIN-STATUS.
           SELECT FIBLOCK ASSIGN TO "FIBLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBLOCK-SEQ-ID
               FILE STATUS IS WS-FIBLOCK-STATUS.
           SELECT FIBPARM ASSIGN TO "FIBPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBPARM-SEQ-ID
               FILE STATUS IS WS-FIBPARM-STATUS.
           SELECT FIBROLL ASSIGN TO "FIBROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBROLL-KEY
               FILE STATUS IS WS-FIBROLL-STATUS.
           SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDIT-STATUS.
           SELECT FIBAUDNEW ASSIGN TO "FIBAUDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDNEW-STATUS.
           SELECT FIBRSTAT ASSIGN TO "FIBRSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRSTAT-STATUS.
           SELECT FIBRSTNEW ASSIGN TO "FIBRSTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRSTNEW-STATUS.
           SELECT FIBSUSP ASSIGN TO "FIBSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBSUSP-KEY
               FILE STATUS IS WS-FIBSUSP-STATUS.
           SELECT FIBCYCLE ASSIGN TO "FIBCYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBCYC-KEY
               FILE STATUS IS WS-FIBCYCL-STATUS.
           SELECT FIBMAST ASSIGN TO "FIBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBMAST-KEY
               FILE STATUS IS WS-FIBMAST-STATUS.
           SELECT FIBPRIOR ASSIGN TO DYNAMIC WS-FIBPRIOR-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBPRIOR-STATUS.
           SELECT SNAPIN ASSIGN TO DYNAMIC WS-SNAPIN-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPIN-STATUS.
           SELECT SNAPOUT ASSIGN TO DYNAMIC WS-SNAPOUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPOUT-STATUS.
           SELECT SNAPINX ASSIGN TO DYNAMIC WS-SNAPINX-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPINX-STATUS.
           SELECT SNAPOUTX ASSIGN TO DYNAMIC WS-SNAPOUTX-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPOUTX-STATUS.
           SELECT FIBBORPT ASSIGN TO "FIBBORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBBOIN
           RECORDING MODE IS F.
       01  FIBBOIN-REC.
           05  FIBBOIN-PROC-DATE   PIC 9(8).
           05  FILLER              PIC X(72).

       FD  FIBLOCK
           RECORDING MODE IS F.
           COPY FIBLOCK.

       FD  FIBPARM
           RECORDING MODE IS F.
           COPY FIBPARM.

       FD  FIBROLL
           RECORDING MODE IS F.
           COPY FIBROLL.

       FD  FIBAUDIT
           RECORDING MODE IS F.
           COPY FIBAUDIT.

       FD  FIBAUDNEW
           RECORDING MODE IS F.
       01  FIBAUDNEW-REC           PIC X(81).

       FD  FIBRSTAT
           RECORDING MODE IS F.
           COPY FIBRSTAT.

       FD  FIBRSTNEW
           RECORDING MODE IS F.
       01  FIBRSTNEW-REC           PIC X(80).

       FD  FIBSUSP
           RECORDING MODE IS F.
           COPY FIBSUSP.

       FD  FIBCYCLE
           RECORDING MODE IS F.
           COPY FIBCYCL.

       FD  FIBMAST
           RECORDING MODE IS F.
           COPY FIBMAST.

       FD  FIBPRIOR
           RECORDING MODE IS F.
           COPY FIBREC REPLACING LEADING ==FIBREC== BY ==PRIREC==.

       FD  SNAPIN
           RECORDING MODE IS F.
       01  SNAPIN-REC              PIC X(41).

       FD  SNAPOUT
           RECORDING MODE IS F.
       01  SNAPOUT-REC             PIC X(41).

       FD  SNAPINX
           RECORDING MODE IS F.
       01  SNAPINX-REC             PIC X(221).

       FD  SNAPOUTX
           RECORDING MODE IS F.
       01  SNAPOUTX-REC            PIC X(221).

       FD  FIBBORPT
           RECORDING MODE IS F.
       01  FIBBORPT-REC.
           05  FIBBRPT-CC          PIC X.
           05  FIBBRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBBOIN-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBBOIN-EOF-SW       PIC X VALUE "N".
           88  WS-FIBBOIN-EOF      VALUE "Y".
       01  WS-FIBLOCK-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBLOCK-EOF-SW       PIC X VALUE "N".
           88  WS-FIBLOCK-EOF      VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPARM-EOF-SW       PIC X VALUE "N".
           88  WS-FIBPARM-EOF      VALUE "Y".
       01  WS-FIBPARM-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBPARM-USABLE   VALUE "Y".
       01  WS-FIBROLL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBROLL-EOF-SW       PIC X VALUE "N".
           88  WS-FIBROLL-EOF      VALUE "Y".
       01  WS-FIBAUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBAUDIT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBAUDIT-EOF     VALUE "Y".
       01  WS-FIBAUDNEW-STATUS     PIC XX VALUE SPACES.
       01  WS-FIBRSTAT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBRSTAT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBRSTAT-EOF     VALUE "Y".
       01  WS-FIBRSTNEW-STATUS     PIC XX VALUE SPACES.
       01  WS-FIBSUSP-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBSUSP-EOF-SW       PIC X VALUE "N".
           88  WS-FIBSUSP-EOF      VALUE "Y".
       01  WS-FIBCYCL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCYCL-EOF-SW       PIC X VALUE "N".
           88  WS-FIBCYCL-EOF      VALUE "Y".
       01  WS-FIBMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPRIOR-DSN         PIC X(20) VALUE SPACES.
       01  WS-FIBPRIOR-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBPRIOR-EOF-SW      PIC X VALUE "N".
           88  WS-FIBPRIOR-EOF     VALUE "Y".
       01  WS-SNAPIN-DSN           PIC X(24) VALUE SPACES.
       01  WS-SNAPIN-STATUS        PIC XX VALUE SPACES.
       01  WS-SNAPIN-EOF-SW        PIC X VALUE "N".
           88  WS-SNAPIN-EOF       VALUE "Y".
       01  WS-SNAPOUT-DSN          PIC X(24) VALUE SPACES.
       01  WS-SNAPOUT-STATUS       PIC XX VALUE SPACES.
       01  WS-SNAPINX-DSN          PIC X(24) VALUE SPACES.
       01  WS-SNAPINX-STATUS       PIC XX VALUE SPACES.
       01  WS-SNAPINX-EOF-SW       PIC X VALUE "N".
           88  WS-SNAPINX-EOF      VALUE "Y".
       01  WS-SNAPOUTX-DSN         PIC X(24) VALUE SPACES.
       01  WS-SNAPOUTX-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-COPIED-SW            PIC X VALUE "N".
           88  WS-COPIED           VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-BACKOUT-DATE         PIC 9(8) VALUE 0.
       01  WS-IN-FLIGHT-COUNT      PIC 9(5) VALUE 0.
       01  WS-SNAP-RAN-SW          PIC X VALUE "N".
           88  WS-SNAP-RAN         VALUE "Y".
       01  WS-LOAD-RAN-SW          PIC X VALUE "N".
           88  WS-LOAD-RAN         VALUE "Y".
       01  WS-BAD-LOAD-DATE        PIC 9(8) VALUE 0.
       01  WS-GENS-IN              PIC X VALUE SPACE.
       01  WS-GEN-COUNT            PIC 9(1) VALUE 3.
       01  WS-GEN-SUB              PIC 9(4) COMP-3.
       01  WS-GEN-DIGIT            PIC 9(1).
       01  WS-GEN-FROM-DIGIT       PIC 9(1).
       01  WS-CURRENT-SEQ-ID       PIC X(8) VALUE SPACES.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-MAX          PIC 9(4) COMP-3 VALUE 500.
           05  WS-SEQ-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-SEQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY SEQ-IX.
               10  WS-SEQ-ID       PIC X(8).
       01  WS-TRAILER-SEEN-SW      PIC X VALUE "N".
           88  WS-TRAILER-SEEN     VALUE "Y".
       01  WS-PASS-SW              PIC X VALUE "1".
           88  WS-VERIFY-PASS      VALUE "1".
           88  WS-LOAD-PASS        VALUE "2".
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-DETAIL-SUM           PIC S9(19) COMP-3 VALUE 0.
       01  WS-TRLR-COUNT           PIC 9(9) VALUE 0.
       01  WS-TRLR-SUM             PIC S9(19) COMP-3 VALUE 0.
       01  WS-LOADED-COUNT         PIC 9(9) VALUE 0.
       01  WS-PURGED-COUNT         PIC 9(9) VALUE 0.
       01  WS-PURGE-DONE-SW        PIC X VALUE "N".
           88  WS-PURGE-DONE       VALUE "Y".
       01  WS-PURGE-ALL-SW         PIC X VALUE "N".
           88  WS-PURGE-ALL        VALUE "Y".
       01  WS-CHANGE-COUNT         PIC 9(7) VALUE 0.
       01  WS-PROBLEM-COUNT        PIC 9(7) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZ9.

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(20)
               VALUE "FIB NIGHT BACK-OUT  ".
           05  FILLER              PIC X(10) VALUE "PROC DATE ".
           05  WS-RPT-TITLE-PROC   PIC 9(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "FILE     ".
           05  FILLER              PIC X(18) VALUE "KEY".
           05  FILLER              PIC X(25) VALUE "CHANGE".
           05  FILLER              PIC X(13) VALUE "BEFORE".
           05  FILLER              PIC X(12) VALUE "AFTER".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-FILE     PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-KEY      PIC X(17).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-CHANGE   PIC X(24).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-BEFORE   PIC X(12).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-AFTER    PIC X(12).

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(16) VALUE "CHANGES MADE    ".
           05  WS-RPT-FTR-CHANGES  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "NOT REVERSED    ".
           05  WS-RPT-FTR-PROBLEMS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0050-READ-BACKOUT-CARD
           PERFORM 0100-CHECK-NOTHING-IN-FLIGHT
           PERFORM 0150-SET-GEN-COUNT
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM 0200-OPEN-PARM
           PERFORM 1000-RESTORE-NEXT-RUN-DATES
           PERFORM 2000-STRIP-AUDIT
           PERFORM 2500-STRIP-RUN-STATS
           PERFORM 3000-WITHDRAW-SUSPENSE
           PERFORM 4000-CLEAR-CYCLE-RECORDS
           PERFORM 0250-LOAD-SEQ-LIST
           IF WS-SNAP-RAN
               PERFORM 5000-UNROLL-PRIOR-COPIES
           END-IF
           IF WS-LOAD-RAN
               PERFORM 6000-RELOAD-MASTER
           END-IF
           IF WS-FIBPARM-USABLE
               CLOSE FIBPARM
           END-IF
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBBORPT
           DISPLAY "FIBBKOUT PROCESSING DATE:  " WS-BACKOUT-DATE
           DISPLAY "FIBBKOUT CHANGES MADE:     " WS-CHANGE-COUNT
           DISPLAY "FIBBKOUT ITEMS NOT REVERSED: " WS-PROBLEM-COUNT
           IF WS-PROBLEM-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-READ-BACKOUT-CARD.
           OPEN INPUT FIBBOIN
           IF WS-FIBBOIN-STATUS = "00"
               READ FIBBOIN
                   AT END SET WS-FIBBOIN-EOF TO TRUE
               END-READ
               IF NOT WS-FIBBOIN-EOF
                   IF FIBBOIN-PROC-DATE IS NUMERIC
                       MOVE FIBBOIN-PROC-DATE TO WS-BACKOUT-DATE
                   END-IF
               END-IF
               CLOSE FIBBOIN
           END-IF
           IF WS-BACKOUT-DATE = 0
               DISPLAY "FIBBKOUT ABORT - NO VALID PROCESSING DATE"
                   " ON FIBBOIN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A sequence still IN-FLIGHT means a night is running (or
      * abended and has not been released through FIBOPER) - its
      * files are not ours to rewrite.
       0100-CHECK-NOTHING-IN-FLIGHT.
           OPEN INPUT FIBLOCK
           IF WS-FIBLOCK-STATUS = "00" OR WS-FIBLOCK-STATUS = "97"
               PERFORM UNTIL WS-FIBLOCK-EOF
                   READ FIBLOCK
                       AT END SET WS-FIBLOCK-EOF TO TRUE
                       NOT AT END
                           IF FIBLOCK-IN-FLIGHT
                               ADD 1 TO WS-IN-FLIGHT-COUNT
                               DISPLAY "FIBBKOUT - SEQ-ID "
                                   FIBLOCK-SEQ-ID " IN-FLIGHT SINCE "
                                   FIBLOCK-DATE " " FIBLOCK-TIME
                                   " JOB " FIBLOCK-JOB-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBLOCK
           END-IF
           IF WS-IN-FLIGHT-COUNT > 0
               DISPLAY "FIBBKOUT ABORT - " WS-IN-FLIGHT-COUNT
                   " SEQUENCE(S) IN-FLIGHT ON FIBLOCK - NOTHING"
                   " BACKED OUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-SET-GEN-COUNT.
           ACCEPT WS-GENS-IN FROM ENVIRONMENT "FIB_PRIOR_GENS"
           IF WS-GENS-IN >= "1" AND WS-GENS-IN <= "9"
               MOVE WS-GENS-IN TO WS-GEN-COUNT
           ELSE
               MOVE 3 TO WS-GEN-COUNT
           END-IF.

       0200-OPEN-PARM.
           OPEN I-O FIBPARM
           IF WS-FIBPARM-STATUS = "00" OR WS-FIBPARM-STATUS = "97"
               SET WS-FIBPARM-USABLE TO TRUE
           ELSE
               DISPLAY "FIBBKOUT WARNING - FIBPARM NOT AVAILABLE"
                   " (STATUS " WS-FIBPARM-STATUS ")"
           END-IF.

      * The same sequence list FIBSNAP and FIBLOAD work from:
      * every FIBPARM entry plus the DEFAULT fallback.
       0250-LOAD-SEQ-LIST.
           MOVE 0 TO WS-SEQ-COUNT
           IF WS-FIBPARM-USABLE
               MOVE "N" TO WS-FIBPARM-EOF-SW
               MOVE LOW-VALUES TO FIBPARM-SEQ-ID
               START FIBPARM KEY IS NOT LESS THAN FIBPARM-SEQ-ID
                   INVALID KEY SET WS-FIBPARM-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBPARM-EOF
                   READ FIBPARM NEXT RECORD
                       AT END SET WS-FIBPARM-EOF TO TRUE
                       NOT AT END
                           IF WS-SEQ-COUNT < WS-SEQ-MAX
                               ADD 1 TO WS-SEQ-COUNT
                               MOVE FIBPARM-SEQ-ID TO
                                   WS-SEQ-ID (WS-SEQ-COUNT)
                           ELSE
                               DISPLAY "FIBBKOUT WARNING - SEQ-ID "
                                   FIBPARM-SEQ-ID " BEYOND TABLE"
                                   " LIMIT - NOT REVERSED"
                               ADD 1 TO WS-PROBLEM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SEQ-COUNT < WS-SEQ-MAX
               ADD 1 TO WS-SEQ-COUNT
               MOVE "DEFAULT " TO WS-SEQ-ID (WS-SEQ-COUNT)
           END-IF.

       1000-RESTORE-NEXT-RUN-DATES.
           OPEN I-O FIBROLL
           IF WS-FIBROLL-STATUS NOT = "00" AND
                   WS-FIBROLL-STATUS NOT = "97"
               DISPLAY "FIBBKOUT WARNING - FIBROLL NOT AVAILABLE"
                   " (STATUS " WS-FIBROLL-STATUS ") -"
                   " NO NEXT-RUN-DATES RESTORED"
           ELSE
               MOVE "N" TO WS-FIBROLL-EOF-SW
               MOVE WS-BACKOUT-DATE TO FIBROLL-RUN-DATE
               MOVE LOW-VALUES TO FIBROLL-SEQ-ID
               START FIBROLL KEY IS NOT LESS THAN FIBROLL-KEY
                   INVALID KEY SET WS-FIBROLL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBROLL-EOF
                   READ FIBROLL NEXT RECORD
                       AT END SET WS-FIBROLL-EOF TO TRUE
                       NOT AT END
                           IF FIBROLL-RUN-DATE NOT = WS-BACKOUT-DATE
                               SET WS-FIBROLL-EOF TO TRUE
                           ELSE
                               PERFORM 1100-RESTORE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBROLL
           END-IF.

      * The before-image is deleted once applied, so a rerun of the
      * night records a fresh one.
       1100-RESTORE-ONE-ENTRY.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "FIBPARM" TO WS-RPT-DET-FILE
           MOVE FIBROLL-SEQ-ID TO WS-RPT-DET-KEY
           MOVE FIBROLL-BEFORE-DATE TO WS-RPT-DET-AFTER
           IF NOT WS-FIBPARM-USABLE
               MOVE "NOT RESTORED - NO PARM" TO WS-RPT-DET-CHANGE
               PERFORM 0740-REPORT-PROBLEM
           ELSE
               MOVE FIBROLL-SEQ-ID TO FIBPARM-SEQ-ID
               READ FIBPARM
                   INVALID KEY
                       MOVE "NOT RESTORED - NO ENTRY" TO
                           WS-RPT-DET-CHANGE
                       PERFORM 0740-REPORT-PROBLEM
                   NOT INVALID KEY
                       PERFORM 1150-REWRITE-NEXT-RUN-DATE
               END-READ
           END-IF.

       1150-REWRITE-NEXT-RUN-DATE.
           MOVE FIBPARM-NEXT-RUN-DATE TO WS-RPT-DET-BEFORE
           MOVE FIBROLL-BEFORE-DATE TO FIBPARM-NEXT-RUN-DATE
           REWRITE FIBPARM-REC
               INVALID KEY
                   MOVE "NOT RESTORED - REWRITE" TO WS-RPT-DET-CHANGE
                   PERFORM 0740-REPORT-PROBLEM
               NOT INVALID KEY
                   MOVE "NEXT-RUN-DATE RESTORED" TO WS-RPT-DET-CHANGE
                   PERFORM 0735-REPORT-CHANGE
                   DELETE FIBROLL RECORD
                       INVALID KEY
                           DISPLAY "FIBBKOUT WARNING - FIBROLL"
                               " IMAGE NOT DELETED FOR "
                               FIBROLL-SEQ-ID
                   END-DELETE
           END-REWRITE.

      * The cumulative audit file is never updated in place: the
      * keepers go to FIBAUDNEW for the scheduler to swap over
      * FIBAUDIT, as with FIBHIST. A record written before the
      * processing date was carried is matched on its run date.
       2000-STRIP-AUDIT.
           OPEN INPUT FIBAUDIT
           IF WS-FIBAUDIT-STATUS = "00"
               OPEN OUTPUT FIBAUDNEW
               PERFORM UNTIL WS-FIBAUDIT-EOF
                   READ FIBAUDIT
                       AT END SET WS-FIBAUDIT-EOF TO TRUE
                       NOT AT END PERFORM 2100-SORT-AUDIT-REC
                   END-READ
               END-PERFORM
               CLOSE FIBAUDNEW
               CLOSE FIBAUDIT
           ELSE
               DISPLAY "FIBBKOUT WARNING - FIBAUDIT NOT AVAILABLE"
                   " (STATUS " WS-FIBAUDIT-STATUS ")"
           END-IF.

       2100-SORT-AUDIT-REC.
           IF (FIBAUDIT-PROC-DATE IS NUMERIC AND
                   FIBAUDIT-PROC-DATE > 0 AND
                   FIBAUDIT-PROC-DATE = WS-BACKOUT-DATE) OR
              ((FIBAUDIT-PROC-DATE NOT NUMERIC OR
                   FIBAUDIT-PROC-DATE = 0) AND
                   FIBAUDIT-RUN-DATE = WS-BACKOUT-DATE)
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE "FIBAUDIT" TO WS-RPT-DET-FILE
               MOVE FIBAUDIT-SEQ-ID TO WS-RPT-DET-KEY
               MOVE "AUDIT RECORD REMOVED" TO WS-RPT-DET-CHANGE
               MOVE FIBAUDIT-FINAL-I TO WS-COUNT-EDIT
               STRING "TERMS " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-DET-BEFORE
               PERFORM 0735-REPORT-CHANGE
           ELSE
               MOVE FIBAUDIT-REC TO FIBAUDNEW-REC
               WRITE FIBAUDNEW-REC
           END-IF.

       2500-STRIP-RUN-STATS.
           OPEN INPUT FIBRSTAT
           IF WS-FIBRSTAT-STATUS = "00"
               OPEN OUTPUT FIBRSTNEW
               PERFORM UNTIL WS-FIBRSTAT-EOF
                   READ FIBRSTAT
                       AT END SET WS-FIBRSTAT-EOF TO TRUE
                       NOT AT END PERFORM 2600-SORT-STATS-REC
                   END-READ
               END-PERFORM
               CLOSE FIBRSTNEW
               CLOSE FIBRSTAT
           ELSE
               DISPLAY "FIBBKOUT WARNING - FIBRSTAT NOT AVAILABLE"
                   " (STATUS " WS-FIBRSTAT-STATUS ")"
           END-IF.

       2600-SORT-STATS-REC.
           IF FIBRSTAT-RUN-DATE = WS-BACKOUT-DATE
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE "FIBRSTAT" TO WS-RPT-DET-FILE
               MOVE FIBRSTAT-SEQ-ID TO WS-RPT-DET-KEY
               MOVE "STATS RECORD REMOVED" TO WS-RPT-DET-CHANGE
               MOVE FIBRSTAT-START-TIME TO WS-RPT-DET-BEFORE
               PERFORM 0735-REPORT-CHANGE
           ELSE
               MOVE FIBRSTAT-REC TO FIBRSTNEW-REC
               WRITE FIBRSTNEW-REC
           END-IF.

       3000-WITHDRAW-SUSPENSE.
           OPEN I-O FIBSUSP
           IF WS-FIBSUSP-STATUS = "00" OR WS-FIBSUSP-STATUS = "97"
               MOVE LOW-VALUES TO FIBSUSP-KEY
               START FIBSUSP KEY IS NOT LESS THAN FIBSUSP-KEY
                   INVALID KEY SET WS-FIBSUSP-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBSUSP-EOF
                   READ FIBSUSP NEXT RECORD
                       AT END SET WS-FIBSUSP-EOF TO TRUE
                       NOT AT END
                           IF FIBSUSP-REJ-DATE = WS-BACKOUT-DATE AND
                                   NOT FIBSUSP-IS-WITHDRAWN
                               PERFORM 3100-WITHDRAW-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBSUSP
           ELSE
               DISPLAY "FIBBKOUT WARNING - FIBSUSP NOT AVAILABLE"
                   " (STATUS " WS-FIBSUSP-STATUS ")"
           END-IF.

       3100-WITHDRAW-ONE-ITEM.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "FIBSUSP" TO WS-RPT-DET-FILE
           MOVE FIBSUSP-SEQ-ID TO WS-RPT-DET-KEY
           IF FIBSUSP-IS-OPEN
               MOVE "OPEN" TO WS-RPT-DET-BEFORE
           ELSE
               MOVE "RESOLVED" TO WS-RPT-DET-BEFORE
           END-IF
           MOVE "WITHDRAWN" TO WS-RPT-DET-AFTER
           MOVE "W" TO FIBSUSP-STATUS
           MOVE WS-RUN-DATE TO FIBSUSP-RES-DATE
           REWRITE FIBSUSP-REC
               INVALID KEY
                   MOVE "NOT WITHDRAWN - REWRITE" TO WS-RPT-DET-CHANGE
                   PERFORM 0740-REPORT-PROBLEM
               NOT INVALID KEY
                   MOVE "SUSPENSE ITEM WITHDRAWN" TO WS-RPT-DET-CHANGE
                   PERFORM 0735-REPORT-CHANGE
           END-REWRITE.

      * What ran that night decides what else must be reversed, so
      * the records are read before they go: a completed FIBSNAP
      * rolled the prior copies, and any FIBLOAD (even a failed
      * one) may have rewritten the master.
       4000-CLEAR-CYCLE-RECORDS.
           OPEN I-O FIBCYCLE
           IF WS-FIBCYCL-STATUS = "00" OR WS-FIBCYCL-STATUS = "97"
               MOVE WS-BACKOUT-DATE TO FIBCYC-RUN-DATE
               MOVE LOW-VALUES TO FIBCYC-STEP-ID
               START FIBCYCLE KEY IS NOT LESS THAN FIBCYC-KEY
                   INVALID KEY SET WS-FIBCYCL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBCYCL-EOF
                   READ FIBCYCLE NEXT RECORD
                       AT END SET WS-FIBCYCL-EOF TO TRUE
                       NOT AT END
                           IF FIBCYC-RUN-DATE NOT = WS-BACKOUT-DATE
                               SET WS-FIBCYCL-EOF TO TRUE
                           ELSE
                               PERFORM 4100-CLEAR-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBCYCLE
           ELSE
               DISPLAY "FIBBKOUT WARNING - FIBCYCLE NOT AVAILABLE"
                   " (STATUS " WS-FIBCYCL-STATUS ") -"
                   " PRIOR COPIES AND MASTER NOT REVERSED"
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

       4100-CLEAR-ONE-STEP.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "FIBCYCLE" TO WS-RPT-DET-FILE
           MOVE FIBCYC-STEP-ID TO WS-RPT-DET-KEY
           EVALUATE TRUE
               WHEN FIBCYC-COMPLETE
                   MOVE "COMPLETE" TO WS-RPT-DET-BEFORE
               WHEN FIBCYC-FAILED
                   MOVE "FAILED" TO WS-RPT-DET-BEFORE
               WHEN OTHER
                   MOVE "RUNNING" TO WS-RPT-DET-BEFORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN FIBCYC-STEP-ID = "FIBSNAP" AND FIBCYC-COMPLETE
                   SET WS-SNAP-RAN TO TRUE
               WHEN FIBCYC-STEP-ID = "FIBSNAP"
                   DISPLAY "FIBBKOUT WARNING - FIBSNAP DID NOT"
                       " COMPLETE FOR " WS-BACKOUT-DATE
                       " - PRIOR COPIES NOT UN-ROLLED"
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN FIBCYC-STEP-ID = "FIBLOAD"
                   SET WS-LOAD-RAN TO TRUE
                   MOVE FIBCYC-START-DATE TO WS-BAD-LOAD-DATE
           END-EVALUATE
           DELETE FIBCYCLE RECORD
               INVALID KEY
                   MOVE "NOT REMOVED - DELETE" TO WS-RPT-DET-CHANGE
                   PERFORM 0740-REPORT-PROBLEM
               NOT INVALID KEY
                   MOVE "CYCLE RECORD REMOVED" TO WS-RPT-DET-CHANGE
                   PERFORM 0735-REPORT-CHANGE
           END-DELETE.

      * FIBSNAP rolled every sequence whose extract was on disk,
      * run that night or not, so the same test picks the sequences
      * to shuffle back: FIBPRIOR takes G1 back, each generation
      * takes the next one up. Without a G1 the prior copy was the
      * sequence's first and is emptied.
       5000-UNROLL-PRIOR-COPIES.
           PERFORM VARYING SEQ-IX FROM 1 BY 1
                   UNTIL SEQ-IX > WS-SEQ-COUNT
               MOVE WS-SEQ-ID (SEQ-IX) TO WS-CURRENT-SEQ-ID
               PERFORM 5100-UNROLL-CLASSIC-LAYOUT
               PERFORM 5200-UNROLL-EXT-LAYOUT
           END-PERFORM.

       5100-UNROLL-CLASSIC-LAYOUT.
           MOVE SPACES TO WS-SNAPIN-DSN
           STRING "FIBOUT." DELIMITED BY SIZE
                   WS-CURRENT-SEQ-ID DELIMITED BY SPACE
               INTO WS-SNAPIN-DSN
           OPEN INPUT SNAPIN
           IF WS-SNAPIN-STATUS = "00"
               CLOSE SNAPIN
               MOVE 1 TO WS-GEN-DIGIT
               MOVE SPACES TO WS-SNAPIN-DSN
               STRING "FIBPRIOR." DELIMITED BY SIZE
                       WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                       ".G" DELIMITED BY SIZE
                       WS-GEN-DIGIT DELIMITED BY SIZE
                   INTO WS-SNAPIN-DSN
               MOVE SPACES TO WS-SNAPOUT-DSN
               STRING "FIBPRIOR." DELIMITED BY SIZE
                       WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                   INTO WS-SNAPOUT-DSN
               PERFORM 5500-COPY-FILE
               IF NOT WS-COPIED
                   OPEN OUTPUT SNAPOUT
                   CLOSE SNAPOUT
               END-IF
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB >= WS-GEN-COUNT
                   MOVE WS-GEN-SUB TO WS-GEN-DIGIT
                   COMPUTE WS-GEN-FROM-DIGIT = WS-GEN-SUB + 1
                   MOVE SPACES TO WS-SNAPIN-DSN
                   STRING "FIBPRIOR." DELIMITED BY SIZE
                           WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                           ".G" DELIMITED BY SIZE
                           WS-GEN-FROM-DIGIT DELIMITED BY SIZE
                       INTO WS-SNAPIN-DSN
                   MOVE SPACES TO WS-SNAPOUT-DSN
                   STRING "FIBPRIOR." DELIMITED BY SIZE
                           WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                           ".G" DELIMITED BY SIZE
                           WS-GEN-DIGIT DELIMITED BY SIZE
                       INTO WS-SNAPOUT-DSN
                   PERFORM 5500-COPY-FILE
               END-PERFORM
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE "FIBPRIOR" TO WS-RPT-DET-FILE
               MOVE WS-CURRENT-SEQ-ID TO WS-RPT-DET-KEY
               MOVE "PRIOR COPY UN-ROLLED" TO WS-RPT-DET-CHANGE
               PERFORM 0735-REPORT-CHANGE
           END-IF.

       5200-UNROLL-EXT-LAYOUT.
           MOVE SPACES TO WS-SNAPINX-DSN
           STRING "FIBOUTX." DELIMITED BY SIZE
                   WS-CURRENT-SEQ-ID DELIMITED BY SPACE
               INTO WS-SNAPINX-DSN
           OPEN INPUT SNAPINX
           IF WS-SNAPINX-STATUS = "00"
               CLOSE SNAPINX
               MOVE 1 TO WS-GEN-DIGIT
               MOVE SPACES TO WS-SNAPINX-DSN
               STRING "FIBPRIORX." DELIMITED BY SIZE
                       WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                       ".G" DELIMITED BY SIZE
                       WS-GEN-DIGIT DELIMITED BY SIZE
                   INTO WS-SNAPINX-DSN
               MOVE SPACES TO WS-SNAPOUTX-DSN
               STRING "FIBPRIORX." DELIMITED BY SIZE
                       WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                   INTO WS-SNAPOUTX-DSN
               PERFORM 5600-COPY-FILE-EXT
               IF NOT WS-COPIED
                   OPEN OUTPUT SNAPOUTX
                   CLOSE SNAPOUTX
               END-IF
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB >= WS-GEN-COUNT
                   MOVE WS-GEN-SUB TO WS-GEN-DIGIT
                   COMPUTE WS-GEN-FROM-DIGIT = WS-GEN-SUB + 1
                   MOVE SPACES TO WS-SNAPINX-DSN
                   STRING "FIBPRIORX." DELIMITED BY SIZE
                           WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                           ".G" DELIMITED BY SIZE
                           WS-GEN-FROM-DIGIT DELIMITED BY SIZE
                       INTO WS-SNAPINX-DSN
                   MOVE SPACES TO WS-SNAPOUTX-DSN
                   STRING "FIBPRIORX." DELIMITED BY SIZE
                           WS-CURRENT-SEQ-ID DELIMITED BY SPACE
                           ".G" DELIMITED BY SIZE
                           WS-GEN-DIGIT DELIMITED BY SIZE
                       INTO WS-SNAPOUTX-DSN
                   PERFORM 5600-COPY-FILE-EXT
               END-PERFORM
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE "FIBPRIORX" TO WS-RPT-DET-FILE
               MOVE WS-CURRENT-SEQ-ID TO WS-RPT-DET-KEY
               MOVE "PRIOR COPY UN-ROLLED" TO WS-RPT-DET-CHANGE
               PERFORM 0735-REPORT-CHANGE
           END-IF.

      * Record-level copy, as FIBSNAP makes it; a missing source
      * leaves the target as it was.
       5500-COPY-FILE.
           MOVE "N" TO WS-COPIED-SW
           MOVE "N" TO WS-SNAPIN-EOF-SW
           OPEN INPUT SNAPIN
           IF WS-SNAPIN-STATUS = "00"
               OPEN OUTPUT SNAPOUT
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SNAPIN-REC TO SNAPOUT-REC
                           WRITE SNAPOUT-REC
                   END-READ
               END-PERFORM
               CLOSE SNAPOUT
               CLOSE SNAPIN
               SET WS-COPIED TO TRUE
           END-IF.

       5600-COPY-FILE-EXT.
           MOVE "N" TO WS-COPIED-SW
           MOVE "N" TO WS-SNAPINX-EOF-SW
           OPEN INPUT SNAPINX
           IF WS-SNAPINX-STATUS = "00"
               OPEN OUTPUT SNAPOUTX
               PERFORM UNTIL WS-SNAPINX-EOF
                   READ SNAPINX
                       AT END SET WS-SNAPINX-EOF TO TRUE
                       NOT AT END
                           MOVE SNAPINX-REC TO SNAPOUTX-REC
                           WRITE SNAPOUTX-REC
                   END-READ
               END-PERFORM
               CLOSE SNAPOUTX
               CLOSE SNAPINX
               SET WS-COPIED TO TRUE
           END-IF.

       6000-RELOAD-MASTER.
           OPEN I-O FIBMAST
           IF WS-FIBMAST-STATUS = "00" OR WS-FIBMAST-STATUS = "97"
               PERFORM VARYING SEQ-IX FROM 1 BY 1
                       UNTIL SEQ-IX > WS-SEQ-COUNT
                   MOVE WS-SEQ-ID (SEQ-IX) TO WS-CURRENT-SEQ-ID
                   PERFORM 6100-RELOAD-ONE-SEQUENCE
               END-PERFORM
               CLOSE FIBMAST
           ELSE
               DISPLAY "FIBBKOUT WARNING - FIBMAST NOT AVAILABLE"
                   " (STATUS " WS-FIBMAST-STATUS ") -"
                   " MASTER NOT RELOADED"
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

      * Proved against its trailer first, exactly as FIBLOAD proves
      * an extract. A prior copy that is absent or empty (a new or
      * extended sequence) leaves only the bad night's load to take
      * back out.
       6100-RELOAD-ONE-SEQUENCE.
           MOVE SPACES TO WS-FIBPRIOR-DSN
           STRING "FIBPRIOR." DELIMITED BY SIZE
                   WS-CURRENT-SEQ-ID DELIMITED BY SPACE
               INTO WS-FIBPRIOR-DSN
           SET WS-VERIFY-PASS TO TRUE
           PERFORM 6200-READ-PRIOR-PASS
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "FIBMAST" TO WS-RPT-DET-FILE
           MOVE WS-CURRENT-SEQ-ID TO WS-RPT-DET-KEY
           EVALUATE TRUE
               WHEN WS-FIBPRIOR-STATUS = "35" OR
                       (NOT WS-TRAILER-SEEN AND WS-DETAIL-COUNT = 0)
                   MOVE "N" TO WS-PURGE-ALL-SW
                   PERFORM 6400-PURGE-SEQUENCE
                   IF WS-PURGED-COUNT > 0
                       MOVE WS-PURGED-COUNT TO WS-COUNT-EDIT
                       STRING "TERMS " DELIMITED BY SIZE
                               WS-COUNT-EDIT DELIMITED BY SIZE
                           INTO WS-RPT-DET-BEFORE
                       MOVE "NIGHT'S TERMS PURGED" TO
                           WS-RPT-DET-CHANGE
                       PERFORM 0735-REPORT-CHANGE
                   END-IF
               WHEN NOT WS-TRAILER-SEEN OR
                       WS-DETAIL-COUNT NOT = WS-TRLR-COUNT OR
                       WS-DETAIL-SUM NOT = WS-TRLR-SUM
                   MOVE "NOT RELOADED - TRAILER" TO WS-RPT-DET-CHANGE
                   PERFORM 0740-REPORT-PROBLEM
               WHEN OTHER
                   SET WS-PURGE-ALL TO TRUE
                   PERFORM 6400-PURGE-SEQUENCE
                   MOVE WS-PURGED-COUNT TO WS-COUNT-EDIT
                   STRING "TERMS " DELIMITED BY SIZE
                           WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO WS-RPT-DET-BEFORE
                   SET WS-LOAD-PASS TO TRUE
                   MOVE 0 TO WS-LOADED-COUNT
                   PERFORM 6200-READ-PRIOR-PASS
                   MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
                   STRING "TERMS " DELIMITED BY SIZE
                           WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO WS-RPT-DET-AFTER
                   MOVE "RELOADED FROM PRIOR COPY" TO
                       WS-RPT-DET-CHANGE
                   PERFORM 0735-REPORT-CHANGE
           END-EVALUATE.

       6200-READ-PRIOR-PASS.
           MOVE "N" TO WS-FIBPRIOR-EOF-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-SUM
           OPEN INPUT FIBPRIOR
           IF WS-FIBPRIOR-STATUS = "00"
               PERFORM UNTIL WS-FIBPRIOR-EOF
                   READ FIBPRIOR
                       AT END SET WS-FIBPRIOR-EOF TO TRUE
                       NOT AT END PERFORM 6250-HANDLE-PRIOR-REC
                   END-READ
               END-PERFORM
               CLOSE FIBPRIOR
           END-IF.

       6250-HANDLE-PRIOR-REC.
           EVALUATE TRUE
               WHEN PRIREC-IS-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD PRIREC-PREV TO WS-DETAIL-SUM
                   IF WS-LOAD-PASS
                       PERFORM 6500-WRITE-MASTER-REC
                   END-IF
               WHEN PRIREC-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE PRIREC-REC-COUNT TO WS-TRLR-COUNT
                   MOVE PRIREC-CTRL-SUM TO WS-TRLR-SUM
           END-EVALUATE.

      * WS-PURGE-ALL clears the whole sequence ahead of a reload;
      * otherwise only the terms the backed-out FIBLOAD stamped go.
       6400-PURGE-SEQUENCE.
           MOVE 0 TO WS-PURGED-COUNT
           MOVE "N" TO WS-PURGE-DONE-SW
           MOVE WS-CURRENT-SEQ-ID TO FIBMAST-SEQ-ID
           MOVE 0 TO FIBMAST-I
           START FIBMAST KEY IS NOT LESS THAN FIBMAST-KEY
               INVALID KEY SET WS-PURGE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-PURGE-DONE
               READ FIBMAST NEXT RECORD
                   AT END SET WS-PURGE-DONE TO TRUE
                   NOT AT END
                       IF FIBMAST-SEQ-ID NOT = WS-CURRENT-SEQ-ID
                           SET WS-PURGE-DONE TO TRUE
                       ELSE
                           IF WS-PURGE-ALL OR
                                   FIBMAST-LOAD-DATE = WS-BAD-LOAD-DATE
                               DELETE FIBMAST RECORD
                               ADD 1 TO WS-PURGED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6500-WRITE-MASTER-REC.
           MOVE SPACES TO FIBMAST-REC
           MOVE WS-CURRENT-SEQ-ID TO FIBMAST-SEQ-ID
           MOVE PRIREC-I TO FIBMAST-I
           MOVE PRIREC-CURR TO FIBMAST-CURR
           MOVE PRIREC-PREV TO FIBMAST-PREV
           MOVE WS-RUN-DATE TO FIBMAST-LOAD-DATE
           WRITE FIBMAST-REC
               INVALID KEY
                   REWRITE FIBMAST-REC
                       INVALID KEY
                           DISPLAY "FIBBKOUT ERROR - SEQ-ID "
                               WS-CURRENT-SEQ-ID " TERM " PRIREC-I
                               " NOT RELOADED (STATUS "
                               WS-FIBMAST-STATUS ")"
                           ADD 1 TO WS-PROBLEM-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBBORPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-BACKOUT-DATE TO WS-RPT-TITLE-PROC
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBBRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBBRPT-LINE
           WRITE FIBBORPT-REC
           MOVE " " TO FIBBRPT-CC
           MOVE SPACES TO FIBBRPT-LINE
           WRITE FIBBORPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBBRPT-LINE
           WRITE FIBBORPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBBRPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBBRPT-LINE
           WRITE FIBBORPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-CHANGE-COUNT TO WS-RPT-FTR-CHANGES
           MOVE WS-PROBLEM-COUNT TO WS-RPT-FTR-PROBLEMS
           MOVE " " TO FIBBRPT-CC
           MOVE SPACES TO FIBBRPT-LINE
           WRITE FIBBORPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBBRPT-LINE
           WRITE FIBBORPT-REC.

       0735-REPORT-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 0720-WRITE-RPT-DETAIL.

       0740-REPORT-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT
           PERFORM 0720-WRITE-RPT-DETAIL.

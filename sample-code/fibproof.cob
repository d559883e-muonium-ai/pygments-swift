      * COBOL sample
      * 2026-09-16 FIBPROOF - term-level arithmetic proof of every
      *            extract before it is loaded or shipped. FIBVERIF
      *            proves only the count and the control sum, which a
      *            wrong term that leaves the sum intact, a swapped
      *            record or a broken PREV chain would all pass.
      *            FIBPROOF walks the FIBOUT.seq-id (or, for an
      *            extended sequence, FIBOUTX.seq-id) extract of each
      *            sequence on the latest FIBAUDIT record and proves
      *            the series itself: indexes contiguous from 1, each
      *            PREV equal to the prior record's CURR, each term
      *            the sum of the two before it (the first record
      *            proved against the seeds the sequence ran with),
      *            and the detail count equal to the audited final
      *            index. A sequence that proves clean is then
      *            walked in step against the first clean sequence
      *            with the same seed pair - the two must agree term
      *            for term at every index they share. The FIBPFRPT
      *            report gives one line per sequence with the first
      *            failing index and why. Runs after FIBVERIF posts
      *            COMPLETE, posts its own FIBPROOF record, and ends
      *            with RETURN-CODE 8 when any extract fails, which
      *            posts the step FAILED - FIBLOAD and FIBDIST will
      *            not run behind it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL ASSIGN TO "FIBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.
           SELECT FIBCYCLE ASSIGN TO "FIBCYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBCYC-KEY
               FILE STATUS IS WS-FIBCYCL-STATUS.
           SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDIT-STATUS.
           SELECT FIBOUT ASSIGN TO DYNAMIC WS-FIBOUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBOUT-STATUS.
           SELECT FIBOUTX ASSIGN TO DYNAMIC WS-FIBOUTX-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBOUTX-STATUS.
           SELECT FIBREF ASSIGN TO DYNAMIC WS-FIBREF-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBREF-STATUS.
           SELECT FIBREFX ASSIGN TO DYNAMIC WS-FIBREFX-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBREFX-STATUS.
           SELECT FIBPFRPT ASSIGN TO "FIBPFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBPFRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL
           RECORDING MODE IS F.
       01  FIBCTL-REC.
           05  FIBCTL-SEQ-LEN      PIC 9(4).
           05  FIBCTL-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(66).

       FD  FIBCYCLE
           RECORDING MODE IS F.
           COPY FIBCYCL.

       FD  FIBAUDIT
           RECORDING MODE IS F.
           COPY FIBAUDIT.

       FD  FIBOUT
           RECORDING MODE IS F.
           COPY FIBREC.

       FD  FIBOUTX
           RECORDING MODE IS F.
           COPY FIBRECX.

       FD  FIBREF
           RECORDING MODE IS F.
           COPY FIBREC REPLACING LEADING ==FIBREC== BY ==REFREC==.

       FD  FIBREFX
           RECORDING MODE IS F.
           COPY FIBRECX REPLACING LEADING ==FIBRECX== BY ==REFRX==.

       FD  FIBPFRPT
           RECORDING MODE IS F.
       01  FIBPFRPT-REC.
           05  FIBPFRPT-CC         PIC X.
           05  FIBPFRPT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
           88  WS-FIBCTL-EOF       VALUE "Y".
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-FIBCYCL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCYCL-OPEN-SW      PIC X VALUE "N".
           88  WS-FIBCYCL-OPEN     VALUE "Y".
       01  WS-FIBCYCL-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBCYCL-USABLE   VALUE "Y".
       01  WS-CYC-STEP-ID          PIC X(8) VALUE "FIBPROOF".
       01  WS-CYC-PRED-ID          PIC X(8) VALUE "FIBVERIF".
       01  WS-PRED-OK-SW           PIC X VALUE "N".
           88  WS-PRED-OK          VALUE "Y".
       01  WS-FIBAUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBAUDIT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBAUDIT-EOF     VALUE "Y".
       01  WS-FIBOUT-DSN           PIC X(20) VALUE SPACES.
       01  WS-FIBOUT-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBOUTX-DSN          PIC X(20) VALUE SPACES.
       01  WS-FIBOUTX-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBREF-DSN           PIC X(20) VALUE SPACES.
       01  WS-FIBREF-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBREFX-DSN          PIC X(20) VALUE SPACES.
       01  WS-FIBREFX-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPFRPT-STATUS      PIC XX VALUE SPACES.
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-ANY-FAILED-SW        PIC X VALUE "N".
           88  WS-ANY-FAILED       VALUE "Y".
       01  WS-SEQ-FAILED-SW        PIC X VALUE "N".
           88  WS-SEQ-FAILED       VALUE "Y".
       01  WS-EXT-MODE-SW          PIC X VALUE "N".
           88  WS-EXT-MODE         VALUE "Y".
       01  WS-CUR-EOF-SW           PIC X VALUE "N".
           88  WS-CUR-EOF          VALUE "Y".
       01  WS-TRAILER-SEEN-SW      PIC X VALUE "N".
           88  WS-TRAILER-SEEN     VALUE "Y".
       01  WS-FAIL-I               PIC 9(9) VALUE 0.
       01  WS-FAIL-REASON          PIC X(36) VALUE SPACES.
       01  WS-PROOF-COUNT          PIC 9(9) VALUE 0.
       01  WS-PASS-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT           PIC 9(5) VALUE 0.

      * Classic proof fields - the prior record's CURR and PREV, and
      * their sum, which must be this record's CURR.
       01  WS-LAST-CURR            PIC 9(18) VALUE 0.
       01  WS-LAST-PREV            PIC 9(18) VALUE 0.
       01  WS-TERM-SUM             PIC 9(19) VALUE 0.

      * Extended-precision work fields, the same limb scheme FIB
      * builds the FIBRECX terms with.
       01  WS-XLAST-CURR           PIC X(108).
       01  WS-XLAST-PREV           PIC X(108).
       01  WS-XOP1.
           05  WS-XOP1-DIGITS      PIC X(117).
           05  WS-XOP1-L REDEFINES WS-XOP1-DIGITS.
               10  WS-XOP1-LIMB    OCCURS 13 TIMES PIC 9(9).
       01  WS-XOP2.
           05  WS-XOP2-DIGITS      PIC X(117).
           05  WS-XOP2-L REDEFINES WS-XOP2-DIGITS.
               10  WS-XOP2-LIMB    OCCURS 13 TIMES PIC 9(9).
       01  WS-XRES.
           05  WS-XRES-DIGITS      PIC X(117).
           05  WS-XRES-L REDEFINES WS-XRES-DIGITS.
               10  WS-XRES-LIMB    OCCURS 13 TIMES PIC 9(9).
       01  WS-X-SUB                PIC S9(4) COMP-3.
       01  WS-X-WORK               PIC 9(10).
       01  WS-X-CARRY              PIC 9(1).

      * Term-for-term agreement walk. Each side's CURR is widened to
      * the 108-digit extended form, so a classic and an extended
      * sequence with the same seeds compare on equal terms.
       01  WS-REF-SUB              PIC 9(4) COMP-3 VALUE 0.
       01  WS-REF-EXT-SW           PIC X VALUE "N".
           88  WS-REF-EXT          VALUE "Y".
       01  WS-REF-EOF-SW           PIC X VALUE "N".
           88  WS-REF-EOF          VALUE "Y".
       01  WS-REF-OPEN-SW          PIC X VALUE "N".
           88  WS-REF-OPEN         VALUE "Y".
       01  WS-CUR-OPEN-SW          PIC X VALUE "N".
           88  WS-CUR-OPEN         VALUE "Y".
       01  WS-CUR-HAVE-SW          PIC X VALUE "N".
           88  WS-CUR-HAVE         VALUE "Y".
       01  WS-REF-HAVE-SW          PIC X VALUE "N".
           88  WS-REF-HAVE         VALUE "Y".
       01  WS-CUR-TERM             PIC X(108).
       01  WS-CUR-TERM-I           PIC 9(9) VALUE 0.
       01  WS-REF-TERM             PIC X(108).

      * Latest FIBAUDIT record per seq-id, as FIBVERIF builds it,
      * with the outcome of each proof so a later sequence can pick
      * its agreement reference from the clean ones.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-MAX          PIC 9(4) COMP-3 VALUE 200.
           05  WS-SEQ-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-SEQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY SEQ-IX.
               10  WS-SEQ-ID       PIC X(8).
               10  WS-SEQ-FINAL-I  PIC 9(4).
               10  WS-SEQ-SEED-1   PIC 9(4).
               10  WS-SEQ-SEED-2   PIC 9(4).
               10  WS-SEQ-PROOF-SW PIC X.
                   88  WS-SEQ-PROVED   VALUE "P".
       01  WS-SEQ-SUB              PIC 9(4) COMP-3 VALUE 0.
       01  WS-SEQ-FOUND-SW         PIC X VALUE "N".
           88  WS-SEQ-FOUND        VALUE "Y".

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(25)
               VALUE "EXTRACT ARITHMETIC PROOF ".
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "SEQ-ID   ".
           05  FILLER              PIC X(4) VALUE "LAY ".
           05  FILLER              PIC X(10) VALUE "SEEDS     ".
           05  FILLER              PIC X(6) VALUE " TERMS".
           05  FILLER              PIC X(6) VALUE "FAIL-I".
           05  FILLER              PIC X(5) VALUE "RES  ".
           05  FILLER              PIC X(36) VALUE "REASON".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-SEQ-ID   PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-LAYOUT   PIC X(3).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-SEED-1   PIC 9(4).
           05  FILLER              PIC X VALUE "/".
           05  WS-RPT-DET-SEED-2   PIC 9(4).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-FAIL-I   PIC ZZZZZ.
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-RESULT   PIC X(4).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-REASON   PIC X(36).

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(20)
               VALUE "SEQUENCES PROVED    ".
           05  WS-RPT-FTR-PASS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE " PASSED       ".
           05  WS-RPT-FTR-FAIL     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(7) VALUE " FAILED".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0050-READ-CONTROL
           PERFORM 0200-INIT-CYCLE
           PERFORM 0100-LOAD-AUDIT-TABLE
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           IF WS-SEQ-COUNT = 0
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE "NO FIBAUDIT RECORDS TO PROVE" TO
                   WS-RPT-DET-REASON
               PERFORM 0720-WRITE-RPT-DETAIL
           END-IF
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
               PERFORM 1000-PROVE-ONE-SEQUENCE
           END-PERFORM
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBPFRPT
           DISPLAY "FIBPROOF SEQUENCES PASSED: " WS-PASS-COUNT
           DISPLAY "FIBPROOF SEQUENCES FAILED: " WS-FAIL-COUNT
           IF WS-ANY-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0240-POST-CYCLE-END
           STOP RUN.

       0050-READ-CONTROL.
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

       0200-INIT-CYCLE.
           PERFORM 0210-OPEN-CYCLE
           PERFORM 0220-CHECK-PREDECESSOR
           PERFORM 0230-POST-CYCLE-START.

       0210-OPEN-CYCLE.
           IF NOT WS-FIBCYCL-OPEN
               OPEN I-O FIBCYCLE
               IF WS-FIBCYCL-STATUS = "35"
                   OPEN OUTPUT FIBCYCLE
                   IF WS-FIBCYCL-STATUS = "00"
                       CLOSE FIBCYCLE
                       OPEN I-O FIBCYCLE
                   END-IF
               END-IF
               IF WS-FIBCYCL-STATUS = "00" OR
                       WS-FIBCYCL-STATUS = "97"
                   SET WS-FIBCYCL-USABLE TO TRUE
               END-IF
               SET WS-FIBCYCL-OPEN TO TRUE
           END-IF.

       0220-CHECK-PREDECESSOR.
           MOVE "N" TO WS-PRED-OK-SW
           IF WS-FIBCYCL-USABLE
               MOVE WS-PROCESS-DATE TO FIBCYC-RUN-DATE
               MOVE WS-CYC-PRED-ID TO FIBCYC-STEP-ID
               READ FIBCYCLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FIBCYC-COMPLETE
                           SET WS-PRED-OK TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-PRED-OK
               DISPLAY "FIBPROOF ABORT - " WS-CYC-PRED-ID
                   " NOT COMPLETE FOR " WS-PROCESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0230-POST-CYCLE-START.
           IF WS-FIBCYCL-USABLE
               MOVE SPACES TO FIBCYC-REC
               MOVE WS-PROCESS-DATE TO FIBCYC-RUN-DATE
               MOVE WS-CYC-STEP-ID TO FIBCYC-STEP-ID
               MOVE "R" TO FIBCYC-OUTCOME
               MOVE WS-RUN-DATE TO FIBCYC-START-DATE
               MOVE WS-RUN-TIME TO FIBCYC-START-TIME
               MOVE 0 TO FIBCYC-END-DATE
               MOVE 0 TO FIBCYC-END-TIME
               MOVE 0 TO FIBCYC-RC
               WRITE FIBCYC-REC
                   INVALID KEY
                       REWRITE FIBCYC-REC
                   END-REWRITE
               END-WRITE
           ELSE
               DISPLAY "FIBPROOF WARNING - FIBCYCLE NOT AVAILABLE"
                   " (STATUS " WS-FIBCYCL-STATUS ") -"
                   " CYCLE STATUS NOT POSTED"
           END-IF.

       0240-POST-CYCLE-END.
           IF WS-FIBCYCL-USABLE
               MOVE SPACES TO FIBCYC-REC
               MOVE WS-PROCESS-DATE TO FIBCYC-RUN-DATE
               MOVE WS-CYC-STEP-ID TO FIBCYC-STEP-ID
               MOVE WS-RUN-DATE TO FIBCYC-START-DATE
               MOVE WS-RUN-TIME TO FIBCYC-START-TIME
               ACCEPT FIBCYC-END-DATE FROM DATE YYYYMMDD
               ACCEPT FIBCYC-END-TIME FROM TIME
               IF RETURN-CODE >= 8
                   MOVE "F" TO FIBCYC-OUTCOME
               ELSE
                   MOVE "C" TO FIBCYC-OUTCOME
               END-IF
               MOVE RETURN-CODE TO FIBCYC-RC
               WRITE FIBCYC-REC
                   INVALID KEY
                       REWRITE FIBCYC-REC
                   END-REWRITE
               END-WRITE
               CLOSE FIBCYCLE
           END-IF.

       0100-LOAD-AUDIT-TABLE.
           OPEN INPUT FIBAUDIT
           IF WS-FIBAUDIT-STATUS = "00"
               PERFORM UNTIL WS-FIBAUDIT-EOF
                   READ FIBAUDIT
                       AT END SET WS-FIBAUDIT-EOF TO TRUE
                       NOT AT END PERFORM 0150-POST-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FIBAUDIT
           ELSE
               DISPLAY "FIBPROOF WARNING - FIBAUDIT NOT AVAILABLE"
                   " (STATUS " WS-FIBAUDIT-STATUS ")"
           END-IF.

       0150-POST-AUDIT-ENTRY.
           MOVE "N" TO WS-SEQ-FOUND-SW
           PERFORM VARYING SEQ-IX FROM 1 BY 1
                   UNTIL SEQ-IX > WS-SEQ-COUNT OR WS-SEQ-FOUND
               IF WS-SEQ-ID (SEQ-IX) = FIBAUDIT-SEQ-ID
                   MOVE FIBAUDIT-FINAL-I TO WS-SEQ-FINAL-I (SEQ-IX)
                   PERFORM 0160-POST-AUDIT-SEEDS
                   SET WS-SEQ-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SEQ-FOUND
               IF WS-SEQ-COUNT < WS-SEQ-MAX
                   ADD 1 TO WS-SEQ-COUNT
                   SET SEQ-IX TO WS-SEQ-COUNT
                   MOVE FIBAUDIT-SEQ-ID TO WS-SEQ-ID (SEQ-IX)
                   MOVE FIBAUDIT-FINAL-I TO WS-SEQ-FINAL-I (SEQ-IX)
                   MOVE SPACE TO WS-SEQ-PROOF-SW (SEQ-IX)
                   PERFORM 0160-POST-AUDIT-SEEDS
               ELSE
                   DISPLAY "FIBPROOF WARNING - SEQ TABLE FULL -"
                       " SEQ-ID " FIBAUDIT-SEQ-ID " NOT PROVED"
               END-IF
           END-IF.

      * Audit records written before seeds were carried have
      * spaces there; those runs were all classic 0/1.
       0160-POST-AUDIT-SEEDS.
           IF FIBAUDIT-SEED-1 IS NUMERIC AND
                   FIBAUDIT-SEED-2 IS NUMERIC AND
                   (FIBAUDIT-SEED-1 > 0 OR FIBAUDIT-SEED-2 > 0)
               MOVE FIBAUDIT-SEED-1 TO WS-SEQ-SEED-1 (SEQ-IX)
               MOVE FIBAUDIT-SEED-2 TO WS-SEQ-SEED-2 (SEQ-IX)
           ELSE
               MOVE 0 TO WS-SEQ-SEED-1 (SEQ-IX)
               MOVE 1 TO WS-SEQ-SEED-2 (SEQ-IX)
           END-IF.

       1000-PROVE-ONE-SEQUENCE.
           MOVE "N" TO WS-SEQ-FAILED-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-PROOF-COUNT
           MOVE 0 TO WS-FAIL-I
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-SEQ-ID (WS-SEQ-SUB) TO WS-RPT-DET-SEQ-ID
           MOVE WS-SEQ-SEED-1 (WS-SEQ-SUB) TO WS-RPT-DET-SEED-1
           MOVE WS-SEQ-SEED-2 (WS-SEQ-SUB) TO WS-RPT-DET-SEED-2
           IF WS-SEQ-FINAL-I (WS-SEQ-SUB) > WS-CLASSIC-MAX-N
               SET WS-EXT-MODE TO TRUE
               MOVE "EXT" TO WS-RPT-DET-LAYOUT
           ELSE
               MOVE "N" TO WS-EXT-MODE-SW
               MOVE "STD" TO WS-RPT-DET-LAYOUT
           END-IF
           IF WS-SEQ-FINAL-I (WS-SEQ-SUB) = 0
               MOVE "REJECTED - NO EXTRACT EXPECTED" TO
                   WS-FAIL-REASON
           ELSE
               IF WS-EXT-MODE
                   PERFORM 1200-PROVE-EXTRACT-EXT
               ELSE
                   PERFORM 1100-PROVE-EXTRACT-STD
               END-IF
               IF NOT WS-SEQ-FAILED AND
                       WS-PROOF-COUNT NOT =
                       WS-SEQ-FINAL-I (WS-SEQ-SUB)
                   COMPUTE WS-FAIL-I = WS-PROOF-COUNT + 1
                   MOVE "TERM COUNT DISAGREES WITH FIBAUDIT" TO
                       WS-FAIL-REASON
                   SET WS-SEQ-FAILED TO TRUE
               END-IF
               IF NOT WS-SEQ-FAILED
                   PERFORM 1400-FIND-REFERENCE
                   IF WS-REF-SUB > 0
                       PERFORM 1500-COMPARE-WITH-REFERENCE
                   END-IF
               END-IF
               IF NOT WS-SEQ-FAILED
                   SET WS-SEQ-PROVED (WS-SEQ-SUB) TO TRUE
                   IF WS-REF-SUB > 0
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING "SERIES PROVED, AGREES WITH "
                               DELIMITED BY SIZE
                               WS-SEQ-ID (WS-REF-SUB)
                               DELIMITED BY SPACE
                           INTO WS-FAIL-REASON
                   ELSE
                       MOVE "SERIES PROVED" TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF
           PERFORM 1800-REPORT-SEQUENCE.

      * Classic extract: the first record must carry the seeds
      * (PREV the second seed, CURR their sum); every later record
      * PREV = prior CURR and CURR = prior CURR + prior PREV.
       1100-PROVE-EXTRACT-STD.
           MOVE SPACES TO WS-FIBOUT-DSN
           STRING "FIBOUT." DELIMITED BY SIZE
                   WS-SEQ-ID (WS-SEQ-SUB) DELIMITED BY SPACE
               INTO WS-FIBOUT-DSN
           MOVE "N" TO WS-CUR-EOF-SW
           OPEN INPUT FIBOUT
           IF WS-FIBOUT-STATUS = "00"
               PERFORM UNTIL WS-CUR-EOF
                   READ FIBOUT
                       AT END SET WS-CUR-EOF TO TRUE
                       NOT AT END PERFORM 1150-PROVE-STD-REC
                   END-READ
               END-PERFORM
               CLOSE FIBOUT
           ELSE
               MOVE 1 TO WS-FAIL-I
               MOVE "EXTRACT MISSING OR UNREADABLE" TO
                   WS-FAIL-REASON
               SET WS-SEQ-FAILED TO TRUE
           END-IF.

       1150-PROVE-STD-REC.
           EVALUATE TRUE
               WHEN WS-SEQ-FAILED
                   CONTINUE
               WHEN FIBREC-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN NOT FIBREC-IS-DETAIL
                   COMPUTE WS-FAIL-I = WS-PROOF-COUNT + 1
                   MOVE "UNKNOWN RECORD TYPE IN EXTRACT" TO
                       WS-FAIL-REASON
                   SET WS-SEQ-FAILED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PROOF-COUNT
                   PERFORM 1160-PROVE-STD-DETAIL
           END-EVALUATE.

       1160-PROVE-STD-DETAIL.
           IF WS-PROOF-COUNT = 1
               MOVE WS-SEQ-SEED-1 (WS-SEQ-SUB) TO WS-LAST-PREV
               MOVE WS-SEQ-SEED-2 (WS-SEQ-SUB) TO WS-LAST-CURR
           END-IF
           COMPUTE WS-TERM-SUM = WS-LAST-CURR + WS-LAST-PREV
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE "DETAIL RECORD AFTER TRAILER" TO
                       WS-FAIL-REASON
               WHEN FIBREC-I NOT NUMERIC OR
                       FIBREC-CURR NOT NUMERIC OR
                       FIBREC-PREV NOT NUMERIC
                   MOVE "INDEX OR TERM NOT NUMERIC" TO
                       WS-FAIL-REASON
               WHEN FIBREC-I NOT = WS-PROOF-COUNT
                   MOVE "INDEX NOT CONTIGUOUS FROM 1" TO
                       WS-FAIL-REASON
               WHEN FIBREC-PREV NOT = WS-LAST-CURR AND
                       WS-PROOF-COUNT = 1
                   MOVE "PREV DISAGREES WITH SECOND SEED" TO
                       WS-FAIL-REASON
               WHEN FIBREC-PREV NOT = WS-LAST-CURR
                   MOVE "PREV DISAGREES WITH PRIOR CURR" TO
                       WS-FAIL-REASON
               WHEN FIBREC-CURR NOT = WS-TERM-SUM
                   MOVE "TERM NOT SUM OF PRIOR TWO" TO
                       WS-FAIL-REASON
               WHEN OTHER
                   MOVE FIBREC-CURR TO WS-LAST-CURR
                   MOVE FIBREC-PREV TO WS-LAST-PREV
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
               MOVE WS-PROOF-COUNT TO WS-FAIL-I
               SET WS-SEQ-FAILED TO TRUE
           END-IF.

      * Extended extract: the same proof on the 108-digit terms,
      * the sum taken limb by limb and required to stay inside the
      * 108 digits a FIBRECX term can carry.
       1200-PROVE-EXTRACT-EXT.
           MOVE SPACES TO WS-FIBOUTX-DSN
           STRING "FIBOUTX." DELIMITED BY SIZE
                   WS-SEQ-ID (WS-SEQ-SUB) DELIMITED BY SPACE
               INTO WS-FIBOUTX-DSN
           MOVE "N" TO WS-CUR-EOF-SW
           OPEN INPUT FIBOUTX
           IF WS-FIBOUTX-STATUS = "00"
               PERFORM UNTIL WS-CUR-EOF
                   READ FIBOUTX
                       AT END SET WS-CUR-EOF TO TRUE
                       NOT AT END PERFORM 1250-PROVE-EXT-REC
                   END-READ
               END-PERFORM
               CLOSE FIBOUTX
           ELSE
               MOVE 1 TO WS-FAIL-I
               MOVE "EXTRACT MISSING OR UNREADABLE" TO
                   WS-FAIL-REASON
               SET WS-SEQ-FAILED TO TRUE
           END-IF.

       1250-PROVE-EXT-REC.
           EVALUATE TRUE
               WHEN WS-SEQ-FAILED
                   CONTINUE
               WHEN FIBRECX-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN NOT FIBRECX-IS-DETAIL
                   COMPUTE WS-FAIL-I = WS-PROOF-COUNT + 1
                   MOVE "UNKNOWN RECORD TYPE IN EXTRACT" TO
                       WS-FAIL-REASON
                   SET WS-SEQ-FAILED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PROOF-COUNT
                   PERFORM 1260-PROVE-EXT-DETAIL
           END-EVALUATE.

       1260-PROVE-EXT-DETAIL.
           IF WS-PROOF-COUNT = 1
               MOVE ALL "0" TO WS-XOP1-DIGITS
               MOVE WS-SEQ-SEED-1 (WS-SEQ-SUB) TO WS-XOP1-LIMB (13)
               MOVE WS-XOP1-DIGITS (10:108) TO WS-XLAST-PREV
               MOVE WS-SEQ-SEED-2 (WS-SEQ-SUB) TO WS-XOP1-LIMB (13)
               MOVE WS-XOP1-DIGITS (10:108) TO WS-XLAST-CURR
           END-IF
           MOVE ALL "0" TO WS-XOP1-DIGITS
           MOVE ALL "0" TO WS-XOP2-DIGITS
           MOVE WS-XLAST-CURR TO WS-XOP1-DIGITS (10:108)
           MOVE WS-XLAST-PREV TO WS-XOP2-DIGITS (10:108)
           PERFORM 7000-ADD-X-OPERANDS
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE "DETAIL RECORD AFTER TRAILER" TO
                       WS-FAIL-REASON
               WHEN FIBRECX-I NOT NUMERIC OR
                       FIBRECX-CURR NOT NUMERIC OR
                       FIBRECX-PREV NOT NUMERIC
                   MOVE "INDEX OR TERM NOT NUMERIC" TO
                       WS-FAIL-REASON
               WHEN FIBRECX-I NOT = WS-PROOF-COUNT
                   MOVE "INDEX NOT CONTIGUOUS FROM 1" TO
                       WS-FAIL-REASON
               WHEN FIBRECX-PREV NOT = WS-XLAST-CURR AND
                       WS-PROOF-COUNT = 1
                   MOVE "PREV DISAGREES WITH SECOND SEED" TO
                       WS-FAIL-REASON
               WHEN FIBRECX-PREV NOT = WS-XLAST-CURR
                   MOVE "PREV DISAGREES WITH PRIOR CURR" TO
                       WS-FAIL-REASON
               WHEN WS-XRES-LIMB (1) NOT = 0 OR
                       FIBRECX-CURR NOT = WS-XRES-DIGITS (10:108)
                   MOVE "TERM NOT SUM OF PRIOR TWO" TO
                       WS-FAIL-REASON
               WHEN OTHER
                   MOVE FIBRECX-CURR TO WS-XLAST-CURR
                   MOVE FIBRECX-PREV TO WS-XLAST-PREV
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
               MOVE WS-PROOF-COUNT TO WS-FAIL-I
               SET WS-SEQ-FAILED TO TRUE
           END-IF.

      * The agreement reference is the first sequence already proved
      * clean tonight with the same seed pair; the first sequence of
      * each seed pair becomes the reference for the rest.
       1400-FIND-REFERENCE.
           MOVE 0 TO WS-REF-SUB
           PERFORM VARYING SEQ-IX FROM 1 BY 1
                   UNTIL SEQ-IX >= WS-SEQ-SUB OR WS-REF-SUB > 0
               IF WS-SEQ-PROVED (SEQ-IX) AND
                       WS-SEQ-SEED-1 (SEQ-IX) =
                       WS-SEQ-SEED-1 (WS-SEQ-SUB) AND
                       WS-SEQ-SEED-2 (SEQ-IX) =
                       WS-SEQ-SEED-2 (WS-SEQ-SUB)
                   SET WS-REF-SUB TO SEQ-IX
               END-IF
           END-PERFORM.

      * Both extracts are walked in step over the indexes they
      * share; the first index whose terms differ fails the
      * sequence being proved, naming the reference it disagrees
      * with.
       1500-COMPARE-WITH-REFERENCE.
           MOVE "N" TO WS-CUR-EOF-SW
           MOVE "N" TO WS-REF-EOF-SW
           MOVE 0 TO WS-CUR-TERM-I
           IF WS-SEQ-FINAL-I (WS-REF-SUB) > WS-CLASSIC-MAX-N
               SET WS-REF-EXT TO TRUE
           ELSE
               MOVE "N" TO WS-REF-EXT-SW
           END-IF
           PERFORM 1510-OPEN-COMPARE-PAIR
           IF WS-CUR-OPEN AND WS-REF-OPEN
               PERFORM UNTIL WS-CUR-EOF OR WS-REF-EOF OR
                       WS-SEQ-FAILED
                   PERFORM 1530-READ-CUR-TERM
                   PERFORM 1540-READ-REF-TERM
                   IF WS-CUR-HAVE AND WS-REF-HAVE AND
                           WS-CUR-TERM NOT = WS-REF-TERM
                       MOVE WS-CUR-TERM-I TO WS-FAIL-I
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING "TERM DISAGREES WITH SEQ-ID "
                               DELIMITED BY SIZE
                               WS-SEQ-ID (WS-REF-SUB)
                               DELIMITED BY SPACE
                           INTO WS-FAIL-REASON
                       SET WS-SEQ-FAILED TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               MOVE 1 TO WS-FAIL-I
               MOVE "EXTRACT UNREADABLE FOR AGREEMENT" TO
                   WS-FAIL-REASON
               SET WS-SEQ-FAILED TO TRUE
           END-IF
           PERFORM 1550-CLOSE-COMPARE-PAIR.

       1510-OPEN-COMPARE-PAIR.
           MOVE "N" TO WS-CUR-OPEN-SW
           MOVE "N" TO WS-REF-OPEN-SW
           IF WS-EXT-MODE
               OPEN INPUT FIBOUTX
               IF WS-FIBOUTX-STATUS = "00"
                   SET WS-CUR-OPEN TO TRUE
               END-IF
           ELSE
               OPEN INPUT FIBOUT
               IF WS-FIBOUT-STATUS = "00"
                   SET WS-CUR-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-REF-EXT
               MOVE SPACES TO WS-FIBREFX-DSN
               STRING "FIBOUTX." DELIMITED BY SIZE
                       WS-SEQ-ID (WS-REF-SUB) DELIMITED BY SPACE
                   INTO WS-FIBREFX-DSN
               OPEN INPUT FIBREFX
               IF WS-FIBREFX-STATUS = "00"
                   SET WS-REF-OPEN TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO WS-FIBREF-DSN
               STRING "FIBOUT." DELIMITED BY SIZE
                       WS-SEQ-ID (WS-REF-SUB) DELIMITED BY SPACE
                   INTO WS-FIBREF-DSN
               OPEN INPUT FIBREF
               IF WS-FIBREF-STATUS = "00"
                   SET WS-REF-OPEN TO TRUE
               END-IF
           END-IF.

       1530-READ-CUR-TERM.
           MOVE "N" TO WS-CUR-HAVE-SW
           PERFORM UNTIL WS-CUR-HAVE OR WS-CUR-EOF
               IF WS-EXT-MODE
                   READ FIBOUTX
                       AT END SET WS-CUR-EOF TO TRUE
                       NOT AT END
                           IF FIBRECX-IS-DETAIL
                               SET WS-CUR-HAVE TO TRUE
                               MOVE FIBRECX-I TO WS-CUR-TERM-I
                               MOVE FIBRECX-CURR TO WS-CUR-TERM
                           END-IF
                   END-READ
               ELSE
                   READ FIBOUT
                       AT END SET WS-CUR-EOF TO TRUE
                       NOT AT END
                           IF FIBREC-IS-DETAIL
                               SET WS-CUR-HAVE TO TRUE
                               MOVE FIBREC-I TO WS-CUR-TERM-I
                               MOVE ALL "0" TO WS-CUR-TERM
                               MOVE FIBREC-CURR TO
                                   WS-CUR-TERM (91:18)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       1540-READ-REF-TERM.
           MOVE "N" TO WS-REF-HAVE-SW
           PERFORM UNTIL WS-REF-HAVE OR WS-REF-EOF
               IF WS-REF-EXT
                   READ FIBREFX
                       AT END SET WS-REF-EOF TO TRUE
                       NOT AT END
                           IF REFRX-IS-DETAIL
                               SET WS-REF-HAVE TO TRUE
                               MOVE REFRX-CURR TO WS-REF-TERM
                           END-IF
                   END-READ
               ELSE
                   READ FIBREF
                       AT END SET WS-REF-EOF TO TRUE
                       NOT AT END
                           IF REFREC-IS-DETAIL
                               SET WS-REF-HAVE TO TRUE
                               MOVE ALL "0" TO WS-REF-TERM
                               MOVE REFREC-CURR TO
                                   WS-REF-TERM (91:18)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       1550-CLOSE-COMPARE-PAIR.
           IF WS-CUR-OPEN
               IF WS-EXT-MODE
                   CLOSE FIBOUTX
               ELSE
                   CLOSE FIBOUT
               END-IF
           END-IF
           IF WS-REF-OPEN
               IF WS-REF-EXT
                   CLOSE FIBREFX
               ELSE
                   CLOSE FIBREF
               END-IF
           END-IF.

       1800-REPORT-SEQUENCE.
           MOVE WS-PROOF-COUNT TO WS-RPT-DET-COUNT
           MOVE WS-FAIL-REASON TO WS-RPT-DET-REASON
           IF WS-SEQ-FAILED
               MOVE WS-FAIL-I TO WS-RPT-DET-FAIL-I
               MOVE "FAIL" TO WS-RPT-DET-RESULT
               ADD 1 TO WS-FAIL-COUNT
               SET WS-ANY-FAILED TO TRUE
               DISPLAY "FIBPROOF FAIL - SEQ-ID "
                   WS-SEQ-ID (WS-SEQ-SUB) " INDEX " WS-FAIL-I
                   " " WS-FAIL-REASON
           ELSE
               MOVE ZERO TO WS-RPT-DET-FAIL-I
               MOVE "PASS" TO WS-RPT-DET-RESULT
               ADD 1 TO WS-PASS-COUNT
           END-IF
           PERFORM 0720-WRITE-RPT-DETAIL.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBPFRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBPFRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBPFRPT-LINE
           WRITE FIBPFRPT-REC
           MOVE " " TO FIBPFRPT-CC
           MOVE SPACES TO FIBPFRPT-LINE
           WRITE FIBPFRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBPFRPT-LINE
           WRITE FIBPFRPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBPFRPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBPFRPT-LINE
           WRITE FIBPFRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-PASS-COUNT TO WS-RPT-FTR-PASS
           MOVE WS-FAIL-COUNT TO WS-RPT-FTR-FAIL
           MOVE " " TO FIBPFRPT-CC
           MOVE SPACES TO FIBPFRPT-LINE
           WRITE FIBPFRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBPFRPT-LINE
           WRITE FIBPFRPT-REC.

      * Same limb-wise addition FIB uses: thirteen 9-digit words
      * added least-significant first with a manual carry.
       7000-ADD-X-OPERANDS.
           MOVE 0 TO WS-X-CARRY
           PERFORM VARYING WS-X-SUB FROM 13 BY -1
                   UNTIL WS-X-SUB < 1
               COMPUTE WS-X-WORK = WS-XOP1-LIMB (WS-X-SUB)
                   + WS-XOP2-LIMB (WS-X-SUB) + WS-X-CARRY
               IF WS-X-WORK > 999999999
                   SUBTRACT 1000000000 FROM WS-X-WORK
                   MOVE 1 TO WS-X-CARRY
               ELSE
                   MOVE 0 TO WS-X-CARRY
               END-IF
               MOVE WS-X-WORK TO WS-XRES-LIMB (WS-X-SUB)
           END-PERFORM.

      *            DEFAULT fallback takes its N from FIBCTL-SEQ-LEN,
      *            the same place FIB gets it, so it too is compared
      *            in whichever layout pair it actually ran in.
      * 2026-09-14 Seed pairs from both trailers shown on every line.
      *            A sequence whose trailer seeds differ from the
      *            prior copy's is classified SEED CHANGE - every
      *            term is expected to move, so it is reported as the
      *            parameter change it is, not as ALTERED. Trailers
      *            written before seeds were carried count as the
      *            classic 0/1 pair.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCOMP.
       ENVIRONMENT DIVISION.
       01  WS-MISMATCH-SW          PIC X VALUE "N".
           88  WS-MISMATCH         VALUE "Y".
       01  WS-CUR-COUNT            PIC 9(9) VALUE 0.
       01  WS-CUR-SEED-1           PIC 9(4) VALUE 0.
       01  WS-CUR-SEED-2           PIC 9(4) VALUE 1.
       01  WS-PRI-SEED-1           PIC 9(4) VALUE 0.
       01  WS-PRI-SEED-2           PIC 9(4) VALUE 1.
       01  WS-PRI-COUNT            PIC 9(9) VALUE 0.
       01  WS-SEQ-DISP             PIC X(15) VALUE SPACES.
       01  WS-WARN-SW              PIC X VALUE "N".
           05  FILLER              PIC X(9) VALUE "SEQ-ID   ".
           05  FILLER              PIC X(12) VALUE " PRIOR TERMS".
           05  FILLER              PIC X(15) VALUE "  CURRENT TERMS".
           05  FILLER              PIC X(24) VALUE "  DISPOSITION".
           05  FILLER              PIC X(20)
               VALUE "PRI SEEDS CUR SEEDS ".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-SEQ-ID   PIC X(8).
           05  WS-RPT-DET-DISP     PIC X(15).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-FLAG     PIC X(7).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-PRI-SD1  PIC 9(4).
           05  FILLER              PIC X VALUE "/".
           05  WS-RPT-DET-PRI-SD2  PIC 9(4).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-CUR-SD1  PIC 9(4).
           05  FILLER              PIC X VALUE "/".
           05  WS-RPT-DET-CUR-SD2  PIC 9(4).

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(20)
           MOVE "N" TO WS-WARN-SW
           MOVE 0 TO WS-CUR-COUNT
           MOVE 0 TO WS-PRI-COUNT
           MOVE 0 TO WS-CUR-SEED-1
           MOVE 1 TO WS-CUR-SEED-2
           MOVE 0 TO WS-PRI-SEED-1
           MOVE 1 TO WS-PRI-SEED-2
           PERFORM 1600-OPEN-EXTRACT-PAIR
           EVALUATE TRUE
               WHEN NOT WS-CUR-OPEN AND NOT WS-PRI-OPEN
                           SET WS-CUR-HAVE TO TRUE
                           ADD 1 TO WS-CUR-COUNT
                       END-IF
                       IF FIBRECX-IS-TRAILER AND
                               FIBRECX-SEED-1 IS NUMERIC AND
                               FIBRECX-SEED-2 IS NUMERIC AND
                               (FIBRECX-SEED-1 > 0 OR
                                FIBRECX-SEED-2 > 0)
                           MOVE FIBRECX-SEED-1 TO WS-CUR-SEED-1
                           MOVE FIBRECX-SEED-2 TO WS-CUR-SEED-2
                       END-IF
               END-READ
           END-PERFORM.

                           SET WS-CUR-HAVE TO TRUE
                           ADD 1 TO WS-CUR-COUNT
                       END-IF
                       IF FIBREC-IS-TRAILER AND
                               FIBREC-SEED-1 IS NUMERIC AND
                               FIBREC-SEED-2 IS NUMERIC AND
                               (FIBREC-SEED-1 > 0 OR
                                FIBREC-SEED-2 > 0)
                           MOVE FIBREC-SEED-1 TO WS-CUR-SEED-1
                           MOVE FIBREC-SEED-2 TO WS-CUR-SEED-2
                       END-IF
               END-READ
           END-PERFORM.

                           SET WS-PRI-HAVE TO TRUE
                           ADD 1 TO WS-PRI-COUNT
                       END-IF
                       IF PRIRX-IS-TRAILER AND
                               PRIRX-SEED-1 IS NUMERIC AND
                               PRIRX-SEED-2 IS NUMERIC AND
                               (PRIRX-SEED-1 > 0 OR
                                PRIRX-SEED-2 > 0)
                           MOVE PRIRX-SEED-1 TO WS-PRI-SEED-1
                           MOVE PRIRX-SEED-2 TO WS-PRI-SEED-2
                       END-IF
               END-READ
           END-PERFORM.

                           SET WS-PRI-HAVE TO TRUE
                           ADD 1 TO WS-PRI-COUNT
                       END-IF
                       IF PRIREC-IS-TRAILER AND
                               PRIREC-SEED-1 IS NUMERIC AND
                               PRIREC-SEED-2 IS NUMERIC AND
                               (PRIREC-SEED-1 > 0 OR
                                PRIREC-SEED-2 > 0)
                           MOVE PRIREC-SEED-1 TO WS-PRI-SEED-1
                           MOVE PRIREC-SEED-2 TO WS-PRI-SEED-2
                       END-IF
               END-READ
           END-PERFORM.

               END-IF
           END-IF.

      * A reseeded sequence differs in every term by design; the
      * seed comparison comes first so it is never read as damage.
       1700-CLASSIFY.
           EVALUATE TRUE
               WHEN WS-CUR-SEED-1 NOT = WS-PRI-SEED-1 OR
                       WS-CUR-SEED-2 NOT = WS-PRI-SEED-2
                   MOVE "SEED CHANGE" TO WS-SEQ-DISP
               WHEN WS-MISMATCH
                   MOVE "ALTERED" TO WS-SEQ-DISP
                   SET WS-WARN TO TRUE
           MOVE WS-PRI-COUNT TO WS-RPT-DET-PRI
           MOVE WS-CUR-COUNT TO WS-RPT-DET-CUR
           MOVE WS-SEQ-DISP TO WS-RPT-DET-DISP
           MOVE WS-PRI-SEED-1 TO WS-RPT-DET-PRI-SD1
           MOVE WS-PRI-SEED-2 TO WS-RPT-DET-PRI-SD2
           MOVE WS-CUR-SEED-1 TO WS-RPT-DET-CUR-SD1
           MOVE WS-CUR-SEED-2 TO WS-RPT-DET-CUR-SD2
           IF WS-WARN
               MOVE "*WARN*" TO WS-RPT-DET-FLAG
               ADD 1 TO WS-WARNED-COUNT

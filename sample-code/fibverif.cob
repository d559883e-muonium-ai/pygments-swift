      *            an emptied FIBOUT.seq-id behind, which would
      *            otherwise be tallied against tonight's audit and
      *            fail the night.
      * 2026-09-14 Seed pair shown under each sequence: the seeds
      *            the latest FIBAUDIT record says the sequence ran
      *            with, proved against the seeds the extract
      *            trailer carries, so a reseeded sequence reads as
      *            a seed change rather than as a damaged file.
      *            Records written before seeds were carried count
      *            as the classic 0/1 pair.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBVERIF.
       ENVIRONMENT DIVISION.
           88  WS-EXT-MODE         VALUE "Y".
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-XSUM-LOW             PIC 9(18) VALUE 0.
       01  WS-TRLR-SEED-1          PIC 9(4) VALUE 0.
       01  WS-TRLR-SEED-2          PIC 9(4) VALUE 1.

      * Extended-precision work fields, the same limb scheme FIB
      * uses to build the 117-digit control sums it ships in the
                   INDEXED BY SEQ-IX.
               10  WS-SEQ-ID       PIC X(8).
               10  WS-SEQ-FINAL-I  PIC 9(4).
               10  WS-SEQ-SEED-1   PIC 9(4).
               10  WS-SEQ-SEED-2   PIC 9(4).
       01  WS-SEQ-SUB              PIC 9(4) COMP-3 VALUE 0.
       01  WS-SEQ-FOUND-SW         PIC X VALUE "N".
           88  WS-SEQ-FOUND        VALUE "Y".
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-REASON   PIC X(33).

       01  WS-RPT-SEED-LINE.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  FILLER              PIC X(15)
               VALUE "AUDIT SEEDS    ".
           05  WS-RPT-SEED-AUD-1   PIC 9(4).
           05  FILLER              PIC X VALUE "/".
           05  WS-RPT-SEED-AUD-2   PIC 9(4).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(15)
               VALUE "TRAILER SEEDS  ".
           05  WS-RPT-SEED-TRL-1   PIC 9(4).
           05  FILLER              PIC X VALUE "/".
           05  WS-RPT-SEED-TRL-2   PIC 9(4).

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(20)
               VALUE "SEQUENCES VERIFIED  ".
                   UNTIL SEQ-IX > WS-SEQ-COUNT OR WS-SEQ-FOUND
               IF WS-SEQ-ID (SEQ-IX) = FIBAUDIT-SEQ-ID
                   MOVE FIBAUDIT-FINAL-I TO WS-SEQ-FINAL-I (SEQ-IX)
                   PERFORM 0160-POST-AUDIT-SEEDS
                   SET WS-SEQ-FOUND TO TRUE
               END-IF
           END-PERFORM
                   SET SEQ-IX TO WS-SEQ-COUNT
                   MOVE FIBAUDIT-SEQ-ID TO WS-SEQ-ID (SEQ-IX)
                   MOVE FIBAUDIT-FINAL-I TO WS-SEQ-FINAL-I (SEQ-IX)
                   PERFORM 0160-POST-AUDIT-SEEDS
               ELSE
                   DISPLAY "FIBVERIF WARNING - SEQ TABLE FULL -"
                       " SEQ-ID " FIBAUDIT-SEQ-ID " NOT VERIFIED"
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

       1000-VERIFY-ONE-SEQUENCE.
           MOVE "N" TO WS-SEQ-FAILED-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-TRLR-SUM
           MOVE ALL "0" TO WS-VXSUM-DIGITS
           MOVE ALL "0" TO WS-XTRLR-SUM
           MOVE 0 TO WS-TRLR-SEED-1
           MOVE 1 TO WS-TRLR-SEED-2
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-SEQ-ID (WS-SEQ-SUB) TO WS-RPT-DET-SEQ-ID
           IF WS-SEQ-FINAL-I (WS-SEQ-SUB) = 0
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE FIBRECX-REC-COUNT TO WS-TRLR-COUNT
                   MOVE FIBRECX-CTRL-SUM TO WS-XTRLR-SUM
                   IF FIBRECX-SEED-1 IS NUMERIC AND
                           FIBRECX-SEED-2 IS NUMERIC AND
                           (FIBRECX-SEED-1 > 0 OR FIBRECX-SEED-2 > 0)
                       MOVE FIBRECX-SEED-1 TO WS-TRLR-SEED-1
                       MOVE FIBRECX-SEED-2 TO WS-TRLR-SEED-2
                   END-IF
               WHEN OTHER
                   SET WS-SEQ-FAILED TO TRUE
                   MOVE "UNKNOWN RECORD TYPE IN EXTRACT" TO
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE FIBREC-REC-COUNT TO WS-TRLR-COUNT
                   MOVE FIBREC-CTRL-SUM TO WS-TRLR-SUM
                   IF FIBREC-SEED-1 IS NUMERIC AND
                           FIBREC-SEED-2 IS NUMERIC AND
                           (FIBREC-SEED-1 > 0 OR FIBREC-SEED-2 > 0)
                       MOVE FIBREC-SEED-1 TO WS-TRLR-SEED-1
                       MOVE FIBREC-SEED-2 TO WS-TRLR-SEED-2
                   END-IF
               WHEN OTHER
                   SET WS-SEQ-FAILED TO TRUE
                   MOVE "UNKNOWN RECORD TYPE IN EXTRACT" TO
                       SET WS-SEQ-FAILED TO TRUE
                       MOVE "COUNT DISAGREES WITH FIBAUDIT" TO
                           WS-RPT-DET-REASON
                   WHEN WS-TRLR-SEED-1 NOT =
                           WS-SEQ-SEED-1 (WS-SEQ-SUB) OR
                           WS-TRLR-SEED-2 NOT =
                           WS-SEQ-SEED-2 (WS-SEQ-SUB)
                       SET WS-SEQ-FAILED TO TRUE
                       MOVE "SEEDS DISAGREE WITH FIBAUDIT" TO
                           WS-RPT-DET-REASON
               END-EVALUATE
           END-IF
           MOVE WS-VERIF-COUNT TO WS-RPT-DET-COUNT
               MOVE "TRAILER AND AUDIT AGREE" TO WS-RPT-DET-REASON
               ADD 1 TO WS-PASS-COUNT
           END-IF
           PERFORM 0720-WRITE-RPT-DETAIL
           PERFORM 1250-WRITE-SEED-LINE.

       1250-WRITE-SEED-LINE.
           MOVE WS-SEQ-SEED-1 (WS-SEQ-SUB) TO WS-RPT-SEED-AUD-1
           MOVE WS-SEQ-SEED-2 (WS-SEQ-SUB) TO WS-RPT-SEED-AUD-2
           MOVE WS-TRLR-SEED-1 TO WS-RPT-SEED-TRL-1
           MOVE WS-TRLR-SEED-2 TO WS-RPT-SEED-TRL-2
           MOVE WS-RPT-SEED-LINE TO WS-RPT-DETAIL-LINE
           PERFORM 0720-WRITE-RPT-DETAIL.

       0700-OPEN-RPT.

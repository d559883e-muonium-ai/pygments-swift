      * 2026-09-02 Raised the safe maximum N to 500 to match FIB's
      *            extended-precision path, so the standing N001
      *            rejects up to that length can now be resolved.
      * 2026-09-14 "N within the safe maximum" now means the maximum
      *            for the entry's own seed pair, worked out the same
      *            way FIB does it, so an item is only resolved when
      *            tomorrow's run will actually accept the entry.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRECYC.
       ENVIRONMENT DIVISION.
           88  WS-FIBSUSP-EOF      VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-MAX-SAFE-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-1               PIC 9(4) VALUE 0.
       01  WS-SEED-2               PIC 9(4) VALUE 1.
       01  WS-SEED-CLASSIC-MAX-N   PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-MAX-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-ENTRY-MAX-N          PIC 9(4) COMP-3 VALUE 500.
       01  WS-CEIL-I               PIC 9(4) COMP-3.

      * Extended-precision work fields for the seed ceiling - the
      * same 117-digit, thirteen-limb arrangement FIB uses.
       01  WS-XA.
           05  WS-XA-DIGITS        PIC X(117).
           05  WS-XA-L REDEFINES WS-XA-DIGITS.
               10  WS-XA-LIMB      OCCURS 13 TIMES PIC 9(9).
       01  WS-XB.
           05  WS-XB-DIGITS        PIC X(117).
           05  WS-XB-L REDEFINES WS-XB-DIGITS.
               10  WS-XB-LIMB      OCCURS 13 TIMES PIC 9(9).
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
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-RESOLVED-COUNT       PIC 9(5) VALUE 0.
                   DISPLAY "FIBRECYC STILL OPEN - SEQ-ID "
                       FIBSUSP-SEQ-ID " NOT ON FIBPARM"
               NOT INVALID KEY
                   PERFORM 1150-SET-ENTRY-MAX-N
                   IF FIBPARM-IS-ACTIVE AND
                           FIBPARM-N NOT > WS-ENTRY-MAX-N
                       PERFORM 1200-RESOLVE-ITEM
                   ELSE
                       ADD 1 TO WS-STILL-OPEN-COUNT
                   END-IF
           END-READ.

      * Blank seeds and a zero-zero pair mean the classic 0/1, as
      * FIB reads them. N up to the classic maximum must fit the
      * classic field for these seeds; above it, the extended one.
       1150-SET-ENTRY-MAX-N.
           MOVE 0 TO WS-SEED-1
           MOVE 0 TO WS-SEED-2
           IF FIBPARM-SEED-1 IS NUMERIC
               MOVE FIBPARM-SEED-1 TO WS-SEED-1
           END-IF
           IF FIBPARM-SEED-2 IS NUMERIC
               MOVE FIBPARM-SEED-2 TO WS-SEED-2
           END-IF
           IF WS-SEED-1 = 0 AND WS-SEED-2 = 0
               MOVE 1 TO WS-SEED-2
           END-IF
           PERFORM 1160-COMPUTE-SEED-CEILING
           IF FIBPARM-N > WS-CLASSIC-MAX-N
               MOVE WS-SEED-MAX-N TO WS-ENTRY-MAX-N
           ELSE
               MOVE WS-SEED-CLASSIC-MAX-N TO WS-ENTRY-MAX-N
           END-IF.

      * Same ceiling FIB works out in its 0170-COMPUTE-SEED-CEILING:
      * the last index whose term fits 18 digits and the last that
      * fits 108, stopping at WS-MAX-SAFE-N.
       1160-COMPUTE-SEED-CEILING.
           MOVE ALL "0" TO WS-XA-DIGITS
           MOVE ALL "0" TO WS-XB-DIGITS
           MOVE WS-SEED-1 TO WS-XA-LIMB (13)
           MOVE WS-SEED-2 TO WS-XB-LIMB (13)
           MOVE 0 TO WS-SEED-CLASSIC-MAX-N
           MOVE 0 TO WS-SEED-MAX-N
           PERFORM VARYING WS-CEIL-I FROM 1 BY 1
                   UNTIL WS-CEIL-I > WS-MAX-SAFE-N
                      OR WS-XB-LIMB (1) NOT = 0
               MOVE WS-XA-DIGITS TO WS-XOP1-DIGITS
               MOVE WS-XB-DIGITS TO WS-XOP2-DIGITS
               PERFORM 7000-ADD-X-OPERANDS
               MOVE WS-XB-DIGITS TO WS-XA-DIGITS
               MOVE WS-XRES-DIGITS TO WS-XB-DIGITS
               IF WS-XB-DIGITS (1:99) = ZEROS
                   MOVE WS-CEIL-I TO WS-SEED-CLASSIC-MAX-N
               END-IF
               IF WS-XB-LIMB (1) = 0
                   MOVE WS-CEIL-I TO WS-SEED-MAX-N
               END-IF
           END-PERFORM.

      * The corrected entry is queued for the next run by pulling
      * its next-run-date back to the processing date; FIB's due
      * test does the rest.
                   DISPLAY "FIBRECYC RESOLVED - SEQ-ID "
                       FIBSUSP-SEQ-ID " QUEUED FOR NEXT RUN"
           END-REWRITE.

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

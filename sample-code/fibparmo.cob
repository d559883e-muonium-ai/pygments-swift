      *            night), so the batch roll can no longer silently
      *            overwrite a same-evening change. A lock left by
      *            an abend is released through FIBOPER.
      * 2026-09-14 The screen now shows and maintains the two seed
      *            values added to FIBPARM (fields SEQSD1/SEQSD2).
      *            Each must be numeric or blank (blank stores zero;
      *            a zero-zero pair is stored as the classic 0/1),
      *            and N must fit the safe maximum for those seeds,
      *            worked out the same way FIB and FIBPMNT do it.
      * 2026-09-28 Add, change and deactivate are now maker-checker.
      *            An update that passes authority and the edits is
      *            written to FIBPEND as a PENDING change (maker =
      *            signed-on user, the entry as it stands and the
      *            proposed image) instead of touching FIBPARM; it is
      *            applied and journaled only when a second user
      *            approves it on the FIBAPPRO screen or through the
      *            FIBAPPR batch. A sequence may have only one change
      *            pending - one left pending past the lapse age is
      *            expired on the way. The FIBLOCK in-flight check
      *            moved to the approval step, where FIBPARM is now
      *            actually updated.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPARMO.
       ENVIRONMENT DIVISION.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP2                PIC S9(8) COMP.
       01  WS-MAX-SAFE-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-1               PIC 9(4) VALUE 0.
       01  WS-SEED-2               PIC 9(4) VALUE 1.
       01  WS-SEED-CLASSIC-MAX-N   PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-MAX-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-CEIL-I               PIC 9(4) COMP-3.
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
       01  WS-EDIT-OK-SW           PIC X VALUE "N".
           88  WS-EDIT-OK          VALUE "Y".
       01  WS-N-NUM                PIC 9(4) VALUE 0.
       01  WS-USER-ID              PIC X(8) VALUE SPACES.
       01  WS-AUTH-OK-SW           PIC X VALUE "N".
           88  WS-AUTH-OK          VALUE "Y".
       01  WS-PEND-BEFORE          PIC X(80) VALUE SPACES.
       01  WS-PEND-AFTER           PIC X(80) VALUE SPACES.
       01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
       01  WS-NOW-DATE-X           PIC X(8) VALUE SPACES.
       01  WS-NOW-DATE REDEFINES WS-NOW-DATE-X PIC 9(8).
       01  WS-NOW-TIME-X           PIC X(6) VALUE SPACES.
       01  WS-PEND-FOUND-SW        PIC X VALUE "N".
           88  WS-PEND-FOUND       VALUE "Y".
       01  WS-PEND-EOF-SW          PIC X VALUE "N".
           88  WS-PEND-EOF         VALUE "Y".
       01  WS-PEND-KEY.
           05  WS-PEND-KEY-SEQ-ID  PIC X(8).
           05  WS-PEND-KEY-DATE    PIC 9(8).
           05  WS-PEND-KEY-TIME    PIC 9(8).
       01  WS-LAPSE-KEY            PIC X(24) VALUE SPACES.
      * A change left pending this many days lapses - the same age
      * FIBPMNT, FIBAPPR and FIBAPPRO expire at.
       01  WS-LAPSE-DAYS           PIC 9(3) VALUE 3.
       01  WS-PEND-AGE-DAYS        PIC S9(7) COMP-3.

           COPY FIBPARM.

           COPY FIBAUTH.

           COPY FIBPEND.

           COPY FIBCKST.

           END-EVALUATE.

      * Inquiry stays open to all; an update action first proves
      * the signed-on user holds the matching FIBAUTH authority and
      * that no other change to the sequence is awaiting approval.
       1100-PROCESS-UPDATE-ACTION.
           PERFORM 8800-CHECK-USER-AUTH
           IF WS-AUTH-OK
               PERFORM 8850-CHECK-PENDING
           ELSE
               MOVE "N" TO WS-PEND-FOUND-SW
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-AUTH-OK
                   PERFORM 9010-SEND-MAP
               WHEN WS-PEND-FOUND
                   PERFORM 9010-SEND-MAP
               WHEN ACTIONI = "A"
                   PERFORM 4000-ADD-ENTRY
           END-IF
           PERFORM 9010-SEND-MAP.

      * Updates are submitted, not applied: FIBPARM is only read
      * here, to refuse an add of an existing entry and a change or
      * deactivate of a missing one before anyone is asked to
      * approve it.
       4000-ADD-ENTRY.
           PERFORM 8000-EDIT-FIELDS
           IF WS-EDIT-OK
               MOVE SEQIDI TO FIBPARM-SEQ-ID
               EXEC CICS READ FILE('FIBPARM') INTO(FIBPARM-REC)
                   RIDFLD(FIBPARM-SEQ-ID) RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE "SEQ-ID ALREADY ON FIBPARM" TO MSGO
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO FIBPARM-REC
                       MOVE SEQIDI TO FIBPARM-SEQ-ID
                       PERFORM 8500-MOVE-FIELDS-TO-REC
                       MOVE SPACES TO WS-PEND-BEFORE
                       MOVE FIBPARM-REC TO WS-PEND-AFTER
                       PERFORM 8900-WRITE-PENDING
                   WHEN OTHER
                       MOVE "FIBPARM READ FAILED" TO MSGO
               END-EVALUATE
           END-IF
           PERFORM 9010-SEND-MAP.

           IF WS-EDIT-OK
               MOVE SEQIDI TO FIBPARM-SEQ-ID
               EXEC CICS READ FILE('FIBPARM') INTO(FIBPARM-REC)
                   RIDFLD(FIBPARM-SEQ-ID) RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE FIBPARM-REC TO WS-PEND-BEFORE
                   PERFORM 8500-MOVE-FIELDS-TO-REC
                   MOVE FIBPARM-REC TO WS-PEND-AFTER
                   PERFORM 8900-WRITE-PENDING
               ELSE
                   IF WS-RESP = DFHRESP(NOTFND)
                       MOVE "SEQ-ID NOT FOUND ON FIBPARM" TO MSGO
           END-IF
           PERFORM 9010-SEND-MAP.

      * The screen shows the entry as it stands; the deactivation
      * itself waits for approval.
       6000-DEACTIVATE-ENTRY.
           MOVE SEQIDI TO FIBPARM-SEQ-ID
           EXEC CICS READ FILE('FIBPARM') INTO(FIBPARM-REC)
               RIDFLD(FIBPARM-SEQ-ID) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-FORMAT-ENTRY
               MOVE FIBPARM-REC TO WS-PEND-BEFORE
               MOVE "N" TO FIBPARM-ACTIVE
               MOVE FIBPARM-REC TO WS-PEND-AFTER
               PERFORM 8900-WRITE-PENDING
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "SEQ-ID NOT FOUND ON FIBPARM" TO MSGO
           MOVE FIBPARM-EFF-DATE TO SEQEFFO
           MOVE FIBPARM-EXP-DATE TO SEQEXPO
           MOVE FIBPARM-NEXT-RUN-DATE TO SEQNXTO
           MOVE FIBPARM-SEED-1 TO SEQSD1O
           MOVE FIBPARM-SEED-2 TO SEQSD2O
           MOVE FIBPARM-SEQ-ID TO CA-LAST-SEQ-ID
           PERFORM 7500-FORMAT-CKPT-STATUS
           MOVE WS-CKPT-LINE TO CKPTSTO.
           END-EVALUATE
           IF WS-EDIT-OK
               PERFORM 8100-EDIT-DATES
           END-IF
           IF WS-EDIT-OK
               PERFORM 8200-EDIT-SEEDS
           END-IF.

       8100-EDIT-DATES.
               MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO MSGO
           END-IF.

      * Blank seeds store zero and a zero-zero pair means the
      * classic 0/1, as FIB reads them. N up to the classic maximum
      * must fit FIB's 18-digit classic field for these seeds;
      * above it, the 108-digit extended field.
       8200-EDIT-SEEDS.
           MOVE 0 TO WS-SEED-1
           MOVE 0 TO WS-SEED-2
           IF SEQSD1I NOT = SPACES AND SEQSD1I NOT = LOW-VALUES
               IF SEQSD1I IS NUMERIC
                   MOVE SEQSD1I TO WS-SEED-1
               ELSE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "SEED 1 NOT NUMERIC" TO MSGO
               END-IF
           END-IF
           IF WS-EDIT-OK AND
                   SEQSD2I NOT = SPACES AND SEQSD2I NOT = LOW-VALUES
               IF SEQSD2I IS NUMERIC
                   MOVE SEQSD2I TO WS-SEED-2
               ELSE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "SEED 2 NOT NUMERIC" TO MSGO
               END-IF
           END-IF
           IF WS-SEED-1 = 0 AND WS-SEED-2 = 0
               MOVE 1 TO WS-SEED-2
           END-IF
           IF WS-EDIT-OK
               PERFORM 8250-COMPUTE-SEED-CEILING
               IF WS-N-NUM > WS-CLASSIC-MAX-N
                   IF WS-N-NUM > WS-SEED-MAX-N
                       MOVE "N" TO WS-EDIT-OK-SW
                       MOVE "N EXCEEDS MAXIMUM FOR THESE SEEDS"
                           TO MSGO
                   END-IF
               ELSE
                   IF WS-N-NUM > WS-SEED-CLASSIC-MAX-N
                       MOVE "N" TO WS-EDIT-OK-SW
                       MOVE "N EXCEEDS MAXIMUM FOR THESE SEEDS"
                           TO MSGO
                   END-IF
               END-IF
           END-IF.

      * Same ceiling FIB works out in its 0170-COMPUTE-SEED-CEILING:
      * the last index whose term fits 18 digits and the last that
      * fits 108, stopping at WS-MAX-SAFE-N.
       8250-COMPUTE-SEED-CEILING.
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
               PERFORM 8260-ADD-X-OPERANDS
               MOVE WS-XB-DIGITS TO WS-XA-DIGITS
               MOVE WS-XRES-DIGITS TO WS-XB-DIGITS
               IF WS-XB-DIGITS (1:99) = ZEROS
                   MOVE WS-CEIL-I TO WS-SEED-CLASSIC-MAX-N
               END-IF
               IF WS-XB-LIMB (1) = 0
                   MOVE WS-CEIL-I TO WS-SEED-MAX-N
               END-IF
           END-PERFORM.

      * Same limb-wise addition FIB uses: thirteen 9-digit words
      * added least-significant first with a manual carry.
       8260-ADD-X-OPERANDS.
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

       8500-MOVE-FIELDS-TO-REC.
           MOVE WS-N-NUM TO FIBPARM-N
           MOVE SEQLBLI TO FIBPARM-LABEL
           END-IF
           MOVE WS-EFF-NUM TO FIBPARM-EFF-DATE
           MOVE WS-EXP-NUM TO FIBPARM-EXP-DATE
           MOVE WS-NXT-NUM TO FIBPARM-NEXT-RUN-DATE
           MOVE WS-SEED-1 TO FIBPARM-SEED-1
           MOVE WS-SEED-2 TO FIBPARM-SEED-2.

      * Authorization fails closed: a read miss on FIBAUTH, a blank
      * user or a missing authority flag all refuse the update.
               MOVE "USER NOT AUTHORIZED FOR THIS ACTION" TO MSGO
           END-IF.

      * Only one change per sequence may wait for approval - a
      * second would be approved against a before-image that no
      * longer holds. A pending change already past the lapse age is
      * expired here instead of blocking the new one; the browse is
      * ended before the update read, as CICS requires.
       8850-CHECK-PENDING.
           MOVE "N" TO WS-PEND-FOUND-SW
           MOVE "N" TO WS-PEND-EOF-SW
           MOVE SPACES TO WS-LAPSE-KEY
           PERFORM 8950-GET-NOW
           MOVE SEQIDI TO WS-PEND-KEY-SEQ-ID
           MOVE 0 TO WS-PEND-KEY-DATE
           MOVE 0 TO WS-PEND-KEY-TIME
           EXEC CICS STARTBR FILE('FIBPEND')
               RIDFLD(WS-PEND-KEY) GTEQ RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               SET WS-PEND-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PEND-EOF
               EXEC CICS READNEXT FILE('FIBPEND')
                   INTO(FIBPEND-REC) RIDFLD(WS-PEND-KEY)
                   RESP(WS-RESP2)
               END-EXEC
               IF WS-RESP2 NOT = DFHRESP(NORMAL) OR
                       FIBPEND-SEQ-ID NOT = SEQIDI
                   SET WS-PEND-EOF TO TRUE
               ELSE
                   IF FIBPEND-PENDING
                       COMPUTE WS-PEND-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                           - FUNCTION INTEGER-OF-DATE(FIBPEND-REQ-DATE)
                       IF WS-PEND-AGE-DAYS > WS-LAPSE-DAYS
                           MOVE FIBPEND-KEY TO WS-LAPSE-KEY
                       ELSE
                           SET WS-PEND-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('FIBPEND') RESP(WS-RESP2)
           END-EXEC
           IF WS-LAPSE-KEY NOT = SPACES
               PERFORM 8860-LAPSE-PENDING
           END-IF
           IF WS-PEND-FOUND
               MOVE "CHANGE ALREADY PENDING FOR THIS SEQ-ID" TO MSGO
           END-IF.

       8860-LAPSE-PENDING.
           MOVE WS-LAPSE-KEY TO WS-PEND-KEY
           EXEC CICS READ FILE('FIBPEND') INTO(FIBPEND-REC)
               RIDFLD(WS-PEND-KEY) UPDATE RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 = DFHRESP(NORMAL) AND FIBPEND-PENDING
               MOVE "E" TO FIBPEND-STATUS
               MOVE WS-NOW-DATE TO FIBPEND-DEC-DATE
               MOVE WS-NOW-TIME-X TO FIBPEND-DEC-TIME (1:6)
               MOVE "00" TO FIBPEND-DEC-TIME (7:2)
               MOVE "LAPSED - NOT APPROVED IN TIME" TO FIBPEND-REASON
               EXEC CICS REWRITE FILE('FIBPEND') FROM(FIBPEND-REC)
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

      * The online action code doubles as the pending action (A, C,
      * X); FIBAPPR and FIBAPPRO apply it.
       8900-WRITE-PENDING.
           PERFORM 8950-GET-NOW
           MOVE SPACES TO FIBPEND-REC
           MOVE SEQIDI TO FIBPEND-SEQ-ID
           MOVE WS-NOW-DATE TO FIBPEND-REQ-DATE
           MOVE WS-NOW-TIME-X TO FIBPEND-REQ-TIME (1:6)
           MOVE "00" TO FIBPEND-REQ-TIME (7:2)
           MOVE ACTIONI TO FIBPEND-ACTION
           MOVE "P" TO FIBPEND-STATUS
           MOVE "O" TO FIBPEND-SOURCE
           MOVE WS-USER-ID TO FIBPEND-MAKER-ID
           MOVE 0 TO FIBPEND-DEC-DATE
           MOVE 0 TO FIBPEND-DEC-TIME
           MOVE WS-PEND-BEFORE TO FIBPEND-BEFORE
           MOVE WS-PEND-AFTER TO FIBPEND-AFTER
           EXEC CICS WRITE FILE('FIBPEND') FROM(FIBPEND-REC)
               RIDFLD(FIBPEND-KEY) RESP(WS-RESP2)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP2 = DFHRESP(NORMAL)
                   MOVE SEQIDI TO CA-LAST-SEQ-ID
                   MOVE "CHANGE SUBMITTED FOR APPROVAL" TO MSGO
               WHEN WS-RESP2 = DFHRESP(DUPREC)
                   MOVE "CHANGE ALREADY PENDING FOR THIS SEQ-ID" TO MSGO
               WHEN OTHER
                   MOVE "FIBPEND WRITE FAILED - CHANGE NOT SUBMITTED"
                       TO MSGO
           END-EVALUATE.

       8950-GET-NOW.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE-X)
               TIME(WS-NOW-TIME-X)
           END-EXEC.

       9000-SEND-MAP-ERASE.
           EXEC CICS SEND MAP('FIBMAP') MAPSET('FIBMSET')

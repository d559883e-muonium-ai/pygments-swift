      *            carries the sequence-id and the acting user-id on
      *            every applied transaction, feeding the FIBCHRPT
      *            change-history report.
      * 2026-09-14 FIBPMNTIN now carries the two seed values added to
      *            FIBPARM. Each must be numeric or blank (blank
      *            stores zero, and a zero-zero pair is stored as the
      *            classic 0/1), and N must fit within the safe
      *            maximum for those seeds, worked out the same way
      *            FIB does it - a larger seed pair overflows the
      *            classic and extended term fields sooner.
      * 2026-09-28 Maintenance is now maker-checker. A transaction
      *            that passes the edits no longer touches FIBPARM:
      *            it is written to FIBPEND as a PENDING change with
      *            this user as the maker, the entry as it stands and
      *            the proposed image, and only reaches FIBPARM (and
      *            the FIBPMNTJL journal) once a second user approves
      *            it through FIBAPPR or FIBAPPRO. FIBPARM is read
      *            only, to refuse an add of an existing entry and a
      *            change or delete of a missing one up front. A
      *            sequence may have only one change pending; one left
      *            pending past the lapse age is expired on the way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPMNT.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FIBPARM ASSIGN TO "FIBPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBPARM-SEQ-ID
               FILE STATUS IS WS-FIBPARM-STATUS.
           SELECT FIBAUTH ASSIGN TO "FIBAUTH"
               FILE STATUS IS WS-FIBAUTH-STATUS.
           SELECT FIBPMNTIN ASSIGN TO "FIBPMNTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBPEND ASSIGN TO "FIBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBPEND-KEY
               FILE STATUS IS WS-FIBPEND-STATUS.
           SELECT FIBPMNTRP ASSIGN TO "FIBPMNTRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
           05  FIBPMNTIN-NEXT-RUN-DATE PIC 9(8).
           05  FIBPMNTIN-NEXT-RUN-DATE-X
               REDEFINES FIBPMNTIN-NEXT-RUN-DATE PIC X(8).
           05  FIBPMNTIN-SEED-1    PIC 9(4).
           05  FIBPMNTIN-SEED-1-X
               REDEFINES FIBPMNTIN-SEED-1 PIC X(4).
           05  FIBPMNTIN-SEED-2    PIC 9(4).
           05  FIBPMNTIN-SEED-2-X
               REDEFINES FIBPMNTIN-SEED-2 PIC X(4).
           05  FILLER              PIC X(3).

       FD  FIBAUTH
           RECORDING MODE IS F.
           COPY FIBAUTH.

       FD  FIBPEND
           RECORDING MODE IS F.
           COPY FIBPEND.

       FD  FIBPMNTRP
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPEND-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPEND-EOF-SW       PIC X VALUE "N".
           88  WS-FIBPEND-EOF      VALUE "Y".
       01  WS-PEND-FOUND-SW        PIC X VALUE "N".
           88  WS-PEND-FOUND       VALUE "Y".
      * A change left pending this many days lapses - the same age
      * FIBAPPR and FIBAPPRO expire at.
       01  WS-LAPSE-DAYS           PIC 9(3) VALUE 3.
       01  WS-PEND-AGE-DAYS        PIC S9(7) COMP-3.
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-TRANS-EOF-SW         PIC X VALUE "N".
           88  WS-TRANS-EOF        VALUE "Y".
       01  WS-TRANS-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-MAX-SAFE-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-1               PIC 9(4) VALUE 0.
       01  WS-SEED-2               PIC 9(4) VALUE 1.
       01  WS-SEED-CLASSIC-MAX-N   PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-MAX-N           PIC 9(4) COMP-3 VALUE 500.
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
       01  WS-TRANS-VALID-SW       PIC X VALUE "N".
           88  WS-TRANS-VALID      VALUE "Y".
       01  WS-REJ-REASON           PIC X(33) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-PEND-BEFORE          PIC X(80) VALUE SPACES.
       01  WS-PEND-AFTER           PIC X(80) VALUE SPACES.
       01  WS-FIBAUTH-STATUS       PIC XX VALUE SPACES.
       01  WS-USER-ID              PIC X(8) VALUE SPACES.
       01  WS-USER-MAY-ADD-SW      PIC X VALUE "N".
           05  WS-RPT-DET-REASON   PIC X(33).

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(23)
               VALUE "TRANSACTIONS SUBMITTED ".
           05  WS-RPT-FTR-APPLIED  PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  REJECTED ".
           05  WS-RPT-FTR-REJECTED PIC ZZ,ZZ9.
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-USER-ID FROM ENVIRONMENT "FIB_USER"
           PERFORM 0050-CHECK-USER-AUTH
           OPEN INPUT FIBPARM
           IF WS-FIBPARM-STATUS NOT = "00" AND
                   WS-FIBPARM-STATUS NOT = "05" AND
                   WS-FIBPARM-STATUS NOT = "97"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-OPEN-PENDING
           OPEN INPUT FIBPMNTIN
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM UNTIL WS-TRANS-EOF
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBPARM
           CLOSE FIBPMNTIN
           CLOSE FIBPEND
           CLOSE FIBPMNTRP
           DISPLAY "FIBPMNT TRANSACTIONS SUBMITTED: " WS-TRANS-COUNT
           DISPLAY "FIBPMNT TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
       0100-APPLY-TRANS.
           MOVE FIBPMNTIN-SEQ-ID TO FIBPARM-SEQ-ID
           PERFORM 0150-VALIDATE-TRANS
           IF WS-TRANS-VALID
               PERFORM 0180-CHECK-PENDING
           END-IF
           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN FIBPMNTIN-ADD
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "N EXCEEDS MAXIMUM SAFE LENGTH" TO
                       WS-REJ-REASON
               WHEN FIBPMNTIN-SEED-1-X NOT = SPACES AND
                       FIBPMNTIN-SEED-1 NOT NUMERIC
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "SEED 1 NOT NUMERIC" TO WS-REJ-REASON
               WHEN FIBPMNTIN-SEED-2-X NOT = SPACES AND
                       FIBPMNTIN-SEED-2 NOT NUMERIC
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "SEED 2 NOT NUMERIC" TO WS-REJ-REASON
               WHEN FIBPMNTIN-ACTIVE NOT = "Y" AND
                       FIBPMNTIN-ACTIVE NOT = "N"
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO
                       WS-REJ-REASON
           END-EVALUATE
           IF WS-TRANS-VALID AND NOT FIBPMNTIN-DELETE
               PERFORM 0160-CHECK-SEED-CEILING
           END-IF.

      * Only reached once the seeds are known to be numeric or
      * blank. N up to the classic maximum must fit FIB's 18-digit
      * classic field for these seeds; above it, the 108-digit
      * extended field.
       0160-CHECK-SEED-CEILING.
           PERFORM 0165-RESOLVE-SEEDS
           PERFORM 0168-COMPUTE-SEED-CEILING
           IF FIBPMNTIN-N > WS-CLASSIC-MAX-N
               IF FIBPMNTIN-N > WS-SEED-MAX-N
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "N EXCEEDS MAXIMUM FOR THESE SEEDS" TO
                       WS-REJ-REASON
               END-IF
           ELSE
               IF FIBPMNTIN-N > WS-SEED-CLASSIC-MAX-N
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "N EXCEEDS MAXIMUM FOR THESE SEEDS" TO
                       WS-REJ-REASON
               END-IF
           END-IF.

      * Blank seeds store zero, and a zero-zero pair means the
      * classic 0/1 series, exactly as FIB reads them.
       0165-RESOLVE-SEEDS.
           MOVE 0 TO WS-SEED-1
           MOVE 0 TO WS-SEED-2
           IF FIBPMNTIN-SEED-1-X NOT = SPACES
               MOVE FIBPMNTIN-SEED-1 TO WS-SEED-1
           END-IF
           IF FIBPMNTIN-SEED-2-X NOT = SPACES
               MOVE FIBPMNTIN-SEED-2 TO WS-SEED-2
           END-IF
           IF WS-SEED-1 = 0 AND WS-SEED-2 = 0
               MOVE 1 TO WS-SEED-2
           END-IF.

      * Same ceiling FIB works out in its 0170-COMPUTE-SEED-CEILING:
      * the last index whose term fits 18 digits and the last that
      * fits 108, stopping at WS-MAX-SAFE-N.
       0168-COMPUTE-SEED-CEILING.
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

       0170-REJECT-TRANS.
           ADD 1 TO WS-REJECT-COUNT
               FIBPMNTIN-ACTION " SEQ-ID " FIBPMNTIN-SEQ-ID
           PERFORM 0720-REPORT-REJECTED.

      * Only one change per sequence may wait for approval - a
      * second one would be approved against a before-image that no
      * longer holds. A pending change already past the lapse age is
      * expired here rather than blocking the new one.
       0180-CHECK-PENDING.
           MOVE "N" TO WS-PEND-FOUND-SW
           MOVE "N" TO WS-FIBPEND-EOF-SW
           MOVE FIBPMNTIN-SEQ-ID TO FIBPEND-SEQ-ID
           MOVE 0 TO FIBPEND-REQ-DATE
           MOVE 0 TO FIBPEND-REQ-TIME
           START FIBPEND KEY IS NOT LESS THAN FIBPEND-KEY
               INVALID KEY SET WS-FIBPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FIBPEND-EOF
               READ FIBPEND NEXT RECORD
                   AT END SET WS-FIBPEND-EOF TO TRUE
                   NOT AT END
                       IF FIBPEND-SEQ-ID NOT = FIBPMNTIN-SEQ-ID
                           SET WS-FIBPEND-EOF TO TRUE
                       ELSE
                           IF FIBPEND-PENDING
                               PERFORM 0185-LAPSE-OR-BLOCK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-FOUND
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "CHANGE ALREADY PENDING" TO WS-REJ-REASON
           END-IF
           MOVE FIBPMNTIN-SEQ-ID TO FIBPARM-SEQ-ID.

       0185-LAPSE-OR-BLOCK.
           COMPUTE WS-PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(FIBPEND-REQ-DATE)
           IF WS-PEND-AGE-DAYS > WS-LAPSE-DAYS
               MOVE "E" TO FIBPEND-STATUS
               MOVE WS-RUN-DATE TO FIBPEND-DEC-DATE
               MOVE WS-RUN-TIME TO FIBPEND-DEC-TIME
               MOVE "LAPSED - NOT APPROVED IN TIME" TO FIBPEND-REASON
               REWRITE FIBPEND-REC
                   INVALID KEY SET WS-PEND-FOUND TO TRUE
               END-REWRITE
           ELSE
               SET WS-PEND-FOUND TO TRUE
           END-IF.

       0200-ADD-ENTRY.
           READ FIBPARM
               INVALID KEY
                   MOVE SPACES TO WS-PEND-BEFORE
                   MOVE SPACES TO FIBPARM-REC
                   MOVE FIBPMNTIN-SEQ-ID TO FIBPARM-SEQ-ID
                   PERFORM 0250-MOVE-TRANS-FIELDS
                   MOVE FIBPARM-REC TO WS-PEND-AFTER
                   PERFORM 0550-WRITE-PENDING
               NOT INVALID KEY
                   MOVE "DUPLICATE SEQ-ID" TO WS-REJ-REASON
                   PERFORM 0170-REJECT-TRANS
           END-READ.

       0300-CHANGE-ENTRY.
           READ FIBPARM
                   MOVE "SEQ-ID NOT FOUND" TO WS-REJ-REASON
                   PERFORM 0170-REJECT-TRANS
               NOT INVALID KEY
                   MOVE FIBPARM-REC TO WS-PEND-BEFORE
                   PERFORM 0250-MOVE-TRANS-FIELDS
                   MOVE FIBPARM-REC TO WS-PEND-AFTER
                   PERFORM 0550-WRITE-PENDING
           END-READ.

       0250-MOVE-TRANS-FIELDS.
           ELSE
               MOVE FIBPMNTIN-NEXT-RUN-DATE TO
                   FIBPARM-NEXT-RUN-DATE
           END-IF
           MOVE WS-SEED-1 TO FIBPARM-SEED-1
           MOVE WS-SEED-2 TO FIBPARM-SEED-2.

       0400-DELETE-ENTRY.
           READ FIBPARM
                   MOVE "SEQ-ID NOT FOUND" TO WS-REJ-REASON
                   PERFORM 0170-REJECT-TRANS
               NOT INVALID KEY
                   MOVE FIBPARM-REC TO WS-PEND-BEFORE
                   MOVE SPACES TO WS-PEND-AFTER
                   PERFORM 0550-WRITE-PENDING
           END-READ.

      * FIBPEND is created on first use, like the other optional
      * KSDS files; anything else stops the run before a card is read.
       0500-OPEN-PENDING.
           OPEN I-O FIBPEND
           IF WS-FIBPEND-STATUS = "35"
               OPEN OUTPUT FIBPEND
               CLOSE FIBPEND
               OPEN I-O FIBPEND
           END-IF
           IF WS-FIBPEND-STATUS NOT = "00" AND
                   WS-FIBPEND-STATUS NOT = "97"
               DISPLAY "FIBPMNT ABORT - FIBPEND OPEN FAILED STATUS "
                   WS-FIBPEND-STATUS " - NO TRANSACTIONS SUBMITTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0550-WRITE-PENDING.
           MOVE SPACES TO FIBPEND-REC
           MOVE FIBPMNTIN-SEQ-ID TO FIBPEND-SEQ-ID
           MOVE WS-RUN-DATE TO FIBPEND-REQ-DATE
           MOVE WS-RUN-TIME TO FIBPEND-REQ-TIME
           MOVE FIBPMNTIN-ACTION TO FIBPEND-ACTION
           MOVE "P" TO FIBPEND-STATUS
           MOVE "B" TO FIBPEND-SOURCE
           MOVE WS-USER-ID TO FIBPEND-MAKER-ID
           MOVE 0 TO FIBPEND-DEC-DATE
           MOVE 0 TO FIBPEND-DEC-TIME
           MOVE WS-PEND-BEFORE TO FIBPEND-BEFORE
           MOVE WS-PEND-AFTER TO FIBPEND-AFTER
           WRITE FIBPEND-REC
               INVALID KEY
                   MOVE "PENDING WRITE FAILED" TO WS-REJ-REASON
                   PERFORM 0170-REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM 0725-REPORT-SUBMITTED
           END-WRITE.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBPMNTRP
           MOVE WS-REJ-REASON TO WS-RPT-DET-REASON
           PERFORM 0715-WRITE-RPT-DETAIL.

       0725-REPORT-SUBMITTED.
           MOVE "PENDING " TO WS-RPT-DET-DISP
           MOVE SPACES TO WS-RPT-DET-REASON
           PERFORM 0715-WRITE-RPT-DETAIL.

           WRITE FIBPMNTRP-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBMRPT-LINE
           WRITE FIBPMNTRP-REC.

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

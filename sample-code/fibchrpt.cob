      *            RETURN-CODE 4 when the journal is missing, so an
      *            empty answer is visibly different from "no
      *            changes".
      * 2026-09-28 FIBPARM changes are now maker-checker. The journal
      *            lines gain the approving user beside the maker, and
      *            a second section walks the FIBPEND pending-change
      *            file, listing every change still pending approval
      *            (with its age in days), approved, rejected, expired
      *            unapproved, or approved but not applied, with a
      *            count of each. FIBCHIN cards narrow both sections.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCHRPT.
       ENVIRONMENT DIVISION.
           SELECT FIBPMNTJL ASSIGN TO "FIBPMNTJL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBJRNL-STATUS.
           SELECT FIBPEND ASSIGN TO "FIBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBPEND-KEY
               FILE STATUS IS WS-FIBPEND-STATUS.
           SELECT FIBCHIN ASSIGN TO "FIBCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCHIN-STATUS.
           RECORDING MODE IS F.
           COPY FIBJRNL.

       FD  FIBPEND
           RECORDING MODE IS F.
           COPY FIBPEND.

       FD  FIBCHIN
           RECORDING MODE IS F.
       01  FIBCHIN-REC.
       01  WS-FIBJRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBJRNL-EOF-SW       PIC X VALUE "N".
           88  WS-FIBJRNL-EOF      VALUE "Y".
       01  WS-FIBPEND-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPEND-EOF-SW       PIC X VALUE "N".
           88  WS-FIBPEND-EOF      VALUE "Y".
       01  WS-PEND-MISSING-SW      PIC X VALUE "N".
           88  WS-PEND-MISSING     VALUE "Y".
       01  WS-PEND-SECTION-SW      PIC X VALUE "N".
           88  WS-PEND-SECTION     VALUE "Y".
       01  WS-FIBCHIN-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCHIN-EOF-SW       PIC X VALUE "N".
           88  WS-FIBCHIN-EOF      VALUE "Y".
           88  WS-JRNL-MISSING     VALUE "Y".
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-PRINTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-TEST-SEQ-ID          PIC X(8) VALUE SPACES.
       01  WS-PEND-AGE-DAYS        PIC S9(7) COMP-3.

      * The pending-change section prints one group per status, in
      * this order, each from its own pass over FIBPEND.
       01  WS-STATUS-VALUES.
           05  FILLER              PIC X(31)
               VALUE "PCHANGES PENDING APPROVAL      ".
           05  FILLER              PIC X(31)
               VALUE "ACHANGES APPROVED AND APPLIED  ".
           05  FILLER              PIC X(31)
               VALUE "RCHANGES REJECTED              ".
           05  FILLER              PIC X(31)
               VALUE "ECHANGES EXPIRED UNAPPROVED    ".
           05  FILLER              PIC X(31)
               VALUE "FCHANGES APPROVED, NOT APPLIED ".
       01  WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
           05  WS-STS-ENTRY OCCURS 5 TIMES
                   INDEXED BY STS-IX.
               10  WS-STS-CODE     PIC X.
               10  WS-STS-TITLE    PIC X(30).
       01  WS-STS-COUNTS.
           05  WS-STS-COUNT        PIC 9(5) OCCURS 5 TIMES.

       01  WS-REQ-TABLE.
           05  WS-REQ-MAX          PIC 9(4) COMP-3 VALUE 100.
           05  FILLER              PIC X(9) VALUE "DATE     ".
           05  FILLER              PIC X(9) VALUE "TIME     ".
           05  FILLER              PIC X(9) VALUE "USER     ".
           05  FILLER              PIC X(9) VALUE "CHECKER  ".
           05  FILLER              PIC X(12) VALUE "N BEF  AFT  ".
           05  FILLER              PIC X(14) VALUE "ACT BEF / AFT".

           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-USER     PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-CHECKER  PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-N-BEF    PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-N-AFT    PIC X(4).
           05  FILLER              PIC X(3) VALUE " / ".
           05  WS-RPT-DET-ACT-AFT  PIC X(1).

       01  WS-PRPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "SEQ-ID   ".
           05  FILLER              PIC X(4) VALUE "ACT ".
           05  FILLER              PIC X(9) VALUE "KEYED    ".
           05  FILLER              PIC X(9) VALUE "MAKER    ".
           05  FILLER              PIC X(9) VALUE "CHECKER  ".
           05  FILLER              PIC X(9) VALUE "DEC/AGE  ".
           05  FILLER              PIC X(30) VALUE "REASON".

       01  WS-PRPT-DETAIL-LINE.
           05  WS-PRPT-DET-SEQ-ID  PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-PRPT-DET-ACTION  PIC X.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-PRPT-DET-KEYED   PIC 9(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-PRPT-DET-MAKER   PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-PRPT-DET-CHECKER PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-PRPT-DET-DEC     PIC X(8).
           05  WS-PRPT-DET-AGE REDEFINES WS-PRPT-DET-DEC.
               10  WS-PRPT-DET-AGE-DAYS PIC ZZ9.
               10  WS-PRPT-DET-AGE-LIT  PIC X(5).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-PRPT-DET-REASON  PIC X(30).

       01  WS-PRPT-COUNT-LINE.
           05  FILLER              PIC X(8) VALUE "PENDING ".
           05  WS-PRPT-CNT-PEND    PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  APPROVED ".
           05  WS-PRPT-CNT-APPR    PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  REJECTED ".
           05  WS-PRPT-CNT-REJ     PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  EXPIRED ".
           05  WS-PRPT-CNT-EXP     PIC ZZ,ZZ9.
           05  FILLER              PIC X(9) VALUE "  FAILED ".
           05  WS-PRPT-CNT-FAIL    PIC ZZ,ZZ9.

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.
               PERFORM 0725-WRITE-RPT-MSG
           END-IF
           PERFORM 0730-WRITE-RPT-FOOTER
           PERFORM 2000-REPORT-PENDING-CHANGES
           CLOSE FIBCHRPT
           DISPLAY "FIBCHRPT JOURNAL RECORDS READ: " WS-READ-COUNT
           DISPLAY "FIBCHRPT CHANGES PRINTED:      "

       1100-REPORT-ONE-CHANGE.
           ADD 1 TO WS-READ-COUNT
           MOVE FIBJRNL-SEQ-ID TO WS-TEST-SEQ-ID
           PERFORM 1200-TEST-CHANGE-REQUESTED
           IF WS-MATCH
               ADD 1 TO WS-PRINTED-COUNT
               MOVE FIBJRNL-DATE TO WS-RPT-DET-DATE
               MOVE FIBJRNL-TIME TO WS-RPT-DET-TIME
               MOVE FIBJRNL-USER-ID TO WS-RPT-DET-USER
               MOVE FIBJRNL-CHECKER-ID TO WS-RPT-DET-CHECKER
               MOVE FIBJRNL-BEFORE TO WS-IMAGE
               MOVE WS-IMG-N TO WS-RPT-DET-N-BEF
               MOVE WS-IMG-ACTIVE TO WS-RPT-DET-ACT-BEF
               MOVE "N" TO WS-MATCH-SW
               PERFORM VARYING REQ-IX FROM 1 BY 1
                       UNTIL REQ-IX > WS-REQ-COUNT OR WS-MATCH
                   IF WS-REQ-SEQ-ID (REQ-IX) = WS-TEST-SEQ-ID
                       SET WS-MATCH TO TRUE
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-MATCH-SW
           END-IF.

      * Changes keyed through FIBPMNT or FIBPARMO and what became of
      * them, on a new page with its own column headings. A missing
      * FIBPEND only means nothing has been keyed since it came in.
       2000-REPORT-PENDING-CHANGES.
           SET WS-PEND-SECTION TO TRUE
           INITIALIZE WS-STS-COUNTS
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM VARYING STS-IX FROM 1 BY 1
                   UNTIL STS-IX > 5 OR WS-PEND-MISSING
               PERFORM 2100-WALK-PENDING-STATUS
           END-PERFORM
           IF WS-PEND-MISSING
               MOVE "PENDING-CHANGE FILE FIBPEND NOT AVAILABLE" TO
                   WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           ELSE
               MOVE WS-STS-COUNT (1) TO WS-PRPT-CNT-PEND
               MOVE WS-STS-COUNT (2) TO WS-PRPT-CNT-APPR
               MOVE WS-STS-COUNT (3) TO WS-PRPT-CNT-REJ
               MOVE WS-STS-COUNT (4) TO WS-PRPT-CNT-EXP
               MOVE WS-STS-COUNT (5) TO WS-PRPT-CNT-FAIL
               MOVE " " TO FIBHRPT-CC
               MOVE SPACES TO FIBHRPT-LINE
               WRITE FIBCHRPT-REC
               MOVE WS-PRPT-COUNT-LINE TO FIBHRPT-LINE
               WRITE FIBCHRPT-REC
           END-IF.

      * One pass over FIBPEND for the status at STS-IX.
       2100-WALK-PENDING-STATUS.
           OPEN INPUT FIBPEND
           IF WS-FIBPEND-STATUS NOT = "00" AND
                   WS-FIBPEND-STATUS NOT = "97"
               SET WS-PEND-MISSING TO TRUE
               DISPLAY "FIBCHRPT WARNING - FIBPEND NOT AVAILABLE"
                   " (STATUS " WS-FIBPEND-STATUS ")"
           ELSE
               MOVE WS-STS-TITLE (STS-IX) TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
               MOVE "N" TO WS-FIBPEND-EOF-SW
               PERFORM UNTIL WS-FIBPEND-EOF
                   READ FIBPEND NEXT RECORD
                       AT END SET WS-FIBPEND-EOF TO TRUE
                       NOT AT END
                           IF FIBPEND-STATUS = WS-STS-CODE (STS-IX)
                               PERFORM 2200-REPORT-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STS-COUNT (STS-IX) = 0
                   MOVE "  NONE" TO WS-RPT-MSG
                   PERFORM 0725-WRITE-RPT-MSG
               END-IF
               CLOSE FIBPEND
           END-IF.

       2200-REPORT-ONE-PENDING.
           MOVE FIBPEND-SEQ-ID TO WS-TEST-SEQ-ID
           PERFORM 1200-TEST-CHANGE-REQUESTED
           IF WS-MATCH
               ADD 1 TO WS-STS-COUNT (STS-IX)
               MOVE FIBPEND-SEQ-ID TO WS-PRPT-DET-SEQ-ID
               MOVE FIBPEND-ACTION TO WS-PRPT-DET-ACTION
               MOVE FIBPEND-REQ-DATE TO WS-PRPT-DET-KEYED
               MOVE FIBPEND-MAKER-ID TO WS-PRPT-DET-MAKER
               MOVE FIBPEND-CHECKER-ID TO WS-PRPT-DET-CHECKER
               IF FIBPEND-PENDING
                   COMPUTE WS-PEND-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(FIBPEND-REQ-DATE)
                   MOVE WS-PEND-AGE-DAYS TO WS-PRPT-DET-AGE-DAYS
                   MOVE " DAYS" TO WS-PRPT-DET-AGE-LIT
               ELSE
                   MOVE FIBPEND-DEC-DATE TO WS-PRPT-DET-DEC
               END-IF
               MOVE FIBPEND-REASON TO WS-PRPT-DET-REASON
               IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
                   PERFORM 0710-WRITE-RPT-HEADERS
               END-IF
               MOVE " " TO FIBHRPT-CC
               MOVE WS-PRPT-DETAIL-LINE TO FIBHRPT-LINE
               WRITE FIBCHRPT-REC
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBCHRPT
           MOVE 0 TO WS-RPT-PAGE-NO.
           MOVE " " TO FIBHRPT-CC
           MOVE SPACES TO FIBHRPT-LINE
           WRITE FIBCHRPT-REC
           IF WS-PEND-SECTION
               MOVE WS-PRPT-COL-HDG-LINE TO FIBHRPT-LINE
           ELSE
               MOVE WS-RPT-COL-HDG-LINE TO FIBHRPT-LINE
           END-IF
           WRITE FIBCHRPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.


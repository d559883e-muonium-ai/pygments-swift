      *            extended DEFAULT is skipped like any other
      *            extended sequence instead of failing on its
      *            emptied extract.
      * 2026-09-16 Predecessor is now FIBPROOF: the master is loaded
      *            only once tonight's extracts have been proved term
      *            by term, not just on count and control sum.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBLOAD.
       ENVIRONMENT DIVISION.
       01  WS-FIBCYCL-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBCYCL-USABLE   VALUE "Y".
       01  WS-CYC-STEP-ID          PIC X(8) VALUE "FIBLOAD".
       01  WS-CYC-PRED-ID          PIC X(8) VALUE "FIBPROOF".
       01  WS-PRED-OK-SW           PIC X VALUE "N".
           88  WS-PRED-OK          VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.

      *       BAD DAY FORWARD.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - PREMREV JOURNAL LINES (RETURNED AUTOPAY
      *                    DRAFTS) NET AGAINST THE PREMIUM GL LEG
      *    2026-10-15 KC - DEPAPPL LINES (INSTALLMENTS PAID FROM AN
      *                    ADVANCE PREMIUM DEPOSIT) COUNT IN THE
      *                    PREMIUM GL LEG
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-LEG-TOTALS.
               10 WS-PAY-TABLE-AMT  PIC S9(13)V USAGE COMP-3.
               10 WS-PAY-GL-AMT     PIC S9(13) VALUE ZEROES.
               10 WS-PAY-KPI-AMT    PIC S9(13)V USAGE COMP-3.
               10 WS-DSB-TABLE-AMT  PIC S9(13)V USAGE COMP-3.
               10 WS-DSB-GL-AMT     PIC 9(13) VALUE ZEROES.
           05 WS-PROOF-LINE.
               10 WS-PRF-LABEL      PIC X(30).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-PRF-AMOUNT     PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-PRF-FLAG       PIC X(05).
               10 FILLER            PIC X(30) VALUE SPACES.
                       EVALUATE I-GLJL-TRAN-TYPE
                       WHEN 'PREMIUM'
                           ADD I-GLJL-AMOUNT TO WS-PAY-GL-AMT
                       WHEN 'DEPAPPL'
                           ADD I-GLJL-AMOUNT TO WS-PAY-GL-AMT
                       WHEN 'PREMREV'
                           SUBTRACT I-GLJL-AMOUNT FROM WS-PAY-GL-AMT
                       WHEN 'CLAIMPAY'
                           ADD I-GLJL-AMOUNT TO WS-DSB-GL-AMT
                       WHEN OTHER

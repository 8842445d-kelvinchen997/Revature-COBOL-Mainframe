      *       LAYOUT) AS: INTOUR,
      *       THE DAY'S CANCELLATION REVERSALS (CN013A11'S OUTCANC
      *       LAYOUT) AS: INCANC,
      *       THE DAY'S CANCELLATION REFUNDS (CN013A11'S OUTRFND
      *       LAYOUT) AS: INRFND,
      *       THE MONTH'S AGENCY COMMISSION PAYABLES (AS013A11'S
      *       OUTAPAY LAYOUT) AS: INAPAY,
      *       TB_GL_ACCOUNT_MAP
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(TOURGLJL) AS: OUTTGLJ
      *   DESCRIPTION: PGMGLJL GAVE INSURANCE A BALANCED JOURNAL BUT
      *       SO AN UNBALANCED FILE IS NEVER RELEASED.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - CANCELLATION FEES KEPT OUT OF MONEY ALREADY
      *                    PAID (CN013A11'S OUTRFND) JOURNALED AS THEIR
      *                    OWN 'TOURFEE' PAIR, NOT NETTED INTO TOURCANC
      *    2026-10-15 KC - TRAVEL-AGENCY COMMISSION PAYABLE (AS013A11'S
      *                    OUTAPAY) JOURNALED AS THE 'TOURCOMM' PAIR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CANC.
           SELECT I-RFND-PS ASSIGN TO INRFND
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-RFND.
           SELECT I-APAY-PS ASSIGN TO INAPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-APAY.
           SELECT O-TGLJ-PS ASSIGN TO OUTTGLJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
           05 FILLER              PIC X(23).
           05 I-CANC-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
      * SAME LAYOUT CN013A11'S 2300-SETTLE-PAYMENTS PRODUCES
       FD I-RFND-PS.
       01 I-RFND-REC.
           05 I-RFND-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(70).
           05 I-RFND-FEE-KEPT     PIC 9(09).
           05 FILLER              PIC X(09).
      * SAME LAYOUT AS AS013A11'S 4500-WRITE-PAYABLE PRODUCES
       FD I-APAY-PS.
       01 I-APAY-REC.
           05 I-APAY-AGENCY-ID    PIC X(10).
           05 FILLER              PIC X(78).
           05 I-APAY-COMM-AMOUNT  PIC 9(09).
           05 FILLER              PIC X(03).
      * SAME LAYOUT PGMGLJL WRITES
       FD O-TGLJ-PS.
       01 O-TGLJ-REC.
               10 WS-FS-CANC        PIC 9(02).
                   88 FS-CANC-SUCC  VALUE 00.
                   88 FS-CANC-EOF   VALUE 10.
               10 WS-FS-RFND        PIC 9(02).
                   88 FS-RFND-SUCC  VALUE 00.
                   88 FS-RFND-EOF   VALUE 10.
               10 WS-FS-APAY        PIC 9(02).
                   88 FS-APAY-SUCC  VALUE 00.
                   88 FS-APAY-EOF   VALUE 10.
               10 WS-FS-TGLJ        PIC 9(02).
                   88 FS-TGLJ-SUCC  VALUE 00.
           05 WS-DEFINES.
           05 WS-COUNTERS.
               10 WS-BOOK-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-CANC-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-FEE-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-COMM-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           PERFORM 1000-INIT
           PERFORM 2000-BOOKING-REVENUE
           PERFORM 3000-CANCELLATION-REVERSALS
           PERFORM 4000-CANCELLATION-FEES
           PERFORM 4500-AGENCY-COMMISSION
           PERFORM 5000-WRITE-TRAILER
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.
                   MOVE I-TOUR-BOOKING-REF TO WS-REF-ID
                   MOVE I-TOUR-FINAL-PRICE TO WS-AMOUNT
                   PERFORM 6000-WRITE-JOURNAL-PAIR
                       THRU 6000-WRITE-JOURNAL-PAIR-END
                   ADD 1 TO WS-BOOK-COUNT
           END-READ.
       2100-READ-ONE-BOOKING-END. EXIT.
                   MOVE I-CANC-BOOKING-REF TO WS-REF-ID
                   MOVE I-CANC-FINAL-PRICE TO WS-AMOUNT
                   PERFORM 6000-WRITE-JOURNAL-PAIR
                       THRU 6000-WRITE-JOURNAL-PAIR-END
                   ADD 1 TO WS-CANC-COUNT
           END-READ.
       3100-READ-ONE-REVERSAL-END. EXIT.

      ******************************************************************
      * 4000-CANCELLATION-FEES: THE TOURCANC PAIR STILL REVERSES THE   *
      * FULL BOOKING; THE PART OF THE MONEY ALREADY PAID THAT THE FEE  *
      * SCHEDULE KEPT POSTS SEPARATELY THROUGH THE 'TOURFEE' MAP ROW   *
      * SO ACCOUNTING SEES FEE INCOME ON ITS OWN LINE. A REFUND WITH   *
      * NO FEE KEPT WRITES NOTHING.                                    *
      ******************************************************************
       4000-CANCELLATION-FEES.
           MOVE 'TOURFEE' TO WS-TRAN-TYPE
           OPEN INPUT I-RFND-PS
           IF FS-RFND-SUCC
               PERFORM 4100-READ-ONE-REFUND
                   UNTIL FS-RFND-EOF
               CLOSE I-RFND-PS
           ELSE
               DISPLAY 'NO REFUND FILE ON INRFND (EC: '
                   WS-FS-RFND ') - NO FEE LINES THIS RUN'
           END-IF
           DISPLAY 'CANCELLATION FEE PAIRS : ' WS-FEE-COUNT.
       4000-CANCELLATION-FEES-END. EXIT.

       4100-READ-ONE-REFUND.
           READ I-RFND-PS
               AT END
                   MOVE 10 TO WS-FS-RFND
               NOT AT END
                   IF I-RFND-FEE-KEPT > 0
                       MOVE I-RFND-BOOKING-REF TO WS-REF-ID
                       MOVE I-RFND-FEE-KEPT    TO WS-AMOUNT
                       PERFORM 6000-WRITE-JOURNAL-PAIR
                           THRU 6000-WRITE-JOURNAL-PAIR-END
                       ADD 1 TO WS-FEE-COUNT
                   END-IF
           END-READ.
       4100-READ-ONE-REFUND-END. EXIT.

      ******************************************************************
      * 4500-AGENCY-COMMISSION: THE COMMISSION AS013A11 FOUND OWING TO *
      * EACH TRAVEL AGENCY FOR THE MONTH POSTS THROUGH THE 'TOURCOMM'  *
      * MAP ROW, ONE PAIR PER AGENCY. INAPAY ONLY CARRIES A FILE ON    *
      * THE RUN AFTER THE MONTHLY STATEMENT - ANY OTHER DAY THERE IS   *
      * NOTHING TO POST.                                               *
      ******************************************************************
       4500-AGENCY-COMMISSION.
           MOVE 'TOURCOMM' TO WS-TRAN-TYPE
           OPEN INPUT I-APAY-PS
           IF FS-APAY-SUCC
               PERFORM 4600-READ-ONE-PAYABLE
                   UNTIL FS-APAY-EOF
               CLOSE I-APAY-PS
           ELSE
               DISPLAY 'NO AGENCY PAYABLE FILE ON INAPAY (EC: '
                   WS-FS-APAY ') - NO COMMISSION LINES THIS RUN'
           END-IF
           DISPLAY 'AGENCY COMMISSION PAIRS: ' WS-COMM-COUNT.
       4500-AGENCY-COMMISSION-END. EXIT.

       4600-READ-ONE-PAYABLE.
           READ I-APAY-PS
               AT END
                   MOVE 10 TO WS-FS-APAY
               NOT AT END
                   IF I-APAY-COMM-AMOUNT > 0
                       MOVE I-APAY-AGENCY-ID   TO WS-REF-ID
                       MOVE I-APAY-COMM-AMOUNT TO WS-AMOUNT
                       PERFORM 6000-WRITE-JOURNAL-PAIR
                           THRU 6000-WRITE-JOURNAL-PAIR-END
                       ADD 1 TO WS-COMM-COUNT
                   END-IF
           END-READ.
       4600-READ-ONE-PAYABLE-END. EXIT.

      ******************************************************************
      * 5000-WRITE-TRAILER: DEBITS MUST EQUAL CREDITS BEFORE THE FILE  *
      * GOES ANYWHERE - AN IMBALANCE ENDS THE JOB WITH RC 8 SO THE     *

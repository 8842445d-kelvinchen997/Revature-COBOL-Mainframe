             DISB_STATUS                    CHAR(8),
             STATUS_DATE                    DATE,
             CREATED_BY                     CHAR(10),
             APPROVED_BY                    CHAR(10),
             GROSS_AMOUNT                   DECIMAL(7, 0),
             WITHHELD_AMT                   DECIMAL(7, 0),
             WITHHOLD_CODE                  CHAR(4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_DISBURSEMENTS                   *
           10 HV-DSB-STATUS-DATE   PIC X(10).
           10 HV-DSB-CREATED-BY    PIC X(10).
           10 HV-DSB-APPROVED-BY   PIC X(10).
           10 HV-DSB-GROSS-AMT     PIC S9(7)V USAGE COMP-3.
           10 HV-DSB-WITHHELD-AMT  PIC S9(7)V USAGE COMP-3.
           10 HV-DSB-WH-CODE       PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - INITIAL VERSION                                *
      *                  THE SUPM APPROVAL QUEUE AND ONLY GOES ISSUED  *
      *                  WHEN A SUPERVISOR OTHER THAN THE INITIATOR    *
      *                  APPROVES; BOTH IDENTITIES ARE RETAINED        *
      *  2026-10-15 KC - ADDED GROSS_AMOUNT/WITHHELD_AMT/WITHHOLD_CODE *
      *                  - TAX WITHHELD AT ISSUE PER TB_WITHHOLD_RULES.*
      *                  AMOUNT STAYS THE NET ACTUALLY PAID; THE THREE *
      *                  ARE NULL ON ROWS ISSUED BEFORE WITHHOLDING    *
      *                  (GROSS = AMOUNT, NOTHING WITHHELD)            *
      *  2026-10-15 KC - 'COMPHOLD' STATUS - THE PAYEE MATCHED THE     *
      *                  SANCTIONS WATCHLIST; THE PAYOUT IS NOT SENT   *
      *                  UNTIL PGMSNRV CLEARS THE HIT, WHICH MOVES IT  *
      *                  TO PENDAPPR FOR SUPERVISOR APPROVAL           *
      ******************************************************************

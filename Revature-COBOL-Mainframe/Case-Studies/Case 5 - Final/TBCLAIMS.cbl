      * SCREEN (3150-A-OPTION6): PENDING TO APPROVED OR DENIED, AND    *
      * APPROVED TO PAID ONCE THE PAYOUT IS DISBURSED. DECIDED_BY,     *
      * DECIDED_DATE AND DECISION_REASON ARE STAMPED BY THE REVIEWER'S *
      * APPROVE/DENY ACTION. CLAIM_AMOUNT IS WHAT WAS CLAIMED AND      *
      * NEVER CHANGES; APPROVED_AMOUNT IS WHAT THE REVIEWER ALLOWED    *
      * (ZERO ON A DENIAL) AND IS THE FIGURE THE PAYOUT, RESERVE,      *
      * RECOVERY AND COVER EROSION WORK FROM. APPROVAL_CODE SAYS WHY   *
      * IT WAS CUT: 'FULL' PAID AS CLAIMED, 'LIMT' POLICY LIMIT,       *
      * 'RSUB' RIDER SUB-LIMIT, 'DEDU' DEDUCTIBLE, 'OTHR' OTHER.       *
      * CLAIMS DECIDED BEFORE THE COLUMNS EXISTED CARRY NULL AND ARE   *
      * READ AS APPROVED IN FULL.                                      *
      ******************************************************************
           EXEC SQL DECLARE TB_CLAIMS TABLE
           ( CLAIM_ID                       CHAR(10) NOT NULL,
             APPEAL_DATE                    DATE,
             APPEAL_DECIDED_BY              CHAR(10),
             APPEAL_DECIDED_DATE            DATE,
             APPEAL_REASON                  VARCHAR(20),
             APPROVED_AMOUNT                DECIMAL(7, 0),
             APPROVAL_CODE                  CHAR(4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_CLAIMS                          *
           10 HV-CLM-APPEAL-REASON.
              49 HV-CLM-APL-RSN-LEN  PIC S9(4) USAGE COMP.
              49 HV-CLM-APL-RSN-TEXT PIC X(20).
           10 HV-CLM-APPROVED-AMT  PIC S9(7)V USAGE COMP-3.
           10 HV-CLM-APPR-CODE     PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - ADDED DECIDED_BY/DECIDED_DATE/DECISION_REASON  *
      *                  AND A SECOND REVIEWER (NEVER THE ORIGINAL      *
      *                  DECIDED_BY) MAKES THE FINAL CALL; BOTH         *
      *                  DECISIONS ARE RETAINED SIDE BY SIDE            *
      *  2026-10-15 KC - ADDED APPROVED_AMOUNT AND APPROVAL_CODE SO A   *
      *                  CLAIM CAN BE APPROVED FOR LESS THAN CLAIMED    *
      ******************************************************************

      *    2026-09-02 KC - INITIAL VERSION
      *    2026-09-02 KC - A CLEARED 'CLM' ITEM MOVES ITS CASE RESERVE
      *                    TO PAID (TB_CLAIM_RESERVES)
      *    2026-10-15 KC - A DEATH CLAIM SPLIT OVER SEVERAL NOMINEES
      *                    ONLY CLOSES ITS RESERVE WHEN THE LAST SHARE
      *                    CLEARS
      *    2026-10-15 KC - A SHARE HELD 'COMPHOLD' FOR SANCTIONS REVIEW
      *                    KEEPS THE RESERVE OPEN TOO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE '2300-MARK-CLEARED' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * A CLEARED CLAIM PAYOUT CLOSES THE BOOKS ON ITS CASE RESERVE -
      * REF_ID IS THE CLAIM_ID FOR 'CLM' DISBURSEMENTS. A CLAIM SPLIT
      * OVER SEVERAL NOMINEES WAITS FOR ITS LAST OPEN SHARE TO CLEAR
           IF HV-DSB-SOURCE-TYPE = 'CLM'
               MOVE HV-DSB-REF-ID TO HV-RSV-CLAIM-ID
               EXEC SQL
                      ,STATUS_DATE    = CURRENT DATE
                   WHERE CLAIM_ID = :HV-RSV-CLAIM-ID
                     AND RESERVE_STATUS = 'OPEN'
                     AND NOT EXISTS
                         (SELECT 1 FROM TB_DISBURSEMENTS D
                          WHERE D.SOURCE_TYPE = 'CLM'
                            AND D.REF_ID = :HV-RSV-CLAIM-ID
                            AND D.DISB_STATUS IN ('ISSUED', 'PENDAPPR',
                                                  'COMPHOLD'))
               END-EXEC
               IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
                   MOVE '2300-MARK-CLEARED' TO WS-SQLERR-PARA

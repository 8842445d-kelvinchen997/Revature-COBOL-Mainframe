      * THE PAYOUT BENEFICIARY FOR A POLICY, KEYED BY POL_ID. MAINTAINED*
      * FROM THE AGT5 NOMINEE MAP WHEN AN AGENT CREATES A POLICY AT    *
      * AGT3 (3130-A-OPTION3).                                         *
      * A POLICY MAY NAME SEVERAL NOMINEES, EACH TOLD APART BY SSN.    *
      * SHARE_PCT IS THE WHOLE-PERCENT SHARE OF A DEATH PAYOUT AND THE *
      * SHARES ON ONE POLICY TOTAL 100 (A PRE-SHARE ROW DEFAULTS TO    *
      * 100). DATE_OF_DEATH IS NULL WHILE THE NOMINEE IS ALIVE - A     *
      * NOMINEE WHO DIED BEFORE THE CLAIM DATE DROPS OUT OF THE SPLIT  *
      * AND PGMDISB SPREADS THEIR SHARE PRO RATA OVER THE SURVIVORS.   *
      ******************************************************************
           EXEC SQL DECLARE TB_POLICY_NOMINEE TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             PHONE                          CHAR(12),
             DOB                            DATE,
             SSN                            CHAR(11),
             NOM_EXT_ID                     CHAR(5),
             SHARE_PCT                      DECIMAL(3, 0) NOT NULL,
             DATE_OF_DEATH                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_POLICY_NOMINEE                  *
           10 HV-NOM-DOB           PIC X(10).
           10 HV-NOM-SSN           PIC X(11).
           10 HV-NOM-EXT-ID        PIC X(5).
           10 HV-NOM-SHARE-PCT     PIC S9(3)V USAGE COMP-3.
           10 HV-NOM-DOD           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-09-02 KC - ADDED NOM_EXT_ID - THE NOMINEE'S ID ON THE     *
      *                  RECONCILE THE TWO NOMINEE STORES AND THE       *
      *                  ECL/NCL ELIGIBILITY LOAD CAN BE KEYED TO THE   *
      *                  INSURANCE SIDE. SPACES MEANS NO FEED LINK      *
      *  2026-10-15 KC - ADDED SHARE_PCT AND DATE_OF_DEATH SO A DEATH   *
      *                  CLAIM CAN BE SPLIT ACROSS SEVERAL NOMINEES     *
      ******************************************************************

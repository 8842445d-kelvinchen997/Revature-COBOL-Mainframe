      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LETTER BODY TEXT PER CUSTOMER-FACING EVENT TYPE ('LAPSE',     *
      * 'CLAIMDNY', 'RERATE', 'APL'), ONE ROW PER LINE IN SEQUENCE.   *
      * THE SERVICING TEAM OWNS THE WORDING - A LETTER CHANGE IS A    *
      * TABLE UPDATE, NOT A RECOMPILE. PGMCORR PREFIXES EACH LETTER   *
      * WITH THE MERGED NAME/ADDRESS/POLICY BLOCK AND APPENDS THESE   *
      * LINES AS THE BODY.                                            *
      ******************************************************************
           EXEC SQL DECLARE TB_LETTER_TEMPLATES TABLE
           ( EVENT_TYPE                     CHAR(8)  NOT NULL,
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-09-02 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - 'APL' EVENT (AUTOMATIC PREMIUM LOAN) LETTER    *
      ******************************************************************

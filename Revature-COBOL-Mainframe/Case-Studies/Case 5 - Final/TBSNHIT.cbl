      ******************************************************************
      * DCLGEN TABLE(TB_SANCTION_HITS)                                 *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBSNHIT))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-SNH-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE COMPLIANCE REVIEW QUEUE. ONE ROW PER POTENTIAL WATCHLIST   *
      * MATCH OF A PARTY ON A POLICY - PARTY_TYPE 'HLD' HOLDER, 'COH'  *
      * CO-HOLDER, 'NOM' NOMINEE, 'PAY' PAYEE - AGAINST ONE LIST       *
      * ENTRY_ID; UNIQUE ON POL_ID, PARTY_TYPE, PARTY_NAME AND         *
      * ENTRY_ID SO A RESCREEN NEVER RAISES THE SAME PAIR TWICE AND A  *
      * PAIR COMPLIANCE HAS CLEARED STAYS CLEARED. MATCH_RULE 'NAME'   *
      * IS AN EXACT MATCH_KEY HIT, 'PHON' A SOUNDEX ONE. SOURCE_REF IS *
      * THE DISB_ID OF A HELD PAYOUT. PRIOR_STATUS IS THE POLICY       *
      * STATUS THE HOLD REPLACED. HIT_STATUS PENDING UNTIL PGMSNRV     *
      * MOVES IT TO CLEARED (FALSE MATCH) OR CONFIRMD (TRUE MATCH).    *
      ******************************************************************
           EXEC SQL DECLARE TB_SANCTION_HITS TABLE
           ( HIT_ID                         CHAR(10) NOT NULL,
             PARTY_TYPE                     CHAR(3)  NOT NULL,
             POL_ID                         CHAR(10) NOT NULL,
             PARTY_NAME                     CHAR(40) NOT NULL,
             PARTY_DOB                      CHAR(10) NOT NULL,
             ENTRY_ID                       CHAR(10) NOT NULL,
             MATCH_RULE                     CHAR(4)  NOT NULL,
             SOURCE_REF                     CHAR(10) NOT NULL,
             PRIOR_STATUS                   CHAR(9)  NOT NULL,
             HIT_STATUS                     CHAR(8)  NOT NULL,
             RAISED_BY                      CHAR(10) NOT NULL,
             RAISED_DATE                    DATE     NOT NULL,
             DECIDED_BY                     CHAR(10),
             DECIDED_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_SANCTION_HITS                   *
      ******************************************************************
       01  DCLTB-SANCTION-HITS.
           10 HV-SNH-HIT-ID        PIC X(10).
           10 HV-SNH-PARTY-TYPE    PIC X(3).
           10 HV-SNH-POL-ID        PIC X(10).
           10 HV-SNH-PARTY-NAME    PIC X(40).
           10 HV-SNH-PARTY-DOB     PIC X(10).
           10 HV-SNH-ENTRY-ID      PIC X(10).
           10 HV-SNH-MATCH-RULE    PIC X(4).
           10 HV-SNH-SOURCE-REF    PIC X(10).
           10 HV-SNH-PRIOR-STATUS  PIC X(9).
           10 HV-SNH-STATUS        PIC X(8).
           10 HV-SNH-RAISED-BY     PIC X(10).
           10 HV-SNH-RAISED-DATE   PIC X(10).
           10 HV-SNH-DECIDED-BY    PIC X(10).
           10 HV-SNH-DECIDED-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

      * REVIEW SCREENS LOOK THE VERDICT UP AND WARN ON CLAIMS AGAINST  *
      * NCL-LISTED NOMINEES, SO THE TWO HALVES OF THE SHOP STOP        *
      * DECIDING OPPOSITE THINGS ABOUT THE SAME PEOPLE.                *
      * VERDICT_SRC AND VERDICT_TS ARE THE PROGRAM THAT DECIDED THE    *
      * VERDICT (CA013A11 SPLIT, DP013A11 DISPOSITION OR ER013A11      *
      * RECYCLE) AND WHEN (YYYYMMDDHHMMSS), CARRIED ON THE ECL/NCL     *
      * RECORD. LD013A11 NEVER LETS AN OLDER VERDICT FROM THE          *
      * ACCUMULATED MASTERS OVERWRITE A NEWER ONE, AND LOGS EVERY      *
      * CHANGE OF ELIG_FLAG TO TB_NOMINEE_ELIG_HIST.                   *
      ******************************************************************
           EXEC SQL DECLARE TB_NOMINEE_ELIG TABLE
           ( NOM_EXT_ID                     CHAR(5)  NOT NULL,
             DOB                            DATE,
             RELATION                       CHAR(4),
             ELIG_FLAG                      CHAR(1)  NOT NULL,
             LOAD_DATE                      DATE,
             VERDICT_SRC                    CHAR(8),
             VERDICT_TS                     CHAR(14)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_NOMINEE_ELIG                    *
           10 HV-ELG-RELATION      PIC X(4).
           10 HV-ELG-ELIG-FLAG     PIC X(1).
           10 HV-ELG-LOAD-DATE     PIC X(10).
           10 HV-ELG-VERDICT-SRC   PIC X(8).
           10 HV-ELG-VERDICT-TS    PIC X(14).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-09-02 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - ADDED VERDICT_SRC/VERDICT_TS FOR THE VERDICT  *
      *                  HISTORY IN TB_NOMINEE_ELIG_HIST               *
      ******************************************************************

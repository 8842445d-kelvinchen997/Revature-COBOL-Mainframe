      ******************************************************************
      * DCLGEN TABLE(TB_SANCTIONS_LIST)                                *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBSANCT))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-SNC-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE GOVERNMENT SANCTIONS WATCHLIST AS PGMSNLD LAST LOADED IT,  *
      * ONE ROW PER LISTED NAME (AN ALIAS IS ITS OWN ROW UNDER THE     *
      * SAME ENTRY_ID). LIST_DOB IS AS PUBLISHED - YYYY-MM-DD, A BARE  *
      * YYYY WHEN ONLY THE YEAR IS KNOWN, SPACES WHEN THERE IS NONE.   *
      * MATCH_KEY IS THE NAME IN UPPER CASE WITH EVERYTHING BUT THE    *
      * LETTERS SQUEEZED OUT; FIRST_CODE AND LAST_CODE ARE THE SOUNDEX *
      * CODES OF THE FIRST AND LAST WORD OF THE NAME. A NEW LIST       *
      * VERSION REPLACES EVERY ROW.                                    *
      ******************************************************************
           EXEC SQL DECLARE TB_SANCTIONS_LIST TABLE
           ( ENTRY_ID                       CHAR(10) NOT NULL,
             LIST_NAME                      CHAR(40) NOT NULL,
             LIST_DOB                       CHAR(10) NOT NULL,
             MATCH_KEY                      CHAR(40) NOT NULL,
             FIRST_CODE                     CHAR(4)  NOT NULL,
             LAST_CODE                      CHAR(4)  NOT NULL,
             LIST_VERSION                   CHAR(10) NOT NULL,
             LOAD_DATE                      DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_SANCTIONS_LIST                  *
      ******************************************************************
       01  DCLTB-SANCTIONS-LIST.
           10 HV-SNC-ENTRY-ID      PIC X(10).
           10 HV-SNC-LIST-NAME     PIC X(40).
           10 HV-SNC-LIST-DOB      PIC X(10).
           10 HV-SNC-MATCH-KEY     PIC X(40).
           10 HV-SNC-FIRST-CODE    PIC X(4).
           10 HV-SNC-LAST-CODE     PIC X(4).
           10 HV-SNC-LIST-VERSION  PIC X(10).
           10 HV-SNC-LOAD-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(TB_REF_CHANGES)                                   *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBREFCHG))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-RCH-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MAKER-CHECKER QUEUE FOR THE REFERENCE TABLES. A SUPERVISOR     *
      * PROPOSES AN ADD/CHANGE/DELETE ON SUPM 'D' AND THE ROW WAITS    *
      * 'PENDING' UNTIL A DIFFERENT SUPERVISOR APPLIES OR REJECTS IT   *
      * ON SUPM 'E'. TABLE_CODE: PT POLICY_TYPES, PR POLICY_RATES,     *
      * UW UW_LIMITS, GL GL_ACCOUNT_MAP, LT LETTER_TEMPLATES, BC       *
      * BUSINESS_CALENDAR, RR REINS_RETENTION, CR CREDIT_RATES.        *
      * THE NEW_ COLUMNS CARRY THE PROPOSED VALUES; BEFORE_IMAGE AND   *
      * AFTER_IMAGE ARE THE ROW AS PRINTED ON SCREEN BEFORE AND AFTER, *
      * KEPT FOR GOOD AS THE AUDIT TRAIL THE AUD1 INQUIRY SHOWS.       *
      ******************************************************************
           EXEC SQL DECLARE TB_REF_CHANGES TABLE
           ( CHANGE_ID                      CHAR(10) NOT NULL,
             TABLE_CODE                     CHAR(2)  NOT NULL,
             CHANGE_ACTION                  CHAR(1)  NOT NULL,
             KEY_1                          CHAR(10) NOT NULL,
             KEY_2                          CHAR(10) NOT NULL,
             NEW_TEXT                       CHAR(70) NOT NULL,
             NEW_CODE_1                     CHAR(8)  NOT NULL,
             NEW_CODE_2                     CHAR(8)  NOT NULL,
             NEW_RATE                       DECIMAL(4, 2) NOT NULL,
             NEW_AMNT                       DECIMAL(9, 0) NOT NULL,
             NEW_MIN                        DECIMAL(2, 0) NOT NULL,
             NEW_MAX                        DECIMAL(2, 0) NOT NULL,
             BEFORE_IMAGE                   CHAR(70) NOT NULL,
             AFTER_IMAGE                    CHAR(70) NOT NULL,
             CHANGE_STATUS                  CHAR(8)  NOT NULL,
             MAKER_ID                       CHAR(10) NOT NULL,
             MAKER_DATE                     DATE     NOT NULL,
             CHECKER_ID                     CHAR(10),
             CHECKER_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_REF_CHANGES                     *
      ******************************************************************
       01  DCLTB-REF-CHANGES.
           10 HV-RCH-CHANGE-ID     PIC X(10).
           10 HV-RCH-TABLE-CODE    PIC X(2).
           10 HV-RCH-ACTION        PIC X(1).
           10 HV-RCH-KEY-1         PIC X(10).
           10 HV-RCH-KEY-2         PIC X(10).
           10 HV-RCH-NEW-TEXT      PIC X(70).
           10 HV-RCH-NEW-CODE-1    PIC X(8).
           10 HV-RCH-NEW-CODE-2    PIC X(8).
           10 HV-RCH-NEW-RATE      PIC S9(2)V9(2) USAGE COMP-3.
           10 HV-RCH-NEW-AMNT      PIC S9(9)V USAGE COMP-3.
           10 HV-RCH-NEW-MIN       PIC S9(2) USAGE COMP-3.
           10 HV-RCH-NEW-MAX       PIC S9(2) USAGE COMP-3.
           10 HV-RCH-BEFORE-IMAGE  PIC X(70).
           10 HV-RCH-AFTER-IMAGE   PIC X(70).
           10 HV-RCH-STATUS        PIC X(8).
           10 HV-RCH-MAKER-ID      PIC X(10).
           10 HV-RCH-MAKER-DATE    PIC X(10).
           10 HV-RCH-CHECKER-ID    PIC X(10).
           10 HV-RCH-CHECKER-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(TB_CONTACT_NOTES)                                 *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBNOTES))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-NTE-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE SERVICE CALL LOG - ONE ROW PER CONTACT WITH A CUSTOMER,    *
      * ENTERED ON NOT1 FROM THE AGENT OR SUPERVISOR MENU. A NOTE      *
      * TAKEN AGAINST A POLICY CARRIES BOTH POL_ID AND THE POLICY'S    *
      * CUST_ID; A GENERAL NOTE CARRIES CUST_ID ONLY. CHANNEL IS       *
      * PHONE/EMAIL/MAIL/BRNCH/WEB/CHAT, CATEGORY IS BILLING/CLAIM/    *
      * POLICY/COMPLNT/PAYOUT/GENERAL. A NOTE WITH A FOLLOWUP_DATE     *
      * OPENS AS FOLLOWUP_STATUS 'OPEN' AND IS OWED BY THE USER_ID WHO *
      * TOOK IT - PGMNOTE LISTS THEM WHEN DUE - UNTIL CLOSED 'DONE' ON *
      * NOT1. PGMARCH NEVER TOUCHES THIS TABLE, SO THE NOTES ON A      *
      * POLICY STAY VISIBLE AFTER IT MOVES TO TB_POLICY_DETAILS_HIST.  *
      ******************************************************************
           EXEC SQL DECLARE TB_CONTACT_NOTES TABLE
           ( NOTE_ID                        CHAR(10) NOT NULL,
             POL_ID                         CHAR(10),
             CUST_ID                        CHAR(10) NOT NULL,
             NOTE_DATE                      DATE     NOT NULL,
             NOTE_TIME                      CHAR(8)  NOT NULL,
             USER_ID                        CHAR(10) NOT NULL,
             CHANNEL                        CHAR(5)  NOT NULL,
             CATEGORY                       CHAR(8)  NOT NULL,
             NOTE_TEXT                      VARCHAR(70) NOT NULL,
             FOLLOWUP_DATE                  DATE,
             FOLLOWUP_STATUS                CHAR(4),
             FOLLOWUP_DONE_BY               CHAR(10),
             FOLLOWUP_DONE_DATE             DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_CONTACT_NOTES                   *
      ******************************************************************
       01  DCLTB-CONTACT-NOTES.
           10 HV-NTE-NOTE-ID       PIC X(10).
           10 HV-NTE-POL-ID        PIC X(10).
           10 HV-NTE-CUST-ID       PIC X(10).
           10 HV-NTE-NOTE-DATE     PIC X(10).
           10 HV-NTE-NOTE-TIME     PIC X(8).
           10 HV-NTE-USER-ID       PIC X(10).
           10 HV-NTE-CHANNEL       PIC X(5).
           10 HV-NTE-CATEGORY      PIC X(8).
           10 HV-NTE-NOTE-TEXT.
              49 HV-NTE-TEXT-LEN   PIC S9(4) USAGE COMP.
              49 HV-NTE-TEXT-TEXT  PIC X(70).
           10 HV-NTE-FUP-DATE      PIC X(10).
           10 HV-NTE-FUP-STATUS    PIC X(4).
           10 HV-NTE-FUP-DONE-BY   PIC X(10).
           10 HV-NTE-FUP-DONE-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

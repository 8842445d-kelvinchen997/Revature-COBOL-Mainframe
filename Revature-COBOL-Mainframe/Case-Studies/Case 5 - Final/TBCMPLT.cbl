      ******************************************************************
      * DCLGEN TABLE(TB_COMPLAINTS)                                    *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBCMPLT))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-CMP-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE REGULATORY COMPLAINT REGISTER - ONE ROW PER COMPLAINT,     *
      * LOGGED ON CMP1 FROM THE AGENT OR SUPERVISOR MENU. SUBJECT_TYPE *
      * SAYS WHAT IT IS ABOUT: 'POL' (POL_ID), 'CLM' (CLAIM_ID AND ITS *
      * POL_ID) OR 'BKG' (A TOUR BOOKING_REF). CUST_ID IS THE POLICY'S *
      * CUSTOMER, OR THE TOUR CUSTOMER_ID FOR A BOOKING. THE CLOCK     *
      * RUNS FROM RECEIVED_DATE: ACKNOWLEDGE WITHIN 5 BUSINESS DAYS    *
      * (PGMCORR'S 'CMPLACK' LETTER SETS ACK_DATE AND MOVES 'OPEN' TO  *
      * 'ACKED'), RESOLVE BY RESOLVE_DUE_DATE - RECEIVED PLUS 8 WEEKS. *
      * RESOLVING ON CMP1 SETS OUTCOME UPHELD/PARTIAL/REJECTED/        *
      * WITHDRWN AND 'RESOLVED'; ANY REDRESS IS PAID AS A 'CMP' ROW ON *
      * TB_DISBURSEMENTS WHOSE DISB_ID IS KEPT HERE. FINAL_LTR_DATE IS *
      * SET WHEN PGMCORR SENDS THE 'CMPLFIN' FINAL RESPONSE. PGMCMPA   *
      * AGES THE REGISTER NIGHTLY, PGMCMPQ FILES THE QUARTERLY RETURN. *
      ******************************************************************
           EXEC SQL DECLARE TB_COMPLAINTS TABLE
           ( COMPLAINT_ID                   CHAR(10) NOT NULL,
             SUBJECT_TYPE                   CHAR(3)  NOT NULL,
             POL_ID                         CHAR(10),
             CLAIM_ID                       CHAR(10),
             BOOKING_REF                    CHAR(12),
             CUST_ID                        CHAR(10) NOT NULL,
             CATEGORY                       CHAR(8)  NOT NULL,
             CHANNEL                        CHAR(5)  NOT NULL,
             DESCRIPTION                    VARCHAR(70) NOT NULL,
             RECEIVED_DATE                  DATE     NOT NULL,
             ACK_DATE                       DATE,
             RESOLVE_DUE_DATE               DATE     NOT NULL,
             RESOLVED_DATE                  DATE,
             OUTCOME                        CHAR(8),
             RESOLUTION                     VARCHAR(70),
             REDRESS_AMT                    DECIMAL(7, 0),
             DISB_ID                        CHAR(10),
             CMP_STATUS                     CHAR(8)  NOT NULL,
             LOGGED_BY                      CHAR(10) NOT NULL,
             RESOLVED_BY                    CHAR(10),
             FINAL_LTR_DATE                 DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_COMPLAINTS                      *
      ******************************************************************
       01  DCLTB-COMPLAINTS.
           10 HV-CMP-COMPLAINT-ID  PIC X(10).
           10 HV-CMP-SUBJECT-TYPE  PIC X(3).
           10 HV-CMP-POL-ID        PIC X(10).
           10 HV-CMP-CLAIM-ID      PIC X(10).
           10 HV-CMP-BOOKING-REF   PIC X(12).
           10 HV-CMP-CUST-ID       PIC X(10).
           10 HV-CMP-CATEGORY      PIC X(8).
           10 HV-CMP-CHANNEL       PIC X(5).
           10 HV-CMP-DESCRIPTION.
              49 HV-CMP-DESC-LEN   PIC S9(4) USAGE COMP.
              49 HV-CMP-DESC-TEXT  PIC X(70).
           10 HV-CMP-RECEIVED-DATE PIC X(10).
           10 HV-CMP-ACK-DATE      PIC X(10).
           10 HV-CMP-DUE-DATE      PIC X(10).
           10 HV-CMP-RESOLVED-DATE PIC X(10).
           10 HV-CMP-OUTCOME       PIC X(8).
           10 HV-CMP-RESOLUTION.
              49 HV-CMP-RES-LEN    PIC S9(4) USAGE COMP.
              49 HV-CMP-RES-TEXT   PIC X(70).
           10 HV-CMP-REDRESS-AMT   PIC S9(7)V USAGE COMP-3.
           10 HV-CMP-DISB-ID       PIC X(10).
           10 HV-CMP-STATUS        PIC X(8).
           10 HV-CMP-LOGGED-BY     PIC X(10).
           10 HV-CMP-RESOLVED-BY   PIC X(10).
           10 HV-CMP-FINAL-LTR-DATE
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

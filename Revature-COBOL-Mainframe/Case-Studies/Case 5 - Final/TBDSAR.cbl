      ******************************************************************
      * DCLGEN TABLE(TB_DSAR_REQUESTS)                                 *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBDSAR))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-DSR-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER DATA SUBJECT ACCESS REQUEST RUN THROUGH PGMDSAR.   *
      * KEY_TYPE/KEY_VALUE IS WHAT THE PERSON WAS IDENTIFIED BY -      *
      * 'CUST' (TB_ACCOUNTS CUST_ID), 'SSN ' OR 'TOUR' (TOUR_CUSTOMER  *
      * CUSTOMER_ID); CUST_ID AND TOUR_CUST_ID ARE WHAT PGMDSAR        *
      * RESOLVED IT TO. DUE_DATE IS RECEIVED_DATE PLUS THE STATUTORY   *
      * RESPONSE PERIOD. THE ROW IS WRITTEN 'OPEN' BEFORE THE EXPORT   *
      * STARTS AND MOVES TO 'FULFILLED' (OR 'NO-MATCH' WHEN WE HOLD    *
      * NOTHING ON THE PERSON) WITH FULFILLED_DATE WHEN IT ENDS, SO A  *
      * RUN THAT FAILED PART WAY IS STILL VISIBLE AS OPEN.             *
      ******************************************************************
           EXEC SQL DECLARE TB_DSAR_REQUESTS TABLE
           ( REQUEST_ID                     CHAR(10) NOT NULL,
             KEY_TYPE                       CHAR(4)  NOT NULL,
             KEY_VALUE                      CHAR(11) NOT NULL,
             CUST_ID                        CHAR(10),
             TOUR_CUST_ID                   CHAR(10),
             RECEIVED_DATE                  DATE     NOT NULL,
             DUE_DATE                       DATE     NOT NULL,
             FULFILLED_DATE                 DATE,
             REQ_STATUS                     CHAR(9)  NOT NULL,
             ROWS_EXPORTED                  DECIMAL(7, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_DSAR_REQUESTS                   *
      ******************************************************************
       01  DCLTB-DSAR-REQUESTS.
           10 HV-DSR-REQUEST-ID    PIC X(10).
           10 HV-DSR-KEY-TYPE      PIC X(4).
           10 HV-DSR-KEY-VALUE     PIC X(11).
           10 HV-DSR-CUST-ID       PIC X(10).
           10 HV-DSR-TOUR-CUST-ID  PIC X(10).
           10 HV-DSR-RECEIVED-DATE PIC X(10).
           10 HV-DSR-DUE-DATE      PIC X(10).
           10 HV-DSR-FULFILLED-DATE
              PIC X(10).
           10 HV-DSR-STATUS        PIC X(9).
           10 HV-DSR-ROWS-EXPORTED PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

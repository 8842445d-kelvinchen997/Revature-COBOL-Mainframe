      ******************************************************************
      * DCLGEN TABLE(TOUR_AGENCY)                                      *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC173A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-AGY-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE RESELLING TRAVEL AGENCIES, MAINTAINED BY AM013A11. A       *
      * BOOKING MADE THROUGH AN AGENCY CARRIES ITS AGENCY_ID FROM      *
      * TOUR_DETAILS THROUGH TO SEASON_DISCOUNT AND TOUR_REV_REC, AND  *
      * AS013A11 PAYS COMM_RATE (A PERCENTAGE, E.G. 12.50) ON EVERY    *
      * AGENCY TOUR THAT WAS DELIVERED. PAY_METHOD/PAY_ACCOUNT/        *
      * PAY_BANK_CODE GO OUT ON THE COMMISSION PAYABLE FILE. AN        *
      * ACTIVE_FLAG OF 'N' STOPS NEW BOOKINGS UNDER THE AGENCY BUT     *
      * STILL PAYS WHAT IT ALREADY SOLD.                               *
      ******************************************************************
           EXEC SQL DECLARE TOUR_AGENCY TABLE
           ( AGENCY_ID                      CHAR(10) NOT NULL,
             AGENCY_NAME                    CHAR(30) NOT NULL,
             COMM_RATE                      DECIMAL(4, 2) NOT NULL,
             PAY_METHOD                     CHAR(4)  NOT NULL,
             PAY_ACCOUNT                    CHAR(20) NOT NULL,
             PAY_BANK_CODE                  CHAR(11) NOT NULL,
             ACTIVE_FLAG                    CHAR(1)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_AGENCY                        *
      ******************************************************************
       01  DCLTOUR-AGENCY.
           10 HV-AGY-AGENCY-ID     PIC X(10).
           10 HV-AGY-AGENCY-NAME   PIC X(30).
           10 HV-AGY-COMM-RATE     PIC S9(2)V9(2) USAGE COMP-3.
           10 HV-AGY-PAY-METHOD    PIC X(4).
           10 HV-AGY-PAY-ACCOUNT   PIC X(20).
           10 HV-AGY-PAY-BANK-CODE PIC X(11).
           10 HV-AGY-ACTIVE-FLAG   PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                               *
      ******************************************************************

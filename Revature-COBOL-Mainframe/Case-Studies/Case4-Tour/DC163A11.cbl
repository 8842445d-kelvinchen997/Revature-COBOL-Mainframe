      ******************************************************************
      * DCLGEN TABLE(TOUR_ATTENDANCE)                                  *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC163A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-TAT-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * WHO ACTUALLY TURNED UP - ONE ROW PER TOUR_PARTICIPANTS ROW,    *
      * KEYED BY BOOKING_REF AND PART_SEQ, LOADED BY AT013A11 FROM THE *
      * MF013A11 MANIFEST THE GUIDE HANDS BACK MARKED UP. ATTEND_STATUS*
      * IS 'ATTENDED', 'NOSHOW' OR 'LATECANC'. TOUR_DATE, TOUR_PLACE,  *
      * GUIDE AND CUSTOMER_ID ARE CARRIED AS THEY STOOD ON THE DAY SO  *
      * NS013A11 CAN RATE PLACE, CUSTOMER AND GUIDE WITHOUT THE        *
      * BOOKING STILL BEING ON FILE.                                   *
      ******************************************************************
           EXEC SQL DECLARE TOUR_ATTENDANCE TABLE
           ( BOOKING_REF                    CHAR(12) NOT NULL,
             PART_SEQ                       INTEGER  NOT NULL,
             TOUR_DATE                      DATE     NOT NULL,
             TOUR_PLACE                     CHAR(15) NOT NULL,
             GUIDE                          CHAR(10),
             CUSTOMER_ID                    CHAR(10) NOT NULL,
             ATTEND_STATUS                  CHAR(8)  NOT NULL,
             LOADED_DATE                    DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_ATTENDANCE                    *
      ******************************************************************
       01  DCLTOUR-ATTENDANCE.
           10 HV-TAT-BOOKING-REF   PIC X(12).
           10 HV-TAT-PART-SEQ      PIC S9(9) USAGE COMP.
           10 HV-TAT-TOUR-DATE     PIC X(10).
           10 HV-TAT-TOUR-PLACE    PIC X(15).
           10 HV-TAT-GUIDE         PIC X(10).
           10 HV-TAT-CUSTOMER-ID   PIC X(10).
           10 HV-TAT-ATTEND-STATUS PIC X(8).
           10 HV-TAT-LOADED-DATE   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                               *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(TOUR_CANC_REQUEST)                                *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC143A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-TCR-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CANCELLATIONS ASKED FOR ON THE ONLINE BOOKING SCREEN (TBK1).   *
      * THE SCREEN ONLY QUEUES THE REQUEST (REQ_STATUS 'PENDING') -    *
      * CN013A11 RUN WITHOUT A PARM WORKS THE QUEUE THROUGH ITS OWN    *
      * 'REF=' PATH, SO THE REVERSAL AND REFUND EXTRACTS STILL COME    *
      * FROM ONE PLACE, AND MARKS EACH ROW 'DONE' OR 'NOTFOUND'.       *
      * REQ_ACTION IS CN013A11'S OWN 'C' (CANCEL) / 'A' (AMEND).       *
      ******************************************************************
           EXEC SQL DECLARE TOUR_CANC_REQUEST TABLE
           ( BOOKING_REF                    CHAR(12) NOT NULL,
             REQ_ACTION                     CHAR(1)  NOT NULL,
             REQUESTED_BY                   CHAR(10) NOT NULL,
             REQUEST_DATE                   DATE     NOT NULL,
             REQ_STATUS                     CHAR(8)  NOT NULL,
             DONE_DATE                      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_CANC_REQUEST                  *
      ******************************************************************
       01  DCLTOUR-CANC-REQUEST.
           10 HV-TCR-BOOKING-REF   PIC X(12).
           10 HV-TCR-REQ-ACTION    PIC X(1).
           10 HV-TCR-REQUESTED-BY  PIC X(10).
           10 HV-TCR-REQUEST-DATE  PIC X(10).
           10 HV-TCR-REQ-STATUS    PIC X(8).
           10 HV-TCR-DONE-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

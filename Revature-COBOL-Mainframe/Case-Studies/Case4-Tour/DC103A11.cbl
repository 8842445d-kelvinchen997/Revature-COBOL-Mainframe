             BOOK_DATE                      DATE     NOT NULL,
             TOUR_DATE                      DATE     NOT NULL,
             REV_STATUS                     CHAR(8)  NOT NULL,
             STATUS_DATE                    DATE,
             AGENCY_ID                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_REV_REC                       *
           10 HV-TRR-TOUR-DATE     PIC X(10).
           10 HV-TRR-REV-STATUS    PIC X(8).
           10 HV-TRR-STATUS-DATE   PIC X(10).
           10 HV-TRR-AGENCY-ID     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-09-02 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - ADDED AGENCY_ID, COPIED FROM SEASON_DISCOUNT   *
      *                  SO AS013A11 CAN PAY COMMISSION ON DELIVERY     *
      ******************************************************************

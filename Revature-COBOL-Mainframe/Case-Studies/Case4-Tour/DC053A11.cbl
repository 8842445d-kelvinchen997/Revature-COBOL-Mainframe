      * THREE SPELLINGS. BOOKINGS ARE NOW VALIDATED AGAINST THIS       *
      * MASTER WHEN CA013A11 PICKS THEM UP, AND CN013A11, PGMXREF AND  *
      * THE TB_PARTY_XREF LINKS FINALLY HAVE A REAL RECORD TO MATCH    *
      * AGAINST. MAINTAINED BY TM013A11. NOSHOW_FLAG IS SET EACH MONTH *
      * BY NS013A11 FOR A CUSTOMER WHOSE NO-SHOW RATE IS OVER THE      *
      * THRESHOLD - THEY LOSE THE LOYALTY BONUS AND OWE THE BALANCE AT *
      * BOOKING TIME UNTIL THE RATE COMES BACK DOWN.                   *
      ******************************************************************
           EXEC SQL DECLARE TOUR_CUSTOMER TABLE
           ( CUSTOMER_ID                    CHAR(10) NOT NULL,
             CUSTOMER_NAME                  CHAR(20) NOT NULL,
             PHONE                          CHAR(12),
             EMAIL                          CHAR(30),
             ACTIVE_FLAG                    CHAR(1)  NOT NULL,
             NOSHOW_FLAG                    CHAR(1)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_CUSTOMER                      *
           10 HV-TCUS-PHONE        PIC X(12).
           10 HV-TCUS-EMAIL        PIC X(30).
           10 HV-TCUS-ACTIVE-FLAG  PIC X(1).
           10 HV-TCUS-NOSHOW-FLAG  PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - ADDED NOSHOW_FLAG, SET BY NS013A11            *
      ******************************************************************

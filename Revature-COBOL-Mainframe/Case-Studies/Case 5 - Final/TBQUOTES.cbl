             QUOTE_DATE                     DATE,
             EXPIRY_DATE                    DATE,
             QUOTE_STATUS                   CHAR(9),
             CONV_POL_ID                    CHAR(10),
             SMOKER_CLASS                   CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_QUOTES                          *
           10 HV-QUO-EXPIRY-DATE   PIC X(10).
           10 HV-QUO-QUOTE-STATUS  PIC X(9).
           10 HV-QUO-CONV-POL-ID   PIC X(10).
           10 HV-QUO-SMOKER-CLASS  PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - ADDED SMOKER_CLASS SO THE QUOTE IS RATED ON    *
      *                  THE SAME AGE BAND AND CLASS THE BIND WILL USE  *
      ******************************************************************

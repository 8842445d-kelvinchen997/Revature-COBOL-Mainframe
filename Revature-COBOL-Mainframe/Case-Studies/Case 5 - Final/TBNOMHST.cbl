             OLD_RELATION                   CHAR(10),
             NEW_RELATION                   CHAR(10),
             OLD_SSN                        CHAR(11),
             NEW_SSN                        CHAR(11),
             OLD_SHARE_PCT                  DECIMAL(3, 0),
             NEW_SHARE_PCT                  DECIMAL(3, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_NOMINEE_HIST                    *
           10 HV-NHS-NEW-RELATION  PIC X(10).
           10 HV-NHS-OLD-SSN       PIC X(11).
           10 HV-NHS-NEW-SSN       PIC X(11).
           10 HV-NHS-OLD-SHARE-PCT PIC S9(3)V USAGE COMP-3.
           10 HV-NHS-NEW-SHARE-PCT PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-09-02 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - ADDED OLD/NEW SHARE_PCT - A SHARE CHANGE IS    *
      *                  AS DISPUTABLE AS A NAME CHANGE                 *
      ******************************************************************

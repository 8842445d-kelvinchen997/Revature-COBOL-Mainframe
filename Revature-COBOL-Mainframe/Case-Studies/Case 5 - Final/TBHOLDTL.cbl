             CURRENCY_CODE                  CHAR(3),
             ADDRESS                        VARCHAR(40),
             EMAIL                          VARCHAR(30),
             INDEX_OPTOUT                   CHAR(1),
             SMOKER_CLASS                   CHAR(1),
             LAST_UPD_TS                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_POLICY_HOLDER_DETAILS           *
              49 HV-HOL-EMAIL-LEN  PIC S9(4) USAGE COMP.
              49 HV-HOL-EMAIL-TEXT PIC X(30).
           10 HV-HOL-INDEX-OPTOUT  PIC X(1).
           10 HV-HOL-SMOKER-CLASS  PIC X(1).
           10 HV-HOL-LAST-UPD-TS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-08 KC - ADDED CURRENCY_CODE FOR MULTI-CURRENCY POLICIES*
      *  2026-09-02 KC - ADDED INDEX_OPTOUT - 'Y' KEEPS THE POLICY OUT  *
      *                  OF PGMINDX'S ANNUAL SUM-ASSURED INDEXATION,    *
      *                  SET FROM THE HOLDER'S OWN SCREEN               *
      *  2026-10-15 KC - ADDED SMOKER_CLASS ('S'/'N') CAPTURED AT AGT3, *
      *                  RATED WITH THE ATTAINED AGE VIA TB_RATE_BANDS  *
      *  2026-10-15 KC - ADDED LAST_UPD_TS - EVERY WRITER STAMPS IT, SO *
      *                  PGMCDC CAN EXTRACT HOLDER ROWS THAT CHANGED    *
      ******************************************************************

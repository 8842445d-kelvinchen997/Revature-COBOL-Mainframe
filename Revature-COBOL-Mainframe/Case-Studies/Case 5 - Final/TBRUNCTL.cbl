      * ENDED-OK (HRUN-CHECK-PRED), AND CLOSES WITH ITS END STATUS    *
      * AND RECORD COUNT - SO THE RUN ORDER STOPS LIVING ONLY IN THE  *
      * SCHEDULER'S HEAD AND OPERATIONS CAN SEE THE NIGHT AT A        *
      * GLANCE. RETRY_COUNT IS THE NUMBER OF UNITS OF WORK THE JOB    *
      * ROLLED BACK AND RETRIED AFTER A DEADLOCK OR TIMEOUT (-911 OR   *
      * -913) - NON-ZERO ON AN ENDED-OK ROW MEANS THE JOB RECOVERED   *
      * BY ITSELF AND ENDED WITH RETURN CODE 4.                       *
      * PGMCDC'S ROWS ALSO CARRY ITS EXTRACTION WINDOW: EACH RUN      *
      * TAKES THE CHANGES SINCE THE START OF THE LAST ENDED-OK RUN    *
      * UP TO ITS OWN START, SO THESE ROWS MUST NOT BE DELETED.       *
      ******************************************************************
           EXEC SQL DECLARE TB_BATCH_RUN_CONTROL TABLE
           ( JOB_NAME                       CHAR(8)  NOT NULL,
             RUN_STATUS                     CHAR(8)  NOT NULL,
             START_TIME                     CHAR(8),
             END_TIME                       CHAR(8),
             REC_COUNT                      DECIMAL(9, 0),
             RETRY_COUNT                    DECIMAL(3, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_BATCH_RUN_CONTROL               *
           10 HV-RUN-START-TIME    PIC X(8).
           10 HV-RUN-END-TIME      PIC X(8).
           10 HV-RUN-REC-COUNT     PIC S9(9)V USAGE COMP-3.
           10 HV-RUN-RETRY-COUNT   PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - RETRY_COUNT (DEADLOCK/TIMEOUT RETRIES)        *
      *  2026-10-15 KC - PGMCDC WINDOW KEPT ON ITS RUN ROWS            *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(TB_UNDELIVERABLE)                                 *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBUNDLV))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-UND-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HOLDER CONTACT CHANNELS KNOWN TO BE BAD. PGMRTML OPENS A ROW   *
      * FOR EACH PRINT-VENDOR RETURNED LETTER (CHANNEL 'ADDR', SOURCE  *
      * 'MAIL') AND EACH NOTIFICATION-GATEWAY BOUNCE (CHANNEL 'EMAIL', *
      * SOURCE 'BNCE'), TRACED TO ITS TB_CORRESPONDENCE_LOG LETTER     *
      * WHERE THE RETURN CARRIES ONE. BAD_VALUE IS THE ADDRESS OR      *
      * EMAIL THAT FAILED, SO THE ROW ONLY SUPPRESSES THE CHANNEL      *
      * WHILE THE HOLDER ROW STILL HOLDS THAT SAME VALUE - PGMCORR,    *
      * PGMREM AND PGMESCH ALL TEST IT THAT WAY. AN ENDORSEMENT ON     *
      * POL2 THAT CHANGES THE VALUE, OR PGMRTML'S DAILY SWEEP, MOVES   *
      * FLAG_STATUS FROM 'ACTIVE' TO 'CLEARED'.                        *
      ******************************************************************
           EXEC SQL DECLARE TB_UNDELIVERABLE TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             CHANNEL                        CHAR(5)  NOT NULL,
             BAD_VALUE                      CHAR(40) NOT NULL,
             LETTER_ID                      CHAR(10) NOT NULL,
             RETURN_SOURCE                  CHAR(4)  NOT NULL,
             RETURN_CODE                    CHAR(4)  NOT NULL,
             RETURN_DATE                    DATE,
             FLAG_STATUS                    CHAR(8)  NOT NULL,
             FLAGGED_DATE                   DATE     NOT NULL,
             CLEARED_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_UNDELIVERABLE                   *
      ******************************************************************
       01  DCLTB-UNDELIVERABLE.
           10 HV-UND-POL-ID        PIC X(10).
           10 HV-UND-CHANNEL       PIC X(5).
           10 HV-UND-BAD-VALUE     PIC X(40).
           10 HV-UND-LETTER-ID     PIC X(10).
           10 HV-UND-SOURCE        PIC X(4).
           10 HV-UND-RETURN-CODE   PIC X(4).
           10 HV-UND-RETURN-DATE   PIC X(10).
           10 HV-UND-STATUS        PIC X(8).
           10 HV-UND-FLAGGED-DATE  PIC X(10).
           10 HV-UND-CLEARED-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

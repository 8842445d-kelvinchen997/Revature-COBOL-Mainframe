      ******************************************************************
      * DCLGEN TABLE(TB_NOMINEE_APPOINTEES)                            *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBNOMAPT))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-NAP-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE GUARDIAN (APPOINTEE) WHO RECEIVES A MINOR NOMINEE'S SHARE, *
      * KEYED BY POL_ID + NOM_SSN (THE TB_POLICY_NOMINEE ROW IT        *
      * STANDS IN FOR). AGT5 REQUIRES ONE WHENEVER THE NOMINEE IS      *
      * UNDER 18 ON THE CAPTURE DATE. PGMDISB PAYS THE APPOINTEE WHILE *
      * THE NOMINEE IS STILL A MINOR ON THE PAYOUT DATE. RELEASED_DATE *
      * IS NULL WHILE THE APPOINTMENT STANDS - PGMMAJR STAMPS IT ONCE  *
      * THE NOMINEE COMES OF AGE, AND A REPLACED OR REMOVED NOMINEE'S  *
      * APPOINTEE IS RELEASED RATHER THAN DELETED.                     *
      ******************************************************************
           EXEC SQL DECLARE TB_NOMINEE_APPOINTEES TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             NOM_SSN                        CHAR(11) NOT NULL,
             APPT_NAME                      VARCHAR(20) NOT NULL,
             APPT_SSN                       CHAR(11) NOT NULL,
             APPT_RELATION                  CHAR(10) NOT NULL,
             APPOINTED_DATE                 DATE     NOT NULL,
             RELEASED_DATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_NOMINEE_APPOINTEES              *
      ******************************************************************
       01  DCLTB-NOMINEE-APPOINTEES.
           10 HV-NAP-POL-ID        PIC X(10).
           10 HV-NAP-NOM-SSN       PIC X(11).
           10 HV-NAP-APPT-NAME.
              49 HV-NAP-APPT-NAME-LEN  PIC S9(4) USAGE COMP.
              49 HV-NAP-APPT-NAME-TEXT PIC X(20).
           10 HV-NAP-APPT-SSN      PIC X(11).
           10 HV-NAP-APPT-RELATION PIC X(10).
           10 HV-NAP-APPOINTED-DATE PIC X(10).
           10 HV-NAP-RELEASED-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

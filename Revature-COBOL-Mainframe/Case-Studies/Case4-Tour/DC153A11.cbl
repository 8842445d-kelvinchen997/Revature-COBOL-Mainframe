      ******************************************************************
      * DCLGEN TABLE(GUIDE_LEAVE)                                      *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC153A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-GLV-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DATED UNAVAILABILITY PER GUIDE_MASTER GUIDE - ONE ROW PER      *
      * SPELL, LEAVE_FROM TO LEAVE_TO BOTH INCLUSIVE, KEYED BY         *
      * GUIDE_ID AND LEAVE_FROM. LEAVE_TYPE IS 'LEAVE', 'SICK' OR      *
      * 'TRAINING'. MAINTAINED BY GL013A11; GA013A11, GD013A11,        *
      * IT013A11 AND MC013A11 PASS OVER A GUIDE ON ANY DAY INSIDE A    *
      * SPELL.                                                         *
      ******************************************************************
           EXEC SQL DECLARE GUIDE_LEAVE TABLE
           ( GUIDE_ID                       CHAR(10) NOT NULL,
             LEAVE_FROM                     DATE     NOT NULL,
             LEAVE_TO                       DATE     NOT NULL,
             LEAVE_TYPE                     CHAR(8)  NOT NULL,
             ENTERED_DATE                   DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GUIDE_LEAVE                        *
      ******************************************************************
       01  DCLGUIDE-LEAVE.
           10 HV-GLV-GUIDE-ID      PIC X(10).
           10 HV-GLV-LEAVE-FROM    PIC X(10).
           10 HV-GLV-LEAVE-TO      PIC X(10).
           10 HV-GLV-LEAVE-TYPE    PIC X(8).
           10 HV-GLV-ENTERED-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                               *
      ******************************************************************

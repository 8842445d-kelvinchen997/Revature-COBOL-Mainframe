      ******************************************************************
      * DCLGEN TABLE(TOUR_SUPPLIER_COST)                               *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC183A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-SUP-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * WHAT IT COSTS TO RUN A TOUR AT A PLACE, MAINTAINED BY          *
      * SC013A11 - ONE ROW PER TOUR_PLACE, COST_TYPE ('COACH',         *
      * 'TICKETS', 'MEALS', 'PERMIT', ...) AND EFF_DATE. FIXED_COST IS *
      * CHARGED ONCE PER TOUR RUN, PER_HEAD_COST FOR EVERY HEAD        *
      * CARRIED. EFFECTIVE-DATED THE SAME WAY AS TB_POLICY_RATES: THE  *
      * ROW IN FORCE ON A TOUR_DATE IS THE LATEST EFF_DATE NOT AFTER   *
      * IT, PER PLACE AND COST TYPE, SO A PRICE CHANGE IS A NEW ROW    *
      * AND PAST TOURS KEEP THE COST THEY RAN AT. A COST THAT STOPS    *
      * IS A NEW ROW OF ZEROES. READ BY PF013A11.                      *
      ******************************************************************
           EXEC SQL DECLARE TOUR_SUPPLIER_COST TABLE
           ( TOUR_PLACE                     CHAR(15) NOT NULL,
             COST_TYPE                      CHAR(8)  NOT NULL,
             EFF_DATE                       DATE     NOT NULL,
             FIXED_COST                     INTEGER  NOT NULL,
             PER_HEAD_COST                  INTEGER  NOT NULL,
             SUPPLIER_NAME                  CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_SUPPLIER_COST                 *
      ******************************************************************
       01  DCLTOUR-SUPPLIER-COST.
           10 HV-SUP-TOUR-PLACE    PIC X(15).
           10 HV-SUP-COST-TYPE     PIC X(8).
           10 HV-SUP-EFF-DATE      PIC X(10).
           10 HV-SUP-FIXED-COST    PIC S9(9) USAGE COMP.
           10 HV-SUP-PER-HEAD-COST PIC S9(9) USAGE COMP.
           10 HV-SUP-SUPPLIER-NAME PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                               *
      ******************************************************************

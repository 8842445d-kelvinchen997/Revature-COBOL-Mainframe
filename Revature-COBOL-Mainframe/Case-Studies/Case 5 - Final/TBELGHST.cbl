      ******************************************************************
      * DCLGEN TABLE(TB_NOMINEE_ELIG_HIST)                             *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBELGHST))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-EHS-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER CHANGE OF A NOMINEE'S TB_NOMINEE_ELIG VERDICT,     *
      * WRITTEN BY LD013A11 AS IT LOADS THE NIGHT'S ECL/NCL. OLD_FLAG  *
      * IS SPACE FOR A NOMINEE'S FIRST VERDICT. SOURCE_PGM SAYS WHERE  *
      * THE NEW VERDICT CAME FROM - CA013A11 (NIGHTLY SPLIT), DP013A11 *
      * (PND DISPOSITION) OR ER013A11 (CORRECTION RECYCLED THROUGH     *
      * CA013A11) - AND VERDICT_TS WHEN THAT PROGRAM DECIDED IT. THE   *
      * VERDICT CLM1 SHOWED ON ANY DATE IS THE NEW_FLAG OF THE LAST    *
      * ROW CHANGED ON OR BEFORE IT.                                   *
      ******************************************************************
           EXEC SQL DECLARE TB_NOMINEE_ELIG_HIST TABLE
           ( NOM_EXT_ID                     CHAR(5)  NOT NULL,
             CHANGE_DATE                    DATE     NOT NULL,
             CHANGE_TIME                    CHAR(8)  NOT NULL,
             OLD_FLAG                       CHAR(1),
             NEW_FLAG                       CHAR(1)  NOT NULL,
             SOURCE_PGM                     CHAR(8),
             VERDICT_TS                     CHAR(14)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_NOMINEE_ELIG_HIST               *
      ******************************************************************
       01  DCLTB-NOMINEE-ELIG-HIST.
           10 HV-EHS-NOM-EXT-ID    PIC X(5).
           10 HV-EHS-CHANGE-DATE   PIC X(10).
           10 HV-EHS-CHANGE-TIME   PIC X(8).
           10 HV-EHS-OLD-FLAG      PIC X(1).
           10 HV-EHS-NEW-FLAG      PIC X(1).
           10 HV-EHS-SOURCE-PGM    PIC X(8).
           10 HV-EHS-VERDICT-TS    PIC X(14).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(TB_GROUP_ADJUSTMENTS)                             *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBGRPADJ))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-GAD-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PRO-RATED PREMIUM FOR A PART MONTH, WRITTEN BY PGMGRPI FOR     *
      * EACH JOINER ('JOIN' - THE DAYS FROM THE JOIN DATE TO THE END   *
      * OF THAT MONTH) AND EACH LEAVER ('LEAVE' - A CREDIT FOR DAYS    *
      * ALREADY BILLED PAST THE TERM DATE, OR A CHARGE FOR DAYS        *
      * COVERED BUT NOT YET BILLED). ADJ_AMOUNT IS SIGNED. INVOICE_ID  *
      * IS NULL UNTIL PGMGRPB CARRIES THE ROW ONTO AN INVOICE.         *
      ******************************************************************
           EXEC SQL DECLARE TB_GROUP_ADJUSTMENTS TABLE
           ( GROUP_ID                       CHAR(10) NOT NULL,
             CERT_ID                        CHAR(10) NOT NULL,
             ADJ_DATE                       DATE     NOT NULL,
             ADJ_TYPE                       CHAR(5)  NOT NULL,
             EFF_DATE                       DATE     NOT NULL,
             ADJ_AMOUNT                     DECIMAL(7, 0) NOT NULL,
             INVOICE_ID                     CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_GROUP_ADJUSTMENTS               *
      ******************************************************************
       01  DCLTB-GROUP-ADJUSTMENTS.
           10 HV-GAD-GROUP-ID      PIC X(10).
           10 HV-GAD-CERT-ID       PIC X(10).
           10 HV-GAD-ADJ-DATE      PIC X(10).
           10 HV-GAD-ADJ-TYPE      PIC X(5).
           10 HV-GAD-EFF-DATE      PIC X(10).
           10 HV-GAD-ADJ-AMOUNT    PIC S9(7)V USAGE COMP-3.
           10 HV-GAD-INVOICE-ID    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

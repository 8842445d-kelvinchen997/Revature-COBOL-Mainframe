      ******************************************************************
      * DCLGEN TABLE(TB_POLICY_ASSIGNMENTS)                            *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBASSIGN))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-ASG-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * COLLATERAL ASSIGNMENT OF A POLICY TO A LENDER (THE ASSIGNEE)   *
      * AS SECURITY FOR A LOAN. AT MOST ONE ROW PER POL_ID STANDS AT A *
      * TIME - RELEASE_DATE IS NULL WHILE IT DOES. THE AGENT MENU      *
      * 'C' OPTION (3158) ADDS AND RELEASES THEM. WHILE ONE STANDS,    *
      * EVERY PAYOUT ON THE POLICY (SURRENDER IN 3252, MATURITY AND    *
      * CLAIMS IN PGMDISB) PAYS THE ASSIGNEE FIRST, UP TO ASSIGNED_AMT *
      * LESS PAID_AMT ALREADY PAID, AND ONLY THE REMAINDER GOES TO THE *
      * HOLDER OR NOMINEES. AN ASSIGNMENT PAID IN FULL IS RELEASED BY  *
      * THE PAYING PROGRAM.                                            *
      ******************************************************************
           EXEC SQL DECLARE TB_POLICY_ASSIGNMENTS TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             ASSIGNEE_NAME                  VARCHAR(20) NOT NULL,
             ASSIGNED_AMT                   DECIMAL(7, 0) NOT NULL,
             PAID_AMT                       DECIMAL(7, 0) NOT NULL,
             ASSIGN_DATE                    DATE     NOT NULL,
             RELEASE_DATE                   DATE,
             CREATED_BY                     CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_POLICY_ASSIGNMENTS              *
      ******************************************************************
       01  DCLTB-POLICY-ASSIGNMENTS.
           10 HV-ASG-POL-ID        PIC X(10).
           10 HV-ASG-ASSIGNEE-NAME.
              49 HV-ASG-ASSIGNEE-LEN  PIC S9(4) USAGE COMP.
              49 HV-ASG-ASSIGNEE-TEXT PIC X(20).
           10 HV-ASG-ASSIGNED-AMT  PIC S9(7)V USAGE COMP-3.
           10 HV-ASG-PAID-AMT      PIC S9(7)V USAGE COMP-3.
           10 HV-ASG-ASSIGN-DATE   PIC X(10).
           10 HV-ASG-RELEASE-DATE  PIC X(10).
           10 HV-ASG-CREATED-BY    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************

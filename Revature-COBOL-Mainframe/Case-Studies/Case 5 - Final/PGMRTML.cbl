       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRTML.
      *   PROGRAM NAME: RETURNED-MAIL AND BOUNCE INTAKE
      *   INPUT: ARI011.KELVIN.TRNING.FINAL.PS(RETMAIL) AS: INRTNM,
      *       ARI011.KELVIN.TRNING.FINAL.PS(BOUNCES) AS: INBNCE,
      *       TB_CORRESPONDENCE_LOG, TB_POLICY_HOLDER_DETAILS,
      *       TB_DISBURSEMENTS, TB_DEATH_CASES
      *   OUTPUT: TB_UNDELIVERABLE,
      *       BAD-ADDRESS AGENT WORKLIST AS: OUTBADW, SYSOUT
      *   DESCRIPTION: PGMCORR, PGMREM AND PGMESCH KEPT WRITING TO
      *       ADDRESSES AND EMAILS WE KNEW WERE BAD BECAUSE NOTHING
      *       RECORDED A RETURN. EACH DAY THE PRINT VENDOR'S RETURNED-
      *       MAIL FILE AND THE NOTIFICATION GATEWAY'S BOUNCE FILE ARE
      *       TRACED BACK TO THE TB_CORRESPONDENCE_LOG LETTER THEY
      *       CARRY (OR, FAILING THAT, THE POLICY THEY NAME), AND THE
      *       HOLDER'S ADDRESS OR EMAIL IS FLAGGED ON TB_UNDELIVERABLE.
      *       THE EXTRACTS SKIP A FLAGGED CHANNEL FOR AS LONG AS THE
      *       HOLDER ROW STILL HOLDS THE BAD VALUE; FLAGS WHOSE VALUE
      *       HAS SINCE BEEN CHANGED ARE CLEARED HERE. EVERY POLICY
      *       STILL FLAGGED GOES ON THE SERVICING AGENT'S WORKLIST,
      *       MARKED WHERE PGMESCH OWES THE HOLDER A DUE-DILIGENCE
      *       CONTACT, SO THE AGENT TRACES THOSE FIRST.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-RTNM-PS ASSIGN TO INRTNM
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTNM.
           SELECT I-BNCE-PS ASSIGN TO INBNCE
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-BNCE.
           SELECT O-BADW-PS ASSIGN TO OUTBADW
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-BADW.
       DATA DIVISION.
       FILE SECTION.
      * ONE RETURNED LETTER PER RECORD - THE LETTER NUMBER THE VENDOR
      * SCANS OFF THE '*** LETTER' HEADER LINE, DATES AS YYYY-MM-DD
       FD I-RTNM-PS.
       01 I-RTNM-REC.
           05 I-RTNM-LETTER-ID    PIC X(10).
           05 FILLER              PIC X(01).
           05 I-RTNM-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 I-RTNM-REASON       PIC X(04).
           05 FILLER              PIC X(01).
           05 I-RTNM-DATE         PIC X(10).
           05 FILLER              PIC X(43).
      * ONE HARD BOUNCE PER RECORD - THE REFERENCE IS THE LETTER
      * NUMBER THE EXTRACT LINE WENT OUT WITH
       FD I-BNCE-PS.
       01 I-BNCE-REC.
           05 I-BNCE-REF-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 I-BNCE-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 I-BNCE-EMAIL        PIC X(30).
           05 FILLER              PIC X(01).
           05 I-BNCE-CODE         PIC X(04).
           05 FILLER              PIC X(01).
           05 I-BNCE-DATE         PIC X(10).
           05 FILLER              PIC X(12).
      * ONE LINE PER FLAGGED CHANNEL, IN SERVICING AGENT ORDER
       FD O-BADW-PS.
       01 O-BADW-REC.
           05 O-BADW-AGENT-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-BADW-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-BADW-NAME         PIC X(20).
           05 FILLER              PIC X(01).
           05 O-BADW-PHONE        PIC X(12).
           05 FILLER              PIC X(01).
           05 O-BADW-CHANNEL      PIC X(05).
           05 FILLER              PIC X(01).
           05 O-BADW-DUE-DIL      PIC X(01).
           05 FILLER              PIC X(01).
           05 O-BADW-FLAGGED      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-BADW-BAD-VALUE    PIC X(40).
           05 FILLER              PIC X(05).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-RTNM        PIC 9(02).
                   88 FS-RTNM-SUCC  VALUE 00.
                   88 FS-RTNM-EOF   VALUE 10.
               10 WS-FS-BNCE        PIC 9(02).
                   88 FS-BNCE-SUCC  VALUE 00.
                   88 FS-BNCE-EOF   VALUE 10.
               10 WS-FS-BADW        PIC 9(02).
                   88 FS-BADW-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
      * PGMESCH'S DEFAULT DORMANCY AGE - AN ISSUED DISBURSEMENT THIS
      * OLD IS ON ITS DUE-DILIGENCE EXTRACT
           05 WS-DORMANT-DAYS       PIC S9(04) USAGE COMP VALUE 180.
      * THE RETURN BEING PROCESSED, WHICHEVER FILE IT CAME FROM
           05 WS-RTN-VARS.
               10 WS-RTN-CHANNEL    PIC X(05).
               10 WS-RTN-SOURCE     PIC X(04).
               10 WS-RTN-LETTER-ID  PIC X(10).
               10 WS-RTN-IN-POL-ID  PIC X(10).
               10 WS-RTN-CODE       PIC X(04).
               10 WS-RTN-DATE       PIC X(10).
               10 WS-RTN-VALUE      PIC X(40).
               10 WS-RTN-POL-ID     PIC X(10).
               10 WS-RTN-MATCH-SW   PIC X(01).
                   88 WS-RTN-LETTER-FOUND VALUE 'Y'.
               10 WS-HOLDER-SW      PIC X(01).
                   88 WS-HOLDER-FOUND VALUE 'Y'.
               10 WS-CUR-VALUE      PIC X(40).
               10 WS-CMP-RETURNED   PIC X(40).
               10 WS-CMP-CURRENT    PIC X(40).
               10 WS-UND-COUNT      PIC S9(09) USAGE COMP.
           05 WS-CASE-UPPER         PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-CASE-LOWER         PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-DUE-DIL-SW         PIC X(01).
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-MAIL-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-BNCE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-REJECT-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-NOLTR-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-STALE-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-DUP-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-ADDR-FLAGGED   PIC 9(07) VALUE ZEROES.
               10 WS-EMAIL-FLAGGED  PIC 9(07) VALUE ZEROES.
               10 WS-CLEARED-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-WORK-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-WORK-DD-COUNT  PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBHOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBCORLOG
           END-EXEC.
           EXEC SQL
               INCLUDE TBUNDLV
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
      * EVERY CHANNEL STILL FLAGGED, WITH THE HOLDER'S SERVICING AGENT
      * AND WHETHER PGMESCH OWES THE POLICY A DUE-DILIGENCE CONTACT -
      * AN ISSUED DISBURSEMENT PAST THE DORMANCY AGE OR AN OPEN DEATH
      * CASE
           EXEC SQL
               DECLARE CURSOR_BADW CURSOR FOR
                 SELECT
                    COALESCE(B.AGENT_ID, ' ')
                   ,U.POL_ID
                   ,B.NAME
                   ,COALESCE(B.PHONE, ' ')
                   ,U.CHANNEL
                   ,U.BAD_VALUE
                   ,CHAR(U.FLAGGED_DATE, ISO)
                   ,CASE WHEN EXISTS
                             (SELECT 1 FROM TB_DISBURSEMENTS D
                              WHERE D.POL_ID = U.POL_ID
                                AND D.DISB_STATUS = 'ISSUED'
                                AND D.ISSUE_DATE <
                                    (CURRENT DATE
                                     - :WS-DORMANT-DAYS DAYS))
                           OR EXISTS
                             (SELECT 1 FROM TB_DEATH_CASES X
                              WHERE X.POL_ID = U.POL_ID
                                AND X.CASE_STATUS = 'OPEN')
                         THEN 'Y' ELSE 'N' END
                 FROM
                   TB_UNDELIVERABLE U
                   JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = U.POL_ID
                 WHERE U.FLAG_STATUS = 'ACTIVE'
                 ORDER BY 1, U.POL_ID, U.CHANNEL
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMRTML - RETURNED-MAIL AND BOUNCE INTAKE STARTING'
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           PERFORM 2000-RETURNED-MAIL
           PERFORM 3000-BOUNCES
           PERFORM 4000-CLEAR-UPDATED
           PERFORM 5000-AGENT-WORKLIST
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN INPUT I-RTNM-PS
           IF FS-RTNM-SUCC
               DISPLAY 'OPENED RETURNED-MAIL FILE'
           ELSE
               DISPLAY 'ERROR OPENING INRTNM. EC: ' WS-FS-RTNM
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           OPEN INPUT I-BNCE-PS
           IF FS-BNCE-SUCC
               DISPLAY 'OPENED BOUNCE FILE'
           ELSE
               DISPLAY 'ERROR OPENING INBNCE. EC: ' WS-FS-BNCE
               CLOSE I-RTNM-PS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-BADW-PS
           IF FS-BADW-SUCC
               DISPLAY 'OPENED BAD-ADDRESS WORKLIST'
           ELSE
               DISPLAY 'ERROR OPENING OUTBADW. EC: ' WS-FS-BADW
               CLOSE I-RTNM-PS
               CLOSE I-BNCE-PS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-RETURNED-MAIL: A LETTER THE PRINT VENDOR GOT BACK FLAGS   *
      * THE HOLDER'S ADDRESS.                                          *
      ******************************************************************
       2000-RETURNED-MAIL.
           PERFORM UNTIL FS-RTNM-EOF
               READ I-RTNM-PS
                   AT END
                       MOVE 10 TO WS-FS-RTNM
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-MAIL-COUNT
                       PERFORM 2100-ONE-RETURNED-LETTER
               END-READ
           END-PERFORM
           CLOSE I-RTNM-PS
           EXEC SQL COMMIT END-EXEC.
       2000-RETURNED-MAIL-END. EXIT.

      * THE VENDOR DOES NOT SEND BACK THE ADDRESS ITSELF - THE ONE ON
      * THE HOLDER ROW IS THE ONE THE LETTER WENT TO
       2100-ONE-RETURNED-LETTER.
           MOVE 'ADDR'           TO WS-RTN-CHANNEL
           MOVE 'MAIL'           TO WS-RTN-SOURCE
           MOVE I-RTNM-LETTER-ID TO WS-RTN-LETTER-ID
           MOVE I-RTNM-POL-ID    TO WS-RTN-IN-POL-ID
           MOVE I-RTNM-REASON    TO WS-RTN-CODE
           MOVE I-RTNM-DATE      TO WS-RTN-DATE
           MOVE SPACES           TO WS-RTN-VALUE
           PERFORM 6000-PROCESS-RETURN.
       2100-ONE-RETURNED-LETTER-END. EXIT.

      ******************************************************************
      * 3000-BOUNCES: A HARD BOUNCE FROM THE NOTIFICATION GATEWAY      *
      * FLAGS THE HOLDER'S EMAIL.                                      *
      ******************************************************************
       3000-BOUNCES.
           PERFORM UNTIL FS-BNCE-EOF
               READ I-BNCE-PS
                   AT END
                       MOVE 10 TO WS-FS-BNCE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-BNCE-COUNT
                       PERFORM 3100-ONE-BOUNCE
               END-READ
           END-PERFORM
           CLOSE I-BNCE-PS
           EXEC SQL COMMIT END-EXEC.
       3000-BOUNCES-END. EXIT.

       3100-ONE-BOUNCE.
           MOVE 'EMAIL'          TO WS-RTN-CHANNEL
           MOVE 'BNCE'           TO WS-RTN-SOURCE
           MOVE I-BNCE-REF-ID    TO WS-RTN-LETTER-ID
           MOVE I-BNCE-POL-ID    TO WS-RTN-IN-POL-ID
           MOVE I-BNCE-CODE      TO WS-RTN-CODE
           MOVE I-BNCE-DATE      TO WS-RTN-DATE
           MOVE I-BNCE-EMAIL     TO WS-RTN-VALUE
           PERFORM 6000-PROCESS-RETURN.
       3100-ONE-BOUNCE-END. EXIT.

      ******************************************************************
      * 4000-CLEAR-UPDATED: A FLAG WHOSE BAD VALUE IS NO LONGER ON THE *
      * HOLDER ROW - THE CONTACT DETAILS HAVE BEEN CHANGED SINCE, OR   *
      * THE HOLDER ROW IS GONE - IS CLEARED.                           *
      ******************************************************************
       4000-CLEAR-UPDATED.
           EXEC SQL
               UPDATE TB_UNDELIVERABLE U
               SET FLAG_STATUS  = 'CLEARED'
                  ,CLEARED_DATE = CURRENT DATE
               WHERE U.FLAG_STATUS = 'ACTIVE'
                 AND NOT EXISTS
                     (SELECT 1 FROM TB_POLICY_HOLDER_DETAILS B
                      WHERE B.POL_ID = U.POL_ID
                        AND ((U.CHANNEL = 'ADDR'
                              AND B.ADDRESS = U.BAD_VALUE)
                          OR (U.CHANNEL = 'EMAIL'
                              AND B.EMAIL = U.BAD_VALUE)))
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE ZEROES TO WS-CLEARED-COUNT
           ELSE
               MOVE '4000-CLEAR-UPDATED' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE SQLERRD(3) TO WS-CLEARED-COUNT
           END-IF
           EXEC SQL COMMIT END-EXEC.
       4000-CLEAR-UPDATED-END. EXIT.

      ******************************************************************
      * 5000-AGENT-WORKLIST: ONE LINE PER CHANNEL STILL FLAGGED, IN    *
      * SERVICING AGENT ORDER. DUE-DIL 'Y' MARKS THE POLICIES PGMESCH  *
      * IS TRYING TO REACH - THE AGENT'S TRACE IS THE DUE DILIGENCE.   *
      ******************************************************************
       5000-AGENT-WORKLIST.
           EXEC SQL OPEN CURSOR_BADW END-EXEC
           MOVE '5000-AGENT-WORKLIST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_BADW INTO
                        :HV-HOL-AGENT-ID
                       ,:HV-UND-POL-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-PHONE
                       ,:HV-UND-CHANNEL
                       ,:HV-UND-BAD-VALUE
                       ,:HV-UND-FLAGGED-DATE
                       ,:WS-DUE-DIL-SW
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '5000-AGENT-WORKLIST' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 5100-WRITE-WORKLIST-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_BADW END-EXEC
           CLOSE O-BADW-PS.
       5000-AGENT-WORKLIST-END. EXIT.

       5100-WRITE-WORKLIST-LINE.
           MOVE SPACES TO O-BADW-REC
           MOVE HV-HOL-AGENT-ID     TO O-BADW-AGENT-ID
           MOVE HV-UND-POL-ID       TO O-BADW-POL-ID
           MOVE HV-HOL-NAME-TEXT    TO O-BADW-NAME
           MOVE HV-HOL-PHONE        TO O-BADW-PHONE
           MOVE HV-UND-CHANNEL      TO O-BADW-CHANNEL
           MOVE WS-DUE-DIL-SW       TO O-BADW-DUE-DIL
           MOVE HV-UND-FLAGGED-DATE TO O-BADW-FLAGGED
           MOVE HV-UND-BAD-VALUE    TO O-BADW-BAD-VALUE
           WRITE O-BADW-REC
           ADD 1 TO WS-WORK-COUNT
           IF WS-DUE-DIL-SW = 'Y'
               ADD 1 TO WS-WORK-DD-COUNT
           END-IF.
       5100-WRITE-WORKLIST-LINE-END. EXIT.

      ******************************************************************
      * 6000-PROCESS-RETURN: TRACE THE RETURN TO ITS LETTER AND THE    *
      * HOLDER, THEN FLAG THE CHANNEL. A BOUNCE FOR AN EMAIL THE       *
      * HOLDER HAS ALREADY CHANGED IS STALE AND FLAGS NOTHING.         *
      ******************************************************************
       6000-PROCESS-RETURN.
           PERFORM 6100-MATCH-LETTER
           MOVE 'N' TO WS-HOLDER-SW
           IF WS-RTN-POL-ID NOT = SPACES
               PERFORM 6200-READ-HOLDER
           END-IF
           MOVE WS-RTN-VALUE TO WS-CMP-RETURNED
           MOVE WS-CUR-VALUE TO WS-CMP-CURRENT
           INSPECT WS-CMP-RETURNED
               CONVERTING WS-CASE-LOWER TO WS-CASE-UPPER
           INSPECT WS-CMP-CURRENT
               CONVERTING WS-CASE-LOWER TO WS-CASE-UPPER
           EVALUATE TRUE
           WHEN WS-RTN-POL-ID = SPACES
               DISPLAY 'RETURN NOT TRACEABLE - NO LETTER OR POLICY: '
                   WS-RTN-SOURCE ' ' WS-RTN-LETTER-ID
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-HOLDER-FOUND
               DISPLAY 'RETURN FOR POLICY WITH NO HOLDER ROW: '
                   WS-RTN-POL-ID
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-CUR-VALUE = SPACES
               ADD 1 TO WS-STALE-COUNT
           WHEN (WS-RTN-VALUE NOT = SPACES)
            AND (WS-CMP-RETURNED NOT = WS-CMP-CURRENT)
               ADD 1 TO WS-STALE-COUNT
           WHEN OTHER
               PERFORM 6300-FLAG-CHANNEL
           END-EVALUATE.
       6000-PROCESS-RETURN-END. EXIT.

      * THE LOGGED LETTER IS THE AUTHORITY FOR THE POLICY; A RETURN
      * WHOSE LETTER NUMBER IS NOT ON THE LOG FALLS BACK TO THE POLICY
      * IT NAMES
       6100-MATCH-LETTER.
           MOVE SPACES TO WS-RTN-POL-ID
           MOVE 'N'    TO WS-RTN-MATCH-SW
           IF WS-RTN-LETTER-ID NOT = SPACES
               MOVE WS-RTN-LETTER-ID TO HV-COR-LETTER-ID
               EXEC SQL
                   SELECT POL_ID
                   INTO :HV-COR-POL-ID
                   FROM TB_CORRESPONDENCE_LOG
                   WHERE LETTER_ID = :HV-COR-LETTER-ID
               END-EXEC
               EVALUATE SQLCODE
               WHEN DB2-SUCCESS
                   MOVE HV-COR-POL-ID TO WS-RTN-POL-ID
                   MOVE 'Y'           TO WS-RTN-MATCH-SW
               WHEN DB2-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE '6100-MATCH-LETTER' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-EVALUATE
           END-IF
           IF (NOT WS-RTN-LETTER-FOUND)
              AND (WS-RTN-IN-POL-ID NOT = SPACES)
               MOVE WS-RTN-IN-POL-ID TO WS-RTN-POL-ID
               MOVE SPACES           TO WS-RTN-LETTER-ID
               DISPLAY 'NO LOGGED LETTER FOR RETURN - MATCHED ON '
                   'POLICY ' WS-RTN-POL-ID
               ADD 1 TO WS-NOLTR-COUNT
           END-IF.
       6100-MATCH-LETTER-END. EXIT.

       6200-READ-HOLDER.
           MOVE SPACES TO WS-CUR-VALUE
           MOVE WS-RTN-POL-ID TO HV-HOL-POL-ID
           EXEC SQL
               SELECT ADDRESS, EMAIL
               INTO :HV-HOL-ADDRESS, :HV-HOL-EMAIL
               FROM TB_POLICY_HOLDER_DETAILS
               WHERE POL_ID = :HV-HOL-POL-ID
           END-EXEC
           EVALUATE SQLCODE
           WHEN DB2-SUCCESS
               MOVE 'Y' TO WS-HOLDER-SW
               IF WS-RTN-CHANNEL = 'ADDR'
                   MOVE HV-HOL-ADDR-TEXT  TO WS-CUR-VALUE
               ELSE
                   MOVE HV-HOL-EMAIL-TEXT TO WS-CUR-VALUE
               END-IF
           WHEN DB2-NOTFND
               CONTINUE
           WHEN OTHER
               MOVE '6200-READ-HOLDER' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       6200-READ-HOLDER-END. EXIT.

      ******************************************************************
      * 6300-FLAG-CHANNEL: THE VALUE ON THE HOLDER ROW IS THE ONE THAT *
      * FAILED. A SECOND RETURN FOR A VALUE ALREADY FLAGGED ADDS       *
      * NOTHING.                                                       *
      ******************************************************************
       6300-FLAG-CHANNEL.
           MOVE WS-RTN-POL-ID    TO HV-UND-POL-ID
           MOVE WS-RTN-CHANNEL   TO HV-UND-CHANNEL
           MOVE WS-CUR-VALUE     TO HV-UND-BAD-VALUE
           MOVE WS-RTN-LETTER-ID TO HV-UND-LETTER-ID
           MOVE WS-RTN-SOURCE    TO HV-UND-SOURCE
           MOVE WS-RTN-CODE      TO HV-UND-RETURN-CODE
           MOVE WS-RTN-DATE      TO HV-UND-RETURN-DATE
           IF WS-RTN-DATE(1:4) IS NOT NUMERIC
               MOVE SPACES TO HV-UND-RETURN-DATE
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-UND-COUNT
               FROM TB_UNDELIVERABLE
               WHERE POL_ID      = :HV-UND-POL-ID
                 AND CHANNEL     = :HV-UND-CHANNEL
                 AND BAD_VALUE   = :HV-UND-BAD-VALUE
                 AND FLAG_STATUS = 'ACTIVE'
           END-EXEC
           MOVE '6300-FLAG-CHANNEL' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-UND-COUNT > 0
               ADD 1 TO WS-DUP-COUNT
           ELSE
               EXEC SQL
                   INSERT INTO TB_UNDELIVERABLE VALUES (
                    :HV-UND-POL-ID
                   ,:HV-UND-CHANNEL
                   ,:HV-UND-BAD-VALUE
                   ,:HV-UND-LETTER-ID
                   ,:HV-UND-SOURCE
                   ,:HV-UND-RETURN-CODE
                   ,DATE(NULLIF(:HV-UND-RETURN-DATE, ' '))
                   ,'ACTIVE'
                   ,CURRENT DATE
                   ,NULL
                   )
               END-EXEC
               MOVE '6300-FLAG-CHANNEL' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               IF WS-RTN-CHANNEL = 'ADDR'
                   ADD 1 TO WS-ADDR-FLAGGED
               ELSE
                   ADD 1 TO WS-EMAIL-FLAGGED
               END-IF
           END-IF.
       6300-FLAG-CHANNEL-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMRTML - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'RETURNED LETTERS READ. . . : ' WS-MAIL-COUNT
           DISPLAY 'BOUNCES READ . . . . . . . : ' WS-BNCE-COUNT
           DISPLAY 'NOT TRACEABLE / NO HOLDER. : ' WS-REJECT-COUNT
           DISPLAY 'MATCHED ON POLICY ONLY . . : ' WS-NOLTR-COUNT
           DISPLAY 'STALE - CONTACT CHANGED. . : ' WS-STALE-COUNT
           DISPLAY 'ALREADY FLAGGED. . . . . . : ' WS-DUP-COUNT
           DISPLAY 'ADDRESSES FLAGGED. . . . . : ' WS-ADDR-FLAGGED
           DISPLAY 'EMAILS FLAGGED . . . . . . : ' WS-EMAIL-FLAGGED
           DISPLAY 'FLAGS CLEARED - UPDATED. . : ' WS-CLEARED-COUNT
           DISPLAY 'WORKLIST LINES WRITTEN . . : ' WS-WORK-COUNT
           DISPLAY '  OF WHICH DUE DILIGENCE . : ' WS-WORK-DD-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMRTML - RETURNED-MAIL AND BOUNCE INTAKE COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H003-SQL-HANDLER.
           IF SQLCODE = 0
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H010-LOG-SQL-ERROR
               PERFORM HRUN-MARK-FAILED
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMRTML'       TO HV-ERL-PROGRAM-ID
           MOVE WS-SQLERR-PARA  TO HV-ERL-PARAGRAPH
           MOVE SQLCODE         TO HV-ERL-SQLCODE-VAL
           MOVE WS-ERR-TEXT(1)  TO HV-ERL-ERROR-TEXT
           EXEC SQL
               INSERT INTO TB_SQL_ERROR_LOG VALUES (
                :HV-ERL-PROGRAM-ID
               ,:HV-ERL-PARAGRAPH
               ,:HV-ERL-SQLCODE-VAL
               ,:HV-ERL-ERROR-TEXT
               ,CURRENT DATE
               ,CURRENT TIME
               )
           END-EXEC.
       H010-LOG-SQL-ERROR-END. EXIT.

      ******************************************************************
      * RUN-CONTROL (TB_BATCH_RUN_CONTROL): THE JOB REGISTERS ITSELF   *
      * FOR THE BUSINESS DATE, REFUSES A DUPLICATE RUN, AND CLOSES     *
      * WITH ITS END STATUS AND RECORD COUNT SO OPERATIONS CAN SEE     *
      * THE NIGHT AT A GLANCE.                                         *
      ******************************************************************
       HRUN-OPEN-RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-DUP-COUNT
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMRTML'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMRTML ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMRTML'
               ,CURRENT DATE
               ,'STARTED'
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE TB_BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'STARTED'
                      ,START_TIME = CHAR(CURRENT TIME)
                   WHERE JOB_NAME = 'PGMRTML'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-READ-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMRTML'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE 'HRUN-CLOSE-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
               WHERE JOB_NAME = 'PGMRTML'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.

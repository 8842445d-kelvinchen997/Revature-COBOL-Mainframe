      *   INPUT:
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.ECL       AS: INECL
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.NCL       AS: INNCL
      *       TB_POLICY_NOMINEE, TB_CLAIMS
      *   OUTPUT: TB_NOMINEE_ELIG, TB_NOMINEE_ELIG_HIST
      *       VERDICT FLIP REPORT                     AS: OUTFLIP
      *   DESCRIPTION: CA013A11 DECIDES CLAIM ELIGIBILITY EVERY NIGHT
      *       INTO THE ECL AND NCL DATASETS AND THE ONLINE INSURANCE
      *       SIDE NEVER HEARD ABOUT IT. THIS STEP, RUN AFTER THE
      *       EXISTING ROW INSTEAD OF DYING ON THE DUPLICATE KEY.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - VERDICT HISTORY AND FLIP REPORT. A VERDICT
      *                    OLDER THAN THE ONE ON FILE (BY THE SOURCE
      *                    STAMP ON THE ECL/NCL RECORD) NO LONGER
      *                    OVERWRITES IT; EVERY CHANGE OF ELIG_FLAG IS
      *                    LOGGED TO TB_NOMINEE_ELIG_HIST WITH ITS
      *                    SOURCE PROGRAM AND LISTED ON OUTFLIP, FLAGGED
      *                    WHERE THE NOMINEE'S POLICY HAS AN OPEN CLAIM
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-NCL.
           SELECT O-FLIP ASSIGN TO OUTFLIP
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-FLIP.
       DATA DIVISION.
       FILE SECTION.
      * SAME 80-BYTE LAYOUT AS CA013A11'S O-ECL/O-NCL RECORDS - THE
      * DOB RIDES AS DD-MM-YYYY. SOURCE/STAMP ARE BLANK ON RECORDS
      * WRITTEN BEFORE THE VERDICT HISTORY EXISTED.
       FD I-ECL.
       01 I-ECL-REC.
           05 I-ECL-ID          PIC X(05).
           05 I-ECL-SALARY      PIC X(09).
           05 FILLER            PIC X(01).
           05 I-ECL-CLAIM       PIC A(01).
           05 FILLER            PIC X(01).
           05 I-ECL-SOURCE      PIC X(08).
           05 FILLER            PIC X(01).
           05 I-ECL-STAMP       PIC X(14).
           05 FILLER            PIC X(23).
       FD I-NCL.
       01 I-NCL-REC             PIC X(80).
       FD O-FLIP.
       01 O-FLIP-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-NCL  PIC 9(02).
                   88 FS-NCL-SUCC  VALUE 00.
                   88 FS-NCL-EOF   VALUE 10.
               10 WS-FS-FLIP PIC 9(02).
                   88 FS-FLIP-SUCC VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-DOB-ISO            PIC X(10).
           05 WS-RUN-DATE           PIC 9(08) VALUE ZEROES.
      * THE VERDICT ON FILE BEFORE THIS RECORD IS APPLIED
           05 WS-OLD-FLAG           PIC X(01).
           05 WS-OLD-TS             PIC X(14).
           05 WS-OPEN-CLAIM-SW      PIC X(01).
               88 WS-OPEN-CLAIM-FOUND   VALUE 'Y'.
           05 WS-COUNTERS.
               10 WS-ECL-LOADED     PIC 9(05) VALUE ZEROES.
               10 WS-NCL-LOADED     PIC 9(05) VALUE ZEROES.
               10 WS-REPLACED-COUNT PIC 9(05) VALUE ZEROES.
               10 WS-NEW-COUNT      PIC 9(05) VALUE ZEROES.
               10 WS-STALE-COUNT    PIC 9(05) VALUE ZEROES.
               10 WS-FLIP-COUNT     PIC 9(05) VALUE ZEROES.
               10 WS-FLIP-OPEN-CNT  PIC 9(05) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
      * FLIP REPORT LINES (OUTFLIP)
       01 WS-FLIP-TITLE.
           05 FILLER            PIC X(36)
               VALUE 'LD013A11 - NOMINEE VERDICT FLIPS    '.
           05 FILLER            PIC X(09) VALUE 'RUN DATE '.
           05 WS-FT-RUN-DATE    PIC 9(08).
           05 FILLER            PIC X(27) VALUE SPACES.
       01 WS-FLIP-HEAD.
           05 FILLER            PIC X(40)
               VALUE 'NOM    OLD NEW  SOURCE    VERDICT TS    '.
           05 FILLER            PIC X(40)
               VALUE ' POLICY     CLAIM      STATUS           '.
       01 WS-FLIP-LINE.
           05 WS-FL-NOM-ID      PIC X(05).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-FL-OLD-FLAG    PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-FL-NEW-FLAG    PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-FL-SOURCE      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-FL-VERDICT-TS  PIC X(14).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-FL-POL-ID      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-FL-CLAIM-ID    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-FL-CLM-STATUS  PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-FL-REVIEW      PIC X(08).
       01 WS-FLIP-TOTAL.
           05 FILLER            PIC X(16) VALUE 'VERDICT FLIPS: '.
           05 WS-FT-FLIPS       PIC ZZZZ9.
           05 FILLER            PIC X(24)
               VALUE '   ON OPEN-CLAIM NOMS: '.
           05 WS-FT-OPEN        PIC ZZZZ9.
           05 FILLER            PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMELG
           END-EXEC.
           EXEC SQL
               INCLUDE TBELGHST
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBCLAIMS
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * OPEN CLAIMS ON ANY POLICY NAMING THE FLIPPED NOMINEE - THE
      * CLAIMS REVIEWER SHOULD LOOK AGAIN BEFORE DECIDING THESE
           EXEC SQL
               DECLARE CURSOR_FLIPCLM CURSOR FOR
                 SELECT
                    N.POL_ID
                   ,C.CLAIM_ID
                   ,C.CLAIM_STATUS
                 FROM
                   TB_POLICY_NOMINEE N
                   JOIN
                   TB_CLAIMS C
                   ON C.POL_ID = N.POL_ID
                 WHERE N.NOM_EXT_ID = :HV-ELG-NOM-EXT-ID
                   AND C.CLAIM_STATUS IN ('PENDING', 'APPEALED')
                 ORDER BY N.POL_ID, C.CLAIM_ID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'LD013A11 - NOMINEE ELIGIBILITY LOAD STARTING'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT-OPEN
           PERFORM 2000-LOAD-ECL
           PERFORM 3000-LOAD-NCL
           OPEN INPUT I-NCL
           IF FS-NCL-SUCC DISPLAY 'OPENED NCL' EXIT
           ELSE DISPLAY 'ERROR OPENING NCL. EC: ' WS-FS-NCL
               PERFORM 9000-TERM END-IF
           OPEN OUTPUT O-FLIP
           IF FS-FLIP-SUCC DISPLAY 'OPENED FLIP REPORT' EXIT
           ELSE DISPLAY 'ERROR OPENING FLIP REPORT. EC: ' WS-FS-FLIP
               PERFORM 9000-TERM END-IF
           MOVE WS-RUN-DATE TO WS-FT-RUN-DATE
           WRITE O-FLIP-REC FROM WS-FLIP-TITLE
           WRITE O-FLIP-REC FROM WS-FLIP-HEAD.
       1000-INIT-OPEN-END. EXIT.

       2000-LOAD-ECL.

      ******************************************************************
      * 2100-UPSERT-ONE-VERDICT: THE FEED'S DD-MM-YYYY DOB GOES TO     *
      * ISO FOR THE DATE COLUMN. THE ECL/NCL MASTERS ACCUMULATE, SO    *
      * THE SAME NOMINEE CAN ARRIVE WITH AN OLD AND A NEW VERDICT -    *
      * ONLY A RECORD STAMPED AT OR AFTER THE ROW'S VERDICT_TS IS      *
      * APPLIED, AND ONE WITH THE SAME STAMP BUT THE OTHER FLAG (TWO   *
      * UNSTAMPED RECORDS) LEAVES THE ROW AS IT IS. A RERUN REFRESHES  *
      * THE ROW WITHOUT LOGGING ANYTHING.                              *
      ******************************************************************
       2100-UPSERT-ONE-VERDICT.
           MOVE I-ECL-ID TO HV-ELG-NOM-EXT-ID
           END-STRING
           MOVE WS-DOB-ISO     TO HV-ELG-DOB
           MOVE I-ECL-RELATION TO HV-ELG-RELATION
      * A RECORD FROM BEFORE THE STAMP EXISTED CAN ONLY BE THE SPLIT'S
      * AND IS OLDER THAN ANY STAMPED ONE
           IF I-ECL-SOURCE = SPACES
               MOVE 'CA013A11' TO HV-ELG-VERDICT-SRC
           ELSE
               MOVE I-ECL-SOURCE TO HV-ELG-VERDICT-SRC
           END-IF
           IF I-ECL-STAMP IS NUMERIC
               MOVE I-ECL-STAMP TO HV-ELG-VERDICT-TS
           ELSE
               MOVE ZEROES TO HV-ELG-VERDICT-TS
           END-IF
           EXEC SQL
               SELECT ELIG_FLAG
                     ,COALESCE(VERDICT_TS, '00000000000000')
               INTO :WS-OLD-FLAG
                   ,:WS-OLD-TS
               FROM TB_NOMINEE_ELIG
               WHERE NOM_EXT_ID = :HV-ELG-NOM-EXT-ID
           END-EXEC
           MOVE '2100-UPSERT-ONE-VERDICT' TO WS-SQLERR-PARA
           EVALUATE TRUE
           WHEN SQLCODE = 100
               PERFORM 2110-INSERT-NEW-VERDICT
           WHEN SQLCODE NOT = 0
               PERFORM H003-SQL-HANDLER
           WHEN HV-ELG-VERDICT-TS < WS-OLD-TS
               ADD 1 TO WS-STALE-COUNT
           WHEN HV-ELG-VERDICT-TS = WS-OLD-TS
            AND HV-ELG-ELIG-FLAG NOT = WS-OLD-FLAG
               ADD 1 TO WS-STALE-COUNT
           WHEN OTHER
               PERFORM 2120-REPLACE-VERDICT
           END-EVALUATE.
       2100-UPSERT-ONE-VERDICT-END. EXIT.

      * A NOMINEE'S FIRST VERDICT IS LOGGED WITH NO OLD FLAG; IT IS
      * NOT A FLIP AND STAYS OFF THE REPORT
       2110-INSERT-NEW-VERDICT.
           EXEC SQL
               INSERT INTO TB_NOMINEE_ELIG VALUES (
                :HV-ELG-NOM-EXT-ID
               ,:HV-ELG-RELATION
               ,:HV-ELG-ELIG-FLAG
               ,CURRENT DATE
               ,:HV-ELG-VERDICT-SRC
               ,:HV-ELG-VERDICT-TS
               )
           END-EXEC
           MOVE '2110-INSERT-NEW-VERDICT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-NEW-COUNT
           MOVE SPACES TO WS-OLD-FLAG
           PERFORM 2200-LOG-VERDICT-CHANGE.
       2110-INSERT-NEW-VERDICT-END. EXIT.

       2120-REPLACE-VERDICT.
           EXEC SQL
               UPDATE TB_NOMINEE_ELIG
               SET DOB         = :HV-ELG-DOB
                  ,RELATION    = :HV-ELG-RELATION
                  ,ELIG_FLAG   = :HV-ELG-ELIG-FLAG
                  ,LOAD_DATE   = CURRENT DATE
                  ,VERDICT_SRC = :HV-ELG-VERDICT-SRC
                  ,VERDICT_TS  = :HV-ELG-VERDICT-TS
               WHERE NOM_EXT_ID = :HV-ELG-NOM-EXT-ID
           END-EXEC
           MOVE '2120-REPLACE-VERDICT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-REPLACED-COUNT
           IF HV-ELG-ELIG-FLAG NOT = WS-OLD-FLAG
               PERFORM 2200-LOG-VERDICT-CHANGE
               PERFORM 2300-REPORT-FLIP
           END-IF.
       2120-REPLACE-VERDICT-END. EXIT.

       2200-LOG-VERDICT-CHANGE.
           MOVE HV-ELG-NOM-EXT-ID  TO HV-EHS-NOM-EXT-ID
           MOVE WS-OLD-FLAG        TO HV-EHS-OLD-FLAG
           MOVE HV-ELG-ELIG-FLAG   TO HV-EHS-NEW-FLAG
           MOVE HV-ELG-VERDICT-SRC TO HV-EHS-SOURCE-PGM
           MOVE HV-ELG-VERDICT-TS  TO HV-EHS-VERDICT-TS
           EXEC SQL
               INSERT INTO TB_NOMINEE_ELIG_HIST VALUES (
                :HV-EHS-NOM-EXT-ID
               ,CURRENT DATE
               ,CHAR(CURRENT TIME)
               ,:HV-EHS-OLD-FLAG
               ,:HV-EHS-NEW-FLAG
               ,:HV-EHS-SOURCE-PGM
               ,:HV-EHS-VERDICT-TS
               )
           END-EXEC
           MOVE '2200-LOG-VERDICT-CHANGE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2200-LOG-VERDICT-CHANGE-END. EXIT.

      ******************************************************************
      * 2300-REPORT-FLIP: ONE OUTFLIP LINE PER OPEN CLAIM ON A POLICY  *
      * NAMING THE NOMINEE, MARKED FOR REVIEW, OR ONE PLAIN LINE IF    *
      * THERE IS NONE.                                                 *
      ******************************************************************
       2300-REPORT-FLIP.
           ADD 1 TO WS-FLIP-COUNT
           MOVE SPACES             TO WS-FL-POL-ID
                                      WS-FL-CLAIM-ID
                                      WS-FL-CLM-STATUS
                                      WS-FL-REVIEW
           MOVE HV-ELG-NOM-EXT-ID  TO WS-FL-NOM-ID
           MOVE WS-OLD-FLAG        TO WS-FL-OLD-FLAG
           MOVE HV-ELG-ELIG-FLAG   TO WS-FL-NEW-FLAG
           MOVE HV-ELG-VERDICT-SRC TO WS-FL-SOURCE
           MOVE HV-ELG-VERDICT-TS  TO WS-FL-VERDICT-TS
           MOVE 'N' TO WS-OPEN-CLAIM-SW
           EXEC SQL OPEN CURSOR_FLIPCLM END-EXEC
           MOVE '2300-REPORT-FLIP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_FLIPCLM INTO
                        :HV-NOM-POL-ID
                       ,:HV-CLM-CLAIM-ID
                       ,:HV-CLM-STATUS
               END-EXEC
               IF SQLCODE NOT = 100
                   PERFORM H003-SQL-HANDLER
                   MOVE 'Y'             TO WS-OPEN-CLAIM-SW
                   MOVE HV-NOM-POL-ID   TO WS-FL-POL-ID
                   MOVE HV-CLM-CLAIM-ID TO WS-FL-CLAIM-ID
                   MOVE HV-CLM-STATUS   TO WS-FL-CLM-STATUS
                   MOVE '*REVIEW*'      TO WS-FL-REVIEW
                   WRITE O-FLIP-REC FROM WS-FLIP-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_FLIPCLM END-EXEC
           IF WS-OPEN-CLAIM-FOUND
               ADD 1 TO WS-FLIP-OPEN-CNT
           ELSE
               WRITE O-FLIP-REC FROM WS-FLIP-LINE
           END-IF.
       2300-REPORT-FLIP-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY 'ECL VERDICTS LOADED. . . . : ' WS-ECL-LOADED
           DISPLAY 'NCL VERDICTS LOADED. . . . : ' WS-NCL-LOADED
           DISPLAY 'EXISTING ROWS REPLACED . . : ' WS-REPLACED-COUNT
           DISPLAY 'NEW NOMINEE VERDICTS . . . : ' WS-NEW-COUNT
           DISPLAY 'OLDER VERDICTS SKIPPED . . : ' WS-STALE-COUNT
           DISPLAY 'VERDICT FLIPS. . . . . . . : ' WS-FLIP-COUNT
           DISPLAY 'FLIPS WITH AN OPEN CLAIM . : ' WS-FLIP-OPEN-CNT
           DISPLAY '==========================================='
           MOVE WS-FLIP-COUNT    TO WS-FT-FLIPS
           MOVE WS-FLIP-OPEN-CNT TO WS-FT-OPEN
           WRITE O-FLIP-REC FROM WS-FLIP-TOTAL.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE I-ECL
           CLOSE I-NCL
           CLOSE O-FLIP
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'STOPPING PROGRAM'
           STOP RUN.

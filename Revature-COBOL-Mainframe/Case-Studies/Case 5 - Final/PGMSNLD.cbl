       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSNLD.
      *   PROGRAM NAME: SANCTIONS WATCHLIST LOAD
      *   INPUT: ARI011.KELVIN.TRNING.FINAL.PS(SANCLIST) AS: INSANC
      *   OUTPUT: TB_SANCTIONS_LIST, SYSOUT
      *   DESCRIPTION: LOADS THE GOVERNMENT SANCTIONS WATCHLIST THAT
      *       THE SCREENING IN PGM, PGMDISB, PGMPAYX AND PGMSNRS
      *       MATCHES AGAINST. THE FILE STARTS WITH AN 'H' RECORD
      *       CARRYING THE LIST VERSION, THEN ONE 'D' RECORD PER LISTED
      *       NAME (ENTRY ID, NAME, DATE OF BIRTH AS PUBLISHED). A
      *       VERSION ALREADY ON THE TABLE IS NOT LOADED AGAIN; A NEW
      *       ONE REPLACES EVERY ROW, WITH THE MATCH KEY AND SOUNDEX
      *       CODES WORKED OUT HERE ONCE SO THE SCREENING ONLY HAS TO
      *       COMPARE THEM. A FILE WITH NO HEADER OR NO USABLE NAMES
      *       ENDS RC=8 AND LEAVES THE LIST AS IT WAS.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-SANC-PS ASSIGN TO INSANC
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-SANC.
       DATA DIVISION.
       FILE SECTION.
       FD I-SANC-PS.
       01 I-SANC-REC.
           05 I-SANC-REC-TYPE     PIC X(01).
           05 FILLER              PIC X(01).
           05 I-SANC-ENTRY-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 I-SANC-NAME         PIC X(40).
           05 FILLER              PIC X(01).
           05 I-SANC-DOB          PIC X(10).
           05 FILLER              PIC X(16).
       01 I-SANC-HDR-REC.
           05 FILLER              PIC X(02).
           05 I-SANC-VERSION      PIC X(10).
           05 FILLER              PIC X(68).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-SANC            PIC 9(02).
               88 FS-SANC-SUCC      VALUE 00.
               88 FS-SANC-EOF       VALUE 10.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-LIST-VERSION       PIC X(10) VALUE SPACES.
           05 WS-LOADED-VERSION     PIC X(10) VALUE SPACES.
           05 WS-DOB-OK-SW          PIC X(01).
           05 WS-COUNTERS.
               10 WS-LOADED-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-BAD-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-DELETED-COUNT  PIC S9(09) COMP VALUE 0.
      * SANCTIONS SCREENING - THE PARTY BEING SCREENED, THE MATCH
      * KEYS BUILT FROM ITS NAME AND THE SOUNDEX WORK AREAS
           05 WS-SNC-VARS.
               10 WS-SNC-PARTY-TYPE PIC X(03).
               10 WS-SNC-POL-ID     PIC X(10).
               10 WS-SNC-NAME       PIC X(40).
               10 WS-SNC-DOB        PIC X(10).
               10 WS-SNC-SOURCE-REF PIC X(10).
               10 WS-SNC-PRIOR-STAT PIC X(09).
               10 WS-SNC-RAISED-BY  PIC X(10).
               10 WS-SNC-BLOCK-SW   PIC X(01).
                   88 WS-SNC-BLOCKED VALUE 'Y'.
               10 WS-SNC-NEW-HITS   PIC S9(04) COMP.
               10 WS-SNC-KEY        PIC X(40).
               10 WS-SNC-FIRST-CODE PIC X(04).
               10 WS-SNC-LAST-CODE  PIC X(04).
               10 WS-SNC-FIRST-TOK  PIC X(20).
               10 WS-SNC-TOKEN      PIC X(20).
               10 WS-SNC-TOK-CNT    PIC S9(04) COMP.
               10 WS-SNC-TOK-LEN    PIC S9(04) COMP.
               10 WS-SNC-KEY-LEN    PIC S9(04) COMP.
               10 WS-SNC-IDX        PIC S9(04) COMP.
               10 WS-SNC-CHAR       PIC X(01).
               10 WS-SNC-IN-WORD-SW PIC X(01).
               10 WS-SNC-SDX-IN     PIC X(20).
               10 WS-SNC-SDX-OUT    PIC X(04).
               10 WS-SNC-SDX-LEN    PIC S9(04) COMP.
               10 WS-SNC-SDX-POS    PIC S9(04) COMP.
               10 WS-SNC-ALPHA-POS  PIC S9(04) COMP.
               10 WS-SNC-SDX-PREV   PIC X(01).
               10 WS-SNC-SDX-DIGIT  PIC X(01).
               10 WS-SNC-ENTRY-ID   PIC X(10).
               10 WS-SNC-RULE       PIC X(04).
               10 WS-SNC-HIT-NBR    PIC 9(08).
               10 WS-SNC-UPPER      PIC X(26) VALUE
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               10 WS-SNC-LOWER      PIC X(26) VALUE
                  'abcdefghijklmnopqrstuvwxyz'.
      * SOUNDEX DIGIT OF EACH LETTER, POSITION FOR POSITION WITH
      * WS-SNC-UPPER - '0' FOR THE VOWELS AND H, W, Y
               10 WS-SNC-CODES      PIC X(26) VALUE
                  '01230120022455012623010202'.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBSANCT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMSNLD - SANCTIONS WATCHLIST LOAD STARTING'
           PERFORM 1000-CHECK-HEADER
           PERFORM 2000-LOAD-LIST
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

      * THE FIRST RECORD MUST BE THE 'H' HEADER. A VERSION ALREADY
      * LOADED ENDS THE RUN CLEAN WITHOUT TOUCHING THE TABLE, SO THE
      * WEEKLY RESCREEN SEES NO NEW LOAD DATE AND STANDS DOWN
       1000-CHECK-HEADER.
           OPEN INPUT I-SANC-PS
           IF FS-SANC-SUCC
               DISPLAY 'OPENED SANCTIONS WATCHLIST FILE'
           ELSE
               DISPLAY 'ERROR OPENING INSANC. EC: ' WS-FS-SANC
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           READ I-SANC-PS
               AT END
                   MOVE 10 TO WS-FS-SANC
           END-READ
           IF FS-SANC-EOF
               OR (I-SANC-REC-TYPE NOT = 'H')
               OR (I-SANC-VERSION = SPACES)
               DISPLAY 'PGMSNLD - NO HEADER RECORD - LIST NOT LOADED'
               CLOSE I-SANC-PS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           MOVE I-SANC-VERSION TO WS-LIST-VERSION
           DISPLAY 'LIST VERSION ON FILE : ' WS-LIST-VERSION
           EXEC SQL
               SELECT COALESCE(MAX(LIST_VERSION), ' ')
               INTO :WS-LOADED-VERSION
               FROM TB_SANCTIONS_LIST
           END-EXEC
           MOVE '1000-CHECK-HEADER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'LIST VERSION LOADED  : ' WS-LOADED-VERSION
           IF WS-LIST-VERSION = WS-LOADED-VERSION
               DISPLAY 'PGMSNLD - LIST UNCHANGED - NOTHING LOADED'
               CLOSE I-SANC-PS
               PERFORM 9000-TERM
           END-IF.
       1000-CHECK-HEADER-END. EXIT.

      * THE OLD LIST GOES AND THE NEW ONE COMES IN UNDER ONE UNIT OF
      * WORK - IF NO NAME ON THE FILE IS USABLE IT IS ALL ROLLED BACK
       2000-LOAD-LIST.
           EXEC SQL
               DELETE FROM TB_SANCTIONS_LIST
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '2000-LOAD-LIST' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE SQLERRD(3) TO WS-DELETED-COUNT
           END-IF
           PERFORM UNTIL FS-SANC-EOF
               READ I-SANC-PS
                   AT END
                       MOVE 10 TO WS-FS-SANC
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-NAME
               END-READ
           END-PERFORM
           CLOSE I-SANC-PS
           IF WS-LOADED-COUNT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PGMSNLD - NO USABLE NAMES ON THE FILE - '
                   'PREVIOUS LIST KEPT'
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'NAMES REPLACED . . . : ' WS-DELETED-COUNT
           END-IF
           DISPLAY 'NAMES LOADED . . . . : ' WS-LOADED-COUNT
           DISPLAY 'RECORDS REJECTED . . : ' WS-BAD-COUNT.
       2000-LOAD-LIST-END. EXIT.

       2100-LOAD-ONE-NAME.
           PERFORM 2110-CHECK-DOB
           MOVE I-SANC-NAME TO WS-SNC-NAME
           PERFORM HSNC-BUILD-KEYS
           IF (I-SANC-REC-TYPE NOT = 'D')
              OR (I-SANC-ENTRY-ID = SPACES)
              OR (WS-SNC-KEY = SPACES)
              OR (WS-DOB-OK-SW = 'N')
               DISPLAY 'BAD WATCHLIST RECORD: ' I-SANC-REC
               ADD 1 TO WS-BAD-COUNT
           ELSE
               PERFORM 2120-INSERT-NAME
           END-IF.
       2100-LOAD-ONE-NAME-END. EXIT.

      * A PUBLISHED DATE OF BIRTH IS YYYY-MM-DD, A BARE YYYY, OR BLANK
       2110-CHECK-DOB.
           EVALUATE TRUE
           WHEN I-SANC-DOB = SPACES
               MOVE 'Y' TO WS-DOB-OK-SW
           WHEN (I-SANC-DOB(1:4) IS NUMERIC)
                AND (I-SANC-DOB(5:6) = SPACES)
               MOVE 'Y' TO WS-DOB-OK-SW
           WHEN (I-SANC-DOB(1:4) IS NUMERIC)
                AND (I-SANC-DOB(5:1) = '-')
                AND (I-SANC-DOB(6:2) IS NUMERIC)
                AND (I-SANC-DOB(8:1) = '-')
                AND (I-SANC-DOB(9:2) IS NUMERIC)
               MOVE 'Y' TO WS-DOB-OK-SW
           WHEN OTHER
               MOVE 'N' TO WS-DOB-OK-SW
           END-EVALUATE.
       2110-CHECK-DOB-END. EXIT.

       2120-INSERT-NAME.
           MOVE I-SANC-ENTRY-ID   TO HV-SNC-ENTRY-ID
           MOVE WS-SNC-NAME       TO HV-SNC-LIST-NAME
           MOVE I-SANC-DOB        TO HV-SNC-LIST-DOB
           MOVE WS-SNC-KEY        TO HV-SNC-MATCH-KEY
           MOVE WS-SNC-FIRST-CODE TO HV-SNC-FIRST-CODE
           MOVE WS-SNC-LAST-CODE  TO HV-SNC-LAST-CODE
           MOVE WS-LIST-VERSION   TO HV-SNC-LIST-VERSION
           EXEC SQL
               INSERT INTO TB_SANCTIONS_LIST VALUES (
                :HV-SNC-ENTRY-ID
               ,:HV-SNC-LIST-NAME
               ,:HV-SNC-LIST-DOB
               ,:HV-SNC-MATCH-KEY
               ,:HV-SNC-FIRST-CODE
               ,:HV-SNC-LAST-CODE
               ,:HV-SNC-LIST-VERSION
               ,CURRENT DATE
               )
           END-EXEC
           MOVE '2120-INSERT-NAME' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-LOADED-COUNT.
       2120-INSERT-NAME-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMSNLD - SANCTIONS WATCHLIST LOAD COMPLETE'
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
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMSNLD'       TO HV-ERL-PROGRAM-ID
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
      * HSNC-BUILD-KEYS: WS-SNC-NAME (UPPER-CASED IN PLACE) GIVES      *
      * WS-SNC-KEY, ITS LETTERS ONLY RUN TOGETHER, AND THE SOUNDEX     *
      * CODES OF ITS FIRST AND LAST WORDS. A NAME WITH NO LETTERS      *
      * LEAVES ALL THREE BLANK.                                        *
      ******************************************************************
       HSNC-BUILD-KEYS.
           MOVE SPACES TO WS-SNC-KEY WS-SNC-FIRST-TOK WS-SNC-TOKEN
                          WS-SNC-FIRST-CODE WS-SNC-LAST-CODE
           MOVE ZEROES TO WS-SNC-KEY-LEN WS-SNC-TOK-LEN WS-SNC-TOK-CNT
           MOVE 'N' TO WS-SNC-IN-WORD-SW
           INSPECT WS-SNC-NAME CONVERTING WS-SNC-LOWER TO WS-SNC-UPPER
           PERFORM HSNC-SCAN-CHAR
               VARYING WS-SNC-IDX FROM 1 BY 1
               UNTIL WS-SNC-IDX > 40
           IF WS-SNC-TOK-CNT = 1
               MOVE WS-SNC-TOKEN TO WS-SNC-FIRST-TOK
           END-IF
           IF WS-SNC-TOK-CNT > 0
               MOVE WS-SNC-FIRST-TOK TO WS-SNC-SDX-IN
               PERFORM HSNC-SOUNDEX
               MOVE WS-SNC-SDX-OUT TO WS-SNC-FIRST-CODE
               MOVE WS-SNC-TOKEN TO WS-SNC-SDX-IN
               PERFORM HSNC-SOUNDEX
               MOVE WS-SNC-SDX-OUT TO WS-SNC-LAST-CODE
           END-IF.
       HSNC-BUILD-KEYS-END. EXIT.

      * A LETTER JOINS THE KEY AND THE CURRENT WORD, AN APOSTROPHE IS
      * DROPPED (O'NEIL IS ONE WORD), ANYTHING ELSE ENDS THE WORD
       HSNC-SCAN-CHAR.
           MOVE WS-SNC-NAME(WS-SNC-IDX:1) TO WS-SNC-CHAR
           EVALUATE TRUE
           WHEN WS-SNC-CHAR = "'"
               CONTINUE
           WHEN (WS-SNC-CHAR IS ALPHABETIC-UPPER)
                AND (WS-SNC-CHAR NOT = SPACE)
               IF WS-SNC-IN-WORD-SW = 'N'
                   IF WS-SNC-TOK-CNT = 1
                       MOVE WS-SNC-TOKEN TO WS-SNC-FIRST-TOK
                   END-IF
                   ADD 1 TO WS-SNC-TOK-CNT
                   MOVE SPACES TO WS-SNC-TOKEN
                   MOVE ZEROES TO WS-SNC-TOK-LEN
                   MOVE 'Y' TO WS-SNC-IN-WORD-SW
               END-IF
               ADD 1 TO WS-SNC-KEY-LEN
               MOVE WS-SNC-CHAR TO WS-SNC-KEY(WS-SNC-KEY-LEN:1)
               IF WS-SNC-TOK-LEN < 20
                   ADD 1 TO WS-SNC-TOK-LEN
                   MOVE WS-SNC-CHAR TO WS-SNC-TOKEN(WS-SNC-TOK-LEN:1)
               END-IF
           WHEN OTHER
               MOVE 'N' TO WS-SNC-IN-WORD-SW
           END-EVALUATE.
       HSNC-SCAN-CHAR-END. EXIT.

      * AMERICAN SOUNDEX OF WS-SNC-SDX-IN: THE FIRST LETTER, THEN THE
      * DIGITS OF THE LETTERS AFTER IT WITH VOWELS DROPPED AND A RUN
      * OF THE SAME DIGIT KEPT ONCE (H AND W DO NOT BREAK A RUN),
      * ZERO-FILLED TO FOUR
       HSNC-SOUNDEX.
           MOVE SPACES TO WS-SNC-SDX-OUT
           MOVE WS-SNC-SDX-IN(1:1) TO WS-SNC-SDX-OUT(1:1)
           MOVE 1 TO WS-SNC-SDX-LEN
           MOVE WS-SNC-SDX-IN(1:1) TO WS-SNC-CHAR
           PERFORM HSNC-LETTER-DIGIT
           MOVE WS-SNC-SDX-DIGIT TO WS-SNC-SDX-PREV
           PERFORM HSNC-SOUNDEX-CHAR
               VARYING WS-SNC-SDX-POS FROM 2 BY 1
               UNTIL (WS-SNC-SDX-POS > 20) OR (WS-SNC-SDX-LEN = 4)
           INSPECT WS-SNC-SDX-OUT REPLACING ALL SPACE BY '0'.
       HSNC-SOUNDEX-END. EXIT.

       HSNC-SOUNDEX-CHAR.
           MOVE WS-SNC-SDX-IN(WS-SNC-SDX-POS:1) TO WS-SNC-CHAR
           IF WS-SNC-CHAR NOT = SPACE
               PERFORM HSNC-LETTER-DIGIT
               IF (WS-SNC-SDX-DIGIT NOT = '0')
                  AND (WS-SNC-SDX-DIGIT NOT = WS-SNC-SDX-PREV)
                   ADD 1 TO WS-SNC-SDX-LEN
                   MOVE WS-SNC-SDX-DIGIT
                       TO WS-SNC-SDX-OUT(WS-SNC-SDX-LEN:1)
               END-IF
               IF (WS-SNC-CHAR NOT = 'H') AND (WS-SNC-CHAR NOT = 'W')
                   MOVE WS-SNC-SDX-DIGIT TO WS-SNC-SDX-PREV
               END-IF
           END-IF.
       HSNC-SOUNDEX-CHAR-END. EXIT.

       HSNC-LETTER-DIGIT.
           MOVE ZEROES TO WS-SNC-ALPHA-POS
           INSPECT WS-SNC-UPPER TALLYING WS-SNC-ALPHA-POS
               FOR CHARACTERS BEFORE INITIAL WS-SNC-CHAR
           ADD 1 TO WS-SNC-ALPHA-POS
           MOVE WS-SNC-CODES(WS-SNC-ALPHA-POS:1) TO WS-SNC-SDX-DIGIT.
       HSNC-LETTER-DIGIT-END. EXIT.

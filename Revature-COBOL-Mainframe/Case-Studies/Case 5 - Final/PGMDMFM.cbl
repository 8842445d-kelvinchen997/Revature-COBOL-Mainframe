       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDMFM.
      *   PROGRAM NAME: DEATH MASTER FILE MATCH
      *   INPUT: ARI011.KELVIN.TRNING.FINAL.PS(DEATHMF) AS: INDMF,
      *       JCL PARM (BLANK, OR 'CLOSE,CASE_ID,USER_ID'),
      *       TB_POLICY_DETAILS, TB_POLICY_HOLDER_DETAILS,
      *       TB_POLICY_CO_HOLDERS, TB_POLICY_NOMINEE
      *   OUTPUT: TB_DEATH_CASES, TB_AUTOPAY_MANDATES, TB_AUDIT_LOG,
      *       NOMINEE CONTACT EXTRACT AS: OUTDTHC, SYSOUT
      *   DESCRIPTION: WE ONLY LEARNED A HOLDER HAD DIED WHEN SOMEONE
      *       FILED A DEATH CLAIM ON POL3, SOMETIMES YEARS LATER, AND
      *       IN THE MEANTIME PGMAUTO KEPT DRAFTING THE DEAD HOLDER'S
      *       ACCOUNT AND PGMLAPSE LAPSED THE POLICY. EACH MONTH THE
      *       PUBLIC DEATH-REGISTRY FILE IS MATCHED ON SSN, NAME AND
      *       DATE OF BIRTH AGAINST THE HOLDERS AND CO-HOLDERS OF THE
      *       IN-FORCE BOOK. A MATCH OPENS AN UNCLAIMED-DEATH CASE ON
      *       TB_DEATH_CASES (WHICH PGMLAPSE AND PGMREM STAND DOWN
      *       FOR), SUSPENDS AN ACTIVE AUTOPAY MANDATE, AND PUTS THE
      *       POLICY'S LIVING NOMINEES ON THE CONTACT EXTRACT SO THE
      *       BENEFICIARIES CAN BE REACHED. A PERSON ALREADY CASED ON
      *       THE POLICY IS NOT CASED AGAIN. PARM 'CLOSE' CLOSES A
      *       FALSE MATCH AND PUTS BACK THE MANDATE IT SUSPENDED.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-DMF-PS ASSIGN TO INDMF
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-DMF.
           SELECT O-DTHC-PS ASSIGN TO OUTDTHC
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTHC.
       DATA DIVISION.
       FILE SECTION.
      * ONE DECEASED PERSON PER RECORD AS THE REGISTRY PUBLISHES IT -
      * SSN AS NINE DIGITS, DATES AS YYYY-MM-DD
       FD I-DMF-PS.
       01 I-DMF-REC.
           05 I-DMF-SSN           PIC X(09).
           05 FILLER              PIC X(01).
           05 I-DMF-NAME          PIC X(40).
           05 FILLER              PIC X(01).
           05 I-DMF-DOB           PIC X(10).
           05 FILLER              PIC X(01).
           05 I-DMF-DOD           PIC X(10).
           05 FILLER              PIC X(08).
      * SAME CONTACT SHAPE AS PGMREM'S REMINDER EXTRACT - ONE LINE PER
      * LIVING NOMINEE OF EACH NEWLY OPENED CASE
       FD O-DTHC-PS.
       01 O-DTHC-REC.
           05 O-DTHC-CASE-ID      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-DTHC-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-DTHC-NOMINEE      PIC X(20).
           05 FILLER              PIC X(01).
           05 O-DTHC-RELATION     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-DTHC-PHONE        PIC X(12).
           05 FILLER              PIC X(01).
           05 O-DTHC-DOD          PIC X(10).
           05 FILLER              PIC X(03).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-DMF         PIC 9(02).
                   88 FS-DMF-SUCC   VALUE 00.
                   88 FS-DMF-EOF    VALUE 10.
               10 WS-FS-DTHC        PIC 9(02).
                   88 FS-DTHC-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-PARM-VARS.
               10 WS-PARM-ACTION    PIC X(07).
               10 WS-PARM-CASE-ID   PIC X(10).
               10 WS-PARM-USER-ID   PIC X(10).
      * THE REGISTRY RECORD BEING MATCHED, IN OUR OWN FORMATS
           05 WS-DMF-VARS.
               10 WS-DMF-SSN        PIC X(11).
               10 WS-DMF-DOB        PIC X(10).
               10 WS-DMF-DOB-KEY    PIC X(10).
               10 WS-DMF-KEY        PIC X(40).
               10 WS-DMF-FIRST-CODE PIC X(04).
               10 WS-DMF-LAST-CODE  PIC X(04).
               10 WS-DMF-OK-SW      PIC X(01).
      * THE HOLDER OR CO-HOLDER IT IS BEING MATCHED AGAINST
           05 WS-CAND-VARS.
               10 WS-CAND-TYPE      PIC X(03).
               10 WS-CAND-POL-ID    PIC X(10).
               10 WS-CAND-NAME      PIC X(20).
               10 WS-CAND-DOB       PIC X(10).
               10 WS-CAND-SSN       PIC X(11).
               10 WS-SSN-AGREE-SW   PIC X(01).
               10 WS-NAME-AGREE-SW  PIC X(01).
               10 WS-DOB-AGREE-SW   PIC X(01).
               10 WS-MATCH-RULE     PIC X(04).
           05 WS-CASE-COUNT         PIC S9(09) USAGE COMP.
           05 WS-OPEN-CASES         PIC S9(09) USAGE COMP.
           05 WS-CASE-NBR           PIC 9(08).
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-BAD-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-MATCH-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-KNOWN-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-NEAR-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-SUSP-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-CONTACT-COUNT  PIC 9(07) VALUE ZEROES.
      * NAME MATCH KEYS - THE SAME SQUEEZED NAME AND SOUNDEX CODES THE
      * SANCTIONS SCREENING BUILDS, AND THEIR WORK AREAS
           05 WS-SNC-VARS.
               10 WS-SNC-NAME       PIC X(40).
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
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBDTHCAS
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUTOP
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUDIT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
      * HOLDERS AND CO-HOLDERS ON THE IN-FORCE BOOK WORTH SCORING
      * AGAINST ONE REGISTRY RECORD - THE SAME SSN, OR THE SAME DATE
      * OF BIRTH WHERE WE HOLD NO SSN FOR THE PERSON
           EXEC SQL
               DECLARE CURSOR_DMFC CURSOR FOR
                 SELECT
                    'HLD'
                   ,P.POL_ID
                   ,COALESCE(H.NAME, ' ')
                   ,COALESCE(CHAR(H.DOB, ISO), ' ')
                   ,COALESCE(H.SSN, ' ')
                 FROM
                   TB_POLICY_DETAILS P
                   JOIN
                   TB_POLICY_HOLDER_DETAILS H
                   ON H.POL_ID = P.POL_ID
                 WHERE P.POLICY_STATUS IN
                       ('ACTIVE', 'PENDUW', 'LAPSED', 'COMPHOLD')
                   AND (H.SSN = :WS-DMF-SSN
                        OR (COALESCE(H.SSN, ' ') = ' '
                            AND H.DOB = :WS-DMF-DOB-KEY))
                 UNION ALL
                 SELECT
                    'COH'
                   ,P.POL_ID
                   ,COALESCE(C.NAME, ' ')
                   ,COALESCE(CHAR(C.DOB, ISO), ' ')
                   ,COALESCE(C.SSN, ' ')
                 FROM
                   TB_POLICY_DETAILS P
                   JOIN
                   TB_POLICY_CO_HOLDERS C
                   ON C.POL_ID = P.POL_ID
                 WHERE P.POLICY_STATUS IN
                       ('ACTIVE', 'PENDUW', 'LAPSED', 'COMPHOLD')
                   AND (C.SSN = :WS-DMF-SSN
                        OR (COALESCE(C.SSN, ' ') = ' '
                            AND C.DOB = :WS-DMF-DOB-KEY))
                 ORDER BY 2, 1
           END-EXEC.
      * THE POLICY'S NOMINEES NOT THEMSELVES RECORDED AS DECEASED
           EXEC SQL
               DECLARE CURSOR_DMFN CURSOR FOR
                 SELECT
                    NOMINEE_NAME
                   ,COALESCE(RELATION, ' ')
                   ,COALESCE(PHONE, ' ')
                 FROM TB_POLICY_NOMINEE
                 WHERE POL_ID = :HV-DTC-POL-ID
                   AND DATE_OF_DEATH IS NULL
                 ORDER BY NOM_EXT_ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(29).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMDMFM - DEATH MASTER FILE MATCH STARTING'
           IF LK-PARM-LEN = 0
               MOVE 'MATCH' TO WS-PARM-ACTION
           ELSE
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-ACTION
                        WS-PARM-CASE-ID
                        WS-PARM-USER-ID
           END-IF
           EVALUATE WS-PARM-ACTION
           WHEN 'MATCH'
               PERFORM 1000-INIT
               PERFORM HRUN-OPEN-RUN
               PERFORM 2000-MATCH-FILE
               PERFORM 9050-CONTROL-TOTALS-REPORT
               PERFORM HRUN-CLOSE-RUN
           WHEN 'CLOSE'
               IF WS-PARM-USER-ID = SPACES
                   DISPLAY 'PGMDMFM - PARM NEEDS THE CLOSING USER ID'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-CLOSE-CASE
               END-IF
           WHEN OTHER
               DISPLAY 'PGMDMFM - BAD PARM ACTION: ' WS-PARM-ACTION
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN INPUT I-DMF-PS
           IF FS-DMF-SUCC
               DISPLAY 'OPENED DEATH MASTER FILE'
           ELSE
               DISPLAY 'ERROR OPENING INDMF. EC: ' WS-FS-DMF
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-DTHC-PS
           IF FS-DTHC-SUCC
               DISPLAY 'OPENED NOMINEE CONTACT EXTRACT'
           ELSE
               DISPLAY 'ERROR OPENING OUTDTHC. EC: ' WS-FS-DTHC
               CLOSE I-DMF-PS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-MATCH-FILE.
           PERFORM UNTIL FS-DMF-EOF
               READ I-DMF-PS
                   AT END
                       MOVE 10 TO WS-FS-DMF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-MATCH-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE I-DMF-PS
           CLOSE O-DTHC-PS
           EXEC SQL COMMIT END-EXEC.
       2000-MATCH-FILE-END. EXIT.

      ******************************************************************
      * 2100-MATCH-ONE-RECORD: A RECORD WITHOUT A NINE-DIGIT SSN, A    *
      * NAME AND A DATE OF DEATH IS REJECTED. THE DATE OF BIRTH MAY BE *
      * BLANK, IN WHICH CASE ONLY THE SSN CAN FIND A CANDIDATE.        *
      ******************************************************************
       2100-MATCH-ONE-RECORD.
           PERFORM 2110-CHECK-RECORD
           IF WS-DMF-OK-SW = 'N'
               DISPLAY 'BAD DEATH MASTER RECORD: ' I-DMF-REC
               ADD 1 TO WS-BAD-COUNT
           ELSE
               MOVE SPACES TO WS-DMF-SSN
               STRING I-DMF-SSN(1:3) DELIMITED BY SIZE
                      '-'            DELIMITED BY SIZE
                      I-DMF-SSN(4:2) DELIMITED BY SIZE
                      '-'            DELIMITED BY SIZE
                      I-DMF-SSN(6:4) DELIMITED BY SIZE
                      INTO WS-DMF-SSN
               END-STRING
               MOVE I-DMF-NAME TO WS-SNC-NAME
               PERFORM HSNC-BUILD-KEYS
               MOVE WS-SNC-KEY        TO WS-DMF-KEY
               MOVE WS-SNC-FIRST-CODE TO WS-DMF-FIRST-CODE
               MOVE WS-SNC-LAST-CODE  TO WS-DMF-LAST-CODE
               PERFORM 2120-FETCH-CANDIDATES
           END-IF.
       2100-MATCH-ONE-RECORD-END. EXIT.

      * A BLANK DATE OF BIRTH GETS A KEY NO ONE ON THE BOOK CAN HAVE
       2110-CHECK-RECORD.
           MOVE 'Y' TO WS-DMF-OK-SW
           MOVE I-DMF-DOB TO WS-DMF-DOB
           MOVE I-DMF-DOB TO WS-DMF-DOB-KEY
           IF (I-DMF-SSN IS NOT NUMERIC)
              OR (I-DMF-NAME = SPACES)
              OR (I-DMF-DOD(1:4) IS NOT NUMERIC)
              OR (I-DMF-DOD(5:1) NOT = '-')
              OR (I-DMF-DOD(6:2) IS NOT NUMERIC)
              OR (I-DMF-DOD(8:1) NOT = '-')
              OR (I-DMF-DOD(9:2) IS NOT NUMERIC)
               MOVE 'N' TO WS-DMF-OK-SW
           END-IF
           EVALUATE TRUE
           WHEN I-DMF-DOB = SPACES
               MOVE '0001-01-01' TO WS-DMF-DOB-KEY
           WHEN (I-DMF-DOB(1:4) IS NUMERIC)
                AND (I-DMF-DOB(5:1) = '-')
                AND (I-DMF-DOB(6:2) IS NUMERIC)
                AND (I-DMF-DOB(8:1) = '-')
                AND (I-DMF-DOB(9:2) IS NUMERIC)
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO WS-DMF-OK-SW
           END-EVALUATE.
       2110-CHECK-RECORD-END. EXIT.

       2120-FETCH-CANDIDATES.
           EXEC SQL OPEN CURSOR_DMFC END-EXEC
           MOVE '2120-FETCH-CANDIDATES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_DMFC INTO
                        :WS-CAND-TYPE
                       ,:WS-CAND-POL-ID
                       ,:WS-CAND-NAME
                       ,:WS-CAND-DOB
                       ,:WS-CAND-SSN
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2120-FETCH-CANDIDATES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2200-SCORE-CANDIDATE
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DMFC END-EXEC.
       2120-FETCH-CANDIDATES-END. EXIT.

      ******************************************************************
      * 2200-SCORE-CANDIDATE: THE SSN IS NEVER ENOUGH ON ITS OWN - A   *
      * MISKEYED SSN ON EITHER SIDE WOULD CASE A LIVING CUSTOMER. IT   *
      * MUST BE BACKED BY THE NAME OR THE DATE OF BIRTH ('SSN'), OR    *
      * BOTH ('FULL'). WITH NO SSN ON OUR SIDE THE NAME AND DATE OF    *
      * BIRTH MUST BOTH AGREE ('NMDB'). NAMES AGREE ON THE SQUEEZED    *
      * NAME OR ON THE SOUNDEX OF THE FIRST AND LAST WORDS EITHER WAY  *
      * ROUND. AN SSN MATCH BACKED BY NEITHER IS ONLY REPORTED.        *
      ******************************************************************
       2200-SCORE-CANDIDATE.
           MOVE 'N' TO WS-SSN-AGREE-SW WS-NAME-AGREE-SW WS-DOB-AGREE-SW
           IF WS-CAND-SSN = WS-DMF-SSN
               MOVE 'Y' TO WS-SSN-AGREE-SW
           END-IF
           IF (WS-CAND-DOB NOT = SPACES) AND (WS-CAND-DOB = WS-DMF-DOB)
               MOVE 'Y' TO WS-DOB-AGREE-SW
           END-IF
           MOVE WS-CAND-NAME TO WS-SNC-NAME
           PERFORM HSNC-BUILD-KEYS
           IF (WS-SNC-KEY NOT = SPACES)
              AND ((WS-SNC-KEY = WS-DMF-KEY)
                   OR ((WS-SNC-FIRST-CODE = WS-DMF-FIRST-CODE)
                       AND (WS-SNC-LAST-CODE = WS-DMF-LAST-CODE))
                   OR ((WS-SNC-FIRST-CODE = WS-DMF-LAST-CODE)
                       AND (WS-SNC-LAST-CODE = WS-DMF-FIRST-CODE)))
               MOVE 'Y' TO WS-NAME-AGREE-SW
           END-IF
           MOVE SPACES TO WS-MATCH-RULE
           EVALUATE TRUE
           WHEN (WS-SSN-AGREE-SW = 'Y') AND (WS-NAME-AGREE-SW = 'Y')
                AND (WS-DOB-AGREE-SW = 'Y')
               MOVE 'FULL' TO WS-MATCH-RULE
           WHEN (WS-SSN-AGREE-SW = 'Y')
                AND ((WS-NAME-AGREE-SW = 'Y')
                     OR (WS-DOB-AGREE-SW = 'Y'))
               MOVE 'SSN'  TO WS-MATCH-RULE
           WHEN (WS-CAND-SSN = SPACES) AND (WS-NAME-AGREE-SW = 'Y')
                AND (WS-DOB-AGREE-SW = 'Y')
               MOVE 'NMDB' TO WS-MATCH-RULE
           WHEN WS-SSN-AGREE-SW = 'Y'
               DISPLAY 'SSN ONLY - NOT CASED: POLICY ' WS-CAND-POL-ID
                   ' ' WS-CAND-TYPE ' ' WS-CAND-NAME
                   ' / ' I-DMF-NAME
               ADD 1 TO WS-NEAR-COUNT
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-MATCH-RULE NOT = SPACES
               PERFORM 2300-OPEN-CASE
           END-IF.
       2200-SCORE-CANDIDATE-END. EXIT.

      * ONE CASE PER PERSON PER POLICY, WHATEVER BECAME OF IT - A
      * LATER REGISTRY FILE REPEATING THE DEATH CHANGES NOTHING
       2300-OPEN-CASE.
           MOVE WS-CAND-POL-ID TO HV-DTC-POL-ID
           MOVE WS-CAND-TYPE   TO HV-DTC-PARTY-TYPE
           MOVE WS-CAND-NAME   TO HV-DTC-PARTY-NAME
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CASE-COUNT
               FROM TB_DEATH_CASES
               WHERE POL_ID     = :HV-DTC-POL-ID
                 AND PARTY_TYPE = :HV-DTC-PARTY-TYPE
                 AND PARTY_NAME = :HV-DTC-PARTY-NAME
           END-EXEC
           MOVE '2300-OPEN-CASE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-CASE-COUNT > 0
               ADD 1 TO WS-KNOWN-COUNT
           ELSE
               PERFORM 2310-GET-CASE-ID
               PERFORM 2320-SUSPEND-MANDATE
               PERFORM 2330-INSERT-CASE
               PERFORM 2340-WRITE-CONTACTS
           END-IF.
       2300-OPEN-CASE-END. EXIT.

       2310-GET-CASE-ID.
           MOVE 'DTHC' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2310-GET-CASE-ID' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2310-GET-CASE-ID' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-CASE-NBR
           MOVE SPACES TO HV-DTC-CASE-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-CASE-NBR      DELIMITED BY SIZE
                  INTO HV-DTC-CASE-ID
           END-STRING.
       2310-GET-CASE-ID-END. EXIT.

      * NO MORE DRAFTS OFF A DEAD HOLDER'S ACCOUNT. ONLY AN ACTIVE
      * MANDATE IS TOUCHED, AND THE CASE REMEMBERS IT SO A FALSE
      * MATCH CAN PUT IT BACK
       2320-SUSPEND-MANDATE.
           MOVE WS-CAND-POL-ID TO HV-APM-POL-ID
           EXEC SQL
               UPDATE TB_AUTOPAY_MANDATES
               SET MANDATE_STATUS = 'SUSPENDED'
               WHERE POL_ID = :HV-APM-POL-ID
                 AND MANDATE_STATUS = 'ACTIVE'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE 'N' TO HV-DTC-MANDATE-SUSP
           ELSE
               MOVE '2320-SUSPEND-MANDATE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE 'Y' TO HV-DTC-MANDATE-SUSP
               ADD 1 TO WS-SUSP-COUNT
           END-IF.
       2320-SUSPEND-MANDATE-END. EXIT.

       2330-INSERT-CASE.
           MOVE WS-DMF-SSN    TO HV-DTC-DMF-SSN
           MOVE I-DMF-NAME    TO HV-DTC-DMF-NAME
           MOVE I-DMF-DOD     TO HV-DTC-DOD
           MOVE WS-MATCH-RULE TO HV-DTC-MATCH-RULE
           MOVE 'OPEN'        TO HV-DTC-STATUS
           EXEC SQL
               INSERT INTO TB_DEATH_CASES VALUES (
                :HV-DTC-CASE-ID
               ,:HV-DTC-POL-ID
               ,:HV-DTC-PARTY-TYPE
               ,:HV-DTC-PARTY-NAME
               ,:HV-DTC-DMF-SSN
               ,:HV-DTC-DMF-NAME
               ,:HV-DTC-DOD
               ,:HV-DTC-MATCH-RULE
               ,:HV-DTC-STATUS
               ,:HV-DTC-MANDATE-SUSP
               ,CURRENT DATE
               ,NULL
               ,NULL
               ,NULL
               )
           END-EXEC
           MOVE '2330-INSERT-CASE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE 'PGMDMFM'        TO HV-AUD-PERFORMED-BY
           MOVE 'DEATH-MATCH'    TO HV-AUD-ACTION
           MOVE HV-DTC-CASE-ID   TO HV-AUD-REF-ID
           EXEC SQL
               INSERT INTO TB_AUDIT_LOG VALUES (
                :HV-AUD-PERFORMED-BY
               ,:HV-AUD-ACTION
               ,:HV-AUD-REF-ID
               ,CURRENT DATE
               ,CHAR(CURRENT TIME)
               )
           END-EXEC
           MOVE '2330-INSERT-CASE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY 'CASE ' HV-DTC-CASE-ID ' OPENED - POLICY '
               HV-DTC-POL-ID ' ' HV-DTC-PARTY-TYPE ' '
               HV-DTC-PARTY-NAME ' ' HV-DTC-MATCH-RULE.
       2330-INSERT-CASE-END. EXIT.

       2340-WRITE-CONTACTS.
           EXEC SQL OPEN CURSOR_DMFN END-EXEC
           MOVE '2340-WRITE-CONTACTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_DMFN INTO
                        :HV-NOM-NAME
                       ,:HV-NOM-RELATION
                       ,:HV-NOM-PHONE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2340-WRITE-CONTACTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES TO O-DTHC-REC
                   MOVE HV-DTC-CASE-ID   TO O-DTHC-CASE-ID
                   MOVE HV-DTC-POL-ID    TO O-DTHC-POL-ID
                   MOVE HV-NOM-NAME-TEXT TO O-DTHC-NOMINEE
                   MOVE HV-NOM-RELATION  TO O-DTHC-RELATION
                   MOVE HV-NOM-PHONE     TO O-DTHC-PHONE
                   MOVE HV-DTC-DOD       TO O-DTHC-DOD
                   WRITE O-DTHC-REC
                   ADD 1 TO WS-CONTACT-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DMFN END-EXEC.
       2340-WRITE-CONTACTS-END. EXIT.

      ******************************************************************
      * 3000-CLOSE-CASE: A MATCH THE CUSTOMER PROVES WRONG IS CLOSED   *
      * BY CASE ID. THE UPDATE IS GUARDED ON 'OPEN' SO A CLAIMED OR    *
      * ESCHEATED CASE CANNOT BE CLOSED FROM HERE. THE MANDATE THE     *
      * MATCH SUSPENDED GOES BACK TO ACTIVE ONCE NO OTHER CASE ON THE  *
      * POLICY IS STILL OPEN.                                          *
      ******************************************************************
       3000-CLOSE-CASE.
           MOVE WS-PARM-CASE-ID TO HV-DTC-CASE-ID
           MOVE WS-PARM-USER-ID TO HV-DTC-CLOSED-BY
           EXEC SQL
               UPDATE TB_DEATH_CASES
               SET CASE_STATUS = 'CLOSED'
                  ,CLOSED_BY   = :HV-DTC-CLOSED-BY
                  ,CLOSE_DATE  = CURRENT DATE
               WHERE CASE_ID = :HV-DTC-CASE-ID
                 AND CASE_STATUS = 'OPEN'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'NO OPEN DEATH CASE FOR: ' WS-PARM-CASE-ID
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE '3000-CLOSE-CASE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               PERFORM 3100-RESTORE-MANDATE
               PERFORM 3200-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'CASE ' WS-PARM-CASE-ID ' CLOSED BY '
                   WS-PARM-USER-ID
           END-IF.
       3000-CLOSE-CASE-END. EXIT.

       3100-RESTORE-MANDATE.
           EXEC SQL
               SELECT POL_ID, MANDATE_SUSP
               INTO :HV-DTC-POL-ID, :HV-DTC-MANDATE-SUSP
               FROM TB_DEATH_CASES
               WHERE CASE_ID = :HV-DTC-CASE-ID
           END-EXEC
           MOVE '3100-RESTORE-MANDATE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-CASES
               FROM TB_DEATH_CASES
               WHERE POL_ID = :HV-DTC-POL-ID
                 AND CASE_STATUS = 'OPEN'
           END-EXEC
           MOVE '3100-RESTORE-MANDATE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EVALUATE TRUE
           WHEN WS-OPEN-CASES > 0
               DISPLAY 'POLICY ' HV-DTC-POL-ID ' STILL HAS '
                   WS-OPEN-CASES ' OPEN CASE(S) - MANDATE LEFT AS IS'
           WHEN HV-DTC-MANDATE-SUSP = 'Y'
               PERFORM 3110-REACTIVATE-MANDATE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       3100-RESTORE-MANDATE-END. EXIT.

       3110-REACTIVATE-MANDATE.
           MOVE HV-DTC-POL-ID TO HV-APM-POL-ID
           EXEC SQL
               UPDATE TB_AUTOPAY_MANDATES
               SET MANDATE_STATUS = 'ACTIVE'
               WHERE POL_ID = :HV-APM-POL-ID
                 AND MANDATE_STATUS = 'SUSPENDED'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'POLICY ' HV-APM-POL-ID
                   ' MANDATE NO LONGER SUSPENDED - LEFT AS IS'
           ELSE
               MOVE '3110-REACTIVATE-MANDATE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               DISPLAY 'POLICY ' HV-APM-POL-ID ' AUTOPAY REACTIVATED'
           END-IF.
       3110-REACTIVATE-MANDATE-END. EXIT.

       3200-WRITE-AUDIT.
           MOVE WS-PARM-USER-ID    TO HV-AUD-PERFORMED-BY
           MOVE 'CLOSE-DEATH-CASE' TO HV-AUD-ACTION
           MOVE WS-PARM-CASE-ID    TO HV-AUD-REF-ID
           EXEC SQL
               INSERT INTO TB_AUDIT_LOG VALUES (
                :HV-AUD-PERFORMED-BY
               ,:HV-AUD-ACTION
               ,:HV-AUD-REF-ID
               ,CURRENT DATE
               ,CHAR(CURRENT TIME)
               )
           END-EXEC
           MOVE '3200-WRITE-AUDIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       3200-WRITE-AUDIT-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMDMFM - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'REGISTRY RECORDS READ. . . : ' WS-READ-COUNT
           DISPLAY 'RECORDS REJECTED . . . . . : ' WS-BAD-COUNT
           DISPLAY 'DEATH CASES OPENED . . . . : ' WS-MATCH-COUNT
           DISPLAY 'ALREADY CASED. . . . . . . : ' WS-KNOWN-COUNT
           DISPLAY 'SSN-ONLY NEAR MISSES . . . : ' WS-NEAR-COUNT
           DISPLAY 'AUTOPAY MANDATES SUSPENDED : ' WS-SUSP-COUNT
           DISPLAY 'NOMINEE CONTACTS WRITTEN . : ' WS-CONTACT-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMDMFM - DEATH MASTER FILE MATCH COMPLETE'
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
           MOVE 'PGMDMFM'       TO HV-ERL-PROGRAM-ID
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
               WHERE JOB_NAME = 'PGMDMFM'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMDMFM ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMDMFM'
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
                   WHERE JOB_NAME = 'PGMDMFM'
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
               WHERE JOB_NAME = 'PGMDMFM'
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
               WHERE JOB_NAME = 'PGMDMFM'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.

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

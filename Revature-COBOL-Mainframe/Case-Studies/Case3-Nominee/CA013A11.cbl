      *   PROGRAM NAME: COBOL MAIN PROGRAM
      *   INPUT:
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.PS2       AS: INDD1
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.FEEDCTL   AS: FEEDCTL
      *   OUTPUT:
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.KSDS      AS: OUTKSDS
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.ERR       AS: OUTERRPS
      *    2026-08-22 KC - DELTA PROCESSING AGAINST THE PRIOR PS2
      *                    IMAGE (INPRIOR) - UNCHANGED RECORDS ARE
      *                    SKIPPED AND COUNTED ON THE 9050 REPORT
      *    2026-10-15 KC - A NOMINEE UNDER 18 ON THE RUN DATE MUST
      *                    CARRY AN APPOINTEE (NAME, SSN, RELATION) ON
      *                    THE PS2 RECORD OR IS ROUTED TO ERR
      *                    (2107-VALID-MINOR-APPT)
      *    2026-10-15 KC - PS2 NOW CARRIES A HEADER (FEED DATE, SEQUENCE
      *                    NUMBER) AND A TRAILER (RECORD COUNT, SALARY
      *                    HASH TOTAL). A FEED THAT FAILS ITS CONTROLS
      *                    OR IS NOT THE NEXT SEQUENCE ON FEEDCTL IS
      *                    REJECTED WHOLE BEFORE THE KSDS IS OPENED,
      *                    WITH RETURN CODE 16 (0040-CHECK-FEED-CTL)
      *    2026-10-15 KC - ECL/NCL RECORDS CARRY THE VERDICT'S SOURCE
      *                    (CA013A11, OR ER013A11 FOR A RECYCLED
      *                    CORRECTION) AND THE RUN'S DATE-TIME STAMP
      *                    FOR LD013A11'S VERDICT HISTORY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHKPT.
      * FEEDCTL HOLDS THE SEQUENCE NUMBER AND FEED DATE OF THE LAST PS2
      * FEED PROCESSED CLEAN - READ LIKE SYSCHK (LAST RECORD WINS) AND
      * REWRITTEN ONLY BY A CLEAN 9000-TERM.
           SELECT O-FCTL ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCTL.
       DATA DIVISION.
       FILE SECTION.
       FD I-RCY.
       01 I-PRV-REC.
           05 I-PRV-ID          PIC X(05).
           05 FILLER            PIC X(75).
      * THE FEED IS FRAMED BY A HEADER UNDER THE RESERVED ID 00000 AND
      * A TRAILER UNDER 99999, SO STEP015'S SORT BY ID LEAVES THEM
      * FIRST AND LAST. THE TRAILER'S HASH TOTAL IS THE SUM OF
      * I-PS2-SALARY OVER THE DETAIL RECORDS.
       FD I-PS2.
       01 I-PS2-REC.
           05 I-PS2-ID          PIC X(05).
               88 I-PS2-IS-HEADER  VALUE '00000'.
               88 I-PS2-IS-TRAILER VALUE '99999'.
           05 FILLER            PIC X(01).
           05 I-PS2-DOB.
               10 I-PS2-DAY     PIC X(02).
           05 I-PS2-RELATION    PIC A(04).
           05 FILLER            PIC X(01).
           05 I-PS2-SALARY      PIC 9(06).9(02).
      * APPOINTEE (GUARDIAN) OF A MINOR NOMINEE - BLANK FOR AN ADULT
           05 FILLER            PIC X(01).
           05 I-PS2-APT-NAME    PIC X(20).
           05 FILLER            PIC X(01).
           05 I-PS2-APT-SSN     PIC X(11).
           05 FILLER            PIC X(01).
           05 I-PS2-APT-REL     PIC X(04).
           05 FILLER            PIC X(11).
       01 I-PS2-HDR-REC.
           05 I-PS2-HDR-ID      PIC X(05).
           05 FILLER            PIC X(01).
           05 I-PS2-HDR-TAG     PIC X(03).
           05 FILLER            PIC X(01).
           05 I-PS2-HDR-DATE    PIC X(10).
           05 FILLER            PIC X(01).
           05 I-PS2-HDR-SEQ     PIC X(06).
           05 FILLER            PIC X(53).
       01 I-PS2-TRL-REC.
           05 I-PS2-TRL-ID      PIC X(05).
           05 FILLER            PIC X(01).
           05 I-PS2-TRL-TAG     PIC X(03).
           05 FILLER            PIC X(01).
           05 I-PS2-TRL-COUNT   PIC X(07).
           05 FILLER            PIC X(01).
           05 I-PS2-TRL-HASH    PIC X(13).
           05 FILLER            PIC X(49).
       FD O-KSDS.
       01 O-KSDS-REC.
           05 O-ECL-SALARY      PIC 9(06).9(02).
           05 FILLER            PIC X(01).
           05 O-ECL-CLAIM       PIC A(01).
           05 FILLER            PIC X(01).
           05 O-ECL-SOURCE      PIC X(08).
           05 FILLER            PIC X(01).
           05 O-ECL-STAMP       PIC X(14).
           05 FILLER            PIC X(23).
       FD O-NCL.
       01 O-NCL-REC.
           05 O-NCL-ID          PIC X(05).
           05 O-NCL-SALARY      PIC 9(06).9(02).
           05 FILLER            PIC X(01).
           05 O-NCL-CLAIM       PIC A(01).
           05 FILLER            PIC X(01).
           05 O-NCL-SOURCE      PIC X(08).
           05 FILLER            PIC X(01).
           05 O-NCL-STAMP       PIC X(14).
           05 FILLER            PIC X(23).
       FD O-PND.
       01 O-PND-REC.
           05 O-PND-ID          PIC X(05).
       01 O-CHKPT-REC.
           05 CHKPT-LAST-ID     PIC X(05).
           05 FILLER            PIC X(75).
       FD O-FCTL.
       01 O-FCTL-REC.
           05 FCTL-LAST-SEQ     PIC 9(06).
           05 FILLER            PIC X(01).
           05 FCTL-LAST-DATE    PIC X(10).
           05 FILLER            PIC X(01).
           05 FCTL-RUN-DATE     PIC 9(08).
           05 FILLER            PIC X(01).
           05 FCTL-REC-COUNT    PIC 9(07).
           05 FILLER            PIC X(46).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-CHKPT PIC 9(02).
                   88 FS-CHKPT-SUCC VALUE 00.
                   88 FS-CHKPT-EOF  VALUE 10.
               10 WS-FS-FCTL  PIC 9(02).
                   88 FS-FCTL-SUCC  VALUE 00.
                   88 FS-FCTL-EOF   VALUE 10.
           05 WS-DEFINES.
               10 SUCCESS        PIC 9(02) VALUE 00.
               10 END-OF-FILE    PIC 9(02) VALUE 10.
               10 DISCPAID       PIC X(08) VALUE 'CA023A11'.
               10 FEED-REJECT-RC PIC 9(02) VALUE 16.
           05 WS-PGM-VARS.
               10 WS-REC-COUNT   PIC 9(05) VALUE ZEROES.
               10 WS-INDEX       PIC 9(05) VALUE ZEROES.
               10 WS-PAID        PIC 9(06)V9(02).
               10 WS-CLAIM-TEMP  PIC A(01).
               10 WS-DISC-TIER   PIC X(04) VALUE SPACES.
      * WHEN THIS RUN DECIDED ITS VERDICTS - STAMPED ON ECL/NCL
               10 WS-RUN-HMS     PIC 9(08) VALUE ZEROES.
               10 WS-RUN-STAMP   PIC X(14) VALUE SPACES.
           05 WS-DOB-EDIT-VARS.
               10 WS-DOB-RANGE-SW  PIC X(01) VALUE 'Y'.
                   88 WS-DOB-RANGE-OK    VALUE 'Y'.
               10 WS-DOB-MIN-YEAR  PIC 9(04) VALUE 1900.
               10 WS-DOB-MAX-YEAR  PIC 9(04) VALUE 2026.
      ******************************************************************
      * WS-MINOR-EDIT-VARS: 2107-VALID-MINOR-APPT COMPARES THE DOB AS  *
      * YYYYMMDD AGAINST THE RUN DATE - A NOMINEE WHOSE 18TH BIRTHDAY  *
      * (DOB + 180000) FALLS AFTER TODAY IS STILL A MINOR.             *
      ******************************************************************
           05 WS-MINOR-EDIT-VARS.
               10 WS-RUN-YMD       PIC 9(08) VALUE ZEROES.
               10 WS-DOB-YMD-GRP.
                   15 WS-DOB-YMD-YEAR  PIC X(04).
                   15 WS-DOB-YMD-MONTH PIC X(02).
                   15 WS-DOB-YMD-DAY   PIC X(02).
               10 WS-DOB-YMD REDEFINES WS-DOB-YMD-GRP PIC 9(08).
               10 WS-MINOR-APPT-SW PIC X(01) VALUE 'Y'.
                   88 WS-MINOR-APPT-OK   VALUE 'Y'.
                   88 WS-MINOR-APPT-BAD  VALUE 'N'.
      ******************************************************************
      * WS-RELATION-TABLE: RELATION CODE TO PCT-OF-PAID-AMOUNT TABLE    *
      * DRIVING 2123-RELATION-INC - ADD A NEW FILLER/BUMP THE OCCURS   *
      * COUNT TO ONBOARD ANOTHER RELATION CODE, NO OTHER CHANGE NEEDED.*
               88 WS-RUN-OK          VALUE 'Y'.
               88 WS-RUN-FAILED      VALUE 'N'.
      ******************************************************************
      * WS-FEED-CTL-VARS: 0000-CALC-INPUT-LGTH'S PASS OVER PS2 TALLIES *
      * WHAT ACTUALLY ARRIVED (HEADERS, TRAILERS, DETAIL RECORDS AND   *
      * THEIR SALARY HASH) AND KEEPS WHAT THE HEADER AND TRAILER SAY   *
      * SHOULD HAVE ARRIVED; 0040-CHECK-FEED-CTL COMPARES THE TWO AND  *
      * THE SEQUENCE NUMBER AGAINST THE LAST ONE ON FEEDCTL. ANY       *
      * MISMATCH REJECTS THE WHOLE FEED BEFORE THE KSDS IS TOUCHED.    *
      ******************************************************************
       01 WS-FEED-CTL-VARS.
           05 WS-FEED-PHYS-COUNT  PIC 9(07) VALUE ZEROES.
           05 WS-FEED-HDR-RECS    PIC 9(03) VALUE ZEROES.
           05 WS-FEED-HDR-POS     PIC 9(07) VALUE ZEROES.
           05 WS-FEED-TRL-RECS    PIC 9(03) VALUE ZEROES.
           05 WS-FEED-TRL-POS     PIC 9(07) VALUE ZEROES.
           05 WS-FEED-DTL-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-FEED-DTL-HASH    PIC 9(10)V9(02) VALUE ZEROES.
           05 WS-FEED-SAL         PIC 9(06)V9(02).
           05 WS-FEED-HDR-TAG     PIC X(03) VALUE SPACES.
           05 WS-FEED-DATE        PIC X(10) VALUE SPACES.
           05 WS-FEED-DATE-R REDEFINES WS-FEED-DATE.
               10 WS-FEED-DATE-YYYY PIC X(04).
               10 WS-FEED-DATE-SEP1 PIC X(01).
               10 WS-FEED-DATE-MM   PIC X(02).
               10 WS-FEED-DATE-SEP2 PIC X(01).
               10 WS-FEED-DATE-DD   PIC X(02).
           05 WS-FEED-SEQ-X       PIC X(06) VALUE SPACES.
           05 WS-FEED-SEQ REDEFINES WS-FEED-SEQ-X PIC 9(06).
           05 WS-FEED-TRL-TAG     PIC X(03) VALUE SPACES.
           05 WS-FEED-TRL-COUNT-X PIC X(07) VALUE SPACES.
           05 WS-FEED-TRL-COUNT REDEFINES WS-FEED-TRL-COUNT-X
                                  PIC 9(07).
           05 WS-FEED-TRL-HASH-X  PIC X(13) VALUE SPACES.
           05 WS-FEED-TRL-HASH-R REDEFINES WS-FEED-TRL-HASH-X.
               10 WS-FEED-TRL-HASH-INT PIC 9(10).
               10 WS-FEED-TRL-HASH-PT  PIC X(01).
               10 WS-FEED-TRL-HASH-DEC PIC 9(02).
           05 WS-FEED-TRL-HASH    PIC 9(10)V9(02) VALUE ZEROES.
           05 WS-FCTL-FOUND-SW    PIC X(01) VALUE 'N'.
               88 WS-FCTL-FOUND       VALUE 'Y'.
           05 WS-FCTL-LAST-SEQ    PIC 9(06) VALUE ZEROES.
           05 WS-FCTL-LAST-DATE   PIC X(10) VALUE SPACES.
           05 WS-FEED-EXP-SEQ     PIC 9(06) VALUE ZEROES.
           05 WS-FEED-REJ-REASON  PIC X(60) VALUE SPACES.
      ******************************************************************
      * WS-ARRAY'S CEILING MATCHES WS-REC-COUNT'S FULL PIC 9(05) RANGE *
      * (99999) SO A QUALIFYING-RECORD COUNT ANYWHERE IN THAT RANGE    *
      * CAN BE HELD BY THE TABLE THAT DEPENDS ON IT.                   *
               10 WS-RELATION    PIC A(04).
               10 WS-SALARY      PIC 9(06).9(02).
               10 WS-CLAIM       PIC A(01).
               10 WS-SOURCE      PIC X(08).
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-YEAR   PIC X(04).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           ACCEPT WS-RUN-YMD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HMS FROM TIME
           STRING WS-RUN-YMD       DELIMITED BY SIZE
                  WS-RUN-HMS(1:6)  DELIMITED BY SIZE
                  INTO WS-RUN-STAMP
           END-STRING
           PERFORM 0010-GET-ELIG-CUTOFF
           PERFORM 0020-READ-CHKPT
           PERFORM 0030-READ-FEED-CTL
           PERFORM 0000-CALC-INPUT-LGTH
           PERFORM 0040-CHECK-FEED-CTL THRU 0040-CHECK-FEED-CTL-END
           PERFORM 1000-INIT-OPEN
           PERFORM 1900-PROCESS-RECYCLE
           PERFORM 2000-PROCESS-REC
           END-IF.
       0020-READ-CHKPT-END. EXIT.

      ******************************************************************
      * 0030-READ-FEED-CTL: LOADS THE SEQUENCE NUMBER AND FEED DATE OF *
      * THE LAST FEED PROCESSED CLEAN. NO FEEDCTL RECORD (THE FIRST    *
      * FEED WITH A HEADER) ACCEPTS WHATEVER SEQUENCE ARRIVES AND      *
      * STARTS THE CHAIN FROM IT.                                      *
      ******************************************************************
       0030-READ-FEED-CTL.
           OPEN INPUT O-FCTL
           IF FS-FCTL-SUCC
               PERFORM UNTIL FS-FCTL-EOF
                   READ O-FCTL
                       AT END
                           MOVE 10 TO WS-FS-FCTL
                       NOT AT END
                           MOVE 'Y'            TO WS-FCTL-FOUND-SW
                           MOVE FCTL-LAST-SEQ  TO WS-FCTL-LAST-SEQ
                           MOVE FCTL-LAST-DATE TO WS-FCTL-LAST-DATE
                   END-READ
               END-PERFORM
               CLOSE O-FCTL
           END-IF
           IF WS-FCTL-FOUND
               DISPLAY 'LAST FEED PROCESSED: SEQ ' WS-FCTL-LAST-SEQ
                   ' DATED ' WS-FCTL-LAST-DATE
           ELSE
               DISPLAY 'NO FEEDCTL RECORD - SEQUENCE NOT CHECKED '
                   'THIS RUN'
           END-IF.
       0030-READ-FEED-CTL-END. EXIT.

       0000-CALC-INPUT-LGTH.
      * THE RECYCLE FILE'S RECORDS LAND IN THE SAME WS-ARRAY AS PS2'S,
      * SO THEY COUNT TOWARD ITS DEPENDING-ON BOUND TOO. AN EMPTY OR
               READ I-PS2
               IF (FS-PS2-EOF) EXIT
               ELSE
                   PERFORM 0035-TALLY-FEED-REC
                   IF (I-PS2-ID > WS-CHKPT-LAST-ID) AND
                      (NOT I-PS2-IS-HEADER) AND
                      (NOT I-PS2-IS-TRAILER)
                       ADD 1 TO WS-REC-COUNT
                   END-IF
               END-IF
           CLOSE I-PS2.
       0000-CALC-INPUT-LGTH-END. EXIT.

      * EVERY PHYSICAL PS2 RECORD, CHECKPOINT OR NOT - THE CONTROLS ARE
      * FOR THE WHOLE TRANSMISSION, NOT JUST THIS ATTEMPT'S SHARE OF IT
       0035-TALLY-FEED-REC.
           ADD 1 TO WS-FEED-PHYS-COUNT
           EVALUATE TRUE
           WHEN I-PS2-IS-HEADER
               ADD 1 TO WS-FEED-HDR-RECS
               IF WS-FEED-HDR-RECS = 1
                   MOVE WS-FEED-PHYS-COUNT TO WS-FEED-HDR-POS
                   MOVE I-PS2-HDR-TAG      TO WS-FEED-HDR-TAG
                   MOVE I-PS2-HDR-DATE     TO WS-FEED-DATE
                   MOVE I-PS2-HDR-SEQ      TO WS-FEED-SEQ-X
               END-IF
           WHEN I-PS2-IS-TRAILER
               ADD 1 TO WS-FEED-TRL-RECS
               MOVE WS-FEED-PHYS-COUNT TO WS-FEED-TRL-POS
               MOVE I-PS2-TRL-TAG      TO WS-FEED-TRL-TAG
               MOVE I-PS2-TRL-COUNT    TO WS-FEED-TRL-COUNT-X
               MOVE I-PS2-TRL-HASH     TO WS-FEED-TRL-HASH-X
           WHEN OTHER
               ADD 1 TO WS-FEED-DTL-COUNT
      * A NON-NUMERIC SALARY ADDS NOTHING HERE AND GOES TO ERR LATER
               IF (I-PS2-SALARY(1:6) IS NUMERIC) AND
                  (I-PS2-SALARY(8:2) IS NUMERIC)
                   MOVE I-PS2-SALARY TO WS-FEED-SAL
                   ADD WS-FEED-SAL   TO WS-FEED-DTL-HASH
               END-IF
           END-EVALUATE.
       0035-TALLY-FEED-REC-END. EXIT.

      ******************************************************************
      * 0040-CHECK-FEED-CTL: A TRUNCATED TRANSMISSION LOSES ITS        *
      * TRAILER OR ITS COUNT NO LONGER AGREES; A DOUBLED ONE CARRIES   *
      * TWO HEADERS AND TWO TRAILERS; A RESENT OR SKIPPED ONE BREAKS   *
      * THE SEQUENCE. ANY OF THESE REJECTS THE WHOLE FEED HERE, BEFORE *
      * 1000-INIT-OPEN TOUCHES THE KSDS, AND ENDS WITH RETURN CODE 16 *
      * SO THE DECK STOPS AND LD013A11/DP013A11 ARE NOT RELEASED.      *
      ******************************************************************
       0040-CHECK-FEED-CTL.
           IF (WS-FEED-TRL-HASH-INT IS NUMERIC) AND
              (WS-FEED-TRL-HASH-DEC IS NUMERIC)
               COMPUTE WS-FEED-TRL-HASH = WS-FEED-TRL-HASH-INT +
                   (WS-FEED-TRL-HASH-DEC / 100)
           END-IF
           IF WS-FCTL-LAST-SEQ = 999999
               MOVE 1 TO WS-FEED-EXP-SEQ
           ELSE
               COMPUTE WS-FEED-EXP-SEQ = WS-FCTL-LAST-SEQ + 1
           END-IF
           EVALUATE TRUE
           WHEN WS-FEED-HDR-RECS = 0
               MOVE 'NO HEADER RECORD' TO WS-FEED-REJ-REASON
           WHEN WS-FEED-HDR-RECS > 1
               MOVE 'MORE THAN ONE HEADER - DOUBLED TRANSMISSION'
                   TO WS-FEED-REJ-REASON
           WHEN WS-FEED-TRL-RECS = 0
               MOVE 'NO TRAILER RECORD - TRUNCATED TRANSMISSION'
                   TO WS-FEED-REJ-REASON
           WHEN WS-FEED-TRL-RECS > 1
               MOVE 'MORE THAN ONE TRAILER - DOUBLED TRANSMISSION'
                   TO WS-FEED-REJ-REASON
           WHEN (WS-FEED-HDR-POS NOT = 1) OR
                (WS-FEED-TRL-POS NOT = WS-FEED-PHYS-COUNT)
               MOVE 'HEADER NOT FIRST OR TRAILER NOT LAST'
                   TO WS-FEED-REJ-REASON
           WHEN (WS-FEED-HDR-TAG NOT = 'HDR') OR
                (WS-FEED-SEQ-X IS NOT NUMERIC) OR
                (WS-FEED-DATE-YYYY IS NOT NUMERIC) OR
                (WS-FEED-DATE-MM IS NOT NUMERIC) OR
                (WS-FEED-DATE-DD IS NOT NUMERIC) OR
                (WS-FEED-DATE-SEP1 NOT = '-') OR
                (WS-FEED-DATE-SEP2 NOT = '-')
               MOVE 'MALFORMED HEADER RECORD' TO WS-FEED-REJ-REASON
           WHEN (WS-FEED-TRL-TAG NOT = 'TRL') OR
                (WS-FEED-TRL-COUNT-X IS NOT NUMERIC) OR
                (WS-FEED-TRL-HASH-INT IS NOT NUMERIC) OR
                (WS-FEED-TRL-HASH-PT NOT = '.') OR
                (WS-FEED-TRL-HASH-DEC IS NOT NUMERIC)
               MOVE 'MALFORMED TRAILER RECORD' TO WS-FEED-REJ-REASON
           WHEN WS-FEED-TRL-COUNT NOT = WS-FEED-DTL-COUNT
               MOVE 'TRAILER RECORD COUNT DOES NOT AGREE'
                   TO WS-FEED-REJ-REASON
           WHEN WS-FEED-TRL-HASH NOT = WS-FEED-DTL-HASH
               MOVE 'TRAILER SALARY HASH TOTAL DOES NOT AGREE'
                   TO WS-FEED-REJ-REASON
           WHEN WS-FCTL-FOUND AND (WS-FEED-SEQ = WS-FCTL-LAST-SEQ)
               MOVE 'SEQUENCE ALREADY PROCESSED - FEED RESENT'
                   TO WS-FEED-REJ-REASON
           WHEN WS-FCTL-FOUND AND (WS-FEED-SEQ NOT = WS-FEED-EXP-SEQ)
               MOVE 'SEQUENCE IS NOT THE NEXT ONE EXPECTED'
                   TO WS-FEED-REJ-REASON
           WHEN WS-FCTL-FOUND AND (WS-FEED-DATE < WS-FCTL-LAST-DATE)
               MOVE 'FEED DATE IS BEFORE THE LAST FEED PROCESSED'
                   TO WS-FEED-REJ-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           DISPLAY 'PS2 FEED SEQ ' WS-FEED-SEQ-X ' DATED ' WS-FEED-DATE
           DISPLAY '   DETAIL RECORDS: ' WS-FEED-DTL-COUNT
               '  TRAILER: ' WS-FEED-TRL-COUNT-X
           DISPLAY '   SALARY HASH   : ' WS-FEED-DTL-HASH
               '  TRAILER: ' WS-FEED-TRL-HASH-X
           IF WS-FEED-REJ-REASON = SPACES
               DISPLAY 'PS2 FEED CONTROLS AGREE - PROCESSING'
               GO TO 0040-CHECK-FEED-CTL-END
           END-IF
           DISPLAY '*** PS2 FEED REJECTED: ' WS-FEED-REJ-REASON
           IF WS-FCTL-FOUND
               DISPLAY '*** LAST SEQ PROCESSED ' WS-FCTL-LAST-SEQ
                   ', EXPECTED ' WS-FEED-EXP-SEQ
           END-IF
           DISPLAY '*** NOTHING POSTED - HOLD LD013A11 AND DP013A11'
           MOVE FEED-REJECT-RC TO RETURN-CODE
           PERFORM 9000-TERM.
       0040-CHECK-FEED-CTL-END. EXIT.

       1000-INIT-OPEN.
           OPEN INPUT I-RCY
      * NO PRIOR IMAGE (FIRST RUN, OR THE COPY STEP NEVER RAN CLEAN)
      * READ A RECORD FROM INPUT
               READ I-PS2
               IF (WS-FS-PS2 NOT EQUAL TO END-OF-FILE) THEN
                   IF (I-PS2-ID > WS-CHKPT-LAST-ID) AND
                      (NOT I-PS2-IS-HEADER) AND
                      (NOT I-PS2-IS-TRAILER)
                       PERFORM 2010-CHECK-DELTA
                       IF WS-DELTA-SKIP-SW = 'Y'
                           ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               PERFORM 2105-VALID-DOB-RANGE
               PERFORM 2106-VALID-RELATION-CODE
               PERFORM 2107-VALID-MINOR-APPT
                   THRU 2107-VALID-MINOR-APPT-END
               IF (WS-DOB-RANGE-OK) AND (WS-REL-FOUND)
                   AND (WS-MINOR-APPT-OK)
                   PERFORM 2120-PROC-VALID-REC
               ELSE
                   PERFORM 2110-REC-TO-ERR
           END-IF.
       2106-VALID-RELATION-CODE-END. EXIT.

      ******************************************************************
      * 2107-VALID-MINOR-APPT: A NOMINEE STILL UNDER 18 ON THE RUN     *
      * DATE CANNOT BE PAID DIRECTLY, SO THE RECORD MUST NAME AN       *
      * APPOINTEE - NAME, SSN AND RELATION ALL PRESENT. A MINOR        *
      * WITHOUT ONE FAILS HERE AND THE CALLER ROUTES IT TO O-ERR,      *
      * WHERE ER013A11 CAN KEY THE APPOINTEE AND RECYCLE IT. A DOB     *
      * THAT ALREADY FAILED 2105 IS LEFT TO THAT EDIT.                 *
      ******************************************************************
       2107-VALID-MINOR-APPT.
           MOVE 'Y' TO WS-MINOR-APPT-SW
           IF (WS-DOB-RANGE-BAD)
               GO TO 2107-VALID-MINOR-APPT-END
           END-IF
           MOVE I-PS2-YEAR  TO WS-DOB-YMD-YEAR
           MOVE I-PS2-MONTH TO WS-DOB-YMD-MONTH
           MOVE I-PS2-DAY   TO WS-DOB-YMD-DAY
           IF (WS-DOB-YMD + 180000) > WS-RUN-YMD
               IF (I-PS2-APT-NAME = SPACES) OR
                  (I-PS2-APT-SSN  = SPACES) OR
                  (I-PS2-APT-REL  = SPACES)
                   MOVE 'N' TO WS-MINOR-APPT-SW
                   DISPLAY 'MINOR NOMINEE WITH NO APPOINTEE. REC: '
                       I-PS2-REC
               END-IF
           END-IF.
       2107-VALID-MINOR-APPT-END. EXIT.

       2110-REC-TO-ERR.
           DISPLAY 'FOUND RECORD ERROR. REC: ' I-PS2-REC
           MOVE I-PS2-REC TO O-ERR-REC
           MOVE I-PS2-DOB      TO WS-DOB(WS-INDEX)
           MOVE I-PS2-RELATION TO WS-RELATION(WS-INDEX)
           MOVE WS-INCOME      TO WS-SALARY(WS-INDEX)
           MOVE WS-CLAIM-TEMP  TO WS-CLAIM(WS-INDEX)
      * A RECYCLED RECORD'S VERDICT IS ER013A11'S CORRECTION AT WORK
           IF WS-RECYCLED-SW = 'Y'
               MOVE 'ER013A11' TO WS-SOURCE(WS-INDEX)
           ELSE
               MOVE 'CA013A11' TO WS-SOURCE(WS-INDEX)
           END-IF.
       2125-ADD-TO-ARR-END. EXIT.

      ******************************************************************
           MOVE WS-RELATION(WS-INDEX) TO O-ECL-RELATION
           MOVE WS-SALARY(WS-INDEX)   TO O-ECL-SALARY
           MOVE WS-CLAIM(WS-INDEX)    TO O-ECL-CLAIM
           MOVE WS-SOURCE(WS-INDEX)   TO O-ECL-SOURCE
           MOVE WS-RUN-STAMP          TO O-ECL-STAMP
           DISPLAY ' WRITING TO ECL, REC: ' O-ECL-REC
           DISPLAY '--------------------------------------------------'.
           WRITE O-ECL-REC.
           MOVE WS-RELATION(WS-INDEX) TO O-NCL-RELATION
           MOVE WS-SALARY(WS-INDEX)   TO O-NCL-SALARY
           MOVE WS-CLAIM(WS-INDEX)    TO O-NCL-CLAIM
           MOVE WS-SOURCE(WS-INDEX)   TO O-NCL-SOURCE
           MOVE WS-RUN-STAMP          TO O-NCL-STAMP
           DISPLAY ' WRITING TO NCL, REC: ' O-NCL-REC
           DISPLAY '--------------------------------------------------'.
           WRITE O-NCL-REC.
      * SYSCHK STAYS AS IT IS.
           IF WS-RUN-OK
               PERFORM 9060-CLEAR-CHECKPOINT
               PERFORM 9070-SAVE-FEED-CTL
           END-IF
           DISPLAY 'STOPPING PROGRAM'
           STOP RUN.
           DISPLAY 'UNCHANGED SKIPPED (DELTA). : ' WS-UNCHANGED-COUNT
           DISPLAY 'TOTAL PAID ACROSS KSDS . . : ' WS-TOTAL-PAID
           DISPLAY 'TOTAL DISCOUNT ACROSS KSDS : ' WS-TOTAL-DISCOUNT
           DISPLAY 'PS2 FEED SEQUENCE. . . . . : ' WS-FEED-SEQ-X
           DISPLAY 'PS2 FEED DETAIL RECORDS. . : ' WS-FEED-DTL-COUNT
           IF WS-FEED-REJ-REASON NOT = SPACES
               DISPLAY 'PS2 FEED REJECTED. . . . . : '
                   WS-FEED-REJ-REASON
           END-IF
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

           OPEN OUTPUT O-CHKPT
           CLOSE O-CHKPT.
       9060-CLEAR-CHECKPOINT-END. EXIT.

      ******************************************************************
      * 9070-SAVE-FEED-CTL: PERFORMED ONLY OUT OF A CLEAN 9000-TERM -  *
      * THE FEED JUST PROCESSED BECOMES THE ONE THE NEXT FEED MUST     *
      * FOLLOW. A FAILED OR RESTARTED RUN LEAVES FEEDCTL ALONE, SO THE *
      * SAME FEED IS STILL THE NEXT ONE EXPECTED WHEN IT IS RERUN.     *
      ******************************************************************
       9070-SAVE-FEED-CTL.
           MOVE SPACES             TO O-FCTL-REC
           MOVE WS-FEED-SEQ        TO FCTL-LAST-SEQ
           MOVE WS-FEED-DATE       TO FCTL-LAST-DATE
           MOVE WS-RUN-YMD         TO FCTL-RUN-DATE
           MOVE WS-FEED-DTL-COUNT  TO FCTL-REC-COUNT
           OPEN OUTPUT O-FCTL
           IF FS-FCTL-SUCC
               WRITE O-FCTL-REC
               CLOSE O-FCTL
           ELSE
               DISPLAY 'ERROR OPENING FEEDCTL, EC: ' WS-FS-FCTL
           END-IF.
       9070-SAVE-FEED-CTL-END. EXIT.

      *       DRAINS.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - A DECIDED RECORD IS STAMPED DP013A11 AND THE
      *                    RUN'S DATE-TIME SO LD013A11 RECORDS THE
      *                    DISPOSITION AS THE SOURCE OF THE VERDICT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 I-PND-SALARY      PIC X(09).
           05 FILLER            PIC X(01).
           05 I-PND-CLAIM       PIC A(01).
           05 FILLER            PIC X(01).
           05 I-PND-SOURCE      PIC X(08).
           05 FILLER            PIC X(01).
           05 I-PND-STAMP       PIC X(14).
           05 FILLER            PIC X(23).
       FD I-DECS.
       01 I-DECS-REC.
           05 I-DECS-ID         PIC X(05).
               10 WS-DECS-COUNT  PIC 9(04) VALUE ZEROES.
               10 WS-DECS-IDX    PIC 9(04) VALUE ZEROES.
               10 WS-DECS-HIT    PIC X(01).
           05 WS-RUN-VARS.
               10 WS-RUN-YMD     PIC 9(08) VALUE ZEROES.
               10 WS-RUN-HMS     PIC 9(08) VALUE ZEROES.
               10 WS-RUN-STAMP   PIC X(14) VALUE SPACES.
           05 WS-COUNTERS.
               10 WS-PND-READ-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-TO-ECL-COUNT    PIC 9(05) VALUE ZEROES.
               10 WS-DEC-VERDICT  PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-YMD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HMS FROM TIME
           STRING WS-RUN-YMD       DELIMITED BY SIZE
                  WS-RUN-HMS(1:6)  DELIMITED BY SIZE
                  INTO WS-RUN-STAMP
           END-STRING
           PERFORM 1000-INIT-OPEN
           PERFORM 1100-LOAD-DECISIONS
           PERFORM 2000-PROCESS-PND
           PERFORM UNTIL WS-DECS-IDX > WS-DECS-COUNT
               IF WS-DEC-ID(WS-DECS-IDX) = I-PND-ID
                   MOVE 'Y' TO WS-DECS-HIT
                   MOVE 'DP013A11'   TO I-PND-SOURCE
                   MOVE WS-RUN-STAMP TO I-PND-STAMP
                   IF WS-DEC-VERDICT(WS-DECS-IDX) = 'E'
                       MOVE 'Y' TO I-PND-CLAIM
                       WRITE O-ECL-REC FROM I-PND-REC

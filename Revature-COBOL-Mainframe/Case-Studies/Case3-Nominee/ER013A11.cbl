      *   PROGRAM NAME: NOMINEE ERROR-FILE CORRECTION STEP
      *   INPUT:
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.ERR       AS: INERR
      *       CORRECTIONS 'ID,DOB,RELATION,SALARY,APPOINTEE'
      *                                               AS: INCORR
      *   OUTPUT:
      *       ARI011.KELVIN.ASGMTL2.NOMINEE.RCY       AS: OUTRCY
      *       UNCORRECTED REMAINDER                   AS: OUTERRN
      *       THE BACKLOG VISIBLY DRAINS.
      *   MOD LOG:
      *    2026-08-22 KC - INITIAL VERSION
      *    2026-10-15 KC - CORRECTIONS CAN ALSO KEY THE APPOINTEE
      *                    (NAME, SSN, RELATION) A MINOR NOMINEE WAS
      *                    REJECTED FOR LACKING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 I-ERR-RELATION    PIC A(04).
           05 FILLER            PIC X(01).
           05 I-ERR-SALARY      PIC X(09).
           05 FILLER            PIC X(01).
           05 I-ERR-APT-NAME    PIC X(20).
           05 FILLER            PIC X(01).
           05 I-ERR-APT-SSN     PIC X(11).
           05 FILLER            PIC X(01).
           05 I-ERR-APT-REL     PIC X(04).
           05 FILLER            PIC X(11).
       FD I-CORR.
       01 I-CORR-REC.
           05 I-CORR-ID         PIC X(05).
           05 I-CORR-RELATION   PIC A(04).
           05 FILLER            PIC X(01).
           05 I-CORR-SALARY     PIC X(09).
           05 FILLER            PIC X(01).
           05 I-CORR-APT-NAME   PIC X(20).
           05 FILLER            PIC X(01).
           05 I-CORR-APT-SSN    PIC X(11).
           05 FILLER            PIC X(01).
           05 I-CORR-APT-REL    PIC X(04).
           05 FILLER            PIC X(11).
       FD O-RCY.
       01 O-RCY-REC             PIC X(80).
       FD O-ERRN.
               10 WS-COR-DOB      PIC X(10).
               10 WS-COR-RELATION PIC A(04).
               10 WS-COR-SALARY   PIC X(09).
               10 WS-COR-APT-NAME PIC X(20).
               10 WS-COR-APT-SSN  PIC X(11).
               10 WS-COR-APT-REL  PIC X(04).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT-OPEN
                               TO WS-COR-RELATION(WS-CORR-COUNT)
                           MOVE I-CORR-SALARY
                               TO WS-COR-SALARY(WS-CORR-COUNT)
                           MOVE I-CORR-APT-NAME
                               TO WS-COR-APT-NAME(WS-CORR-COUNT)
                           MOVE I-CORR-APT-SSN
                               TO WS-COR-APT-SSN(WS-CORR-COUNT)
                           MOVE I-CORR-APT-REL
                               TO WS-COR-APT-REL(WS-CORR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                       MOVE WS-COR-SALARY(WS-CORR-IDX)
                           TO I-ERR-SALARY
                   END-IF
                   IF WS-COR-APT-NAME(WS-CORR-IDX) NOT = SPACES
                       MOVE WS-COR-APT-NAME(WS-CORR-IDX)
                           TO I-ERR-APT-NAME
                   END-IF
                   IF WS-COR-APT-SSN(WS-CORR-IDX) NOT = SPACES
                       MOVE WS-COR-APT-SSN(WS-CORR-IDX)
                           TO I-ERR-APT-SSN
                   END-IF
                   IF WS-COR-APT-REL(WS-CORR-IDX) NOT = SPACES
                       MOVE WS-COR-APT-REL(WS-CORR-IDX)
                           TO I-ERR-APT-REL
                   END-IF
                   MOVE WS-CORR-COUNT TO WS-CORR-IDX
               END-IF
               ADD 1 TO WS-CORR-IDX

      *       WHERE THE BOOKING STILL SITS THERE) FOLLOWED BY THE
      *       NAMED PARTICIPANTS STILL BOOKED ON THE ROSTER, SO THE
      *       GUIDE FINALLY KNOWS WHO BELONGS ON THE BUS.
      *       EACH PAX LINE CARRIES THE PARTICIPANT'S PART_SEQ AND A
      *       BLANK MARK COLUMN THE GUIDE FILLS IN ON THE DAY ('A'
      *       ATTENDED, 'N' NO-SHOW, 'L' LATE CANCEL); THE MARKED-UP
      *       MANIFEST COMES BACK IN THROUGH AT013A11.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - PART_SEQ AND AN ATTENDANCE MARK COLUMN ON
      *                    THE PAX LINE FOR AT013A11 TO LOAD BACK
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 O-MANF-PART-NAME    PIC X(20).
           05 FILLER              PIC X(01).
           05 O-MANF-PHONE        PIC X(12).
           05 FILLER              PIC X(01).
           05 O-MANF-PART-SEQ     PIC 9(02).
           05 FILLER              PIC X(01).
           05 O-MANF-ATTEND-MARK  PIC X(01).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-MANF            PIC 9(02).
      * THE BOOKING'S STILL-BOOKED PARTICIPANTS, IN SEQUENCE
           EXEC SQL
               DECLARE CURSOR_MANFP CURSOR FOR
                 SELECT PART_SEQ, PART_NAME, PHONE
                 FROM TOUR_PARTICIPANTS
                 WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
                   AND PART_STATUS = 'BOOKED'
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_MANFP INTO
                        :HV-TPT-PART-SEQ
                       ,:HV-TPT-PART-NAME
                       ,:HV-TPT-PHONE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   MOVE HV-SDIS-BOOKING-REF TO O-MANF-BOOKING-REF
                   MOVE HV-TPT-PART-NAME    TO O-MANF-PART-NAME
                   MOVE HV-TPT-PHONE        TO O-MANF-PHONE
                   MOVE HV-TPT-PART-SEQ     TO O-MANF-PART-SEQ
                   WRITE O-MANF-REC
                   ADD 1 TO WS-PART-COUNT
               END-IF

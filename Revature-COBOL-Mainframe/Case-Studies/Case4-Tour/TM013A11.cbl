      *       EXCEPTION FILE INSTEAD OF BOOKING.
      *   MOD LOG:
      *    2026-08-22 KC - INITIAL VERSION
      *    2026-10-15 KC - A NEW CUSTOMER STARTS WITH NOSHOW_FLAG 'N'
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               ,:HV-TCUS-PHONE
               ,' '
               ,'Y'
               ,'N'
               )
           END-EXEC
           EVALUATE TRUE

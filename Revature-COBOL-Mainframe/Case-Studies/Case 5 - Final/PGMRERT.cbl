      *   PROGRAM NAME: IN-FORCE RE-RATING SWEEP
      *   INPUT: JCL PARM (OPTIONAL 'APPLY'), TB_POLICY_DETAILS,
      *       TB_POLICY_HOLDER_DETAILS, TB_POLICY_RATES,
      *       TB_POLICY_TYPES, TB_RATE_BANDS
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(RERATE) AS: OUTRERT,
      *       TB_POLICY_DETAILS (PREMIUM_AMNT, 'APPLY' ONLY)
      *   DESCRIPTION: RECALCULATES EVERY ACTIVE POLICY'S PREMIUM
      *                    INSTALLMENT AT THE ELECTED CADENCE WITH THE
      *                    MODAL FACTOR AND ACTIVE RIDER PREMIUM, IN
      *                    STEP WITH THE ONLINE 3164 REPRICE
      *    2026-10-15 KC - PREMIUM NOW CARRIES THE TB_RATE_BANDS
      *                    AGE-BAND/SMOKER LOADING AT THE HOLDER'S
      *                    AGE AT POL_STRT_DATE, SAME AS THE ONLINE BIND
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-SUM-ASSURED-V  PIC 9(07)V.
               10 WS-NEW-PREMIUM-V  PIC 9(07)V.
               10 WS-DELTA-V        PIC S9(07).
               10 WS-BAND-FACTOR    PIC S9(1)V9(2) USAGE COMP-3.
      * THE SCHEDULE REPRICE MUST MATCH WHAT 3132A/3164 WOULD WRITE -
      * THE ELECTED CADENCE'S MONTHS AND MODAL FACTOR PLUS ANY ACTIVE
      * RIDER PREMIUM, SAME VALUES AS PGM'S WS-FREQ-TABLE
           EXEC SQL
               INCLUDE TBPOLRAT
           END-EXEC.
           EXEC SQL
               INCLUDE TBRATBND
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMSCH
           END-EXEC.
                   ,A.POL_TYPE
                   ,A.PREMIUM_AMNT
                   ,A.PAY_FREQ
                   ,A.POL_STRT_DATE
                   ,B.TENURE_YEARS
                   ,B.SUM_ASSURED
                   ,B.DOB
                   ,B.SMOKER_CLASS
                 FROM
                   TB_POLICY_DETAILS A
                   JOIN
                       ,:HV-POL-POL-TYPE
                       ,:HV-POL-PREMIUM-AMNT
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-POL-STRT-DATE
                       ,:HV-HOL-TENURE-YEARS
                       ,:HV-HOL-SUM-ASSURED
                       ,:HV-HOL-DOB
                       ,:HV-HOL-SMOKER-CLASS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
      ******************************************************************
      * 2100-RERATE-ONE-POLICY: SAME FORMULA AS THE BIND, UNDER THE    *
      * RATE IN FORCE TODAY - DATED ROW FIRST, TB_POLICY_TYPES AS THE  *
      * FALLBACK - LOADED BY THE HOLDER'S CURRENT AGE BAND. A POLICY   *
      * WHOSE PREMIUM DOES NOT MOVE STILL PRINTS SO THE SIGN-OFF       *
      * REPORT COVERS THE WHOLE IN-FORCE BOOK.                         *
      ******************************************************************
       2100-RERATE-ONE-POLICY.
           MOVE HV-POL-POL-TYPE TO HV-PRT-POL-TYPE
               MOVE '2100-RERATE-ONE-POLICY' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE
           PERFORM 2110-GET-BAND-FACTOR
           MOVE HV-HOL-TENURE-YEARS TO WS-TENURE-YEARS
           MOVE HV-HOL-SUM-ASSURED  TO WS-SUM-ASSURED-V
           COMPUTE WS-NEW-PREMIUM-V =
               ( WS-SUM-ASSURED-V / ( WS-TENURE-YEARS * 12 ) )
               * HV-PTY-RATE-FACTOR * WS-BAND-FACTOR
           COMPUTE WS-DELTA-V = WS-NEW-PREMIUM-V - HV-POL-PREMIUM-AMNT
           MOVE HV-POL-POL-ID       TO O-RERT-POL-ID
           MOVE HV-POL-POL-TYPE     TO O-RERT-POL-TYPE
           END-IF.
       2100-RERATE-ONE-POLICY-END. EXIT.

      ******************************************************************
      * 2110-GET-BAND-FACTOR: THE HOLDER'S AGE AT POL_STRT_DATE AND    *
      * SMOKER CLASS PICK THE TB_RATE_BANDS ROW IN FORCE TODAY - SAME  *
      * LOOKUP AS PGM'S H022, SO ONLY A NEW BAND ROW MOVES THE LOADING *
      * AND THE BOUND PREMIUM IS REPRODUCED. NO BAND ROW FOR THE TYPE  *
      * RATES AT 1.00.                                                 *
      ******************************************************************
       2110-GET-BAND-FACTOR.
           MOVE 1.00 TO WS-BAND-FACTOR
           MOVE HV-POL-POL-TYPE     TO HV-RBD-POL-TYPE
           MOVE HV-HOL-SMOKER-CLASS TO HV-RBD-SMOKER-CLASS
           EXEC SQL
               SELECT BAND_FACTOR INTO :HV-RBD-BAND-FACTOR
               FROM TB_RATE_BANDS
               WHERE POL_TYPE     = :HV-RBD-POL-TYPE
                 AND SMOKER_CLASS = :HV-RBD-SMOKER-CLASS
                 AND EFF_DATE    <= CURRENT DATE
                 AND YEAR(DATE(:HV-POL-POL-STRT-DATE)
                        - DATE(:HV-HOL-DOB))
                     BETWEEN AGE_FROM AND AGE_TO
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               MOVE HV-RBD-BAND-FACTOR TO WS-BAND-FACTOR
           WHEN SQLCODE = DB2-NOTFND
      * NO BAND IS NOT AN END-OF-CURSOR - KEEP THE SWEEP GOING
               MOVE ZERO TO SQLCODE
           WHEN OTHER
               MOVE '2110-GET-BAND-FACTOR' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       2110-GET-BAND-FACTOR-END. EXIT.

       2200-APPLY-NEW-PREMIUM.
           MOVE WS-NEW-PREMIUM-V TO HV-POL-PREMIUM-AMNT
           EXEC SQL

                       PERFORM   PARM-ABEND-RTN
                   END-IF
                   MOVE      WK-PRM-NUM   TO   WK-PRM-HIST-GENS
               WHEN "CARRY-FORWARD"
                   MOVE      FUNCTION UPPER-CASE(FUNCTION TRIM(
                             WK-PRM-VALUE))   TO   WK-PRM-VALUE
                   IF WK-PRM-VALUE NOT = "Y" AND WK-PRM-VALUE NOT = "N"
                       DISPLAY "CARRY-FORWARD MUST BE Y OR N: "
                               FUNCTION TRIM(WK-PRM-VALUE)
                       PERFORM   PARM-ABEND-RTN
                   END-IF
                   MOVE      WK-PRM-VALUE(1:1)   TO   WK-PRM-CARRY-FWD
               WHEN "MISSING-DAY-LIMIT"
                   PERFORM   PARM-NUMERIC-RTN
                   MOVE      WK-PRM-NUM   TO   WK-PRM-MISS-DAY-LIMIT
               WHEN "ROLLUP-ACTION"
                   MOVE      FUNCTION UPPER-CASE(FUNCTION TRIM(
                             WK-PRM-VALUE))   TO   WK-PRM-VALUE
                   IF WK-PRM-VALUE NOT = "KEEP"
                        AND WK-PRM-VALUE NOT = "SUPPRESS"
                        AND WK-PRM-VALUE NOT = "SUSPEND"
                       DISPLAY "ROLLUP-ACTION MUST BE KEEP, SUPPRESS "
                               "OR SUSPEND: "
                               FUNCTION TRIM(WK-PRM-VALUE)
                       PERFORM   PARM-ABEND-RTN
                   END-IF
                   MOVE      WK-PRM-VALUE   TO   WK-PRM-ROLLUP-ACTION
               WHEN "XSRC-BASIS"
                   MOVE      FUNCTION UPPER-CASE(FUNCTION TRIM(
                             WK-PRM-VALUE))   TO   WK-PRM-VALUE
                   IF WK-PRM-VALUE NOT = "HISTORY"
                        AND WK-PRM-VALUE NOT = "SUMMARY"
                       DISPLAY "XSRC-BASIS MUST BE HISTORY OR SUMMARY: "
                               FUNCTION TRIM(WK-PRM-VALUE)
                       PERFORM   PARM-ABEND-RTN
                   END-IF
                   MOVE      WK-PRM-VALUE   TO   WK-PRM-XSRC-BASIS
               WHEN "XSRC-TOLERANCE-PCT"
                   PERFORM   PARM-NUMERIC-RTN
                   IF WK-PRM-NUM > 999
                       DISPLAY "XSRC-TOLERANCE-PCT EXCEEDS 999"
                       PERFORM   PARM-ABEND-RTN
                   END-IF
                   MOVE      WK-PRM-NUM   TO   WK-PRM-XSRC-TOL-PCT
               WHEN "XSRC-TOLERANCE-ABS"
                   PERFORM   PARM-NUMERIC-RTN
                   MOVE      WK-PRM-NUM   TO   WK-PRM-XSRC-TOL-ABS
               WHEN "DISTRIBUTION-PREFIX"
                   MOVE      FUNCTION TRIM(WK-PRM-VALUE)   TO
                             WK-PRM-DIST-PREFIX
               WHEN "EXTRACT-REPLAY-ACTION"
                   MOVE      FUNCTION UPPER-CASE(FUNCTION TRIM(
                             WK-PRM-VALUE))   TO   WK-PRM-VALUE
                   IF WK-PRM-VALUE NOT = "REFUSE"
                        AND WK-PRM-VALUE NOT = "WARN"
                       DISPLAY "EXTRACT-REPLAY-ACTION MUST BE REFUSE "
                               "OR WARN: "
                               FUNCTION TRIM(WK-PRM-VALUE)
                       PERFORM   PARM-ABEND-RTN
                   END-IF
                   MOVE      WK-PRM-VALUE   TO   WK-PRM-REPLAY-ACTION
               WHEN OTHER
                   DISPLAY "UNKNOWN PARAMETER KEYWORD: "
                           FUNCTION TRIM(WK-PRM-KEYWORD)
           DISPLAY "REJECT-WARN-PCT     = " WK-PRM-REJ-WARN-PCT
           DISPLAY "REJECT-ABEND-PCT    = " WK-PRM-REJ-ABEND-PCT
           DISPLAY "HISTORY-GENERATIONS = " WK-PRM-HIST-GENS
           DISPLAY "CARRY-FORWARD       = " WK-PRM-CARRY-FWD
           DISPLAY "MISSING-DAY-LIMIT   = " WK-PRM-MISS-DAY-LIMIT
           DISPLAY "ROLLUP-ACTION       = " WK-PRM-ROLLUP-ACTION
           DISPLAY "XSRC-BASIS          = " WK-PRM-XSRC-BASIS
           DISPLAY "XSRC-TOLERANCE-PCT  = " WK-PRM-XSRC-TOL-PCT
           DISPLAY "XSRC-TOLERANCE-ABS  = " WK-PRM-XSRC-TOL-ABS
           DISPLAY "DISTRIBUTION-PREFIX = "
                   FUNCTION TRIM(WK-PRM-DIST-PREFIX)
           DISPLAY "EXTRACT-REPLAY-ACTION = " WK-PRM-REPLAY-ACTION
           DISPLAY "------------------------------------"
           .

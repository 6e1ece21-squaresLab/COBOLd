      *    SHARED EUCLID LOOP FOR GCD AND AUDITRPL.  CALLER LOADS
      *    WS-GCD-X AND WS-GCD-Y; THE GREATEST COMMON DIVISOR IS LEFT
      *    IN WS-GCD-X.
       GCD-OF-TWO-PARAGRAPH.
           PERFORM WITH TEST BEFORE UNTIL WS-GCD-Y = 0
               DIVIDE WS-GCD-X BY WS-GCD-Y
                   GIVING WS-GCD-QUOT REMAINDER WS-GCD-REM
               MOVE WS-GCD-Y TO WS-GCD-X
               MOVE WS-GCD-REM TO WS-GCD-Y
           END-PERFORM.

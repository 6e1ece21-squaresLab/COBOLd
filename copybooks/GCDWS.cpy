      *    SHARED EUCLID WORKING-STORAGE FOR GCD AND AUDITRPL
       01  WS-GCD-X PIC 9(18).
       01  WS-GCD-Y PIC 9(18).
       01  WS-GCD-REM PIC 9(18).
       01  WS-GCD-QUOT PIC 9(18).

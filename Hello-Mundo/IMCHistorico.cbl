           05 WS-LAST-HEIGHT-CM    PIC 9(3)V99.
           05 WS-LAST-BMI          PIC 9(3)V99.
           05 WS-LAST-CATEGORY     PIC X(17).
           05 WS-LAST-CLINIC-CODE  PIC X(4).

       01  WS-PREV-MEAS.
           05 WS-PREV-ID           PIC 9(6).
           05 WS-PREV-HEIGHT-CM    PIC 9(3)V99.
           05 WS-PREV-BMI          PIC 9(3)V99.
           05 WS-PREV-CATEGORY     PIC X(17).
           05 WS-PREV-CLINIC-CODE  PIC X(4).

       01  WS-REPORT-TITLE.
           05 FILLER               PIC X(22) VALUE SPACES.

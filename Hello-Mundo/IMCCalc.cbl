               05 WS-AUDIT-HEIGHT      PIC ZZ9,99.
               05 FILLER               PIC X(5)  VALUE ' IMC='.
               05 WS-AUDIT-BMI         PIC ZZ9,99.
               05 FILLER               PIC X(3)  VALUE ' P='.
               05 WS-AUDIT-PATIENT-ID  PIC 9(6).

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE WS-ENTERED-WEIGHT TO WS-AUDIT-WEIGHT.
           MOVE WS-ENTERED-HEIGHT TO WS-AUDIT-HEIGHT.
           MOVE bmi TO WS-AUDIT-BMI.
           MOVE WS-PATIENT-ID TO WS-AUDIT-PATIENT-ID.

           OPEN EXTEND BMI-AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"

               ASCENDING KEY IS WS-BD-EMP-ID
               INDEXED BY WS-BD-I.
                10 WS-BD-EMP-ID     PIC 9(5).
                10 WS-BD-LIGNE      PIC X(250).
        01 WS-IDX-BD           PIC 9(5)  VALUE 0.

        01 WS-NB-VIR           PIC 9(5)  VALUE 0.

                10 WS-CUM-COTIS     PIC 9(7)V9(2).
                10 WS-CUM-IMPOT     PIC 9(7)V9(2).
                10 WS-CUM-NET       PIC 9(7)V9(2).
                10 WS-CUM-NET-IMPOS PIC 9(7)V9(2).
                10 WS-CUM-NET-SOCIAL PIC 9(7)V9(2).
                10 WS-CUM-SMIC-REF  PIC 9(7)V9(2).
                10 WS-CUM-REDUC-GEN PIC S9(7)V9(2).
                10 WS-CUM-HS-EXO    PIC 9(7)V9(2).
        01 WS-NB-CUMULS        PIC 9(3)  VALUE 0.
        01 WS-IDX-CUM          PIC 9(3)  VALUE 0.
        01 WS-IDX-CUM2         PIC 9(3)  VALUE 0.
        01 WS-CUM-FUSIONNE     PIC X     VALUE 'N'.

        01 WS-TAB-HDATA.
            05 WS-HDL OCCURS 5000 TIMES PIC X(250).
        01 WS-NB-HDATA         PIC 9(5)  VALUE 0.
        01 WS-IDX-HDL          PIC 9(5)  VALUE 0.

                                   WS-CUM-IMPOT(WS-NB-CUMULS)
                               MOVE CUMUL-NET TO
                                   WS-CUM-NET(WS-NB-CUMULS)
                               IF CUMUL-NET-IMPOSABLE NUMERIC
                                   MOVE CUMUL-NET-IMPOSABLE TO
                                       WS-CUM-NET-IMPOS(WS-NB-CUMULS)
                                   MOVE CUMUL-NET-SOCIAL TO
                                       WS-CUM-NET-SOCIAL(WS-NB-CUMULS)
                               ELSE
                                   MOVE 0 TO
                                       WS-CUM-NET-IMPOS(WS-NB-CUMULS)
                                   MOVE 0 TO
                                       WS-CUM-NET-SOCIAL(WS-NB-CUMULS)
                               END-IF
                               IF CUMUL-SMIC-REF NUMERIC
                                   AND CUMUL-REDUCTION-GEN NUMERIC
                                   MOVE CUMUL-SMIC-REF TO
                                       WS-CUM-SMIC-REF(WS-NB-CUMULS)
                                   MOVE CUMUL-REDUCTION-GEN TO
                                       WS-CUM-REDUC-GEN(WS-NB-CUMULS)
                               ELSE
                                   MOVE 0 TO
                                       WS-CUM-SMIC-REF(WS-NB-CUMULS)
                                   MOVE 0 TO
                                       WS-CUM-REDUC-GEN(WS-NB-CUMULS)
                               END-IF
                               IF CUMUL-HS-EXONEREES NUMERIC
                                   MOVE CUMUL-HS-EXONEREES TO
                                       WS-CUM-HS-EXO(WS-NB-CUMULS)
                               ELSE
                                   MOVE 0 TO
                                       WS-CUM-HS-EXO(WS-NB-CUMULS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                               WS-CUM-IMPOT(WS-IDX-CUM2)
                           ADD WS-CUM-NET(WS-IDX-CUM) TO
                               WS-CUM-NET(WS-IDX-CUM2)
                           ADD WS-CUM-NET-IMPOS(WS-IDX-CUM) TO
                               WS-CUM-NET-IMPOS(WS-IDX-CUM2)
                           ADD WS-CUM-NET-SOCIAL(WS-IDX-CUM) TO
                               WS-CUM-NET-SOCIAL(WS-IDX-CUM2)
                           ADD WS-CUM-SMIC-REF(WS-IDX-CUM) TO
                               WS-CUM-SMIC-REF(WS-IDX-CUM2)
                           ADD WS-CUM-REDUC-GEN(WS-IDX-CUM) TO
                               WS-CUM-REDUC-GEN(WS-IDX-CUM2)
                           ADD WS-CUM-HS-EXO(WS-IDX-CUM) TO
                               WS-CUM-HS-EXO(WS-IDX-CUM2)
                           MOVE 0 TO WS-CUM-EMP-ID(WS-IDX-CUM)
                           MOVE 'O' TO WS-CUM-FUSIONNE
                       END-IF
                   MOVE WS-CUM-COTIS(WS-IDX-CUM) TO CUMUL-COTIS
                   MOVE WS-CUM-IMPOT(WS-IDX-CUM) TO CUMUL-IMPOT
                   MOVE WS-CUM-NET(WS-IDX-CUM) TO CUMUL-NET
                   MOVE WS-CUM-NET-IMPOS(WS-IDX-CUM) TO
                       CUMUL-NET-IMPOSABLE
                   MOVE WS-CUM-NET-SOCIAL(WS-IDX-CUM) TO
                       CUMUL-NET-SOCIAL
                   MOVE WS-CUM-SMIC-REF(WS-IDX-CUM) TO CUMUL-SMIC-REF
                   MOVE WS-CUM-REDUC-GEN(WS-IDX-CUM) TO
                       CUMUL-REDUCTION-GEN
                   MOVE WS-CUM-HS-EXO(WS-IDX-CUM) TO CUMUL-HS-EXONEREES
                   WRITE CUMUL-RECORD
               END-IF
           END-PERFORM

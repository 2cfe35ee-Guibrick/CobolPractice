      * height/weight (validated through BMIENGINE, the same rules
      * that rejected the record) or, for DEPT rejects, a corrected
      * department code (validated against DEPTREF.DAT), and marks
      * the record resolved. A code DeptReorg has retired is refused
      * as a correction, with the code that replaced it shown.
      * PLAU holds from ClinicTranApply (clinic measurements that
      * moved past the prior-reading tolerance) are worked the same
      * way as HTWT rejects: keeping the values as shown (0 = keep)
               10 WSS-WEIGHT-KG PIC 999.
               10 WSS-BIRTH-DATE PIC X(8).
               10 WSS-SEX PIC X.
               10 WSS-CLINIC-BATCH PIC 9(6).
       01 WS-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-UNRESOLVED-COUNT PIC 9(4) VALUE 0.

           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WSD-DEPT-CODE PIC X(4).
               10 WSD-DEPT-NAME PIC X(30).
               10 WSD-DEPT-STATUS PIC X.
               10 WSD-SUCCESSOR-CODE PIC X(4).
       01 WS-DEPT-REF-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-FOUND-FLAG PIC X.
           88 DEPT-CODE-FOUND VALUE "Y".
       01 WS-DEPT-RETIRED-FLAG PIC X.
           88 DEPT-CODE-RETIRED VALUE "Y".
       01 WS-DEPT-SUCCESSOR PIC X(4).

       01 WS-INPUT-DEPT PIC X(4).

                                   WSD-DEPT-CODE (WS-DEPT-REF-COUNT)
                               MOVE DEPT-NAME TO
                                   WSD-DEPT-NAME (WS-DEPT-REF-COUNT)
                               MOVE DEPT-STATUS TO
                                   WSD-DEPT-STATUS (WS-DEPT-REF-COUNT)
                               MOVE DEPT-SUCCESSOR-CODE TO
                                   WSD-SUCCESSOR-CODE
                                       (WS-DEPT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               MOVE "N" TO WS-DEPT-FOUND-FLAG
               MOVE "N" TO WS-DEPT-RETIRED-FLAG
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
                   IF WSD-DEPT-CODE (WS-DEPT-IDX) = WS-INPUT-DEPT
                       MOVE "Y" TO WS-DEPT-FOUND-FLAG
                       IF WSD-DEPT-STATUS (WS-DEPT-IDX) = "R"
                           MOVE "Y" TO WS-DEPT-RETIRED-FLAG
                           MOVE WSD-SUCCESSOR-CODE (WS-DEPT-IDX)
                               TO WS-DEPT-SUCCESSOR
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DEPT-REF-COUNT > 0 AND NOT DEPT-CODE-FOUND
                       DISPLAY "Code " WS-INPUT-DEPT " is not on "
                           "DEPTREF.DAT - record left unresolved."
                   WHEN DEPT-CODE-RETIRED
                       DISPLAY "Code " WS-INPUT-DEPT " is retired "
                           "- now " WS-DEPT-SUCCESSOR
                           ". Record left unresolved."
                   WHEN OTHER
                       MOVE WS-INPUT-DEPT
                           TO WSS-DEPT-CODE (WS-FOUND-IDX)
                       MOVE "R" TO WSS-STATUS (WS-FOUND-IDX)
                       MOVE "Y" TO WS-CHANGED-FLAG
                       DISPLAY "Resolved " WS-SEARCH-ID " - dept "
                           WS-INPUT-DEPT
                       DISPLAY "The next nightly run will absorb "
                           "the correction."
               END-EVALUATE
           END-IF.

       0330-REWORK-HEIGHT-WEIGHT.

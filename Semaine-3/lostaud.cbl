       77  WS-INVALID-COUNT        PIC 9(05)  VALUE 0.
       77  WS-OVERFLOW-COUNT       PIC 9(05)  VALUE 0.
       77  WS-MISMATCH-COUNT       PIC 9(05)  VALUE 0.
       77  WS-ENTITLEMENT-COUNT    PIC 9(05)  VALUE 0.
       77  WS-QUOTA-COUNT          PIC 9(05)  VALUE 0.
       77  WS-EXCEPTION-COUNT      PIC 9(05)  VALUE 0.
       77  WS-TERMS-TOTAL          PIC 9(07)  VALUE 0.
      *    Executions cumulees par date : le journal est alimente
                           ADD 1 TO WS-OVERFLOW-COUNT
                       WHEN AUD-STATUS-RECONCILE-FAIL
                           ADD 1 TO WS-MISMATCH-COUNT
                       WHEN AUD-STATUS-ENTITLEMENT
                           ADD 1 TO WS-ENTITLEMENT-COUNT
                       WHEN AUD-STATUS-QUOTA
                           ADD 1 TO WS-QUOTA-COUNT
                   END-EVALUATE
                   PERFORM TALLY-DAY-PARA
           END-READ.
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "E - Hors droits demandeur : " DELIMITED BY SIZE
                  WS-ENTITLEMENT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Q - Quota mensuel depasse : " DELIMITED BY SIZE
                  WS-QUOTA-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Total executions          : " DELIMITED BY SIZE

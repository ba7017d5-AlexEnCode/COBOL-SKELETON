       01  WS-TOTALS.
           05 WS-TOTAL-COUNT      PIC 9(5) VALUE 0.
           05 WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
           05 WS-DENIED-COUNT     PIC 9(5) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-FILENAME   PIC X(20) VALUE "audit.log".

       PROCESS-AUDIT-LINE.
           MOVE WS-AUD-LINE(1:8) TO WS-AUD-DATE.
           EVALUATE TRUE
               WHEN WS-AUD-DATE IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-AUD-LINE(38:12) = "ACCES REFUSE"
                   ADD 1 TO WS-DENIED-COUNT
               WHEN OTHER
                   MOVE WS-AUD-LINE(17:8) TO WS-AUD-APP
                   MOVE WS-AUD-LINE(26:8) TO WS-AUD-AUTHOR
                   MOVE WS-AUD-LINE(35:2) TO WS-AUD-CHOICE
                   ADD 1 TO WS-TOTAL-COUNT
                   PERFORM COUNT-APPLICATION
                   PERFORM COUNT-AUTHOR
                   PERFORM COUNT-CHOICE
                   PERFORM COUNT-DAY
                   MOVE WS-AUD-DATE(1:6) TO WS-MOIS-CUR
                   MOVE 1 TO WS-MOIS-ADD
                   PERFORM COUNT-MONTH
           END-EVALUATE.

       READ-MONTHLY-ROLLUP.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ROLLUP-FILENAME
               MOVE WS-RPT-LINE TO USAGE-RECORD
               WRITE USAGE-RECORD
           END-IF.
           IF WS-DENIED-COUNT > 0
               MOVE WS-DENIED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "TENTATIVES REFUSEES (ACCES): "
                          DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO USAGE-RECORD
               WRITE USAGE-RECORD
           END-IF.
           MOVE SPACES TO USAGE-RECORD
           WRITE USAGE-RECORD.
           MOVE "GENERATIONS PAR APPLICATION" TO USAGE-RECORD

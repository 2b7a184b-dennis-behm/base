           05 PSC-COUNT-REQUEUED            PIC 9(6).
           05 PSC-COUNT-RETURNED            PIC 9(6).
           05 PSC-COUNT-REVERSALS           PIC 9(6).
           05 PSC-COUNT-TRANSFERS           PIC 9(6).
           05 PSC-COUNT-HELD                PIC 9(6).
           05 PSC-COUNT-APPROVED            PIC 9(6).
      *> 'Y' when the partition processed its work; 'N' when its
      *> input controls failed or it aborted - a half-processed day
      *> must never be published as if it were whole.
       77 WS-COUNT-REQUEUED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-RETURNED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-REVERSALS               PIC 9(6)  VALUE 0.
       77 WS-COUNT-TRANSFERS               PIC 9(6)  VALUE 0.
       77 WS-COUNT-HELD                    PIC 9(6)  VALUE 0.
       77 WS-COUNT-APPROVED                PIC 9(6)  VALUE 0.

       *> Merged status breakdown, tallied the same way BAB1 builds
       *> its own table.
       01 WS-STATUS-TABLE.
           05 WS-STATUS-ENTRY OCCURS 15 TIMES.
               10 WS-STATUS-VALUE           PIC X(10) VALUE SPACES.
               10 WS-STATUS-COUNT           PIC 9(6)  VALUE 0.
       77 WS-STATUS-ENTRIES-USED           PIC 9(2)  VALUE 0.
           ADD PSC-COUNT-REPRESENTED TO WS-COUNT-REPRESENTED
           ADD PSC-COUNT-REQUEUED TO WS-COUNT-REQUEUED
           ADD PSC-COUNT-RETURNED TO WS-COUNT-RETURNED
           ADD PSC-COUNT-REVERSALS TO WS-COUNT-REVERSALS
           ADD PSC-COUNT-TRANSFERS TO WS-COUNT-TRANSFERS
           ADD PSC-COUNT-HELD TO WS-COUNT-HELD
           ADD PSC-COUNT-APPROVED TO WS-COUNT-APPROVED.

       MERGE-STATUS-RECORD.

               UNTIL WS-STAT-IDX > WS-STATUS-ENTRIES-USED
                   OR WS-STATUS-FOUND
           IF NOT WS-STATUS-FOUND
               IF WS-STATUS-ENTRIES-USED < 15
                   ADD 1 TO WS-STATUS-ENTRIES-USED
                   MOVE PSS-STATUS-VALUE
                       TO WS-STATUS-VALUE (WS-STATUS-ENTRIES-USED)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSFERS POSTED AS PAIRS: " WS-COUNT-TRANSFERS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD FOR APPROVAL: " WS-COUNT-HELD
               "  APPROVED RELEASED: " WS-COUNT-APPROVED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BY SOURCE SYSTEM:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE

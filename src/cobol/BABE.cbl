       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO ACCTJRN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABERPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO BABESRT.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Account master journal as appended by BAM0, BAB8, BABD and
       *> BABF - on a partitioned day, every partition's journal
       *> concatenated. Read into the ACCTJRN layout below.
       FD  JOURNAL-FILE.
       01  JOURNAL-IN-RECORD                PIC X(154).

       *> Recovery proof report - one line per account rebuilt, plus
       *> every journal entry that could not be applied.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       *> The journal in account order, each account's changes in the
       *> order they were made - timestamp first, then the order they
       *> were read in for changes stamped in the same hundredth.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT-NUMBER            PIC X(10).
           05 FILLER                        PIC X(66).
           05 SRT-TIMESTAMP                 PIC X(16).
           05 FILLER                        PIC X(62).

       *> The restored account master backup being brought forward.
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       WORKING-STORAGE SECTION.

       *> Journal entry in hand, read from the journal and returned
       *> from the sort through the same layout.
       COPY ACCTJRN.

       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.

       *> No recovery point, or no backup to apply it to - nothing is
       *> touched and the step ends RC=16.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.

       77 WS-JRN-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-JRN-END-OF-FILE           VALUE 'Y'.
       77 WS-SRT-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-SRT-END-OF-FILE           VALUE 'Y'.

       *> Replay window - entries stamped after FROM (the point the
       *> backup was taken) up to and including TO (the point the
       *> master is to be brought forward to, default the end of the
       *> journal).
       77 WS-FROM-TIMESTAMP                PIC X(16) VALUE SPACES.
       77 WS-TO-TIMESTAMP                  PIC X(16) VALUE ALL '9'.

       77 WS-PARM-PIECE-1                  PIC X(40) VALUE SPACES.
       77 WS-PARM-PIECE-2                  PIC X(40) VALUE SPACES.
       77 WS-PARM-KEYWORD                  PIC X(40) VALUE SPACES.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> The account being rebuilt - its balance on the backup, the
       *> journal movement applied to it, and whether every entry's
       *> before balance met the balance the one ahead of it left.
       77 WS-CURRENT-ACCOUNT               PIC X(10) VALUE SPACES.
       77 WS-ACCOUNT-HELD-SWITCH           PIC X(1)  VALUE 'N'.
           88 WS-ACCOUNT-HELD              VALUE 'Y'.
       77 WS-ON-BACKUP-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-ACCOUNT-ON-BACKUP         VALUE 'Y'.
       77 WS-BACKUP-BALANCE                PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-ACCOUNT-NET                   PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-ACCOUNT-ENTRIES               PIC 9(5)  VALUE 0.
       77 WS-ACCOUNT-BREAKS                PIC 9(5)  VALUE 0.
       77 WS-EXPECTED-BALANCE              PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-PROOF-TEXT                    PIC X(11) VALUE SPACES.
       77 WS-EXCEPTION-TEXT                PIC X(20) VALUE SPACES.

       *> Recovery counters and totals for the summary block.
       77 WS-COUNT-READ                    PIC 9(8)  VALUE 0.
       77 WS-COUNT-BEFORE-WINDOW           PIC 9(8)  VALUE 0.
       77 WS-COUNT-AFTER-WINDOW            PIC 9(8)  VALUE 0.
       77 WS-COUNT-APPLIED                 PIC 9(8)  VALUE 0.
       77 WS-COUNT-NOT-APPLIED             PIC 9(8)  VALUE 0.
       77 WS-COUNT-ACCOUNTS                PIC 9(8)  VALUE 0.
       77 WS-COUNT-PROVED                  PIC 9(8)  VALUE 0.
       77 WS-COUNT-BROKEN                  PIC 9(8)  VALUE 0.
       77 WS-COUNT-EXCEPTIONS              PIC 9(8)  VALUE 0.
       77 WS-TOT-BACKUP                    PIC S9(13)V99 COMP-3
                                           VALUE 0.
       77 WS-TOT-NET                       PIC S9(13)V99 COMP-3
                                           VALUE 0.
       77 WS-TOT-REBUILT                   PIC S9(13)V99 COMP-3
                                           VALUE 0.

       *> Print masks for the proof lines.
       77 WS-BACKUP-DISPLAY                PIC -(11)9.99.
       77 WS-NET-DISPLAY                   PIC -(11)9.99.
       77 WS-REBUILT-DISPLAY               PIC -(11)9.99.
       77 WS-TOTAL-DISPLAY                 PIC -(13)9.99.

       01 WS-REPORT-LINE                   PIC X(80).

       LINKAGE SECTION.

       *> JCL PARM - FROM=yyyymmddhhmmsscc, the moment the restored
       *> backup was taken (required), and optionally
       *> TO=yyyymmddhhmmsscc, the point to recover to.
       01 BABE-PARM.
           05 PARM-LENGTH                   PIC S9(4) COMP.
           05 PARM-TEXT                     PIC X(80).

       PROCEDURE DIVISION USING BABE-PARM.

       MAIN-PROCESS.

           PERFORM PROCESS-PARM
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-RUN-ABORTED
               PERFORM OPEN-ACCOUNT-FILE
           END-IF
           IF NOT WS-RUN-ABORTED
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT-NUMBER SRT-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS RELEASE-JOURNAL-WINDOW
                   OUTPUT PROCEDURE IS APPLY-SORTED-JOURNAL
               CLOSE ACCOUNT-FILE
           END-IF
           PERFORM PRODUCE-RECOVERY-SUMMARY
           CLOSE REPORT-FILE
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       PROCESS-PARM.

           PERFORM GET-CURRENT-TIMESTAMP
           IF PARM-LENGTH > 0
               UNSTRING PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-PIECE-1 WS-PARM-PIECE-2
               MOVE WS-PARM-PIECE-1 TO WS-PARM-KEYWORD
               PERFORM APPLY-PARM-KEYWORD
               MOVE WS-PARM-PIECE-2 TO WS-PARM-KEYWORD
               PERFORM APPLY-PARM-KEYWORD
           END-IF
      *> Without the backup's own point in time there is no telling
      *> which journal entries the backup already holds - replaying
      *> one twice would double it.
           IF WS-FROM-TIMESTAMP IS NOT NUMERIC
               DISPLAY "PARM FROM=yyyymmddhhmmsscc is required - "
                   "ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-TO-TIMESTAMP IS NOT NUMERIC
               OR WS-TO-TIMESTAMP < WS-FROM-TIMESTAMP
               DISPLAY "PARM TO= is not a timestamp after FROM= - "
                   "ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       APPLY-PARM-KEYWORD.

           IF WS-PARM-KEYWORD (1:5) = 'FROM='
               MOVE WS-PARM-KEYWORD (6:16) TO WS-FROM-TIMESTAMP
           END-IF
           IF WS-PARM-KEYWORD (1:3) = 'TO='
               MOVE WS-PARM-KEYWORD (4:16) TO WS-TO-TIMESTAMP
           END-IF.

       OPEN-ACCOUNT-FILE.

           OPEN I-O ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "Error opening restored account master, "
                   "status: " WS-ACCOUNT-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       SET-JOB-RETURN-CODE.

      *> Any entry left unapplied or any broken chain means the
      *> rebuilt master is not the one that was lost - somebody
      *> reads the report before it goes back into service.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-EXCEPTIONS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.

      *> ------------------------------------------------------------
      *> Sort input - the journal entries inside the replay window.
      *> ------------------------------------------------------------
       RELEASE-JOURNAL-WINDOW.

           OPEN INPUT JOURNAL-FILE
           PERFORM READ-JOURNAL-RECORD
           PERFORM RELEASE-ONE-JOURNAL UNTIL WS-JRN-END-OF-FILE
           CLOSE JOURNAL-FILE.

       READ-JOURNAL-RECORD.

           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                   SET WS-JRN-END-OF-FILE TO TRUE
           END-READ.

       RELEASE-ONE-JOURNAL.

           ADD 1 TO WS-COUNT-READ
           EVALUATE TRUE
               WHEN JRN-TIMESTAMP NOT > WS-FROM-TIMESTAMP
                   ADD 1 TO WS-COUNT-BEFORE-WINDOW
               WHEN JRN-TIMESTAMP > WS-TO-TIMESTAMP
                   ADD 1 TO WS-COUNT-AFTER-WINDOW
               WHEN OTHER
                   RELEASE SORT-RECORD FROM JOURNAL-RECORD
           END-EVALUATE
           PERFORM READ-JOURNAL-RECORD.

      *> ------------------------------------------------------------
      *> Sort output - replay each account's changes in order,
      *> proving each entry's before balance against the balance
      *> the backup (or the entry ahead of it) left.
      *> ------------------------------------------------------------
       APPLY-SORTED-JOURNAL.

           PERFORM RETURN-SORT-RECORD
           PERFORM APPLY-ONE-ENTRY UNTIL WS-SRT-END-OF-FILE
           IF WS-ACCOUNT-HELD
               PERFORM FINISH-ACCOUNT
           END-IF.

       RETURN-SORT-RECORD.

           RETURN SORT-FILE INTO JOURNAL-RECORD
               AT END
                   SET WS-SRT-END-OF-FILE TO TRUE
           END-RETURN.

       APPLY-ONE-ENTRY.

           IF NOT WS-ACCOUNT-HELD
               OR JRN-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               IF WS-ACCOUNT-HELD
                   PERFORM FINISH-ACCOUNT
               END-IF
               PERFORM START-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-ACCOUNT-ON-BACKUP AND JRN-ACTION-OPEN
                   MOVE "OPEN BUT ON BACKUP" TO WS-EXCEPTION-TEXT
                   PERFORM REPORT-UNAPPLIED-ENTRY
               WHEN WS-ACCOUNT-ON-BACKUP
                   PERFORM REPLAY-ONTO-ACCOUNT
               WHEN JRN-ACTION-OPEN
                   PERFORM REPLAY-ACCOUNT-OPEN
               WHEN OTHER
                   MOVE "NOT ON BACKUP" TO WS-EXCEPTION-TEXT
                   PERFORM REPORT-UNAPPLIED-ENTRY
           END-EVALUATE
           PERFORM RETURN-SORT-RECORD.

       START-ACCOUNT.

           MOVE JRN-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
           SET WS-ACCOUNT-HELD TO TRUE
           MOVE 'N' TO WS-ON-BACKUP-SWITCH
           MOVE 0 TO WS-BACKUP-BALANCE
           MOVE 0 TO WS-ACCOUNT-NET
           MOVE 0 TO WS-ACCOUNT-ENTRIES
           MOVE 0 TO WS-ACCOUNT-BREAKS
           ADD 1 TO WS-COUNT-ACCOUNTS
           MOVE JRN-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ACCOUNT-OK
                   SET WS-ACCOUNT-ON-BACKUP TO TRUE
                   MOVE ACT-CURRENT-BALANCE TO WS-BACKUP-BALANCE
               WHEN WS-ACCOUNT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
      *> An unreadable record is treated as missing - every entry
      *> for it lands on the report unapplied.
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "READ ERROR " WS-ACCOUNT-FILE-STATUS
                       " ON " JRN-ACCOUNT-NUMBER
                       " - ACCOUNT NOT REBUILT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE
           MOVE WS-BACKUP-BALANCE TO WS-EXPECTED-BALANCE.

       REPLAY-ONTO-ACCOUNT.

      *> The entry's after-image is what the live master held once
      *> the change was made, so it is put back whole even across a
      *> break - the break itself is what the report calls out.
           IF JRN-BEFORE-BALANCE NOT = WS-EXPECTED-BALANCE
               ADD 1 TO WS-ACCOUNT-BREAKS
               MOVE WS-EXPECTED-BALANCE TO WS-BACKUP-DISPLAY
               MOVE JRN-BEFORE-BALANCE TO WS-NET-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CHAIN BREAK " JRN-ACCOUNT-NUMBER
                   " " JRN-TRANSACTION-ID
                   " HAD " WS-BACKUP-DISPLAY
                   " JRN " WS-NET-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM MOVE-AFTER-IMAGE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-OK
               PERFORM COUNT-APPLIED-ENTRY
           ELSE
               MOVE "REWRITE FAILED" TO WS-EXCEPTION-TEXT
               PERFORM REPORT-UNAPPLIED-ENTRY
           END-IF.

       REPLAY-ACCOUNT-OPEN.

           MOVE SPACES TO ACCOUNT-RECORD
           MOVE JRN-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
           PERFORM MOVE-AFTER-IMAGE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-ACCOUNT-OK
               SET WS-ACCOUNT-ON-BACKUP TO TRUE
               PERFORM COUNT-APPLIED-ENTRY
           ELSE
               MOVE "WRITE FAILED" TO WS-EXCEPTION-TEXT
               PERFORM REPORT-UNAPPLIED-ENTRY
           END-IF.

       MOVE-AFTER-IMAGE.

           MOVE JRN-AFTER-BALANCE TO ACT-CURRENT-BALANCE
           MOVE JRN-AFTER-STATUS TO ACT-ACCOUNT-STATUS
           MOVE JRN-AFTER-LIMIT TO ACT-OVERDRAFT-LIMIT
           MOVE JRN-AFTER-ACTIVITY-TIMESTAMP
               TO ACT-LAST-UPDATE-TIMESTAMP
           MOVE JRN-AFTER-CURRENCY-CODE TO ACT-CURRENCY-CODE
      *> A line journaled before holds existed carries no held
      *> amount - the account had none.
           IF JRN-AFTER-HELD-AMOUNT IS NUMERIC
               MOVE JRN-AFTER-HELD-AMOUNT TO ACT-HELD-AMOUNT
           ELSE
               MOVE 0 TO ACT-HELD-AMOUNT
           END-IF.

       COUNT-APPLIED-ENTRY.

           ADD 1 TO WS-COUNT-APPLIED
           ADD 1 TO WS-ACCOUNT-ENTRIES
           ADD JRN-AMOUNT TO WS-ACCOUNT-NET
           MOVE JRN-AFTER-BALANCE TO WS-EXPECTED-BALANCE.

       REPORT-UNAPPLIED-ENTRY.

           ADD 1 TO WS-COUNT-NOT-APPLIED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOT APPLIED " JRN-ACCOUNT-NUMBER
               " " JRN-TRANSACTION-ID " " JRN-ACTION
               " " JRN-TIMESTAMP " " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       FINISH-ACCOUNT.

      *> Proved when the backup balance plus every applied movement
      *> comes to the balance now on the master and no entry broke
      *> the chain on the way.
           IF WS-ACCOUNT-ON-BACKUP
               IF WS-ACCOUNT-BREAKS = 0
                   AND WS-BACKUP-BALANCE + WS-ACCOUNT-NET
                       = WS-EXPECTED-BALANCE
                   ADD 1 TO WS-COUNT-PROVED
                   MOVE "PROVED" TO WS-PROOF-TEXT
               ELSE
                   ADD 1 TO WS-COUNT-BROKEN
                   MOVE "NOT PROVED" TO WS-PROOF-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-BROKEN
               MOVE "NOT REBUILT" TO WS-PROOF-TEXT
           END-IF
           ADD WS-BACKUP-BALANCE TO WS-TOT-BACKUP
           ADD WS-ACCOUNT-NET TO WS-TOT-NET
           ADD WS-EXPECTED-BALANCE TO WS-TOT-REBUILT
           MOVE WS-BACKUP-BALANCE TO WS-BACKUP-DISPLAY
           MOVE WS-ACCOUNT-NET TO WS-NET-DISPLAY
           MOVE WS-EXPECTED-BALANCE TO WS-REBUILT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CURRENT-ACCOUNT " " WS-BACKUP-DISPLAY
               " " WS-NET-DISPLAY " " WS-REBUILT-DISPLAY
               " " WS-ACCOUNT-ENTRIES " " WS-PROOF-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-ACCOUNT-HELD-SWITCH.

       WRITE-EXCEPTION-LINE.

           ADD 1 TO WS-COUNT-EXCEPTIONS
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABE ACCOUNT MASTER FORWARD RECOVERY - PROOF REPORT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  BACKUP AT: " WS-FROM-TIMESTAMP
               "  TO: " WS-TO-TIMESTAMP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNT     BACKUP BALANCE     JOURNAL NET"
               " REBUILT BALANCE ENTRY RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-RECOVERY-SUMMARY.

           IF WS-RUN-ABORTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUN ABORTED - NOTHING APPLIED, CHECK THE PARM "
                   "AND THE RESTORED MASTER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "JOURNAL ENTRIES READ: " WS-COUNT-READ
               "  ALREADY ON BACKUP: " WS-COUNT-BEFORE-WINDOW
               "  AFTER TO: " WS-COUNT-AFTER-WINDOW
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTRIES APPLIED: " WS-COUNT-APPLIED
               "  NOT APPLIED: " WS-COUNT-NOT-APPLIED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS REBUILT: " WS-COUNT-ACCOUNTS
               "  PROVED: " WS-COUNT-PROVED
               "  NOT PROVED: " WS-COUNT-BROKEN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOT-BACKUP TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL BACKUP BALANCE:  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOT-NET TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL JOURNAL NET:     " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOT-REBUILT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL REBUILT BALANCE: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

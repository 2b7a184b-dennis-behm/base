      *> Account master journal record - one per change made to an
      *> ACCTMST row, appended DISP=MOD by whichever module made it:
      *> BAM0 for every posting (whether BAB1 or the BABB charge
      *> cycle drove it), BAB8 for maintenance, BABD for the dormancy
      *> scan, BABF for hold changes. Before and after balance prove
      *> the chain account by account; the after-image fields
      *> (status, overdraft limit, activity timestamp, currency, held
      *> amount) are what BABE, the forward-recovery utility, puts
      *> back on a restored backup. Amounts are in the account's own
      *> currency.
       01 JOURNAL-RECORD.
           05 JRN-ACCOUNT-NUMBER            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-BEFORE-BALANCE            PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AFTER-BALANCE             PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AMOUNT                    PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
      *> The program that drove the change - BAB1, BABB, BAB8, BABD,
      *> BABF.
           05 JRN-PROGRAM                   PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
      *> The posting's transaction ID; the change ticket for BAB8
      *> maintenance and BABF hold requests; DORMSCAN for the dormancy
      *> scan; HOLDEXPIRY for holds BABF lets lapse.
           05 JRN-TRANSACTION-ID            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-TIMESTAMP.
               10 JRN-DATE                  PIC 9(8).
               10 JRN-TIME                  PIC 9(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
      *> POST for a balance posting, otherwise the BAB8 action (OPEN,
      *> CLOSE, ADJUST, SETLIMIT, REACTIVA), DORMANT, or the BABF
      *> hold action (PLACE, AMEND, RELEASE, EXPIRE).
           05 JRN-ACTION                    PIC X(8).
               88 JRN-ACTION-OPEN           VALUE 'OPEN'.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AFTER-STATUS              PIC X(1).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AFTER-LIMIT               PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AFTER-ACTIVITY-TIMESTAMP  PIC X(16).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AFTER-CURRENCY-CODE       PIC X(3).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 JRN-AFTER-HELD-AMOUNT         PIC S9(11)V99
                                            SIGN LEADING SEPARATE.

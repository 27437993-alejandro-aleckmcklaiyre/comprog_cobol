           05  Memb-Status           PIC X.
           05  Memb-ItemLimit        PIC 9(2).
           05  Memb-Branch           PIC X(3).
           05  Memb-Class            PIC X.
           05  Memb-CollStatus       PIC X.
           05  Memb-ReferredDate     PIC X(10).
           05  Memb-ReferredAmount   PIC 9(7)V99.
           05  Memb-MergedInto       PIC 9(5).

       FD  FinesFile.
       01  FinesRecord.
           05  Pay-Amount            PIC 9(7)V99.
           05  Pay-ReasonCode        PIC X(3).
           05  Pay-Operator          PIC X(10).
           05  Pay-Commission        PIC 9(7)V99.

       FD  ReturnedBooksHistory.
       01  HistoryRecord.
           05  WS-TrailerHash    PIC 9(11)V99.

       01  WS-ReloadChoice       PIC 9 VALUE 0.
       01  WS-ConvertMode        PIC X VALUE 'N'.
       01  WS-ConvertCount       PIC 9(9).
       01  WS-BackupDate         PIC X(10).

       01  WS-ProblemCount       PIC 9(3).
               DISPLAY '1. Unload all files to dated backups'
               DISPLAY '2. Reload a file from a backup'
               DISPLAY '3. Verify all files end to end'
               DISPLAY '4. Convert an old-layout backup to the current'
                   ' layout'
               DISPLAY '5. Exit'
               DISPLAY '=============================='
               DISPLAY 'Enter your choice: '
               ACCEPT WS-Choice
                   WHEN 3
                       PERFORM VERIFY-ALL-FILES
                   WHEN 4
                       PERFORM CONVERT-OLD-BACKUP
                   WHEN 5
                       MOVE 'N' TO WS-Continue
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
                               MOVE '10' TO BackupStatus
                           ELSE
                               MOVE BackupRecord TO MemberRecord
                               IF WS-ConvertMode = 'Y'
                                   PERFORM CONVERT-MEMBER-RECORD
                               END-IF
                               WRITE MemberRecord
                                   INVALID KEY
                                       ADD 1 TO WS-RejectCount
                               MOVE '10' TO BackupStatus
                           ELSE
                               MOVE BackupRecord TO PaymentRecord
                               IF WS-ConvertMode = 'Y'
                                   PERFORM CONVERT-PAYMENT-RECORD
                               END-IF
                               WRITE PaymentRecord
                                   INVALID KEY
                                       ADD 1 TO WS-RejectCount
               PERFORM PROVE-RELOAD-TOTALS
           END-IF.

       CONVERT-OLD-BACKUP.
           DISPLAY 'Backups taken before the current record layouts '
               'can be converted:'
           DISPLAY '1. borrowers.dat'
           DISPLAY '2. payments_ledger.dat'
           DISPLAY 'Enter file number: '
           ACCEPT WS-ReloadChoice
           IF WS-ReloadChoice < 1 OR WS-ReloadChoice > 2
               DISPLAY 'Invalid file number.'
           ELSE
               DISPLAY 'Enter backup date (YYYY-MM-DD): '
               ACCEPT WS-BackupDate
               MOVE SPACES TO WS-DateSuffix
               STRING WS-BackupDate(1:4) WS-BackupDate(6:2)
                   WS-BackupDate(9:2) DELIMITED BY SIZE
                   INTO WS-DateSuffix
               MOVE 'Y' TO WS-ConvertMode
               MOVE 0 TO WS-ConvertCount
               EVALUATE WS-ReloadChoice
                   WHEN 1
                       PERFORM RELOAD-BORROWERS
                   WHEN 2
                       PERFORM RELOAD-PAYMENTS
               END-EVALUATE
               MOVE 'N' TO WS-ConvertMode
               DISPLAY 'Record(s) given current-layout defaults: '
                   WS-ConvertCount
           END-IF.

       CONVERT-MEMBER-RECORD.
           IF Memb-ReferredAmount NOT NUMERIC
              OR Memb-MergedInto NOT NUMERIC
               ADD 1 TO WS-ConvertCount
           END-IF
           IF Memb-ReferredAmount NOT NUMERIC
               MOVE SPACES TO Memb-CollStatus
               MOVE SPACES TO Memb-ReferredDate
               MOVE 0 TO Memb-ReferredAmount
           END-IF
           IF Memb-MergedInto NOT NUMERIC
               MOVE 0 TO Memb-MergedInto
           END-IF.

       CONVERT-PAYMENT-RECORD.
           IF Pay-Commission NOT NUMERIC
               ADD 1 TO WS-ConvertCount
               MOVE 0 TO Pay-Commission
           END-IF.

       PROVE-RELOAD-TOTALS.
           IF WS-RejectCount > 0
               DISPLAY 'Warning: ' WS-RejectCount ' record(s) '

               RECORD KEY IS Pay-ReceiptNumber
               FILE STATUS IS PayFileStatus.

           SELECT DrawerCloseFile ASSIGN TO 'drawer_close.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CloseDate
               FILE STATUS IS DCFileStatus.

           SELECT ReportFile ASSIGN TO 'cash_close_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           05  Pay-Amount            PIC 9(7)V99.
           05  Pay-ReasonCode        PIC X(3).
           05  Pay-Operator          PIC X(10).
           05  Pay-Commission        PIC 9(7)V99.

       FD  DrawerCloseFile.
       01  DrawerCloseRecord.
           05  DC-CloseDate          PIC X(10).
           05  DC-PayCount           PIC 9(5).
           05  DC-PayTotal           PIC 9(9)V99.
           05  DC-WvrCount           PIC 9(5).
           05  DC-WvrTotal           PIC 9(9)V99.
           05  DC-ClosedOn           PIC X(10).

       FD  ReportFile.
       01  PrintLine                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  PayFileStatus        PIC X(2).
       01  DCFileStatus         PIC X(2).
       01  ReportFileStatus     PIC X(2).

       01  WS-TodayDate.
       01  WS-WaiverCount        PIC 9(5) VALUE 0.
       01  WS-WaiverTotal        PIC 9(9)V99 VALUE 0.
       01  WS-OtherCount         PIC 9(5) VALUE 0.
       01  WS-PayValueCount      PIC 9(5) VALUE 0.
       01  WS-WvrValueCount      PIC 9(5) VALUE 0.

       01  WS-ReasonTableCount   PIC 9(2) VALUE 0.
       01  ReasonTable.
                   CLOSE ReportFile
                   DISPLAY 'Close report written to '
                       'cash_close_report.txt'
                   PERFORM SAVE-DRAWER-CLOSE
               END-IF
               CLOSE PaymentsLedger
           END-IF.

           STOP RUN.

       SAVE-DRAWER-CLOSE.
           OPEN I-O DrawerCloseFile
           IF DCFileStatus = '35'
               OPEN OUTPUT DrawerCloseFile
               CLOSE DrawerCloseFile
               OPEN I-O DrawerCloseFile
           END-IF
           IF DCFileStatus NOT = '00'
               DISPLAY 'Error: could not open drawer_close.dat. '
                   'Status: ' DCFileStatus
           ELSE
               MOVE WS-CloseDate TO DC-CloseDate
               MOVE WS-PayValueCount TO DC-PayCount
               MOVE WS-PaymentTotal TO DC-PayTotal
               MOVE WS-WvrValueCount TO DC-WvrCount
               MOVE WS-WaiverTotal TO DC-WvrTotal
               MOVE WS-TodayFormatted TO DC-ClosedOn
               WRITE DrawerCloseRecord
                   INVALID KEY
                       REWRITE DrawerCloseRecord
                           INVALID KEY
                               DISPLAY 'Error: could not save drawer '
                                   'close for ' WS-CloseDate
                       END-REWRITE
               END-WRITE
               CLOSE DrawerCloseFile
           END-IF.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PageCount
           MOVE WS-PageCount TO Head-PageNo
               WHEN 'P'
                   ADD 1 TO WS-PaymentCount
                   ADD Pay-Amount TO WS-PaymentTotal
                   IF Pay-Amount > 0
                       ADD 1 TO WS-PayValueCount
                   END-IF
               WHEN 'W'
                   ADD 1 TO WS-WaiverCount
                   ADD Pay-Amount TO WS-WaiverTotal
                   IF Pay-Amount > 0
                       ADD 1 TO WS-WvrValueCount
                   END-IF
                   PERFORM TALLY-WAIVER-REASON
               WHEN OTHER
                   ADD 1 TO WS-OtherCount

                   WITH DUPLICATES
               FILE STATUS IS AlbumCatalogStatus.

           SELECT ChargesFile ASSIGN TO 'charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChgFileStatus.

           SELECT ExceptionReport ASSIGN TO 'reconciliation_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           05  Cat-Branch            PIC X(3).
           05  Cat-TransitTo         PIC X(3).

       FD  ChargesFile.
       01  ChargeRecord.
           05  Chg-Key.
               10  Chg-BorrowerName  PIC X(30).
               10  Chg-Timestamp     PIC X(21).
               10  Chg-Seq           PIC 9(3).
           05  Chg-Date              PIC X(10).
           05  Chg-BookTitle         PIC X(50).
           05  Chg-Accession         PIC X(8).
           05  Chg-Type              PIC X(3).
           05  Chg-Amount            PIC S9(7)V99.
           05  Chg-Balance           PIC S9(7)V99.
           05  Chg-ReceiptNumber     PIC 9(6).
           05  Chg-Branch            PIC X(3).
           05  Chg-Operator          PIC X(10).

       FD  ExceptionReport.
       01  PrintLine                 PIC X(110).

       01  ResvFileStatus       PIC X(2).
       01  AlbumCatalogStatus   PIC X(2).
       01  ReportFileStatus     PIC X(2).
       01  ChgFileStatus        PIC X(2).

       01  WS-BorrowedAvail     PIC X VALUE 'N'.
       01  WS-HistAvail         PIC X VALUE 'N'.
       01  WS-ResvAvail         PIC X VALUE 'N'.
       01  WS-AlbumAvail        PIC X VALUE 'N'.
       01  WS-CheckptAvail      PIC X VALUE 'N'.
       01  WS-ChargesAvail      PIC X VALUE 'N'.

       01  WS-ExceptionCount    PIC 9(5) VALUE 0.
       01  WS-PrintWork         PIC X(110).
       01  WS-CheckTitle        PIC X(50).
       01  WS-OpenFileName      PIC X(30).
       01  WS-OpenStatus        PIC X(2).
       01  WS-ChgSum            PIC S9(9)V99.
       01  WS-LastChgName       PIC X(30).
       01  WS-EditBalance       PIC -ZZZZZZZ9.99.
       01  WS-EditLines         PIC -ZZZZZZZ9.99.

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           PERFORM OPEN-DATA-FILES

           PERFORM CHECK-ORPHAN-FINES
           PERFORM CHECK-CHARGE-BALANCES
           PERFORM CHECK-RETURNED-RESERVATIONS
           PERFORM CHECK-ALBUM-CATALOG
           PERFORM CHECK-STALE-CHECKPOINTS
               MOVE 'batch_checkpoint.dat' TO WS-OpenFileName
               MOVE CheckpointFileStatus TO WS-OpenStatus
               PERFORM REPORT-OPEN-PROBLEM
           END-IF
           OPEN INPUT ChargesFile
           IF ChgFileStatus = '00'
               MOVE 'Y' TO WS-ChargesAvail
           ELSE
               MOVE 'charges.dat' TO WS-OpenFileName
               MOVE ChgFileStatus TO WS-OpenStatus
               PERFORM REPORT-OPEN-PROBLEM
           END-IF.

       REPORT-OPEN-PROBLEM.
           END-IF
           IF WS-CheckptAvail = 'Y'
               CLOSE BatchCheckpointFile
           END-IF
           IF WS-ChargesAvail = 'Y'
               CLOSE ChargesFile
           END-IF.

       WRITE-EXCEPTION-LINE.
               END-PERFORM
           END-IF.

       CHECK-CHARGE-BALANCES.
           IF WS-FinesAvail = 'Y' AND WS-ChargesAvail = 'Y'
               MOVE SPACES TO FinesFileStatus
               MOVE LOW-VALUES TO Fine-BorrowerName
               START FinesFile KEY IS NOT LESS THAN Fine-BorrowerName
                   INVALID KEY
                       MOVE '10' TO FinesFileStatus
               END-START
               PERFORM UNTIL FinesFileStatus = '10'
                   READ FinesFile NEXT INTO FinesRecord
                       AT END
                           MOVE '10' TO FinesFileStatus
                       NOT AT END
                           PERFORM CHECK-ONE-ACCOUNT
                   END-READ
               END-PERFORM

               MOVE SPACES TO WS-LastChgName
               MOVE 0 TO WS-ChgSum
               MOVE SPACES TO ChgFileStatus
               MOVE LOW-VALUES TO Chg-Key
               START ChargesFile KEY IS NOT LESS THAN Chg-Key
                   INVALID KEY
                       MOVE '10' TO ChgFileStatus
               END-START
               PERFORM UNTIL ChgFileStatus = '10'
                   READ ChargesFile NEXT INTO ChargeRecord
                       AT END
                           MOVE '10' TO ChgFileStatus
                       NOT AT END
                           IF Chg-BorrowerName NOT = WS-LastChgName
                               PERFORM CHECK-CHARGES-WITHOUT-FINE
                               MOVE Chg-BorrowerName TO WS-LastChgName
                               MOVE 0 TO WS-ChgSum
                           END-IF
                           ADD Chg-Amount TO WS-ChgSum
                   END-READ
               END-PERFORM
               PERFORM CHECK-CHARGES-WITHOUT-FINE
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE Fine-BorrowerName TO WS-CheckName
           MOVE 0 TO WS-ChgSum
           MOVE SPACES TO ChgFileStatus
           MOVE WS-CheckName TO Chg-BorrowerName
           MOVE LOW-VALUES TO Chg-Timestamp
           MOVE 0 TO Chg-Seq
           START ChargesFile KEY IS NOT LESS THAN Chg-Key
               INVALID KEY
                   MOVE '10' TO ChgFileStatus
           END-START
           PERFORM UNTIL ChgFileStatus = '10'
               READ ChargesFile NEXT INTO ChargeRecord
                   AT END
                       MOVE '10' TO ChgFileStatus
                   NOT AT END
                       IF Chg-BorrowerName = WS-CheckName
                           ADD Chg-Amount TO WS-ChgSum
                       ELSE
                           MOVE '10' TO ChgFileStatus
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ChgSum NOT = Fine-Balance
               MOVE Fine-Balance TO WS-EditBalance
               MOVE WS-ChgSum TO WS-EditLines
               MOVE SPACES TO WS-PrintWork
               STRING 'BALANCE NOT EQUAL TO CHARGE LINES: '
                   WS-CheckName ' BALANCE ' WS-EditBalance
                   ' LINES ' WS-EditLines
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-CHARGES-WITHOUT-FINE.
           IF WS-LastChgName NOT = SPACES AND WS-ChgSum NOT = 0
               MOVE WS-LastChgName TO Fine-BorrowerName
               READ FinesFile
                   INVALID KEY
                       MOVE WS-ChgSum TO WS-EditLines
                       MOVE SPACES TO WS-PrintWork
                       STRING 'CHARGE LINES WITH NO FINE RECORD: '
                           WS-LastChgName ' LINES ' WS-EditLines
                           DELIMITED BY SIZE INTO WS-PrintWork
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

       CHECK-RETURNED-RESERVATIONS.
           IF WS-ResvAvail = 'Y'
               MOVE SPACES TO ResvFileStatus

               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT ChargesFile ASSIGN TO 'charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChgFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowedBooksFile.
           05  Audit-Before          PIC X(200).
           05  Audit-After           PIC X(200).

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

       WORKING-STORAGE SECTION.
       01  FileStatus            PIC X(2).
       01  FinesFileStatus       PIC X(2).
       01  WS-BilledCount        PIC 9(5) VALUE 0.
       01  WS-CatalogAvail       PIC X VALUE 'N'.

       01  ChgFileStatus         PIC X(2).
       01  WS-ChgBorrower        PIC X(30).
       01  WS-ChgTitle           PIC X(50).
       01  WS-ChgAccession       PIC X(8).
       01  WS-ChgType            PIC X(3).
       01  WS-ChgAmount          PIC S9(7)V99.
       01  WS-ChgBalance         PIC S9(7)V99.
       01  WS-ChgReceipt         PIC 9(6).
       01  WS-ChgBranch          PIC X(3).
       01  WS-ChgWritten         PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE BookTitle TO WS-AuditTitle
           MOVE Fine-BorrowerName TO WS-AuditBorrower
           MOVE FinesRecord TO WS-AuditAfter
           PERFORM WRITE-AUDIT-RECORD

           MOVE BorrowerName TO WS-ChgBorrower
           MOVE BookTitle TO WS-ChgTitle
           MOVE AccessionNumber TO WS-ChgAccession
           MOVE 'LST' TO WS-ChgType
           MOVE WS-ReplacementCost TO WS-ChgAmount
           COMPUTE WS-ChgBalance = Fine-Balance - WS-ProcessingFee
           MOVE 0 TO WS-ChgReceipt
           MOVE BranchCode TO WS-ChgBranch
           PERFORM WRITE-CHARGE-LINE

           MOVE 'PRC' TO WS-ChgType
           MOVE WS-ProcessingFee TO WS-ChgAmount
           MOVE Fine-Balance TO WS-ChgBalance
           PERFORM WRITE-CHARGE-LINE.

       REMOVE-BORROWED-RECORD.
           MOVE BorrowedBookRecord TO WS-AuditBefore
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

       WRITE-CHARGE-LINE.
           OPEN I-O ChargesFile
           IF ChgFileStatus = '35'
               OPEN OUTPUT ChargesFile
               CLOSE ChargesFile
               OPEN I-O ChargesFile
           END-IF

           MOVE WS-ChgBorrower TO Chg-BorrowerName
           MOVE FUNCTION CURRENT-DATE TO Chg-Timestamp
           MOVE 0 TO Chg-Seq
           MOVE WS-TodayFormatted TO Chg-Date
           MOVE WS-ChgTitle TO Chg-BookTitle
           MOVE WS-ChgAccession TO Chg-Accession
           MOVE WS-ChgType TO Chg-Type
           MOVE WS-ChgAmount TO Chg-Amount
           MOVE WS-ChgBalance TO Chg-Balance
           MOVE WS-ChgReceipt TO Chg-ReceiptNumber
           MOVE WS-ChgBranch TO Chg-Branch
           MOVE WS-Operator TO Chg-Operator

           MOVE 'N' TO WS-ChgWritten
           PERFORM UNTIL WS-ChgWritten = 'Y' OR Chg-Seq > 998
               WRITE ChargeRecord
                   INVALID KEY
                       ADD 1 TO Chg-Seq
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ChgWritten
               END-WRITE
           END-PERFORM
           IF WS-ChgWritten = 'N'
               DISPLAY 'Warning: could not write charge line for '
                   WS-ChgBorrower
           END-IF

           CLOSE ChargesFile.

       DATE-STRING-TO-INTEGER.
           MOVE WS-DateToConvert(1:4) TO WS-Year
           MOVE WS-DateToConvert(6:2) TO WS-Month
